000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJTGEO01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/10/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 28.2  09/10/26  RAS  NEW PROGRAM.  GEOCODE AND STATE         *
001100*                      CONSISTENCY EDIT.  A TIF DETAIL CARRIES *
001200*                      ITS LOCATION SEVEN WAYS - XX-GEO-CD,    *
001300*                      THE SHIP-TO AND SHIP-FROM GEOCODES,     *
001400*                      XX-SRVC-STATE, XX-ST-CD, XX-JRNL-ST-CD  *
001500*                      AND THE JURISDICTION ON EVERY TAX LINE  *
001600*                      - AND NOTHING CHECKED THAT THEY AGREE.  *
001700*                      EACH DETAIL IS EDITED AGAINST THE TAX   *
001800*                      DEPARTMENT'S GEOCODE MASTER (GEOMST):   *
001900*                      EVERY GEOCODE MUST BE ON THE MASTER,    *
002000*                      EVERY STATE FIELD MUST MATCH THE STATE  *
002100*                      XX-GEO-CD LIES IN, AND EVERY TAX LINE   *
002200*                      MUST NAME A JURISDICTION LEVEL THE      *
002300*                      TAXING GEOCODE FALLS UNDER.  GEORPT     *
002400*                      ITEMIZES EACH FAILURE SO MIS-SOURCED    *
002500*                      TAX IS FOUND BEFORE A STATE AUDIT FINDS *
002600*                      IT.  EXCEPTIONS END THE JOB RC=8.       *
002700*--------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT TIF-IN-FILE   ASSIGN TO TIFIN
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS JNL-TIFIN-STATUS.
003700
003800     SELECT GEO-MST-FILE  ASSIGN TO GEOMST
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS JNL-GEOMST-STATUS.
004100
004200     SELECT GEO-RPT-FILE  ASSIGN TO GEORPT
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS JNL-GEORPT-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  TIF-IN-FILE
004900     RECORDING MODE IS V.
005000 01  TIF-IN-RECORD             PIC X(3092).
005100
005200 FD  GEO-MST-FILE
005300     RECORDING MODE IS F.
005400 01  GEO-MST-IN-RECORD         PIC X(80).
005500
005600 FD  GEO-RPT-FILE
005700     RECORDING MODE IS F.
005800 01  GEO-RPT-LINE              PIC X(132).
005900
006000 WORKING-STORAGE SECTION.
006100 01  JNL-TIFIN-STATUS          PIC X(02) VALUE SPACES.
006200     88  JNL-TIFIN-OK                    VALUE '00'.
006300     88  JNL-TIFIN-EOF                   VALUE '10'.
006400 01  JNL-GEOMST-STATUS         PIC X(02) VALUE SPACES.
006500     88  JNL-GEOMST-OK                   VALUE '00'.
006600     88  JNL-GEOMST-EOF                  VALUE '10'.
006700 01  JNL-GEORPT-STATUS         PIC X(02) VALUE SPACES.
006800
006900 COPY geomst.
007000
007100 01  JNL-GEO-CNT               PIC 9(04) COMP VALUE ZERO.
007200 01  JNL-GEO-SUB               PIC 9(04) COMP VALUE ZERO.
007300 01  JNL-GEO-TABLE.
007400     05  JNL-GEO-ENTRY OCCURS 3000 TIMES.
007500         10  JNL-GEO-CD            PIC X(13).
007600         10  JNL-GEO-STATE-CD      PIC X(02).
007700         10  JNL-GEO-JURIS-CD      PIC X(02) OCCURS 5 TIMES.
007800
007900*--------------------------------------------------------------*
008000* THE GEOCODE BEING LOOKED UP, AND WHERE THE DETAIL'S OWN       *
008100* GEOCODE AND ITS TAXING GEOCODE LANDED IN THE TABLE (ZERO      *
008200* WHEN NOT ON THE MASTER).                                      *
008300*--------------------------------------------------------------*
008400 01  JNL-CUR-GEO-CD            PIC X(13) VALUE SPACES.
008500 01  JNL-HOME-GEO-SUB          PIC 9(04) COMP VALUE ZERO.
008600 01  JNL-TAXING-GEO-SUB        PIC 9(04) COMP VALUE ZERO.
008700 01  JNL-HOME-STATE-CD         PIC X(02) VALUE SPACES.
008800 01  JNL-JURIS-SUB             PIC 9(04) COMP VALUE ZERO.
008900 01  JNL-TAX-SUB               PIC 9(04) COMP VALUE ZERO.
009000
009100 01  JNL-SWITCHES.
009200     05  JNL-DTL-FLAGGED-SW    PIC X(01) VALUE 'N'.
009300         88  JNL-DTL-FLAGGED             VALUE 'Y'.
009400         88  JNL-DTL-CLEAN               VALUE 'N'.
009500
009600 01  JNL-COUNTERS.
009700     05  JNL-DETS-READ         PIC S9(09) COMP-3 VALUE ZERO.
009800     05  JNL-DETS-FLAGGED      PIC S9(09) COMP-3 VALUE ZERO.
009900     05  JNL-TAX-LINES-CHECKED PIC S9(09) COMP-3 VALUE ZERO.
010000     05  JNL-GEO-UNKNOWN       PIC S9(07) COMP-3 VALUE ZERO.
010100     05  JNL-STATE-MISMATCHED  PIC S9(07) COMP-3 VALUE ZERO.
010200     05  JNL-JURIS-MISMATCHED  PIC S9(07) COMP-3 VALUE ZERO.
010300
010400 01  JNL-RPT-LINE.
010500     05  JNL-RPT-ACCT-NB       PIC X(13).
010600     05  FILLER                PIC X(02) VALUE SPACES.
010700     05  JNL-RPT-GEO-CD        PIC X(13).
010800     05  FILLER                PIC X(02) VALUE SPACES.
010900     05  JNL-RPT-GEO-STATE     PIC X(02).
011000     05  FILLER                PIC X(02) VALUE SPACES.
011100     05  JNL-RPT-FIELD-NM      PIC X(19).
011200     05  FILLER                PIC X(02) VALUE SPACES.
011300     05  JNL-RPT-FIELD-VAL     PIC X(13).
011400     05  FILLER                PIC X(02) VALUE SPACES.
011500     05  JNL-RPT-LINE-NO       PIC X(02).
011600     05  FILLER                PIC X(02) VALUE SPACES.
011700     05  JNL-RPT-REASON        PIC X(28).
011800 01  JNL-EDIT-LINE-NO          PIC Z9.
011900
012000     COPY tifview.
012100
012200 PROCEDURE DIVISION.
012300*--------------------------------------------------------------*
012400 0000-MAINLINE.
012500     PERFORM 1000-INITIALIZE
012600         THRU 1000-INITIALIZE-EXIT.
012700     PERFORM 2000-PROCESS-TIF-FILE
012800         THRU 2000-PROCESS-TIF-FILE-EXIT
012900         UNTIL JNL-TIFIN-EOF.
013000     PERFORM 9000-TERMINATE
013100         THRU 9000-TERMINATE-EXIT.
013200     GOBACK.
013300
013400*--------------------------------------------------------------*
013500 1000-INITIALIZE.
013600     PERFORM 1100-LOAD-GEO-MASTER
013700         THRU 1100-LOAD-GEO-MASTER-EXIT.
013800     OPEN INPUT  TIF-IN-FILE.
013900     OPEN OUTPUT GEO-RPT-FILE.
014000     MOVE SPACES TO GEO-RPT-LINE.
014100     MOVE 'IJTGEO01 - GEOCODE AND STATE CONSISTENCY EDIT'
014200         TO GEO-RPT-LINE.
014300     WRITE GEO-RPT-LINE.
014400     MOVE SPACES TO GEO-RPT-LINE.
014500     STRING 'BILLED ACCOUNT ' 'GEOCODE      ' SPACE SPACE 'ST'
014600         SPACE SPACE 'FIELD              ' SPACE SPACE
014700         'VALUE        ' SPACE SPACE 'LN' SPACE SPACE 'REASON'
014800         DELIMITED BY SIZE INTO GEO-RPT-LINE
014900     END-STRING.
015000     WRITE GEO-RPT-LINE.
015100 1000-INITIALIZE-EXIT.
015200     EXIT.
015300
015400*--------------------------------------------------------------*
015500* A RUN WITH NO GEOCODE MASTER CANNOT EDIT ANYTHING - THAT IS A *
015600* SETUP ERROR, THE SAME WAY A MISSING TAXRATE STOPS IJTTRC01.   *
015700*--------------------------------------------------------------*
015800 1100-LOAD-GEO-MASTER.
015900     OPEN INPUT GEO-MST-FILE.
016000     IF NOT JNL-GEOMST-OK
016100         DISPLAY 'IJTGEO01 - UNABLE TO OPEN GEOMST, RC=16'
016200         MOVE 16 TO RETURN-CODE
016300         GOBACK
016400     END-IF.
016500     PERFORM 1110-READ-GEO-ROW
016600         THRU 1110-READ-GEO-ROW-EXIT
016700         UNTIL JNL-GEOMST-EOF.
016800     CLOSE GEO-MST-FILE.
016900     IF JNL-GEO-CNT = ZERO
017000         DISPLAY 'IJTGEO01 - GEOMST IS EMPTY, RC=16'
017100         MOVE 16 TO RETURN-CODE
017200         GOBACK
017300     END-IF.
017400 1100-LOAD-GEO-MASTER-EXIT.
017500     EXIT.
017600
017700 1110-READ-GEO-ROW.
017800     READ GEO-MST-FILE INTO GEOMST-RECORD
017900         AT END
018000             SET JNL-GEOMST-EOF TO TRUE
018100             GO TO 1110-READ-GEO-ROW-EXIT
018200     END-READ.
018300     IF JNL-GEO-CNT >= 3000
018400         DISPLAY 'IJTGEO01 - GEOCODE TABLE FULL'
018500         MOVE 16 TO RETURN-CODE
018600         GOBACK
018700     END-IF.
018800     ADD 1 TO JNL-GEO-CNT.
018900     MOVE GEOMST-GEO-CD   TO JNL-GEO-CD (JNL-GEO-CNT).
019000     MOVE GEOMST-STATE-CD TO JNL-GEO-STATE-CD (JNL-GEO-CNT).
019100     PERFORM 1120-COPY-JURIS-SLOT
019200         VARYING JNL-JURIS-SUB FROM 1 BY 1
019300         UNTIL JNL-JURIS-SUB > 5.
019400 1110-READ-GEO-ROW-EXIT.
019500     EXIT.
019600
019700 1120-COPY-JURIS-SLOT.
019800     MOVE GEOMST-JURIS-CD (JNL-JURIS-SUB)
019900         TO JNL-GEO-JURIS-CD (JNL-GEO-CNT, JNL-JURIS-SUB).
020000
020100*--------------------------------------------------------------*
020200* THE TAX TABLE IS NEEDED, SO PEEK THE TAX LINE COUNT BEFORE    *
020300* MOVING THE DETAIL (SEE TIFVIEW).                              *
020400*--------------------------------------------------------------*
020500 2000-PROCESS-TIF-FILE.
020600     READ TIF-IN-FILE INTO JNL-TIF-RAW-REC
020700         AT END
020800             SET JNL-TIFIN-EOF TO TRUE
020900     END-READ.
021000     IF JNL-TIFIN-EOF
021100         GO TO 2000-PROCESS-TIF-FILE-EXIT
021200     END-IF.
021300     IF JNL-TIF-RAW-REC (1:1) = LOW-VALUE
021400         OR JNL-TIF-RAW-REC (1:1) = HIGH-VALUE
021500         GO TO 2000-PROCESS-TIF-FILE-EXIT
021600     END-IF.
021700     ADD 1 TO JNL-DETS-READ.
021800     MOVE JNL-PEEK-CTM-ND TO XX-CTM-ND.
021900     MOVE JNL-TIF-RAW-REC TO JNL-TIF-DTL-VIEW.
022000     SET JNL-DTL-CLEAN TO TRUE.
022100     PERFORM 2100-EDIT-GEOCODES
022200         THRU 2100-EDIT-GEOCODES-EXIT.
022300     PERFORM 2200-EDIT-STATES
022400         THRU 2200-EDIT-STATES-EXIT.
022500     IF XX-CTM-ND-VLD AND XX-CTM-ND > ZERO
022600         PERFORM 2300-EDIT-TAX-LINE
022700             THRU 2300-EDIT-TAX-LINE-EXIT
022800             VARYING JNL-TAX-SUB FROM 1 BY 1
022900             UNTIL JNL-TAX-SUB > XX-CTM-ND
023000     END-IF.
023100     IF JNL-DTL-FLAGGED
023200         ADD 1 TO JNL-DETS-FLAGGED
023300     END-IF.
023400 2000-PROCESS-TIF-FILE-EXIT.
023500     EXIT.
023600
023700*--------------------------------------------------------------*
023800* EVERY GEOCODE THE BILLER SENT MUST BE ON THE MASTER.  TAX IS  *
023900* SOURCED TO THE SHIP-TO GEOCODE WHEN THE BILLER SENT ONE, ELSE *
024000* TO XX-GEO-CD; THAT IS THE GEOCODE THE TAX LINES ARE HELD TO.  *
024100*--------------------------------------------------------------*
024200 2100-EDIT-GEOCODES.
024300     MOVE ZERO   TO JNL-HOME-GEO-SUB JNL-TAXING-GEO-SUB.
024400     MOVE SPACES TO JNL-HOME-STATE-CD.
024500     IF XX-GEO-CD NOT = SPACES
024600         MOVE XX-GEO-CD TO JNL-CUR-GEO-CD
024700         PERFORM 2900-FIND-GEOCODE
024800             THRU 2900-FIND-GEOCODE-EXIT
024900         IF JNL-GEO-SUB > JNL-GEO-CNT
025000             MOVE 'XX-GEO-CD' TO JNL-RPT-FIELD-NM
025100             PERFORM 2110-REPORT-UNKNOWN-GEO
025200                 THRU 2110-REPORT-UNKNOWN-GEO-EXIT
025300         ELSE
025400             MOVE JNL-GEO-SUB TO JNL-HOME-GEO-SUB
025500             MOVE JNL-GEO-STATE-CD (JNL-GEO-SUB)
025600                 TO JNL-HOME-STATE-CD
025700         END-IF
025800     END-IF.
025900     MOVE JNL-HOME-GEO-SUB TO JNL-TAXING-GEO-SUB.
026000
026100     IF XX-GEO-SHIP-TO-CD NOT = SPACES
026200         MOVE XX-GEO-SHIP-TO-CD TO JNL-CUR-GEO-CD
026300         PERFORM 2900-FIND-GEOCODE
026400             THRU 2900-FIND-GEOCODE-EXIT
026500         IF JNL-GEO-SUB > JNL-GEO-CNT
026600             MOVE ZERO TO JNL-TAXING-GEO-SUB
026700             MOVE 'XX-GEO-SHIP-TO-CD' TO JNL-RPT-FIELD-NM
026800             PERFORM 2110-REPORT-UNKNOWN-GEO
026900                 THRU 2110-REPORT-UNKNOWN-GEO-EXIT
027000         ELSE
027100             MOVE JNL-GEO-SUB TO JNL-TAXING-GEO-SUB
027200         END-IF
027300     END-IF.
027400
027500     IF XX-GEO-SHIP-FROM-CD NOT = SPACES
027600         MOVE XX-GEO-SHIP-FROM-CD TO JNL-CUR-GEO-CD
027700         PERFORM 2900-FIND-GEOCODE
027800             THRU 2900-FIND-GEOCODE-EXIT
027900         IF JNL-GEO-SUB > JNL-GEO-CNT
028000             MOVE 'XX-GEO-SHIP-FROM-CD' TO JNL-RPT-FIELD-NM
028100             PERFORM 2110-REPORT-UNKNOWN-GEO
028200                 THRU 2110-REPORT-UNKNOWN-GEO-EXIT
028300         END-IF
028400     END-IF.
028500 2100-EDIT-GEOCODES-EXIT.
028600     EXIT.
028700
028800 2110-REPORT-UNKNOWN-GEO.
028900     ADD 1 TO JNL-GEO-UNKNOWN.
029000     MOVE JNL-CUR-GEO-CD TO JNL-RPT-FIELD-VAL.
029100     MOVE SPACES TO JNL-RPT-LINE-NO.
029200     MOVE 'GEOCODE NOT ON MASTER' TO JNL-RPT-REASON.
029300     PERFORM 2500-WRITE-RPT-LINE
029400         THRU 2500-WRITE-RPT-LINE-EXIT.
029500 2110-REPORT-UNKNOWN-GEO-EXIT.
029600     EXIT.
029700
029800*--------------------------------------------------------------*
029900* THE THREE STATE FIELDS ARE HELD TO THE STATE XX-GEO-CD LIES   *
030000* IN.  A BLANK STATE FIELD IS NOT AN EXCEPTION - NOT EVERY      *
030100* FEEDER SENDS ALL THREE.  WITH NO GEOCODE ON THE MASTER THE    *
030200* SERVICE STATE STANDS AS THE STATE THE OTHER TWO MUST MATCH.   *
030300*--------------------------------------------------------------*
030400 2200-EDIT-STATES.
030500     IF JNL-HOME-STATE-CD = SPACES
030600         MOVE XX-SRVC-STATE TO JNL-HOME-STATE-CD
030700     END-IF.
030800     IF JNL-HOME-STATE-CD = SPACES
030900         GO TO 2200-EDIT-STATES-EXIT
031000     END-IF.
031100     MOVE SPACES TO JNL-RPT-LINE-NO.
031200     IF XX-SRVC-STATE NOT = SPACES
031300         AND XX-SRVC-STATE NOT = JNL-HOME-STATE-CD
031400         MOVE 'XX-SRVC-STATE' TO JNL-RPT-FIELD-NM
031500         MOVE XX-SRVC-STATE   TO JNL-RPT-FIELD-VAL
031600         PERFORM 2210-REPORT-STATE
031700             THRU 2210-REPORT-STATE-EXIT
031800     END-IF.
031900     IF XX-ST-CD NOT = SPACES
032000         AND XX-ST-CD NOT = JNL-HOME-STATE-CD
032100         MOVE 'XX-ST-CD'      TO JNL-RPT-FIELD-NM
032200         MOVE XX-ST-CD        TO JNL-RPT-FIELD-VAL
032300         PERFORM 2210-REPORT-STATE
032400             THRU 2210-REPORT-STATE-EXIT
032500     END-IF.
032600     IF XX-JRNL-ST-CD NOT = SPACES
032700         AND XX-JRNL-ST-CD NOT = JNL-HOME-STATE-CD
032800         MOVE 'XX-JRNL-ST-CD' TO JNL-RPT-FIELD-NM
032900         MOVE XX-JRNL-ST-CD   TO JNL-RPT-FIELD-VAL
033000         PERFORM 2210-REPORT-STATE
033100             THRU 2210-REPORT-STATE-EXIT
033200     END-IF.
033300 2200-EDIT-STATES-EXIT.
033400     EXIT.
033500
033600 2210-REPORT-STATE.
033700     ADD 1 TO JNL-STATE-MISMATCHED.
033800     MOVE 'STATE DISAGREES W/GEOCODE' TO JNL-RPT-REASON.
033900     IF JNL-HOME-GEO-SUB = ZERO
034000         MOVE 'STATE DISAGREES W/SRVC-STATE' TO JNL-RPT-REASON
034100     END-IF.
034200     PERFORM 2500-WRITE-RPT-LINE
034300         THRU 2500-WRITE-RPT-LINE-EXIT.
034400 2210-REPORT-STATE-EXIT.
034500     EXIT.
034600
034700*--------------------------------------------------------------*
034800* A TAX LINE MUST NAME A JURISDICTION LEVEL THE TAXING GEOCODE  *
034900* FALLS UNDER - CITY TAX ON AN UNINCORPORATED GEOCODE IS TAX WE *
035000* HAD NO RIGHT TO COLLECT.  WITH NO TAXING GEOCODE ON THE       *
035100* MASTER THE LINES CANNOT BE JUDGED; THAT DETAIL HAS ALREADY    *
035200* BEEN REPORTED FOR ITS GEOCODE.                                *
035300*--------------------------------------------------------------*
035400 2300-EDIT-TAX-LINE.
035500     ADD 1 TO JNL-TAX-LINES-CHECKED.
035600     IF JNL-TAXING-GEO-SUB = ZERO
035700         GO TO 2300-EDIT-TAX-LINE-EXIT
035800     END-IF.
035900     PERFORM 2310-TEST-JURIS-SLOT
036000         VARYING JNL-JURIS-SUB FROM 1 BY 1
036100         UNTIL JNL-JURIS-SUB > 5
036200         OR JNL-GEO-JURIS-CD (JNL-TAXING-GEO-SUB, JNL-JURIS-SUB)
036300            = XX-TB-TAX-JURIS-CD (JNL-TAX-SUB).
036400     IF JNL-JURIS-SUB > 5
036500         ADD 1 TO JNL-JURIS-MISMATCHED
036600         MOVE 'XX-TB-TAX-JURIS-CD' TO JNL-RPT-FIELD-NM
036700         MOVE XX-TB-TAX-JURIS-CD (JNL-TAX-SUB)
036800             TO JNL-RPT-FIELD-VAL
036900         MOVE JNL-TAX-SUB TO JNL-EDIT-LINE-NO
037000         MOVE JNL-EDIT-LINE-NO TO JNL-RPT-LINE-NO
037100         MOVE 'JURIS NOT IN TAXING GEOCODE' TO JNL-RPT-REASON
037200         PERFORM 2500-WRITE-RPT-LINE
037300             THRU 2500-WRITE-RPT-LINE-EXIT
037400     END-IF.
037500 2300-EDIT-TAX-LINE-EXIT.
037600     EXIT.
037700
037800 2310-TEST-JURIS-SLOT.
037900     CONTINUE.
038000
038100*--------------------------------------------------------------*
038200 2500-WRITE-RPT-LINE.
038300     SET JNL-DTL-FLAGGED TO TRUE.
038400     MOVE XX-BL-ACCT-NB     TO JNL-RPT-ACCT-NB.
038500     MOVE XX-GEO-CD         TO JNL-RPT-GEO-CD.
038600     MOVE JNL-HOME-STATE-CD TO JNL-RPT-GEO-STATE.
038700     MOVE JNL-RPT-LINE TO GEO-RPT-LINE.
038800     WRITE GEO-RPT-LINE.
038900     MOVE SPACES TO JNL-RPT-REASON.
039000 2500-WRITE-RPT-LINE-EXIT.
039100     EXIT.
039200
039300*--------------------------------------------------------------*
039400 2900-FIND-GEOCODE.
039500     PERFORM 2910-TEST-GEO-ENTRY
039600         VARYING JNL-GEO-SUB FROM 1 BY 1
039700         UNTIL JNL-GEO-SUB > JNL-GEO-CNT
039800         OR JNL-GEO-CD (JNL-GEO-SUB) = JNL-CUR-GEO-CD.
039900 2900-FIND-GEOCODE-EXIT.
040000     EXIT.
040100
040200 2910-TEST-GEO-ENTRY.
040300     CONTINUE.
040400
040500*--------------------------------------------------------------*
040600 9000-TERMINATE.
040700     CLOSE TIF-IN-FILE GEO-RPT-FILE.
040800     DISPLAY 'IJTGEO01 - DETAILS READ           = ' JNL-DETS-READ.
040900     DISPLAY 'IJTGEO01 - DETAILS FLAGGED        = '
041000         JNL-DETS-FLAGGED.
041100     DISPLAY 'IJTGEO01 - TAX LINES CHECKED      = '
041200         JNL-TAX-LINES-CHECKED.
041300     DISPLAY 'IJTGEO01 - GEOCODE NOT ON MASTER  = '
041400         JNL-GEO-UNKNOWN.
041500     DISPLAY 'IJTGEO01 - STATE DISAGREES        = '
041600         JNL-STATE-MISMATCHED.
041700     DISPLAY 'IJTGEO01 - JURISDICTION DISAGREES = '
041800         JNL-JURIS-MISMATCHED.
041900     IF JNL-DETS-FLAGGED > ZERO
042000         MOVE 8 TO RETURN-CODE
042100     END-IF.
042200 9000-TERMINATE-EXIT.
042300     EXIT.
042400
042500*-------------------------------------------------------------.
042600*                     E N D   O F  I J T G E O 0 1             :
042700*-------------------------------------------------------------'
