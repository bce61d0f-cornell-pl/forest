000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJTBVA01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/24/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 29.5  09/24/26  RAS  NEW PROGRAM.  REVENUE BUDGET-VERSUS-     *
001100*                      ACTUAL, RUN AFTER EACH BILL CYCLE SO     *
001200*                      FINANCE SEES VARIANCES MID-MONTH INSTEAD *
001300*                      OF AFTER THE G-L CLOSE.  ADDS THE        *
001400*                      CYCLE'S ACTUALS MONTH TO DATE INTO       *
001500*                      BVAMST - THE GLINTF SUMMARY LINES BY     *
001600*                      FACCT AND SOBP, AND RP519-CUR-AMT BY     *
001700*                      RP519-CR-FACCT (REVERSALS SUBTRACT,      *
001800*                      ERROR-CODED RECORDS HAVE NOT POSTED AND  *
001900*                      ARE SKIPPED) - THEN PRINTS BVARPT:       *
002000*                      BUDGET, ACTUAL, VARIANCE AND PERCENT OF  *
002100*                      BUDGET FOR EVERY FACCT AND SOBP OF THE   *
002200*                      PERIOD, WITH A PROJECTED MONTH-END       *
002300*                      FIGURE SCALED UP BY THE BILL CYCLES      *
002400*                      STILL DUE IN CYCCAL.  THE BVACTL CARD    *
002500*                      NAMES THE PERIOD, THE CYCLE JUST RUN AND *
002600*                      THE AS-OF DATE.  A CYCLE ALREADY ADDED   *
002700*                      FOR THE PERIOD IS NOT ADDED AGAIN - THE  *
002800*                      REPORT IS REPRINTED, RC=4.  LINES DATED  *
002900*                      OUTSIDE THE CARD'S PERIOD ARE COUNTED    *
003000*                      AND LEFT OUT, RC=4.                      *
003100*--------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT BVA-CTL-FILE  ASSIGN TO BVACTL
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS JNL-BVACTL-STATUS.
004100
004200     SELECT GL-INTF-FILE  ASSIGN TO GLINTF
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS JNL-GLINTF-STATUS.
004500
004600     SELECT RP519-IN-FILE ASSIGN TO RP519IN
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS JNL-RP519IN-STATUS.
004900
005000     SELECT CYC-CAL-FILE  ASSIGN TO CYCCAL
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS JNL-CYCCAL-STATUS.
005300
005400     SELECT BVA-MST-FILE  ASSIGN TO BVAMST
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS BVAMST-KEY
005800         FILE STATUS IS JNL-BVAMST-STATUS.
005900
006000     SELECT BVA-RPT-FILE  ASSIGN TO BVARPT
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS JNL-BVARPT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  BVA-CTL-FILE
006700     RECORDING MODE IS F.
006800 01  BVA-CTL-RECORD            PIC X(80).
006900
007000 FD  GL-INTF-FILE
007100     RECORDING MODE IS F.
007200 01  GL-INTF-RECORD            PIC X(80).
007300
007400 FD  RP519-IN-FILE
007500     RECORDING MODE IS F.
007600 01  RP519-IN-RECORD           PIC X(450).
007700
007800 FD  CYC-CAL-FILE
007900     RECORDING MODE IS F.
008000 01  CYC-CAL-IN-RECORD         PIC X(48).
008100
008200 FD  BVA-MST-FILE.
008300     COPY bvamst.
008400
008500 FD  BVA-RPT-FILE
008600     RECORDING MODE IS F.
008700 01  BVA-RPT-LINE              PIC X(132).
008800
008900 WORKING-STORAGE SECTION.
009000 01  JNL-BVACTL-STATUS         PIC X(02) VALUE SPACES.
009100     88  JNL-BVACTL-OK                   VALUE '00'.
009200 01  JNL-GLINTF-STATUS         PIC X(02) VALUE SPACES.
009300     88  JNL-GLINTF-OK                   VALUE '00'.
009400     88  JNL-GLINTF-EOF                  VALUE '10'.
009500 01  JNL-RP519IN-STATUS        PIC X(02) VALUE SPACES.
009600     88  JNL-RP519IN-OK                  VALUE '00'.
009700     88  JNL-RP519IN-EOF                 VALUE '10'.
009800     88  JNL-RP519IN-NOT-FOUND           VALUE '35'.
009900 01  JNL-CYCCAL-STATUS         PIC X(02) VALUE SPACES.
010000     88  JNL-CYCCAL-OK                   VALUE '00'.
010100     88  JNL-CYCCAL-EOF                  VALUE '10'.
010200     88  JNL-CYCCAL-NOT-FOUND            VALUE '35'.
010300 01  JNL-BVAMST-STATUS         PIC X(02) VALUE SPACES.
010400     88  JNL-BVAMST-OK                   VALUE '00'.
010500 01  JNL-BVARPT-STATUS         PIC X(02) VALUE SPACES.
010600
010700 COPY cyccal.
010800
010900 COPY rps REPLACING ==01  RP519-RECORD.==
011000     BY ==01  JNL-RP519-VIEW.==.
011100
011200 01  JNL-BVA-CTL-CARD.
011300     05  JNL-CTL-PERIOD.
011400         10  JNL-CTL-PERIOD-CCYY   PIC X(04).
011500         10  JNL-CTL-PERIOD-MM     PIC X(02).
011600             88  JNL-CTL-MONTH-VALID     VALUE '01' THRU '12'.
011700     05  FILLER                    PIC X(01).
011800     05  JNL-CTL-BL-CYC-CD         PIC X(02).
011900     05  FILLER                    PIC X(01).
012000     05  JNL-CTL-ASOF-DT           PIC X(08).
012100     05  FILLER                    PIC X(62).
012200
012300*--------------------------------------------------------------*
012400* A GLINTF RECORD - THE LAYOUT MIRRORS IJTGLP01'S               *
012500* JNL-GL-DTL-REC.  XX-JRNL-DT IS CCYY-MM-DD.                    *
012600*--------------------------------------------------------------*
012700 01  JNL-GL-DTL-VIEW.
012800     05  JNL-GLD-REC-TYPE      PIC X(01).
012900     05  JNL-GLD-FACCT-CD      PIC X(10).
013000     05  JNL-GLD-SOBP          PIC X(10).
013100     05  JNL-GLD-IET           PIC X(10).
013200     05  JNL-GLD-JRNL-DT.
013300         10  JNL-GLD-JRNL-CCYY PIC X(04).
013400         10  FILLER            PIC X(01).
013500         10  JNL-GLD-JRNL-MM   PIC X(02).
013600         10  FILLER            PIC X(03).
013700     05  JNL-GLD-REC-CNT       PIC 9(09).
013800     05  JNL-GLD-AMT           PIC S9(11)V99 SIGN LEADING
013900                               SEPARATE.
014000     05  FILLER                PIC X(16).
014100
014200 01  JNL-LINE-PERIOD.
014300     05  JNL-LINE-PER-CCYY     PIC X(04).
014400     05  JNL-LINE-PER-MM       PIC X(02).
014500
014600*--------------------------------------------------------------*
014700* RP519-EFFECTIVE-DATE IS YYMMDD - THE CENTURY IS JOINED ON THE *
014800* SAME WAY IJRDCV01 DOES IT.                                    *
014900*--------------------------------------------------------------*
015000 01  JNL-EFF-DATE-VIEW.
015100     05  JNL-EFF-YY            PIC X(02).
015200     05  JNL-EFF-MM            PIC X(02).
015300     05  JNL-EFF-DD            PIC X(02).
015400
015500 01  JNL-POST-FIELDS.
015600     05  JNL-POST-FACCT-CD     PIC X(10) VALUE SPACES.
015700     05  JNL-POST-SOBP         PIC X(10) VALUE SPACES.
015800     05  JNL-POST-AMT          PIC S9(11)V99 COMP-3 VALUE ZERO.
015900     05  JNL-POST-SIDE-SW      PIC X(01) VALUE SPACE.
016000         88  JNL-POST-TIF                VALUE 'T'.
016100         88  JNL-POST-RP519              VALUE 'R'.
016200
016300 01  JNL-SWITCHES.
016400     05  JNL-ALREADY-POSTED-SW PIC X(01) VALUE 'N'.
016500         88  JNL-ALREADY-POSTED          VALUE 'Y'.
016600     05  JNL-ROW-FOUND-SW      PIC X(01) VALUE 'N'.
016700         88  JNL-ROW-FOUND               VALUE 'Y'.
016800     05  JNL-RPT-DONE-SW       PIC X(01) VALUE 'N'.
016900         88  JNL-RPT-DONE                VALUE 'Y'.
017000
017100 01  JNL-CYC-TOTAL             PIC 9(04) COMP VALUE ZERO.
017200 01  JNL-CYC-DONE              PIC 9(04) COMP VALUE ZERO.
017300 01  JNL-CYC-TOTAL-ED          PIC ZZZ9.
017400 01  JNL-CYC-DONE-ED           PIC ZZZ9.
017500
017600 01  JNL-COUNTERS.
017700     05  JNL-GL-LINES-POSTED   PIC S9(09) COMP-3 VALUE ZERO.
017800     05  JNL-RP519-RECS-READ   PIC S9(09) COMP-3 VALUE ZERO.
017900     05  JNL-RP519-POSTED      PIC S9(09) COMP-3 VALUE ZERO.
018000     05  JNL-RP519-ERR-SKIPPED PIC S9(09) COMP-3 VALUE ZERO.
018100     05  JNL-OUT-OF-PERIOD     PIC S9(09) COMP-3 VALUE ZERO.
018200     05  JNL-ROWS-ADDED        PIC S9(09) COMP-3 VALUE ZERO.
018300     05  JNL-ROWS-REPORTED     PIC S9(09) COMP-3 VALUE ZERO.
018400
018500*--------------------------------------------------------------*
018600* REPORT ARITHMETIC - ONE ROW, THE FACCT BEING PRINTED AND THE  *
018700* WHOLE PERIOD.                                                 *
018800*--------------------------------------------------------------*
018900 01  JNL-PREV-FACCT-CD         PIC X(10) VALUE LOW-VALUES.
019000 01  JNL-FACCT-ROW-CNT         PIC 9(04) COMP VALUE ZERO.
019100 01  JNL-AMOUNTS.
019200     05  JNL-CUR-BUDGET        PIC S9(11)V99 COMP-3 VALUE ZERO.
019300     05  JNL-CUR-ACTUAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
019400     05  JNL-FCT-BUDGET        PIC S9(11)V99 COMP-3 VALUE ZERO.
019500     05  JNL-FCT-ACTUAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
019600     05  JNL-TOT-BUDGET        PIC S9(11)V99 COMP-3 VALUE ZERO.
019700     05  JNL-TOT-ACTUAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
019800     05  JNL-CALC-VARIANCE     PIC S9(11)V99 COMP-3 VALUE ZERO.
019900     05  JNL-CALC-PROJECTED    PIC S9(11)V99 COMP-3 VALUE ZERO.
020000     05  JNL-CALC-PCT          PIC S9(05)V9  COMP-3 VALUE ZERO.
020100
020200 01  JNL-RPT-LINE.
020300     05  JNL-RPT-FACCT-CD      PIC X(10).
020400     05  FILLER                PIC X(01) VALUE SPACES.
020500     05  JNL-RPT-SOBP          PIC X(10).
020600     05  FILLER                PIC X(02) VALUE SPACES.
020700     05  JNL-RPT-BUDGET        PIC Z,ZZZ,ZZZ,ZZ9.99-.
020800     05  FILLER                PIC X(02) VALUE SPACES.
020900     05  JNL-RPT-ACTUAL        PIC Z,ZZZ,ZZZ,ZZ9.99-.
021000     05  FILLER                PIC X(02) VALUE SPACES.
021100     05  JNL-RPT-VARIANCE      PIC Z,ZZZ,ZZZ,ZZ9.99-.
021200     05  FILLER                PIC X(02) VALUE SPACES.
021300     05  JNL-RPT-PCT           PIC ZZZZ9.9-.
021400     05  JNL-RPT-PCT-X REDEFINES JNL-RPT-PCT
021500                               PIC X(08).
021600     05  FILLER                PIC X(02) VALUE SPACES.
021700     05  JNL-RPT-PROJECTED     PIC Z,ZZZ,ZZZ,ZZ9.99-.
021800
021900 PROCEDURE DIVISION.
022000*--------------------------------------------------------------*
022100 0000-MAINLINE.
022200     PERFORM 1000-INITIALIZE
022300         THRU 1000-INITIALIZE-EXIT.
022400     PERFORM 2000-CHECK-CYCLE-MARK
022500         THRU 2000-CHECK-CYCLE-MARK-EXIT.
022600     IF NOT JNL-ALREADY-POSTED
022700         PERFORM 3000-POST-GLINTF-LINE
022800             THRU 3000-POST-GLINTF-LINE-EXIT
022900             UNTIL JNL-GLINTF-EOF
023000         PERFORM 3500-POST-RP519-RECORD
023100             THRU 3500-POST-RP519-RECORD-EXIT
023200             UNTIL JNL-RP519IN-EOF
023300         PERFORM 3900-WRITE-CYCLE-MARK
023400             THRU 3900-WRITE-CYCLE-MARK-EXIT
023500     END-IF.
023600     PERFORM 4000-COUNT-CYCLES
023700         THRU 4000-COUNT-CYCLES-EXIT.
023800     PERFORM 5000-PRINT-REPORT
023900         THRU 5000-PRINT-REPORT-EXIT.
024000     PERFORM 9000-TERMINATE
024100         THRU 9000-TERMINATE-EXIT.
024200     GOBACK.
024300
024400*--------------------------------------------------------------*
024500* THE CARD IS PERIOD (CCYYMM) IN 1-6, THE BILL CYCLE JUST RUN   *
024600* IN 8-9 AND THE AS-OF DATE (CCYYMMDD) IN 11-18.  A BLANK AS-OF *
024700* DATE MEANS TODAY.                                             *
024800*--------------------------------------------------------------*
024900 1000-INITIALIZE.
025000     OPEN INPUT BVA-CTL-FILE.
025100     IF NOT JNL-BVACTL-OK
025200         DISPLAY 'IJTBVA01 - UNABLE TO OPEN BVACTL, RC=16'
025300         MOVE 16 TO RETURN-CODE
025400         GOBACK
025500     END-IF.
025600     READ BVA-CTL-FILE INTO JNL-BVA-CTL-CARD
025700         AT END
025800             DISPLAY 'IJTBVA01 - BVACTL IS EMPTY, RC=16'
025900             MOVE 16 TO RETURN-CODE
026000             GOBACK
026100     END-READ.
026200     CLOSE BVA-CTL-FILE.
026300     IF JNL-CTL-ASOF-DT = SPACES
026400         ACCEPT JNL-CTL-ASOF-DT FROM DATE YYYYMMDD
026500     END-IF.
026600     IF JNL-CTL-PERIOD-CCYY NOT NUMERIC
026700         OR NOT JNL-CTL-MONTH-VALID
026800         OR JNL-CTL-BL-CYC-CD = SPACES
026900         OR JNL-CTL-ASOF-DT NOT NUMERIC
027000         DISPLAY 'IJTBVA01 - BVACTL CARD INVALID, RC=16'
027100         MOVE 16 TO RETURN-CODE
027200         GOBACK
027300     END-IF.
027400
027500     OPEN I-O BVA-MST-FILE.
027600     IF NOT JNL-BVAMST-OK
027700         DISPLAY 'IJTBVA01 - UNABLE TO OPEN BVAMST, STATUS = '
027800             JNL-BVAMST-STATUS
027900         MOVE 16 TO RETURN-CODE
028000         GOBACK
028100     END-IF.
028200     OPEN INPUT GL-INTF-FILE.
028300     IF NOT JNL-GLINTF-OK
028400         DISPLAY 'IJTBVA01 - UNABLE TO OPEN GLINTF, RC=16'
028500         MOVE 16 TO RETURN-CODE
028600         GOBACK
028700     END-IF.
028800*--------------------------------------------------------------*
028900* NOT EVERY CYCLE CARRIES AN RP519 GENERATION - NO FILE, NO     *
029000* RP519 ACTUALS THIS CYCLE.                                     *
029100*--------------------------------------------------------------*
029200     OPEN INPUT RP519-IN-FILE.
029300     IF JNL-RP519IN-NOT-FOUND
029400         SET JNL-RP519IN-EOF TO TRUE
029500     ELSE
029600         IF NOT JNL-RP519IN-OK
029700             DISPLAY 'IJTBVA01 - UNABLE TO OPEN RP519IN, RC=16'
029800             MOVE 16 TO RETURN-CODE
029900             GOBACK
030000         END-IF
030100     END-IF.
030200     OPEN OUTPUT BVA-RPT-FILE.
030300 1000-INITIALIZE-EXIT.
030400     EXIT.
030500
030600*--------------------------------------------------------------*
030700 2000-CHECK-CYCLE-MARK.
030800     MOVE JNL-CTL-PERIOD    TO BVAMST-PERIOD.
030900     SET BVAMST-CYCLE-MARK  TO TRUE.
031000     MOVE JNL-CTL-BL-CYC-CD TO BVAMST-SOBP.
031100     READ BVA-MST-FILE
031200         INVALID KEY
031300             GO TO 2000-CHECK-CYCLE-MARK-EXIT
031400     END-READ.
031500     SET JNL-ALREADY-POSTED TO TRUE.
031600     DISPLAY 'IJTBVA01 - CYCLE ' JNL-CTL-BL-CYC-CD
031700         ' ALREADY ADDED FOR ' JNL-CTL-PERIOD ' ON '
031800         BVAMST-LAST-POST-DT ' - REPORT ONLY'.
031900 2000-CHECK-CYCLE-MARK-EXIT.
032000     EXIT.
032100
032200*--------------------------------------------------------------*
032300* ONLY THE 'D' SUMMARY LINES CARRY REVENUE - THE BATCH HEADER   *
032400* AND TRAILER ARE IJTGLP01'S CONTROL STRUCTURE.                 *
032500*--------------------------------------------------------------*
032600 3000-POST-GLINTF-LINE.
032700     READ GL-INTF-FILE INTO JNL-GL-DTL-VIEW
032800         AT END
032900             SET JNL-GLINTF-EOF TO TRUE
033000             GO TO 3000-POST-GLINTF-LINE-EXIT
033100     END-READ.
033200     IF JNL-GLD-REC-TYPE NOT = 'D'
033300         GO TO 3000-POST-GLINTF-LINE-EXIT
033400     END-IF.
033500     MOVE JNL-GLD-JRNL-CCYY TO JNL-LINE-PER-CCYY.
033600     MOVE JNL-GLD-JRNL-MM   TO JNL-LINE-PER-MM.
033700     IF JNL-LINE-PERIOD NOT = JNL-CTL-PERIOD
033800         ADD 1 TO JNL-OUT-OF-PERIOD
033900         GO TO 3000-POST-GLINTF-LINE-EXIT
034000     END-IF.
034100     MOVE JNL-GLD-FACCT-CD TO JNL-POST-FACCT-CD.
034200     MOVE JNL-GLD-SOBP     TO JNL-POST-SOBP.
034300     MOVE JNL-GLD-AMT      TO JNL-POST-AMT.
034400     SET JNL-POST-TIF TO TRUE.
034500     PERFORM 3800-POST-AMOUNT
034600         THRU 3800-POST-AMOUNT-EXIT.
034700     ADD 1 TO JNL-GL-LINES-POSTED.
034800 3000-POST-GLINTF-LINE-EXIT.
034900     EXIT.
035000
035100*--------------------------------------------------------------*
035200* A RECORD STILL CARRYING AN ERROR CODE IS SITTING IN           *
035300* CORRECTION AND HAS NOT BEEN BOOKED.  RP519 HAS NO SOBP - ITS  *
035400* REVENUE GOES TO THE FACCT'S BLANK-SOBP ROW.                   *
035500*--------------------------------------------------------------*
035600 3500-POST-RP519-RECORD.
035700     READ RP519-IN-FILE INTO JNL-RP519-VIEW
035800         AT END
035900             SET JNL-RP519IN-EOF TO TRUE
036000             GO TO 3500-POST-RP519-RECORD-EXIT
036100     END-READ.
036200     ADD 1 TO JNL-RP519-RECS-READ.
036300     IF RP519-ERROR-CODE NOT = SPACES
036400         ADD 1 TO JNL-RP519-ERR-SKIPPED
036500         GO TO 3500-POST-RP519-RECORD-EXIT
036600     END-IF.
036700     IF RP519-EFFECTIVE-DATE NOT NUMERIC
036800         OR RP519-CR-FACCT = SPACES
036900         OR RP519-CUR-AMT NOT NUMERIC
037000         ADD 1 TO JNL-RP519-ERR-SKIPPED
037100         GO TO 3500-POST-RP519-RECORD-EXIT
037200     END-IF.
037300     MOVE RP519-EFFECTIVE-DATE TO JNL-EFF-DATE-VIEW.
037400     MOVE '20'      TO JNL-LINE-PER-CCYY (1:2).
037500     MOVE JNL-EFF-YY TO JNL-LINE-PER-CCYY (3:2).
037600     MOVE JNL-EFF-MM TO JNL-LINE-PER-MM.
037700     IF JNL-LINE-PERIOD NOT = JNL-CTL-PERIOD
037800         ADD 1 TO JNL-OUT-OF-PERIOD
037900         GO TO 3500-POST-RP519-RECORD-EXIT
038000     END-IF.
038100     MOVE RP519-CR-FACCT TO JNL-POST-FACCT-CD.
038200     MOVE SPACES         TO JNL-POST-SOBP.
038300     IF RP519-REVERSAL
038400         COMPUTE JNL-POST-AMT = ZERO - RP519-CUR-AMT
038500     ELSE
038600         MOVE RP519-CUR-AMT TO JNL-POST-AMT
038700     END-IF.
038800     SET JNL-POST-RP519 TO TRUE.
038900     PERFORM 3800-POST-AMOUNT
039000         THRU 3800-POST-AMOUNT-EXIT.
039100     ADD 1 TO JNL-RP519-POSTED.
039200 3500-POST-RP519-RECORD-EXIT.
039300     EXIT.
039400
039500*--------------------------------------------------------------*
039600* ADD JNL-POST-AMT TO THE ROW'S TIF OR RP519 ACTUAL.  REVENUE   *
039700* ON A FACCT/SOBP FINANCE DID NOT BUDGET GETS A ROW OF ITS OWN  *
039800* WITH A ZERO BUDGET, SO IT SHOWS ON THE REPORT AS UNBUDGETED.  *
039900*--------------------------------------------------------------*
040000 3800-POST-AMOUNT.
040100     MOVE JNL-CTL-PERIOD    TO BVAMST-PERIOD.
040200     MOVE JNL-POST-FACCT-CD TO BVAMST-FACCT-CD.
040300     MOVE JNL-POST-SOBP     TO BVAMST-SOBP.
040400     MOVE 'Y' TO JNL-ROW-FOUND-SW.
040500     READ BVA-MST-FILE
040600         INVALID KEY
040700             MOVE 'N' TO JNL-ROW-FOUND-SW
040800     END-READ.
040900     IF NOT JNL-ROW-FOUND
041000         MOVE ZERO   TO BVAMST-BUDGET-AMT
041100                        BVAMST-TIF-ACT-AMT
041200                        BVAMST-RP519-ACT-AMT
041300         MOVE SPACES TO BVAMST-BUDGET-LOAD-DT
041400     END-IF.
041500     IF JNL-POST-TIF
041600         ADD JNL-POST-AMT TO BVAMST-TIF-ACT-AMT
041700     ELSE
041800         ADD JNL-POST-AMT TO BVAMST-RP519-ACT-AMT
041900     END-IF.
042000     MOVE JNL-CTL-ASOF-DT TO BVAMST-LAST-POST-DT.
042100     IF JNL-ROW-FOUND
042200         REWRITE BVAMST-RECORD
042300             INVALID KEY
042400                 DISPLAY 'IJTBVA01 - REWRITE FAILED, STATUS = '
042500                     JNL-BVAMST-STATUS
042600                 MOVE 16 TO RETURN-CODE
042700                 GOBACK
042800         END-REWRITE
042900     ELSE
043000         WRITE BVAMST-RECORD
043100             INVALID KEY
043200                 DISPLAY 'IJTBVA01 - WRITE FAILED, STATUS = '
043300                     JNL-BVAMST-STATUS
043400                 MOVE 16 TO RETURN-CODE
043500                 GOBACK
043600         END-WRITE
043700         ADD 1 TO JNL-ROWS-ADDED
043800     END-IF.
043900 3800-POST-AMOUNT-EXIT.
044000     EXIT.
044100
044200*--------------------------------------------------------------*
044300 3900-WRITE-CYCLE-MARK.
044400     MOVE JNL-CTL-PERIOD    TO BVAMST-PERIOD.
044500     SET BVAMST-CYCLE-MARK  TO TRUE.
044600     MOVE JNL-CTL-BL-CYC-CD TO BVAMST-SOBP.
044700     MOVE ZERO   TO BVAMST-BUDGET-AMT
044800                    BVAMST-TIF-ACT-AMT
044900                    BVAMST-RP519-ACT-AMT.
045000     MOVE SPACES TO BVAMST-BUDGET-LOAD-DT.
045100     MOVE JNL-CTL-ASOF-DT TO BVAMST-LAST-POST-DT.
045200     WRITE BVAMST-RECORD
045300         INVALID KEY
045400             DISPLAY 'IJTBVA01 - CYCLE MARK WRITE FAILED, '
045500                 'STATUS = ' JNL-BVAMST-STATUS
045600             MOVE 16 TO RETURN-CODE
045700             GOBACK
045800     END-WRITE.
045900 3900-WRITE-CYCLE-MARK-EXIT.
046000     EXIT.
046100
046200*--------------------------------------------------------------*
046300* THE PERIOD'S BILL CYCLES FROM CYCCAL, AND HOW MANY OF THEM    *
046400* HAVE CLOSED BY THE AS-OF DATE.  NO CYCCAL, OR NO ROWS FOR THE *
046500* PERIOD, AND THERE IS NOTHING TO PROJECT WITH - THE PROJECTION *
046600* IS THE ACTUAL.                                                *
046700*--------------------------------------------------------------*
046800 4000-COUNT-CYCLES.
046900     OPEN INPUT CYC-CAL-FILE.
047000     IF JNL-CYCCAL-NOT-FOUND
047100         GO TO 4000-COUNT-CYCLES-EXIT
047200     END-IF.
047300     IF NOT JNL-CYCCAL-OK
047400         DISPLAY 'IJTBVA01 - UNABLE TO OPEN CYCCAL, STATUS = '
047500             JNL-CYCCAL-STATUS
047600         MOVE 16 TO RETURN-CODE
047700         GOBACK
047800     END-IF.
047900     PERFORM 4100-COUNT-ONE-CYCLE
048000         THRU 4100-COUNT-ONE-CYCLE-EXIT
048100         UNTIL JNL-CYCCAL-EOF.
048200     CLOSE CYC-CAL-FILE.
048300 4000-COUNT-CYCLES-EXIT.
048400     EXIT.
048500
048600 4100-COUNT-ONE-CYCLE.
048700     READ CYC-CAL-FILE INTO CYCCAL-RECORD
048800         AT END
048900             SET JNL-CYCCAL-EOF TO TRUE
049000             GO TO 4100-COUNT-ONE-CYCLE-EXIT
049100     END-READ.
049200     IF CYCCAL-PERIOD NOT = JNL-CTL-PERIOD
049300         GO TO 4100-COUNT-ONE-CYCLE-EXIT
049400     END-IF.
049500     ADD 1 TO JNL-CYC-TOTAL.
049600     IF CYCCAL-CLOSE-DT NOT > JNL-CTL-ASOF-DT
049700         ADD 1 TO JNL-CYC-DONE
049800     END-IF.
049900 4100-COUNT-ONE-CYCLE-EXIT.
050000     EXIT.
050100
050200*--------------------------------------------------------------*
050300* EVERY ROW OF THE PERIOD IN FACCT/SOBP ORDER, A SUBTOTAL FOR   *
050400* ANY FACCT SPLIT ACROSS MORE THAN ONE SOBP, AND A PERIOD       *
050500* TOTAL.  THE CYCLE MARKS ARE SKIPPED.                          *
050600*--------------------------------------------------------------*
050700 5000-PRINT-REPORT.
050800     MOVE JNL-CYC-TOTAL TO JNL-CYC-TOTAL-ED.
050900     MOVE JNL-CYC-DONE  TO JNL-CYC-DONE-ED.
051000     MOVE SPACES TO BVA-RPT-LINE.
051100     STRING 'IJTBVA01 - REVENUE BUDGET VERSUS ACTUAL, PERIOD '
051200         JNL-CTL-PERIOD ', THROUGH CYCLE ' JNL-CTL-BL-CYC-CD
051300         ', AS OF ' JNL-CTL-ASOF-DT
051400         DELIMITED BY SIZE INTO BVA-RPT-LINE
051500     END-STRING.
051600     WRITE BVA-RPT-LINE.
051700     MOVE SPACES TO BVA-RPT-LINE.
051800     STRING 'BILL CYCLES CLOSED ' JNL-CYC-DONE-ED ' OF '
051900         JNL-CYC-TOTAL-ED ' IN CYCCAL FOR THE PERIOD'
052000         DELIMITED BY SIZE INTO BVA-RPT-LINE
052100     END-STRING.
052200     WRITE BVA-RPT-LINE.
052300     MOVE SPACES TO BVA-RPT-LINE.
052400     STRING 'FACCT     ' SPACE 'SOBP      ' SPACE SPACE
052500         '           BUDGET' SPACE SPACE
052600         '     ACTUAL (MTD)' SPACE SPACE
052700         '         VARIANCE' SPACE SPACE
052800         '  PCT   ' SPACE SPACE
052900         ' PROJECTED MONTH-END'
053000         DELIMITED BY SIZE INTO BVA-RPT-LINE
053100     END-STRING.
053200     WRITE BVA-RPT-LINE.
053300
053400     MOVE JNL-CTL-PERIOD TO BVAMST-PERIOD.
053500     MOVE LOW-VALUES     TO BVAMST-FACCT-CD BVAMST-SOBP.
053600     START BVA-MST-FILE KEY NOT < BVAMST-KEY
053700         INVALID KEY
053800             SET JNL-RPT-DONE TO TRUE
053900     END-START.
054000     PERFORM 5100-PRINT-ONE-ROW
054100         THRU 5100-PRINT-ONE-ROW-EXIT
054200         UNTIL JNL-RPT-DONE.
054300     PERFORM 5300-FACCT-BREAK
054400         THRU 5300-FACCT-BREAK-EXIT.
054500
054600     MOVE SPACES TO JNL-RPT-LINE.
054700     MOVE 'PERIOD'       TO JNL-RPT-FACCT-CD.
054800     MOVE 'TOTAL'        TO JNL-RPT-SOBP.
054900     MOVE JNL-TOT-BUDGET TO JNL-CUR-BUDGET.
055000     MOVE JNL-TOT-ACTUAL TO JNL-CUR-ACTUAL.
055100     PERFORM 5500-FORMAT-AMOUNTS
055200         THRU 5500-FORMAT-AMOUNTS-EXIT.
055300     MOVE SPACES TO BVA-RPT-LINE.
055400     WRITE BVA-RPT-LINE.
055500     MOVE JNL-RPT-LINE TO BVA-RPT-LINE.
055600     WRITE BVA-RPT-LINE.
055700 5000-PRINT-REPORT-EXIT.
055800     EXIT.
055900
056000*--------------------------------------------------------------*
056100 5100-PRINT-ONE-ROW.
056200     READ BVA-MST-FILE NEXT
056300         AT END
056400             SET JNL-RPT-DONE TO TRUE
056500             GO TO 5100-PRINT-ONE-ROW-EXIT
056600     END-READ.
056700     IF BVAMST-PERIOD NOT = JNL-CTL-PERIOD
056800         SET JNL-RPT-DONE TO TRUE
056900         GO TO 5100-PRINT-ONE-ROW-EXIT
057000     END-IF.
057100     IF BVAMST-CYCLE-MARK
057200         GO TO 5100-PRINT-ONE-ROW-EXIT
057300     END-IF.
057400     IF BVAMST-FACCT-CD NOT = JNL-PREV-FACCT-CD
057500         PERFORM 5300-FACCT-BREAK
057600             THRU 5300-FACCT-BREAK-EXIT
057700         MOVE BVAMST-FACCT-CD TO JNL-PREV-FACCT-CD
057800     END-IF.
057900     ADD 1 TO JNL-FACCT-ROW-CNT.
058000     ADD 1 TO JNL-ROWS-REPORTED.
058100     MOVE BVAMST-BUDGET-AMT TO JNL-CUR-BUDGET.
058200     COMPUTE JNL-CUR-ACTUAL = BVAMST-TIF-ACT-AMT
058300                            + BVAMST-RP519-ACT-AMT.
058400     ADD JNL-CUR-BUDGET TO JNL-FCT-BUDGET JNL-TOT-BUDGET.
058500     ADD JNL-CUR-ACTUAL TO JNL-FCT-ACTUAL JNL-TOT-ACTUAL.
058600     MOVE SPACES          TO JNL-RPT-LINE.
058700     MOVE BVAMST-FACCT-CD TO JNL-RPT-FACCT-CD.
058800     MOVE BVAMST-SOBP     TO JNL-RPT-SOBP.
058900     PERFORM 5500-FORMAT-AMOUNTS
059000         THRU 5500-FORMAT-AMOUNTS-EXIT.
059100     MOVE JNL-RPT-LINE TO BVA-RPT-LINE.
059200     WRITE BVA-RPT-LINE.
059300 5100-PRINT-ONE-ROW-EXIT.
059400     EXIT.
059500
059600*--------------------------------------------------------------*
059700 5300-FACCT-BREAK.
059800     IF JNL-FACCT-ROW-CNT > 1
059900         MOVE SPACES TO JNL-RPT-LINE
060000         MOVE JNL-PREV-FACCT-CD TO JNL-RPT-FACCT-CD
060100         MOVE 'ALL SOBP'        TO JNL-RPT-SOBP
060200         MOVE JNL-FCT-BUDGET    TO JNL-CUR-BUDGET
060300         MOVE JNL-FCT-ACTUAL    TO JNL-CUR-ACTUAL
060400         PERFORM 5500-FORMAT-AMOUNTS
060500             THRU 5500-FORMAT-AMOUNTS-EXIT
060600         MOVE JNL-RPT-LINE TO BVA-RPT-LINE
060700         WRITE BVA-RPT-LINE
060800     END-IF.
060900     MOVE ZERO TO JNL-FACCT-ROW-CNT JNL-FCT-BUDGET
061000                  JNL-FCT-ACTUAL.
061100 5300-FACCT-BREAK-EXIT.
061200     EXIT.
061300
061400*--------------------------------------------------------------*
061500* VARIANCE IS ACTUAL LESS BUDGET, SO REVENUE AHEAD OF BUDGET IS *
061600* POSITIVE.  THE PROJECTION SCALES THE ACTUAL BY CYCLES IN THE  *
061700* PERIOD OVER CYCLES CLOSED.                                    *
061800*--------------------------------------------------------------*
061900 5500-FORMAT-AMOUNTS.
062000     COMPUTE JNL-CALC-VARIANCE = JNL-CUR-ACTUAL - JNL-CUR-BUDGET.
062100     MOVE JNL-CUR-BUDGET    TO JNL-RPT-BUDGET.
062200     MOVE JNL-CUR-ACTUAL    TO JNL-RPT-ACTUAL.
062300     MOVE JNL-CALC-VARIANCE TO JNL-RPT-VARIANCE.
062400     IF JNL-CUR-BUDGET = ZERO
062500         MOVE 'NO BUDG' TO JNL-RPT-PCT-X
062600     ELSE
062700         COMPUTE JNL-CALC-PCT ROUNDED =
062800             JNL-CUR-ACTUAL * 100 / JNL-CUR-BUDGET
062900             ON SIZE ERROR
063000                 MOVE 99999.9 TO JNL-CALC-PCT
063100         END-COMPUTE
063200         MOVE JNL-CALC-PCT TO JNL-RPT-PCT
063300     END-IF.
063400     IF JNL-CYC-DONE > ZERO AND JNL-CYC-TOTAL > JNL-CYC-DONE
063500         COMPUTE JNL-CALC-PROJECTED ROUNDED =
063600             JNL-CUR-ACTUAL * JNL-CYC-TOTAL / JNL-CYC-DONE
063700             ON SIZE ERROR
063800                 MOVE JNL-CUR-ACTUAL TO JNL-CALC-PROJECTED
063900         END-COMPUTE
064000     ELSE
064100         MOVE JNL-CUR-ACTUAL TO JNL-CALC-PROJECTED
064200     END-IF.
064300     MOVE JNL-CALC-PROJECTED TO JNL-RPT-PROJECTED.
064400 5500-FORMAT-AMOUNTS-EXIT.
064500     EXIT.
064600
064700*--------------------------------------------------------------*
064800 9000-TERMINATE.
064900     CLOSE GL-INTF-FILE RP519-IN-FILE BVA-MST-FILE BVA-RPT-FILE.
065000     DISPLAY 'IJTBVA01 - GLINTF LINES ADDED      = '
065100         JNL-GL-LINES-POSTED.
065200     DISPLAY 'IJTBVA01 - RP519 RECORDS READ      = '
065300         JNL-RP519-RECS-READ.
065400     DISPLAY 'IJTBVA01 - RP519 RECORDS ADDED     = '
065500         JNL-RP519-POSTED.
065600     DISPLAY 'IJTBVA01 - RP519 SKIPPED (ERROR)   = '
065700         JNL-RP519-ERR-SKIPPED.
065800     DISPLAY 'IJTBVA01 - OUTSIDE THE PERIOD      = '
065900         JNL-OUT-OF-PERIOD.
066000     DISPLAY 'IJTBVA01 - UNBUDGETED ROWS ADDED   = '
066100         JNL-ROWS-ADDED.
066200     DISPLAY 'IJTBVA01 - ROWS REPORTED           = '
066300         JNL-ROWS-REPORTED.
066400     IF JNL-ALREADY-POSTED OR JNL-OUT-OF-PERIOD > ZERO
066500         MOVE 4 TO RETURN-CODE
066600     END-IF.
066700 9000-TERMINATE-EXIT.
066800     EXIT.
066900
067000*-------------------------------------------------------------.
067100*                     E N D   O F  I J T B V A 0 1             :
067200*-------------------------------------------------------------'
