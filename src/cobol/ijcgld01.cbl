000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJCGLD01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/10/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 28.1  09/10/26  RAS  NEW PROGRAM.  JOURNALS THE CRS DISCOUNT  *
001100*                      EXTRACT TO THE GENERAL LEDGER AS CONTRA- *
001200*                      REVENUE, IN THE SAME GLINTF BATCH FORMAT *
001300*                      IJTGLP01 WRITES (DD GLDSCINT), SO        *
001400*                      ACCOUNTING NO LONGER KEYS THE DISCOUNTS  *
001500*                      IN BY HAND.  ONE BATCH PER CRS BILL      *
001600*                      CYCLE: FOR EVERY CRSJURD JURISDICTION    *
001700*                      SLOT CARRYING DISCOUNT DOLLARS, ONE      *
001800*                      CONTRA-REVENUE LINE TO THE SLOT'S        *
001900*                      DISCOUNT FACCT AND ONE OFFSETTING LINE,  *
002000*                      BOTH FROM THE OPS-MAINTAINED DSCFACCT    *
002100*                      TABLE, SO EVERY BATCH NETS TO ZERO.  A   *
002200*                      CYCLE WHOSE DETAILS DO NOT TIE TO THE    *
002300*                      CRS HEADER'S CONTROL TOTALS, OR WITH     *
002400*                      DOLLARS IN A SLOT DSCFACCT DOES NOT MAP, *
002500*                      IS HELD OFF THE JOURNAL (RC 8).  CYCLES  *
002600*                      JOURNALED ARE RECORDED ON HISTSTOR UNDER *
002700*                      APP ID IJCGLDJR SO A RERUN CANNOT POST   *
002800*                      THE SAME CYCLE TWICE.  IJTGLA01 MATCHES  *
002900*                      GLCONF AGAINST GLDSCINT AS WELL.         *
003000*--------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT DSC-FACCT-FILE ASSIGN TO DSCFACCT
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS JNL-DSCFACCT-STATUS.
004000
004100     SELECT CRS-JURD-FILE  ASSIGN TO CRSJURD
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS JNL-CRSJURD-STATUS.
004400
004500     SELECT CRS-IN-FILE    ASSIGN TO CRSIN
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS JNL-CRSIN-STATUS.
004800
004900     SELECT GL-INTF-FILE   ASSIGN TO GLDSCINT
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS JNL-GLINTF-STATUS.
005200
005300     SELECT GLD-RPT-FILE   ASSIGN TO GLDRPT
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS JNL-GLDRPT-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  DSC-FACCT-FILE
006000     RECORDING MODE IS F.
006100 01  DSC-FACCT-IN-RECORD       PIC X(80).
006200
006300 FD  CRS-JURD-FILE.
006400     COPY crsjurd.
006500
006600 FD  CRS-IN-FILE
006700     RECORDING MODE IS F.
006800 01  CRS-IN-RECORD             PIC X(86).
006900
007000 FD  GL-INTF-FILE
007100     RECORDING MODE IS F.
007200 01  GL-INTF-RECORD            PIC X(80).
007300
007400 FD  GLD-RPT-FILE
007500     RECORDING MODE IS F.
007600 01  GLD-RPT-LINE              PIC X(132).
007700
007800 WORKING-STORAGE SECTION.
007900 01  JNL-DSCFACCT-STATUS       PIC X(02) VALUE SPACES.
008000     88  JNL-DSCFACCT-OK                 VALUE '00'.
008100     88  JNL-DSCFACCT-EOF                VALUE '10'.
008200 01  JNL-CRSJURD-STATUS        PIC X(02) VALUE SPACES.
008300     88  JNL-CRSJURD-OK                  VALUE '00'.
008400     88  JNL-CRSJURD-EOF                 VALUE '10'.
008500 01  JNL-CRSIN-STATUS          PIC X(02) VALUE SPACES.
008600     88  JNL-CRSIN-OK                    VALUE '00'.
008700     88  JNL-CRSIN-EOF                   VALUE '10'.
008800 01  JNL-GLINTF-STATUS         PIC X(02) VALUE SPACES.
008900 01  JNL-GLDRPT-STATUS         PIC X(02) VALUE SPACES.
009000 COPY hstcomm.
009100
009200 COPY dscfacct.
009300
009400 01  JNL-CRS-RAW-REC           PIC X(86).
009500
009600 COPY crshdr REPLACING ==01  XX-CRS-HEADER.==
009700     BY ==01  JNL-CRS-HDR-VIEW REDEFINES JNL-CRS-RAW-REC.==.
009800
009900 COPY crsdet REPLACING ==01  XX-CRS-RECORD.==
010000     BY ==01  JNL-CRS-DTL-VIEW REDEFINES JNL-CRS-RAW-REC.==.
010100
010200*--------------------------------------------------------------*
010300* GL INTERFACE RECORD LAYOUTS - THE SAME BATCH HEADER, SUMMARY  *
010400* LINE AND BATCH TRAILER IJTGLP01 SENDS.  THE HEADER CARRIES    *
010500* SOURCE SYSTEM 'CRS', THIS PROGRAM AS THE JOBNAME AND THE      *
010600* BILL CYCLE AS THE SEQUENCE, SO A G-L REJECT TRACES BACK TO    *
010700* THE CRS CYCLE IT CAME FROM.                                   *
010800*--------------------------------------------------------------*
010900 01  JNL-GL-HDR-REC.
011000     05  JNL-GLH-REC-TYPE      PIC X(01) VALUE 'H'.
011100     05  JNL-GLH-BATCH-NO      PIC 9(05).
011200     05  JNL-GLH-SRCE-SYS-CD   PIC X(04).
011300     05  JNL-GLH-JOBNAME       PIC X(08).
011400     05  JNL-GLH-SEQ-NM        PIC X(06).
011500     05  FILLER                PIC X(56) VALUE SPACES.
011600
011700 01  JNL-GL-DTL-REC.
011800     05  JNL-GLD-REC-TYPE      PIC X(01) VALUE 'D'.
011900     05  JNL-GLD-FACCT-CD      PIC X(10).
012000     05  JNL-GLD-SOBP          PIC X(10).
012100     05  JNL-GLD-IET           PIC X(10).
012200     05  JNL-GLD-JRNL-DT       PIC X(10).
012300     05  JNL-GLD-REC-CNT       PIC 9(09).
012400     05  JNL-GLD-AMT           PIC S9(11)V99 SIGN LEADING
012500                               SEPARATE.
012600     05  FILLER                PIC X(16) VALUE SPACES.
012700
012800 01  JNL-GL-TRL-REC.
012900     05  JNL-GLT-REC-TYPE      PIC X(01) VALUE 'T'.
013000     05  JNL-GLT-BATCH-NO      PIC 9(05).
013100     05  JNL-GLT-LINE-CNT      PIC 9(05).
013200     05  JNL-GLT-REC-CNT       PIC 9(09).
013300     05  JNL-GLT-AMT           PIC S9(11)V99 SIGN LEADING
013400                               SEPARATE.
013500     05  FILLER                PIC X(46) VALUE SPACES.
013600
013700*--------------------------------------------------------------*
013800* ONE ENTRY PER JURISDICTION SLOT, INDEXED BY SLOT NUMBER THE   *
013900* WAY IJCDSC01 INDEXES CRSJURD: THE SLOT'S CODE AND LABEL, ITS  *
014000* DSCFACCT MAPPING (BLANK FACCTS WHEN DSCFACCT HAS NO ROW), AND  *
014100* THE CURRENT CYCLE'S DISCOUNT DOLLARS AND CONTRIBUTING         *
014200* SUB-ACCOUNT COUNT.                                            *
014300*--------------------------------------------------------------*
014400 01  JNL-JURD-CNT              PIC 9(04) COMP VALUE ZERO.
014500 01  JNL-JURD-SUB              PIC 9(04) COMP VALUE ZERO.
014600 01  JNL-JURD-TABLE.
014700     05  JNL-JURD-ENTRY OCCURS 10 TIMES.
014800         10  JNL-JURD-CD           PIC X(02).
014900         10  JNL-JURD-DESC         PIC X(20).
015000         10  JNL-JURD-DISC-FACCT   PIC X(10).
015100         10  JNL-JURD-OFST-FACCT   PIC X(10).
015200         10  JNL-JURD-SOBP         PIC X(10).
015300         10  JNL-JURD-IET          PIC X(10).
015400         10  JNL-JURD-DISC-AMT     PIC S9(11)V99 COMP-3.
015500         10  JNL-JURD-REC-CNT      PIC S9(09)    COMP-3.
015600
015700*--------------------------------------------------------------*
015800* WHAT THE STORE KEEPS FOR A JOURNALED BILL CYCLE - THE DAY IT  *
015900* WENT TO THE G-L AND WHAT WAS SENT.  THE CYCLE IS THE KEY.     *
016000*--------------------------------------------------------------*
016100 01  JNL-JRNL-HST-REC.
016200     05  JNL-HST-SENT-DT       PIC X(08).
016300     05  JNL-HST-REC-CNT       PIC S9(09)    COMP-3.
016400     05  JNL-HST-DISC-AMT      PIC S9(11)V99 COMP-3.
016500
016600 01  JNL-CUR-BATCH.
016700     05  JNL-CUR-BATCH-NO      PIC 9(05) VALUE ZERO.
016800     05  JNL-CUR-BILL-CYCLE    PIC X(06) VALUE SPACES.
016900     05  JNL-CUR-JRNL-DT       PIC X(10) VALUE SPACES.
017000     05  JNL-CUR-BATCH-RECS    PIC S9(09)    COMP-3 VALUE ZERO.
017100     05  JNL-CUR-DISC-AMT      PIC S9(11)V99 COMP-3 VALUE ZERO.
017200     05  JNL-CUR-LINE-CNT      PIC 9(05) VALUE ZERO.
017300     05  JNL-CUR-LINE-AMT      PIC S9(11)V99 COMP-3 VALUE ZERO.
017400     05  JNL-CLAIMED-REC-CNT   PIC S9(09)    COMP-3 VALUE ZERO.
017500     05  JNL-CLAIMED-DISC-AMT  PIC S9(09)V99 COMP-3 VALUE ZERO.
017600     05  JNL-HOLD-REASON       PIC X(40) VALUE SPACES.
017700
017800 01  JNL-STAMP-DATE            PIC X(08) VALUE SPACES.
017900
018000 01  JNL-SWITCHES.
018100     05  JNL-CYCLE-SW          PIC X(01) VALUE 'N'.
018200         88  JNL-CYCLE-OPEN              VALUE 'Y'.
018300         88  JNL-CYCLE-DONE              VALUE 'D'.
018400         88  JNL-CYCLE-NONE              VALUE 'N'.
018500
018600 01  JNL-COUNTERS.
018700     05  JNL-SUB-ACCTS-READ    PIC S9(09) COMP-3 VALUE ZERO.
018800     05  JNL-NO-HDR-SKIPPED    PIC S9(09) COMP-3 VALUE ZERO.
018900     05  JNL-DONE-SKIPPED      PIC S9(09) COMP-3 VALUE ZERO.
019000     05  JNL-CYCLES-READ       PIC S9(05) COMP-3 VALUE ZERO.
019100     05  JNL-CYCLES-ALREADY    PIC S9(05) COMP-3 VALUE ZERO.
019200     05  JNL-CYCLES-HELD       PIC S9(05) COMP-3 VALUE ZERO.
019300     05  JNL-BATCHES-WRITTEN   PIC S9(05) COMP-3 VALUE ZERO.
019400     05  JNL-LINES-WRITTEN     PIC S9(09) COMP-3 VALUE ZERO.
019500
019600 01  JNL-EDIT-FIELDS.
019700     05  JNL-EDIT-CNT          PIC ZZZ,ZZZ,ZZ9.
019800     05  JNL-EDIT-AMT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
019900     05  JNL-EDIT-AMT-2        PIC Z,ZZZ,ZZZ,ZZ9.99-.
020000
020100 01  JNL-RPT-LINE.
020200     05  JNL-RPT-SLOT-CD       PIC X(02).
020300     05  FILLER                PIC X(02) VALUE SPACES.
020400     05  JNL-RPT-SLOT-DESC     PIC X(20).
020500     05  FILLER                PIC X(02) VALUE SPACES.
020600     05  JNL-RPT-FACCT-CD      PIC X(10).
020700     05  FILLER                PIC X(02) VALUE SPACES.
020800     05  JNL-RPT-SOBP          PIC X(10).
020900     05  FILLER                PIC X(02) VALUE SPACES.
021000     05  JNL-RPT-IET           PIC X(10).
021100     05  FILLER                PIC X(02) VALUE SPACES.
021200     05  JNL-RPT-REC-CNT       PIC ZZZ,ZZZ,ZZ9.
021300     05  FILLER                PIC X(02) VALUE SPACES.
021400     05  JNL-RPT-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
021500     05  FILLER                PIC X(02) VALUE SPACES.
021600     05  JNL-RPT-SIDE          PIC X(14).
021700
021800 PROCEDURE DIVISION.
021900*--------------------------------------------------------------*
022000 0000-MAINLINE.
022100     PERFORM 1000-INITIALIZE
022200         THRU 1000-INITIALIZE-EXIT.
022300     PERFORM 2000-PROCESS-CRS-FILE
022400         THRU 2000-PROCESS-CRS-FILE-EXIT
022500         UNTIL JNL-CRSIN-EOF.
022600     IF JNL-CYCLE-OPEN
022700         PERFORM 3000-FINISH-CYCLE
022800             THRU 3000-FINISH-CYCLE-EXIT
022900     END-IF.
023000     PERFORM 9000-TERMINATE
023100         THRU 9000-TERMINATE-EXIT.
023200     GOBACK.
023300
023400*--------------------------------------------------------------*
023500 1000-INITIALIZE.
023600     PERFORM 1100-LOAD-JURISDICTIONS
023700         THRU 1100-LOAD-JURISDICTIONS-EXIT.
023800     PERFORM 1200-LOAD-DISCOUNT-FACCTS
023900         THRU 1200-LOAD-DISCOUNT-FACCTS-EXIT.
024000     SET HST-FUNC-OPEN TO TRUE.
024100     CALL 'IJHSTR01' USING HST-COMM-AREA.
024200     IF NOT HST-RC-OK
024300         DISPLAY 'IJCGLD01 - UNABLE TO OPEN HISTSTOR, RC = '
024400             HST-RETURN-CD
024500         MOVE 16 TO RETURN-CODE
024600         GOBACK
024700     END-IF.
024800     OPEN INPUT CRS-IN-FILE.
024900     IF NOT JNL-CRSIN-OK
025000         DISPLAY 'IJCGLD01 - UNABLE TO OPEN CRSIN, RC=16'
025100         MOVE 16 TO RETURN-CODE
025200         GOBACK
025300     END-IF.
025400     OPEN OUTPUT GL-INTF-FILE.
025500     OPEN OUTPUT GLD-RPT-FILE.
025600     ACCEPT JNL-STAMP-DATE FROM DATE YYYYMMDD.
025700     MOVE SPACES TO GLD-RPT-LINE.
025800     MOVE 'IJCGLD01 - CRS DISCOUNT CONTRA-REVENUE GL JOURNAL'
025900         TO GLD-RPT-LINE.
026000     WRITE GLD-RPT-LINE.
026100 1000-INITIALIZE-EXIT.
026200     EXIT.
026300
026400*--------------------------------------------------------------*
026500* SLOT CODES AND LABELS FROM CRSJURD, INDEXED BY SLOT NUMBER    *
026600* EXACTLY AS IJCDSC01 LOADS THEM.                               *
026700*--------------------------------------------------------------*
026800 1100-LOAD-JURISDICTIONS.
026900     OPEN INPUT CRS-JURD-FILE.
027000     IF NOT JNL-CRSJURD-OK
027100         DISPLAY 'IJCGLD01 - UNABLE TO OPEN CRSJURD, STATUS = '
027200             JNL-CRSJURD-STATUS
027300         MOVE 16 TO RETURN-CODE
027400         GOBACK
027500     END-IF.
027600     PERFORM 1105-CLEAR-SLOT
027700         VARYING JNL-JURD-SUB FROM 1 BY 1
027800         UNTIL JNL-JURD-SUB > 10.
027900     PERFORM 1110-READ-JURISDICTION
028000         THRU 1110-READ-JURISDICTION-EXIT
028100         UNTIL JNL-CRSJURD-EOF.
028200     CLOSE CRS-JURD-FILE.
028300 1100-LOAD-JURISDICTIONS-EXIT.
028400     EXIT.
028500
028600 1105-CLEAR-SLOT.
028700     MOVE SPACES TO JNL-JURD-CD (JNL-JURD-SUB)
028800                    JNL-JURD-DESC (JNL-JURD-SUB)
028900                    JNL-JURD-DISC-FACCT (JNL-JURD-SUB)
029000                    JNL-JURD-OFST-FACCT (JNL-JURD-SUB)
029100                    JNL-JURD-SOBP (JNL-JURD-SUB)
029200                    JNL-JURD-IET (JNL-JURD-SUB).
029300     MOVE ZERO   TO JNL-JURD-DISC-AMT (JNL-JURD-SUB)
029400                    JNL-JURD-REC-CNT (JNL-JURD-SUB).
029500
029600 1110-READ-JURISDICTION.
029700     READ CRS-JURD-FILE
029800         AT END
029900             SET JNL-CRSJURD-EOF TO TRUE
030000             GO TO 1110-READ-JURISDICTION-EXIT
030100     END-READ.
030200     IF CRSJURD-SLOT-NO < 1 OR CRSJURD-SLOT-NO > 10
030300         DISPLAY 'IJCGLD01 - CRSJURD SLOT NUMBER OUT OF RANGE - '
030400             CRSJURD-SLOT-NO
030500         GO TO 1110-READ-JURISDICTION-EXIT
030600     END-IF.
030700     MOVE CRSJURD-CD   TO JNL-JURD-CD (CRSJURD-SLOT-NO).
030800     MOVE CRSJURD-DESC TO JNL-JURD-DESC (CRSJURD-SLOT-NO).
030900     IF CRSJURD-SLOT-NO > JNL-JURD-CNT
031000         MOVE CRSJURD-SLOT-NO TO JNL-JURD-CNT
031100     END-IF.
031200 1110-READ-JURISDICTION-EXIT.
031300     EXIT.
031400
031500*--------------------------------------------------------------*
031600* THE DISCOUNT FACCT TABLE IS REQUIRED - WITHOUT IT NOTHING CAN *
031700* BE JOURNALED.  A ROW FOR A SLOT OUTSIDE THE TABLE, OR WITH    *
031800* ONLY ONE SIDE OF THE ENTRY, STOPS THE RUN FOR OPS TO CORRECT. *
031900*--------------------------------------------------------------*
032000 1200-LOAD-DISCOUNT-FACCTS.
032100     OPEN INPUT DSC-FACCT-FILE.
032200     IF NOT JNL-DSCFACCT-OK
032300         DISPLAY 'IJCGLD01 - UNABLE TO OPEN DSCFACCT, RC=16'
032400         MOVE 16 TO RETURN-CODE
032500         GOBACK
032600     END-IF.
032700     PERFORM 1210-READ-FACCT-ROW
032800         THRU 1210-READ-FACCT-ROW-EXIT
032900         UNTIL JNL-DSCFACCT-EOF.
033000     CLOSE DSC-FACCT-FILE.
033100 1200-LOAD-DISCOUNT-FACCTS-EXIT.
033200     EXIT.
033300
033400 1210-READ-FACCT-ROW.
033500     READ DSC-FACCT-FILE INTO DSCFACCT-RECORD
033600         AT END
033700             SET JNL-DSCFACCT-EOF TO TRUE
033800             GO TO 1210-READ-FACCT-ROW-EXIT
033900     END-READ.
034000     IF DSCFACCT-SLOT-NO NOT NUMERIC
034100         OR DSCFACCT-SLOT-NO < 1 OR DSCFACCT-SLOT-NO > 10
034200         DISPLAY 'IJCGLD01 - DSCFACCT SLOT NUMBER OUT OF RANGE - '
034300             DSCFACCT-SLOT-NO ', RC=16'
034400         MOVE 16 TO RETURN-CODE
034500         GOBACK
034600     END-IF.
034700     IF DSCFACCT-DISC-FACCT = SPACES
034800         OR DSCFACCT-OFST-FACCT = SPACES
034900         DISPLAY 'IJCGLD01 - DSCFACCT ROW FOR SLOT '
035000             DSCFACCT-SLOT-NO ' LACKS A FACCT, RC=16'
035100         MOVE 16 TO RETURN-CODE
035200         GOBACK
035300     END-IF.
035400     MOVE DSCFACCT-DISC-FACCT
035500         TO JNL-JURD-DISC-FACCT (DSCFACCT-SLOT-NO).
035600     MOVE DSCFACCT-OFST-FACCT
035700         TO JNL-JURD-OFST-FACCT (DSCFACCT-SLOT-NO).
035800     MOVE DSCFACCT-SOBP TO JNL-JURD-SOBP (DSCFACCT-SLOT-NO).
035900     MOVE DSCFACCT-IET  TO JNL-JURD-IET (DSCFACCT-SLOT-NO).
036000 1210-READ-FACCT-ROW-EXIT.
036100     EXIT.
036200
036300*--------------------------------------------------------------*
036400* A CRS HEADER OPENS A BILL CYCLE (FINISHING ANY CYCLE STILL    *
036500* OPEN); EACH SUB-ACCOUNT DETAIL ADDS ITS FIVE SLOTS' DISCOUNT  *
036600* DOLLARS TO THE CYCLE.  DETAILS AHEAD OF ANY HEADER, OR FOR A  *
036700* CYCLE ALREADY JOURNALED, ARE COUNTED AND PASSED BY.           *
036800*--------------------------------------------------------------*
036900 2000-PROCESS-CRS-FILE.
037000     READ CRS-IN-FILE INTO JNL-CRS-RAW-REC
037100         AT END
037200             SET JNL-CRSIN-EOF TO TRUE
037300     END-READ.
037400     IF JNL-CRSIN-EOF
037500         GO TO 2000-PROCESS-CRS-FILE-EXIT
037600     END-IF.
037700     IF JNL-CRS-RAW-REC (1:6) = LOW-VALUES
037800         IF JNL-CYCLE-OPEN
037900             PERFORM 3000-FINISH-CYCLE
038000                 THRU 3000-FINISH-CYCLE-EXIT
038100         END-IF
038200         PERFORM 2100-START-CYCLE
038300             THRU 2100-START-CYCLE-EXIT
038400         GO TO 2000-PROCESS-CRS-FILE-EXIT
038500     END-IF.
038600     ADD 1 TO JNL-SUB-ACCTS-READ.
038700     IF JNL-CYCLE-NONE
038800         ADD 1 TO JNL-NO-HDR-SKIPPED
038900         GO TO 2000-PROCESS-CRS-FILE-EXIT
039000     END-IF.
039100     IF JNL-CYCLE-DONE
039200         ADD 1 TO JNL-DONE-SKIPPED
039300         GO TO 2000-PROCESS-CRS-FILE-EXIT
039400     END-IF.
039500     ADD 1 TO JNL-CUR-BATCH-RECS.
039600     PERFORM 2300-ADD-JURISD-SLOT
039700         THRU 2300-ADD-JURISD-SLOT-EXIT
039800         VARYING JNL-JURD-SUB FROM 1 BY 1
039900         UNTIL JNL-JURD-SUB > 5.
040000 2000-PROCESS-CRS-FILE-EXIT.
040100     EXIT.
040200
040300*--------------------------------------------------------------*
040400* THE BILL CYCLE IS THE STORE KEY AND THE JOURNAL DATE.  THE    *
040500* CRS HEADER CARRIES A TWO-DIGIT YEAR; THE G-L WANTS CCYY-MM-DD. *
040600*--------------------------------------------------------------*
040700 2100-START-CYCLE.
040800     MOVE JNL-CRS-RAW-REC TO JNL-CRS-HDR-VIEW.
040900     ADD 1 TO JNL-CYCLES-READ.
041000     MOVE XX-BILL-CYC-YY OF JNL-CRS-HDR-VIEW
041100         TO JNL-CUR-BILL-CYCLE (1:2).
041200     MOVE XX-BILL-CYC-MM OF JNL-CRS-HDR-VIEW
041300         TO JNL-CUR-BILL-CYCLE (3:2).
041400     MOVE XX-BILL-CYC-DD OF JNL-CRS-HDR-VIEW
041500         TO JNL-CUR-BILL-CYCLE (5:2).
041600     MOVE SPACES TO JNL-CUR-JRNL-DT.
041700     STRING '20' JNL-CUR-BILL-CYCLE (1:2) '-'
041800         JNL-CUR-BILL-CYCLE (3:2) '-' JNL-CUR-BILL-CYCLE (5:2)
041900         DELIMITED BY SIZE INTO JNL-CUR-JRNL-DT
042000     END-STRING.
042100     MOVE XX-CTL-REC-CNT  OF JNL-CRS-HDR-VIEW
042200         TO JNL-CLAIMED-REC-CNT.
042300     MOVE XX-CTL-DISC-AMT OF JNL-CRS-HDR-VIEW
042400         TO JNL-CLAIMED-DISC-AMT.
042500     MOVE ZERO TO JNL-CUR-BATCH-RECS JNL-CUR-DISC-AMT.
042600     PERFORM 2110-CLEAR-SLOT-TOTALS
042700         VARYING JNL-JURD-SUB FROM 1 BY 1
042800         UNTIL JNL-JURD-SUB > 10.
042900
043000     MOVE SPACES TO GLD-RPT-LINE.
043100     WRITE GLD-RPT-LINE.
043200     MOVE SPACES TO GLD-RPT-LINE.
043300     STRING 'BILL CYCLE ' JNL-CUR-BILL-CYCLE
043400         '   JOURNAL DATE ' JNL-CUR-JRNL-DT
043500         DELIMITED BY SIZE INTO GLD-RPT-LINE
043600     END-STRING.
043700     WRITE GLD-RPT-LINE.
043800
043900     MOVE 'IJCGLDJR' TO HST-COMM-APP-ID.
044000     MOVE SPACES TO HST-COMM-REC-KEY.
044100     MOVE JNL-CUR-BILL-CYCLE TO HST-COMM-REC-KEY (1:6).
044200     SET HST-FUNC-READ TO TRUE.
044300     CALL 'IJHSTR01' USING HST-COMM-AREA.
044400     IF HST-RC-OK
044500         MOVE HST-COMM-DATA (1:20) TO JNL-JRNL-HST-REC
044600         SET JNL-CYCLE-DONE TO TRUE
044700         ADD 1 TO JNL-CYCLES-ALREADY
044800         MOVE SPACES TO GLD-RPT-LINE
044900         STRING '   ALREADY JOURNALED ON ' JNL-HST-SENT-DT
045000             ' - NOT SENT AGAIN'
045100             DELIMITED BY SIZE INTO GLD-RPT-LINE
045200         END-STRING
045300         WRITE GLD-RPT-LINE
045400         GO TO 2100-START-CYCLE-EXIT
045500     END-IF.
045600     SET JNL-CYCLE-OPEN TO TRUE.
045700 2100-START-CYCLE-EXIT.
045800     EXIT.
045900
046000 2110-CLEAR-SLOT-TOTALS.
046100     MOVE ZERO TO JNL-JURD-DISC-AMT (JNL-JURD-SUB)
046200                  JNL-JURD-REC-CNT (JNL-JURD-SUB).
046300
046400*--------------------------------------------------------------*
046500* CRSDET'S XX-JURISD-ENTRY TABLE HOLDS 5 SLOTS, THE SAME LOOP   *
046600* BOUND IJCDSC01 USES.                                          *
046700*--------------------------------------------------------------*
046800 2300-ADD-JURISD-SLOT.
046900     IF XX-JURISD-DISC-AMT (JNL-JURD-SUB) = ZERO
047000         GO TO 2300-ADD-JURISD-SLOT-EXIT
047100     END-IF.
047200     ADD XX-JURISD-DISC-AMT (JNL-JURD-SUB)
047300         TO JNL-JURD-DISC-AMT (JNL-JURD-SUB)
047400            JNL-CUR-DISC-AMT.
047500     ADD 1 TO JNL-JURD-REC-CNT (JNL-JURD-SUB).
047600 2300-ADD-JURISD-SLOT-EXIT.
047700     EXIT.
047800
047900*--------------------------------------------------------------*
048000* A CYCLE GOES TO THE G-L ONLY IF ITS DETAILS TIE TO THE CRS    *
048100* HEADER'S CONTROL TOTALS AND EVERY SLOT WITH DOLLARS HAS A     *
048200* DSCFACCT ROW - A PARTIAL OR UNMAPPED JOURNAL WOULD HAVE TO BE  *
048300* REVERSED BY HAND.  A HELD CYCLE IS NOT RECORDED AS JOURNALED, *
048400* SO IT GOES THROUGH ON THE RERUN ONCE CORRECTED.               *
048500*--------------------------------------------------------------*
048600 3000-FINISH-CYCLE.
048700     MOVE SPACES TO JNL-HOLD-REASON.
048800     IF JNL-CUR-BATCH-RECS NOT = JNL-CLAIMED-REC-CNT
048900         OR JNL-CUR-DISC-AMT NOT = JNL-CLAIMED-DISC-AMT
049000         MOVE 'DETAILS DO NOT TIE TO CRS HEADER TOTALS'
049100             TO JNL-HOLD-REASON
049200     END-IF.
049300     PERFORM 3010-CHECK-SLOT-MAPPED
049400         THRU 3010-CHECK-SLOT-MAPPED-EXIT
049500         VARYING JNL-JURD-SUB FROM 1 BY 1
049600         UNTIL JNL-JURD-SUB > 5.
049700     IF JNL-HOLD-REASON NOT = SPACES
049800         ADD 1 TO JNL-CYCLES-HELD
049900         MOVE JNL-CUR-BATCH-RECS TO JNL-EDIT-CNT
050000         MOVE JNL-CUR-DISC-AMT TO JNL-EDIT-AMT
050100         MOVE SPACES TO GLD-RPT-LINE
050200         STRING '   HELD - ' JNL-HOLD-REASON
050300             '  RECS ' JNL-EDIT-CNT '  DISC ' JNL-EDIT-AMT
050400             DELIMITED BY SIZE INTO GLD-RPT-LINE
050500         END-STRING
050600         WRITE GLD-RPT-LINE
050700         MOVE JNL-CLAIMED-REC-CNT TO JNL-EDIT-CNT
050800         MOVE JNL-CLAIMED-DISC-AMT TO JNL-EDIT-AMT
050900         MOVE SPACES TO GLD-RPT-LINE
051000         STRING '          CRS HEADER CLAIMED'
051100             '                      RECS ' JNL-EDIT-CNT
051200             '  DISC ' JNL-EDIT-AMT
051300             DELIMITED BY SIZE INTO GLD-RPT-LINE
051400         END-STRING
051500         WRITE GLD-RPT-LINE
051600         DISPLAY 'IJCGLD01 - BILL CYCLE ' JNL-CUR-BILL-CYCLE
051700             ' HELD - ' JNL-HOLD-REASON
051800         SET JNL-CYCLE-NONE TO TRUE
051900         GO TO 3000-FINISH-CYCLE-EXIT
052000     END-IF.
052100     PERFORM 3100-WRITE-BATCH
052200         THRU 3100-WRITE-BATCH-EXIT.
052300     SET JNL-CYCLE-NONE TO TRUE.
052400 3000-FINISH-CYCLE-EXIT.
052500     EXIT.
052600
052700 3010-CHECK-SLOT-MAPPED.
052800     IF JNL-JURD-DISC-AMT (JNL-JURD-SUB) NOT = ZERO
052900         AND JNL-JURD-DISC-FACCT (JNL-JURD-SUB) = SPACES
053000         AND JNL-HOLD-REASON = SPACES
053100         MOVE SPACES TO JNL-HOLD-REASON
053200         STRING 'SLOT ' JNL-JURD-CD (JNL-JURD-SUB)
053300             ' HAS DISCOUNTS BUT NO DSCFACCT ROW'
053400             DELIMITED BY SIZE INTO JNL-HOLD-REASON
053500         END-STRING
053600     END-IF.
053700 3010-CHECK-SLOT-MAPPED-EXIT.
053800     EXIT.
053900
054000*--------------------------------------------------------------*
054100* THE CONTRA-REVENUE LINE CARRIES THE DISCOUNT NEGATIVE - IT    *
054200* REDUCES REVENUE, WHICH THE TIF BATCHES SEND POSITIVE - AND    *
054300* THE OFFSETTING LINE CARRIES IT POSITIVE, SO THE BATCH NETS TO *
054400* ZERO AND ITS TRAILER AMOUNT PROVES IT.                        *
054500*--------------------------------------------------------------*
054600 3100-WRITE-BATCH.
054700     ADD 1 TO JNL-CUR-BATCH-NO.
054800     MOVE ZERO TO JNL-CUR-LINE-CNT JNL-CUR-LINE-AMT.
054900     MOVE SPACES TO JNL-GL-HDR-REC.
055000     MOVE 'H'                 TO JNL-GLH-REC-TYPE.
055100     MOVE JNL-CUR-BATCH-NO    TO JNL-GLH-BATCH-NO.
055200     MOVE 'CRS '              TO JNL-GLH-SRCE-SYS-CD.
055300     MOVE 'IJCGLD01'          TO JNL-GLH-JOBNAME.
055400     MOVE JNL-CUR-BILL-CYCLE  TO JNL-GLH-SEQ-NM.
055500     MOVE JNL-GL-HDR-REC TO GL-INTF-RECORD.
055600     WRITE GL-INTF-RECORD.
055700     PERFORM 3110-WRITE-SLOT-LINES
055800         THRU 3110-WRITE-SLOT-LINES-EXIT
055900         VARYING JNL-JURD-SUB FROM 1 BY 1
056000         UNTIL JNL-JURD-SUB > 5.
056100     MOVE SPACES TO JNL-GL-TRL-REC.
056200     MOVE 'T'                 TO JNL-GLT-REC-TYPE.
056300     MOVE JNL-CUR-BATCH-NO    TO JNL-GLT-BATCH-NO.
056400     MOVE JNL-CUR-LINE-CNT    TO JNL-GLT-LINE-CNT.
056500     MOVE JNL-CUR-BATCH-RECS  TO JNL-GLT-REC-CNT.
056600     MOVE JNL-CUR-LINE-AMT    TO JNL-GLT-AMT.
056700     MOVE JNL-GL-TRL-REC TO GL-INTF-RECORD.
056800     WRITE GL-INTF-RECORD.
056900     ADD 1 TO JNL-BATCHES-WRITTEN.
057000
057100     MOVE JNL-STAMP-DATE     TO JNL-HST-SENT-DT.
057200     MOVE JNL-CUR-BATCH-RECS TO JNL-HST-REC-CNT.
057300     MOVE JNL-CUR-DISC-AMT   TO JNL-HST-DISC-AMT.
057400     MOVE 'IJCGLDJR' TO HST-COMM-APP-ID.
057500     MOVE SPACES TO HST-COMM-REC-KEY HST-COMM-DATA.
057600     MOVE JNL-CUR-BILL-CYCLE TO HST-COMM-REC-KEY (1:6).
057700     MOVE JNL-JRNL-HST-REC TO HST-COMM-DATA (1:20).
057800     SET HST-FUNC-WRITE TO TRUE.
057900     CALL 'IJHSTR01' USING HST-COMM-AREA.
058000
058100     MOVE JNL-CUR-DISC-AMT TO JNL-EDIT-AMT.
058200     MOVE JNL-CUR-LINE-AMT TO JNL-EDIT-AMT-2.
058300     MOVE SPACES TO GLD-RPT-LINE.
058400     STRING '   BATCH ' JNL-CUR-BATCH-NO ' SENT - DISCOUNTS '
058500         JNL-EDIT-AMT '  BATCH NET ' JNL-EDIT-AMT-2
058600         DELIMITED BY SIZE INTO GLD-RPT-LINE
058700     END-STRING.
058800     WRITE GLD-RPT-LINE.
058900 3100-WRITE-BATCH-EXIT.
059000     EXIT.
059100
059200 3110-WRITE-SLOT-LINES.
059300     IF JNL-JURD-DISC-AMT (JNL-JURD-SUB) = ZERO
059400         GO TO 3110-WRITE-SLOT-LINES-EXIT
059500     END-IF.
059600     MOVE SPACES TO JNL-GL-DTL-REC.
059700     MOVE 'D'                          TO JNL-GLD-REC-TYPE.
059800     MOVE JNL-JURD-DISC-FACCT (JNL-JURD-SUB) TO JNL-GLD-FACCT-CD.
059900     MOVE JNL-JURD-SOBP (JNL-JURD-SUB) TO JNL-GLD-SOBP.
060000     MOVE JNL-JURD-IET (JNL-JURD-SUB)  TO JNL-GLD-IET.
060100     MOVE JNL-CUR-JRNL-DT              TO JNL-GLD-JRNL-DT.
060200     MOVE JNL-JURD-REC-CNT (JNL-JURD-SUB) TO JNL-GLD-REC-CNT.
060300     COMPUTE JNL-GLD-AMT =
060350         ZERO - JNL-JURD-DISC-AMT (JNL-JURD-SUB).
060400     PERFORM 3120-PUT-LINE
060500         THRU 3120-PUT-LINE-EXIT.
060600     MOVE 'CONTRA-REVENUE' TO JNL-RPT-SIDE.
060700     PERFORM 3130-REPORT-LINE
060800         THRU 3130-REPORT-LINE-EXIT.
060900
061000     MOVE JNL-JURD-OFST-FACCT (JNL-JURD-SUB) TO JNL-GLD-FACCT-CD.
061100     MOVE JNL-JURD-DISC-AMT (JNL-JURD-SUB)   TO JNL-GLD-AMT.
061200     PERFORM 3120-PUT-LINE
061300         THRU 3120-PUT-LINE-EXIT.
061400     MOVE 'OFFSET'         TO JNL-RPT-SIDE.
061500     PERFORM 3130-REPORT-LINE
061600         THRU 3130-REPORT-LINE-EXIT.
061700 3110-WRITE-SLOT-LINES-EXIT.
061800     EXIT.
061900
062000 3120-PUT-LINE.
062100     MOVE JNL-GL-DTL-REC TO GL-INTF-RECORD.
062200     WRITE GL-INTF-RECORD.
062300     ADD 1 TO JNL-CUR-LINE-CNT JNL-LINES-WRITTEN.
062400     ADD JNL-GLD-AMT TO JNL-CUR-LINE-AMT.
062500 3120-PUT-LINE-EXIT.
062600     EXIT.
062700
062800 3130-REPORT-LINE.
062900     MOVE JNL-JURD-CD (JNL-JURD-SUB)   TO JNL-RPT-SLOT-CD.
063000     MOVE JNL-JURD-DESC (JNL-JURD-SUB) TO JNL-RPT-SLOT-DESC.
063100     MOVE JNL-GLD-FACCT-CD TO JNL-RPT-FACCT-CD.
063200     MOVE JNL-GLD-SOBP     TO JNL-RPT-SOBP.
063300     MOVE JNL-GLD-IET      TO JNL-RPT-IET.
063400     MOVE JNL-GLD-REC-CNT  TO JNL-RPT-REC-CNT.
063500     MOVE JNL-GLD-AMT      TO JNL-RPT-AMT.
063600     MOVE JNL-RPT-LINE TO GLD-RPT-LINE.
063700     WRITE GLD-RPT-LINE.
063800 3130-REPORT-LINE-EXIT.
063900     EXIT.
064000
064100*--------------------------------------------------------------*
064200 9000-TERMINATE.
064300     SET HST-FUNC-CLOSE TO TRUE.
064400     CALL 'IJHSTR01' USING HST-COMM-AREA.
064500     CLOSE CRS-IN-FILE GL-INTF-FILE GLD-RPT-FILE.
064600     DISPLAY 'IJCGLD01 - SUB-ACCOUNTS READ       = '
064700         JNL-SUB-ACCTS-READ.
064800     DISPLAY 'IJCGLD01 - BILL CYCLES READ        = '
064900         JNL-CYCLES-READ.
065000     DISPLAY 'IJCGLD01 - CYCLES ALREADY JOURNALED = '
065100         JNL-CYCLES-ALREADY.
065200     DISPLAY 'IJCGLD01 - CYCLES HELD             = '
065300         JNL-CYCLES-HELD.
065400     DISPLAY 'IJCGLD01 - GL BATCHES WRITTEN      = '
065500         JNL-BATCHES-WRITTEN.
065600     DISPLAY 'IJCGLD01 - GL SUMMARY LINES WRITTEN = '
065700         JNL-LINES-WRITTEN.
065800     DISPLAY 'IJCGLD01 - DETAILS WITH NO HEADER  = '
065900         JNL-NO-HDR-SKIPPED.
066000     IF JNL-CYCLES-HELD > ZERO OR JNL-NO-HDR-SKIPPED > ZERO
066100         MOVE 8 TO RETURN-CODE
066200     END-IF.
066300 9000-TERMINATE-EXIT.
066400     EXIT.
066500
066600*-------------------------------------------------------------.
066700*                     E N D   O F  I J C G L D 0 1             :
066800*-------------------------------------------------------------'
