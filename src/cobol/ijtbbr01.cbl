000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJTBBR01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/10/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 27.8  09/10/26  RAS  NEW PROGRAM.  STALE-USAGE BACK-BILLING   *
001100*                      LIMIT EDIT, RUN BETWEEN IJTDTV01 AND     *
001200*                      IJTDSP01/IJTREC01 AGAINST THE TIFCLN     *
001300*                      CLEAN FILE.  A USAGE DETAIL (ONE WITH A  *
001400*                      CALL DATE IN XX-CALL-OCCUR-DT) WHOSE     *
001500*                      SERVICE STATE HAS A ROW ON THE OPS-      *
001600*                      MAINTAINED BBLIMIT TABLE IS AGED FROM    *
001700*                      ITS CALL DATE TO ITS BILL DATE           *
001800*                      (XX-BL-CC/YY/MM/DD, FALLING BACK TO THE  *
001900*                      BILL MONTH XX-BL-DT).  USAGE BILLED PAST *
002000*                      THE STATE'S LIMIT IS WRITTEN TO THE      *
002100*                      BBREVQ BACK-BILL REVIEW QUEUE, WITH ANY  *
002200*                      TAX-LINE CONTINUATIONS THAT FOLLOW IT,   *
002300*                      INSTEAD OF POSTING.  BBRRPT SHOWS THE    *
002400*                      DOLLARS HELD BY SOURCE SYSTEM AND STATE. *
002500*                      WRITES A RUNCTL RECORD PER TIF FILE SO   *
002600*                      THE IJTRCB01 BALANCER TIES IT INTO THE   *
002700*                      CHAIN - HELD DETAILS GO ON THE           *
002800*                      EXCEPTION SIDE.                          *
002900*--------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT BB-LIMIT-FILE ASSIGN TO BBLIMIT
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS JNL-BBLIMIT-STATUS.
003900
004000     SELECT TIF-IN-FILE   ASSIGN TO TIFIN
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS JNL-TIFIN-STATUS.
004300
004400     SELECT TIF-OUT-FILE  ASSIGN TO TIFOUT
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS JNL-TIFOUT-STATUS.
004700
004800     SELECT BB-REVQ-FILE  ASSIGN TO BBREVQ
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS JNL-BBREVQ-STATUS.
005100
005200     SELECT RUN-CTL-FILE  ASSIGN TO RUNCTL
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS JNL-RUNCTL-STATUS.
005500
005600     SELECT BB-RPT-FILE   ASSIGN TO BBRRPT
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS JNL-BBRRPT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  BB-LIMIT-FILE
006300     RECORDING MODE IS F.
006400 01  BB-LIMIT-IN-RECORD        PIC X(40).
006500
006600 FD  TIF-IN-FILE
006700     RECORDING MODE IS V.
006800 01  TIF-IN-RECORD             PIC X(3092).
006900
007000 FD  TIF-OUT-FILE
007100     RECORDING MODE IS V.
007200 01  TIF-OUT-RECORD            PIC X(3092).
007300
007400*--------------------------------------------------------------*
007500* THE REVIEW QUEUE USES THE TIFEXCP LAYOUT - A REASON FOLLOWED  *
007600* BY THE WHOLE DETAIL - SO A RELEASED ITEM CAN BE FED BACK IN   *
007700* AS-IS ONCE THE REGULATORY DESK CLEARS IT.                     *
007800*--------------------------------------------------------------*
007900 FD  BB-REVQ-FILE
008000     RECORDING MODE IS V.
008100 01  BB-REVQ-RECORD.
008200     05  BB-REVQ-REASON        PIC X(40).
008300     05  BB-REVQ-DATA          PIC X(3092).
008400
008500 FD  RUN-CTL-FILE
008600     RECORDING MODE IS F.
008700     COPY runctl.
008800
008900 FD  BB-RPT-FILE
009000     RECORDING MODE IS F.
009100 01  BB-RPT-LINE               PIC X(132).
009200
009300 WORKING-STORAGE SECTION.
009400 01  JNL-BBLIMIT-STATUS        PIC X(02) VALUE SPACES.
009500     88  JNL-BBLIMIT-OK                  VALUE '00'.
009600     88  JNL-BBLIMIT-EOF                 VALUE '10'.
009700 01  JNL-TIFIN-STATUS          PIC X(02) VALUE SPACES.
009800     88  JNL-TIFIN-OK                    VALUE '00'.
009900     88  JNL-TIFIN-EOF                   VALUE '10'.
010000 01  JNL-TIFOUT-STATUS         PIC X(02) VALUE SPACES.
010100 01  JNL-BBREVQ-STATUS         PIC X(02) VALUE SPACES.
010200 01  JNL-RUNCTL-STATUS         PIC X(02) VALUE SPACES.
010300 01  JNL-BBRRPT-STATUS         PIC X(02) VALUE SPACES.
010400
010500 COPY bblimit.
010600
010700*--------------------------------------------------------------*
010800* THE LIMIT TABLE - ONE ENTRY PER STATE, LOADED THE SAME        *
010900* LINEAR WAY IJTFXC01 LOADS CURRATE.                            *
011000*--------------------------------------------------------------*
011100 01  JNL-LIM-CNT               PIC 9(04) COMP VALUE ZERO.
011200 01  JNL-LIM-SUB               PIC 9(04) COMP VALUE ZERO.
011300 01  JNL-LIM-TABLE.
011400     05  JNL-LIM-ENTRY OCCURS 100 TIMES.
011500         10  JNL-LIM-STATE         PIC X(02).
011600         10  JNL-LIM-MONTHS        PIC 9(03).
011700
011800*--------------------------------------------------------------*
011900* CALL AND BILL DATES BROKEN OUT FOR THE MONTH ARITHMETIC.  THE *
012000* BILL DAY IS ZERO WHEN ONLY THE BILL MONTH IS KNOWN, WHICH     *
012100* NEVER TIPS A DETAIL SITTING EXACTLY AT ITS LIMIT OVER IT.     *
012200*--------------------------------------------------------------*
012300 01  JNL-CALL-DT.
012400     05  JNL-CALL-CCYY         PIC 9(04).
012500     05  JNL-CALL-MM           PIC 9(02).
012600     05  JNL-CALL-DD           PIC 9(02).
012700 01  JNL-BILL-DT.
012800     05  JNL-BILL-CCYY         PIC 9(04).
012900     05  JNL-BILL-MM           PIC 9(02).
013000     05  JNL-BILL-DD           PIC 9(02).
013100 01  JNL-AGE-MONTHS            PIC S9(05) COMP-3 VALUE ZERO.
013200
013300 01  JNL-SWITCHES.
013400     05  JNL-HOLD-SW           PIC X(01) VALUE 'N'.
013500         88  JNL-DETAIL-HELD              VALUE 'Y'.
013600         88  JNL-DETAIL-NOT-HELD          VALUE 'N'.
013700     05  JNL-PREV-HELD-SW      PIC X(01) VALUE 'N'.
013800         88  JNL-PREV-WAS-HELD            VALUE 'Y'.
013900         88  JNL-PREV-NOT-HELD            VALUE 'N'.
014000     05  JNL-FILE-OPEN-SW      PIC X(01) VALUE 'N'.
014100         88  JNL-FILE-COUNTS-PENDING      VALUE 'Y'.
014200         88  JNL-FILE-COUNTS-WRITTEN      VALUE 'N'.
014300
014400*--------------------------------------------------------------*
014500* PER-FILE RUN-CONTROL COUNTS, RESET AT EACH HEADER AND HANDED  *
014600* OFF AT EACH TRAILER (OR AT END OF INPUT FOR A FILE THAT       *
014700* ARRIVED WITHOUT ONE), THE SAME AS IJTDTV01.                   *
014800*--------------------------------------------------------------*
014900 01  JNL-CUR-JOBNAME           PIC X(08) VALUE SPACES.
015000 01  JNL-CUR-SEQ-NM            PIC X(06) VALUE SPACES.
015100 01  JNL-CUR-SRCE-SYS          PIC X(04) VALUE SPACES.
015200 01  JNL-FILE-DETS-IN          PIC S9(09) COMP-3 VALUE ZERO.
015300 01  JNL-FILE-DETS-OUT         PIC S9(09) COMP-3 VALUE ZERO.
015400 01  JNL-FILE-DETS-EXCP        PIC S9(09) COMP-3 VALUE ZERO.
015500
015600*--------------------------------------------------------------*
015700* HELD TOTALS BY SOURCE SYSTEM AND STATE FOR THE REPORT.        *
015800*--------------------------------------------------------------*
015900 01  JNL-SUM-CNT               PIC 9(04) COMP VALUE ZERO.
016000 01  JNL-SUM-SUB               PIC 9(04) COMP VALUE ZERO.
016100 01  JNL-SUM-TABLE.
016200     05  JNL-SUM-ENTRY OCCURS 500 TIMES.
016300         10  JNL-SUM-KEY.
016400             15  JNL-SUM-SRCE-SYS      PIC X(04).
016500             15  JNL-SUM-STATE         PIC X(02).
016600         10  JNL-SUM-LIMIT         PIC 9(03).
016700         10  JNL-SUM-REC-CNT       PIC S9(09)    COMP-3.
016800         10  JNL-SUM-HELD-AMT      PIC S9(11)V99 COMP-3.
016900 01  JNL-CUR-SUM-KEY.
017000     05  JNL-CUR-SUM-SRCE      PIC X(04) VALUE SPACES.
017100     05  JNL-CUR-SUM-STATE     PIC X(02) VALUE SPACES.
017200
017300 01  JNL-COUNTERS.
017400     05  JNL-RECS-READ         PIC S9(09) COMP-3 VALUE ZERO.
017500     05  JNL-DETAILS-READ      PIC S9(09) COMP-3 VALUE ZERO.
017600     05  JNL-DETAILS-PASSED    PIC S9(09) COMP-3 VALUE ZERO.
017700     05  JNL-DETAILS-HELD      PIC S9(09) COMP-3 VALUE ZERO.
017800     05  JNL-CONTS-HELD        PIC S9(09) COMP-3 VALUE ZERO.
017900     05  JNL-DETAILS-NO-DATE   PIC S9(09) COMP-3 VALUE ZERO.
018000     05  JNL-SUM-OVERFLOW      PIC S9(09) COMP-3 VALUE ZERO.
018100 01  JNL-TOTAL-HELD-AMT        PIC S9(11)V99 COMP-3 VALUE ZERO.
018200
018300 01  JNL-EDIT-FIELDS.
018400     05  JNL-EDIT-CNT          PIC ZZZ,ZZZ,ZZ9.
018500     05  JNL-EDIT-AMT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
018600     05  JNL-EDIT-MONTHS       PIC ZZ9.
018700
018800 01  JNL-RPT-LINE.
018900     05  JNL-RPT-SRCE-SYS      PIC X(04).
019000     05  FILLER                PIC X(02) VALUE SPACES.
019100     05  JNL-RPT-STATE         PIC X(02).
019200     05  FILLER                PIC X(03) VALUE SPACES.
019300     05  JNL-RPT-LIMIT         PIC X(03).
019400     05  FILLER                PIC X(02) VALUE SPACES.
019500     05  JNL-RPT-REC-CNT       PIC X(11).
019600     05  FILLER                PIC X(02) VALUE SPACES.
019700     05  JNL-RPT-HELD-AMT      PIC X(18).
019800
019900     COPY tifview.
020000
020100 PROCEDURE DIVISION.
020200*--------------------------------------------------------------*
020300 0000-MAINLINE.
020400     PERFORM 1000-INITIALIZE
020500         THRU 1000-INITIALIZE-EXIT.
020600     PERFORM 2000-PROCESS-TIF-FILE
020700         THRU 2000-PROCESS-TIF-FILE-EXIT
020800         UNTIL JNL-TIFIN-EOF.
020900     IF JNL-FILE-COUNTS-PENDING
021000         PERFORM 2900-WRITE-RUN-CONTROL
021100             THRU 2900-WRITE-RUN-CONTROL-EXIT
021200     END-IF.
021300     PERFORM 8000-PRINT-SUMMARY
021400         THRU 8000-PRINT-SUMMARY-EXIT.
021500     PERFORM 9000-TERMINATE
021600         THRU 9000-TERMINATE-EXIT.
021700     GOBACK.
021800
021900*--------------------------------------------------------------*
022000 1000-INITIALIZE.
022100     PERFORM 1100-LOAD-LIMIT-TABLE
022200         THRU 1100-LOAD-LIMIT-TABLE-EXIT.
022300     OPEN INPUT  TIF-IN-FILE.
022400     OPEN OUTPUT TIF-OUT-FILE.
022500     OPEN OUTPUT BB-REVQ-FILE.
022600     OPEN OUTPUT RUN-CTL-FILE.
022700     OPEN OUTPUT BB-RPT-FILE.
022800     MOVE SPACES TO BB-RPT-LINE.
022900     MOVE 'IJTBBR01 - STALE-USAGE BACK-BILLING DOLLARS HELD'
023000         TO BB-RPT-LINE.
023100     WRITE BB-RPT-LINE.
023200     MOVE SPACES TO BB-RPT-LINE.
023300     STRING 'SRCE' SPACE SPACE 'ST' SPACE SPACE SPACE 'LIM'
023400         SPACE SPACE '    RECORDS' SPACE SPACE
023500         '       HELD AMOUNT'
023600         DELIMITED BY SIZE INTO BB-RPT-LINE
023700     END-STRING.
023800     WRITE BB-RPT-LINE.
023900 1000-INITIALIZE-EXIT.
024000     EXIT.
024100
024200*--------------------------------------------------------------*
024300* A RUN WITH NO LIMIT TABLE COULD POST STALE USAGE THE STATE    *
024400* FORBIDS - THAT IS A SETUP ERROR.  AN EMPTY TABLE IS           *
024500* LEGITIMATE - NO STATE IS SEEDED YET AND NOTHING IS HELD.      *
024600*--------------------------------------------------------------*
024700 1100-LOAD-LIMIT-TABLE.
024800     OPEN INPUT BB-LIMIT-FILE.
024900     IF NOT JNL-BBLIMIT-OK
025000         DISPLAY 'IJTBBR01 - UNABLE TO OPEN BBLIMIT, RC=16'
025100         MOVE 16 TO RETURN-CODE
025200         GOBACK
025300     END-IF.
025400     PERFORM 1110-READ-LIMIT-ROW
025500         THRU 1110-READ-LIMIT-ROW-EXIT
025600         UNTIL JNL-BBLIMIT-EOF.
025700     CLOSE BB-LIMIT-FILE.
025800 1100-LOAD-LIMIT-TABLE-EXIT.
025900     EXIT.
026000
026100 1110-READ-LIMIT-ROW.
026200     READ BB-LIMIT-FILE INTO BBLIMIT-RECORD
026300         AT END
026400             SET JNL-BBLIMIT-EOF TO TRUE
026500             GO TO 1110-READ-LIMIT-ROW-EXIT
026600     END-READ.
026700     IF BBLIMIT-MONTHS NOT NUMERIC
026800         DISPLAY 'IJTBBR01 - BBLIMIT ROW FOR STATE '
026900             BBLIMIT-STATE ' HAS NO VALID MONTHS, RC=16'
027000         MOVE 16 TO RETURN-CODE
027100         GOBACK
027200     END-IF.
027300     IF JNL-LIM-CNT >= 100
027400         DISPLAY 'IJTBBR01 - LIMIT TABLE FULL'
027500         MOVE 16 TO RETURN-CODE
027600         GOBACK
027700     END-IF.
027800     ADD 1 TO JNL-LIM-CNT.
027900     MOVE BBLIMIT-STATE  TO JNL-LIM-STATE (JNL-LIM-CNT).
028000     MOVE BBLIMIT-MONTHS TO JNL-LIM-MONTHS (JNL-LIM-CNT).
028100 1110-READ-LIMIT-ROW-EXIT.
028200     EXIT.
028300
028400*--------------------------------------------------------------*
028500 2000-PROCESS-TIF-FILE.
028600     READ TIF-IN-FILE INTO JNL-TIF-RAW-REC
028700         AT END
028800             SET JNL-TIFIN-EOF TO TRUE
028900     END-READ.
029000     IF JNL-TIFIN-EOF
029100         GO TO 2000-PROCESS-TIF-FILE-EXIT
029200     END-IF.
029300     ADD 1 TO JNL-RECS-READ.
029400
029500     IF JNL-TIF-RAW-REC (1:1) = LOW-VALUE
029600         SET JNL-PREV-NOT-HELD TO TRUE
029700         PERFORM 2150-START-FILE-COUNTS
029800             THRU 2150-START-FILE-COUNTS-EXIT
029900         PERFORM 2800-PASS-THROUGH
030000             THRU 2800-PASS-THROUGH-EXIT
030100         GO TO 2000-PROCESS-TIF-FILE-EXIT
030200     END-IF.
030300     IF JNL-TIF-RAW-REC (1:1) = HIGH-VALUE
030400         SET JNL-PREV-NOT-HELD TO TRUE
030500         PERFORM 2800-PASS-THROUGH
030600             THRU 2800-PASS-THROUGH-EXIT
030700         IF JNL-FILE-COUNTS-PENDING
030800             PERFORM 2900-WRITE-RUN-CONTROL
030900                 THRU 2900-WRITE-RUN-CONTROL-EXIT
031000         END-IF
031100         GO TO 2000-PROCESS-TIF-FILE-EXIT
031200     END-IF.
031300
031400     ADD 1 TO JNL-DETAILS-READ.
031500     ADD 1 TO JNL-FILE-DETS-IN.
031600     MOVE JNL-PEEK-CTM-ND TO XX-CTM-ND.
031700     MOVE JNL-TIF-RAW-REC TO JNL-TIF-DTL-VIEW.
031800
031900*--------------------------------------------------------------*
032000* A TAX-LINE CONTINUATION FOLLOWS ITS PARENT - HELD WITH IT OR  *
032100* PASSED WITH IT, NEVER SPLIT FROM IT.                          *
032200*--------------------------------------------------------------*
032300     IF XX-DTL-RC-TYPE-CD = 'C'
032400         IF JNL-PREV-WAS-HELD
032500             ADD 1 TO JNL-CONTS-HELD
032600             MOVE 'TAX CONTINUATION OF HELD BACK-BILL' TO
032700                 BB-REVQ-REASON
032800             PERFORM 2500-WRITE-REVIEW-QUEUE
032900                 THRU 2500-WRITE-REVIEW-QUEUE-EXIT
033000         ELSE
033100             PERFORM 2700-PASS-DETAIL
033200                 THRU 2700-PASS-DETAIL-EXIT
033300         END-IF
033400         GO TO 2000-PROCESS-TIF-FILE-EXIT
033500     END-IF.
033600
033700     PERFORM 2100-CHECK-LIMIT
033800         THRU 2100-CHECK-LIMIT-EXIT.
033900     IF JNL-DETAIL-HELD
034000         SET JNL-PREV-WAS-HELD TO TRUE
034100         ADD 1 TO JNL-DETAILS-HELD
034200         MOVE JNL-LIM-MONTHS (JNL-LIM-SUB) TO JNL-EDIT-MONTHS
034300         MOVE SPACES TO BB-REVQ-REASON
034400         STRING 'BILLED PAST ' XX-SRVC-STATE ' LIMIT OF '
034500             JNL-EDIT-MONTHS ' MONTHS'
034600             DELIMITED BY SIZE INTO BB-REVQ-REASON
034700         END-STRING
034800         PERFORM 2500-WRITE-REVIEW-QUEUE
034900             THRU 2500-WRITE-REVIEW-QUEUE-EXIT
035000         PERFORM 2300-TALLY-HELD
035100             THRU 2300-TALLY-HELD-EXIT
035200     ELSE
035300         SET JNL-PREV-NOT-HELD TO TRUE
035400         PERFORM 2700-PASS-DETAIL
035500             THRU 2700-PASS-DETAIL-EXIT
035600     END-IF.
035700 2000-PROCESS-TIF-FILE-EXIT.
035800     EXIT.
035900
036000*--------------------------------------------------------------*
036100* ONLY USAGE CARRIES A CALL DATE.  A STATE WITH NO BBLIMIT ROW  *
036200* HAS NO LIMIT.  THE AGE IS THE WHOLE MONTHS FROM CALL TO BILL; *
036300* A DETAIL AT EXACTLY ITS LIMIT IS HELD ONLY WHEN THE BILL DAY  *
036400* HAS PASSED THE CALL DAY.                                      *
036500*--------------------------------------------------------------*
036600 2100-CHECK-LIMIT.
036700     SET JNL-DETAIL-NOT-HELD TO TRUE.
036800     IF XX-CALL-OCCUR-DT NOT NUMERIC
036900         GO TO 2100-CHECK-LIMIT-EXIT
037000     END-IF.
037100     PERFORM 2110-TEST-LIMIT-ENTRY
037200         VARYING JNL-LIM-SUB FROM 1 BY 1
037300         UNTIL JNL-LIM-SUB > JNL-LIM-CNT
037400         OR JNL-LIM-STATE (JNL-LIM-SUB) = XX-SRVC-STATE.
037500     IF JNL-LIM-SUB > JNL-LIM-CNT
037600         GO TO 2100-CHECK-LIMIT-EXIT
037700     END-IF.
037800
037900     MOVE XX-CALL-OCCUR-DT TO JNL-CALL-DT.
038000     IF XX-BL-DT-REF NUMERIC
038100         MOVE XX-BL-DT-REF TO JNL-BILL-DT
038200     ELSE
038300         IF XX-BL-DT NUMERIC
038400             MOVE XX-BL-DT TO JNL-BILL-DT (1:6)
038500             MOVE ZERO     TO JNL-BILL-DD
038600         ELSE
038700             ADD 1 TO JNL-DETAILS-NO-DATE
038800             GO TO 2100-CHECK-LIMIT-EXIT
038900         END-IF
039000     END-IF.
039100
039200     COMPUTE JNL-AGE-MONTHS =
039300         (JNL-BILL-CCYY * 12 + JNL-BILL-MM)
039400       - (JNL-CALL-CCYY * 12 + JNL-CALL-MM).
039500     IF JNL-AGE-MONTHS > JNL-LIM-MONTHS (JNL-LIM-SUB)
039600         SET JNL-DETAIL-HELD TO TRUE
039700     END-IF.
039800     IF JNL-AGE-MONTHS = JNL-LIM-MONTHS (JNL-LIM-SUB)
039900         AND JNL-BILL-DD > JNL-CALL-DD
040000         SET JNL-DETAIL-HELD TO TRUE
040100     END-IF.
040200 2100-CHECK-LIMIT-EXIT.
040300     EXIT.
040400
040500 2110-TEST-LIMIT-ENTRY.
040600     CONTINUE.
040700
040800*--------------------------------------------------------------*
040900* A NEW HEADER OPENS A NEW FILE'S COUNTS.  IF THE PRIOR FILE    *
041000* NEVER SHOWED A TRAILER ITS PENDING COUNTS ARE HANDED OFF      *
041100* FIRST SO THE BALANCER STILL SEES THEM.                        *
041200*--------------------------------------------------------------*
041300 2150-START-FILE-COUNTS.
041400     IF JNL-FILE-COUNTS-PENDING
041500         PERFORM 2900-WRITE-RUN-CONTROL
041600             THRU 2900-WRITE-RUN-CONTROL-EXIT
041700     END-IF.
041800     MOVE JNL-TIF-RAW-REC TO JNL-TIF-HDR-VIEW.
041900     MOVE XX-HDR-SMS-JOBNAME TO JNL-CUR-JOBNAME.
042000     MOVE XX-HDR-SMS-SEQ-NM  TO JNL-CUR-SEQ-NM.
042100     MOVE XX-HDR-SRCE-SYS-CD TO JNL-CUR-SRCE-SYS.
042200     MOVE ZERO TO JNL-FILE-DETS-IN JNL-FILE-DETS-OUT
042300         JNL-FILE-DETS-EXCP.
042400     SET JNL-FILE-COUNTS-PENDING TO TRUE.
042500 2150-START-FILE-COUNTS-EXIT.
042600     EXIT.
042700
042800*--------------------------------------------------------------*
042900 2300-TALLY-HELD.
043000     ADD XX-JRNL-GRS-AT TO JNL-TOTAL-HELD-AMT.
043100     MOVE JNL-CUR-SRCE-SYS TO JNL-CUR-SUM-SRCE.
043200     MOVE XX-SRVC-STATE    TO JNL-CUR-SUM-STATE.
043300     PERFORM 2315-TEST-SUM-ENTRY
043400         VARYING JNL-SUM-SUB FROM 1 BY 1
043500         UNTIL JNL-SUM-SUB > JNL-SUM-CNT
043600         OR JNL-SUM-KEY (JNL-SUM-SUB) = JNL-CUR-SUM-KEY.
043700     IF JNL-SUM-SUB > JNL-SUM-CNT
043800         IF JNL-SUM-CNT >= 500
043900             ADD 1 TO JNL-SUM-OVERFLOW
044000             GO TO 2300-TALLY-HELD-EXIT
044100         END-IF
044200         ADD 1 TO JNL-SUM-CNT
044300         MOVE JNL-SUM-CNT TO JNL-SUM-SUB
044400         MOVE JNL-CUR-SUM-KEY TO JNL-SUM-KEY (JNL-SUM-SUB)
044500         MOVE JNL-LIM-MONTHS (JNL-LIM-SUB)
044600             TO JNL-SUM-LIMIT (JNL-SUM-SUB)
044700         MOVE ZERO TO JNL-SUM-REC-CNT (JNL-SUM-SUB)
044800         MOVE ZERO TO JNL-SUM-HELD-AMT (JNL-SUM-SUB)
044900     END-IF.
045000     ADD 1 TO JNL-SUM-REC-CNT (JNL-SUM-SUB).
045100     ADD XX-JRNL-GRS-AT TO JNL-SUM-HELD-AMT (JNL-SUM-SUB).
045200 2300-TALLY-HELD-EXIT.
045300     EXIT.
045400
045500 2315-TEST-SUM-ENTRY.
045600     CONTINUE.
045700
045800*--------------------------------------------------------------*
045900 2500-WRITE-REVIEW-QUEUE.
046000     MOVE JNL-TIF-RAW-REC TO BB-REVQ-DATA.
046100     WRITE BB-REVQ-RECORD.
046200     ADD 1 TO JNL-FILE-DETS-EXCP.
046300 2500-WRITE-REVIEW-QUEUE-EXIT.
046400     EXIT.
046500
046600*--------------------------------------------------------------*
046700 2700-PASS-DETAIL.
046800     PERFORM 2800-PASS-THROUGH
046900         THRU 2800-PASS-THROUGH-EXIT.
047000     ADD 1 TO JNL-DETAILS-PASSED.
047100     ADD 1 TO JNL-FILE-DETS-OUT.
047200 2700-PASS-DETAIL-EXIT.
047300     EXIT.
047400
047500*--------------------------------------------------------------*
047600 2800-PASS-THROUGH.
047700     MOVE JNL-TIF-RAW-REC TO TIF-OUT-RECORD.
047800     WRITE TIF-OUT-RECORD.
047900 2800-PASS-THROUGH-EXIT.
048000     EXIT.
048100
048200*--------------------------------------------------------------*
048300 2900-WRITE-RUN-CONTROL.
048400     MOVE SPACES          TO RUNCTL-RECORD.
048500     MOVE 'IJTBBR01'      TO RUNCTL-PROGRAM-ID.
048600     MOVE JNL-CUR-JOBNAME TO RUNCTL-JOBNAME.
048700     MOVE JNL-CUR-SEQ-NM  TO RUNCTL-SEQ-NM.
048800     MOVE JNL-FILE-DETS-IN   TO RUNCTL-RECS-IN.
048900     MOVE JNL-FILE-DETS-OUT  TO RUNCTL-RECS-OUT.
049000     MOVE JNL-FILE-DETS-EXCP TO RUNCTL-RECS-EXCP.
049100     WRITE RUNCTL-RECORD.
049200     SET JNL-FILE-COUNTS-WRITTEN TO TRUE.
049300 2900-WRITE-RUN-CONTROL-EXIT.
049400     EXIT.
049500
049600*--------------------------------------------------------------*
049700 8000-PRINT-SUMMARY.
049800     PERFORM 8100-PRINT-ONE-STATE
049900         THRU 8100-PRINT-ONE-STATE-EXIT
050000         VARYING JNL-SUM-SUB FROM 1 BY 1
050100         UNTIL JNL-SUM-SUB > JNL-SUM-CNT.
050200     MOVE SPACES TO JNL-RPT-LINE.
050300     MOVE 'TOT'  TO JNL-RPT-SRCE-SYS.
050400     MOVE JNL-DETAILS-HELD   TO JNL-EDIT-CNT.
050500     MOVE JNL-EDIT-CNT       TO JNL-RPT-REC-CNT.
050600     MOVE JNL-TOTAL-HELD-AMT TO JNL-EDIT-AMT.
050700     MOVE JNL-EDIT-AMT       TO JNL-RPT-HELD-AMT.
050800     MOVE JNL-RPT-LINE TO BB-RPT-LINE.
050900     WRITE BB-RPT-LINE.
051000 8000-PRINT-SUMMARY-EXIT.
051100     EXIT.
051200
051300 8100-PRINT-ONE-STATE.
051400     MOVE SPACES TO JNL-RPT-LINE.
051500     MOVE JNL-SUM-SRCE-SYS (JNL-SUM-SUB) TO JNL-RPT-SRCE-SYS.
051600     MOVE JNL-SUM-STATE (JNL-SUM-SUB)    TO JNL-RPT-STATE.
051700     MOVE JNL-SUM-LIMIT (JNL-SUM-SUB)    TO JNL-EDIT-MONTHS.
051800     MOVE JNL-EDIT-MONTHS                TO JNL-RPT-LIMIT.
051900     MOVE JNL-SUM-REC-CNT (JNL-SUM-SUB)  TO JNL-EDIT-CNT.
052000     MOVE JNL-EDIT-CNT                   TO JNL-RPT-REC-CNT.
052100     MOVE JNL-SUM-HELD-AMT (JNL-SUM-SUB) TO JNL-EDIT-AMT.
052200     MOVE JNL-EDIT-AMT                   TO JNL-RPT-HELD-AMT.
052300     MOVE JNL-RPT-LINE TO BB-RPT-LINE.
052400     WRITE BB-RPT-LINE.
052500 8100-PRINT-ONE-STATE-EXIT.
052600     EXIT.
052700
052800*--------------------------------------------------------------*
052900 9000-TERMINATE.
053000     CLOSE TIF-IN-FILE TIF-OUT-FILE BB-REVQ-FILE
053100         RUN-CTL-FILE BB-RPT-FILE.
053200     DISPLAY 'IJTBBR01 - TOTAL RECORDS READ      = '
053300         JNL-RECS-READ.
053400     DISPLAY 'IJTBBR01 - DETAIL RECORDS READ      = '
053500         JNL-DETAILS-READ.
053600     DISPLAY 'IJTBBR01 - DETAILS PASSED           = '
053700         JNL-DETAILS-PASSED.
053800     DISPLAY 'IJTBBR01 - DETAILS HELD FOR REVIEW  = '
053900         JNL-DETAILS-HELD.
054000     DISPLAY 'IJTBBR01 - CONTINUATIONS HELD       = '
054100         JNL-CONTS-HELD.
054200     DISPLAY 'IJTBBR01 - USAGE WITH NO BILL DATE  = '
054300         JNL-DETAILS-NO-DATE.
054400     IF JNL-SUM-OVERFLOW > ZERO
054500         DISPLAY 'IJTBBR01 - REPORT TABLE OVERFLOW    = '
054600             JNL-SUM-OVERFLOW
054700     END-IF.
054800     IF JNL-DETAILS-HELD > ZERO
054900         MOVE 4 TO RETURN-CODE
055000     END-IF.
055100 9000-TERMINATE-EXIT.
055200     EXIT.
055300
055400*-------------------------------------------------------------.
055500*                     E N D   O F  I J T B B R 0 1             :
055600*-------------------------------------------------------------'
