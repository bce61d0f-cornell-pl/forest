000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJTDCA01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  10/01/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 30.4  10/01/26  RAS  NEW PROGRAM.  WEEKLY BILLING DISPUTE     *
001100*                      CASE REPORT OVER THE DSPCASE FILE        *
001200*                      IJTDCM01 MAINTAINS.  DCARPT AGES EVERY   *
001300*                      OPEN CASE (0-30, 31-60, 61-90 AND OVER   *
001400*                      90 DAYS), TOTALS THE OPEN DISPUTED       *
001500*                      DOLLARS BY SOURCE SYSTEM AND USOC FROM   *
001600*                      THE ATTACHED ITEMS (RP519 INVOICES UNDER *
001700*                      'R519', ANY PART OF A CASE NOT TIED TO   *
001800*                      AN ITEM UNDER 'NONE'), AND LISTS EVERY   *
001900*                      CASE CLOSED AS ADJUSTED FOR WHICH NO     *
002000*                      ADJUSTMENT ARRIVED ON A LATER FEED - ON  *
002100*                      TIFDET A DETAIL NEWER THAN EVERY DETAIL  *
002200*                      IN DISPUTE, ON RP5STR A CREDIT           *
002300*                      ADJUSTMENT OR REVERSAL LOADED AFTER      *
002400*                      EVERY INVOICE IN DISPUTE.  RC 4 WHEN ANY *
002500*                      CASE IS LISTED.                          *
002550* 30.7  10/15/26  RAS  CHECK THE DCARPT OPEN.                   *
002600*--------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT DSP-CASE-FILE ASSIGN TO DSPCASE
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS DSPCASE-KEY
003700         ALTERNATE RECORD KEY IS DSPCASE-ACCT-NB
003800             WITH DUPLICATES
003900         FILE STATUS IS JNL-DSPCASE-STATUS.
004000
004100     SELECT TIF-DET-FILE ASSIGN TO TIFDET
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS TIFDET-KEY
004500         ALTERNATE RECORD KEY IS TIFDET-BL-ACCT-NB
004600             WITH DUPLICATES
004700         ALTERNATE RECORD KEY IS TIFDET-LEAD-ACCT-NB
004800             WITH DUPLICATES
004900         FILE STATUS IS JNL-TIFDET-STATUS.
005000
005100     SELECT RP5-STR-FILE ASSIGN TO RP5STR
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS RP5STR-KEY
005500         ALTERNATE RECORD KEY IS RP5STR-ORIGNL-INVC-NUM
005600             WITH DUPLICATES
005700         ALTERNATE RECORD KEY IS RP5STR-BL-TO-CD
005800             WITH DUPLICATES
005900         ALTERNATE RECORD KEY IS RP5STR-LEAD-ACCOUNT
006000             WITH DUPLICATES
006100         FILE STATUS IS JNL-RP5STR-STATUS.
006200
006300     SELECT DCA-RPT-FILE  ASSIGN TO DCARPT
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS JNL-DCARPT-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  DSP-CASE-FILE.
007000     COPY dspcase.
007100
007200 FD  TIF-DET-FILE.
007300     COPY tifdetv.
007400
007500 FD  RP5-STR-FILE.
007600     COPY rp5str.
007700
007800 FD  DCA-RPT-FILE
007900     RECORDING MODE IS F.
008000 01  DCA-RPT-LINE              PIC X(132).
008100
008200 WORKING-STORAGE SECTION.
008300 01  JNL-DSPCASE-STATUS        PIC X(02) VALUE SPACES.
008400     88  JNL-DSPCASE-OK                  VALUE '00'.
008500     88  JNL-DSPCASE-EOF                 VALUE '10'.
008600     88  JNL-DSPCASE-NOT-FOUND           VALUE '35'.
008700 01  JNL-TIFDET-STATUS         PIC X(02) VALUE SPACES.
008800     88  JNL-TIFDET-OK                   VALUE '00'.
008900 01  JNL-RP5STR-STATUS         PIC X(02) VALUE SPACES.
009000     88  JNL-RP5STR-OK                   VALUE '00'.
009100 01  JNL-DCARPT-STATUS         PIC X(02) VALUE SPACES.
009150     88  JNL-DCARPT-OK                   VALUE '00'.
009200
009300 01  JNL-SWITCHES.
009400     05  JNL-CUR-OPEN-SW       PIC X(01) VALUE 'N'.
009500         88  JNL-CUR-OPEN                VALUE 'Y'.
009600     05  JNL-ADJ-FOUND-SW      PIC X(01) VALUE 'N'.
009700         88  JNL-ADJ-FOUND               VALUE 'Y'.
009800     05  JNL-BRWS-DONE-SW      PIC X(01) VALUE 'N'.
009900         88  JNL-BRWS-DONE               VALUE 'Y'.
010000     05  JNL-PATH-SW           PIC X(01) VALUE SPACE.
010100         88  JNL-PATH-BILLED             VALUE 'B'.
010200         88  JNL-PATH-LEAD               VALUE 'L'.
010300
010400*--------------------------------------------------------------*
010500* RUN DATE AND CASE OPEN DATE, EACH REDUCED TO THE SAME         *
010600* APPROXIMATE DAY NUMBER IJRSUS01 AGES ITS SUSPENSE BY (YEAR    *
010700* TIMES 372 PLUS MONTH TIMES 31 PLUS DAY).                      *
010800*--------------------------------------------------------------*
010900 01  JNL-RUN-DATE.
011000     05  JNL-RUN-YYYY          PIC 9(04).
011100     05  JNL-RUN-MM            PIC 9(02).
011200     05  JNL-RUN-DD            PIC 9(02).
011300 01  JNL-RUN-DATE-A REDEFINES JNL-RUN-DATE
011400                               PIC X(08).
011500 01  JNL-OPEN-DATE.
011600     05  JNL-OPEN-YYYY         PIC 9(04).
011700     05  JNL-OPEN-MM           PIC 9(02).
011800     05  JNL-OPEN-DD           PIC 9(02).
011900 01  JNL-OPEN-DATE-A REDEFINES JNL-OPEN-DATE
012000                               PIC X(08).
012100 01  JNL-RUN-DAY-NB            PIC S9(09) COMP-3 VALUE ZERO.
012200 01  JNL-OPEN-DAY-NB           PIC S9(09) COMP-3 VALUE ZERO.
012300 01  JNL-AGE-DAYS              PIC S9(05) COMP-3 VALUE ZERO.
012400 01  JNL-AGE-BUCKET            PIC 9(01) VALUE ZERO.
012500
012600*--------------------------------------------------------------*
012700* OPEN CASES BY AGE BUCKET.  BUCKET 1 IS 0-30 DAYS, 2 IS 31-60, *
012800* 3 IS 61-90, 4 IS OVER 90.                                     *
012900*--------------------------------------------------------------*
013000 01  JNL-BUCKET-NAMES.
013100     05  FILLER                PIC X(06) VALUE '0-30  '.
013200     05  FILLER                PIC X(06) VALUE '31-60 '.
013300     05  FILLER                PIC X(06) VALUE '61-90 '.
013400     05  FILLER                PIC X(06) VALUE 'OVER90'.
013500 01  JNL-BUCKET-NAME-TABLE REDEFINES JNL-BUCKET-NAMES.
013600     05  JNL-BUCKET-NAME OCCURS 4 TIMES
013700                               PIC X(06).
013800 01  JNL-BUCKET-TABLE.
013900     05  JNL-BUCKET-ENTRY OCCURS 4 TIMES.
014000         10  JNL-BUCKET-CNT        PIC S9(07) COMP-3.
014100         10  JNL-BUCKET-AMT        PIC S9(13)V99 COMP-3.
014200 01  JNL-BUCKET-SUB            PIC 9(04) COMP VALUE ZERO.
014300
014400*--------------------------------------------------------------*
014500* THE CASE IN HAND.  AN OPEN CASE'S DISPUTED AMOUNT LESS WHAT   *
014600* ITS ITEMS CARRY GOES UNDER 'NONE' WHEN THE CASE IS FINISHED.  *
014700*--------------------------------------------------------------*
014800 01  JNL-CUR-CASE-NO           PIC 9(08) VALUE ZERO.
014900 01  JNL-CUR-DISP-AMT          PIC S9(11)V99 COMP-3 VALUE ZERO.
015000 01  JNL-CUR-ITEM-AMT          PIC S9(11)V99 COMP-3 VALUE ZERO.
015100 01  JNL-UNTIED-AMT            PIC S9(11)V99 COMP-3 VALUE ZERO.
015200 01  JNL-TIF-JRNL-DT           PIC X(08) VALUE SPACES.
015300 01  JNL-TRUE-TAX-CNT          PIC S9(04) COMP VALUE ZERO.
015400
015500*--------------------------------------------------------------*
015600* OPEN DISPUTED DOLLARS BY SOURCE SYSTEM AND USOC, KEPT IN KEY  *
015700* ORDER AS ENTRIES ARE ADDED.                                   *
015800*--------------------------------------------------------------*
015900 01  JNL-SU-KEY.
016000     05  JNL-SU-KEY-SRCE       PIC X(04).
016100     05  JNL-SU-KEY-USOC       PIC X(05).
016200 01  JNL-SU-ADD-AMT            PIC S9(11)V99 COMP-3 VALUE ZERO.
016300 01  JNL-SU-ADD-CNT            PIC S9(07) COMP-3 VALUE ZERO.
016400 01  JNL-SU-CNT                PIC 9(04) COMP VALUE ZERO.
016500 01  JNL-SU-SUB                PIC 9(04) COMP VALUE ZERO.
016600 01  JNL-SU-MOVE-SUB           PIC 9(04) COMP VALUE ZERO.
016700 01  JNL-SU-TABLE.
016800     05  JNL-SU-ENTRY OCCURS 500 TIMES.
016900         10  JNL-SU-ENTRY-KEY.
017000             15  JNL-SU-SRCE       PIC X(04).
017100             15  JNL-SU-USOC       PIC X(05).
017200         10  JNL-SU-ITEM-CNT       PIC S9(07) COMP-3.
017300         10  JNL-SU-AMT            PIC S9(13)V99 COMP-3.
017400 01  JNL-SU-BREAK-SRCE         PIC X(04) VALUE SPACES.
017500 01  JNL-SU-SRCE-CNT           PIC S9(07) COMP-3 VALUE ZERO.
017600 01  JNL-SU-SRCE-AMT           PIC S9(13)V99 COMP-3 VALUE ZERO.
017700
017800*--------------------------------------------------------------*
017900* ADJUSTED CASES WITH NO ADJUSTMENT FOUND ON A LATER FEED, HELD *
018000* FOR THE LAST SECTION OF THE REPORT.                           *
018100*--------------------------------------------------------------*
018200 01  JNL-UNM-CNT               PIC 9(04) COMP VALUE ZERO.
018300 01  JNL-UNM-SUB               PIC 9(04) COMP VALUE ZERO.
018400 01  JNL-UNM-CNT-ED            PIC ZZZ,ZZ9.
018500 01  JNL-UNM-TABLE.
018600     05  JNL-UNM-ENTRY OCCURS 500 TIMES.
018700         10  JNL-UNM-CASE-NO       PIC 9(08).
018800         10  JNL-UNM-ACCT-NB       PIC X(13).
018900         10  JNL-UNM-CLOSE-DT      PIC X(08).
019000         10  JNL-UNM-CLOSE-USER    PIC X(08).
019100         10  JNL-UNM-ADJ-AMT       PIC 9(09)V99.
019200         10  JNL-UNM-ADJ-REF       PIC X(20).
019300
019400 01  JNL-COUNTERS.
019500     05  JNL-CASES-READ        PIC S9(07) COMP-3 VALUE ZERO.
019600     05  JNL-CASES-OPEN        PIC S9(07) COMP-3 VALUE ZERO.
019700     05  JNL-CASES-CLOSED      PIC S9(07) COMP-3 VALUE ZERO.
019800     05  JNL-CASES-ADJUSTED    PIC S9(07) COMP-3 VALUE ZERO.
019900     05  JNL-CASES-UNMATCHED   PIC S9(07) COMP-3 VALUE ZERO.
020000     05  JNL-OPEN-TOTAL-AMT    PIC S9(13)V99 COMP-3 VALUE ZERO.
020100
020200 01  JNL-AGE-LINE.
020300     05  JNL-AGL-CASE-NO       PIC 9(08).
020400     05  FILLER                PIC X(02).
020500     05  JNL-AGL-ACCT-NB       PIC X(13).
020600     05  FILLER                PIC X(02).
020700     05  JNL-AGL-OPEN-DT       PIC X(08).
020800     05  FILLER                PIC X(02).
020900     05  JNL-AGL-DAYS          PIC ZZZZ9.
021000     05  FILLER                PIC X(02).
021100     05  JNL-AGL-BUCKET        PIC X(06).
021200     05  FILLER                PIC X(02).
021300     05  JNL-AGL-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99.
021400     05  FILLER                PIC X(02).
021500     05  JNL-AGL-ITEMS         PIC ZZ9.
021600     05  FILLER                PIC X(02).
021700     05  JNL-AGL-REASON        PIC X(43).
021800
021900 01  JNL-TOT-LINE.
022000     05  JNL-TOT-LABEL         PIC X(30).
022100     05  JNL-TOT-CNT           PIC ZZZ,ZZ9.
022200     05  FILLER                PIC X(03).
022300     05  JNL-TOT-AMT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
022400
022500 01  JNL-SU-LINE.
022600     05  JNL-SUL-SRCE          PIC X(04).
022700     05  FILLER                PIC X(04).
022800     05  JNL-SUL-USOC          PIC X(05).
022900     05  FILLER                PIC X(04).
023000     05  JNL-SUL-CNT           PIC ZZZ,ZZ9.
023100     05  FILLER                PIC X(03).
023200     05  JNL-SUL-AMT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
023300
023400 01  JNL-UNM-LINE.
023500     05  JNL-UNL-CASE-NO       PIC 9(08).
023600     05  FILLER                PIC X(02).
023700     05  JNL-UNL-ACCT-NB       PIC X(13).
023800     05  FILLER                PIC X(02).
023900     05  JNL-UNL-CLOSE-DT      PIC X(08).
024000     05  FILLER                PIC X(02).
024100     05  JNL-UNL-CLOSE-USER    PIC X(08).
024200     05  FILLER                PIC X(02).
024300     05  JNL-UNL-ADJ-AMT       PIC Z,ZZZ,ZZZ,ZZ9.99.
024400     05  FILLER                PIC X(02).
024500     05  JNL-UNL-ADJ-REF       PIC X(20).
024600
024700     COPY tifview.
024800
024900 COPY rps REPLACING ==01  RP519-RECORD.==
025000     BY ==01  JNL-RP519-VIEW.==.
025100
025200 PROCEDURE DIVISION.
025300*--------------------------------------------------------------*
025400 0000-MAINLINE.
025500     PERFORM 1000-INITIALIZE
025600         THRU 1000-INITIALIZE-EXIT.
025700     PERFORM 2000-PROCESS-CASE-ROW
025800         THRU 2000-PROCESS-CASE-ROW-EXIT
025900         UNTIL JNL-DSPCASE-EOF.
026000     PERFORM 2900-FINISH-CASE
026100         THRU 2900-FINISH-CASE-EXIT.
026200     PERFORM 8000-PRINT-AGING-TOTALS
026300         THRU 8000-PRINT-AGING-TOTALS-EXIT.
026400     PERFORM 8100-PRINT-SRCE-USOC
026500         THRU 8100-PRINT-SRCE-USOC-EXIT.
026600     PERFORM 8200-PRINT-UNMATCHED
026700         THRU 8200-PRINT-UNMATCHED-EXIT.
026800     PERFORM 9000-TERMINATE
026900         THRU 9000-TERMINATE-EXIT.
027000     GOBACK.
027100
027200*--------------------------------------------------------------*
027300* NO DSPCASE YET MEANS NO CASE HAS EVER BEEN OPENED - THE       *
027400* REPORT IS STILL WRITTEN, EMPTY.                               *
027500*--------------------------------------------------------------*
027600 1000-INITIALIZE.
027700     ACCEPT JNL-RUN-DATE-A FROM DATE YYYYMMDD.
027800     COMPUTE JNL-RUN-DAY-NB =
027900         (JNL-RUN-YYYY * 372) + (JNL-RUN-MM * 31) + JNL-RUN-DD.
028000     MOVE ZERO TO JNL-BUCKET-CNT (1) JNL-BUCKET-AMT (1)
028100                  JNL-BUCKET-CNT (2) JNL-BUCKET-AMT (2)
028200                  JNL-BUCKET-CNT (3) JNL-BUCKET-AMT (3)
028300                  JNL-BUCKET-CNT (4) JNL-BUCKET-AMT (4).
028400     OPEN INPUT DSP-CASE-FILE.
028500     IF JNL-DSPCASE-NOT-FOUND
028600         SET JNL-DSPCASE-EOF TO TRUE
028700     ELSE
028800         IF NOT JNL-DSPCASE-OK
028900             DISPLAY 'IJTDCA01 - UNABLE TO OPEN DSPCASE, RC = 16'
029000             MOVE 16 TO RETURN-CODE
029100             GOBACK
029200         END-IF
029300     END-IF.
029400     OPEN INPUT TIF-DET-FILE.
029500     IF NOT JNL-TIFDET-OK
029600         DISPLAY 'IJTDCA01 - UNABLE TO OPEN TIFDET, RC = 16'
029700         MOVE 16 TO RETURN-CODE
029800         GOBACK
029900     END-IF.
030000     OPEN INPUT RP5-STR-FILE.
030100     IF NOT JNL-RP5STR-OK
030200         DISPLAY 'IJTDCA01 - UNABLE TO OPEN RP5STR, RC = 16'
030300         MOVE 16 TO RETURN-CODE
030400         GOBACK
030500     END-IF.
030600     OPEN OUTPUT DCA-RPT-FILE.
030610     IF NOT JNL-DCARPT-OK
030620         DISPLAY 'IJTDCA01 - UNABLE TO OPEN DCARPT, RC = 16'
030630         MOVE 16 TO RETURN-CODE
030640         GOBACK
030650     END-IF.
030700     MOVE SPACES TO DCA-RPT-LINE.
030800     STRING 'IJTDCA01 - BILLING DISPUTE CASES AS OF '
030900         JNL-RUN-DATE-A DELIMITED BY SIZE INTO DCA-RPT-LINE
031000     END-STRING.
031100     WRITE DCA-RPT-LINE.
031200     MOVE SPACES TO DCA-RPT-LINE.
031300     WRITE DCA-RPT-LINE.
031400     MOVE 'OPEN CASES AGED' TO DCA-RPT-LINE.
031500     WRITE DCA-RPT-LINE.
031600     MOVE SPACES TO DCA-RPT-LINE.
031700     STRING 'CASE NO ' SPACE SPACE 'ACCOUNT      ' SPACE SPACE
031800         'OPENED  ' SPACE SPACE ' DAYS' SPACE SPACE 'BUCKET'
031900         SPACE SPACE '        DISPUTED' SPACE SPACE 'ITM'
032000         SPACE SPACE 'REASON' DELIMITED BY SIZE
032100         INTO DCA-RPT-LINE
032200     END-STRING.
032300     WRITE DCA-RPT-LINE.
032400 1000-INITIALIZE-EXIT.
032500     EXIT.
032600
032700*--------------------------------------------------------------*
032800* DSPCASE COMES IN KEY ORDER - EACH CASE HEADER FOLLOWED BY ITS *
032900* ITEMS.  THE CONTROL ROW IS PASSED OVER.                       *
033000*--------------------------------------------------------------*
033100 2000-PROCESS-CASE-ROW.
033200     READ DSP-CASE-FILE NEXT
033300         AT END
033400             SET JNL-DSPCASE-EOF TO TRUE
033500             GO TO 2000-PROCESS-CASE-ROW-EXIT
033600     END-READ.
033700     IF DSPCASE-CONTROL-ROW
033800         GO TO 2000-PROCESS-CASE-ROW-EXIT
033900     END-IF.
034000     IF DSPCASE-CASE-HEADER
034100         PERFORM 2900-FINISH-CASE
034200             THRU 2900-FINISH-CASE-EXIT
034300         PERFORM 2100-START-CASE
034400             THRU 2100-START-CASE-EXIT
034500         GO TO 2000-PROCESS-CASE-ROW-EXIT
034600     END-IF.
034700     IF JNL-CUR-OPEN AND DSPCASE-CASE-NO = JNL-CUR-CASE-NO
034800         MOVE DSPCASE-ITEM-SRCE-SYS-CD TO JNL-SU-KEY-SRCE
034900         MOVE DSPCASE-ITEM-USOC-CD     TO JNL-SU-KEY-USOC
035000         MOVE DSPCASE-ITEM-DISP-AMT    TO JNL-SU-ADD-AMT
035100         MOVE 1                        TO JNL-SU-ADD-CNT
035200         ADD DSPCASE-ITEM-DISP-AMT     TO JNL-CUR-ITEM-AMT
035300         PERFORM 2300-ADD-SRCE-USOC
035400             THRU 2300-ADD-SRCE-USOC-EXIT
035500     END-IF.
035600 2000-PROCESS-CASE-ROW-EXIT.
035700     EXIT.
035800
035900*--------------------------------------------------------------*
036000 2100-START-CASE.
036100     ADD 1 TO JNL-CASES-READ.
036200     MOVE DSPCASE-CASE-NO TO JNL-CUR-CASE-NO.
036300     MOVE 'N'  TO JNL-CUR-OPEN-SW.
036400     MOVE ZERO TO JNL-CUR-DISP-AMT JNL-CUR-ITEM-AMT.
036500     IF DSPCASE-OPEN
036600         SET JNL-CUR-OPEN TO TRUE
036700         ADD 1 TO JNL-CASES-OPEN
036800         MOVE DSPCASE-DISP-AMT TO JNL-CUR-DISP-AMT
036900         PERFORM 2200-AGE-OPEN-CASE
037000             THRU 2200-AGE-OPEN-CASE-EXIT
037100         GO TO 2100-START-CASE-EXIT
037200     END-IF.
037300     ADD 1 TO JNL-CASES-CLOSED.
037400     IF DSPCASE-ADJUSTED
037500         ADD 1 TO JNL-CASES-ADJUSTED
037600         PERFORM 3000-CHECK-ADJUSTMENT
037700             THRU 3000-CHECK-ADJUSTMENT-EXIT
037800         IF NOT JNL-ADJ-FOUND
037900             PERFORM 3900-HOLD-UNMATCHED
038000                 THRU 3900-HOLD-UNMATCHED-EXIT
038100         END-IF
038200     END-IF.
038300 2100-START-CASE-EXIT.
038400     EXIT.
038500
038600*--------------------------------------------------------------*
038700 2200-AGE-OPEN-CASE.
038800     MOVE DSPCASE-OPEN-DT TO JNL-OPEN-DATE-A.
038900     IF JNL-OPEN-DATE NOT NUMERIC
039000         MOVE JNL-RUN-DATE-A TO JNL-OPEN-DATE-A
039100     END-IF.
039200     COMPUTE JNL-OPEN-DAY-NB =
039300         (JNL-OPEN-YYYY * 372) + (JNL-OPEN-MM * 31) + JNL-OPEN-DD.
039400     COMPUTE JNL-AGE-DAYS = JNL-RUN-DAY-NB - JNL-OPEN-DAY-NB.
039500     IF JNL-AGE-DAYS < ZERO
039600         MOVE ZERO TO JNL-AGE-DAYS
039700     END-IF.
039800     EVALUATE TRUE
039900         WHEN JNL-AGE-DAYS NOT > 30
040000             MOVE 1 TO JNL-AGE-BUCKET
040100         WHEN JNL-AGE-DAYS NOT > 60
040200             MOVE 2 TO JNL-AGE-BUCKET
040300         WHEN JNL-AGE-DAYS NOT > 90
040400             MOVE 3 TO JNL-AGE-BUCKET
040500         WHEN OTHER
040600             MOVE 4 TO JNL-AGE-BUCKET
040700     END-EVALUATE.
040800     ADD 1 TO JNL-BUCKET-CNT (JNL-AGE-BUCKET).
040900     ADD DSPCASE-DISP-AMT TO JNL-BUCKET-AMT (JNL-AGE-BUCKET).
041000     ADD DSPCASE-DISP-AMT TO JNL-OPEN-TOTAL-AMT.
041100
041200     MOVE SPACES                  TO JNL-AGE-LINE.
041300     MOVE DSPCASE-CASE-NO         TO JNL-AGL-CASE-NO.
041400     MOVE DSPCASE-ACCT-NB         TO JNL-AGL-ACCT-NB.
041500     MOVE DSPCASE-OPEN-DT         TO JNL-AGL-OPEN-DT.
041600     MOVE JNL-AGE-DAYS            TO JNL-AGL-DAYS.
041700     MOVE JNL-BUCKET-NAME (JNL-AGE-BUCKET) TO JNL-AGL-BUCKET.
041800     MOVE DSPCASE-DISP-AMT        TO JNL-AGL-AMT.
041900     MOVE DSPCASE-ITEM-CNT        TO JNL-AGL-ITEMS.
042000     STRING DSPCASE-REASON-CD SPACE DSPCASE-REASON-TX
042100         DELIMITED BY SIZE INTO JNL-AGL-REASON
042200     END-STRING.
042300     MOVE JNL-AGE-LINE TO DCA-RPT-LINE.
042400     WRITE DCA-RPT-LINE.
042500 2200-AGE-OPEN-CASE-EXIT.
042600     EXIT.
042700
042800*--------------------------------------------------------------*
042900* ADD TO THE SOURCE/USOC ENTRY FOR JNL-SU-KEY, INSERTING IT IN  *
043000* KEY ORDER IF IT IS NEW.  A FULL TABLE FOLDS THE REST INTO THE *
043100* LAST ENTRY.                                                   *
043200*--------------------------------------------------------------*
043300 2300-ADD-SRCE-USOC.
043400     PERFORM 2310-TEST-SU-ENTRY
043500         VARYING JNL-SU-SUB FROM 1 BY 1
043600         UNTIL JNL-SU-SUB > JNL-SU-CNT
043700         OR JNL-SU-ENTRY-KEY (JNL-SU-SUB) NOT < JNL-SU-KEY.
043800     IF JNL-SU-SUB NOT > JNL-SU-CNT
043900         AND JNL-SU-ENTRY-KEY (JNL-SU-SUB) = JNL-SU-KEY
044000         GO TO 2300-ADD-SRCE-USOC-ADD
044100     END-IF.
044200     IF JNL-SU-CNT >= 500
044300         MOVE 500 TO JNL-SU-SUB
044400         GO TO 2300-ADD-SRCE-USOC-ADD
044500     END-IF.
044600     PERFORM 2320-SHIFT-SU-ENTRY
044700         VARYING JNL-SU-MOVE-SUB FROM JNL-SU-CNT BY -1
044800         UNTIL JNL-SU-MOVE-SUB < JNL-SU-SUB.
044900     ADD 1 TO JNL-SU-CNT.
045000     MOVE JNL-SU-KEY TO JNL-SU-ENTRY-KEY (JNL-SU-SUB).
045100     MOVE ZERO TO JNL-SU-ITEM-CNT (JNL-SU-SUB)
045200                  JNL-SU-AMT (JNL-SU-SUB).
045300 2300-ADD-SRCE-USOC-ADD.
045400     ADD JNL-SU-ADD-CNT TO JNL-SU-ITEM-CNT (JNL-SU-SUB).
045500     ADD JNL-SU-ADD-AMT TO JNL-SU-AMT (JNL-SU-SUB).
045600 2300-ADD-SRCE-USOC-EXIT.
045700     EXIT.
045800
045900 2310-TEST-SU-ENTRY.
046000     CONTINUE.
046100
046200 2320-SHIFT-SU-ENTRY.
046300     MOVE JNL-SU-ENTRY (JNL-SU-MOVE-SUB)
046400         TO JNL-SU-ENTRY (JNL-SU-MOVE-SUB + 1).
046500
046600*--------------------------------------------------------------*
046700* WHATEVER PART OF AN OPEN CASE'S DISPUTED AMOUNT ITS ITEMS DO  *
046800* NOT CARRY IS TOTALLED UNDER SOURCE 'NONE'.                    *
046900*--------------------------------------------------------------*
047000 2900-FINISH-CASE.
047100     IF NOT JNL-CUR-OPEN
047200         GO TO 2900-FINISH-CASE-EXIT
047300     END-IF.
047400     MOVE 'N' TO JNL-CUR-OPEN-SW.
047500     COMPUTE JNL-UNTIED-AMT = JNL-CUR-DISP-AMT - JNL-CUR-ITEM-AMT.
047600     IF JNL-UNTIED-AMT > ZERO
047700         MOVE 'NONE'         TO JNL-SU-KEY-SRCE
047800         MOVE SPACES         TO JNL-SU-KEY-USOC
047900         MOVE JNL-UNTIED-AMT TO JNL-SU-ADD-AMT
048000         MOVE ZERO           TO JNL-SU-ADD-CNT
048100         PERFORM 2300-ADD-SRCE-USOC
048200             THRU 2300-ADD-SRCE-USOC-EXIT
048300     END-IF.
048400 2900-FINISH-CASE-EXIT.
048500     EXIT.
048600
048700*--------------------------------------------------------------*
048800* LOOK FOR THE ADJUSTMENT THAT SETTLED AN ADJUSTED CASE ON A    *
048900* FEED LATER THAN EVERYTHING IN DISPUTE.  A NAMED TIFDET DETAIL *
049000* MUST BE NEWER THAN THE NEWEST DETAIL ATTACHED; A NAMED RP519  *
049100* INVOICE MUST HAVE A CREDIT ADJUSTMENT OR REVERSAL RECORD      *
049200* LOADED AFTER THE NEWEST INVOICE ATTACHED AND NOT BEFORE THE   *
049300* CASE OPENED.  WITH NOTHING NAMED, ANY SUCH CREDIT ON THE      *
049400* ACCOUNT'S TIFDET BILLED OR LEAD PATH OR RP5STR LEAD PATH WILL *
049500* DO.                                                           *
049600*--------------------------------------------------------------*
049700 3000-CHECK-ADJUSTMENT.
049800     MOVE 'N' TO JNL-ADJ-FOUND-SW.
049900     EVALUATE TRUE
050000         WHEN DSPCASE-ADJ-TIF
050100             PERFORM 3100-CHECK-TIF-REF
050200                 THRU 3100-CHECK-TIF-REF-EXIT
050300         WHEN DSPCASE-ADJ-RP519
050400             PERFORM 3200-CHECK-RP519-REF
050500                 THRU 3200-CHECK-RP519-REF-EXIT
050600         WHEN OTHER
050700             SET JNL-PATH-BILLED TO TRUE
050800             PERFORM 3300-BROWSE-TIF-ACCOUNT
050900                 THRU 3300-BROWSE-TIF-ACCOUNT-EXIT
051000             IF NOT JNL-ADJ-FOUND
051100                 SET JNL-PATH-LEAD TO TRUE
051200                 PERFORM 3300-BROWSE-TIF-ACCOUNT
051300                     THRU 3300-BROWSE-TIF-ACCOUNT-EXIT
051400             END-IF
051500             IF NOT JNL-ADJ-FOUND
051600                 PERFORM 3400-BROWSE-RP519-ACCOUNT
051700                     THRU 3400-BROWSE-RP519-ACCOUNT-EXIT
051800             END-IF
051900     END-EVALUATE.
052000 3000-CHECK-ADJUSTMENT-EXIT.
052100     EXIT.
052200
052300*--------------------------------------------------------------*
052400 3100-CHECK-TIF-REF.
052500     MOVE DSPCASE-ADJ-SRCE-SYS-CD TO TIFDET-SRCE-SYS-CD.
052600     MOVE DSPCASE-ADJ-SEQ-NO      TO TIFDET-SEQ-NO.
052700     READ TIF-DET-FILE
052800         KEY IS TIFDET-KEY
052900         INVALID KEY
053000             GO TO 3100-CHECK-TIF-REF-EXIT
053100     END-READ.
053200     IF TIFDET-SEQ-NO > DSPCASE-HIGH-SEQ-NO
053300         SET JNL-ADJ-FOUND TO TRUE
053400     END-IF.
053500 3100-CHECK-TIF-REF-EXIT.
053600     EXIT.
053700
053800*--------------------------------------------------------------*
053900 3200-CHECK-RP519-REF.
054000     MOVE 'N' TO JNL-BRWS-DONE-SW.
054100     MOVE LOW-VALUES           TO RP5STR-KEY.
054200     MOVE DSPCASE-ADJ-INVC-NUM TO RP5STR-INVC-NUM.
054300     START RP5-STR-FILE KEY NOT < RP5STR-KEY
054400         INVALID KEY
054500             GO TO 3200-CHECK-RP519-REF-EXIT
054600     END-START.
054700     PERFORM 3210-TEST-RP519-REF-REC
054800         THRU 3210-TEST-RP519-REF-REC-EXIT
054900         UNTIL JNL-BRWS-DONE OR JNL-ADJ-FOUND.
055000 3200-CHECK-RP519-REF-EXIT.
055100     EXIT.
055200
055300 3210-TEST-RP519-REF-REC.
055400     READ RP5-STR-FILE NEXT
055500         AT END
055600             SET JNL-BRWS-DONE TO TRUE
055700             GO TO 3210-TEST-RP519-REF-REC-EXIT
055800     END-READ.
055900     IF RP5STR-INVC-NUM NOT = DSPCASE-ADJ-INVC-NUM
056000         SET JNL-BRWS-DONE TO TRUE
056100         GO TO 3210-TEST-RP519-REF-REC-EXIT
056200     END-IF.
056300     PERFORM 3500-TEST-RP519-CREDIT
056400         THRU 3500-TEST-RP519-CREDIT-EXIT.
056500 3210-TEST-RP519-REF-REC-EXIT.
056600     EXIT.
056700
056800*--------------------------------------------------------------*
056900* BROWSE TIFDET ON THE BILLED OR LEAD ACCOUNT PATH FOR A CREDIT *
057000* DETAIL NEWER THAN THE DISPUTE, JOURNALED NO EARLIER THAN THE  *
057100* CASE OPENED.                                                  *
057200*--------------------------------------------------------------*
057300 3300-BROWSE-TIF-ACCOUNT.
057400     MOVE 'N' TO JNL-BRWS-DONE-SW.
057500     IF JNL-PATH-BILLED
057600         MOVE DSPCASE-ACCT-NB TO TIFDET-BL-ACCT-NB
057700         START TIF-DET-FILE KEY = TIFDET-BL-ACCT-NB
057800             INVALID KEY
057900                 GO TO 3300-BROWSE-TIF-ACCOUNT-EXIT
058000         END-START
058100     ELSE
058200         MOVE DSPCASE-ACCT-NB TO TIFDET-LEAD-ACCT-NB
058300         START TIF-DET-FILE KEY = TIFDET-LEAD-ACCT-NB
058400             INVALID KEY
058500                 GO TO 3300-BROWSE-TIF-ACCOUNT-EXIT
058600         END-START
058700     END-IF.
058800     PERFORM 3310-TEST-TIF-CREDIT
058900         THRU 3310-TEST-TIF-CREDIT-EXIT
059000         UNTIL JNL-BRWS-DONE OR JNL-ADJ-FOUND.
059100 3300-BROWSE-TIF-ACCOUNT-EXIT.
059200     EXIT.
059300
059400 3310-TEST-TIF-CREDIT.
059500     READ TIF-DET-FILE NEXT
059600         AT END
059700             SET JNL-BRWS-DONE TO TRUE
059800             GO TO 3310-TEST-TIF-CREDIT-EXIT
059900     END-READ.
060000     IF JNL-PATH-BILLED
060100         AND TIFDET-BL-ACCT-NB NOT = DSPCASE-ACCT-NB
060200         SET JNL-BRWS-DONE TO TRUE
060300         GO TO 3310-TEST-TIF-CREDIT-EXIT
060400     END-IF.
060500     IF JNL-PATH-LEAD
060600         AND TIFDET-LEAD-ACCT-NB NOT = DSPCASE-ACCT-NB
060700         SET JNL-BRWS-DONE TO TRUE
060800         GO TO 3310-TEST-TIF-CREDIT-EXIT
060900     END-IF.
061000     IF TIFDET-SEQ-NO NOT > DSPCASE-HIGH-SEQ-NO
061100         GO TO 3310-TEST-TIF-CREDIT-EXIT
061200     END-IF.
061300     MOVE TIFDET-FIXED-DATA TO JNL-TIF-RAW-REC (1:902).
061400     MOVE JNL-PEEK-CTM-ND   TO JNL-TRUE-TAX-CNT.
061500     IF JNL-TRUE-TAX-CNT > 30
061600         MOVE 30 TO XX-CTM-ND
061700     ELSE
061800         MOVE JNL-TRUE-TAX-CNT TO XX-CTM-ND
061900     END-IF.
062000     MOVE JNL-TIF-RAW-REC   TO JNL-TIF-DTL-VIEW.
062100     STRING XX-JRNL-DT-CENTRY XX-JRNL-DT-YR XX-JRNL-DT-MO
062200         XX-JRNL-DT-DY DELIMITED BY SIZE INTO JNL-TIF-JRNL-DT
062300     END-STRING.
062400     IF XX-JRNL-GRS-AT < ZERO
062500         AND JNL-TIF-JRNL-DT NOT < DSPCASE-OPEN-DT
062600         SET JNL-ADJ-FOUND TO TRUE
062700     END-IF.
062800 3310-TEST-TIF-CREDIT-EXIT.
062900     EXIT.
063000
063100*--------------------------------------------------------------*
063200 3400-BROWSE-RP519-ACCOUNT.
063300     MOVE 'N' TO JNL-BRWS-DONE-SW.
063400     MOVE DSPCASE-ACCT-NB TO RP5STR-LEAD-ACCOUNT.
063500     START RP5-STR-FILE KEY = RP5STR-LEAD-ACCOUNT
063600         INVALID KEY
063700             GO TO 3400-BROWSE-RP519-ACCOUNT-EXIT
063800     END-START.
063900     PERFORM 3410-TEST-RP519-ACCT-REC
064000         THRU 3410-TEST-RP519-ACCT-REC-EXIT
064100         UNTIL JNL-BRWS-DONE OR JNL-ADJ-FOUND.
064200 3400-BROWSE-RP519-ACCOUNT-EXIT.
064300     EXIT.
064400
064500 3410-TEST-RP519-ACCT-REC.
064600     READ RP5-STR-FILE NEXT
064700         AT END
064800             SET JNL-BRWS-DONE TO TRUE
064900             GO TO 3410-TEST-RP519-ACCT-REC-EXIT
065000     END-READ.
065100     IF RP5STR-LEAD-ACCOUNT NOT = DSPCASE-ACCT-NB
065200         SET JNL-BRWS-DONE TO TRUE
065300         GO TO 3410-TEST-RP519-ACCT-REC-EXIT
065400     END-IF.
065500     PERFORM 3500-TEST-RP519-CREDIT
065600         THRU 3500-TEST-RP519-CREDIT-EXIT.
065700 3410-TEST-RP519-ACCT-REC-EXIT.
065800     EXIT.
065900
066000*--------------------------------------------------------------*
066100* AN RP5STR RECORD SETTLES THE CASE WHEN IT IS A CREDIT         *
066200* ADJUSTMENT OR A REVERSAL, LOADED NO EARLIER THAN THE CASE     *
066300* OPENED AND LATER THAN THE NEWEST INVOICE IN DISPUTE.          *
066400*--------------------------------------------------------------*
066500 3500-TEST-RP519-CREDIT.
066600     IF RP5STR-LOAD-DT < DSPCASE-OPEN-DT
066700         GO TO 3500-TEST-RP519-CREDIT-EXIT
066800     END-IF.
066900     IF DSPCASE-HIGH-LOAD-DT NOT = SPACES
067000         AND RP5STR-LOAD-DT NOT > DSPCASE-HIGH-LOAD-DT
067100         GO TO 3500-TEST-RP519-CREDIT-EXIT
067200     END-IF.
067300     MOVE RP5STR-RP519-DATA TO JNL-RP519-VIEW.
067400     IF RP519-CR-ADJMT OR RP519-REVERSAL
067500         SET JNL-ADJ-FOUND TO TRUE
067600     END-IF.
067700 3500-TEST-RP519-CREDIT-EXIT.
067800     EXIT.
067900
068000*--------------------------------------------------------------*
068100 3900-HOLD-UNMATCHED.
068200     ADD 1 TO JNL-CASES-UNMATCHED.
068300     IF JNL-UNM-CNT >= 500
068400         GO TO 3900-HOLD-UNMATCHED-EXIT
068500     END-IF.
068600     ADD 1 TO JNL-UNM-CNT.
068700     MOVE DSPCASE-CASE-NO    TO JNL-UNM-CASE-NO (JNL-UNM-CNT).
068800     MOVE DSPCASE-ACCT-NB    TO JNL-UNM-ACCT-NB (JNL-UNM-CNT).
068900     MOVE DSPCASE-CLOSE-DT   TO JNL-UNM-CLOSE-DT (JNL-UNM-CNT).
069000     MOVE DSPCASE-CLOSE-USER TO JNL-UNM-CLOSE-USER (JNL-UNM-CNT).
069100     MOVE DSPCASE-ADJ-AMT    TO JNL-UNM-ADJ-AMT (JNL-UNM-CNT).
069200     MOVE 'NONE NAMED'       TO JNL-UNM-ADJ-REF (JNL-UNM-CNT).
069300     IF DSPCASE-ADJ-TIF
069400         MOVE SPACES TO JNL-UNM-ADJ-REF (JNL-UNM-CNT)
069500         STRING 'TIF ' DSPCASE-ADJ-SRCE-SYS-CD '/'
069600             DSPCASE-ADJ-SEQ-NO DELIMITED BY SIZE
069700             INTO JNL-UNM-ADJ-REF (JNL-UNM-CNT)
069800         END-STRING
069900     END-IF.
070000     IF DSPCASE-ADJ-RP519
070100         MOVE SPACES TO JNL-UNM-ADJ-REF (JNL-UNM-CNT)
070200         STRING 'RP519 ' DSPCASE-ADJ-INVC-NUM
070300             DELIMITED BY SIZE
070400             INTO JNL-UNM-ADJ-REF (JNL-UNM-CNT)
070500         END-STRING
070600     END-IF.
070700 3900-HOLD-UNMATCHED-EXIT.
070800     EXIT.
070900
071000*--------------------------------------------------------------*
071100 8000-PRINT-AGING-TOTALS.
071200     MOVE SPACES TO DCA-RPT-LINE.
071300     WRITE DCA-RPT-LINE.
071400     PERFORM 8010-PRINT-BUCKET-LINE
071500         THRU 8010-PRINT-BUCKET-LINE-EXIT
071600         VARYING JNL-BUCKET-SUB FROM 1 BY 1
071700         UNTIL JNL-BUCKET-SUB > 4.
071800     MOVE SPACES                TO JNL-TOT-LINE.
071900     MOVE 'TOTAL OPEN CASES'    TO JNL-TOT-LABEL.
072000     MOVE JNL-CASES-OPEN        TO JNL-TOT-CNT.
072100     MOVE JNL-OPEN-TOTAL-AMT    TO JNL-TOT-AMT.
072200     MOVE JNL-TOT-LINE TO DCA-RPT-LINE.
072300     WRITE DCA-RPT-LINE.
072400 8000-PRINT-AGING-TOTALS-EXIT.
072500     EXIT.
072600
072700 8010-PRINT-BUCKET-LINE.
072800     MOVE SPACES TO JNL-TOT-LINE.
072900     STRING 'OPEN ' JNL-BUCKET-NAME (JNL-BUCKET-SUB) ' DAYS'
073000         DELIMITED BY SIZE INTO JNL-TOT-LABEL
073100     END-STRING.
073200     MOVE JNL-BUCKET-CNT (JNL-BUCKET-SUB) TO JNL-TOT-CNT.
073300     MOVE JNL-BUCKET-AMT (JNL-BUCKET-SUB) TO JNL-TOT-AMT.
073400     MOVE JNL-TOT-LINE TO DCA-RPT-LINE.
073500     WRITE DCA-RPT-LINE.
073600 8010-PRINT-BUCKET-LINE-EXIT.
073700     EXIT.
073800
073900*--------------------------------------------------------------*
074000* OPEN DISPUTED DOLLARS BY SOURCE SYSTEM AND USOC, WITH A       *
074100* SUBTOTAL AT EACH CHANGE OF SOURCE SYSTEM.                     *
074200*--------------------------------------------------------------*
074300 8100-PRINT-SRCE-USOC.
074400     MOVE SPACES TO DCA-RPT-LINE.
074500     WRITE DCA-RPT-LINE.
074600     MOVE 'OPEN DISPUTED DOLLARS BY SOURCE SYSTEM AND USOC'
074700         TO DCA-RPT-LINE.
074800     WRITE DCA-RPT-LINE.
074900     MOVE SPACES TO DCA-RPT-LINE.
075000     STRING 'SRCE' SPACE SPACE SPACE SPACE 'USOC ' SPACE SPACE
075100         SPACE SPACE '  ITEMS' SPACE SPACE SPACE
075200         '        DISPUTED AMT' DELIMITED BY SIZE
075300         INTO DCA-RPT-LINE
075400     END-STRING.
075500     WRITE DCA-RPT-LINE.
075600     MOVE SPACES TO JNL-SU-BREAK-SRCE.
075700     MOVE ZERO   TO JNL-SU-SRCE-CNT JNL-SU-SRCE-AMT.
075800     PERFORM 8110-PRINT-ONE-SU-LINE
075900         THRU 8110-PRINT-ONE-SU-LINE-EXIT
076000         VARYING JNL-SU-SUB FROM 1 BY 1
076100         UNTIL JNL-SU-SUB > JNL-SU-CNT.
076200     IF JNL-SU-CNT > ZERO
076300         PERFORM 8120-PRINT-SRCE-TOTAL
076400             THRU 8120-PRINT-SRCE-TOTAL-EXIT
076500     END-IF.
076600 8100-PRINT-SRCE-USOC-EXIT.
076700     EXIT.
076800
076900 8110-PRINT-ONE-SU-LINE.
077000     IF JNL-SU-SUB > 1
077100         AND JNL-SU-SRCE (JNL-SU-SUB) NOT = JNL-SU-BREAK-SRCE
077200         PERFORM 8120-PRINT-SRCE-TOTAL
077300             THRU 8120-PRINT-SRCE-TOTAL-EXIT
077400     END-IF.
077500     MOVE JNL-SU-SRCE (JNL-SU-SUB) TO JNL-SU-BREAK-SRCE.
077600     MOVE SPACES                      TO JNL-SU-LINE.
077700     MOVE JNL-SU-SRCE (JNL-SU-SUB)     TO JNL-SUL-SRCE.
077800     MOVE JNL-SU-USOC (JNL-SU-SUB)     TO JNL-SUL-USOC.
077900     MOVE JNL-SU-ITEM-CNT (JNL-SU-SUB) TO JNL-SUL-CNT.
078000     MOVE JNL-SU-AMT (JNL-SU-SUB)      TO JNL-SUL-AMT.
078100     MOVE JNL-SU-LINE TO DCA-RPT-LINE.
078200     WRITE DCA-RPT-LINE.
078300     ADD JNL-SU-ITEM-CNT (JNL-SU-SUB) TO JNL-SU-SRCE-CNT.
078400     ADD JNL-SU-AMT (JNL-SU-SUB)      TO JNL-SU-SRCE-AMT.
078500 8110-PRINT-ONE-SU-LINE-EXIT.
078600     EXIT.
078700
078800 8120-PRINT-SRCE-TOTAL.
078900     MOVE SPACES             TO JNL-SU-LINE.
079000     MOVE JNL-SU-BREAK-SRCE  TO JNL-SUL-SRCE.
079100     MOVE 'TOTAL'            TO JNL-SUL-USOC.
079200     MOVE JNL-SU-SRCE-CNT    TO JNL-SUL-CNT.
079300     MOVE JNL-SU-SRCE-AMT    TO JNL-SUL-AMT.
079400     MOVE JNL-SU-LINE TO DCA-RPT-LINE.
079500     WRITE DCA-RPT-LINE.
079600     MOVE SPACES TO DCA-RPT-LINE.
079700     WRITE DCA-RPT-LINE.
079800     MOVE ZERO TO JNL-SU-SRCE-CNT JNL-SU-SRCE-AMT.
079900 8120-PRINT-SRCE-TOTAL-EXIT.
080000     EXIT.
080100
080200*--------------------------------------------------------------*
080300 8200-PRINT-UNMATCHED.
080400     MOVE SPACES TO DCA-RPT-LINE.
080500     WRITE DCA-RPT-LINE.
080600     MOVE 'ADJUSTED CASES WITH NO ADJUSTMENT ON A LATER FEED'
080700         TO DCA-RPT-LINE.
080800     WRITE DCA-RPT-LINE.
080900     MOVE SPACES TO DCA-RPT-LINE.
081000     STRING 'CASE NO ' SPACE SPACE 'ACCOUNT      ' SPACE SPACE
081100         'CLOSED  ' SPACE SPACE 'BY      ' SPACE SPACE
081200         '    ADJUSTED AMT' SPACE SPACE 'ADJUSTMENT NAMED'
081300         DELIMITED BY SIZE INTO DCA-RPT-LINE
081400     END-STRING.
081500     WRITE DCA-RPT-LINE.
081600     PERFORM 8210-PRINT-ONE-UNMATCHED
081700         THRU 8210-PRINT-ONE-UNMATCHED-EXIT
081800         VARYING JNL-UNM-SUB FROM 1 BY 1
081900         UNTIL JNL-UNM-SUB > JNL-UNM-CNT.
082000     IF JNL-CASES-UNMATCHED > JNL-UNM-CNT
082100         MOVE SPACES TO DCA-RPT-LINE
082200         MOVE JNL-CASES-UNMATCHED TO JNL-UNM-CNT-ED
082300         STRING 'FIRST 500 OF THE ' JNL-UNM-CNT-ED
082400             ' CASES LISTED' DELIMITED BY SIZE INTO DCA-RPT-LINE
082500         END-STRING
082600         WRITE DCA-RPT-LINE
082700     END-IF.
082800 8200-PRINT-UNMATCHED-EXIT.
082900     EXIT.
083000
083100 8210-PRINT-ONE-UNMATCHED.
083200     MOVE SPACES                           TO JNL-UNM-LINE.
083300     MOVE JNL-UNM-CASE-NO (JNL-UNM-SUB)    TO JNL-UNL-CASE-NO.
083400     MOVE JNL-UNM-ACCT-NB (JNL-UNM-SUB)    TO JNL-UNL-ACCT-NB.
083500     MOVE JNL-UNM-CLOSE-DT (JNL-UNM-SUB)   TO JNL-UNL-CLOSE-DT.
083600     MOVE JNL-UNM-CLOSE-USER (JNL-UNM-SUB) TO JNL-UNL-CLOSE-USER.
083700     MOVE JNL-UNM-ADJ-AMT (JNL-UNM-SUB)    TO JNL-UNL-ADJ-AMT.
083800     MOVE JNL-UNM-ADJ-REF (JNL-UNM-SUB)    TO JNL-UNL-ADJ-REF.
083900     MOVE JNL-UNM-LINE TO DCA-RPT-LINE.
084000     WRITE DCA-RPT-LINE.
084100 8210-PRINT-ONE-UNMATCHED-EXIT.
084200     EXIT.
084300
084400*--------------------------------------------------------------*
084500 9000-TERMINATE.
084600     CLOSE DSP-CASE-FILE TIF-DET-FILE RP5-STR-FILE DCA-RPT-FILE.
084700     DISPLAY 'IJTDCA01 - CASES READ             = '
084800         JNL-CASES-READ.
084900     DISPLAY 'IJTDCA01 - CASES OPEN             = '
085000         JNL-CASES-OPEN.
085100     DISPLAY 'IJTDCA01 - CASES CLOSED           = '
085200         JNL-CASES-CLOSED.
085300     DISPLAY 'IJTDCA01 - CLOSED AS ADJUSTED     = '
085400         JNL-CASES-ADJUSTED.
085500     DISPLAY 'IJTDCA01 - NO LATER ADJUSTMENT    = '
085600         JNL-CASES-UNMATCHED.
085700     IF JNL-CASES-UNMATCHED > ZERO AND RETURN-CODE < 4
085800         MOVE 4 TO RETURN-CODE
085900     END-IF.
086000 9000-TERMINATE-EXIT.
086100     EXIT.
086200
086300*-------------------------------------------------------------.
086400*                     E N D   O F  I J T D C A 0 1             :
086500*-------------------------------------------------------------'
