000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJTRRT01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/10/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 28.3  09/10/26  RAS  NEW PROGRAM.  USAGE RE-RATING AUDIT.    *
001100*                      IJXUPL01 ONLY PROVES A USAGE DETAIL HAS *
001200*                      BOTH UNITS AND DOLLARS - NOT THAT THE   *
001300*                      DOLLARS ARE THE TARIFFED PRICE.  EVERY  *
001400*                      TIF USAGE DETAIL IS RE-RATED HERE FROM  *
001500*                      ITS MINUTES, SECONDS AND MESSAGE COUNT  *
001600*                      AT THE PRODUCT MANAGEMENT RATE CARD     *
001700*                      (RTCARD) ROW FOR ITS PRICING PLAN,      *
001800*                      RATE CLASS AND MESSAGE TYPE, AND THE    *
001900*                      RESULT COMPARED TO XX-JRNL-GRS-AT.      *
002000*                      RRTRPT TOTALS OVER- AND UNDER-BILLING   *
002100*                      BY SOURCE SYSTEM AND PRICING PLAN, THEN *
002200*                      LISTS THE WORST ACCOUNTS BY NET         *
002300*                      MIS-RATED DOLLARS.  ANY DETAIL OFF      *
002400*                      TARIFF ENDS THE JOB RC=8.               *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT TIF-IN-FILE   ASSIGN TO TIFIN
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS JNL-TIFIN-STATUS.
003500
003600     SELECT RATE-CARD-FILE ASSIGN TO RTCARD
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS JNL-RTCARD-STATUS.
003900
004000     SELECT RRT-RPT-FILE  ASSIGN TO RRTRPT
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS JNL-RRTRPT-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  TIF-IN-FILE
004700     RECORDING MODE IS V.
004800 01  TIF-IN-RECORD             PIC X(3092).
004900
005000 FD  RATE-CARD-FILE
005100     RECORDING MODE IS F.
005200 01  RATE-CARD-IN-RECORD       PIC X(80).
005300
005400 FD  RRT-RPT-FILE
005500     RECORDING MODE IS F.
005600 01  RRT-RPT-LINE              PIC X(132).
005700
005800 WORKING-STORAGE SECTION.
005900 01  JNL-TIFIN-STATUS          PIC X(02) VALUE SPACES.
006000     88  JNL-TIFIN-OK                    VALUE '00'.
006100     88  JNL-TIFIN-EOF                   VALUE '10'.
006200 01  JNL-RTCARD-STATUS         PIC X(02) VALUE SPACES.
006300     88  JNL-RTCARD-OK                   VALUE '00'.
006400     88  JNL-RTCARD-EOF                  VALUE '10'.
006500 01  JNL-RRTRPT-STATUS         PIC X(02) VALUE SPACES.
006600
006700 COPY rtcard.
006800
006900 01  JNL-RATE-CNT              PIC 9(04) COMP VALUE ZERO.
007000 01  JNL-RATE-SUB              PIC 9(04) COMP VALUE ZERO.
007100 01  JNL-RATE-TABLE.
007200     05  JNL-RATE-ENTRY OCCURS 500 TIMES.
007300         10  JNL-RATE-KEY             PIC X(10).
007400         10  JNL-RATE-MINUTE-RT       PIC 9(03)V9(05).
007500         10  JNL-RATE-MESSAGE-RT      PIC 9(03)V9(05).
007600 01  JNL-CUR-RATE-KEY.
007700     05  JNL-CUR-PRICING-PLAN  PIC X(08) VALUE SPACES.
007800     05  JNL-CUR-MSG-RT-CLS-CD PIC X(01) VALUE SPACE.
007900     05  JNL-CUR-MSG-TYPE-CD   PIC X(01) VALUE SPACE.
008000
008100*--------------------------------------------------------------*
008200* ONE ENTRY PER SOURCE SYSTEM AND PRICING PLAN.                 *
008300*--------------------------------------------------------------*
008400 01  JNL-PLN-CNT               PIC 9(04) COMP VALUE ZERO.
008500 01  JNL-PLN-SUB               PIC 9(04) COMP VALUE ZERO.
008600 01  JNL-PLN-TABLE.
008700     05  JNL-PLN-ENTRY OCCURS 300 TIMES.
008800         10  JNL-PLN-KEY.
008900             15  JNL-PLN-SRCE-CD      PIC X(04).
009000             15  JNL-PLN-PRICING-PLAN PIC X(08).
009100         10  JNL-PLN-RATED-CNT        PIC S9(09)    COMP-3.
009200         10  JNL-PLN-NO-RATE-CNT      PIC S9(09)    COMP-3.
009300         10  JNL-PLN-OVER-CNT         PIC S9(09)    COMP-3.
009400         10  JNL-PLN-OVER-AMT         PIC S9(11)V99 COMP-3.
009500         10  JNL-PLN-UNDER-CNT        PIC S9(09)    COMP-3.
009600         10  JNL-PLN-UNDER-AMT        PIC S9(11)V99 COMP-3.
009700 01  JNL-PLN-OVERFLOW          PIC S9(09) COMP-3 VALUE ZERO.
009800 01  JNL-CUR-PLN-KEY.
009900     05  JNL-CUR-SRCE-CD       PIC X(04) VALUE SPACES.
010000     05  JNL-CUR-PLN-PLAN      PIC X(08) VALUE SPACES.
010100
010200*--------------------------------------------------------------*
010300* ONE ENTRY PER BILLED ACCOUNT WITH A DETAIL OFF TARIFF, FOR    *
010400* THE WORST-ACCOUNTS LIST.  AN ACCOUNT IS FILED UNDER THE       *
010500* SOURCE AND PLAN OF ITS FIRST MIS-RATED DETAIL.                *
010600*--------------------------------------------------------------*
010700 01  JNL-ACT-CNT               PIC 9(04) COMP VALUE ZERO.
010800 01  JNL-ACT-SUB               PIC 9(04) COMP VALUE ZERO.
010900 01  JNL-ACT-TABLE.
011000     05  JNL-ACT-ENTRY OCCURS 5000 TIMES.
011100         10  JNL-ACT-ACCT-NB          PIC X(13).
011200         10  JNL-ACT-SRCE-CD          PIC X(04).
011300         10  JNL-ACT-PRICING-PLAN     PIC X(08).
011400         10  JNL-ACT-DTL-CNT          PIC S9(07)    COMP-3.
011500         10  JNL-ACT-BILLED-AMT       PIC S9(11)V99 COMP-3.
011600         10  JNL-ACT-RATED-AMT        PIC S9(11)V99 COMP-3.
011700         10  JNL-ACT-LISTED-SW        PIC X(01).
011800             88  JNL-ACT-LISTED                VALUE 'Y'.
011900 01  JNL-ACT-OVERFLOW          PIC S9(09) COMP-3 VALUE ZERO.
012000
012100*--------------------------------------------------------------*
012200* HOW MANY ACCOUNTS THE WORST-ACCOUNTS LIST SHOWS, AND HOW FAR  *
012300* THE BILLED DOLLARS MAY SIT FROM THE RE-RATED DOLLARS BEFORE   *
012400* A DETAIL IS OFF TARIFF - TWO CENTS COVERS THE RATING ENGINES' *
012500* OWN ROUNDING, THE SAME ALLOWANCE IJTTRC01 GIVES TAX.          *
012600*--------------------------------------------------------------*
012700 01  JNL-WORST-MAX             PIC 9(04) COMP VALUE 25.
012800 01  JNL-WORST-SUB             PIC 9(04) COMP VALUE ZERO.
012900 01  JNL-WORST-PICK            PIC 9(04) COMP VALUE ZERO.
013000 01  JNL-RATE-TOLERANCE        PIC 9V99 VALUE .02.
013100
013200 01  JNL-CUR-DURATION          PIC S9(11)V9(04) COMP-3
013300                                              VALUE ZERO.
013400 01  JNL-RATED-AMT             PIC S9(11)V99 COMP-3 VALUE ZERO.
013500 01  JNL-RATE-DIFF             PIC S9(11)V99 COMP-3 VALUE ZERO.
013600 01  JNL-ABS-DIFF              PIC S9(11)V99 COMP-3 VALUE ZERO.
013700 01  JNL-PICK-ABS-DIFF         PIC S9(11)V99 COMP-3 VALUE ZERO.
013800 01  JNL-NET-AMT               PIC S9(11)V99 COMP-3 VALUE ZERO.
013900
014000 01  JNL-COUNTERS.
014100     05  JNL-DETS-READ         PIC S9(09) COMP-3 VALUE ZERO.
014200     05  JNL-USAGE-DETS        PIC S9(09) COMP-3 VALUE ZERO.
014300     05  JNL-NO-RATE-DETS      PIC S9(09) COMP-3 VALUE ZERO.
014400     05  JNL-OVER-DETS         PIC S9(09) COMP-3 VALUE ZERO.
014500     05  JNL-UNDER-DETS        PIC S9(09) COMP-3 VALUE ZERO.
014600     05  JNL-TOT-OVER-AMT      PIC S9(11)V99 COMP-3 VALUE ZERO.
014700     05  JNL-TOT-UNDER-AMT     PIC S9(11)V99 COMP-3 VALUE ZERO.
014800
014900 01  JNL-EDIT-FIELDS.
015000     05  JNL-EDIT-CNT          PIC ZZZ,ZZZ,ZZ9.
015100     05  JNL-EDIT-AMT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
015200
015300 01  JNL-RPT-PLN-LINE.
015400     05  JNL-RPT-SRCE-CD       PIC X(04).
015500     05  FILLER                PIC X(02) VALUE SPACES.
015600     05  JNL-RPT-PLAN          PIC X(08).
015700     05  FILLER                PIC X(02) VALUE SPACES.
015800     05  JNL-RPT-RATED-CNT     PIC ZZZ,ZZZ,ZZ9.
015900     05  FILLER                PIC X(02) VALUE SPACES.
016000     05  JNL-RPT-NO-RATE-CNT   PIC ZZZ,ZZ9.
016100     05  FILLER                PIC X(02) VALUE SPACES.
016200     05  JNL-RPT-OVER-CNT      PIC ZZZ,ZZ9.
016300     05  FILLER                PIC X(02) VALUE SPACES.
016400     05  JNL-RPT-OVER-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
016500     05  FILLER                PIC X(02) VALUE SPACES.
016600     05  JNL-RPT-UNDER-CNT     PIC ZZZ,ZZ9.
016700     05  FILLER                PIC X(02) VALUE SPACES.
016800     05  JNL-RPT-UNDER-AMT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
016900     05  FILLER                PIC X(02) VALUE SPACES.
017000     05  JNL-RPT-NET-AMT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
017100
017200 01  JNL-RPT-ACT-LINE.
017300     05  JNL-RPT-RANK          PIC ZZ9.
017400     05  FILLER                PIC X(02) VALUE SPACES.
017500     05  JNL-RPT-ACCT-NB       PIC X(13).
017600     05  FILLER                PIC X(02) VALUE SPACES.
017700     05  JNL-RPT-ACT-SRCE      PIC X(04).
017800     05  FILLER                PIC X(02) VALUE SPACES.
017900     05  JNL-RPT-ACT-PLAN      PIC X(08).
018000     05  FILLER                PIC X(02) VALUE SPACES.
018100     05  JNL-RPT-DTL-CNT       PIC ZZZ,ZZ9.
018200     05  FILLER                PIC X(02) VALUE SPACES.
018300     05  JNL-RPT-BILLED-AMT    PIC Z,ZZZ,ZZZ,ZZ9.99-.
018400     05  FILLER                PIC X(02) VALUE SPACES.
018500     05  JNL-RPT-RATED-AMT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
018600     05  FILLER                PIC X(02) VALUE SPACES.
018700     05  JNL-RPT-DIFF-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
018800     05  FILLER                PIC X(02) VALUE SPACES.
018900     05  JNL-RPT-DIRECTION     PIC X(12).
019000
019100     COPY tifview.
019200
019300 PROCEDURE DIVISION.
019400*--------------------------------------------------------------*
019500 0000-MAINLINE.
019600     PERFORM 1000-INITIALIZE
019700         THRU 1000-INITIALIZE-EXIT.
019800     PERFORM 2000-PROCESS-TIF-FILE
019900         THRU 2000-PROCESS-TIF-FILE-EXIT
020000         UNTIL JNL-TIFIN-EOF.
020100     PERFORM 8000-REPORT-BY-PLAN
020200         THRU 8000-REPORT-BY-PLAN-EXIT.
020300     PERFORM 8500-REPORT-WORST-ACCOUNTS
020400         THRU 8500-REPORT-WORST-ACCOUNTS-EXIT.
020500     PERFORM 9000-TERMINATE
020600         THRU 9000-TERMINATE-EXIT.
020700     GOBACK.
020800
020900*--------------------------------------------------------------*
021000 1000-INITIALIZE.
021100     PERFORM 1100-LOAD-RATE-CARD
021200         THRU 1100-LOAD-RATE-CARD-EXIT.
021300     OPEN INPUT  TIF-IN-FILE.
021400     OPEN OUTPUT RRT-RPT-FILE.
021500     MOVE SPACES TO RRT-RPT-LINE.
021600     MOVE 'IJTRRT01 - USAGE RE-RATING AUDIT AGAINST RATE CARD'
021700         TO RRT-RPT-LINE.
021800     WRITE RRT-RPT-LINE.
021900 1000-INITIALIZE-EXIT.
022000     EXIT.
022100
022200*--------------------------------------------------------------*
022300* A RUN WITH NO RATE CARD CANNOT RE-RATE ANYTHING - THAT IS A   *
022400* SETUP ERROR, THE SAME WAY A MISSING TAXRATE STOPS IJTTRC01.   *
022500*--------------------------------------------------------------*
022600 1100-LOAD-RATE-CARD.
022700     OPEN INPUT RATE-CARD-FILE.
022800     IF NOT JNL-RTCARD-OK
022900         DISPLAY 'IJTRRT01 - UNABLE TO OPEN RTCARD, RC=16'
023000         MOVE 16 TO RETURN-CODE
023100         GOBACK
023200     END-IF.
023300     PERFORM 1110-READ-RATE-ROW
023400         THRU 1110-READ-RATE-ROW-EXIT
023500         UNTIL JNL-RTCARD-EOF.
023600     CLOSE RATE-CARD-FILE.
023700     IF JNL-RATE-CNT = ZERO
023800         DISPLAY 'IJTRRT01 - RTCARD IS EMPTY, RC=16'
023900         MOVE 16 TO RETURN-CODE
024000         GOBACK
024100     END-IF.
024200 1100-LOAD-RATE-CARD-EXIT.
024300     EXIT.
024400
024500 1110-READ-RATE-ROW.
024600     READ RATE-CARD-FILE INTO RTCARD-RECORD
024700         AT END
024800             SET JNL-RTCARD-EOF TO TRUE
024900             GO TO 1110-READ-RATE-ROW-EXIT
025000     END-READ.
025100     IF JNL-RATE-CNT >= 500
025200         DISPLAY 'IJTRRT01 - RATE CARD TABLE FULL'
025300         MOVE 16 TO RETURN-CODE
025400         GOBACK
025500     END-IF.
025600     IF RTCARD-MINUTE-RT NOT NUMERIC
025700         OR RTCARD-MESSAGE-RT NOT NUMERIC
025800         DISPLAY 'IJTRRT01 - RTCARD RATE NOT NUMERIC FOR '
025900             RTCARD-KEY ', RC=16'
026000         MOVE 16 TO RETURN-CODE
026100         GOBACK
026200     END-IF.
026300     ADD 1 TO JNL-RATE-CNT.
026400     MOVE RTCARD-KEY        TO JNL-RATE-KEY (JNL-RATE-CNT).
026500     MOVE RTCARD-MINUTE-RT  TO JNL-RATE-MINUTE-RT (JNL-RATE-CNT).
026600     MOVE RTCARD-MESSAGE-RT
026700         TO JNL-RATE-MESSAGE-RT (JNL-RATE-CNT).
026800 1110-READ-RATE-ROW-EXIT.
026900     EXIT.
027000
027100*--------------------------------------------------------------*
027200* ONLY THE FIXED PORTION IS NEEDED, SO THE DETAIL IS MOVED      *
027300* WITHOUT THE TAX-COUNT PEEK.  THE SOURCE SYSTEM RIDES ON THE   *
027400* FILE HEADER.  A DETAIL WITH NO MINUTES, SECONDS OR MESSAGES   *
027500* IS NOT USAGE AND IS NOT RE-RATED.                             *
027600*--------------------------------------------------------------*
027700 2000-PROCESS-TIF-FILE.
027800     READ TIF-IN-FILE INTO JNL-TIF-RAW-REC
027900         AT END
028000             SET JNL-TIFIN-EOF TO TRUE
028100     END-READ.
028200     IF JNL-TIFIN-EOF
028300         GO TO 2000-PROCESS-TIF-FILE-EXIT
028400     END-IF.
028500     IF JNL-TIF-RAW-REC (1:1) = LOW-VALUE
028600         MOVE JNL-TIF-RAW-REC TO JNL-TIF-HDR-VIEW
028700         MOVE XX-HDR-SRCE-SYS-CD TO JNL-CUR-SRCE-CD
028800         GO TO 2000-PROCESS-TIF-FILE-EXIT
028900     END-IF.
029000     IF JNL-TIF-RAW-REC (1:1) = HIGH-VALUE
029100         GO TO 2000-PROCESS-TIF-FILE-EXIT
029200     END-IF.
029300     ADD 1 TO JNL-DETS-READ.
029400     MOVE JNL-TIF-RAW-REC TO JNL-TIF-DTL-VIEW.
029500     IF XX-MSG-CT = ZERO AND XX-MSG-MN-CT = ZERO
029600         AND XX-MSG-SC-CT = ZERO
029700         GO TO 2000-PROCESS-TIF-FILE-EXIT
029800     END-IF.
029900     ADD 1 TO JNL-USAGE-DETS.
030000     MOVE XX-PRICING-PLAN TO JNL-CUR-PLN-PLAN
030100                             JNL-CUR-PRICING-PLAN.
030200     MOVE XX-MSG-RT-CLS-CD TO JNL-CUR-MSG-RT-CLS-CD.
030300     MOVE XX-MSG-TYPE-CD   TO JNL-CUR-MSG-TYPE-CD.
030400     PERFORM 2900-FIND-PLN-ENTRY
030500         THRU 2900-FIND-PLN-ENTRY-EXIT.
030600     IF JNL-PLN-SUB = ZERO
030700         GO TO 2000-PROCESS-TIF-FILE-EXIT
030800     END-IF.
030900     PERFORM 2100-RE-RATE-DETAIL
031000         THRU 2100-RE-RATE-DETAIL-EXIT.
031100 2000-PROCESS-TIF-FILE-EXIT.
031200     EXIT.
031300
031400*--------------------------------------------------------------*
031500* USAGE DURATION IS THE MINUTES PLUS THE SECONDS AS A FRACTION  *
031600* OF A MINUTE, PRICED AT THE PER-MINUTE RATE; THE MESSAGE COUNT *
031700* IS PRICED AT THE PER-MESSAGE RATE.  A DETAIL WHOSE PLAN, RATE *
031800* CLASS AND TYPE HAVE NO CARD ROW CANNOT BE PROVED EITHER WAY - *
031900* IT IS COUNTED AGAINST ITS PLAN SO PRODUCT MANAGEMENT SEES THE *
032000* GAP IN THE CARD.                                              *
032100*--------------------------------------------------------------*
032200 2100-RE-RATE-DETAIL.
032300     PERFORM 2110-TEST-RATE-ENTRY
032400         VARYING JNL-RATE-SUB FROM 1 BY 1
032500         UNTIL JNL-RATE-SUB > JNL-RATE-CNT
032600         OR JNL-RATE-KEY (JNL-RATE-SUB) = JNL-CUR-RATE-KEY.
032700     IF JNL-RATE-SUB > JNL-RATE-CNT
032800         ADD 1 TO JNL-NO-RATE-DETS
032900                  JNL-PLN-NO-RATE-CNT (JNL-PLN-SUB)
033000         GO TO 2100-RE-RATE-DETAIL-EXIT
033100     END-IF.
033200     ADD 1 TO JNL-PLN-RATED-CNT (JNL-PLN-SUB).
033300     COMPUTE JNL-CUR-DURATION =
033400         XX-MSG-MN-CT + (XX-MSG-SC-CT / 60).
033500     COMPUTE JNL-RATED-AMT ROUNDED =
033600         (JNL-CUR-DURATION * JNL-RATE-MINUTE-RT (JNL-RATE-SUB))
033700         + (XX-MSG-CT * JNL-RATE-MESSAGE-RT (JNL-RATE-SUB)).
033800     COMPUTE JNL-RATE-DIFF = XX-JRNL-GRS-AT - JNL-RATED-AMT.
033900     IF JNL-RATE-DIFF NOT > JNL-RATE-TOLERANCE
034000         AND JNL-RATE-DIFF NOT < (0 - JNL-RATE-TOLERANCE)
034100         GO TO 2100-RE-RATE-DETAIL-EXIT
034200     END-IF.
034300     IF JNL-RATE-DIFF > ZERO
034400         ADD 1 TO JNL-OVER-DETS
034500                  JNL-PLN-OVER-CNT (JNL-PLN-SUB)
034600         ADD JNL-RATE-DIFF TO JNL-TOT-OVER-AMT
034700                              JNL-PLN-OVER-AMT (JNL-PLN-SUB)
034800     ELSE
034900         ADD 1 TO JNL-UNDER-DETS
035000                  JNL-PLN-UNDER-CNT (JNL-PLN-SUB)
035100         ADD JNL-RATE-DIFF TO JNL-TOT-UNDER-AMT
035200                              JNL-PLN-UNDER-AMT (JNL-PLN-SUB)
035300     END-IF.
035400     PERFORM 2200-FILE-ACCOUNT
035500         THRU 2200-FILE-ACCOUNT-EXIT.
035600 2100-RE-RATE-DETAIL-EXIT.
035700     EXIT.
035800
035900 2110-TEST-RATE-ENTRY.
036000     CONTINUE.
036100
036200*--------------------------------------------------------------*
036300 2200-FILE-ACCOUNT.
036400     PERFORM 2210-TEST-ACT-ENTRY
036500         VARYING JNL-ACT-SUB FROM 1 BY 1
036600         UNTIL JNL-ACT-SUB > JNL-ACT-CNT
036700         OR JNL-ACT-ACCT-NB (JNL-ACT-SUB) = XX-BL-ACCT-NB.
036800     IF JNL-ACT-SUB > JNL-ACT-CNT
036900         IF JNL-ACT-CNT >= 5000
037000             ADD 1 TO JNL-ACT-OVERFLOW
037100             GO TO 2200-FILE-ACCOUNT-EXIT
037200         END-IF
037300         ADD 1 TO JNL-ACT-CNT
037400         MOVE JNL-ACT-CNT TO JNL-ACT-SUB
037500         MOVE XX-BL-ACCT-NB   TO JNL-ACT-ACCT-NB (JNL-ACT-SUB)
037600         MOVE JNL-CUR-SRCE-CD TO JNL-ACT-SRCE-CD (JNL-ACT-SUB)
037700         MOVE JNL-CUR-PLN-PLAN
037800             TO JNL-ACT-PRICING-PLAN (JNL-ACT-SUB)
037900         MOVE ZERO TO JNL-ACT-DTL-CNT (JNL-ACT-SUB)
038000         MOVE ZERO TO JNL-ACT-BILLED-AMT (JNL-ACT-SUB)
038100         MOVE ZERO TO JNL-ACT-RATED-AMT (JNL-ACT-SUB)
038200         MOVE 'N'  TO JNL-ACT-LISTED-SW (JNL-ACT-SUB)
038300     END-IF.
038400     ADD 1 TO JNL-ACT-DTL-CNT (JNL-ACT-SUB).
038500     ADD XX-JRNL-GRS-AT TO JNL-ACT-BILLED-AMT (JNL-ACT-SUB).
038600     ADD JNL-RATED-AMT  TO JNL-ACT-RATED-AMT (JNL-ACT-SUB).
038700 2200-FILE-ACCOUNT-EXIT.
038800     EXIT.
038900
039000 2210-TEST-ACT-ENTRY.
039100     CONTINUE.
039200
039300*--------------------------------------------------------------*
039400* JNL-PLN-SUB COMES BACK ZERO ONLY WHEN THE TABLE IS FULL.      *
039500*--------------------------------------------------------------*
039600 2900-FIND-PLN-ENTRY.
039700     PERFORM 2910-TEST-PLN-ENTRY
039800         VARYING JNL-PLN-SUB FROM 1 BY 1
039900         UNTIL JNL-PLN-SUB > JNL-PLN-CNT
040000         OR JNL-PLN-KEY (JNL-PLN-SUB) = JNL-CUR-PLN-KEY.
040100     IF JNL-PLN-SUB > JNL-PLN-CNT
040200         IF JNL-PLN-CNT >= 300
040300             ADD 1 TO JNL-PLN-OVERFLOW
040400             MOVE ZERO TO JNL-PLN-SUB
040500             GO TO 2900-FIND-PLN-ENTRY-EXIT
040600         END-IF
040700         ADD 1 TO JNL-PLN-CNT
040800         MOVE JNL-PLN-CNT TO JNL-PLN-SUB
040900         MOVE JNL-CUR-PLN-KEY TO JNL-PLN-KEY (JNL-PLN-SUB)
041000         MOVE ZERO TO JNL-PLN-RATED-CNT (JNL-PLN-SUB)
041100         MOVE ZERO TO JNL-PLN-NO-RATE-CNT (JNL-PLN-SUB)
041200         MOVE ZERO TO JNL-PLN-OVER-CNT (JNL-PLN-SUB)
041300         MOVE ZERO TO JNL-PLN-OVER-AMT (JNL-PLN-SUB)
041400         MOVE ZERO TO JNL-PLN-UNDER-CNT (JNL-PLN-SUB)
041500         MOVE ZERO TO JNL-PLN-UNDER-AMT (JNL-PLN-SUB)
041600     END-IF.
041700 2900-FIND-PLN-ENTRY-EXIT.
041800     EXIT.
041900
042000 2910-TEST-PLN-ENTRY.
042100     CONTINUE.
042200
042300*--------------------------------------------------------------*
042400* OVER-BILLING IS BILLED ABOVE TARIFF (A POSITIVE DIFFERENCE), *
042500* UNDER-BILLING BELOW IT (NEGATIVE); THE NET IS THEIR SUM.      *
042600*--------------------------------------------------------------*
042700 8000-REPORT-BY-PLAN.
042800     MOVE SPACES TO RRT-RPT-LINE.
042900     WRITE RRT-RPT-LINE.
043000     MOVE SPACES TO RRT-RPT-LINE.
043100     STRING 'SRCE' SPACE SPACE 'PLAN    ' SPACE SPACE
043200         '      RATED' SPACE SPACE 'NO RATE' SPACE SPACE
043300         '   OVER' SPACE SPACE '      OVER-BILLED' SPACE SPACE
043400         '  UNDER' SPACE SPACE '     UNDER-BILLED' SPACE SPACE
043500         '              NET'
043600         DELIMITED BY SIZE INTO RRT-RPT-LINE
043700     END-STRING.
043800     WRITE RRT-RPT-LINE.
043900     PERFORM 8100-REPORT-ONE-PLAN
044000         THRU 8100-REPORT-ONE-PLAN-EXIT
044100         VARYING JNL-PLN-SUB FROM 1 BY 1
044200         UNTIL JNL-PLN-SUB > JNL-PLN-CNT.
044300 8000-REPORT-BY-PLAN-EXIT.
044400     EXIT.
044500
044600 8100-REPORT-ONE-PLAN.
044700     MOVE JNL-PLN-SRCE-CD (JNL-PLN-SUB)     TO JNL-RPT-SRCE-CD.
044800     MOVE JNL-PLN-PRICING-PLAN (JNL-PLN-SUB) TO JNL-RPT-PLAN.
044900     MOVE JNL-PLN-RATED-CNT (JNL-PLN-SUB)   TO JNL-RPT-RATED-CNT.
045000     MOVE JNL-PLN-NO-RATE-CNT (JNL-PLN-SUB)
045100         TO JNL-RPT-NO-RATE-CNT.
045200     MOVE JNL-PLN-OVER-CNT (JNL-PLN-SUB)    TO JNL-RPT-OVER-CNT.
045300     MOVE JNL-PLN-OVER-AMT (JNL-PLN-SUB)    TO JNL-RPT-OVER-AMT.
045400     MOVE JNL-PLN-UNDER-CNT (JNL-PLN-SUB)   TO JNL-RPT-UNDER-CNT.
045500     MOVE JNL-PLN-UNDER-AMT (JNL-PLN-SUB)   TO JNL-RPT-UNDER-AMT.
045600     COMPUTE JNL-NET-AMT = JNL-PLN-OVER-AMT (JNL-PLN-SUB)
045700         + JNL-PLN-UNDER-AMT (JNL-PLN-SUB).
045800     MOVE JNL-NET-AMT TO JNL-RPT-NET-AMT.
045900     MOVE JNL-RPT-PLN-LINE TO RRT-RPT-LINE.
046000     WRITE RRT-RPT-LINE.
046100 8100-REPORT-ONE-PLAN-EXIT.
046200     EXIT.
046300
046400*--------------------------------------------------------------*
046500* THE WORST ACCOUNTS ARE THOSE WITH THE LARGEST NET MIS-RATED   *
046600* DOLLARS EITHER WAY.  EACH PASS PICKS THE LARGEST NOT YET      *
046700* LISTED, UP TO JNL-WORST-MAX ACCOUNTS.                         *
046800*--------------------------------------------------------------*
046900 8500-REPORT-WORST-ACCOUNTS.
047000     MOVE SPACES TO RRT-RPT-LINE.
047100     WRITE RRT-RPT-LINE.
047200     MOVE SPACES TO RRT-RPT-LINE.
047300     STRING 'WORST ACCOUNTS BY NET MIS-RATED DOLLARS'
047400         DELIMITED BY SIZE INTO RRT-RPT-LINE
047500     END-STRING.
047600     WRITE RRT-RPT-LINE.
047700     MOVE SPACES TO RRT-RPT-LINE.
047800     STRING 'RNK' SPACE SPACE 'BILLED ACCOUNT' SPACE 'SRCE'
047900         SPACE SPACE 'PLAN    ' SPACE SPACE '   DTLS' SPACE SPACE
048000         '           BILLED' SPACE SPACE '         RE-RATED'
048100         SPACE SPACE '       DIFFERENCE'
048200         DELIMITED BY SIZE INTO RRT-RPT-LINE
048300     END-STRING.
048400     WRITE RRT-RPT-LINE.
048500     PERFORM 8510-LIST-NEXT-WORST
048600         THRU 8510-LIST-NEXT-WORST-EXIT
048700         VARYING JNL-WORST-SUB FROM 1 BY 1
048800         UNTIL JNL-WORST-SUB > JNL-WORST-MAX
048900         OR JNL-WORST-SUB > JNL-ACT-CNT.
049000 8500-REPORT-WORST-ACCOUNTS-EXIT.
049100     EXIT.
049200
049300 8510-LIST-NEXT-WORST.
049400     MOVE ZERO TO JNL-WORST-PICK JNL-PICK-ABS-DIFF.
049500     PERFORM 8520-TEST-WORST-CANDIDATE
049600         THRU 8520-TEST-WORST-CANDIDATE-EXIT
049700         VARYING JNL-ACT-SUB FROM 1 BY 1
049800         UNTIL JNL-ACT-SUB > JNL-ACT-CNT.
049900     IF JNL-WORST-PICK = ZERO
050000         GO TO 8510-LIST-NEXT-WORST-EXIT
050100     END-IF.
050200     MOVE 'Y' TO JNL-ACT-LISTED-SW (JNL-WORST-PICK).
050300     MOVE JNL-WORST-SUB TO JNL-RPT-RANK.
050400     MOVE JNL-ACT-ACCT-NB (JNL-WORST-PICK) TO JNL-RPT-ACCT-NB.
050500     MOVE JNL-ACT-SRCE-CD (JNL-WORST-PICK) TO JNL-RPT-ACT-SRCE.
050600     MOVE JNL-ACT-PRICING-PLAN (JNL-WORST-PICK)
050700         TO JNL-RPT-ACT-PLAN.
050800     MOVE JNL-ACT-DTL-CNT (JNL-WORST-PICK) TO JNL-RPT-DTL-CNT.
050900     MOVE JNL-ACT-BILLED-AMT (JNL-WORST-PICK)
051000         TO JNL-RPT-BILLED-AMT.
051100     MOVE JNL-ACT-RATED-AMT (JNL-WORST-PICK)
051200         TO JNL-RPT-RATED-AMT.
051300     COMPUTE JNL-RATE-DIFF = JNL-ACT-BILLED-AMT (JNL-WORST-PICK)
051400         - JNL-ACT-RATED-AMT (JNL-WORST-PICK).
051500     MOVE JNL-RATE-DIFF TO JNL-RPT-DIFF-AMT.
051600     IF JNL-RATE-DIFF < ZERO
051700         MOVE 'UNDER-BILLED' TO JNL-RPT-DIRECTION
051800     ELSE
051900         MOVE 'OVER-BILLED'  TO JNL-RPT-DIRECTION
052000     END-IF.
052100     MOVE JNL-RPT-ACT-LINE TO RRT-RPT-LINE.
052200     WRITE RRT-RPT-LINE.
052300 8510-LIST-NEXT-WORST-EXIT.
052400     EXIT.
052500
052600 8520-TEST-WORST-CANDIDATE.
052700     IF JNL-ACT-LISTED (JNL-ACT-SUB)
052800         GO TO 8520-TEST-WORST-CANDIDATE-EXIT
052900     END-IF.
053000     COMPUTE JNL-ABS-DIFF = JNL-ACT-BILLED-AMT (JNL-ACT-SUB)
053100         - JNL-ACT-RATED-AMT (JNL-ACT-SUB).
053200     IF JNL-ABS-DIFF < ZERO
053300         COMPUTE JNL-ABS-DIFF = ZERO - JNL-ABS-DIFF
053400     END-IF.
053500     IF JNL-WORST-PICK = ZERO
053600         OR JNL-ABS-DIFF > JNL-PICK-ABS-DIFF
053700         MOVE JNL-ACT-SUB  TO JNL-WORST-PICK
053800         MOVE JNL-ABS-DIFF TO JNL-PICK-ABS-DIFF
053900     END-IF.
054000 8520-TEST-WORST-CANDIDATE-EXIT.
054100     EXIT.
054200
054300*--------------------------------------------------------------*
054400 9000-TERMINATE.
054500     CLOSE TIF-IN-FILE RRT-RPT-FILE.
054600     DISPLAY 'IJTRRT01 - DETAILS READ           = ' JNL-DETS-READ.
054700     DISPLAY 'IJTRRT01 - USAGE DETAILS          = '
054800         JNL-USAGE-DETS.
054900     DISPLAY 'IJTRRT01 - NO RATE CARD ROW       = '
055000         JNL-NO-RATE-DETS.
055100     DISPLAY 'IJTRRT01 - OVER-BILLED DETAILS    = '
055200         JNL-OVER-DETS.
055300     DISPLAY 'IJTRRT01 - UNDER-BILLED DETAILS   = '
055400         JNL-UNDER-DETS.
055500     MOVE JNL-TOT-OVER-AMT TO JNL-EDIT-AMT.
055600     DISPLAY 'IJTRRT01 - OVER-BILLED DOLLARS    = ' JNL-EDIT-AMT.
055700     MOVE JNL-TOT-UNDER-AMT TO JNL-EDIT-AMT.
055800     DISPLAY 'IJTRRT01 - UNDER-BILLED DOLLARS   = ' JNL-EDIT-AMT.
055900     IF JNL-OVER-DETS > ZERO OR JNL-UNDER-DETS > ZERO
056000         MOVE 8 TO RETURN-CODE
056100     END-IF.
056200     IF JNL-PLN-OVERFLOW > ZERO OR JNL-ACT-OVERFLOW > ZERO
056300         DISPLAY 'IJTRRT01 - PLAN TABLE OVERFLOW    = '
056400             JNL-PLN-OVERFLOW
056500         DISPLAY 'IJTRRT01 - ACCOUNT TABLE OVERFLOW = '
056600             JNL-ACT-OVERFLOW
056700         MOVE 16 TO RETURN-CODE
056800     END-IF.
056900 9000-TERMINATE-EXIT.
057000     EXIT.
057100
057200*-------------------------------------------------------------.
057300*                     E N D   O F  I J T R R T 0 1             :
057400*-------------------------------------------------------------'
