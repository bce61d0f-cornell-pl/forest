000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJRCMT01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/10/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 28.0  09/10/26  RAS  NEW PROGRAM.  TERM-AGREEMENT MINIMUM     *
001100*                      COMMITMENT TRACKING.  MATCHES EACH RP519 *
001200*                      REVENUE RECORD TO ITS CONTRACT ON THE    *
001300*                      CMTMST CONTRACT-COMMITMENT MASTER BY MCN *
001400*                      AND TERM-AGREEMENT PLAN TYPE AND ADDS    *
001500*                      ITS RP519-CUR-AMT TO THE CONTRACT'S      *
001600*                      CARRY-FORWARD LEDGER, KEPT CYCLE TO      *
001700*                      CYCLE ON THE HISTSTOR STORE UNDER APP ID *
001800*                      IJRCMTLG.  CMTRPT SHOWS EVERY CONTRACT'S *
001900*                      REVENUE TO DATE AGAINST ITS PRORATED     *
002000*                      COMMITMENT, MONTHS REMAINING AND THE     *
002100*                      SHORTFALL PROJECTED AT ITS CURRENT RUN   *
002200*                      RATE, THEN LISTS THE CONTRACTS REACHING  *
002300*                      TERM END SHORT OF THEIR COMMITMENT SO    *
002400*                      THE SHORTFALL CHARGE GETS BILLED.        *
002410* 30.7  10/15/26  RAS  THE RERUN GUARD NOW KEYS ON THE RUN      *
002420*                      MONTH AND THE RP519 BILL CYCLE           *
002430*                      (RP519-BILL-CYCLE) INSTEAD OF THE MONTH  *
002440*                      ALONE, SO A SECOND CYCLE IN THE SAME     *
002450*                      MONTH ADDS TO THE LEDGER INSTEAD OF      *
002460*                      BACKING OUT THE FIRST.  THE BACK-OUT IS  *
002470*                      TAKEN AFTER THE EXTRACT IS READ, ONCE    *
002480*                      THE CYCLE IS KNOWN.                      *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT CMT-MST-FILE  ASSIGN TO CMTMST
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS JNL-CMTMST-STATUS.
003500
003600     SELECT RP519-IN-FILE ASSIGN TO RP519IN
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS JNL-RP519IN-STATUS.
003900
004000     SELECT CMT-RPT-FILE  ASSIGN TO CMTRPT
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS JNL-CMTRPT-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CMT-MST-FILE
004700     RECORDING MODE IS F.
004800 01  CMT-MST-IN-RECORD         PIC X(80).
004900
005000 FD  RP519-IN-FILE
005100     RECORDING MODE IS F.
005200 01  RP519-IN-RECORD           PIC X(450).
005300
005400 FD  CMT-RPT-FILE
005500     RECORDING MODE IS F.
005600 01  CMT-RPT-LINE              PIC X(132).
005700
005800 WORKING-STORAGE SECTION.
005900 01  JNL-CMTMST-STATUS         PIC X(02) VALUE SPACES.
006000     88  JNL-CMTMST-OK                   VALUE '00'.
006100     88  JNL-CMTMST-EOF                  VALUE '10'.
006200 01  JNL-RP519IN-STATUS        PIC X(02) VALUE SPACES.
006300     88  JNL-RP519IN-OK                  VALUE '00'.
006400     88  JNL-RP519IN-EOF                 VALUE '10'.
006500 01  JNL-CMTRPT-STATUS         PIC X(02) VALUE SPACES.
006600 COPY hstcomm.
006700
006800 COPY cmtmst.
006900
007000 COPY rps REPLACING ==01  RP519-RECORD.==
007100     BY ==01  JNL-RP519-VIEW.==.
007200
007300*--------------------------------------------------------------*
007400* THE SHAPE ONE CONTRACT'S LEDGER TAKES INSIDE THE HISTORY      *
007500* STORE'S DATA AREA - THE CONTRACT NUMBER IS THE STORE KEY.     *
007550* THE LAST PERIOD, BILL CYCLE AND AMOUNT LET A RERUN OF THE     *
007600* SAME CYCLE BACK OUT WHAT THE EARLIER RUN POSTED INSTEAD OF    *
007650* POSTING IT TWICE, WHILE A SECOND CYCLE IN THE SAME MONTH ADDS *
007700* TO IT.  THE LISTED PERIOD IS THE MONTH A CONTRACT THAT ENDED  *
007750* SHORT WAS LISTED FOR BILLING, SO IT IS NOT LISTED AGAIN IN    *
007800* LATER MONTHS BUT A RERUN OF THAT MONTH STILL LISTS IT.        *
008100*--------------------------------------------------------------*
008200 01  JNL-CMT-HST-REC.
008300     05  JNL-HST-STRT-PERIOD   PIC X(06).
008400     05  JNL-HST-LAST-PERIOD   PIC X(06).
008500     05  JNL-HST-REV-TO-DATE   PIC S9(11)V99 COMP-3.
008600     05  JNL-HST-PERIOD-AMT    PIC S9(11)V99 COMP-3.
008700     05  JNL-HST-LISTED-PERIOD PIC X(06).
008750     05  JNL-HST-LAST-CYCLE    PIC X(02).
008800
008900*--------------------------------------------------------------*
009000* ONE ENTRY PER CMTMST CONTRACT, LOADED THE SAME LINEAR WAY     *
009100* IJTFXC01 LOADS CURRATE, WITH ITS LEDGER PULLED FORWARD FROM   *
009200* THE STORE, POSTED, AND REWRITTEN THERE AT TERMINATION.        *
009300*--------------------------------------------------------------*
009400 01  JNL-CMT-CNT               PIC 9(04) COMP VALUE ZERO.
009500 01  JNL-CMT-SUB               PIC 9(04) COMP VALUE ZERO.
009600 01  JNL-CMT-TABLE.
009700     05  JNL-CMT-ENTRY OCCURS 2000 TIMES.
009800         10  JNL-CMT-CONTRACT-NB   PIC X(10).
009900         10  JNL-CMT-MCN           PIC X(09).
010000         10  JNL-CMT-PLAN-TYPE     PIC X(08).
010100         10  JNL-CMT-TERM-MONTHS   PIC 9(03).
010200         10  JNL-CMT-ANNUAL-MIN    PIC S9(11)V99 COMP-3.
010300         10  JNL-CMT-CUST-NAME     PIC X(30).
010400         10  JNL-CMT-STRT-PERIOD   PIC X(06).
010500         10  JNL-CMT-REV-TO-DATE   PIC S9(11)V99 COMP-3.
010600         10  JNL-CMT-PERIOD-AMT    PIC S9(11)V99 COMP-3.
010700         10  JNL-CMT-LISTED-PERIOD PIC X(06).
010720         10  JNL-CMT-LAST-PERIOD   PIC X(06).
010740         10  JNL-CMT-LAST-CYCLE    PIC X(02).
010760         10  JNL-CMT-LAST-AMT      PIC S9(11)V99 COMP-3.
010800         10  JNL-CMT-COMMIT-AMT    PIC S9(11)V99 COMP-3.
010900         10  JNL-CMT-ELAPSED       PIC S9(05) COMP-3.
011000         10  JNL-CMT-REMAINING     PIC S9(05) COMP-3.
011100         10  JNL-CMT-PROJECTED     PIC S9(11)V99 COMP-3.
011200         10  JNL-CMT-SHORTFALL     PIC S9(11)V99 COMP-3.
011300
011400*--------------------------------------------------------------*
011500* THE RUN MONTH, THE TERM START MONTH AND THE TERM END MONTH,   *
011600* CARVED UP FOR THE MONTH ARITHMETIC.  THE EXTRACT CARRIES A    *
011700* TWO-DIGIT START YEAR; 50 AND OVER IS TAKEN AS 19XX.           *
011800*--------------------------------------------------------------*
011900 01  JNL-STAMP-DATE            PIC X(08) VALUE SPACES.
012000 01  JNL-RUN-PERIOD.
012100     05  JNL-RUN-YEAR          PIC 9(04).
012200     05  JNL-RUN-MONTH         PIC 9(02).
012300 01  JNL-RUN-PERIOD-A REDEFINES JNL-RUN-PERIOD
012400                               PIC X(06).
012450 01  JNL-RUN-CYCLE             PIC X(02) VALUE SPACES.
012500 01  JNL-STRT-PERIOD.
012600     05  JNL-STRT-CC           PIC 9(02).
012700     05  JNL-STRT-YY           PIC 9(02).
012800     05  JNL-STRT-MONTH        PIC 9(02).
012900 01  JNL-STRT-PERIOD-R REDEFINES JNL-STRT-PERIOD.
013000     05  JNL-STRT-YEAR         PIC 9(04).
013100     05  FILLER                PIC 9(02).
013200 01  JNL-STRT-PERIOD-A REDEFINES JNL-STRT-PERIOD
013300                               PIC X(06).
013400 01  JNL-END-PERIOD.
013500     05  JNL-END-YEAR          PIC 9(04).
013600     05  JNL-END-MONTH         PIC 9(02).
013700 01  JNL-END-PERIOD-A REDEFINES JNL-END-PERIOD
013800                               PIC X(06).
013900 01  JNL-MONTH-NO              PIC S9(07) COMP-3 VALUE ZERO.
014000
014100*--------------------------------------------------------------*
014200* ONE POSTING - THE MCN AND PLAN THE RECORD MATCHES ON AND ITS  *
014300* SIGNED AMOUNT, NEGATIVE FOR A CREDIT ADJUSTMENT OR A REVERSAL *
014400* OF BILLED REVENUE.                                            *
014500*--------------------------------------------------------------*
014600 01  JNL-POST-MCN              PIC X(09) VALUE SPACES.
014700 01  JNL-POST-AMT              PIC S9(11)V99 COMP-3 VALUE ZERO.
014800 01  JNL-RUN-RATE              PIC S9(11)V99 COMP-3 VALUE ZERO.
014900
015000 01  JNL-COUNTERS.
015100     05  JNL-RP519-RECS-READ   PIC S9(09) COMP-3 VALUE ZERO.
015200     05  JNL-NOT-REVENUE       PIC S9(09) COMP-3 VALUE ZERO.
015300     05  JNL-NO-PLAN-SKIPPED   PIC S9(09) COMP-3 VALUE ZERO.
015400     05  JNL-RECS-POSTED       PIC S9(09) COMP-3 VALUE ZERO.
015500     05  JNL-UNCONTRACTED      PIC S9(09) COMP-3 VALUE ZERO.
015600     05  JNL-RERUNS-BACKED-OUT PIC S9(09) COMP-3 VALUE ZERO.
015700     05  JNL-LEDGERS-ORPHANED  PIC S9(09) COMP-3 VALUE ZERO.
015800     05  JNL-CONTRACTS-SHORT   PIC S9(09) COMP-3 VALUE ZERO.
015900     05  JNL-TERM-END-SHORT    PIC S9(09) COMP-3 VALUE ZERO.
016000
016100 01  JNL-AMOUNT-TOTALS.
016200     05  JNL-TOT-COMMIT-AMT    PIC S9(11)V99 COMP-3 VALUE ZERO.
016300     05  JNL-TOT-REV-TO-DATE   PIC S9(11)V99 COMP-3 VALUE ZERO.
016400     05  JNL-TOT-PERIOD-AMT    PIC S9(11)V99 COMP-3 VALUE ZERO.
016500     05  JNL-TOT-PROJECTED     PIC S9(11)V99 COMP-3 VALUE ZERO.
016600     05  JNL-TOT-SHORTFALL     PIC S9(11)V99 COMP-3 VALUE ZERO.
016700     05  JNL-TOT-TERM-END-AMT  PIC S9(11)V99 COMP-3 VALUE ZERO.
016800
016900 01  JNL-EDIT-FIELDS.
017000     05  JNL-EDIT-CNT          PIC ZZZ,ZZZ,ZZ9.
017100     05  JNL-EDIT-AMT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
017200
017300 01  JNL-HDG-LINE.
017400     05  FILLER                PIC X(11) VALUE 'CONTRACT'.
017500     05  FILLER                PIC X(10) VALUE 'MCN'.
017600     05  FILLER                PIC X(09) VALUE 'PLAN'.
017700     05  FILLER                PIC X(07) VALUE 'START'.
017800     05  FILLER                PIC X(12) VALUE 'TERM ELP REM'.
017900     05  FILLER                PIC X(18) VALUE
018000                               '       COMMITMENT'.
018100     05  FILLER                PIC X(18) VALUE
018200                               '  REVENUE TO DATE'.
018300     05  FILLER                PIC X(18) VALUE
018400                               '   PROJECTED REV'.
018500     05  FILLER                PIC X(17) VALUE
018600                               '  PROJ SHORTFALL'.
018700
018800 01  JNL-RPT-LINE.
018900     05  JNL-RPT-CONTRACT-NB   PIC X(10).
019000     05  FILLER                PIC X(01) VALUE SPACES.
019100     05  JNL-RPT-MCN           PIC X(09).
019200     05  FILLER                PIC X(01) VALUE SPACES.
019300     05  JNL-RPT-PLAN-TYPE     PIC X(08).
019400     05  FILLER                PIC X(01) VALUE SPACES.
019500     05  JNL-RPT-STRT-PERIOD   PIC X(06).
019600     05  FILLER                PIC X(01) VALUE SPACES.
019700     05  JNL-RPT-TERM          PIC ZZ9.
019800     05  FILLER                PIC X(01) VALUE SPACES.
019900     05  JNL-RPT-ELAPSED       PIC ZZ9.
020000     05  FILLER                PIC X(01) VALUE SPACES.
020100     05  JNL-RPT-REMAINING     PIC ZZ9.
020200     05  FILLER                PIC X(01) VALUE SPACES.
020300     05  JNL-RPT-AMT OCCURS 4 TIMES.
020400         10  JNL-RPT-AMT-ED    PIC Z,ZZZ,ZZZ,ZZ9.99-.
020500         10  FILLER            PIC X(01).
020600
020700 01  JNL-END-HDG-LINE.
020800     05  FILLER                PIC X(11) VALUE 'CONTRACT'.
020900     05  FILLER                PIC X(10) VALUE 'MCN'.
021000     05  FILLER                PIC X(09) VALUE 'PLAN'.
021100     05  FILLER                PIC X(31) VALUE 'CUSTOMER'.
021200     05  FILLER                PIC X(07) VALUE 'ENDED'.
021300     05  FILLER                PIC X(18) VALUE
021400                               '       COMMITMENT'.
021500     05  FILLER                PIC X(18) VALUE
021600                               '    TERM REVENUE'.
021700     05  FILLER                PIC X(17) VALUE
021800                               '  SHORTFALL CHG'.
021900
022000 01  JNL-END-LINE.
022100     05  JNL-END-CONTRACT-NB   PIC X(10).
022200     05  FILLER                PIC X(01) VALUE SPACES.
022300     05  JNL-END-MCN           PIC X(09).
022400     05  FILLER                PIC X(01) VALUE SPACES.
022500     05  JNL-END-PLAN-TYPE     PIC X(08).
022600     05  FILLER                PIC X(01) VALUE SPACES.
022700     05  JNL-END-CUST-NAME     PIC X(30).
022800     05  FILLER                PIC X(01) VALUE SPACES.
022900     05  JNL-END-TERM-END      PIC X(06).
023000     05  FILLER                PIC X(01) VALUE SPACES.
023100     05  JNL-END-AMT OCCURS 3 TIMES.
023200         10  JNL-END-AMT-ED    PIC Z,ZZZ,ZZZ,ZZ9.99-.
023300         10  FILLER            PIC X(01).
023400
023500 PROCEDURE DIVISION.
023600*--------------------------------------------------------------*
023700 0000-MAINLINE.
023800     PERFORM 1000-INITIALIZE
023900         THRU 1000-INITIALIZE-EXIT.
024000     PERFORM 2000-PROCESS-RP519-FILE
024100         THRU 2000-PROCESS-RP519-FILE-EXIT
024200         UNTIL JNL-RP519IN-EOF.
024220     PERFORM 2900-BACK-OUT-RERUN
024240         THRU 2900-BACK-OUT-RERUN-EXIT
024260         VARYING JNL-CMT-SUB FROM 1 BY 1
024280         UNTIL JNL-CMT-SUB > JNL-CMT-CNT.
024300     PERFORM 3000-PROJECT-CONTRACT
024400         THRU 3000-PROJECT-CONTRACT-EXIT
024500         VARYING JNL-CMT-SUB FROM 1 BY 1
024600         UNTIL JNL-CMT-SUB > JNL-CMT-CNT.
024700     PERFORM 8000-PRINT-COMMITMENTS
024800         THRU 8000-PRINT-COMMITMENTS-EXIT.
024900     PERFORM 8500-PRINT-TERM-END-LIST
025000         THRU 8500-PRINT-TERM-END-LIST-EXIT.
025100     PERFORM 9000-TERMINATE
025200         THRU 9000-TERMINATE-EXIT.
025300     GOBACK.
025400
025500*--------------------------------------------------------------*
025600 1000-INITIALIZE.
025700     OPEN INPUT  RP519-IN-FILE.
025800     IF NOT JNL-RP519IN-OK
025900         DISPLAY 'IJRCMT01 - UNABLE TO OPEN RP519IN, RC=16'
026000         MOVE 16 TO RETURN-CODE
026100         GOBACK
026200     END-IF.
026300     OPEN OUTPUT CMT-RPT-FILE.
026400     ACCEPT JNL-STAMP-DATE FROM DATE YYYYMMDD.
026500     MOVE JNL-STAMP-DATE (1:6) TO JNL-RUN-PERIOD-A.
026600     PERFORM 1100-LOAD-CONTRACT-MASTER
026700         THRU 1100-LOAD-CONTRACT-MASTER-EXIT.
026800     PERFORM 1200-LOAD-CMT-LEDGER
026900         THRU 1200-LOAD-CMT-LEDGER-EXIT.
027000 1000-INITIALIZE-EXIT.
027100     EXIT.
027200
027300*--------------------------------------------------------------*
027400* THE MASTER IS REQUIRED - WITHOUT IT THERE IS NOTHING TO       *
027500* TRACK.  A ROW WITH NO USABLE TERM OR MINIMUM WOULD PROJECT    *
027600* NONSENSE, SO IT STOPS THE RUN FOR CONTRACTS TO CORRECT.       *
027700*--------------------------------------------------------------*
027800 1100-LOAD-CONTRACT-MASTER.
027900     OPEN INPUT CMT-MST-FILE.
028000     IF NOT JNL-CMTMST-OK
028100         DISPLAY 'IJRCMT01 - UNABLE TO OPEN CMTMST, RC=16'
028200         MOVE 16 TO RETURN-CODE
028300         GOBACK
028400     END-IF.
028500     PERFORM 1110-READ-CONTRACT-ROW
028600         THRU 1110-READ-CONTRACT-ROW-EXIT
028700         UNTIL JNL-CMTMST-EOF.
028800     CLOSE CMT-MST-FILE.
028900 1100-LOAD-CONTRACT-MASTER-EXIT.
029000     EXIT.
029100
029200 1110-READ-CONTRACT-ROW.
029300     READ CMT-MST-FILE INTO CMTMST-RECORD
029400         AT END
029500             SET JNL-CMTMST-EOF TO TRUE
029600             GO TO 1110-READ-CONTRACT-ROW-EXIT
029700     END-READ.
029800     IF CMTMST-TERM-MONTHS NOT NUMERIC
029900         OR CMTMST-TERM-MONTHS = ZERO
030000         OR CMTMST-ANNUAL-MIN NOT NUMERIC
030100         DISPLAY 'IJRCMT01 - CMTMST ROW FOR CONTRACT '
030200             CMTMST-CONTRACT-NB ' HAS NO VALID TERM OR MINIMUM,'
030300             ' RC=16'
030400         MOVE 16 TO RETURN-CODE
030500         GOBACK
030600     END-IF.
030700     IF JNL-CMT-CNT >= 2000
030800         DISPLAY 'IJRCMT01 - CONTRACT TABLE FULL'
030900         MOVE 16 TO RETURN-CODE
031000         GOBACK
031100     END-IF.
031200     ADD 1 TO JNL-CMT-CNT.
031300     MOVE JNL-CMT-CNT TO JNL-CMT-SUB.
031400     MOVE CMTMST-CONTRACT-NB
031500         TO JNL-CMT-CONTRACT-NB (JNL-CMT-SUB).
031600     MOVE CMTMST-MCN         TO JNL-CMT-MCN (JNL-CMT-SUB).
031700     MOVE CMTMST-PLAN-TYPE   TO JNL-CMT-PLAN-TYPE (JNL-CMT-SUB).
031800     MOVE CMTMST-TERM-MONTHS
031900         TO JNL-CMT-TERM-MONTHS (JNL-CMT-SUB).
032000     MOVE CMTMST-ANNUAL-MIN  TO JNL-CMT-ANNUAL-MIN (JNL-CMT-SUB).
032100     MOVE CMTMST-CUST-NAME   TO JNL-CMT-CUST-NAME (JNL-CMT-SUB).
032200     MOVE SPACES TO JNL-CMT-STRT-PERIOD (JNL-CMT-SUB).
032300     MOVE SPACES TO JNL-CMT-LISTED-PERIOD (JNL-CMT-SUB).
032400     MOVE ZERO   TO JNL-CMT-REV-TO-DATE (JNL-CMT-SUB)
032500                    JNL-CMT-PERIOD-AMT (JNL-CMT-SUB).
032520     MOVE SPACES TO JNL-CMT-LAST-PERIOD (JNL-CMT-SUB)
032540                    JNL-CMT-LAST-CYCLE (JNL-CMT-SUB).
032560     MOVE ZERO   TO JNL-CMT-LAST-AMT (JNL-CMT-SUB).
032600 1110-READ-CONTRACT-ROW-EXIT.
032700     EXIT.
032800
032900*--------------------------------------------------------------*
033000* PULL FORWARD EACH CONTRACT'S LEDGER FROM THE STORE'S IJRCMTLG *
033100* ENTRIES.  A LEDGER WHOSE CONTRACT IS NO LONGER ON THE MASTER  *
033150* IS LEFT WHERE IT IS AND AGES OUT OF THE STORE.  THE MONTH,    *
033200* BILL CYCLE AND AMOUNT THE LEDGER WAS LAST POSTED WITH ARE     *
033250* KEPT SO A RERUN CAN BE BACKED OUT ONCE THIS RUN'S CYCLE IS    *
033300* KNOWN (2900).                                                 *
033500*--------------------------------------------------------------*
033600 1200-LOAD-CMT-LEDGER.
033700     SET HST-FUNC-OPEN TO TRUE.
033800     CALL 'IJHSTR01' USING HST-COMM-AREA.
033900     IF NOT HST-RC-OK
034000         DISPLAY 'IJRCMT01 - UNABLE TO OPEN HISTSTOR, RC = '
034100             HST-RETURN-CD
034200         MOVE 16 TO RETURN-CODE
034300         GOBACK
034400     END-IF.
034500     MOVE 'IJRCMTLG' TO HST-COMM-APP-ID.
034600     SET HST-FUNC-START TO TRUE.
034700     CALL 'IJHSTR01' USING HST-COMM-AREA.
034800     IF NOT HST-RC-OK
034900         GO TO 1200-LOAD-CMT-LEDGER-EXIT
035000     END-IF.
035100     PERFORM 1210-READ-LEDGER-ENTRY
035200         THRU 1210-READ-LEDGER-ENTRY-EXIT
035300         UNTIL HST-RC-EOF.
035400 1200-LOAD-CMT-LEDGER-EXIT.
035500     EXIT.
035600
035700 1210-READ-LEDGER-ENTRY.
035800     SET HST-FUNC-NEXT TO TRUE.
035900     CALL 'IJHSTR01' USING HST-COMM-AREA.
036000     IF NOT HST-RC-OK
036100         GO TO 1210-READ-LEDGER-ENTRY-EXIT
036200     END-IF.
036300     PERFORM 1215-TEST-LEDGER-CONTRACT
036400         VARYING JNL-CMT-SUB FROM 1 BY 1
036500         UNTIL JNL-CMT-SUB > JNL-CMT-CNT
036600         OR JNL-CMT-CONTRACT-NB (JNL-CMT-SUB) =
036700             HST-COMM-REC-KEY (1:10).
036800     IF JNL-CMT-SUB > JNL-CMT-CNT
036900         ADD 1 TO JNL-LEDGERS-ORPHANED
037000         GO TO 1210-READ-LEDGER-ENTRY-EXIT
037100     END-IF.
037150     MOVE HST-COMM-DATA (1:34) TO JNL-CMT-HST-REC.
037200     MOVE JNL-HST-STRT-PERIOD
037250         TO JNL-CMT-STRT-PERIOD (JNL-CMT-SUB).
037300     MOVE JNL-HST-REV-TO-DATE
037350         TO JNL-CMT-REV-TO-DATE (JNL-CMT-SUB).
037400     MOVE JNL-HST-LISTED-PERIOD
037450         TO JNL-CMT-LISTED-PERIOD (JNL-CMT-SUB).
037500     MOVE JNL-HST-LAST-PERIOD
037550         TO JNL-CMT-LAST-PERIOD (JNL-CMT-SUB).
037600     MOVE JNL-HST-LAST-CYCLE
037650         TO JNL-CMT-LAST-CYCLE (JNL-CMT-SUB).
037700     MOVE JNL-HST-PERIOD-AMT
037750         TO JNL-CMT-LAST-AMT (JNL-CMT-SUB).
038400 1210-READ-LEDGER-ENTRY-EXIT.
038500     EXIT.
038600
038700 1215-TEST-LEDGER-CONTRACT.
038800     CONTINUE.
038900
039000*--------------------------------------------------------------*
039100* ONLY BILLED REVENUE COUNTS TOWARD A COMMITMENT - INVOICED     *
039200* CHARGES OTHER THAN TAX, DEBIT ADJUSTMENTS, LESS CREDIT        *
039300* ADJUSTMENTS AND REVERSALS OF BILLED REVENUE.  UNBILLED,       *
039400* PAYMENTS, JOURNALS AND TAXES ARE PASSED BY.  A RECORD WITH NO *
039500* TERM-AGREEMENT PLAN IS NOT UNDER CONTRACT.                    *
039600*--------------------------------------------------------------*
039700 2000-PROCESS-RP519-FILE.
039800     READ RP519-IN-FILE INTO JNL-RP519-VIEW
039900         AT END
040000             SET JNL-RP519IN-EOF TO TRUE
040100     END-READ.
040200     IF JNL-RP519IN-EOF
040300         GO TO 2000-PROCESS-RP519-FILE-EXIT
040400     END-IF.
040500     ADD 1 TO JNL-RP519-RECS-READ.
040520     IF JNL-RUN-CYCLE = SPACES
040540         MOVE RP519-BILL-CYCLE TO JNL-RUN-CYCLE
040560     END-IF.
040600     IF RP519-INVC AND NOT RP519-EXT-ALL-TAXES
040700         OR RP519-DB-ADJMT
040800         MOVE RP519-CUR-AMT TO JNL-POST-AMT
040900     ELSE
041000         IF RP519-CR-ADJMT OR RP519-RVRS-UNEARNED
041100             COMPUTE JNL-POST-AMT = ZERO - RP519-CUR-AMT
041200         ELSE
041300             ADD 1 TO JNL-NOT-REVENUE
041400             GO TO 2000-PROCESS-RP519-FILE-EXIT
041500         END-IF
041600     END-IF.
041700     IF RP519-TRM-AGRE-PLN-TYPE = SPACES
041800         ADD 1 TO JNL-NO-PLAN-SKIPPED
041900         GO TO 2000-PROCESS-RP519-FILE-EXIT
042000     END-IF.
042100     MOVE SPACES TO JNL-POST-MCN.
042200     STRING RP519-MCN-BASE RP519-MCN-SUFFIX
042300         DELIMITED BY SIZE INTO JNL-POST-MCN
042400     END-STRING.
042500     PERFORM 2010-TEST-CONTRACT-ENTRY
042600         VARYING JNL-CMT-SUB FROM 1 BY 1
042700         UNTIL JNL-CMT-SUB > JNL-CMT-CNT
042800         OR (JNL-CMT-MCN (JNL-CMT-SUB) = JNL-POST-MCN
042900         AND JNL-CMT-PLAN-TYPE (JNL-CMT-SUB) =
043000             RP519-TRM-AGRE-PLN-TYPE).
043100     IF JNL-CMT-SUB > JNL-CMT-CNT
043200         ADD 1 TO JNL-UNCONTRACTED
043300         GO TO 2000-PROCESS-RP519-FILE-EXIT
043400     END-IF.
043500     IF JNL-CMT-STRT-PERIOD (JNL-CMT-SUB) = SPACES
043600         PERFORM 2100-SET-TERM-START
043700             THRU 2100-SET-TERM-START-EXIT
043800     END-IF.
043900     ADD JNL-POST-AMT TO JNL-CMT-REV-TO-DATE (JNL-CMT-SUB)
044000                         JNL-CMT-PERIOD-AMT (JNL-CMT-SUB).
044100     ADD 1 TO JNL-RECS-POSTED.
044200 2000-PROCESS-RP519-FILE-EXIT.
044300     EXIT.
044400
044500 2010-TEST-CONTRACT-ENTRY.
044600     CONTINUE.
044700
044800*--------------------------------------------------------------*
044900* THE FIRST RECORD CARRYING A USABLE TERM START FIXES THE       *
045000* CONTRACT'S START MONTH FOR GOOD.                              *
045100*--------------------------------------------------------------*
045200 2100-SET-TERM-START.
045300     IF RP519-TRM-AGRE-STRT-YY NOT NUMERIC
045400         OR RP519-TRM-AGRE-STRT-MM NOT NUMERIC
045500         GO TO 2100-SET-TERM-START-EXIT
045600     END-IF.
045700     MOVE RP519-TRM-AGRE-STRT-YY TO JNL-STRT-YY.
045800     MOVE RP519-TRM-AGRE-STRT-MM TO JNL-STRT-MONTH.
045900     IF JNL-STRT-MONTH < 1 OR JNL-STRT-MONTH > 12
046000         GO TO 2100-SET-TERM-START-EXIT
046100     END-IF.
046200     IF JNL-STRT-YY < 50
046300         MOVE 20 TO JNL-STRT-CC
046400     ELSE
046500         MOVE 19 TO JNL-STRT-CC
046600     END-IF.
046700     MOVE JNL-STRT-PERIOD-A TO JNL-CMT-STRT-PERIOD (JNL-CMT-SUB).
046800 2100-SET-TERM-START-EXIT.
046900     EXIT.
046905
046910*--------------------------------------------------------------*
046915* A LEDGER LAST WRITTEN FOR THIS SAME MONTH AND BILL CYCLE IS A *
046920* RERUN - WHAT THAT RUN POSTED IS BACKED OUT SO THIS RUN'S      *
046925* EXTRACT REPLACES IT.  A LATER CYCLE IN THE SAME MONTH IS NEW  *
046930* REVENUE AND ADDS TO THE LEDGER.                               *
046935*--------------------------------------------------------------*
046940 2900-BACK-OUT-RERUN.
046945     IF JNL-CMT-LAST-PERIOD (JNL-CMT-SUB) = JNL-RUN-PERIOD-A
046950         AND JNL-CMT-LAST-CYCLE (JNL-CMT-SUB) = JNL-RUN-CYCLE
046955         SUBTRACT JNL-CMT-LAST-AMT (JNL-CMT-SUB)
046960             FROM JNL-CMT-REV-TO-DATE (JNL-CMT-SUB)
046965         ADD 1 TO JNL-RERUNS-BACKED-OUT
046970     END-IF.
046975 2900-BACK-OUT-RERUN-EXIT.
046980     EXIT.
047000
047100*--------------------------------------------------------------*
047200* THE COMMITMENT IS THE ANNUAL MINIMUM PRORATED OVER THE TERM.  *
047300* THE START MONTH COUNTS AS MONTH ONE.  THE PROJECTION CARRIES  *
047400* THE AVERAGE MONTHLY REVENUE SO FAR THROUGH THE MONTHS LEFT; A *
047500* CONTRACT NOT YET SEEN ON THE EXTRACT PROJECTS NOTHING.  A     *
047600* CONTRACT AT TERM END SHORT OF ITS COMMITMENT IS LISTED FOR    *
047700* BILLING IN THE MONTH IT IS FIRST FOUND THERE.                 *
047800*--------------------------------------------------------------*
047900 3000-PROJECT-CONTRACT.
048000     COMPUTE JNL-CMT-COMMIT-AMT (JNL-CMT-SUB) ROUNDED =
048100         JNL-CMT-ANNUAL-MIN (JNL-CMT-SUB)
048200         * JNL-CMT-TERM-MONTHS (JNL-CMT-SUB) / 12.
048300     MOVE ZERO TO JNL-CMT-ELAPSED (JNL-CMT-SUB).
048400     MOVE JNL-CMT-STRT-PERIOD (JNL-CMT-SUB) TO JNL-STRT-PERIOD-A.
048500     IF JNL-STRT-PERIOD-A NUMERIC
048600         COMPUTE JNL-CMT-ELAPSED (JNL-CMT-SUB) =
048700             (JNL-RUN-YEAR * 12 + JNL-RUN-MONTH)
048800             - (JNL-STRT-YEAR * 12 + JNL-STRT-MONTH) + 1
048900     END-IF.
049000     IF JNL-CMT-ELAPSED (JNL-CMT-SUB) < ZERO
049100         MOVE ZERO TO JNL-CMT-ELAPSED (JNL-CMT-SUB)
049200     END-IF.
049300     IF JNL-CMT-ELAPSED (JNL-CMT-SUB) >
049400         JNL-CMT-TERM-MONTHS (JNL-CMT-SUB)
049500         MOVE JNL-CMT-TERM-MONTHS (JNL-CMT-SUB)
049600             TO JNL-CMT-ELAPSED (JNL-CMT-SUB)
049700     END-IF.
049800     COMPUTE JNL-CMT-REMAINING (JNL-CMT-SUB) =
049900         JNL-CMT-TERM-MONTHS (JNL-CMT-SUB)
050000         - JNL-CMT-ELAPSED (JNL-CMT-SUB).
050100     MOVE JNL-CMT-REV-TO-DATE (JNL-CMT-SUB)
050200         TO JNL-CMT-PROJECTED (JNL-CMT-SUB).
050300     IF JNL-CMT-ELAPSED (JNL-CMT-SUB) > ZERO
050400         COMPUTE JNL-RUN-RATE ROUNDED =
050500             JNL-CMT-REV-TO-DATE (JNL-CMT-SUB)
050600             / JNL-CMT-ELAPSED (JNL-CMT-SUB)
050700         COMPUTE JNL-CMT-PROJECTED (JNL-CMT-SUB) =
050800             JNL-CMT-REV-TO-DATE (JNL-CMT-SUB)
050900             + JNL-RUN-RATE * JNL-CMT-REMAINING (JNL-CMT-SUB)
051000     END-IF.
051100     MOVE ZERO TO JNL-CMT-SHORTFALL (JNL-CMT-SUB).
051200     IF JNL-CMT-PROJECTED (JNL-CMT-SUB) <
051300         JNL-CMT-COMMIT-AMT (JNL-CMT-SUB)
051400         COMPUTE JNL-CMT-SHORTFALL (JNL-CMT-SUB) =
051500             JNL-CMT-COMMIT-AMT (JNL-CMT-SUB)
051600             - JNL-CMT-PROJECTED (JNL-CMT-SUB)
051700         ADD 1 TO JNL-CONTRACTS-SHORT
051800     END-IF.
051900 3000-PROJECT-CONTRACT-EXIT.
052000     EXIT.
052100
052200*--------------------------------------------------------------*
052300 8000-PRINT-COMMITMENTS.
052400     MOVE SPACES TO CMT-RPT-LINE.
052500     STRING 'IJRCMT01 - TERM-AGREEMENT MINIMUM COMMITMENT '
052600         'TRACKING FOR PERIOD ' JNL-RUN-PERIOD-A
052700         DELIMITED BY SIZE INTO CMT-RPT-LINE
052800     END-STRING.
052900     WRITE CMT-RPT-LINE.
053000     MOVE SPACES TO CMT-RPT-LINE.
053100     WRITE CMT-RPT-LINE.
053200     MOVE JNL-HDG-LINE TO CMT-RPT-LINE.
053300     WRITE CMT-RPT-LINE.
053400     PERFORM 8100-PRINT-ONE-CONTRACT
053500         THRU 8100-PRINT-ONE-CONTRACT-EXIT
053600         VARYING JNL-CMT-SUB FROM 1 BY 1
053700         UNTIL JNL-CMT-SUB > JNL-CMT-CNT.
053800     MOVE SPACES TO JNL-RPT-LINE.
053900     MOVE 'TOTAL'            TO JNL-RPT-CONTRACT-NB.
054000     MOVE JNL-TOT-COMMIT-AMT  TO JNL-RPT-AMT-ED (1).
054100     MOVE JNL-TOT-REV-TO-DATE TO JNL-RPT-AMT-ED (2).
054200     MOVE JNL-TOT-PROJECTED   TO JNL-RPT-AMT-ED (3).
054300     MOVE JNL-TOT-SHORTFALL   TO JNL-RPT-AMT-ED (4).
054400     MOVE JNL-RPT-LINE TO CMT-RPT-LINE.
054500     WRITE CMT-RPT-LINE.
054600 8000-PRINT-COMMITMENTS-EXIT.
054700     EXIT.
054800
054900 8100-PRINT-ONE-CONTRACT.
055000     MOVE SPACES TO JNL-RPT-LINE.
055100     MOVE JNL-CMT-CONTRACT-NB (JNL-CMT-SUB)
055200         TO JNL-RPT-CONTRACT-NB.
055300     MOVE JNL-CMT-MCN (JNL-CMT-SUB)       TO JNL-RPT-MCN.
055400     MOVE JNL-CMT-PLAN-TYPE (JNL-CMT-SUB) TO JNL-RPT-PLAN-TYPE.
055500     MOVE JNL-CMT-STRT-PERIOD (JNL-CMT-SUB)
055600         TO JNL-RPT-STRT-PERIOD.
055700     MOVE JNL-CMT-TERM-MONTHS (JNL-CMT-SUB) TO JNL-RPT-TERM.
055800     MOVE JNL-CMT-ELAPSED (JNL-CMT-SUB)     TO JNL-RPT-ELAPSED.
055900     MOVE JNL-CMT-REMAINING (JNL-CMT-SUB)   TO JNL-RPT-REMAINING.
056000     MOVE JNL-CMT-COMMIT-AMT (JNL-CMT-SUB)  TO JNL-RPT-AMT-ED (1).
056100     MOVE JNL-CMT-REV-TO-DATE (JNL-CMT-SUB) TO JNL-RPT-AMT-ED (2).
056200     MOVE JNL-CMT-PROJECTED (JNL-CMT-SUB)   TO JNL-RPT-AMT-ED (3).
056300     MOVE JNL-CMT-SHORTFALL (JNL-CMT-SUB)   TO JNL-RPT-AMT-ED (4).
056400     MOVE JNL-RPT-LINE TO CMT-RPT-LINE.
056500     WRITE CMT-RPT-LINE.
056600     ADD JNL-CMT-COMMIT-AMT (JNL-CMT-SUB)  TO JNL-TOT-COMMIT-AMT.
056700     ADD JNL-CMT-REV-TO-DATE (JNL-CMT-SUB) TO JNL-TOT-REV-TO-DATE.
056800     ADD JNL-CMT-PERIOD-AMT (JNL-CMT-SUB)  TO JNL-TOT-PERIOD-AMT.
056900     ADD JNL-CMT-PROJECTED (JNL-CMT-SUB)   TO JNL-TOT-PROJECTED.
057000     ADD JNL-CMT-SHORTFALL (JNL-CMT-SUB)   TO JNL-TOT-SHORTFALL.
057100 8100-PRINT-ONE-CONTRACT-EXIT.
057200     EXIT.
057300
057400*--------------------------------------------------------------*
057500* CONTRACTS WHOSE TERM HAS RUN OUT WITH REVENUE STILL SHORT OF  *
057600* THE COMMITMENT.  THE SHORTFALL IS FINAL - NO MONTHS REMAIN TO *
057700* MAKE IT UP - AND IS THE AMOUNT TO BILL.                       *
057800*--------------------------------------------------------------*
057900 8500-PRINT-TERM-END-LIST.
058000     MOVE SPACES TO CMT-RPT-LINE.
058100     WRITE CMT-RPT-LINE.
058200     MOVE SPACES TO CMT-RPT-LINE.
058300     MOVE 'CONTRACTS REACHING TERM END WITH A SHORTFALL - BILL'
058400         TO CMT-RPT-LINE.
058500     WRITE CMT-RPT-LINE.
058600     MOVE JNL-END-HDG-LINE TO CMT-RPT-LINE.
058700     WRITE CMT-RPT-LINE.
058800     PERFORM 8510-PRINT-ONE-TERM-END
058900         THRU 8510-PRINT-ONE-TERM-END-EXIT
059000         VARYING JNL-CMT-SUB FROM 1 BY 1
059100         UNTIL JNL-CMT-SUB > JNL-CMT-CNT.
059200     MOVE SPACES TO CMT-RPT-LINE.
059300     MOVE JNL-TERM-END-SHORT TO JNL-EDIT-CNT.
059400     MOVE JNL-TOT-TERM-END-AMT TO JNL-EDIT-AMT.
059500     STRING 'CONTRACTS LISTED ' JNL-EDIT-CNT
059600         '   SHORTFALL TO BILL ' JNL-EDIT-AMT
059700         DELIMITED BY SIZE INTO CMT-RPT-LINE
059800     END-STRING.
059900     WRITE CMT-RPT-LINE.
060000 8500-PRINT-TERM-END-LIST-EXIT.
060100     EXIT.
060200
060300 8510-PRINT-ONE-TERM-END.
060400     IF JNL-CMT-REMAINING (JNL-CMT-SUB) > ZERO
060500         OR JNL-CMT-ELAPSED (JNL-CMT-SUB) = ZERO
060600         OR JNL-CMT-SHORTFALL (JNL-CMT-SUB) = ZERO
060700         OR (JNL-CMT-LISTED-PERIOD (JNL-CMT-SUB) NOT = SPACES
060800         AND JNL-CMT-LISTED-PERIOD (JNL-CMT-SUB) NOT =
060900             JNL-RUN-PERIOD-A)
061000         GO TO 8510-PRINT-ONE-TERM-END-EXIT
061100     END-IF.
061200     MOVE JNL-CMT-STRT-PERIOD (JNL-CMT-SUB) TO JNL-STRT-PERIOD-A.
061300     COMPUTE JNL-MONTH-NO =
061400         JNL-STRT-YEAR * 12 + JNL-STRT-MONTH - 1
061500         + JNL-CMT-TERM-MONTHS (JNL-CMT-SUB) - 1.
061600     DIVIDE JNL-MONTH-NO BY 12 GIVING JNL-END-YEAR
061700         REMAINDER JNL-END-MONTH.
061800     ADD 1 TO JNL-END-MONTH.
061900     MOVE SPACES TO JNL-END-LINE.
062000     MOVE JNL-CMT-CONTRACT-NB (JNL-CMT-SUB)
062100         TO JNL-END-CONTRACT-NB.
062200     MOVE JNL-CMT-MCN (JNL-CMT-SUB)       TO JNL-END-MCN.
062300     MOVE JNL-CMT-PLAN-TYPE (JNL-CMT-SUB) TO JNL-END-PLAN-TYPE.
062400     MOVE JNL-CMT-CUST-NAME (JNL-CMT-SUB) TO JNL-END-CUST-NAME.
062500     MOVE JNL-END-PERIOD-A                TO JNL-END-TERM-END.
062600     MOVE JNL-CMT-COMMIT-AMT (JNL-CMT-SUB)  TO JNL-END-AMT-ED (1).
062700     MOVE JNL-CMT-REV-TO-DATE (JNL-CMT-SUB) TO JNL-END-AMT-ED (2).
062800     MOVE JNL-CMT-SHORTFALL (JNL-CMT-SUB)   TO JNL-END-AMT-ED (3).
062900     MOVE JNL-END-LINE TO CMT-RPT-LINE.
063000     WRITE CMT-RPT-LINE.
063100     MOVE JNL-RUN-PERIOD-A TO JNL-CMT-LISTED-PERIOD (JNL-CMT-SUB).
063200     ADD 1 TO JNL-TERM-END-SHORT.
063300     ADD JNL-CMT-SHORTFALL (JNL-CMT-SUB) TO JNL-TOT-TERM-END-AMT.
063400 8510-PRINT-ONE-TERM-END-EXIT.
063500     EXIT.
063600
063700*--------------------------------------------------------------*
063800 9000-TERMINATE.
063900     PERFORM 9100-WRITE-CMT-LEDGER
064000         THRU 9100-WRITE-CMT-LEDGER-EXIT.
064100     CLOSE RP519-IN-FILE CMT-RPT-FILE.
064200     DISPLAY 'IJRCMT01 - RP519 RECORDS READ      = '
064300         JNL-RP519-RECS-READ.
064400     DISPLAY 'IJRCMT01 - NOT BILLED REVENUE      = '
064500         JNL-NOT-REVENUE.
064600     DISPLAY 'IJRCMT01 - NO TERM PLAN, SKIPPED   = '
064700         JNL-NO-PLAN-SKIPPED.
064800     DISPLAY 'IJRCMT01 - POSTED TO A CONTRACT    = '
064900         JNL-RECS-POSTED.
065000     DISPLAY 'IJRCMT01 - PLAN WITH NO CONTRACT   = '
065100         JNL-UNCONTRACTED.
065200     DISPLAY 'IJRCMT01 - CONTRACTS ON MASTER     = '
065300         JNL-CMT-CNT.
065400     DISPLAY 'IJRCMT01 - RERUN POSTINGS REPLACED = '
065500         JNL-RERUNS-BACKED-OUT.
065600     DISPLAY 'IJRCMT01 - LEDGERS WITH NO CONTRACT= '
065700         JNL-LEDGERS-ORPHANED.
065800     DISPLAY 'IJRCMT01 - PROJECTED SHORT         = '
065900         JNL-CONTRACTS-SHORT.
066000     DISPLAY 'IJRCMT01 - TERM END SHORT, LISTED  = '
066100         JNL-TERM-END-SHORT.
066200     MOVE JNL-TOT-PERIOD-AMT TO JNL-EDIT-AMT.
066300     DISPLAY 'IJRCMT01 - REVENUE POSTED THIS RUN = '
066400         JNL-EDIT-AMT.
066500     IF JNL-TERM-END-SHORT > ZERO
066600         MOVE 4 TO RETURN-CODE
066700     END-IF.
066800 9000-TERMINATE-EXIT.
066900     EXIT.
067000
067100*--------------------------------------------------------------*
067200* EVERY CONTRACT ON THE MASTER IS REWRITTEN, ACTIVITY OR NOT,   *
067300* SO ITS LEDGER STAYS IN THE STORE FOR THE LIFE OF THE TERM.    *
067400*--------------------------------------------------------------*
067500 9100-WRITE-CMT-LEDGER.
067600     PERFORM 9110-WRITE-ONE-LEDGER
067700         THRU 9110-WRITE-ONE-LEDGER-EXIT
067800         VARYING JNL-CMT-SUB FROM 1 BY 1
067900         UNTIL JNL-CMT-SUB > JNL-CMT-CNT.
068000     SET HST-FUNC-CLOSE TO TRUE.
068100     CALL 'IJHSTR01' USING HST-COMM-AREA.
068200 9100-WRITE-CMT-LEDGER-EXIT.
068300     EXIT.
068400
068500 9110-WRITE-ONE-LEDGER.
068600     MOVE 'IJRCMTLG' TO HST-COMM-APP-ID.
068700     MOVE SPACES TO HST-COMM-REC-KEY HST-COMM-DATA.
068800     MOVE JNL-CMT-CONTRACT-NB (JNL-CMT-SUB)
068900         TO HST-COMM-REC-KEY (1:10).
069000     MOVE JNL-CMT-STRT-PERIOD (JNL-CMT-SUB)
069100         TO JNL-HST-STRT-PERIOD.
069200     MOVE JNL-RUN-PERIOD-A TO JNL-HST-LAST-PERIOD.
069250     MOVE JNL-RUN-CYCLE    TO JNL-HST-LAST-CYCLE.
069300     MOVE JNL-CMT-REV-TO-DATE (JNL-CMT-SUB)
069400         TO JNL-HST-REV-TO-DATE.
069500     MOVE JNL-CMT-PERIOD-AMT (JNL-CMT-SUB) TO JNL-HST-PERIOD-AMT.
069600     MOVE JNL-CMT-LISTED-PERIOD (JNL-CMT-SUB)
069700         TO JNL-HST-LISTED-PERIOD.
069800     MOVE JNL-CMT-HST-REC TO HST-COMM-DATA (1:34).
069900     SET HST-FUNC-WRITE TO TRUE.
070000     CALL 'IJHSTR01' USING HST-COMM-AREA.
070100 9110-WRITE-ONE-LEDGER-EXIT.
070200     EXIT.
070300
070400*-------------------------------------------------------------.
070500*                     E N D   O F  I J R C M T 0 1             :
070600*-------------------------------------------------------------'
