000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJXARS01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/10/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 27.7  09/10/26  RAS  NEW PROGRAM.  ACCOUNTS-RECEIVABLE        *
001100*                      SUBLEDGER.  KEEPS A RUNNING BALANCE PER  *
001200*                      BILLED ACCOUNT (XX-BL-ACCT-NB) CYCLE TO  *
001300*                      CYCLE ON THE HISTSTOR STORE UNDER APP ID *
001400*                      IJXARSAR.  TIF CHARGES (XX-JRNL-GRS-AT   *
001500*                      PLUS THE DETAIL'S XX-GRS-TAX-AT) ADD TO  *
001600*                      THE CURRENT BUCKET; TIF CASH DETAILS     *
001700*                      (XX-CASH-TRNSCTN-CD) AND RP519 PAYMENT   *
001800*                      RECORDS (RP519-PAYMENT, POSTED SUSPENSE  *
001900*                      PAYMENTS) RELIEVE THE OLDEST BUCKET      *
002000*                      FIRST.  CASH BEYOND THE BALANCE OWED IS  *
002100*                      HELD AS AN UNAPPLIED CREDIT THAT THE     *
002200*                      NEXT CHARGES ABSORB.  EVERY RUN AGES THE *
002300*                      BUCKETS FORWARD ONE PER CALENDAR MONTH   *
002400*                      SINCE THE ACCOUNT WAS LAST AGED AND      *
002500*                      PRINTS THE CURRENT/30/60/90/120+ AGING   *
002600*                      REPORT AND THE CREDIT-BALANCE LIST       *
002700*                      COLLECTIONS USED TO BUILD BY HAND.       *
002710* 30.7  10/15/26  RAS  RERUN GUARD.  EACH TIF FILE POSTED (SMS  *
002720*                      JOBNAME/SEQ-NM) AND EACH RP519 BILL      *
002730*                      CYCLE POSTED IN A RUN MONTH IS RECORDED  *
002740*                      ON HISTSTOR UNDER IJXARSTF/IJXARSCY WITH *
002750*                      THE BALANCES; A FILE OR CYCLE ALREADY ON *
002760*                      RECORD IS PASSED BY, NOT POSTED AGAIN    *
002770*                      (RC 4).                                  *
002800*--------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT TIF-IN-FILE   ASSIGN TO TIFIN
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS JNL-TIFIN-STATUS.
003800
003900     SELECT RP519-IN-FILE ASSIGN TO RP519IN
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS JNL-RP519IN-STATUS.
004200
004300     SELECT AR-RPT-FILE   ASSIGN TO ARAGRPT
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS JNL-ARRPT-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  TIF-IN-FILE
005000     RECORDING MODE IS V.
005100 01  TIF-IN-RECORD             PIC X(3092).
005200
005300 FD  RP519-IN-FILE
005400     RECORDING MODE IS F.
005500 01  RP519-IN-RECORD           PIC X(450).
005600
005700 FD  AR-RPT-FILE
005800     RECORDING MODE IS F.
005900 01  AR-RPT-LINE               PIC X(132).
006000
006100 WORKING-STORAGE SECTION.
006200 01  JNL-TIFIN-STATUS          PIC X(02) VALUE SPACES.
006300     88  JNL-TIFIN-OK                    VALUE '00'.
006400     88  JNL-TIFIN-EOF                   VALUE '10'.
006500 01  JNL-RP519IN-STATUS        PIC X(02) VALUE SPACES.
006600     88  JNL-RP519IN-OK                  VALUE '00'.
006700     88  JNL-RP519IN-EOF                 VALUE '10'.
006800 01  JNL-ARRPT-STATUS          PIC X(02) VALUE SPACES.
006900 COPY hstcomm.
007000
007100 COPY rps REPLACING ==01  RP519-RECORD.==
007200     BY ==01  JNL-RP519-VIEW.==.
007300
007400*--------------------------------------------------------------*
007500* THE SHAPE ONE ACCOUNT'S BALANCE TAKES INSIDE THE HISTORY      *
007600* STORE'S DATA AREA - THE BILLED ACCOUNT ITSELF IS THE STORE    *
007700* KEY.  BUCKET 1 IS CURRENT, 2 IS 30 DAYS, 3 IS 60, 4 IS 90 AND *
007800* 5 IS 120 DAYS AND OVER.                                       *
007900*--------------------------------------------------------------*
008000 01  JNL-AR-HST-REC.
008100     05  JNL-HST-AGED-PERIOD   PIC X(06).
008200     05  JNL-HST-BUCKET OCCURS 5 TIMES
008300                               PIC S9(11)V99 COMP-3.
008400     05  JNL-HST-UNAPPL-CR     PIC S9(11)V99 COMP-3.
008500     05  JNL-HST-LAST-ACTV-DT  PIC X(08).
008600
008700*--------------------------------------------------------------*
008800* THE SUBLEDGER, ONE ENTRY PER BILLED ACCOUNT, LOADED FROM THE  *
008900* STORE'S IJXARSAR ENTRIES AT START-UP, AGED TO THIS RUN'S      *
009000* MONTH, POSTED, AND REWRITTEN THERE AT TERMINATION.  AN        *
009100* ACCOUNT THAT COMES OUT WITH NOTHING OWED AND NO CREDIT IS     *
009200* DROPPED FROM THE STORE RATHER THAN CARRIED AT ZERO.           *
009300*--------------------------------------------------------------*
009400 01  JNL-AR-CNT                PIC 9(04) COMP VALUE ZERO.
009500 01  JNL-AR-SUB                PIC 9(04) COMP VALUE ZERO.
009600 01  JNL-AR-TABLE.
009700     05  JNL-AR-ENTRY OCCURS 5000 TIMES.
009800         10  JNL-AR-ACCT-NB        PIC X(13).
009900         10  JNL-AR-AGED-PERIOD    PIC X(06).
010000         10  JNL-AR-BUCKET OCCURS 5 TIMES
010100                                   PIC S9(11)V99 COMP-3.
010200         10  JNL-AR-UNAPPL-CR      PIC S9(11)V99 COMP-3.
010300         10  JNL-AR-LAST-ACTV-DT   PIC X(08).
010400         10  JNL-AR-BALANCE        PIC S9(11)V99 COMP-3.
010500 01  JNL-BKT-SUB               PIC 9(04) COMP VALUE ZERO.
010600 01  JNL-AR-OVERFLOW           PIC S9(09) COMP-3 VALUE ZERO.
010602
010604*--------------------------------------------------------------*
010606* THE RERUN GUARD.  EVERY TIF FILE POSTED (BY ITS HEADER'S SMS  *
010608* JOBNAME/SEQ-NM) AND EVERY RP519 BILL CYCLE POSTED IN A RUN    *
010610* MONTH IS RECORDED ON THE HISTSTOR STORE, UNDER IJXARSTF AND   *
010612* IJXARSCY, SO THE SAME INPUT RESUBMITTED IS NOT POSTED INTO    *
010614* THE BALANCES A SECOND TIME.                                   *
010616*--------------------------------------------------------------*
010618 01  JNL-CUR-JOBNAME           PIC X(08) VALUE SPACES.
010620 01  JNL-CUR-SEQ-NM            PIC X(06) VALUE SPACES.
010622 01  JNL-TIF-FILE-SW           PIC X(01) VALUE 'Y'.
010624     88  JNL-TIF-FILE-POSTING            VALUE 'Y'.
010626     88  JNL-TIF-FILE-SKIPPED            VALUE 'N'.
010628 01  JNL-FILE-CNT              PIC 9(04) COMP VALUE ZERO.
010630 01  JNL-FILE-SUB              PIC 9(04) COMP VALUE ZERO.
010632 01  JNL-FILE-TABLE.
010634     05  JNL-FILE-ENTRY OCCURS 500 TIMES.
010636         10  JNL-FILE-JOBNAME      PIC X(08).
010638         10  JNL-FILE-SEQ-NM       PIC X(06).
010640 01  JNL-FILE-OVERFLOW         PIC S9(09) COMP-3 VALUE ZERO.
010642 01  JNL-RUN-CYCLE             PIC X(02) VALUE SPACES.
010644 01  JNL-RP519-CYCLE-SW        PIC X(01) VALUE SPACE.
010646     88  JNL-RP519-CYCLE-UNCHECKED       VALUE SPACE.
010648     88  JNL-RP519-CYCLE-NEW             VALUE 'Y'.
010650     88  JNL-RP519-CYCLE-DONE            VALUE 'N'.
010700
010800*--------------------------------------------------------------*
010900* THE RUN MONTH EVERY BALANCE IS AGED TO, AND THE MONTH AN      *
011000* ENTRY WAS LAST AGED, BOTH CARVED UP FOR THE MONTH ARITHMETIC. *
011100*--------------------------------------------------------------*
011200 01  JNL-STAMP-DATE            PIC X(08) VALUE SPACES.
011300 01  JNL-RUN-PERIOD.
011400     05  JNL-RUN-YEAR          PIC 9(04).
011500     05  JNL-RUN-MONTH         PIC 9(02).
011600 01  JNL-RUN-PERIOD-A REDEFINES JNL-RUN-PERIOD
011700                               PIC X(06).
011800 01  JNL-ENT-PERIOD.
011900     05  JNL-ENT-YEAR          PIC 9(04).
012000     05  JNL-ENT-MONTH         PIC 9(02).
012100 01  JNL-ENT-PERIOD-A REDEFINES JNL-ENT-PERIOD
012200                               PIC X(06).
012300 01  JNL-AGE-MONTHS            PIC S9(05) COMP-3 VALUE ZERO.
012400
012500*--------------------------------------------------------------*
012600* ONE POSTING - THE ACCOUNT AND A SIGNED AMOUNT, POSITIVE FOR A *
012700* CHARGE, NEGATIVE FOR CASH - AND THE PART OF A REDUCTION STILL *
012800* LOOKING FOR A BUCKET TO RELIEVE.                              *
012900*--------------------------------------------------------------*
013000 01  JNL-POST-ACCT-NB          PIC X(13) VALUE SPACES.
013100 01  JNL-POST-AMT              PIC S9(11)V99 COMP-3 VALUE ZERO.
013200 01  JNL-APPLY-AMT             PIC S9(11)V99 COMP-3 VALUE ZERO.
013300
013400 01  JNL-COUNTERS.
013500     05  JNL-TIF-DTLS-READ     PIC S9(09) COMP-3 VALUE ZERO.
013600     05  JNL-RP519-RECS-READ   PIC S9(09) COMP-3 VALUE ZERO.
013700     05  JNL-CHARGES-POSTED    PIC S9(09) COMP-3 VALUE ZERO.
013800     05  JNL-CASH-POSTED       PIC S9(09) COMP-3 VALUE ZERO.
013900     05  JNL-PAYMENTS-POSTED   PIC S9(09) COMP-3 VALUE ZERO.
014000     05  JNL-NO-ACCT-SKIPPED   PIC S9(09) COMP-3 VALUE ZERO.
014100     05  JNL-ACCTS-PRINTED     PIC S9(09) COMP-3 VALUE ZERO.
014200     05  JNL-CREDIT-ACCTS      PIC S9(09) COMP-3 VALUE ZERO.
014300     05  JNL-ACCTS-DROPPED     PIC S9(09) COMP-3 VALUE ZERO.
014320     05  JNL-TIF-FILES-POSTED  PIC S9(09) COMP-3 VALUE ZERO.
014340     05  JNL-TIF-FILES-SKIPPED PIC S9(09) COMP-3 VALUE ZERO.
014360     05  JNL-RERUN-DTLS-SKIP   PIC S9(09) COMP-3 VALUE ZERO.
014380     05  JNL-RP519-RERUN-SKIP  PIC S9(09) COMP-3 VALUE ZERO.
014400
014500 01  JNL-AMOUNT-TOTALS.
014600     05  JNL-TOT-CHARGE-AMT    PIC S9(11)V99 COMP-3 VALUE ZERO.
014700     05  JNL-TOT-CASH-AMT      PIC S9(11)V99 COMP-3 VALUE ZERO.
014800     05  JNL-TOT-BUCKET OCCURS 5 TIMES
014900                               PIC S9(11)V99 COMP-3.
015000     05  JNL-TOT-BALANCE       PIC S9(11)V99 COMP-3 VALUE ZERO.
015100     05  JNL-TOT-UNAPPL-CR     PIC S9(11)V99 COMP-3 VALUE ZERO.
015200
015300 01  JNL-RPT-LINE.
015400     05  JNL-RPT-ACCT-NB       PIC X(13).
015500     05  FILLER                PIC X(01) VALUE SPACES.
015600     05  JNL-RPT-AMT OCCURS 6 TIMES.
015700         10  JNL-RPT-AMT-ED    PIC Z,ZZZ,ZZZ,ZZ9.99-.
015800         10  FILLER            PIC X(01).
015900
016000 01  JNL-CR-LINE.
016100     05  JNL-CR-ACCT-NB        PIC X(13).
016200     05  FILLER                PIC X(03) VALUE SPACES.
016300     05  JNL-CR-AMT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
016400     05  FILLER                PIC X(03) VALUE SPACES.
016500     05  JNL-CR-LAST-ACTV-DT   PIC X(08).
016600
016700     COPY tifview.
016800
016900 PROCEDURE DIVISION.
017000*--------------------------------------------------------------*
017100 0000-MAINLINE.
017200     PERFORM 1000-INITIALIZE
017300         THRU 1000-INITIALIZE-EXIT.
017400     PERFORM 2000-PROCESS-TIF-FILE
017500         THRU 2000-PROCESS-TIF-FILE-EXIT
017600         UNTIL JNL-TIFIN-EOF.
017700     PERFORM 3000-PROCESS-RP519-FILE
017800         THRU 3000-PROCESS-RP519-FILE-EXIT
017900         UNTIL JNL-RP519IN-EOF.
018000     PERFORM 8000-PRINT-AGING
018100         THRU 8000-PRINT-AGING-EXIT.
018200     PERFORM 8500-PRINT-CREDIT-LIST
018300         THRU 8500-PRINT-CREDIT-LIST-EXIT.
018400     PERFORM 9000-TERMINATE
018500         THRU 9000-TERMINATE-EXIT.
018600     GOBACK.
018700
018800*--------------------------------------------------------------*
018900 1000-INITIALIZE.
019000     OPEN INPUT  TIF-IN-FILE.
019100     OPEN INPUT  RP519-IN-FILE.
019200     OPEN OUTPUT AR-RPT-FILE.
019300     ACCEPT JNL-STAMP-DATE FROM DATE YYYYMMDD.
019400     MOVE JNL-STAMP-DATE (1:6) TO JNL-RUN-PERIOD-A.
019500     MOVE ZERO TO JNL-TOT-BUCKET (1) JNL-TOT-BUCKET (2)
019600         JNL-TOT-BUCKET (3) JNL-TOT-BUCKET (4)
019700         JNL-TOT-BUCKET (5).
019800     PERFORM 1100-LOAD-AR-LEDGER
019900         THRU 1100-LOAD-AR-LEDGER-EXIT.
020000 1000-INITIALIZE-EXIT.
020100     EXIT.
020200
020300*--------------------------------------------------------------*
020400* PULL FORWARD EVERY ACCOUNT'S BUCKETS FROM THE STORE'S         *
020500* IJXARSAR ENTRIES, AGING EACH ONE TO THIS RUN'S MONTH AS IT    *
020600* LOADS.  ON THE FIRST RUN EVER THE STORE HAS NONE.  AN ENTRY   *
020700* THAT WILL NOT FIT IS A BALANCE THIS RUN CANNOT CARRY - IT IS  *
020800* COUNTED AND THE RUN ENDS RC 8 SO THE TABLE GETS WIDENED.      *
020900*--------------------------------------------------------------*
021000 1100-LOAD-AR-LEDGER.
021100     SET HST-FUNC-OPEN TO TRUE.
021200     CALL 'IJHSTR01' USING HST-COMM-AREA.
021300     IF NOT HST-RC-OK
021400         DISPLAY 'IJXARS01 - UNABLE TO OPEN HISTSTOR, RC = '
021500             HST-RETURN-CD
021600         MOVE 16 TO RETURN-CODE
021700         GOBACK
021800     END-IF.
021900     MOVE 'IJXARSAR' TO HST-COMM-APP-ID.
022000     SET HST-FUNC-START TO TRUE.
022100     CALL 'IJHSTR01' USING HST-COMM-AREA.
022200     IF NOT HST-RC-OK
022300         GO TO 1100-LOAD-AR-LEDGER-EXIT
022400     END-IF.
022500     PERFORM 1110-READ-AR-ENTRY
022600         THRU 1110-READ-AR-ENTRY-EXIT
022700         UNTIL HST-RC-EOF.
022800 1100-LOAD-AR-LEDGER-EXIT.
022900     EXIT.
023000
023100 1110-READ-AR-ENTRY.
023200     SET HST-FUNC-NEXT TO TRUE.
023300     CALL 'IJHSTR01' USING HST-COMM-AREA.
023400     IF NOT HST-RC-OK
023500         GO TO 1110-READ-AR-ENTRY-EXIT
023600     END-IF.
023700     IF JNL-AR-CNT >= 5000
023800         ADD 1 TO JNL-AR-OVERFLOW
023900         GO TO 1110-READ-AR-ENTRY-EXIT
024000     END-IF.
024100     ADD 1 TO JNL-AR-CNT.
024200     MOVE JNL-AR-CNT TO JNL-AR-SUB.
024300     MOVE HST-COMM-DATA (1:56) TO JNL-AR-HST-REC.
024400     MOVE HST-COMM-REC-KEY (1:13) TO JNL-AR-ACCT-NB (JNL-AR-SUB).
024500     MOVE JNL-HST-AGED-PERIOD  TO JNL-AR-AGED-PERIOD (JNL-AR-SUB).
024600     PERFORM 1120-LOAD-ONE-BUCKET
024700         VARYING JNL-BKT-SUB FROM 1 BY 1
024800         UNTIL JNL-BKT-SUB > 5.
024900     MOVE JNL-HST-UNAPPL-CR    TO JNL-AR-UNAPPL-CR (JNL-AR-SUB).
025000     MOVE JNL-HST-LAST-ACTV-DT
025100         TO JNL-AR-LAST-ACTV-DT (JNL-AR-SUB).
025200     PERFORM 1200-AGE-AR-ENTRY
025300         THRU 1200-AGE-AR-ENTRY-EXIT.
025400 1110-READ-AR-ENTRY-EXIT.
025500     EXIT.
025600
025700 1120-LOAD-ONE-BUCKET.
025800     MOVE JNL-HST-BUCKET (JNL-BKT-SUB)
025900         TO JNL-AR-BUCKET (JNL-AR-SUB, JNL-BKT-SUB).
026000
026100*--------------------------------------------------------------*
026200* EACH CALENDAR MONTH SINCE THE ENTRY WAS LAST AGED MOVES EVERY  *
026300* BUCKET ONE COLUMN OLDER; 120+ ABSORBS 90 AND KEEPS ITS OWN.   *
026400* FOUR MONTHS PUTS EVERYTHING IN 120+, SO MORE THAN FOUR IS     *
026500* THE SAME AS FOUR.  A MISSING OR UNUSABLE AGED MONTH IS TAKEN  *
026600* AS THIS MONTH - NOTHING IS AGED ON A GUESS.                   *
026700*--------------------------------------------------------------*
026800 1200-AGE-AR-ENTRY.
026900     MOVE JNL-AR-AGED-PERIOD (JNL-AR-SUB) TO JNL-ENT-PERIOD-A.
027000     IF JNL-ENT-PERIOD-A NOT NUMERIC
027100         MOVE JNL-RUN-PERIOD-A TO JNL-AR-AGED-PERIOD (JNL-AR-SUB)
027200         GO TO 1200-AGE-AR-ENTRY-EXIT
027300     END-IF.
027400     COMPUTE JNL-AGE-MONTHS =
027500         (JNL-RUN-YEAR * 12 + JNL-RUN-MONTH)
027600         - (JNL-ENT-YEAR * 12 + JNL-ENT-MONTH).
027700     IF JNL-AGE-MONTHS > 4
027800         MOVE 4 TO JNL-AGE-MONTHS
027900     END-IF.
028000     IF JNL-AGE-MONTHS > ZERO
028100         PERFORM 1210-SHIFT-ONE-MONTH
028200             THRU 1210-SHIFT-ONE-MONTH-EXIT
028300             JNL-AGE-MONTHS TIMES
028400     END-IF.
028500     MOVE JNL-RUN-PERIOD-A TO JNL-AR-AGED-PERIOD (JNL-AR-SUB).
028600 1200-AGE-AR-ENTRY-EXIT.
028700     EXIT.
028800
028900 1210-SHIFT-ONE-MONTH.
029000     ADD JNL-AR-BUCKET (JNL-AR-SUB, 4)
029100         TO JNL-AR-BUCKET (JNL-AR-SUB, 5).
029200     MOVE JNL-AR-BUCKET (JNL-AR-SUB, 3)
029300         TO JNL-AR-BUCKET (JNL-AR-SUB, 4).
029400     MOVE JNL-AR-BUCKET (JNL-AR-SUB, 2)
029500         TO JNL-AR-BUCKET (JNL-AR-SUB, 3).
029600     MOVE JNL-AR-BUCKET (JNL-AR-SUB, 1)
029700         TO JNL-AR-BUCKET (JNL-AR-SUB, 2).
029800     MOVE ZERO TO JNL-AR-BUCKET (JNL-AR-SUB, 1).
029900 1210-SHIFT-ONE-MONTH-EXIT.
030000     EXIT.
030100
030200*--------------------------------------------------------------*
030300* A CHARGE DETAIL POSTS ITS GROSS PLUS ITS DETAIL-LEVEL GROSS   *
030400* TAX; A CASH DETAIL (XX-CASH-TRNSCTN-CD) POSTS ITS GROSS AS A  *
030500* REDUCTION.  TAX-LINE CONTINUATIONS CARRY NO DOLLARS OF THEIR  *
030600* OWN AND A DETAIL WITH NO BILLED ACCOUNT HAS NOWHERE TO POST.  *
030620* A HEADER IS CHECKED AGAINST THE FILES ALREADY POSTED (2100)   *
030640* AND A RERUN FILE'S DETAILS ARE PASSED BY.                     *
030700*--------------------------------------------------------------*
030800 2000-PROCESS-TIF-FILE.
030900     READ TIF-IN-FILE INTO JNL-TIF-RAW-REC
031000         AT END
031100             SET JNL-TIFIN-EOF TO TRUE
031200     END-READ.
031300     IF JNL-TIFIN-EOF
031400         GO TO 2000-PROCESS-TIF-FILE-EXIT
031500     END-IF.
031550     IF JNL-TIF-RAW-REC (1:1) = LOW-VALUE
031600         PERFORM 2100-CHECK-TIF-FILE
031650             THRU 2100-CHECK-TIF-FILE-EXIT
031700         GO TO 2000-PROCESS-TIF-FILE-EXIT
031750     END-IF.
031800     IF JNL-TIF-RAW-REC (1:1) = HIGH-VALUE
031850         GO TO 2000-PROCESS-TIF-FILE-EXIT
031900     END-IF.
032000     MOVE JNL-TIF-RAW-REC TO JNL-TIF-DTL-VIEW.
032100     IF XX-DTL-RC-TYPE-CD = 'C'
032200         GO TO 2000-PROCESS-TIF-FILE-EXIT
032300     END-IF.
032400     ADD 1 TO JNL-TIF-DTLS-READ.
032420     IF JNL-TIF-FILE-SKIPPED
032440         ADD 1 TO JNL-RERUN-DTLS-SKIP
032460         GO TO 2000-PROCESS-TIF-FILE-EXIT
032480     END-IF.
032500     IF XX-BL-ACCT-NB = SPACES
032600         ADD 1 TO JNL-NO-ACCT-SKIPPED
032700         GO TO 2000-PROCESS-TIF-FILE-EXIT
032800     END-IF.
032900     MOVE XX-BL-ACCT-NB TO JNL-POST-ACCT-NB.
033000     IF XX-CASH-TRNSCTN-CD NOT = SPACE
033100         COMPUTE JNL-POST-AMT = ZERO - XX-JRNL-GRS-AT
033200         SUBTRACT JNL-POST-AMT FROM JNL-TOT-CASH-AMT
033300         ADD 1 TO JNL-CASH-POSTED
033400     ELSE
033500         COMPUTE JNL-POST-AMT ROUNDED =
033600             XX-JRNL-GRS-AT + XX-GRS-TAX-AT
033700         ADD JNL-POST-AMT TO JNL-TOT-CHARGE-AMT
033800         ADD 1 TO JNL-CHARGES-POSTED
033900     END-IF.
034000     PERFORM 4000-POST-TO-ACCOUNT
034100         THRU 4000-POST-TO-ACCOUNT-EXIT.
034200 2000-PROCESS-TIF-FILE-EXIT.
034300     EXIT.
034301
034302*--------------------------------------------------------------*
034303* A HEADER OPENS A NEW TIF FILE.  A FILE WHOSE SMS              *
034304* JOBNAME/SEQ-NM - THE KEY IJTHDR01'S RERUN CHECK USES - IS     *
034305* ALREADY ON THE STORE UNDER IJXARSTF, OR CAME EARLIER IN THIS  *
034306* SAME RUN, HAS BEEN POSTED; ITS DETAILS ARE PASSED BY UNTIL    *
034307* THE NEXT HEADER.  FILES POSTED ARE RECORDED AT TERMINATION,   *
034308* WITH THE BALANCES THEY MOVED (9100).                          *
034309*--------------------------------------------------------------*
034310 2100-CHECK-TIF-FILE.
034311     MOVE JNL-TIF-RAW-REC TO JNL-TIF-HDR-VIEW.
034312     MOVE XX-HDR-SMS-JOBNAME TO JNL-CUR-JOBNAME.
034313     MOVE XX-HDR-SMS-SEQ-NM  TO JNL-CUR-SEQ-NM.
034314     SET JNL-TIF-FILE-POSTING TO TRUE.
034315     PERFORM 2110-TEST-FILE-ENTRY
034316         THRU 2110-TEST-FILE-ENTRY-EXIT
034317         VARYING JNL-FILE-SUB FROM 1 BY 1
034318         UNTIL JNL-FILE-SUB > JNL-FILE-CNT
034319         OR JNL-TIF-FILE-SKIPPED.
034320     IF JNL-TIF-FILE-POSTING
034321         MOVE 'IJXARSTF' TO HST-COMM-APP-ID
034322         MOVE SPACES TO HST-COMM-REC-KEY
034323         MOVE JNL-CUR-JOBNAME TO HST-COMM-REC-KEY (1:8)
034324         MOVE JNL-CUR-SEQ-NM  TO HST-COMM-REC-KEY (9:6)
034325         SET HST-FUNC-READ TO TRUE
034326         CALL 'IJHSTR01' USING HST-COMM-AREA
034327         IF HST-RC-OK
034328             SET JNL-TIF-FILE-SKIPPED TO TRUE
034329         END-IF
034330     END-IF.
034331     IF JNL-TIF-FILE-SKIPPED
034332         ADD 1 TO JNL-TIF-FILES-SKIPPED
034333         DISPLAY 'IJXARS01 - TIF FILE ' JNL-CUR-JOBNAME '/'
034334             JNL-CUR-SEQ-NM ' ALREADY POSTED - NOT POSTED AGAIN'
034335         GO TO 2100-CHECK-TIF-FILE-EXIT
034336     END-IF.
034337     ADD 1 TO JNL-TIF-FILES-POSTED.
034338     IF JNL-FILE-CNT >= 500
034339         ADD 1 TO JNL-FILE-OVERFLOW
034340         GO TO 2100-CHECK-TIF-FILE-EXIT
034341     END-IF.
034342     ADD 1 TO JNL-FILE-CNT.
034343     MOVE JNL-CUR-JOBNAME TO JNL-FILE-JOBNAME (JNL-FILE-CNT).
034344     MOVE JNL-CUR-SEQ-NM  TO JNL-FILE-SEQ-NM  (JNL-FILE-CNT).
034345 2100-CHECK-TIF-FILE-EXIT.
034346     EXIT.
034347
034348 2110-TEST-FILE-ENTRY.
034349     IF JNL-FILE-JOBNAME (JNL-FILE-SUB) = JNL-CUR-JOBNAME
034350         AND JNL-FILE-SEQ-NM (JNL-FILE-SUB) = JNL-CUR-SEQ-NM
034351         SET JNL-TIF-FILE-SKIPPED TO TRUE
034352     END-IF.
034353 2110-TEST-FILE-ENTRY-EXIT.
034354     EXIT.
034400
034500*--------------------------------------------------------------*
034600* AN RP519 PAYMENT (OR A SUSPENSE PAYMENT THAT HAS SINCE BEEN   *
034700* POSTED TO AN ACCOUNT) RELIEVES THE BILL-TO ACCOUNT.  A        *
034800* SUSPENSE PAYMENT WITH NO BILL-TO IS IJXCSH01'S BUSINESS, NOT  *
034900* THE SUBLEDGER'S.                                              *
035000*--------------------------------------------------------------*
035100 3000-PROCESS-RP519-FILE.
035200     READ RP519-IN-FILE INTO JNL-RP519-VIEW
035300         AT END
035400             SET JNL-RP519IN-EOF TO TRUE
035500     END-READ.
035600     IF JNL-RP519IN-EOF
035700         GO TO 3000-PROCESS-RP519-FILE-EXIT
035800     END-IF.
035900     ADD 1 TO JNL-RP519-RECS-READ.
035910     IF JNL-RP519-CYCLE-UNCHECKED
035920         PERFORM 3100-CHECK-RP519-CYCLE
035930             THRU 3100-CHECK-RP519-CYCLE-EXIT
035940     END-IF.
035950     IF JNL-RP519-CYCLE-DONE
035960         ADD 1 TO JNL-RP519-RERUN-SKIP
035970         GO TO 3000-PROCESS-RP519-FILE-EXIT
035980     END-IF.
036000     IF NOT RP519-PAYMENT AND NOT RP519-POST-SUSP-PAYMT
036100         GO TO 3000-PROCESS-RP519-FILE-EXIT
036200     END-IF.
036300     IF RP519-BL-TO-CD = SPACES
036400         ADD 1 TO JNL-NO-ACCT-SKIPPED
036500         GO TO 3000-PROCESS-RP519-FILE-EXIT
036600     END-IF.
036700     MOVE RP519-BL-TO-CD TO JNL-POST-ACCT-NB.
036800     COMPUTE JNL-POST-AMT = ZERO - RP519-CUR-AMT.
036900     ADD RP519-CUR-AMT TO JNL-TOT-CASH-AMT.
037000     ADD 1 TO JNL-PAYMENTS-POSTED.
037100     PERFORM 4000-POST-TO-ACCOUNT
037200         THRU 4000-POST-TO-ACCOUNT-EXIT.
037300 3000-PROCESS-RP519-FILE-EXIT.
037400     EXIT.
037402
037404*--------------------------------------------------------------*
037406* THE FIRST RP519 RECORD NAMES THE BILL CYCLE.  A CYCLE ALREADY *
037408* POSTED IN THIS RUN MONTH - ON THE STORE UNDER IJXARSCY, THE   *
037410* SAME MONTH-AND-CYCLE KEY IJRCMT01'S RERUN CHECK USES - IS A   *
037412* RERUN AND NONE OF ITS RECORDS ARE POSTED AGAIN.  A FILE WITH  *
037414* NO CYCLE ON ITS FIRST RECORD CANNOT BE CHECKED AND IS POSTED  *
037416* AS BEFORE.                                                    *
037418*--------------------------------------------------------------*
037420 3100-CHECK-RP519-CYCLE.
037422     SET JNL-RP519-CYCLE-NEW TO TRUE.
037424     MOVE RP519-BILL-CYCLE TO JNL-RUN-CYCLE.
037426     IF JNL-RUN-CYCLE = SPACES
037428         GO TO 3100-CHECK-RP519-CYCLE-EXIT
037430     END-IF.
037432     MOVE 'IJXARSCY' TO HST-COMM-APP-ID.
037434     MOVE SPACES TO HST-COMM-REC-KEY.
037436     MOVE JNL-RUN-PERIOD-A TO HST-COMM-REC-KEY (1:6).
037438     MOVE JNL-RUN-CYCLE    TO HST-COMM-REC-KEY (7:2).
037440     SET HST-FUNC-READ TO TRUE.
037442     CALL 'IJHSTR01' USING HST-COMM-AREA.
037444     IF HST-RC-OK
037446         SET JNL-RP519-CYCLE-DONE TO TRUE
037448         DISPLAY 'IJXARS01 - RP519 BILL CYCLE ' JNL-RUN-CYCLE
037450             ' ALREADY POSTED ON ' HST-COMM-DATA (1:8)
037452             ' - NOT POSTED AGAIN'
037454     END-IF.
037456 3100-CHECK-RP519-CYCLE-EXIT.
037458     EXIT.
037500
037600*--------------------------------------------------------------*
037700* FIND (OR OPEN) THE ACCOUNT AND APPLY THE SIGNED AMOUNT.  A    *
037800* CHARGE FIRST SOAKS UP ANY UNAPPLIED CREDIT AND THE REST GOES  *
037900* TO CURRENT.  A REDUCTION RELIEVES 120+ FIRST AND WORKS DOWN   *
038000* TO CURRENT; WHATEVER IS LEFT BECOMES UNAPPLIED CREDIT.        *
038100*--------------------------------------------------------------*
038200 4000-POST-TO-ACCOUNT.
038300     PERFORM 4010-TEST-AR-ENTRY
038400         VARYING JNL-AR-SUB FROM 1 BY 1
038500         UNTIL JNL-AR-SUB > JNL-AR-CNT
038600         OR JNL-AR-ACCT-NB (JNL-AR-SUB) = JNL-POST-ACCT-NB.
038700     IF JNL-AR-SUB > JNL-AR-CNT
038800         IF JNL-AR-CNT >= 5000
038900             ADD 1 TO JNL-AR-OVERFLOW
039000             GO TO 4000-POST-TO-ACCOUNT-EXIT
039100         END-IF
039200         ADD 1 TO JNL-AR-CNT
039300         MOVE JNL-AR-CNT TO JNL-AR-SUB
039400         MOVE JNL-POST-ACCT-NB TO JNL-AR-ACCT-NB (JNL-AR-SUB)
039500         MOVE JNL-RUN-PERIOD-A TO JNL-AR-AGED-PERIOD (JNL-AR-SUB)
039600         MOVE ZERO TO JNL-AR-BUCKET (JNL-AR-SUB, 1)
039700             JNL-AR-BUCKET (JNL-AR-SUB, 2)
039800             JNL-AR-BUCKET (JNL-AR-SUB, 3)
039900             JNL-AR-BUCKET (JNL-AR-SUB, 4)
040000             JNL-AR-BUCKET (JNL-AR-SUB, 5)
040100             JNL-AR-UNAPPL-CR (JNL-AR-SUB)
040200     END-IF.
040300     MOVE JNL-STAMP-DATE TO JNL-AR-LAST-ACTV-DT (JNL-AR-SUB).
040400
040500     IF JNL-POST-AMT NOT < ZERO
040600         IF JNL-AR-UNAPPL-CR (JNL-AR-SUB) NOT > JNL-POST-AMT
040700             COMPUTE JNL-APPLY-AMT =
040800                 JNL-POST-AMT - JNL-AR-UNAPPL-CR (JNL-AR-SUB)
040900             MOVE ZERO TO JNL-AR-UNAPPL-CR (JNL-AR-SUB)
041000             ADD JNL-APPLY-AMT TO JNL-AR-BUCKET (JNL-AR-SUB, 1)
041100         ELSE
041200             SUBTRACT JNL-POST-AMT
041300                 FROM JNL-AR-UNAPPL-CR (JNL-AR-SUB)
041400         END-IF
041500         GO TO 4000-POST-TO-ACCOUNT-EXIT
041600     END-IF.
041700
041800     COMPUTE JNL-APPLY-AMT = ZERO - JNL-POST-AMT.
041900     PERFORM 4100-RELIEVE-BUCKET
042000         THRU 4100-RELIEVE-BUCKET-EXIT
042100         VARYING JNL-BKT-SUB FROM 5 BY -1
042200         UNTIL JNL-BKT-SUB < 1
042300         OR JNL-APPLY-AMT = ZERO.
042400     ADD JNL-APPLY-AMT TO JNL-AR-UNAPPL-CR (JNL-AR-SUB).
042500 4000-POST-TO-ACCOUNT-EXIT.
042600     EXIT.
042700
042800 4010-TEST-AR-ENTRY.
042900     CONTINUE.
043000
043100 4100-RELIEVE-BUCKET.
043200     IF JNL-AR-BUCKET (JNL-AR-SUB, JNL-BKT-SUB) NOT > ZERO
043300         GO TO 4100-RELIEVE-BUCKET-EXIT
043400     END-IF.
043500     IF JNL-AR-BUCKET (JNL-AR-SUB, JNL-BKT-SUB)
043600         NOT < JNL-APPLY-AMT
043700         SUBTRACT JNL-APPLY-AMT
043800             FROM JNL-AR-BUCKET (JNL-AR-SUB, JNL-BKT-SUB)
043900         MOVE ZERO TO JNL-APPLY-AMT
044000     ELSE
044100         SUBTRACT JNL-AR-BUCKET (JNL-AR-SUB, JNL-BKT-SUB)
044200             FROM JNL-APPLY-AMT
044300         MOVE ZERO TO JNL-AR-BUCKET (JNL-AR-SUB, JNL-BKT-SUB)
044400     END-IF.
044500 4100-RELIEVE-BUCKET-EXIT.
044600     EXIT.
044700
044800*--------------------------------------------------------------*
044900* ONE LINE PER ACCOUNT THAT OWES ANYTHING, BUCKET BY BUCKET,    *
045000* THEN THE GRAND TOTALS.  THE BALANCE IS THE BUCKETS LESS ANY   *
045100* UNAPPLIED CREDIT.                                             *
045200*--------------------------------------------------------------*
045300 8000-PRINT-AGING.
045400     MOVE SPACES TO AR-RPT-LINE.
045500     STRING 'IJXARS01 - ACCOUNTS RECEIVABLE AGING AS OF '
045600         JNL-STAMP-DATE
045700         DELIMITED BY SIZE INTO AR-RPT-LINE
045800     END-STRING.
045900     WRITE AR-RPT-LINE.
046000     MOVE SPACES TO AR-RPT-LINE.
046100     WRITE AR-RPT-LINE.
046200     MOVE SPACES TO AR-RPT-LINE.
046300     STRING 'BILLED ACCT  ' SPACE
046400         '           CURRENT' SPACE
046500         '           30 DAYS' SPACE
046600         '           60 DAYS' SPACE
046700         '           90 DAYS' SPACE
046800         '         120+ DAYS' SPACE
046900         '       NET BALANCE'
047000         DELIMITED BY SIZE INTO AR-RPT-LINE
047100     END-STRING.
047200     WRITE AR-RPT-LINE.
047300     PERFORM 8100-PRINT-ONE-ACCOUNT
047400         THRU 8100-PRINT-ONE-ACCOUNT-EXIT
047500         VARYING JNL-AR-SUB FROM 1 BY 1
047600         UNTIL JNL-AR-SUB > JNL-AR-CNT.
047700
047800     MOVE SPACES TO JNL-RPT-LINE.
047900     MOVE 'TOTAL        ' TO JNL-RPT-ACCT-NB.
048000     PERFORM 8200-EDIT-TOTAL-BUCKET
048100         VARYING JNL-BKT-SUB FROM 1 BY 1
048200         UNTIL JNL-BKT-SUB > 5.
048300     MOVE JNL-TOT-BALANCE TO JNL-RPT-AMT-ED (6).
048400     MOVE SPACES TO AR-RPT-LINE.
048500     WRITE AR-RPT-LINE.
048600     MOVE JNL-RPT-LINE TO AR-RPT-LINE.
048700     WRITE AR-RPT-LINE.
048800 8000-PRINT-AGING-EXIT.
048900     EXIT.
049000
049100*--------------------------------------------------------------*
049200 8100-PRINT-ONE-ACCOUNT.
049300     COMPUTE JNL-AR-BALANCE (JNL-AR-SUB) =
049400         JNL-AR-BUCKET (JNL-AR-SUB, 1)
049500         + JNL-AR-BUCKET (JNL-AR-SUB, 2)
049600         + JNL-AR-BUCKET (JNL-AR-SUB, 3)
049700         + JNL-AR-BUCKET (JNL-AR-SUB, 4)
049800         + JNL-AR-BUCKET (JNL-AR-SUB, 5)
049900         - JNL-AR-UNAPPL-CR (JNL-AR-SUB).
050000     ADD JNL-AR-BALANCE (JNL-AR-SUB) TO JNL-TOT-BALANCE.
050100     ADD JNL-AR-UNAPPL-CR (JNL-AR-SUB) TO JNL-TOT-UNAPPL-CR.
050200     IF JNL-AR-BALANCE (JNL-AR-SUB) NOT > ZERO
050300         GO TO 8100-PRINT-ONE-ACCOUNT-EXIT
050400     END-IF.
050500     MOVE SPACES TO JNL-RPT-LINE.
050600     MOVE JNL-AR-ACCT-NB (JNL-AR-SUB) TO JNL-RPT-ACCT-NB.
050700     PERFORM 8110-EDIT-ONE-BUCKET
050800         VARYING JNL-BKT-SUB FROM 1 BY 1
050900         UNTIL JNL-BKT-SUB > 5.
051000     MOVE JNL-AR-BALANCE (JNL-AR-SUB) TO JNL-RPT-AMT-ED (6).
051100     MOVE JNL-RPT-LINE TO AR-RPT-LINE.
051200     WRITE AR-RPT-LINE.
051300     ADD 1 TO JNL-ACCTS-PRINTED.
051400 8100-PRINT-ONE-ACCOUNT-EXIT.
051500     EXIT.
051600
051700 8110-EDIT-ONE-BUCKET.
051800     MOVE JNL-AR-BUCKET (JNL-AR-SUB, JNL-BKT-SUB)
051900         TO JNL-RPT-AMT-ED (JNL-BKT-SUB).
052000     ADD JNL-AR-BUCKET (JNL-AR-SUB, JNL-BKT-SUB)
052100         TO JNL-TOT-BUCKET (JNL-BKT-SUB).
052200
052300 8200-EDIT-TOTAL-BUCKET.
052400     MOVE JNL-TOT-BUCKET (JNL-BKT-SUB)
052500         TO JNL-RPT-AMT-ED (JNL-BKT-SUB).
052600
052700*--------------------------------------------------------------*
052800* EVERY ACCOUNT WHOSE CASH HAS RUN AHEAD OF ITS CHARGES, WITH   *
052900* THE CREDIT OWED BACK AND THE DATE OF ITS LAST ACTIVITY, SO    *
053000* COLLECTIONS CAN REFUND OR REAPPLY IT.                         *
053100*--------------------------------------------------------------*
053200 8500-PRINT-CREDIT-LIST.
053300     MOVE SPACES TO AR-RPT-LINE.
053400     WRITE AR-RPT-LINE.
053500     MOVE SPACES TO AR-RPT-LINE.
053600     MOVE 'IJXARS01 - CREDIT BALANCE ACCOUNTS' TO AR-RPT-LINE.
053700     WRITE AR-RPT-LINE.
053800     MOVE SPACES TO AR-RPT-LINE.
053900     STRING 'BILLED ACCT  ' SPACE SPACE SPACE
054000         '     CREDIT AMOUNT' SPACE SPACE SPACE
054100         'LAST ACT'
054200         DELIMITED BY SIZE INTO AR-RPT-LINE
054300     END-STRING.
054400     WRITE AR-RPT-LINE.
054500     PERFORM 8510-PRINT-ONE-CREDIT
054600         THRU 8510-PRINT-ONE-CREDIT-EXIT
054700         VARYING JNL-AR-SUB FROM 1 BY 1
054800         UNTIL JNL-AR-SUB > JNL-AR-CNT.
054900 8500-PRINT-CREDIT-LIST-EXIT.
055000     EXIT.
055100
055200 8510-PRINT-ONE-CREDIT.
055300     IF JNL-AR-BALANCE (JNL-AR-SUB) NOT < ZERO
055400         GO TO 8510-PRINT-ONE-CREDIT-EXIT
055500     END-IF.
055600     MOVE SPACES TO JNL-CR-LINE.
055700     MOVE JNL-AR-ACCT-NB (JNL-AR-SUB) TO JNL-CR-ACCT-NB.
055800     COMPUTE JNL-CR-AMT = ZERO - JNL-AR-BALANCE (JNL-AR-SUB).
055900     MOVE JNL-AR-LAST-ACTV-DT (JNL-AR-SUB) TO JNL-CR-LAST-ACTV-DT.
056000     MOVE JNL-CR-LINE TO AR-RPT-LINE.
056100     WRITE AR-RPT-LINE.
056200     ADD 1 TO JNL-CREDIT-ACCTS.
056300 8510-PRINT-ONE-CREDIT-EXIT.
056400     EXIT.
056500
056600*--------------------------------------------------------------*
056700 9000-TERMINATE.
056800     PERFORM 9100-WRITE-AR-LEDGER
056900         THRU 9100-WRITE-AR-LEDGER-EXIT.
057000     CLOSE TIF-IN-FILE RP519-IN-FILE AR-RPT-FILE.
057100     DISPLAY 'IJXARS01 - TIF DETAILS READ       = '
057200         JNL-TIF-DTLS-READ.
057300     DISPLAY 'IJXARS01 - RP519 RECORDS READ     = '
057400         JNL-RP519-RECS-READ.
057500     DISPLAY 'IJXARS01 - TIF CHARGES POSTED     = '
057600         JNL-CHARGES-POSTED.
057700     DISPLAY 'IJXARS01 - TIF CASH POSTED        = '
057800         JNL-CASH-POSTED.
057900     DISPLAY 'IJXARS01 - RP519 PAYMENTS POSTED  = '
058000         JNL-PAYMENTS-POSTED.
058100     DISPLAY 'IJXARS01 - NO ACCOUNT, NOT POSTED = '
058200         JNL-NO-ACCT-SKIPPED.
058300     DISPLAY 'IJXARS01 - ACCOUNTS ON AGING      = '
058400         JNL-ACCTS-PRINTED.
058500     DISPLAY 'IJXARS01 - CREDIT BALANCE ACCTS   = '
058600         JNL-CREDIT-ACCTS.
058700     DISPLAY 'IJXARS01 - SETTLED ACCTS DROPPED  = '
058800         JNL-ACCTS-DROPPED.
058805     DISPLAY 'IJXARS01 - TIF FILES POSTED       = '
058810         JNL-TIF-FILES-POSTED.
058815     DISPLAY 'IJXARS01 - RERUN FILES SKIPPED    = '
058820         JNL-TIF-FILES-SKIPPED.
058825     DISPLAY 'IJXARS01 - RERUN DETAILS SKIPPED  = '
058830         JNL-RERUN-DTLS-SKIP.
058835     DISPLAY 'IJXARS01 - RERUN RP519 SKIPPED    = '
058840         JNL-RP519-RERUN-SKIP.
058845     IF JNL-TIF-FILES-SKIPPED > ZERO
058850         OR JNL-RP519-CYCLE-DONE
058855         MOVE 4 TO RETURN-CODE
058860     END-IF.
058900     IF JNL-AR-OVERFLOW > ZERO
059000         DISPLAY 'IJXARS01 - ACCOUNTS NOT CARRIED FORWARD'
059100             ' (TABLE FULL) = ' JNL-AR-OVERFLOW
059200         MOVE 8 TO RETURN-CODE
059220     END-IF.
059240     IF JNL-FILE-OVERFLOW > ZERO
059260         DISPLAY 'IJXARS01 - TIF FILES NOT RECORDED'
059280             ' (TABLE FULL) = ' JNL-FILE-OVERFLOW
059300         MOVE 8 TO RETURN-CODE
059320     END-IF.
059400 9000-TERMINATE-EXIT.
059500     EXIT.
059600
059700*--------------------------------------------------------------*
059800* REWRITE EVERY ACCOUNT IN PLACE; AN ACCOUNT WITH NOTHING OWED  *
059900* AND NO CREDIT IS DELETED SO THE STORE HOLDS OPEN ITEMS ONLY.  *
060000*--------------------------------------------------------------*
060100 9100-WRITE-AR-LEDGER.
060200     PERFORM 9110-WRITE-ONE-AR-ENTRY
060300         THRU 9110-WRITE-ONE-AR-ENTRY-EXIT
060400         VARYING JNL-AR-SUB FROM 1 BY 1
060500         UNTIL JNL-AR-SUB > JNL-AR-CNT.
060505     PERFORM 9130-RECORD-ONE-TIF-FILE
060510         THRU 9130-RECORD-ONE-TIF-FILE-EXIT
060515         VARYING JNL-FILE-SUB FROM 1 BY 1
060520         UNTIL JNL-FILE-SUB > JNL-FILE-CNT.
060525     IF JNL-RP519-CYCLE-NEW AND JNL-RUN-CYCLE NOT = SPACES
060530         MOVE 'IJXARSCY' TO HST-COMM-APP-ID
060535         MOVE SPACES TO HST-COMM-REC-KEY HST-COMM-DATA
060540         MOVE JNL-RUN-PERIOD-A TO HST-COMM-REC-KEY (1:6)
060545         MOVE JNL-RUN-CYCLE    TO HST-COMM-REC-KEY (7:2)
060550         MOVE JNL-STAMP-DATE   TO HST-COMM-DATA (1:8)
060555         SET HST-FUNC-WRITE TO TRUE
060560         CALL 'IJHSTR01' USING HST-COMM-AREA
060565     END-IF.
060600     SET HST-FUNC-CLOSE TO TRUE.
060700     CALL 'IJHSTR01' USING HST-COMM-AREA.
060800 9100-WRITE-AR-LEDGER-EXIT.
060900     EXIT.
061000
061100 9110-WRITE-ONE-AR-ENTRY.
061200     MOVE 'IJXARSAR' TO HST-COMM-APP-ID.
061300     MOVE SPACES TO HST-COMM-REC-KEY HST-COMM-DATA.
061400     MOVE JNL-AR-ACCT-NB (JNL-AR-SUB) TO HST-COMM-REC-KEY (1:13).
061500     IF JNL-AR-BUCKET (JNL-AR-SUB, 1) = ZERO
061600         AND JNL-AR-BUCKET (JNL-AR-SUB, 2) = ZERO
061700         AND JNL-AR-BUCKET (JNL-AR-SUB, 3) = ZERO
061800         AND JNL-AR-BUCKET (JNL-AR-SUB, 4) = ZERO
061900         AND JNL-AR-BUCKET (JNL-AR-SUB, 5) = ZERO
062000         AND JNL-AR-UNAPPL-CR (JNL-AR-SUB) = ZERO
062100         SET HST-FUNC-DELETE TO TRUE
062200         CALL 'IJHSTR01' USING HST-COMM-AREA
062300         ADD 1 TO JNL-ACCTS-DROPPED
062400         GO TO 9110-WRITE-ONE-AR-ENTRY-EXIT
062500     END-IF.
062600     MOVE JNL-AR-AGED-PERIOD (JNL-AR-SUB) TO JNL-HST-AGED-PERIOD.
062700     PERFORM 9120-SAVE-ONE-BUCKET
062800         VARYING JNL-BKT-SUB FROM 1 BY 1
062900         UNTIL JNL-BKT-SUB > 5.
063000     MOVE JNL-AR-UNAPPL-CR (JNL-AR-SUB)    TO JNL-HST-UNAPPL-CR.
063100     MOVE JNL-AR-LAST-ACTV-DT (JNL-AR-SUB)
063200         TO JNL-HST-LAST-ACTV-DT.
063300     MOVE JNL-AR-HST-REC TO HST-COMM-DATA (1:56).
063400     SET HST-FUNC-WRITE TO TRUE.
063500     CALL 'IJHSTR01' USING HST-COMM-AREA.
063600 9110-WRITE-ONE-AR-ENTRY-EXIT.
063700     EXIT.
063800
063900 9120-SAVE-ONE-BUCKET.
064000     MOVE JNL-AR-BUCKET (JNL-AR-SUB, JNL-BKT-SUB)
064100         TO JNL-HST-BUCKET (JNL-BKT-SUB).
064105
064110*--------------------------------------------------------------*
064115* ONE ROW PER TIF FILE THIS RUN POSTED, KEYED BY ITS SMS        *
064120* JOBNAME/SEQ-NM AND CARRYING THE DATE IT WAS POSTED.           *
064125*--------------------------------------------------------------*
064130 9130-RECORD-ONE-TIF-FILE.
064135     MOVE 'IJXARSTF' TO HST-COMM-APP-ID.
064140     MOVE SPACES TO HST-COMM-REC-KEY HST-COMM-DATA.
064145     MOVE JNL-FILE-JOBNAME (JNL-FILE-SUB)
064150         TO HST-COMM-REC-KEY (1:8).
064155     MOVE JNL-FILE-SEQ-NM (JNL-FILE-SUB)
064160         TO HST-COMM-REC-KEY (9:6).
064165     MOVE JNL-STAMP-DATE TO HST-COMM-DATA (1:8).
064170     SET HST-FUNC-WRITE TO TRUE.
064175     CALL 'IJHSTR01' USING HST-COMM-AREA.
064180 9130-RECORD-ONE-TIF-FILE-EXIT.
064185     EXIT.
064200
064300*-------------------------------------------------------------.
064400*                     E N D   O F  I J X A R S 0 1             :
064500*-------------------------------------------------------------'
