000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJRCSM01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/24/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 29.6  09/24/26  RAS  NEW PROGRAM.  MONTHLY SALES COMMISSION   *
001100*                      STATEMENTS FROM THE RP519 SALES          *
001200*                      ATTRIBUTION, REPLACING THE CALCULATION   *
001300*                      DONE OUTSIDE THE SYSTEM FROM A COPY OF   *
001400*                      THE EXTRACT.  THE MONTH'S RP519 IS       *
001500*                      ACCUMULATED BY SALES GROUP (SALES OFFICE *
001600*                      AND GROUP CODE) AND COMMISSION PLAN -    *
001700*                      THE CMSPLAN ROW BEST MATCHING THE        *
001800*                      RECORD'S SALES CHANNEL, SALES GROUP AND  *
001900*                      USOCMST PRODUCT FAMILY.  COMMISSIONABLE  *
002000*                      REVENUE IS BILLED REVENUE NET OF         *
002100*                      REVERSALS AND WRITE-OFFS; THE PLAN'S     *
002200*                      TIER SCHEDULE TURNS IT INTO              *
002300*                      COMMISSION.  A REVERSAL OF REVENUE       *
002400*                      INVOICED IN AN EARLIER MONTH STILL       *
002500*                      INSIDE THE PLAN WINDOW IS A CLAWBACK -   *
002600*                      IT IS CARRIED ON THE HISTORY STORE (APP  *
002700*                      ID IJRCSMCB) AND DEDUCTED ON THE GROUP'S *
002800*                      NEXT STATEMENT, AND WHATEVER THAT        *
002900*                      STATEMENT CANNOT RECOVER CARRIES ON      *
003000*                      AGAIN.  CMSSTMT HOLDS ONE STATEMENT PER  *
003100*                      GROUP; CMSPAY IS THE PAYROLL INTERFACE   *
003200*                      (SEE CMSPAY).  THE OPTIONAL CMSCTL CARD  *
003300*                      NAMES THE STATEMENT MONTH (CCYYMM),      *
003400*                      OTHERWISE THE RUN MONTH; A RERUN OF A    *
003500*                      MONTH STARTS AGAIN FROM THE BALANCE      *
003600*                      CARRIED INTO IT.  RECORDS NO PLAN COVERS *
003700*                      END THE JOB RC=4.                        *
003800*--------------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CMS-CTL-FILE  ASSIGN TO CMSCTL
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS JNL-CMSCTL-STATUS.
004800
004900     SELECT CMS-PLAN-FILE ASSIGN TO CMSPLAN
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS JNL-CMSPLAN-STATUS.
005200
005300     SELECT USOC-MST-FILE ASSIGN TO USOCMST
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS JNL-USOCMST-STATUS.
005600
005700     SELECT RP519-IN-FILE ASSIGN TO RP519IN
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS JNL-RP519IN-STATUS.
006000
006100     SELECT CMS-STMT-FILE ASSIGN TO CMSSTMT
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS JNL-CMSSTMT-STATUS.
006400
006500     SELECT CMS-PAY-FILE  ASSIGN TO CMSPAY
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS JNL-CMSPAY-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  CMS-CTL-FILE
007200     RECORDING MODE IS F.
007300 01  CMS-CTL-RECORD            PIC X(80).
007400
007500 FD  CMS-PLAN-FILE
007600     RECORDING MODE IS F.
007700 01  CMS-PLAN-IN-RECORD        PIC X(140).
007800
007900 FD  USOC-MST-FILE
008000     RECORDING MODE IS F.
008100 01  USOC-MST-IN-RECORD        PIC X(50).
008200
008300 FD  RP519-IN-FILE
008400     RECORDING MODE IS F.
008500 01  RP519-IN-RECORD           PIC X(450).
008600
008700 FD  CMS-STMT-FILE
008800     RECORDING MODE IS F.
008900 01  CMS-STMT-LINE             PIC X(132).
009000
009100 FD  CMS-PAY-FILE
009200     RECORDING MODE IS F.
009300 01  CMS-PAY-OUT-RECORD        PIC X(80).
009400
009500 WORKING-STORAGE SECTION.
009600 01  JNL-CMSCTL-STATUS         PIC X(02) VALUE SPACES.
009700     88  JNL-CMSCTL-OK                   VALUE '00'.
009800     88  JNL-CMSCTL-NOT-FOUND            VALUE '35'.
009900 01  JNL-CMSPLAN-STATUS        PIC X(02) VALUE SPACES.
010000     88  JNL-CMSPLAN-OK                  VALUE '00'.
010100     88  JNL-CMSPLAN-EOF                 VALUE '10'.
010200 01  JNL-USOCMST-STATUS        PIC X(02) VALUE SPACES.
010300     88  JNL-USOCMST-OK                  VALUE '00'.
010400     88  JNL-USOCMST-EOF                 VALUE '10'.
010500 01  JNL-RP519IN-STATUS        PIC X(02) VALUE SPACES.
010600     88  JNL-RP519IN-OK                  VALUE '00'.
010700     88  JNL-RP519IN-EOF                 VALUE '10'.
010800 01  JNL-CMSSTMT-STATUS        PIC X(02) VALUE SPACES.
010900 01  JNL-CMSPAY-STATUS         PIC X(02) VALUE SPACES.
011000 COPY hstcomm.
011100
011200 COPY cmsplan.
011300
011400 COPY usocmst.
011500
011600 COPY cmspay.
011700
011800 COPY rps REPLACING ==01  RP519-RECORD.==
011900     BY ==01  JNL-RP519-VIEW.==.
012000
012100 01  JNL-CMS-CTL-CARD.
012200     05  JNL-CTL-PERIOD        PIC X(06).
012300     05  FILLER                PIC X(74).
012400
012500*--------------------------------------------------------------*
012600* THE SHAPE ONE SALES GROUP'S CLAWBACK LEDGER TAKES INSIDE THE  *
012700* HISTORY STORE'S DATA AREA - SALES OFFICE AND GROUP CODE ARE   *
012800* THE STORE KEY.  THE CARRY-IN IS WHAT WAS OWED GOING INTO THE  *
012900* LAST STATEMENT MONTH, SO A RERUN OF THAT MONTH STARTS FROM IT *
013000* AGAIN INSTEAD OF FROM THE BALANCE IT ALREADY LEFT.            *
013100*--------------------------------------------------------------*
013200 01  JNL-CSM-HST-REC.
013300     05  JNL-HST-LAST-PERIOD   PIC X(06).
013400     05  JNL-HST-CARRY-IN      PIC S9(11)V99 COMP-3.
013500     05  JNL-HST-CARRY-OUT     PIC S9(11)V99 COMP-3.
013600     05  JNL-HST-BRANCH-OFFICE PIC X(08).
013700
013800*--------------------------------------------------------------*
013900* THE PLAN MASTER, LOADED THE SAME LINEAR WAY IJXUSO01 LOADS    *
014000* USOCMST.                                                      *
014100*--------------------------------------------------------------*
014200 01  JNL-PLN-CNT               PIC 9(04) COMP VALUE ZERO.
014300 01  JNL-PLN-SUB               PIC 9(04) COMP VALUE ZERO.
014400 01  JNL-PLN-TABLE.
014500     05  JNL-PLN-ENTRY OCCURS 500 TIMES.
014600         10  JNL-PLN-PLAN-ID       PIC X(04).
014700         10  JNL-PLN-CHANNEL       PIC X(08).
014800         10  JNL-PLN-GRP-CD        PIC X(02).
014900         10  JNL-PLN-FAM-CD        PIC X(10).
015000         10  JNL-PLN-CLAWBACK-MOS  PIC 9(02).
015100         10  JNL-PLN-TIER OCCURS 5 TIMES.
015200             15  JNL-PLN-TIER-FLOOR PIC S9(09)V99 COMP-3.
015300             15  JNL-PLN-TIER-RATE  PIC S9V9(04)  COMP-3.
015400 01  JNL-PLN-OVERFLOW          PIC S9(09) COMP-3 VALUE ZERO.
015500 01  JNL-BEST-SUB              PIC 9(04) COMP VALUE ZERO.
015600 01  JNL-BEST-SCORE            PIC 9(04) COMP VALUE ZERO.
015700 01  JNL-CUR-SCORE             PIC 9(04) COMP VALUE ZERO.
015800 01  JNL-CUR-NO-MATCH-SW       PIC X(01) VALUE 'N'.
015900     88  JNL-CUR-NO-MATCH                VALUE 'Y'.
016000
016100 01  JNL-USO-CNT               PIC 9(04) COMP VALUE ZERO.
016200 01  JNL-USO-SUB               PIC 9(04) COMP VALUE ZERO.
016300 01  JNL-USO-TABLE.
016400     05  JNL-USO-ENTRY OCCURS 2000 TIMES.
016500         10  JNL-USO-USOC-CD       PIC X(05).
016600         10  JNL-USO-FAM-CD        PIC X(10).
016700 01  JNL-USO-OVERFLOW          PIC S9(09) COMP-3 VALUE ZERO.
016800
016900*--------------------------------------------------------------*
017000* ONE ENTRY PER SALES GROUP - EVERY GROUP WITH A LEDGER ON THE  *
017100* STORE, THEN EVERY NEW GROUP AS THE EXTRACT BRINGS IT IN.      *
017200*--------------------------------------------------------------*
017300 01  JNL-GRP-CNT               PIC 9(04) COMP VALUE ZERO.
017400 01  JNL-GRP-SUB               PIC 9(04) COMP VALUE ZERO.
017500 01  JNL-GRP-TABLE.
017600     05  JNL-GRP-ENTRY OCCURS 1000 TIMES.
017700         10  JNL-GRP-KEY.
017800             15  JNL-GRP-OFFC-CD   PIC X(02).
017900             15  JNL-GRP-SALES-GRP PIC X(02).
018000         10  JNL-GRP-BRANCH-OFFICE PIC X(08).
018100         10  JNL-GRP-OPENING       PIC S9(11)V99 COMP-3.
018200         10  JNL-GRP-EARNED        PIC S9(11)V99 COMP-3.
018300         10  JNL-GRP-NEW-CLAWBACK  PIC S9(11)V99 COMP-3.
018400         10  JNL-GRP-PAY           PIC S9(11)V99 COMP-3.
018500         10  JNL-GRP-CARRY-OUT     PIC S9(11)V99 COMP-3.
018600 01  JNL-GRP-OVERFLOW          PIC S9(09) COMP-3 VALUE ZERO.
018700 01  JNL-CUR-GRP-KEY.
018800     05  JNL-CUR-OFFC-CD       PIC X(02) VALUE SPACES.
018900     05  JNL-CUR-SALES-GRP     PIC X(02) VALUE SPACES.
019000
019100*--------------------------------------------------------------*
019200* ONE ENTRY PER SALES GROUP AND PLAN THE MONTH'S RECORDS FELL   *
019300* INTO - THE STATEMENT'S DETAIL LINES.                          *
019400*--------------------------------------------------------------*
019500 01  JNL-BKT-CNT               PIC 9(04) COMP VALUE ZERO.
019600 01  JNL-BKT-SUB               PIC 9(04) COMP VALUE ZERO.
019700 01  JNL-BKT-TABLE.
019800     05  JNL-BKT-ENTRY OCCURS 3000 TIMES.
019900         10  JNL-BKT-GRP-SUB       PIC 9(04) COMP.
020000         10  JNL-BKT-PLN-SUB       PIC 9(04) COMP.
020100         10  JNL-BKT-REVENUE       PIC S9(11)V99 COMP-3.
020200         10  JNL-BKT-REVERSALS     PIC S9(11)V99 COMP-3.
020300         10  JNL-BKT-WRITE-OFFS    PIC S9(11)V99 COMP-3.
020400         10  JNL-BKT-CLAWBACK-REV  PIC S9(11)V99 COMP-3.
020500         10  JNL-BKT-NET-REV       PIC S9(11)V99 COMP-3.
020600         10  JNL-BKT-COMMISSION    PIC S9(11)V99 COMP-3.
020700         10  JNL-BKT-CLAWBACK      PIC S9(11)V99 COMP-3.
020800 01  JNL-BKT-OVERFLOW          PIC S9(09) COMP-3 VALUE ZERO.
020900
021000*--------------------------------------------------------------*
021100* THE STATEMENT MONTH AND AN ORIGINAL INVOICE MONTH, AS MONTH   *
021200* NUMBERS, FOR THE PLAN-WINDOW TEST.  RP519-ORIG-INVC-DT IS     *
021300* YYMMDD - THE CENTURY IS JOINED ON AS IJRDCV01 DOES IT.        *
021400*--------------------------------------------------------------*
021500 01  JNL-STAMP-DATE            PIC X(08) VALUE SPACES.
021600 01  JNL-RUN-PERIOD.
021700     05  JNL-RUN-YEAR          PIC 9(04).
021800     05  JNL-RUN-MONTH         PIC 9(02).
021900 01  JNL-RUN-PERIOD-A REDEFINES JNL-RUN-PERIOD
022000                               PIC X(06).
022100 01  JNL-ORIG-DATE-VIEW.
022200     05  JNL-ORIG-YY           PIC 9(02).
022300     05  JNL-ORIG-MM           PIC 9(02).
022400     05  JNL-ORIG-DD           PIC 9(02).
022500 01  JNL-RUN-MONTH-NO          PIC S9(07) COMP-3 VALUE ZERO.
022600 01  JNL-ORIG-MONTH-NO         PIC S9(07) COMP-3 VALUE ZERO.
022700 01  JNL-MONTHS-BACK           PIC S9(07) COMP-3 VALUE ZERO.
022800
022900 01  JNL-REC-KIND-SW           PIC X(01) VALUE SPACE.
023000     88  JNL-REC-REVENUE                 VALUE 'V'.
023100     88  JNL-REC-REVERSAL                VALUE 'R'.
023200     88  JNL-REC-WRITE-OFF               VALUE 'W'.
023300 01  JNL-CUR-FAM-CD            PIC X(10) VALUE SPACES.
023400
023500*--------------------------------------------------------------*
023600* TIER ARITHMETIC FOR ONE PLAN AND ONE AMOUNT.                  *
023700*--------------------------------------------------------------*
023800 01  JNL-TIER-SUB              PIC 9(04) COMP VALUE ZERO.
023900 01  JNL-NEXT-SUB              PIC 9(04) COMP VALUE ZERO.
024000 01  JNL-TIER-DONE-SW          PIC X(01) VALUE 'N'.
024100     88  JNL-TIER-DONE                   VALUE 'Y'.
024200 01  JNL-CALC-BASE             PIC S9(11)V99 COMP-3 VALUE ZERO.
024300 01  JNL-CALC-COMM             PIC S9(11)V99 COMP-3 VALUE ZERO.
024400 01  JNL-SLICE-TOP             PIC S9(11)V99 COMP-3 VALUE ZERO.
024500 01  JNL-SLICE-AMT             PIC S9(11)V99 COMP-3 VALUE ZERO.
024600 01  JNL-DUE-AMT               PIC S9(11)V99 COMP-3 VALUE ZERO.
024700
024800 01  JNL-COUNTERS.
024900     05  JNL-RP519-RECS-READ   PIC S9(09) COMP-3 VALUE ZERO.
025000     05  JNL-ERR-SKIPPED       PIC S9(09) COMP-3 VALUE ZERO.
025100     05  JNL-NOT-COMMISSIONABLE PIC S9(09) COMP-3 VALUE ZERO.
025200     05  JNL-NO-SALES-GROUP    PIC S9(09) COMP-3 VALUE ZERO.
025300     05  JNL-UNKNOWN-USOC      PIC S9(09) COMP-3 VALUE ZERO.
025400     05  JNL-NO-PLAN           PIC S9(09) COMP-3 VALUE ZERO.
025500     05  JNL-RECS-ACCUMULATED  PIC S9(09) COMP-3 VALUE ZERO.
025600     05  JNL-CLAWBACK-RECS     PIC S9(09) COMP-3 VALUE ZERO.
025700     05  JNL-PAST-WINDOW       PIC S9(09) COMP-3 VALUE ZERO.
025800     05  JNL-RERUNS-BACKED-OUT PIC S9(09) COMP-3 VALUE ZERO.
025900     05  JNL-STATEMENTS        PIC S9(09) COMP-3 VALUE ZERO.
026000     05  JNL-PAY-RECS          PIC S9(09) COMP-3 VALUE ZERO.
026100
026200 01  JNL-TOT-PAY               PIC S9(11)V99 COMP-3 VALUE ZERO.
026300 01  JNL-TOT-CARRY             PIC S9(11)V99 COMP-3 VALUE ZERO.
026400
026500 01  JNL-EDIT-FIELDS.
026600     05  JNL-EDIT-AMT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
026700
026800 01  JNL-HDG-LINE.
026900     05  FILLER                PIC X(09) VALUE 'CHANNEL'.
027000     05  FILLER                PIC X(11) VALUE 'PROD FAMILY'.
027100     05  FILLER                PIC X(05) VALUE 'PLAN'.
027200     05  FILLER                PIC X(16) VALUE
027300                               '        REVENUE'.
027400     05  FILLER                PIC X(16) VALUE
027500                               '      REVERSALS'.
027600     05  FILLER                PIC X(16) VALUE
027700                               '     WRITE-OFFS'.
027800     05  FILLER                PIC X(16) VALUE
027900                               ' NET COMMISSNBL'.
028000     05  FILLER                PIC X(16) VALUE
028100                               '     COMMISSION'.
028200     05  FILLER                PIC X(16) VALUE
028300                               '  CLAWBACK NEXT'.
028400
028500 01  JNL-STMT-LINE.
028600     05  JNL-STMT-CHANNEL      PIC X(08).
028700     05  FILLER                PIC X(01) VALUE SPACES.
028800     05  JNL-STMT-FAM-CD       PIC X(10).
028900     05  FILLER                PIC X(01) VALUE SPACES.
029000     05  JNL-STMT-PLAN-ID      PIC X(04).
029100     05  FILLER                PIC X(01) VALUE SPACES.
029200     05  JNL-STMT-AMT OCCURS 6 TIMES.
029300         10  JNL-STMT-AMT-ED   PIC ZZZ,ZZZ,ZZ9.99-.
029400         10  FILLER            PIC X(01).
029500
029600 01  JNL-SUM-LINE.
029700     05  JNL-SUM-LABEL         PIC X(50).
029800     05  JNL-SUM-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
029900
030000 PROCEDURE DIVISION.
030100*--------------------------------------------------------------*
030200 0000-MAINLINE.
030300     PERFORM 1000-INITIALIZE
030400         THRU 1000-INITIALIZE-EXIT.
030500     PERFORM 2000-PROCESS-RP519-FILE
030600         THRU 2000-PROCESS-RP519-FILE-EXIT
030700         UNTIL JNL-RP519IN-EOF.
030800     PERFORM 3000-CALC-BUCKET
030900         THRU 3000-CALC-BUCKET-EXIT
031000         VARYING JNL-BKT-SUB FROM 1 BY 1
031100         UNTIL JNL-BKT-SUB > JNL-BKT-CNT.
031200     PERFORM 8000-PRINT-STATEMENT
031300         THRU 8000-PRINT-STATEMENT-EXIT
031400         VARYING JNL-GRP-SUB FROM 1 BY 1
031500         UNTIL JNL-GRP-SUB > JNL-GRP-CNT.
031600     PERFORM 9000-TERMINATE
031700         THRU 9000-TERMINATE-EXIT.
031800     GOBACK.
031900
032000*--------------------------------------------------------------*
032100* THE STATEMENT MONTH COMES FROM CMSCTL WHEN THERE IS ONE, SO   *
032200* THE MONTH CAN BE RUN AFTER IT ENDS; OTHERWISE IT IS THE RUN   *
032300* MONTH, AS IJRCMT01 TAKES IT.                                  *
032400*--------------------------------------------------------------*
032500 1000-INITIALIZE.
032600     ACCEPT JNL-STAMP-DATE FROM DATE YYYYMMDD.
032700     MOVE JNL-STAMP-DATE (1:6) TO JNL-RUN-PERIOD-A.
032800     OPEN INPUT CMS-CTL-FILE.
032900     IF JNL-CMSCTL-OK
033000         MOVE SPACES TO JNL-CMS-CTL-CARD
033100         READ CMS-CTL-FILE INTO JNL-CMS-CTL-CARD
033200             AT END
033300                 CONTINUE
033400         END-READ
033500         IF JNL-CTL-PERIOD NOT = SPACES
033600             MOVE JNL-CTL-PERIOD TO JNL-RUN-PERIOD-A
033700         END-IF
033800         CLOSE CMS-CTL-FILE
033900     ELSE
034000         IF NOT JNL-CMSCTL-NOT-FOUND
034100             DISPLAY 'IJRCSM01 - UNABLE TO OPEN CMSCTL, RC=16'
034200             MOVE 16 TO RETURN-CODE
034300             GOBACK
034400         END-IF
034500     END-IF.
034600     IF JNL-RUN-PERIOD-A NOT NUMERIC
034700         OR JNL-RUN-MONTH < 1 OR JNL-RUN-MONTH > 12
034800         DISPLAY 'IJRCSM01 - STATEMENT MONTH NOT CCYYMM, RC=16'
034900         MOVE 16 TO RETURN-CODE
035000         GOBACK
035100     END-IF.
035200     COMPUTE JNL-RUN-MONTH-NO = JNL-RUN-YEAR * 12 + JNL-RUN-MONTH.
035300
035400     OPEN INPUT RP519-IN-FILE.
035500     IF NOT JNL-RP519IN-OK
035600         DISPLAY 'IJRCSM01 - UNABLE TO OPEN RP519IN, RC=16'
035700         MOVE 16 TO RETURN-CODE
035800         GOBACK
035900     END-IF.
036000     PERFORM 1100-LOAD-PLANS
036100         THRU 1100-LOAD-PLANS-EXIT.
036200     PERFORM 1200-LOAD-USOCS
036300         THRU 1200-LOAD-USOCS-EXIT.
036400     PERFORM 1300-LOAD-CLAWBACK-LEDGER
036500         THRU 1300-LOAD-CLAWBACK-LEDGER-EXIT.
036600     OPEN OUTPUT CMS-STMT-FILE CMS-PAY-FILE.
036700 1000-INITIALIZE-EXIT.
036800     EXIT.
036900
037000*--------------------------------------------------------------*
037100 1100-LOAD-PLANS.
037200     OPEN INPUT CMS-PLAN-FILE.
037300     IF NOT JNL-CMSPLAN-OK
037400         DISPLAY 'IJRCSM01 - UNABLE TO OPEN CMSPLAN, RC=16'
037500         MOVE 16 TO RETURN-CODE
037600         GOBACK
037700     END-IF.
037800     PERFORM 1110-READ-PLAN-ROW
037900         THRU 1110-READ-PLAN-ROW-EXIT
038000         UNTIL JNL-CMSPLAN-EOF.
038100     CLOSE CMS-PLAN-FILE.
038200 1100-LOAD-PLANS-EXIT.
038300     EXIT.
038400
038500 1110-READ-PLAN-ROW.
038600     READ CMS-PLAN-FILE INTO CMSPLAN-RECORD
038700         AT END
038800             SET JNL-CMSPLAN-EOF TO TRUE
038900             GO TO 1110-READ-PLAN-ROW-EXIT
039000     END-READ.
039100     IF JNL-PLN-CNT >= 500
039200         ADD 1 TO JNL-PLN-OVERFLOW
039300         GO TO 1110-READ-PLAN-ROW-EXIT
039400     END-IF.
039500     ADD 1 TO JNL-PLN-CNT.
039600     MOVE CMSPLAN-PLAN-ID       TO JNL-PLN-PLAN-ID (JNL-PLN-CNT).
039700     MOVE CMSPLAN-SALES-CHANNEL TO JNL-PLN-CHANNEL (JNL-PLN-CNT).
039800     MOVE CMSPLAN-SALES-GRP-CD  TO JNL-PLN-GRP-CD (JNL-PLN-CNT).
039900     MOVE CMSPLAN-PROD-FAM-CD   TO JNL-PLN-FAM-CD (JNL-PLN-CNT).
040000     MOVE CMSPLAN-CLAWBACK-MOS
040100         TO JNL-PLN-CLAWBACK-MOS (JNL-PLN-CNT).
040200     PERFORM 1115-LOAD-PLAN-TIER
040300         VARYING JNL-TIER-SUB FROM 1 BY 1
040400         UNTIL JNL-TIER-SUB > 5.
040500 1110-READ-PLAN-ROW-EXIT.
040600     EXIT.
040700
040800 1115-LOAD-PLAN-TIER.
040900     MOVE CMSPLAN-TIER-FLOOR (JNL-TIER-SUB)
041000         TO JNL-PLN-TIER-FLOOR (JNL-PLN-CNT JNL-TIER-SUB).
041100     MOVE CMSPLAN-TIER-RATE (JNL-TIER-SUB)
041200         TO JNL-PLN-TIER-RATE (JNL-PLN-CNT JNL-TIER-SUB).
041300
041400*--------------------------------------------------------------*
041500 1200-LOAD-USOCS.
041600     OPEN INPUT USOC-MST-FILE.
041700     IF NOT JNL-USOCMST-OK
041800         DISPLAY 'IJRCSM01 - UNABLE TO OPEN USOCMST, RC=16'
041900         MOVE 16 TO RETURN-CODE
042000         GOBACK
042100     END-IF.
042200     PERFORM 1210-READ-USOC-ROW
042300         THRU 1210-READ-USOC-ROW-EXIT
042400         UNTIL JNL-USOCMST-EOF.
042500     CLOSE USOC-MST-FILE.
042600 1200-LOAD-USOCS-EXIT.
042700     EXIT.
042800
042900 1210-READ-USOC-ROW.
043000     READ USOC-MST-FILE INTO USOCMST-RECORD
043100         AT END
043200             SET JNL-USOCMST-EOF TO TRUE
043300             GO TO 1210-READ-USOC-ROW-EXIT
043400     END-READ.
043500     IF JNL-USO-CNT >= 2000
043600         ADD 1 TO JNL-USO-OVERFLOW
043700         GO TO 1210-READ-USOC-ROW-EXIT
043800     END-IF.
043900     ADD 1 TO JNL-USO-CNT.
044000     MOVE USOCMST-USOC-CD     TO JNL-USO-USOC-CD (JNL-USO-CNT).
044100     MOVE USOCMST-PROD-FAM-CD TO JNL-USO-FAM-CD (JNL-USO-CNT).
044200 1210-READ-USOC-ROW-EXIT.
044300     EXIT.
044400
044500*--------------------------------------------------------------*
044600* EVERY GROUP WITH A LEDGER ON THE STORE GETS A TABLE ENTRY, SO *
044700* A GROUP OWING A CLAWBACK GETS A STATEMENT EVEN IN A MONTH     *
044800* WITH NO REVENUE.  A LEDGER LAST WRITTEN FOR THIS SAME MONTH   *
044900* IS A RERUN - THE MONTH STARTS AGAIN FROM ITS CARRY-IN.        *
045000*--------------------------------------------------------------*
045100 1300-LOAD-CLAWBACK-LEDGER.
045200     SET HST-FUNC-OPEN TO TRUE.
045300     CALL 'IJHSTR01' USING HST-COMM-AREA.
045400     IF NOT HST-RC-OK
045500         DISPLAY 'IJRCSM01 - UNABLE TO OPEN HISTSTOR, RC = '
045600             HST-RETURN-CD
045700         MOVE 16 TO RETURN-CODE
045800         GOBACK
045900     END-IF.
046000     MOVE 'IJRCSMCB' TO HST-COMM-APP-ID.
046100     SET HST-FUNC-START TO TRUE.
046200     CALL 'IJHSTR01' USING HST-COMM-AREA.
046300     IF NOT HST-RC-OK
046400         GO TO 1300-LOAD-CLAWBACK-LEDGER-EXIT
046500     END-IF.
046600     PERFORM 1310-READ-LEDGER-ENTRY
046700         THRU 1310-READ-LEDGER-ENTRY-EXIT
046800         UNTIL HST-RC-EOF.
046900 1300-LOAD-CLAWBACK-LEDGER-EXIT.
047000     EXIT.
047100
047200 1310-READ-LEDGER-ENTRY.
047300     SET HST-FUNC-NEXT TO TRUE.
047400     CALL 'IJHSTR01' USING HST-COMM-AREA.
047500     IF NOT HST-RC-OK
047600         GO TO 1310-READ-LEDGER-ENTRY-EXIT
047700     END-IF.
047800     MOVE HST-COMM-DATA (1:28) TO JNL-CSM-HST-REC.
047900     MOVE HST-COMM-REC-KEY (1:4) TO JNL-CUR-GRP-KEY.
048000     PERFORM 2300-FIND-OR-ADD-GROUP
048100         THRU 2300-FIND-OR-ADD-GROUP-EXIT.
048200     IF JNL-GRP-SUB = ZERO
048300         GO TO 1310-READ-LEDGER-ENTRY-EXIT
048400     END-IF.
048500     MOVE JNL-HST-BRANCH-OFFICE
048600         TO JNL-GRP-BRANCH-OFFICE (JNL-GRP-SUB).
048700     IF JNL-HST-LAST-PERIOD = JNL-RUN-PERIOD-A
048800         MOVE JNL-HST-CARRY-IN TO JNL-GRP-OPENING (JNL-GRP-SUB)
048900         ADD 1 TO JNL-RERUNS-BACKED-OUT
049000     ELSE
049100         MOVE JNL-HST-CARRY-OUT TO JNL-GRP-OPENING (JNL-GRP-SUB)
049200     END-IF.
049300 1310-READ-LEDGER-ENTRY-EXIT.
049400     EXIT.
049500
049600*--------------------------------------------------------------*
049700* BILLED REVENUE (INVOICED CHARGES OTHER THAN TAX AND DEBIT     *
049800* ADJUSTMENTS) IS COMMISSIONABLE; REVERSALS OF BILLED REVENUE   *
049900* AND CREDIT ADJUSTMENTS COME OFF IT, AS IN IJRCMT01, AND SO DO *
050000* THE MIU WRITE-OFFS AND UNCOLLECTIBLE CLASSES IJRWOA01         *
050100* ANALYZES.  A RECORD STILL CARRYING AN ERROR CODE HAS NOT      *
050200* BOOKED AND IS PASSED BY, AS IS ONE WITH NO SALES GROUP.       *
050300*--------------------------------------------------------------*
050400 2000-PROCESS-RP519-FILE.
050500     READ RP519-IN-FILE INTO JNL-RP519-VIEW
050600         AT END
050700             SET JNL-RP519IN-EOF TO TRUE
050800             GO TO 2000-PROCESS-RP519-FILE-EXIT
050900     END-READ.
051000     ADD 1 TO JNL-RP519-RECS-READ.
051100     IF RP519-ERROR-CODE NOT = SPACES
051200         ADD 1 TO JNL-ERR-SKIPPED
051300         GO TO 2000-PROCESS-RP519-FILE-EXIT
051400     END-IF.
051500     EVALUATE TRUE
051600         WHEN RP519-MIU-WRITE-OFF
051700             OR RP519-UNCLCTBL-UN1 OR RP519-UNCLCTBL-UN3
051800             OR RP519-UNCLCTBL-UN5 OR RP519-UNCLCTBL-UN7
051900             SET JNL-REC-WRITE-OFF TO TRUE
052000         WHEN RP519-CR-ADJMT OR RP519-RVRS-UNEARNED
052100             SET JNL-REC-REVERSAL TO TRUE
052200         WHEN RP519-INVC AND NOT RP519-EXT-ALL-TAXES
052300             SET JNL-REC-REVENUE TO TRUE
052400         WHEN RP519-DB-ADJMT
052500             SET JNL-REC-REVENUE TO TRUE
052600         WHEN OTHER
052700             ADD 1 TO JNL-NOT-COMMISSIONABLE
052800             GO TO 2000-PROCESS-RP519-FILE-EXIT
052900     END-EVALUATE.
053000     IF RP519-SALES-GRP-CD = SPACES
053100         ADD 1 TO JNL-NO-SALES-GROUP
053200         GO TO 2000-PROCESS-RP519-FILE-EXIT
053300     END-IF.
053400
053500     PERFORM 2010-TEST-USOC-ENTRY
053600         VARYING JNL-USO-SUB FROM 1 BY 1
053700         UNTIL JNL-USO-SUB > JNL-USO-CNT
053800         OR JNL-USO-USOC-CD (JNL-USO-SUB) = RP519-USOC-CD.
053900     IF JNL-USO-SUB > JNL-USO-CNT
054000         ADD 1 TO JNL-UNKNOWN-USOC
054100         MOVE SPACES TO JNL-CUR-FAM-CD
054200     ELSE
054300         MOVE JNL-USO-FAM-CD (JNL-USO-SUB) TO JNL-CUR-FAM-CD
054400     END-IF.
054500     PERFORM 2100-FIND-PLAN
054600         THRU 2100-FIND-PLAN-EXIT.
054700     IF JNL-BEST-SUB = ZERO
054800         ADD 1 TO JNL-NO-PLAN
054900         GO TO 2000-PROCESS-RP519-FILE-EXIT
055000     END-IF.
055100
055200     MOVE RP519-SALES-OFFC-CD TO JNL-CUR-OFFC-CD.
055300     MOVE RP519-SALES-GRP-CD  TO JNL-CUR-SALES-GRP.
055400     PERFORM 2300-FIND-OR-ADD-GROUP
055500         THRU 2300-FIND-OR-ADD-GROUP-EXIT.
055600     IF JNL-GRP-SUB = ZERO
055700         GO TO 2000-PROCESS-RP519-FILE-EXIT
055800     END-IF.
055900     IF JNL-GRP-BRANCH-OFFICE (JNL-GRP-SUB) = SPACES
056000         MOVE RP519-BRANCH-OFFICE-CDE
056100             TO JNL-GRP-BRANCH-OFFICE (JNL-GRP-SUB)
056200     END-IF.
056300     PERFORM 2400-FIND-OR-ADD-BUCKET
056400         THRU 2400-FIND-OR-ADD-BUCKET-EXIT.
056500     IF JNL-BKT-SUB = ZERO
056600         GO TO 2000-PROCESS-RP519-FILE-EXIT
056700     END-IF.
056800     ADD 1 TO JNL-RECS-ACCUMULATED.
056900
057000     EVALUATE TRUE
057100         WHEN JNL-REC-REVENUE
057200             ADD RP519-CUR-AMT TO JNL-BKT-REVENUE (JNL-BKT-SUB)
057300         WHEN JNL-REC-WRITE-OFF
057400             ADD RP519-CUR-AMT
057500                 TO JNL-BKT-WRITE-OFFS (JNL-BKT-SUB)
057600         WHEN OTHER
057700             PERFORM 2500-FILE-REVERSAL
057800                 THRU 2500-FILE-REVERSAL-EXIT
057900     END-EVALUATE.
058000 2000-PROCESS-RP519-FILE-EXIT.
058100     EXIT.
058200
058300 2010-TEST-USOC-ENTRY.
058400     CONTINUE.
058500
058600*--------------------------------------------------------------*
058700* THE PLAN ROW MATCHING THE MOST OF CHANNEL, SALES GROUP AND    *
058800* PRODUCT FAMILY EXACTLY, A BLANK PLAN FIELD MATCHING           *
058900* ANYTHING.  ON A TIE THE EARLIER ROW WINS.  JNL-BEST-SUB ZERO  *
059000* - NO PLAN.                                                    *
059100*--------------------------------------------------------------*
059200 2100-FIND-PLAN.
059300     MOVE ZERO TO JNL-BEST-SUB JNL-BEST-SCORE.
059400     PERFORM 2110-SCORE-PLAN
059500         THRU 2110-SCORE-PLAN-EXIT
059600         VARYING JNL-PLN-SUB FROM 1 BY 1
059700         UNTIL JNL-PLN-SUB > JNL-PLN-CNT.
059800 2100-FIND-PLAN-EXIT.
059900     EXIT.
060000
060100 2110-SCORE-PLAN.
060200     MOVE ZERO TO JNL-CUR-SCORE.
060300     MOVE 'N'  TO JNL-CUR-NO-MATCH-SW.
060400     IF JNL-PLN-CHANNEL (JNL-PLN-SUB) NOT = SPACES
060500         IF JNL-PLN-CHANNEL (JNL-PLN-SUB) = RP519-SALES-CHANNEL
060600             ADD 1 TO JNL-CUR-SCORE
060700         ELSE
060800             SET JNL-CUR-NO-MATCH TO TRUE
060900         END-IF
061000     END-IF.
061100     IF JNL-PLN-GRP-CD (JNL-PLN-SUB) NOT = SPACES
061200         IF JNL-PLN-GRP-CD (JNL-PLN-SUB) = RP519-SALES-GRP-CD
061300             ADD 1 TO JNL-CUR-SCORE
061400         ELSE
061500             SET JNL-CUR-NO-MATCH TO TRUE
061600         END-IF
061700     END-IF.
061800     IF JNL-PLN-FAM-CD (JNL-PLN-SUB) NOT = SPACES
061900         IF JNL-PLN-FAM-CD (JNL-PLN-SUB) = JNL-CUR-FAM-CD
062000             ADD 1 TO JNL-CUR-SCORE
062100         ELSE
062200             SET JNL-CUR-NO-MATCH TO TRUE
062300         END-IF
062400     END-IF.
062500     IF JNL-CUR-NO-MATCH
062600         GO TO 2110-SCORE-PLAN-EXIT
062700     END-IF.
062800     IF JNL-BEST-SUB = ZERO OR JNL-CUR-SCORE > JNL-BEST-SCORE
062900         MOVE JNL-PLN-SUB   TO JNL-BEST-SUB
063000         MOVE JNL-CUR-SCORE TO JNL-BEST-SCORE
063100     END-IF.
063200 2110-SCORE-PLAN-EXIT.
063300     EXIT.
063400
063500*--------------------------------------------------------------*
063600* JNL-GRP-SUB ZERO - THE GROUP TABLE IS FULL.                   *
063700*--------------------------------------------------------------*
063800 2300-FIND-OR-ADD-GROUP.
063900     PERFORM 2310-TEST-GROUP-ENTRY
064000         VARYING JNL-GRP-SUB FROM 1 BY 1
064100         UNTIL JNL-GRP-SUB > JNL-GRP-CNT
064200         OR JNL-GRP-KEY (JNL-GRP-SUB) = JNL-CUR-GRP-KEY.
064300     IF JNL-GRP-SUB NOT > JNL-GRP-CNT
064400         GO TO 2300-FIND-OR-ADD-GROUP-EXIT
064500     END-IF.
064600     IF JNL-GRP-CNT >= 1000
064700         ADD 1 TO JNL-GRP-OVERFLOW
064800         MOVE ZERO TO JNL-GRP-SUB
064900         GO TO 2300-FIND-OR-ADD-GROUP-EXIT
065000     END-IF.
065100     ADD 1 TO JNL-GRP-CNT.
065200     MOVE JNL-GRP-CNT     TO JNL-GRP-SUB.
065300     MOVE JNL-CUR-GRP-KEY TO JNL-GRP-KEY (JNL-GRP-SUB).
065400     MOVE SPACES TO JNL-GRP-BRANCH-OFFICE (JNL-GRP-SUB).
065500     MOVE ZERO   TO JNL-GRP-OPENING (JNL-GRP-SUB)
065600                    JNL-GRP-EARNED (JNL-GRP-SUB)
065700                    JNL-GRP-NEW-CLAWBACK (JNL-GRP-SUB)
065800                    JNL-GRP-PAY (JNL-GRP-SUB)
065900                    JNL-GRP-CARRY-OUT (JNL-GRP-SUB).
066000 2300-FIND-OR-ADD-GROUP-EXIT.
066100     EXIT.
066200
066300 2310-TEST-GROUP-ENTRY.
066400     CONTINUE.
066500
066600*--------------------------------------------------------------*
066700* JNL-BKT-SUB ZERO - THE BUCKET TABLE IS FULL.                  *
066800*--------------------------------------------------------------*
066900 2400-FIND-OR-ADD-BUCKET.
067000     PERFORM 2410-TEST-BUCKET-ENTRY
067100         VARYING JNL-BKT-SUB FROM 1 BY 1
067200         UNTIL JNL-BKT-SUB > JNL-BKT-CNT
067300         OR (JNL-BKT-GRP-SUB (JNL-BKT-SUB) = JNL-GRP-SUB
067400         AND JNL-BKT-PLN-SUB (JNL-BKT-SUB) = JNL-BEST-SUB).
067500     IF JNL-BKT-SUB NOT > JNL-BKT-CNT
067600         GO TO 2400-FIND-OR-ADD-BUCKET-EXIT
067700     END-IF.
067800     IF JNL-BKT-CNT >= 3000
067900         ADD 1 TO JNL-BKT-OVERFLOW
068000         MOVE ZERO TO JNL-BKT-SUB
068100         GO TO 2400-FIND-OR-ADD-BUCKET-EXIT
068200     END-IF.
068300     ADD 1 TO JNL-BKT-CNT.
068400     MOVE JNL-BKT-CNT  TO JNL-BKT-SUB.
068500     MOVE JNL-GRP-SUB  TO JNL-BKT-GRP-SUB (JNL-BKT-SUB).
068600     MOVE JNL-BEST-SUB TO JNL-BKT-PLN-SUB (JNL-BKT-SUB).
068700     MOVE ZERO TO JNL-BKT-REVENUE (JNL-BKT-SUB)
068800                  JNL-BKT-REVERSALS (JNL-BKT-SUB)
068900                  JNL-BKT-WRITE-OFFS (JNL-BKT-SUB)
069000                  JNL-BKT-CLAWBACK-REV (JNL-BKT-SUB)
069100                  JNL-BKT-NET-REV (JNL-BKT-SUB)
069200                  JNL-BKT-COMMISSION (JNL-BKT-SUB)
069300                  JNL-BKT-CLAWBACK (JNL-BKT-SUB).
069400 2400-FIND-OR-ADD-BUCKET-EXIT.
069500     EXIT.
069600
069700 2410-TEST-BUCKET-ENTRY.
069800     CONTINUE.
069900
070000*--------------------------------------------------------------*
070100* A REVERSAL OF REVENUE INVOICED THIS MONTH (OR WITH NO USABLE  *
070200* ORIGINAL INVOICE DATE) NETS AGAINST THIS MONTH'S              *
070300* REVENUE.  ONE WHOSE ORIGINAL INVOICE FELL IN AN EARLIER MONTH *
070400* WAS ALREADY PAID ON - INSIDE THE PLAN WINDOW IT IS CLAWED     *
070500* BACK, PAST THE WINDOW THE COMMISSION STANDS.                  *
070600*--------------------------------------------------------------*
070700 2500-FILE-REVERSAL.
070800     MOVE ZERO TO JNL-MONTHS-BACK.
070900     IF RP519-ORIG-INVC-DT NUMERIC
071000         MOVE RP519-ORIG-INVC-DT TO JNL-ORIG-DATE-VIEW
071100         IF JNL-ORIG-MM NOT < 1 AND JNL-ORIG-MM NOT > 12
071200             COMPUTE JNL-ORIG-MONTH-NO =
071300                 (2000 + JNL-ORIG-YY) * 12 + JNL-ORIG-MM
071400             COMPUTE JNL-MONTHS-BACK =
071500                 JNL-RUN-MONTH-NO - JNL-ORIG-MONTH-NO
071600         END-IF
071700     END-IF.
071800     IF JNL-MONTHS-BACK NOT > ZERO
071900         ADD RP519-CUR-AMT TO JNL-BKT-REVERSALS (JNL-BKT-SUB)
072000         GO TO 2500-FILE-REVERSAL-EXIT
072100     END-IF.
072200     IF JNL-MONTHS-BACK >
072300         JNL-PLN-CLAWBACK-MOS (JNL-BKT-PLN-SUB (JNL-BKT-SUB))
072400         ADD 1 TO JNL-PAST-WINDOW
072500         GO TO 2500-FILE-REVERSAL-EXIT
072600     END-IF.
072700     ADD RP519-CUR-AMT TO JNL-BKT-CLAWBACK-REV (JNL-BKT-SUB).
072800     ADD 1 TO JNL-CLAWBACK-RECS.
072900 2500-FILE-REVERSAL-EXIT.
073000     EXIT.
073100
073200*--------------------------------------------------------------*
073300* NET COMMISSIONABLE REVENUE THROUGH THE PLAN'S TIERS; A NET    *
073400* LOSS FOR THE MONTH COMES OFF AT THE FIRST-TIER RATE, AS DO    *
073500* THE CLAWBACKS.                                                *
073600*--------------------------------------------------------------*
073700 3000-CALC-BUCKET.
073800     MOVE JNL-BKT-PLN-SUB (JNL-BKT-SUB) TO JNL-PLN-SUB.
073900     MOVE JNL-BKT-GRP-SUB (JNL-BKT-SUB) TO JNL-GRP-SUB.
074000     COMPUTE JNL-BKT-NET-REV (JNL-BKT-SUB) =
074100         JNL-BKT-REVENUE (JNL-BKT-SUB)
074200       - JNL-BKT-REVERSALS (JNL-BKT-SUB)
074300       - JNL-BKT-WRITE-OFFS (JNL-BKT-SUB).
074400     MOVE JNL-BKT-NET-REV (JNL-BKT-SUB) TO JNL-CALC-BASE.
074500     IF JNL-CALC-BASE > ZERO
074600         PERFORM 3100-APPLY-TIERS
074700             THRU 3100-APPLY-TIERS-EXIT
074800     ELSE
074900         COMPUTE JNL-CALC-COMM ROUNDED =
075000             JNL-CALC-BASE * JNL-PLN-TIER-RATE (JNL-PLN-SUB 1)
075100     END-IF.
075200     MOVE JNL-CALC-COMM TO JNL-BKT-COMMISSION (JNL-BKT-SUB).
075300     COMPUTE JNL-BKT-CLAWBACK (JNL-BKT-SUB) ROUNDED =
075400         JNL-BKT-CLAWBACK-REV (JNL-BKT-SUB)
075500       * JNL-PLN-TIER-RATE (JNL-PLN-SUB 1).
075600     ADD JNL-BKT-COMMISSION (JNL-BKT-SUB)
075700         TO JNL-GRP-EARNED (JNL-GRP-SUB).
075800     ADD JNL-BKT-CLAWBACK (JNL-BKT-SUB)
075900         TO JNL-GRP-NEW-CLAWBACK (JNL-GRP-SUB).
076000 3000-CALC-BUCKET-EXIT.
076100     EXIT.
076200
076300*--------------------------------------------------------------*
076400* EACH TIER PAYS ITS RATE ON THE SLICE OF THE BASE BETWEEN ITS  *
076500* FLOOR AND THE NEXT TIER'S FLOOR; THE LAST TIER IN USE HAS NO  *
076600* CEILING.  A TIER AFTER THE FIRST WITH A ZERO FLOOR IS UNUSED. *
076700*--------------------------------------------------------------*
076800 3100-APPLY-TIERS.
076900     MOVE ZERO TO JNL-CALC-COMM.
077000     MOVE 'N'  TO JNL-TIER-DONE-SW.
077100     PERFORM 3110-APPLY-ONE-TIER
077200         THRU 3110-APPLY-ONE-TIER-EXIT
077300         VARYING JNL-TIER-SUB FROM 1 BY 1
077400         UNTIL JNL-TIER-SUB > 5 OR JNL-TIER-DONE.
077500 3100-APPLY-TIERS-EXIT.
077600     EXIT.
077700
077800 3110-APPLY-ONE-TIER.
077900     IF JNL-CALC-BASE NOT >
078000         JNL-PLN-TIER-FLOOR (JNL-PLN-SUB JNL-TIER-SUB)
078100         SET JNL-TIER-DONE TO TRUE
078200         GO TO 3110-APPLY-ONE-TIER-EXIT
078300     END-IF.
078400     MOVE JNL-CALC-BASE TO JNL-SLICE-TOP.
078500     IF JNL-TIER-SUB < 5
078600         COMPUTE JNL-NEXT-SUB = JNL-TIER-SUB + 1
078700         IF JNL-PLN-TIER-FLOOR (JNL-PLN-SUB JNL-NEXT-SUB) > ZERO
078800             AND JNL-PLN-TIER-FLOOR (JNL-PLN-SUB JNL-NEXT-SUB)
078900                 < JNL-CALC-BASE
079000             MOVE JNL-PLN-TIER-FLOOR (JNL-PLN-SUB JNL-NEXT-SUB)
079100                 TO JNL-SLICE-TOP
079200         END-IF
079300         IF JNL-PLN-TIER-FLOOR (JNL-PLN-SUB JNL-NEXT-SUB) = ZERO
079400             SET JNL-TIER-DONE TO TRUE
079500         END-IF
079600     END-IF.
079700     COMPUTE JNL-SLICE-AMT = JNL-SLICE-TOP
079800         - JNL-PLN-TIER-FLOOR (JNL-PLN-SUB JNL-TIER-SUB).
079900     COMPUTE JNL-CALC-COMM ROUNDED = JNL-CALC-COMM
080000         + JNL-SLICE-AMT
080100         * JNL-PLN-TIER-RATE (JNL-PLN-SUB JNL-TIER-SUB).
080200 3110-APPLY-ONE-TIER-EXIT.
080300     EXIT.
080400
080500*--------------------------------------------------------------*
080600* ONE STATEMENT PER GROUP: THE PLAN LINES, THEN COMMISSION      *
080700* EARNED LESS THE CLAWBACK BALANCE CARRIED IN.  WHAT CANNOT BE  *
080800* RECOVERED THIS MONTH, PLUS THE CLAWBACKS FOUND THIS MONTH,    *
080900* CARRIES TO THE NEXT STATEMENT.  PAYROLL NEVER GETS A NEGATIVE *
081000* PAYMENT.                                                      *
081100*--------------------------------------------------------------*
081200 8000-PRINT-STATEMENT.
081300     COMPUTE JNL-DUE-AMT = JNL-GRP-EARNED (JNL-GRP-SUB)
081400                         - JNL-GRP-OPENING (JNL-GRP-SUB).
081500     IF JNL-DUE-AMT < ZERO
081600         MOVE ZERO TO JNL-GRP-PAY (JNL-GRP-SUB)
081700         COMPUTE JNL-GRP-CARRY-OUT (JNL-GRP-SUB) =
081800             JNL-GRP-NEW-CLAWBACK (JNL-GRP-SUB) - JNL-DUE-AMT
081900     ELSE
082000         MOVE JNL-DUE-AMT TO JNL-GRP-PAY (JNL-GRP-SUB)
082100         MOVE JNL-GRP-NEW-CLAWBACK (JNL-GRP-SUB)
082200             TO JNL-GRP-CARRY-OUT (JNL-GRP-SUB)
082300     END-IF.
082400     IF JNL-GRP-EARNED (JNL-GRP-SUB) = ZERO
082500         AND JNL-GRP-OPENING (JNL-GRP-SUB) = ZERO
082600         AND JNL-GRP-CARRY-OUT (JNL-GRP-SUB) = ZERO
082700         GO TO 8000-PRINT-STATEMENT-EXIT
082800     END-IF.
082900     ADD 1 TO JNL-STATEMENTS.
083000     ADD JNL-GRP-PAY (JNL-GRP-SUB)       TO JNL-TOT-PAY.
083100     ADD JNL-GRP-CARRY-OUT (JNL-GRP-SUB) TO JNL-TOT-CARRY.
083200
083300     MOVE SPACES TO CMS-STMT-LINE.
083400     WRITE CMS-STMT-LINE.
083500     MOVE SPACES TO CMS-STMT-LINE.
083600     STRING 'IJRCSM01 - SALES COMMISSION STATEMENT, PERIOD '
083700         JNL-RUN-PERIOD-A ', SALES OFFICE '
083800         JNL-GRP-OFFC-CD (JNL-GRP-SUB) ' GROUP '
083900         JNL-GRP-SALES-GRP (JNL-GRP-SUB) ', BRANCH '
084000         JNL-GRP-BRANCH-OFFICE (JNL-GRP-SUB)
084100         DELIMITED BY SIZE INTO CMS-STMT-LINE
084200     END-STRING.
084300     WRITE CMS-STMT-LINE.
084400     MOVE JNL-HDG-LINE TO CMS-STMT-LINE.
084500     WRITE CMS-STMT-LINE.
084600     PERFORM 8100-PRINT-BUCKET
084700         THRU 8100-PRINT-BUCKET-EXIT
084800         VARYING JNL-BKT-SUB FROM 1 BY 1
084900         UNTIL JNL-BKT-SUB > JNL-BKT-CNT.
085000
085100     MOVE 'COMMISSION EARNED THIS MONTH' TO JNL-SUM-LABEL.
085200     MOVE JNL-GRP-EARNED (JNL-GRP-SUB) TO JNL-SUM-AMT.
085300     PERFORM 8200-WRITE-SUM-LINE
085400         THRU 8200-WRITE-SUM-LINE-EXIT.
085500     MOVE 'LESS CLAWBACKS CARRIED FROM PRIOR STATEMENT'
085600         TO JNL-SUM-LABEL.
085700     MOVE JNL-GRP-OPENING (JNL-GRP-SUB) TO JNL-SUM-AMT.
085800     PERFORM 8200-WRITE-SUM-LINE
085900         THRU 8200-WRITE-SUM-LINE-EXIT.
086000     MOVE 'COMMISSION PAYABLE' TO JNL-SUM-LABEL.
086100     MOVE JNL-GRP-PAY (JNL-GRP-SUB) TO JNL-SUM-AMT.
086200     PERFORM 8200-WRITE-SUM-LINE
086300         THRU 8200-WRITE-SUM-LINE-EXIT.
086400     MOVE 'CLAWBACKS CARRIED TO NEXT STATEMENT' TO JNL-SUM-LABEL.
086500     MOVE JNL-GRP-CARRY-OUT (JNL-GRP-SUB) TO JNL-SUM-AMT.
086600     PERFORM 8200-WRITE-SUM-LINE
086700         THRU 8200-WRITE-SUM-LINE-EXIT.
086800
086900     MOVE SPACES TO CMSPAY-RECORD.
087000     MOVE JNL-RUN-PERIOD-A TO CMSPAY-PERIOD.
087100     MOVE JNL-GRP-OFFC-CD (JNL-GRP-SUB)   TO CMSPAY-SALES-OFFC-CD.
087200     MOVE JNL-GRP-SALES-GRP (JNL-GRP-SUB) TO CMSPAY-SALES-GRP-CD.
087300     MOVE JNL-GRP-BRANCH-OFFICE (JNL-GRP-SUB)
087400         TO CMSPAY-BRANCH-OFFICE.
087500     MOVE JNL-GRP-EARNED (JNL-GRP-SUB)    TO CMSPAY-EARNED-AMT.
087600     MOVE JNL-GRP-OPENING (JNL-GRP-SUB)   TO CMSPAY-DEDUCT-AMT.
087700     MOVE JNL-GRP-PAY (JNL-GRP-SUB)       TO CMSPAY-PAY-AMT.
087800     MOVE JNL-GRP-CARRY-OUT (JNL-GRP-SUB) TO CMSPAY-CARRY-AMT.
087900     MOVE CMSPAY-RECORD TO CMS-PAY-OUT-RECORD.
088000     WRITE CMS-PAY-OUT-RECORD.
088100     ADD 1 TO JNL-PAY-RECS.
088200 8000-PRINT-STATEMENT-EXIT.
088300     EXIT.
088400
088500*--------------------------------------------------------------*
088600 8100-PRINT-BUCKET.
088700     IF JNL-BKT-GRP-SUB (JNL-BKT-SUB) NOT = JNL-GRP-SUB
088800         GO TO 8100-PRINT-BUCKET-EXIT
088900     END-IF.
089000     MOVE JNL-BKT-PLN-SUB (JNL-BKT-SUB) TO JNL-PLN-SUB.
089100     MOVE SPACES TO JNL-STMT-LINE.
089200     MOVE JNL-PLN-CHANNEL (JNL-PLN-SUB) TO JNL-STMT-CHANNEL.
089300     MOVE JNL-PLN-FAM-CD (JNL-PLN-SUB)  TO JNL-STMT-FAM-CD.
089400     MOVE JNL-PLN-PLAN-ID (JNL-PLN-SUB) TO JNL-STMT-PLAN-ID.
089500     MOVE JNL-BKT-REVENUE (JNL-BKT-SUB)    TO JNL-STMT-AMT-ED (1).
089600     MOVE JNL-BKT-REVERSALS (JNL-BKT-SUB)  TO JNL-STMT-AMT-ED (2).
089700     MOVE JNL-BKT-WRITE-OFFS (JNL-BKT-SUB) TO JNL-STMT-AMT-ED (3).
089800     MOVE JNL-BKT-NET-REV (JNL-BKT-SUB)    TO JNL-STMT-AMT-ED (4).
089900     MOVE JNL-BKT-COMMISSION (JNL-BKT-SUB) TO JNL-STMT-AMT-ED (5).
090000     MOVE JNL-BKT-CLAWBACK (JNL-BKT-SUB)   TO JNL-STMT-AMT-ED (6).
090100     MOVE JNL-STMT-LINE TO CMS-STMT-LINE.
090200     WRITE CMS-STMT-LINE.
090300 8100-PRINT-BUCKET-EXIT.
090400     EXIT.
090500
090600*--------------------------------------------------------------*
090700 8200-WRITE-SUM-LINE.
090800     MOVE JNL-SUM-LINE TO CMS-STMT-LINE.
090900     WRITE CMS-STMT-LINE.
091000 8200-WRITE-SUM-LINE-EXIT.
091100     EXIT.
091200
091300*--------------------------------------------------------------*
091400 9000-TERMINATE.
091500     PERFORM 9100-WRITE-CLAWBACK-LEDGER
091600         THRU 9100-WRITE-CLAWBACK-LEDGER-EXIT.
091700     CLOSE RP519-IN-FILE CMS-STMT-FILE CMS-PAY-FILE.
091800     DISPLAY 'IJRCSM01 - STATEMENT PERIOD        = '
091900         JNL-RUN-PERIOD-A.
092000     DISPLAY 'IJRCSM01 - RP519 RECORDS READ      = '
092100         JNL-RP519-RECS-READ.
092200     DISPLAY 'IJRCSM01 - SKIPPED, ERROR CODED    = '
092300         JNL-ERR-SKIPPED.
092400     DISPLAY 'IJRCSM01 - NOT COMMISSIONABLE      = '
092500         JNL-NOT-COMMISSIONABLE.
092600     DISPLAY 'IJRCSM01 - NO SALES GROUP          = '
092700         JNL-NO-SALES-GROUP.
092800     DISPLAY 'IJRCSM01 - USOC NOT ON USOCMST     = '
092900         JNL-UNKNOWN-USOC.
093000     DISPLAY 'IJRCSM01 - NO COMMISSION PLAN      = '
093100         JNL-NO-PLAN.
093200     DISPLAY 'IJRCSM01 - RECORDS ACCUMULATED     = '
093300         JNL-RECS-ACCUMULATED.
093400     DISPLAY 'IJRCSM01 - CLAWBACK REVERSALS      = '
093500         JNL-CLAWBACK-RECS.
093600     DISPLAY 'IJRCSM01 - REVERSALS PAST WINDOW   = '
093700         JNL-PAST-WINDOW.
093800     DISPLAY 'IJRCSM01 - RERUN LEDGERS RESET     = '
093900         JNL-RERUNS-BACKED-OUT.
094000     DISPLAY 'IJRCSM01 - STATEMENTS PRINTED      = '
094100         JNL-STATEMENTS.
094200     DISPLAY 'IJRCSM01 - PAYROLL RECORDS         = '
094300         JNL-PAY-RECS.
094400     MOVE JNL-TOT-PAY TO JNL-EDIT-AMT.
094500     DISPLAY 'IJRCSM01 - COMMISSION PAYABLE      = '
094600         JNL-EDIT-AMT.
094700     MOVE JNL-TOT-CARRY TO JNL-EDIT-AMT.
094800     DISPLAY 'IJRCSM01 - CLAWBACKS CARRIED       = '
094900         JNL-EDIT-AMT.
095000     IF JNL-NO-PLAN > ZERO
095100         MOVE 4 TO RETURN-CODE
095200     END-IF.
095300     IF JNL-PLN-OVERFLOW > ZERO OR JNL-USO-OVERFLOW > ZERO
095400         OR JNL-GRP-OVERFLOW > ZERO OR JNL-BKT-OVERFLOW > ZERO
095500         DISPLAY 'IJRCSM01 - TABLE OVERFLOW - PLANS '
095600             JNL-PLN-OVERFLOW ' USOCS ' JNL-USO-OVERFLOW
095700             ' GROUPS ' JNL-GRP-OVERFLOW ' BUCKETS '
095800             JNL-BKT-OVERFLOW
095900         MOVE 16 TO RETURN-CODE
096000     END-IF.
096100 9000-TERMINATE-EXIT.
096200     EXIT.
096300
096400*--------------------------------------------------------------*
096500* EVERY GROUP'S LEDGER IS REWRITTEN, BALANCE OR NOT, SO A RERUN *
096600* OF THIS MONTH FINDS THE CARRY-IN IT STARTED FROM.             *
096700*--------------------------------------------------------------*
096800 9100-WRITE-CLAWBACK-LEDGER.
096900     PERFORM 9110-WRITE-ONE-LEDGER
097000         THRU 9110-WRITE-ONE-LEDGER-EXIT
097100         VARYING JNL-GRP-SUB FROM 1 BY 1
097200         UNTIL JNL-GRP-SUB > JNL-GRP-CNT.
097300     SET HST-FUNC-CLOSE TO TRUE.
097400     CALL 'IJHSTR01' USING HST-COMM-AREA.
097500 9100-WRITE-CLAWBACK-LEDGER-EXIT.
097600     EXIT.
097700
097800 9110-WRITE-ONE-LEDGER.
097900     MOVE 'IJRCSMCB' TO HST-COMM-APP-ID.
098000     MOVE SPACES TO HST-COMM-REC-KEY HST-COMM-DATA.
098100     MOVE JNL-GRP-KEY (JNL-GRP-SUB) TO HST-COMM-REC-KEY (1:4).
098200     MOVE JNL-RUN-PERIOD-A TO JNL-HST-LAST-PERIOD.
098300     MOVE JNL-GRP-OPENING (JNL-GRP-SUB)   TO JNL-HST-CARRY-IN.
098400     MOVE JNL-GRP-CARRY-OUT (JNL-GRP-SUB) TO JNL-HST-CARRY-OUT.
098500     MOVE JNL-GRP-BRANCH-OFFICE (JNL-GRP-SUB)
098600         TO JNL-HST-BRANCH-OFFICE.
098700     MOVE JNL-CSM-HST-REC TO HST-COMM-DATA (1:28).
098800     SET HST-FUNC-WRITE TO TRUE.
098900     CALL 'IJHSTR01' USING HST-COMM-AREA.
099000 9110-WRITE-ONE-LEDGER-EXIT.
099100     EXIT.
099200
099300*-------------------------------------------------------------.
099400*                     E N D   O F  I J R C S M 0 1             :
099500*-------------------------------------------------------------'
