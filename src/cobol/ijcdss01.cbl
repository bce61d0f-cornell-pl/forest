000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJCDSS01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  10/01/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 30.2  10/01/26  RAS  NEW PROGRAM.  DISCOUNT-PLAN WHAT-IF      *
001100*                      SIMULATOR.  TAKES A PROPOSED SET OF      *
001200*                      DSCPLAN ROWS (DSCSCEN, SAME LAYOUT - A   *
001300*                      ROW REPLACES THE LIVE ROW FOR ITS        *
001400*                      ACCOUNT OR ADDS ONE, DEFAULT ROW         *
001500*                      INCLUDED) AND REPLAYS ONE OR MORE        *
001600*                      RETAINED CRS CYCLES (CRSIN, CYCLES       *
001700*                      CONCATENATED, EACH BEHIND ITS OWN        *
001800*                      CRSHDR) THROUGH BOTH PLANS.  EACH LEAD   *
001900*                      ACCOUNT'S GROSS USAGE IS ROLLED UP BY    *
002000*                      CRSJURD SLOT AS IJCDSC01 DOES AND PRICED *
002100*                      AT THE LIVE AND THE PROPOSED ALLOWED     *
002200*                      PERCENTAGE.  DSSRPT SHOWS CURRENT VERSUS *
002300*                      PROPOSED DISCOUNT DOLLARS BY LEAD        *
002400*                      ACCOUNT AND JURISDICTION, THE            *
002500*                      JURISDICTION TOTALS, THE NET REVENUE     *
002600*                      IMPACT AND THE ACCOUNTS WHOSE TIER       *
002700*                      CHANGES.  DSCPLAN IS ONLY EVER OPENED    *
002800*                      INPUT AND THE YTD STORE IS NOT TOUCHED.  *
002900*--------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CRS-IN-FILE    ASSIGN TO CRSIN
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS JNL-CRSIN-STATUS.
003900
004000     SELECT DSC-PLAN-FILE  ASSIGN TO DSCPLAN
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS JNL-DSCPLAN-STATUS.
004300
004400     SELECT DSC-SCEN-FILE  ASSIGN TO DSCSCEN
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS JNL-DSCSCEN-STATUS.
004700
004800     SELECT CRS-JURD-FILE  ASSIGN TO CRSJURD
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS JNL-CRSJURD-STATUS.
005100
005200     SELECT DSS-RPT-FILE   ASSIGN TO DSSRPT
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS JNL-DSSRPT-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  CRS-IN-FILE
005900     RECORDING MODE IS F.
006000 01  CRS-IN-RECORD             PIC X(86).
006100
006200 FD  DSC-PLAN-FILE
006300     RECORDING MODE IS F.
006400 01  DSC-PLAN-IN-RECORD        PIC X(40).
006500
006600 FD  DSC-SCEN-FILE
006700     RECORDING MODE IS F.
006800 01  DSC-SCEN-IN-RECORD        PIC X(40).
006900
007000 FD  CRS-JURD-FILE.
007100     COPY crsjurd.
007200
007300 FD  DSS-RPT-FILE
007400     RECORDING MODE IS F.
007500 01  DSS-RPT-LINE              PIC X(132).
007600
007700 WORKING-STORAGE SECTION.
007800 01  JNL-CRSIN-STATUS          PIC X(02) VALUE SPACES.
007900     88  JNL-CRSIN-OK                    VALUE '00'.
008000     88  JNL-CRSIN-EOF                   VALUE '10'.
008100 01  JNL-DSCPLAN-STATUS        PIC X(02) VALUE SPACES.
008200     88  JNL-DSCPLAN-OK                  VALUE '00'.
008300     88  JNL-DSCPLAN-EOF                 VALUE '10'.
008400 01  JNL-DSCSCEN-STATUS        PIC X(02) VALUE SPACES.
008500     88  JNL-DSCSCEN-OK                  VALUE '00'.
008600     88  JNL-DSCSCEN-EOF                 VALUE '10'.
008700 01  JNL-CRSJURD-STATUS        PIC X(02) VALUE SPACES.
008800     88  JNL-CRSJURD-OK                  VALUE '00'.
008900     88  JNL-CRSJURD-EOF                 VALUE '10'.
009000 01  JNL-DSSRPT-STATUS         PIC X(02) VALUE SPACES.
009100
009200 01  JNL-CRS-RAW-REC           PIC X(86).
009300
009400 COPY crsdet REPLACING ==01  XX-CRS-RECORD.==
009500     BY ==01  JNL-CRS-DTL-VIEW REDEFINES JNL-CRS-RAW-REC.==.
009600
009700 COPY crshdr REPLACING ==01  XX-CRS-HEADER.==
009800     BY ==01  JNL-CRS-HDR-VIEW REDEFINES JNL-CRS-RAW-REC.==.
009900
010000 COPY dscplan.
010100
010200*--------------------------------------------------------------*
010300* THE LIVE PLAN MASTER AND THE PROPOSED PLAN.  THE PROPOSED     *
010400* PLAN STARTS AS A COPY OF THE LIVE ONE AND EACH DSCSCEN ROW    *
010500* THEN REPLACES ITS ACCOUNT'S ROW OR IS ADDED, SO A SCENARIO    *
010600* ONLY HAS TO CARRY THE ROWS IT CHANGES.  ROW 0 OF EITHER       *
010700* SEARCH IS A MISS; EACH DEFAULT ROW'S SLOT IS REMEMBERED       *
010800* SEPARATELY.                                                   *
010900*--------------------------------------------------------------*
011000 01  JNL-PLAN-CNT              PIC 9(04) COMP VALUE ZERO.
011100 01  JNL-PLAN-SUB              PIC 9(04) COMP VALUE ZERO.
011200 01  JNL-PLAN-DEFAULT-SUB      PIC 9(04) COMP VALUE ZERO.
011300 01  JNL-PLAN-TABLE.
011400     05  JNL-PLAN-ENTRY OCCURS 500 TIMES.
011500         10  JNL-PLAN-ACCT-NUM     PIC X(13).
011600         10  JNL-PLAN-PCT OCCURS 5 TIMES
011700                                   PIC 9(03).
011800
011900 01  JNL-SCEN-CNT              PIC 9(04) COMP VALUE ZERO.
012000 01  JNL-SCEN-SUB              PIC 9(04) COMP VALUE ZERO.
012100 01  JNL-SCEN-DEFAULT-SUB      PIC 9(04) COMP VALUE ZERO.
012200 01  JNL-SCEN-TABLE.
012300     05  JNL-SCEN-ENTRY OCCURS 1000 TIMES.
012400         10  JNL-SCEN-ACCT-NUM     PIC X(13).
012500         10  JNL-SCEN-PCT OCCURS 5 TIMES
012600                                   PIC 9(03).
012700
012800*--------------------------------------------------------------*
012900* JURISDICTION SLOT LABELS FROM CRSJURD, INDEXED BY SLOT, WITH  *
013000* THE SIMULATED TOTALS FOR EACH SLOT.                           *
013100*--------------------------------------------------------------*
013200 01  JNL-JURD-TABLE.
013300     05  JNL-JURD-ENTRY OCCURS 5 TIMES.
013400         10  JNL-JURD-CD           PIC X(02).
013500         10  JNL-JURD-DESC         PIC X(20).
013600         10  JNL-JURD-GROSS-AMT    PIC S9(13)V99 COMP-3.
013700         10  JNL-JURD-CUR-AMT      PIC S9(13)V99 COMP-3.
013800         10  JNL-JURD-PRP-AMT      PIC S9(13)V99 COMP-3.
013900
014000*--------------------------------------------------------------*
014100* THE LEAD ACCOUNT CURRENTLY ROLLING UP.  AT EACH LEAD BREAK    *
014200* ITS SLOT TOTALS ARE POSTED TO THE LEAD TABLE, WHICH CARRIES   *
014300* EACH LEAD ACROSS EVERY CYCLE REPLAYED - THE SAME LEAD TURNS   *
014400* UP ONCE PER CYCLE IN A CONCATENATED CRSIN.                    *
014500*--------------------------------------------------------------*
014600 01  JNL-CUR-ACCT-NUM          PIC X(13) VALUE SPACES.
014700 01  JNL-CUR-TOTALS.
014800     05  JNL-CUR-GROSS-AMT OCCURS 5 TIMES
014900                               PIC S9(11)V99 COMP-3.
015000
015100 01  JNL-LEAD-CNT              PIC 9(04) COMP VALUE ZERO.
015200 01  JNL-LEAD-SUB              PIC 9(04) COMP VALUE ZERO.
015300 01  JNL-LEAD-TABLE.
015400     05  JNL-LEAD-ENTRY OCCURS 3000 TIMES.
015500         10  JNL-LEAD-ACCT-NUM     PIC X(13).
015600         10  JNL-LEAD-TIER-SW      PIC X(01).
015700             88  JNL-LEAD-TIER-CHANGED     VALUE 'Y'.
015800         10  JNL-LEAD-LIVE-BASIS   PIC X(08).
015900         10  JNL-LEAD-SCEN-BASIS   PIC X(08).
016000         10  JNL-LEAD-GROSS-AMT OCCURS 5 TIMES
016100                                   PIC S9(13)V99 COMP-3.
016200
016300 01  JNL-JURISD-SUB            PIC 9(04) COMP VALUE ZERO.
016400 01  JNL-LIVE-PCT              PIC 9(03) VALUE ZERO.
016500 01  JNL-PRP-PCT               PIC 9(03) VALUE ZERO.
016600 01  JNL-SLOT-CUR-AMT          PIC S9(13)V99 COMP-3 VALUE ZERO.
016700 01  JNL-SLOT-PRP-AMT          PIC S9(13)V99 COMP-3 VALUE ZERO.
016800 01  JNL-LEAD-CUR-AMT          PIC S9(13)V99 COMP-3 VALUE ZERO.
016900 01  JNL-LEAD-PRP-AMT          PIC S9(13)V99 COMP-3 VALUE ZERO.
017000 01  JNL-TOT-GROSS-AMT         PIC S9(13)V99 COMP-3 VALUE ZERO.
017100 01  JNL-TOT-CUR-AMT           PIC S9(13)V99 COMP-3 VALUE ZERO.
017200 01  JNL-TOT-PRP-AMT           PIC S9(13)V99 COMP-3 VALUE ZERO.
017300 01  JNL-REV-IMPACT-AMT        PIC S9(13)V99 COMP-3 VALUE ZERO.
017400
017500 01  JNL-CYCLE-WORK.
017600     05  JNL-CUR-BILL-CYCLE    PIC X(06) VALUE SPACES.
017700     05  JNL-FIRST-BILL-CYCLE  PIC X(06) VALUE SPACES.
017800     05  JNL-LAST-BILL-CYCLE   PIC X(06) VALUE SPACES.
017900
018000 01  JNL-SWITCHES.
018100     05  JNL-LEAD-OPEN-SW      PIC X(01) VALUE 'N'.
018200         88  JNL-LEAD-OPEN               VALUE 'Y'.
018300
018400 01  JNL-COUNTERS.
018500     05  JNL-CYCLES-READ       PIC S9(05) COMP-3 VALUE ZERO.
018600     05  JNL-CRS-DETS-READ     PIC S9(09) COMP-3 VALUE ZERO.
018700     05  JNL-SCEN-ROWS-READ    PIC S9(05) COMP-3 VALUE ZERO.
018800     05  JNL-SCEN-ROWS-ADDED   PIC S9(05) COMP-3 VALUE ZERO.
018900     05  JNL-LEADS-SIMULATED   PIC S9(05) COMP-3 VALUE ZERO.
019000     05  JNL-LEADS-TIER-CHG    PIC S9(05) COMP-3 VALUE ZERO.
019100     05  JNL-LEADS-NO-PLAN     PIC S9(05) COMP-3 VALUE ZERO.
019200
019300 01  JNL-EDIT-CNT              PIC ZZZZ9.
019400
019500 01  JNL-RPT-LINE.
019600     05  JNL-RPT-ACCT-NUM      PIC X(13).
019700     05  FILLER                PIC X(02) VALUE SPACES.
019800     05  JNL-RPT-JURD-CD       PIC X(02).
019900     05  FILLER                PIC X(02) VALUE SPACES.
020000     05  JNL-RPT-GROSS-AMT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
020100     05  FILLER                PIC X(02) VALUE SPACES.
020200     05  JNL-RPT-LIVE-PCT      PIC ZZ9.
020300     05  FILLER                PIC X(02) VALUE SPACES.
020400     05  JNL-RPT-CUR-AMT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
020500     05  FILLER                PIC X(02) VALUE SPACES.
020600     05  JNL-RPT-PRP-PCT       PIC ZZ9.
020700     05  FILLER                PIC X(02) VALUE SPACES.
020800     05  JNL-RPT-PRP-AMT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
020900     05  FILLER                PIC X(02) VALUE SPACES.
021000     05  JNL-RPT-DIFF-AMT      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
021100     05  FILLER                PIC X(02) VALUE SPACES.
021200     05  JNL-RPT-FLAG          PIC X(10).
021300
021400 01  JNL-TIER-LINE.
021500     05  JNL-TIER-ACCT-NUM     PIC X(13).
021600     05  FILLER                PIC X(02) VALUE SPACES.
021700     05  JNL-TIER-LIVE-BASIS   PIC X(08).
021800     05  FILLER                PIC X(02) VALUE SPACES.
021900     05  JNL-TIER-SCEN-BASIS   PIC X(08).
022000     05  FILLER                PIC X(02) VALUE SPACES.
022100     05  JNL-TIER-PCT-PAIR OCCURS 5 TIMES.
022200         10  JNL-TIER-JURD-CD  PIC X(02).
022300         10  FILLER            PIC X(01) VALUE SPACE.
022400         10  JNL-TIER-LIVE-PCT PIC ZZ9.
022500         10  FILLER            PIC X(01) VALUE '>'.
022600         10  JNL-TIER-PRP-PCT  PIC ZZ9.
022700         10  FILLER            PIC X(02) VALUE SPACES.
022800
022900 PROCEDURE DIVISION.
023000*--------------------------------------------------------------*
023100 0000-MAINLINE.
023200     PERFORM 1000-INITIALIZE
023300         THRU 1000-INITIALIZE-EXIT.
023400     PERFORM 2000-READ-CRS-FILE
023500         THRU 2000-READ-CRS-FILE-EXIT
023600         UNTIL JNL-CRSIN-EOF.
023700     IF JNL-LEAD-OPEN
023800         PERFORM 3000-POST-LEAD-ACCOUNT
023900             THRU 3000-POST-LEAD-ACCOUNT-EXIT
024000     END-IF.
024100     PERFORM 4000-WRITE-HEADINGS
024200         THRU 4000-WRITE-HEADINGS-EXIT.
024300     PERFORM 5000-SIMULATE-LEAD
024400         THRU 5000-SIMULATE-LEAD-EXIT
024500         VARYING JNL-LEAD-SUB FROM 1 BY 1
024600         UNTIL JNL-LEAD-SUB > JNL-LEAD-CNT.
024700     PERFORM 6000-WRITE-JURD-TOTALS
024800         THRU 6000-WRITE-JURD-TOTALS-EXIT.
024900     PERFORM 7000-LIST-TIER-CHANGES
025000         THRU 7000-LIST-TIER-CHANGES-EXIT.
025100     PERFORM 9000-TERMINATE
025200         THRU 9000-TERMINATE-EXIT.
025300     GOBACK.
025400
025500*--------------------------------------------------------------*
025600 1000-INITIALIZE.
025700     PERFORM 1100-LOAD-PLAN-MASTER
025800         THRU 1100-LOAD-PLAN-MASTER-EXIT.
025900     PERFORM 1300-LOAD-SCENARIO
026000         THRU 1300-LOAD-SCENARIO-EXIT.
026100     PERFORM 1200-LOAD-JURD-CODES
026200         THRU 1200-LOAD-JURD-CODES-EXIT.
026300     OPEN INPUT  CRS-IN-FILE.
026400     IF NOT JNL-CRSIN-OK
026500         DISPLAY 'IJCDSS01 - UNABLE TO OPEN CRSIN, RC=16'
026600         MOVE 16 TO RETURN-CODE
026700         GOBACK
026800     END-IF.
026900     OPEN OUTPUT DSS-RPT-FILE.
027000     MOVE SPACES TO DSS-RPT-LINE.
027100     MOVE 'IJCDSS01 - CRS DISCOUNT-PLAN WHAT-IF SIMULATION'
027200         TO DSS-RPT-LINE.
027300     WRITE DSS-RPT-LINE.
027400 1000-INITIALIZE-EXIT.
027500     EXIT.
027600
027700*--------------------------------------------------------------*
027800* THE LIVE TIER MASTER IS READ, NEVER WRITTEN.  EACH ROW GOES   *
027900* INTO BOTH TABLES SO THE PROPOSED PLAN STARTS OUT IDENTICAL TO *
028000* THE LIVE ONE.                                                 *
028100*--------------------------------------------------------------*
028200 1100-LOAD-PLAN-MASTER.
028300     OPEN INPUT DSC-PLAN-FILE.
028400     IF NOT JNL-DSCPLAN-OK
028500         DISPLAY 'IJCDSS01 - UNABLE TO OPEN DSCPLAN, RC=16'
028600         MOVE 16 TO RETURN-CODE
028700         GOBACK
028800     END-IF.
028900     PERFORM 1110-READ-PLAN-ROW
029000         THRU 1110-READ-PLAN-ROW-EXIT
029100         UNTIL JNL-DSCPLAN-EOF.
029200     CLOSE DSC-PLAN-FILE.
029300     IF JNL-PLAN-CNT = ZERO
029400         DISPLAY 'IJCDSS01 - DSCPLAN IS EMPTY, RC=16'
029500         MOVE 16 TO RETURN-CODE
029600         GOBACK
029700     END-IF.
029800 1100-LOAD-PLAN-MASTER-EXIT.
029900     EXIT.
030000
030100 1110-READ-PLAN-ROW.
030200     READ DSC-PLAN-FILE INTO DSCPLAN-RECORD
030300         AT END
030400             SET JNL-DSCPLAN-EOF TO TRUE
030500             GO TO 1110-READ-PLAN-ROW-EXIT
030600     END-READ.
030700     IF JNL-PLAN-CNT >= 500
030800         DISPLAY 'IJCDSS01 - PLAN TABLE FULL'
030900         MOVE 16 TO RETURN-CODE
031000         GOBACK
031100     END-IF.
031200     ADD 1 TO JNL-PLAN-CNT.
031300     MOVE DSCPLAN-ACCT-NUM
031400         TO JNL-PLAN-ACCT-NUM (JNL-PLAN-CNT).
031500     PERFORM 1120-COPY-ONE-PCT
031600         THRU 1120-COPY-ONE-PCT-EXIT
031700         VARYING JNL-JURISD-SUB FROM 1 BY 1
031800         UNTIL JNL-JURISD-SUB > 5.
031900     IF DSCPLAN-DEFAULT-ROW
032000         MOVE JNL-PLAN-CNT TO JNL-PLAN-DEFAULT-SUB
032100     END-IF.
032200     ADD 1 TO JNL-SCEN-CNT.
032300     MOVE JNL-SCEN-CNT TO JNL-SCEN-SUB.
032400     PERFORM 1320-STORE-SCEN-ROW
032500         THRU 1320-STORE-SCEN-ROW-EXIT.
032600 1110-READ-PLAN-ROW-EXIT.
032700     EXIT.
032800
032900 1120-COPY-ONE-PCT.
033000     MOVE DSCPLAN-ALLOWED-PCT (JNL-JURISD-SUB)
033100         TO JNL-PLAN-PCT (JNL-PLAN-CNT, JNL-JURISD-SUB).
033200 1120-COPY-ONE-PCT-EXIT.
033300     EXIT.
033400
033500*--------------------------------------------------------------*
033600* SLOT LABELS, INDEXED BY CRSJURD-SLOT-NO THE SAME WAY IJCDSC01 *
033700* LOADS THEM.                                                   *
033800*--------------------------------------------------------------*
033900 1200-LOAD-JURD-CODES.
034000     PERFORM 1220-CLEAR-ONE-SLOT
034100         THRU 1220-CLEAR-ONE-SLOT-EXIT
034200         VARYING JNL-JURISD-SUB FROM 1 BY 1
034300         UNTIL JNL-JURISD-SUB > 5.
034400     OPEN INPUT CRS-JURD-FILE.
034500     IF NOT JNL-CRSJURD-OK
034600         DISPLAY 'IJCDSS01 - UNABLE TO OPEN CRSJURD, RC=16'
034700         MOVE 16 TO RETURN-CODE
034800         GOBACK
034900     END-IF.
035000     PERFORM 1210-READ-JURD-ROW
035100         THRU 1210-READ-JURD-ROW-EXIT
035200         UNTIL JNL-CRSJURD-EOF.
035300     CLOSE CRS-JURD-FILE.
035400 1200-LOAD-JURD-CODES-EXIT.
035500     EXIT.
035600
035700 1210-READ-JURD-ROW.
035800     READ CRS-JURD-FILE
035900         AT END
036000             SET JNL-CRSJURD-EOF TO TRUE
036100             GO TO 1210-READ-JURD-ROW-EXIT
036200     END-READ.
036300     IF CRSJURD-SLOT-NO > 0 AND CRSJURD-SLOT-NO < 6
036400         MOVE CRSJURD-CD   TO JNL-JURD-CD (CRSJURD-SLOT-NO)
036500         MOVE CRSJURD-DESC TO JNL-JURD-DESC (CRSJURD-SLOT-NO)
036600     END-IF.
036700 1210-READ-JURD-ROW-EXIT.
036800     EXIT.
036900
037000 1220-CLEAR-ONE-SLOT.
037100     MOVE '??' TO JNL-JURD-CD (JNL-JURISD-SUB).
037200     MOVE 'UNASSIGNED SLOT' TO JNL-JURD-DESC (JNL-JURISD-SUB).
037300     MOVE ZERO TO JNL-JURD-GROSS-AMT (JNL-JURISD-SUB)
037400                  JNL-JURD-CUR-AMT (JNL-JURISD-SUB)
037500                  JNL-JURD-PRP-AMT (JNL-JURISD-SUB).
037600 1220-CLEAR-ONE-SLOT-EXIT.
037700     EXIT.
037800
037900*--------------------------------------------------------------*
038000* THE SCENARIO.  A ROW FOR AN ACCOUNT ALREADY IN THE PLAN       *
038100* REPLACES IT; ANY OTHER ROW IS ADDED.  A SCENARIO DEFAULT ROW  *
038200* BECOMES THE PROPOSED DEFAULT.  NO SCENARIO, NO SIMULATION.    *
038300*--------------------------------------------------------------*
038400 1300-LOAD-SCENARIO.
038500     MOVE JNL-PLAN-DEFAULT-SUB TO JNL-SCEN-DEFAULT-SUB.
038600     OPEN INPUT DSC-SCEN-FILE.
038700     IF NOT JNL-DSCSCEN-OK
038800         DISPLAY 'IJCDSS01 - UNABLE TO OPEN DSCSCEN, RC=16'
038900         MOVE 16 TO RETURN-CODE
039000         GOBACK
039100     END-IF.
039200     PERFORM 1310-READ-SCEN-ROW
039300         THRU 1310-READ-SCEN-ROW-EXIT
039400         UNTIL JNL-DSCSCEN-EOF.
039500     CLOSE DSC-SCEN-FILE.
039600     IF JNL-SCEN-ROWS-READ = ZERO
039700         DISPLAY 'IJCDSS01 - DSCSCEN IS EMPTY, RC=16'
039800         MOVE 16 TO RETURN-CODE
039900         GOBACK
040000     END-IF.
040100 1300-LOAD-SCENARIO-EXIT.
040200     EXIT.
040300
040400 1310-READ-SCEN-ROW.
040500     READ DSC-SCEN-FILE INTO DSCPLAN-RECORD
040600         AT END
040700             SET JNL-DSCSCEN-EOF TO TRUE
040800             GO TO 1310-READ-SCEN-ROW-EXIT
040900     END-READ.
041000     ADD 1 TO JNL-SCEN-ROWS-READ.
041100     PERFORM 1330-TEST-SCEN-ENTRY
041200         VARYING JNL-SCEN-SUB FROM 1 BY 1
041300         UNTIL JNL-SCEN-SUB > JNL-SCEN-CNT
041400         OR JNL-SCEN-ACCT-NUM (JNL-SCEN-SUB) = DSCPLAN-ACCT-NUM.
041500     IF JNL-SCEN-SUB > JNL-SCEN-CNT
041600         IF JNL-SCEN-CNT >= 1000
041700             DISPLAY 'IJCDSS01 - SCENARIO TABLE FULL'
041800             MOVE 16 TO RETURN-CODE
041900             GOBACK
042000         END-IF
042100         ADD 1 TO JNL-SCEN-CNT
042200         ADD 1 TO JNL-SCEN-ROWS-ADDED
042300         MOVE JNL-SCEN-CNT TO JNL-SCEN-SUB
042400     END-IF.
042500     PERFORM 1320-STORE-SCEN-ROW
042600         THRU 1320-STORE-SCEN-ROW-EXIT.
042700     IF DSCPLAN-DEFAULT-ROW
042800         MOVE JNL-SCEN-SUB TO JNL-SCEN-DEFAULT-SUB
042900     END-IF.
043000 1310-READ-SCEN-ROW-EXIT.
043100     EXIT.
043200
043300 1320-STORE-SCEN-ROW.
043400     MOVE DSCPLAN-ACCT-NUM
043500         TO JNL-SCEN-ACCT-NUM (JNL-SCEN-SUB).
043600     PERFORM 1340-COPY-ONE-SCEN-PCT
043700         THRU 1340-COPY-ONE-SCEN-PCT-EXIT
043800         VARYING JNL-JURISD-SUB FROM 1 BY 1
043900         UNTIL JNL-JURISD-SUB > 5.
044000 1320-STORE-SCEN-ROW-EXIT.
044100     EXIT.
044200
044300 1330-TEST-SCEN-ENTRY.
044400     CONTINUE.
044500
044600 1340-COPY-ONE-SCEN-PCT.
044700     MOVE DSCPLAN-ALLOWED-PCT (JNL-JURISD-SUB)
044800         TO JNL-SCEN-PCT (JNL-SCEN-SUB, JNL-JURISD-SUB).
044900 1340-COPY-ONE-SCEN-PCT-EXIT.
045000     EXIT.
045100
045200*--------------------------------------------------------------*
045300* EACH CYCLE ON CRSIN STARTS WITH ITS OWN CRSHDR; IT IS COUNTED *
045400* AND ITS BILL CYCLE NOTED FOR THE REPORT.  SUB-ACCOUNT DETAILS *
045500* ROLL UP TO THE LEAD ACCOUNT AND A CHANGE OF LEAD POSTS THE    *
045600* PRIOR ONE.                                                    *
045700*--------------------------------------------------------------*
045800 2000-READ-CRS-FILE.
045900     READ CRS-IN-FILE INTO JNL-CRS-RAW-REC
046000         AT END
046100             SET JNL-CRSIN-EOF TO TRUE
046200     END-READ.
046300     IF JNL-CRSIN-EOF
046400         GO TO 2000-READ-CRS-FILE-EXIT
046500     END-IF.
046600     IF JNL-CRS-RAW-REC (1:6) = LOW-VALUES
046700         PERFORM 2200-NOTE-CYCLE-HEADER
046800             THRU 2200-NOTE-CYCLE-HEADER-EXIT
046900         GO TO 2000-READ-CRS-FILE-EXIT
047000     END-IF.
047100     ADD 1 TO JNL-CRS-DETS-READ.
047200
047300     IF NOT JNL-LEAD-OPEN
047400         OR XX-LEAD-ACCT-NUM NOT = JNL-CUR-ACCT-NUM
047500         IF JNL-LEAD-OPEN
047600             PERFORM 3000-POST-LEAD-ACCOUNT
047700                 THRU 3000-POST-LEAD-ACCOUNT-EXIT
047800         END-IF
047900         MOVE XX-LEAD-ACCT-NUM TO JNL-CUR-ACCT-NUM
048000         INITIALIZE JNL-CUR-TOTALS
048100         SET JNL-LEAD-OPEN TO TRUE
048200     END-IF.
048300     PERFORM 2100-ADD-ONE-SLOT
048400         THRU 2100-ADD-ONE-SLOT-EXIT
048500         VARYING JNL-JURISD-SUB FROM 1 BY 1
048600         UNTIL JNL-JURISD-SUB > 5.
048700 2000-READ-CRS-FILE-EXIT.
048800     EXIT.
048900
049000 2100-ADD-ONE-SLOT.
049100     ADD XX-JURISD-GROSS-USAGE (JNL-JURISD-SUB)
049200         TO JNL-CUR-GROSS-AMT (JNL-JURISD-SUB).
049300 2100-ADD-ONE-SLOT-EXIT.
049400     EXIT.
049500
049600 2200-NOTE-CYCLE-HEADER.
049700     ADD 1 TO JNL-CYCLES-READ.
049800     MOVE XX-BILL-CYC-YY OF JNL-CRS-HDR-VIEW TO
049900         JNL-CUR-BILL-CYCLE (1:2).
050000     MOVE XX-BILL-CYC-MM OF JNL-CRS-HDR-VIEW TO
050100         JNL-CUR-BILL-CYCLE (3:2).
050200     MOVE XX-BILL-CYC-DD OF JNL-CRS-HDR-VIEW TO
050300         JNL-CUR-BILL-CYCLE (5:2).
050400     IF JNL-CYCLES-READ = 1
050500         MOVE JNL-CUR-BILL-CYCLE TO JNL-FIRST-BILL-CYCLE
050600     END-IF.
050700     MOVE JNL-CUR-BILL-CYCLE TO JNL-LAST-BILL-CYCLE.
050800 2200-NOTE-CYCLE-HEADER-EXIT.
050900     EXIT.
051000
051100*--------------------------------------------------------------*
051200* POST THE LEAD JUST CLOSED TO ITS LEAD-TABLE ENTRY, ADDING THE *
051300* ENTRY THE FIRST TIME THE LEAD IS SEEN IN ANY CYCLE.           *
051400*--------------------------------------------------------------*
051500 3000-POST-LEAD-ACCOUNT.
051600     PERFORM 3010-TEST-LEAD-ENTRY
051700         VARYING JNL-LEAD-SUB FROM 1 BY 1
051800         UNTIL JNL-LEAD-SUB > JNL-LEAD-CNT
051900         OR JNL-LEAD-ACCT-NUM (JNL-LEAD-SUB) = JNL-CUR-ACCT-NUM.
052000     IF JNL-LEAD-SUB > JNL-LEAD-CNT
052100         IF JNL-LEAD-CNT >= 3000
052200             DISPLAY 'IJCDSS01 - LEAD ACCOUNT TABLE FULL'
052300             MOVE 16 TO RETURN-CODE
052400             GOBACK
052500         END-IF
052600         ADD 1 TO JNL-LEAD-CNT
052700         MOVE JNL-LEAD-CNT TO JNL-LEAD-SUB
052800         INITIALIZE JNL-LEAD-ENTRY (JNL-LEAD-SUB)
052900         MOVE JNL-CUR-ACCT-NUM
053000             TO JNL-LEAD-ACCT-NUM (JNL-LEAD-SUB)
053100     END-IF.
053200     PERFORM 3100-POST-ONE-SLOT
053300         THRU 3100-POST-ONE-SLOT-EXIT
053400         VARYING JNL-JURISD-SUB FROM 1 BY 1
053500         UNTIL JNL-JURISD-SUB > 5.
053600 3000-POST-LEAD-ACCOUNT-EXIT.
053700     EXIT.
053800
053900 3010-TEST-LEAD-ENTRY.
054000     CONTINUE.
054100
054200 3100-POST-ONE-SLOT.
054300     ADD JNL-CUR-GROSS-AMT (JNL-JURISD-SUB)
054400         TO JNL-LEAD-GROSS-AMT (JNL-LEAD-SUB, JNL-JURISD-SUB).
054500 3100-POST-ONE-SLOT-EXIT.
054600     EXIT.
054700
054800*--------------------------------------------------------------*
054900 4000-WRITE-HEADINGS.
055000     MOVE SPACES TO DSS-RPT-LINE.
055100     MOVE JNL-CYCLES-READ TO JNL-EDIT-CNT.
055200     STRING 'CYCLES REPLAYED ' JNL-EDIT-CNT
055300         '   FIRST BILL CYCLE ' JNL-FIRST-BILL-CYCLE
055400         '   LAST BILL CYCLE ' JNL-LAST-BILL-CYCLE
055500         DELIMITED BY SIZE INTO DSS-RPT-LINE
055600     END-STRING.
055700     WRITE DSS-RPT-LINE.
055800     MOVE SPACES TO DSS-RPT-LINE.
055900     MOVE JNL-SCEN-ROWS-READ TO JNL-EDIT-CNT.
056000     STRING 'SCENARIO ROWS   ' JNL-EDIT-CNT
056100         '   (NEW ACCOUNTS '
056200         DELIMITED BY SIZE INTO DSS-RPT-LINE
056300     END-STRING.
056400     MOVE JNL-SCEN-ROWS-ADDED TO JNL-EDIT-CNT.
056500     MOVE JNL-EDIT-CNT TO DSS-RPT-LINE (39:5).
056600     MOVE ')' TO DSS-RPT-LINE (44:1).
056700     WRITE DSS-RPT-LINE.
056800     MOVE SPACES TO DSS-RPT-LINE.
056900     WRITE DSS-RPT-LINE.
057000     STRING 'LEAD ACCOUNT   ' 'JR' SPACE SPACE
057100         '          GROSS USAGE  ' 'CUR  '
057200         '     CURRENT DISCOUNT  ' 'PRP  '
057300         '    PROPOSED DISCOUNT  ' '           DIFFERENCE  '
057400         'FLAG'
057500         DELIMITED BY SIZE INTO DSS-RPT-LINE
057600     END-STRING.
057700     WRITE DSS-RPT-LINE.
057800 4000-WRITE-HEADINGS-EXIT.
057900     EXIT.
058000
058100*--------------------------------------------------------------*
058200* PRICE ONE LEAD UNDER BOTH PLANS.  EACH PLAN PICKS THE         *
058300* ACCOUNT'S OWN ROW, FALLING BACK TO THAT PLAN'S DEFAULT ROW;   *
058400* NO ROW PRICES AT ZERO PERCENT.  THE LEAD HAS CHANGED TIER     *
058500* WHEN THE ROW IT FALLS UNDER OR ANY SLOT'S ALLOWED PERCENTAGE  *
058600* DIFFERS BETWEEN THE TWO.                                      *
058700*--------------------------------------------------------------*
058800 5000-SIMULATE-LEAD.
058900     ADD 1 TO JNL-LEADS-SIMULATED.
059000     PERFORM 5010-TEST-PLAN-ENTRY
059100         VARYING JNL-PLAN-SUB FROM 1 BY 1
059200         UNTIL JNL-PLAN-SUB > JNL-PLAN-CNT
059300         OR JNL-PLAN-ACCT-NUM (JNL-PLAN-SUB)
059400            = JNL-LEAD-ACCT-NUM (JNL-LEAD-SUB).
059500     IF JNL-PLAN-SUB > JNL-PLAN-CNT
059600         MOVE JNL-PLAN-DEFAULT-SUB TO JNL-PLAN-SUB
059700         MOVE 'DEFAULT ' TO JNL-LEAD-LIVE-BASIS (JNL-LEAD-SUB)
059800     ELSE
059900         MOVE 'OWN ROW ' TO JNL-LEAD-LIVE-BASIS (JNL-LEAD-SUB)
060000     END-IF.
060100     IF JNL-PLAN-SUB = ZERO
060200         MOVE 'NO PLAN ' TO JNL-LEAD-LIVE-BASIS (JNL-LEAD-SUB)
060300     END-IF.
060400     PERFORM 1330-TEST-SCEN-ENTRY
060500         VARYING JNL-SCEN-SUB FROM 1 BY 1
060600         UNTIL JNL-SCEN-SUB > JNL-SCEN-CNT
060700         OR JNL-SCEN-ACCT-NUM (JNL-SCEN-SUB)
060800            = JNL-LEAD-ACCT-NUM (JNL-LEAD-SUB).
060900     IF JNL-SCEN-SUB > JNL-SCEN-CNT
061000         MOVE JNL-SCEN-DEFAULT-SUB TO JNL-SCEN-SUB
061100         MOVE 'DEFAULT ' TO JNL-LEAD-SCEN-BASIS (JNL-LEAD-SUB)
061200     ELSE
061300         MOVE 'OWN ROW ' TO JNL-LEAD-SCEN-BASIS (JNL-LEAD-SUB)
061400     END-IF.
061500     IF JNL-SCEN-SUB = ZERO
061600         MOVE 'NO PLAN ' TO JNL-LEAD-SCEN-BASIS (JNL-LEAD-SUB)
061700     END-IF.
061800     IF JNL-PLAN-SUB = ZERO OR JNL-SCEN-SUB = ZERO
061900         ADD 1 TO JNL-LEADS-NO-PLAN
062000     END-IF.
062100
062200     MOVE 'N' TO JNL-LEAD-TIER-SW (JNL-LEAD-SUB).
062300     IF JNL-LEAD-LIVE-BASIS (JNL-LEAD-SUB)
062400         NOT = JNL-LEAD-SCEN-BASIS (JNL-LEAD-SUB)
062500         SET JNL-LEAD-TIER-CHANGED (JNL-LEAD-SUB) TO TRUE
062600     END-IF.
062700     MOVE ZERO TO JNL-LEAD-CUR-AMT JNL-LEAD-PRP-AMT.
062800     PERFORM 5100-SIMULATE-ONE-SLOT
062900         THRU 5100-SIMULATE-ONE-SLOT-EXIT
063000         VARYING JNL-JURISD-SUB FROM 1 BY 1
063100         UNTIL JNL-JURISD-SUB > 5.
063200     IF JNL-LEAD-TIER-CHANGED (JNL-LEAD-SUB)
063300         ADD 1 TO JNL-LEADS-TIER-CHG
063400     END-IF.
063500
063600     MOVE SPACES TO JNL-RPT-LINE.
063700     MOVE JNL-LEAD-ACCT-NUM (JNL-LEAD-SUB) TO JNL-RPT-ACCT-NUM.
063800     MOVE '**' TO JNL-RPT-JURD-CD.
063900     MOVE JNL-LEAD-CUR-AMT TO JNL-RPT-CUR-AMT.
064000     MOVE JNL-LEAD-PRP-AMT TO JNL-RPT-PRP-AMT.
064100     COMPUTE JNL-RPT-DIFF-AMT =
064200         JNL-LEAD-PRP-AMT - JNL-LEAD-CUR-AMT.
064300     MOVE 'LEAD TOTAL' TO JNL-RPT-FLAG.
064400     MOVE JNL-RPT-LINE TO DSS-RPT-LINE.
064500     WRITE DSS-RPT-LINE.
064600     MOVE SPACES TO DSS-RPT-LINE.
064700     WRITE DSS-RPT-LINE.
064800 5000-SIMULATE-LEAD-EXIT.
064900     EXIT.
065000
065100 5010-TEST-PLAN-ENTRY.
065200     CONTINUE.
065300
065400*--------------------------------------------------------------*
065500* A SLOT WHOSE PERCENTAGE CHANGES MARKS THE TIER CHANGE EVEN    *
065600* WHEN IT HAD NO USAGE IN THE CYCLES REPLAYED; ONLY SLOTS WITH  *
065700* USAGE ARE PRINTED.                                            *
065800*--------------------------------------------------------------*
065900 5100-SIMULATE-ONE-SLOT.
066000     MOVE ZERO TO JNL-LIVE-PCT JNL-PRP-PCT.
066100     IF JNL-PLAN-SUB > ZERO
066200         MOVE JNL-PLAN-PCT (JNL-PLAN-SUB, JNL-JURISD-SUB)
066300             TO JNL-LIVE-PCT
066400     END-IF.
066500     IF JNL-SCEN-SUB > ZERO
066600         MOVE JNL-SCEN-PCT (JNL-SCEN-SUB, JNL-JURISD-SUB)
066700             TO JNL-PRP-PCT
066800     END-IF.
066900     IF JNL-LIVE-PCT NOT = JNL-PRP-PCT
067000         SET JNL-LEAD-TIER-CHANGED (JNL-LEAD-SUB) TO TRUE
067100     END-IF.
067200     IF JNL-LEAD-GROSS-AMT (JNL-LEAD-SUB, JNL-JURISD-SUB)
067300         = ZERO
067400         GO TO 5100-SIMULATE-ONE-SLOT-EXIT
067500     END-IF.
067600     COMPUTE JNL-SLOT-CUR-AMT ROUNDED =
067700         JNL-LEAD-GROSS-AMT (JNL-LEAD-SUB, JNL-JURISD-SUB)
067800         * JNL-LIVE-PCT / 100.
067900     COMPUTE JNL-SLOT-PRP-AMT ROUNDED =
068000         JNL-LEAD-GROSS-AMT (JNL-LEAD-SUB, JNL-JURISD-SUB)
068100         * JNL-PRP-PCT / 100.
068200     ADD JNL-SLOT-CUR-AMT TO JNL-LEAD-CUR-AMT
068300                             JNL-JURD-CUR-AMT (JNL-JURISD-SUB)
068400                             JNL-TOT-CUR-AMT.
068500     ADD JNL-SLOT-PRP-AMT TO JNL-LEAD-PRP-AMT
068600                             JNL-JURD-PRP-AMT (JNL-JURISD-SUB)
068700                             JNL-TOT-PRP-AMT.
068800     ADD JNL-LEAD-GROSS-AMT (JNL-LEAD-SUB, JNL-JURISD-SUB)
068900         TO JNL-JURD-GROSS-AMT (JNL-JURISD-SUB)
069000            JNL-TOT-GROSS-AMT.
069100
069200     MOVE SPACES TO JNL-RPT-LINE.
069300     MOVE JNL-LEAD-ACCT-NUM (JNL-LEAD-SUB) TO JNL-RPT-ACCT-NUM.
069400     MOVE JNL-JURD-CD (JNL-JURISD-SUB) TO JNL-RPT-JURD-CD.
069500     MOVE JNL-LEAD-GROSS-AMT (JNL-LEAD-SUB, JNL-JURISD-SUB)
069600         TO JNL-RPT-GROSS-AMT.
069700     MOVE JNL-LIVE-PCT     TO JNL-RPT-LIVE-PCT.
069800     MOVE JNL-SLOT-CUR-AMT TO JNL-RPT-CUR-AMT.
069900     MOVE JNL-PRP-PCT      TO JNL-RPT-PRP-PCT.
070000     MOVE JNL-SLOT-PRP-AMT TO JNL-RPT-PRP-AMT.
070100     COMPUTE JNL-RPT-DIFF-AMT =
070200         JNL-SLOT-PRP-AMT - JNL-SLOT-CUR-AMT.
070300     IF JNL-LIVE-PCT NOT = JNL-PRP-PCT
070400         MOVE '*TIER CHG ' TO JNL-RPT-FLAG
070500     END-IF.
070600     MOVE JNL-RPT-LINE TO DSS-RPT-LINE.
070700     WRITE DSS-RPT-LINE.
070800 5100-SIMULATE-ONE-SLOT-EXIT.
070900     EXIT.
071000
071100*--------------------------------------------------------------*
071200* JURISDICTION TOTALS, THE GRAND TOTAL AND THE REVENUE          *
071300* IMPACT.  A LOWER PROPOSED DISCOUNT IS MORE REVENUE, SO THE    *
071400* IMPACT IS CURRENT LESS PROPOSED DISCOUNT.                     *
071500*--------------------------------------------------------------*
071600 6000-WRITE-JURD-TOTALS.
071700     MOVE SPACES TO DSS-RPT-LINE.
071800     WRITE DSS-RPT-LINE.
071900     MOVE 'JURISDICTION TOTALS' TO DSS-RPT-LINE.
072000     WRITE DSS-RPT-LINE.
072100     PERFORM 6100-WRITE-ONE-JURD
072200         THRU 6100-WRITE-ONE-JURD-EXIT
072300         VARYING JNL-JURISD-SUB FROM 1 BY 1
072400         UNTIL JNL-JURISD-SUB > 5.
072500     MOVE SPACES TO JNL-RPT-LINE.
072600     MOVE 'GRAND TOTAL' TO JNL-RPT-ACCT-NUM.
072700     MOVE JNL-TOT-GROSS-AMT TO JNL-RPT-GROSS-AMT.
072800     MOVE JNL-TOT-CUR-AMT   TO JNL-RPT-CUR-AMT.
072900     MOVE JNL-TOT-PRP-AMT   TO JNL-RPT-PRP-AMT.
073000     COMPUTE JNL-RPT-DIFF-AMT =
073100         JNL-TOT-PRP-AMT - JNL-TOT-CUR-AMT.
073200     MOVE JNL-RPT-LINE TO DSS-RPT-LINE.
073300     WRITE DSS-RPT-LINE.
073400     COMPUTE JNL-REV-IMPACT-AMT =
073500         JNL-TOT-CUR-AMT - JNL-TOT-PRP-AMT.
073600     MOVE SPACES TO JNL-RPT-LINE.
073700     MOVE JNL-REV-IMPACT-AMT TO JNL-RPT-DIFF-AMT.
073800     MOVE JNL-RPT-LINE TO DSS-RPT-LINE.
073900     MOVE 'NET REVENUE IMPACT (+ MORE REVENUE / - LESS REVENUE)'
074000         TO DSS-RPT-LINE (1:52).
074100     WRITE DSS-RPT-LINE.
074200 6000-WRITE-JURD-TOTALS-EXIT.
074300     EXIT.
074400
074500 6100-WRITE-ONE-JURD.
074600     MOVE SPACES TO JNL-RPT-LINE.
074700     MOVE JNL-JURD-DESC (JNL-JURISD-SUB) (1:13)
074800         TO JNL-RPT-ACCT-NUM.
074900     MOVE JNL-JURD-CD (JNL-JURISD-SUB) TO JNL-RPT-JURD-CD.
075000     MOVE JNL-JURD-GROSS-AMT (JNL-JURISD-SUB)
075100         TO JNL-RPT-GROSS-AMT.
075200     MOVE JNL-JURD-CUR-AMT (JNL-JURISD-SUB) TO JNL-RPT-CUR-AMT.
075300     MOVE JNL-JURD-PRP-AMT (JNL-JURISD-SUB) TO JNL-RPT-PRP-AMT.
075400     COMPUTE JNL-RPT-DIFF-AMT =
075500         JNL-JURD-PRP-AMT (JNL-JURISD-SUB)
075600         - JNL-JURD-CUR-AMT (JNL-JURISD-SUB).
075700     MOVE JNL-RPT-LINE TO DSS-RPT-LINE.
075800     WRITE DSS-RPT-LINE.
075900 6100-WRITE-ONE-JURD-EXIT.
076000     EXIT.
076100
076200*--------------------------------------------------------------*
076300* THE ACCOUNTS THAT CHANGE TIER, WITH THE ROW EACH PLAN PUTS    *
076400* THEM UNDER AND EVERY SLOT'S LIVE AND PROPOSED ALLOWED         *
076500* PERCENTAGE.                                                   *
076600*--------------------------------------------------------------*
076700 7000-LIST-TIER-CHANGES.
076800     MOVE SPACES TO DSS-RPT-LINE.
076900     WRITE DSS-RPT-LINE.
077000     MOVE 'ACCOUNTS CHANGING TIER' TO DSS-RPT-LINE.
077100     WRITE DSS-RPT-LINE.
077200     MOVE SPACES TO DSS-RPT-LINE.
077300     STRING 'LEAD ACCOUNT   ' 'LIVE ROW  ' 'PROP ROW  '
077400         'JR LIVE>PROP PCT BY SLOT'
077500         DELIMITED BY SIZE INTO DSS-RPT-LINE
077600     END-STRING.
077700     WRITE DSS-RPT-LINE.
077800     PERFORM 7100-WRITE-TIER-CHANGE
077900         THRU 7100-WRITE-TIER-CHANGE-EXIT
078000         VARYING JNL-LEAD-SUB FROM 1 BY 1
078100         UNTIL JNL-LEAD-SUB > JNL-LEAD-CNT.
078200     IF JNL-LEADS-TIER-CHG = ZERO
078300         MOVE '  NONE' TO DSS-RPT-LINE
078400         WRITE DSS-RPT-LINE
078500     END-IF.
078600 7000-LIST-TIER-CHANGES-EXIT.
078700     EXIT.
078800
078900 7100-WRITE-TIER-CHANGE.
079000     IF NOT JNL-LEAD-TIER-CHANGED (JNL-LEAD-SUB)
079100         GO TO 7100-WRITE-TIER-CHANGE-EXIT
079200     END-IF.
079300     MOVE JNL-LEAD-ACCT-NUM (JNL-LEAD-SUB) TO JNL-TIER-ACCT-NUM.
079400     MOVE JNL-LEAD-LIVE-BASIS (JNL-LEAD-SUB)
079500         TO JNL-TIER-LIVE-BASIS.
079600     MOVE JNL-LEAD-SCEN-BASIS (JNL-LEAD-SUB)
079700         TO JNL-TIER-SCEN-BASIS.
079800     PERFORM 7110-FIND-BOTH-ROWS
079900         THRU 7110-FIND-BOTH-ROWS-EXIT.
080000     PERFORM 7120-EDIT-ONE-PCT-PAIR
080100         THRU 7120-EDIT-ONE-PCT-PAIR-EXIT
080200         VARYING JNL-JURISD-SUB FROM 1 BY 1
080300         UNTIL JNL-JURISD-SUB > 5.
080400     MOVE JNL-TIER-LINE TO DSS-RPT-LINE.
080500     WRITE DSS-RPT-LINE.
080600 7100-WRITE-TIER-CHANGE-EXIT.
080700     EXIT.
080800
080900 7110-FIND-BOTH-ROWS.
081000     PERFORM 5010-TEST-PLAN-ENTRY
081100         VARYING JNL-PLAN-SUB FROM 1 BY 1
081200         UNTIL JNL-PLAN-SUB > JNL-PLAN-CNT
081300         OR JNL-PLAN-ACCT-NUM (JNL-PLAN-SUB)
081400            = JNL-LEAD-ACCT-NUM (JNL-LEAD-SUB).
081500     IF JNL-PLAN-SUB > JNL-PLAN-CNT
081600         MOVE JNL-PLAN-DEFAULT-SUB TO JNL-PLAN-SUB
081700     END-IF.
081800     PERFORM 1330-TEST-SCEN-ENTRY
081900         VARYING JNL-SCEN-SUB FROM 1 BY 1
082000         UNTIL JNL-SCEN-SUB > JNL-SCEN-CNT
082100         OR JNL-SCEN-ACCT-NUM (JNL-SCEN-SUB)
082200            = JNL-LEAD-ACCT-NUM (JNL-LEAD-SUB).
082300     IF JNL-SCEN-SUB > JNL-SCEN-CNT
082400         MOVE JNL-SCEN-DEFAULT-SUB TO JNL-SCEN-SUB
082500     END-IF.
082600 7110-FIND-BOTH-ROWS-EXIT.
082700     EXIT.
082800
082900 7120-EDIT-ONE-PCT-PAIR.
083000     MOVE JNL-JURD-CD (JNL-JURISD-SUB)
083100         TO JNL-TIER-JURD-CD (JNL-JURISD-SUB).
083200     MOVE ZERO TO JNL-TIER-LIVE-PCT (JNL-JURISD-SUB)
083300                  JNL-TIER-PRP-PCT (JNL-JURISD-SUB).
083400     IF JNL-PLAN-SUB > ZERO
083500         MOVE JNL-PLAN-PCT (JNL-PLAN-SUB, JNL-JURISD-SUB)
083600             TO JNL-TIER-LIVE-PCT (JNL-JURISD-SUB)
083700     END-IF.
083800     IF JNL-SCEN-SUB > ZERO
083900         MOVE JNL-SCEN-PCT (JNL-SCEN-SUB, JNL-JURISD-SUB)
084000             TO JNL-TIER-PRP-PCT (JNL-JURISD-SUB)
084100     END-IF.
084200 7120-EDIT-ONE-PCT-PAIR-EXIT.
084300     EXIT.
084400
084500*--------------------------------------------------------------*
084600* A LEAD THAT FALLS UNDER NO PLAN ROW IN EITHER PLAN IS PRICED  *
084700* AT ZERO AND ENDS THE JOB RC=4 SO THE SCENARIO'S AUTHOR SEES   *
084800* IT.                                                           *
084900*--------------------------------------------------------------*
085000 9000-TERMINATE.
085100     CLOSE CRS-IN-FILE DSS-RPT-FILE.
085200     DISPLAY 'IJCDSS01 - CRS CYCLES REPLAYED    = '
085300         JNL-CYCLES-READ.
085400     DISPLAY 'IJCDSS01 - CRS DETAILS READ       = '
085500         JNL-CRS-DETS-READ.
085600     DISPLAY 'IJCDSS01 - SCENARIO ROWS READ     = '
085700         JNL-SCEN-ROWS-READ.
085800     DISPLAY 'IJCDSS01 - LEAD ACCOUNTS PRICED   = '
085900         JNL-LEADS-SIMULATED.
086000     DISPLAY 'IJCDSS01 - LEADS CHANGING TIER    = '
086100         JNL-LEADS-TIER-CHG.
086200     DISPLAY 'IJCDSS01 - LEADS WITHOUT A PLAN   = '
086300         JNL-LEADS-NO-PLAN.
086400     DISPLAY 'IJCDSS01 - NET REVENUE IMPACT     = '
086500         JNL-REV-IMPACT-AMT.
086600     IF JNL-LEADS-NO-PLAN > ZERO
086700         MOVE 4 TO RETURN-CODE
086800     END-IF.
086900 9000-TERMINATE-EXIT.
087000     EXIT.
087100
087200*-------------------------------------------------------------.
087300*                     E N D   O F  I J C D S S 0 1             :
087400*-------------------------------------------------------------'
