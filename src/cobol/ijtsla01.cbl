000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJTSLA01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/24/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 29.8  09/24/26  RAS  NEW PROGRAM.  MONTHLY FEEDER SLA AND     *
001100*                      DATA-QUALITY SCORECARD FOR THE QUARTERLY *
001200*                      FEEDER REVIEWS.  FOR EACH SOURCE SYSTEM  *
001300*                      IT SCORES THE MONTH'S ON-TIME PERCENTAGE *
001400*                      (EVERY FEED FEEDSCHD SAYS WAS DUE IN A   *
001500*                      CYCLE CLOSING IN THE MONTH, AGAINST ITS  *
001600*                      ARRIVAL ON THE TIFAUDIT TRAIL AND ITS    *
001700*                      FEEDSCHD-DUE-HHMM), FILES HELD           *
001800*                      (TIFHOLD), FILES QUARANTINED (TIFQUAR),  *
001900*                      DETAIL REJECTS PER THOUSAND (TIFEXCP     *
002000*                      AGAINST THE IJTDTV01 RUNCTL RECORDS-IN), *
002100*                      SUSPENSE DOLLARS AGED PAST 30 DAYS (THE  *
002200*                      IJRSUS01 CARRY-FORWARD OF RP519SUS,      *
002300*                      SCORED AS FEEDER R519) AND RERUNS AND    *
002400*                      BACKOUTS.  EACH FIGURE IS SET AGAINST    *
002500*                      THE OPS SLATGT TABLE AND EVERY ONE       *
002600*                      OUTSIDE ITS TARGET IS CALLED OUT AS A    *
002700*                      BREACH (RC 4).  THE MONTH'S SCORECARD IS *
002800*                      KEPT ON HISTSTOR UNDER APP ID IJTSLASC   *
002900*                      AND THE REPORT CLOSES WITH EACH FEEDER'S *
003000*                      SIX-MONTH TREND.                         *
003050* 30.7  10/15/26  RAS  AN SLACTL THAT IS PRESENT BUT WILL NOT   *
003100*                      OPEN IS RC 16; ONE THAT IS ABSENT IS     *
003150*                      LOGGED AS THE FALLBACK TO THE PRIOR      *
003200*                      MONTH.  THE SLARPT OPEN IS               *
003250*                      CHECKED.  TIFQUAR AND TIFEXCP ARE        *
003300*                      DECLARED RECORDING MODE V, AS THEY ARE   *
003350*                      WRITTEN.                                 *
003500*--------------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT SLA-CTL-FILE   ASSIGN TO SLACTL
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS JNL-SLACTL-STATUS.
004500
004600     SELECT SLA-TGT-FILE   ASSIGN TO SLATGT
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS JNL-SLATGT-STATUS.
004900
005000     SELECT CYC-CAL-FILE   ASSIGN TO CYCCAL
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS JNL-CYCCAL-STATUS.
005300
005400     SELECT FEED-SCHD-FILE ASSIGN TO FEEDSCHD
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS JNL-FEEDSCHD-STATUS.
005700
005800     SELECT TIF-AUDIT-FILE ASSIGN TO TIFAUDIT
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS JNL-TIFAUDIT-STATUS.
006100
006200     SELECT TIF-HOLD-FILE  ASSIGN TO TIFHOLD
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS JNL-TIFHOLD-STATUS.
006500
006600     SELECT TIF-QUAR-FILE  ASSIGN TO TIFQUAR
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS JNL-TIFQUAR-STATUS.
006900
007000     SELECT TIF-EXCP-FILE  ASSIGN TO TIFEXCP
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS JNL-TIFEXCP-STATUS.
007300
007400     SELECT RUN-CTL-FILE   ASSIGN TO RUNCTL
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS JNL-RUNCTL-STATUS.
007700
007800     SELECT SUS-IN-FILE    ASSIGN TO SUSIN
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS JNL-SUSIN-STATUS.
008100
008200     SELECT SLA-RPT-FILE   ASSIGN TO SLARPT
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS JNL-SLARPT-STATUS.
008500
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  SLA-CTL-FILE
008900     RECORDING MODE IS F.
009000 01  SLA-CTL-RECORD            PIC X(80).
009100
009200 FD  SLA-TGT-FILE
009300     RECORDING MODE IS F.
009400 01  SLA-TGT-IN-RECORD         PIC X(80).
009500
009600 FD  CYC-CAL-FILE
009700     RECORDING MODE IS F.
009800 01  CYC-CAL-IN-RECORD         PIC X(48).
009900
010000 FD  FEED-SCHD-FILE
010100     RECORDING MODE IS F.
010200 01  FEED-SCHD-IN-RECORD       PIC X(40).
010300
010400 FD  TIF-AUDIT-FILE
010500     RECORDING MODE IS F.
010600     COPY tifadt.
010700
010800 FD  TIF-HOLD-FILE
010900     RECORDING MODE IS F.
011000 01  TIF-HOLD-IN-RECORD        PIC X(80).
011100
011200 FD  TIF-QUAR-FILE
011300     RECORDING MODE IS V.
011400 01  TIF-QUAR-RECORD           PIC X(3092).
011500
011600 FD  TIF-EXCP-FILE
011700     RECORDING MODE IS V.
011800 01  TIF-EXCP-RECORD.
011900     05  TIF-EXCP-REASON       PIC X(40).
012000     05  TIF-EXCP-DATA         PIC X(3092).
012100
012200 FD  RUN-CTL-FILE
012300     RECORDING MODE IS F.
012400 01  RUN-CTL-IN-RECORD         PIC X(80).
012500
012600 FD  SUS-IN-FILE
012700     RECORDING MODE IS F.
012800 01  SUS-IN-RECORD.
012900     05  SUS-IN-SUSP-DT        PIC X(08).
013000     05  SUS-IN-DATA           PIC X(450).
013100
013200 FD  SLA-RPT-FILE
013300     RECORDING MODE IS F.
013400 01  SLA-RPT-LINE              PIC X(132).
013500
013600 WORKING-STORAGE SECTION.
013700 01  JNL-SLACTL-STATUS         PIC X(02) VALUE SPACES.
013800     88  JNL-SLACTL-OK                   VALUE '00'.
013900     88  JNL-SLACTL-NOT-FOUND            VALUE '35'.
014000 01  JNL-SLATGT-STATUS         PIC X(02) VALUE SPACES.
014100     88  JNL-SLATGT-OK                   VALUE '00'.
014200     88  JNL-SLATGT-EOF                  VALUE '10'.
014300 01  JNL-CYCCAL-STATUS         PIC X(02) VALUE SPACES.
014400     88  JNL-CYCCAL-OK                   VALUE '00'.
014500     88  JNL-CYCCAL-EOF                  VALUE '10'.
014600 01  JNL-FEEDSCHD-STATUS       PIC X(02) VALUE SPACES.
014700     88  JNL-FEEDSCHD-OK                 VALUE '00'.
014800     88  JNL-FEEDSCHD-EOF                VALUE '10'.
014900 01  JNL-TIFAUDIT-STATUS       PIC X(02) VALUE SPACES.
015000     88  JNL-TIFAUDIT-OK                 VALUE '00'.
015100     88  JNL-TIFAUDIT-EOF                VALUE '10'.
015200     88  JNL-TIFAUDIT-NOT-FOUND          VALUE '35'.
015300 01  JNL-TIFHOLD-STATUS        PIC X(02) VALUE SPACES.
015400     88  JNL-TIFHOLD-OK                  VALUE '00'.
015500     88  JNL-TIFHOLD-EOF                 VALUE '10'.
015600     88  JNL-TIFHOLD-NOT-FOUND           VALUE '35'.
015700 01  JNL-TIFQUAR-STATUS        PIC X(02) VALUE SPACES.
015800     88  JNL-TIFQUAR-OK                  VALUE '00'.
015900     88  JNL-TIFQUAR-EOF                 VALUE '10'.
016000     88  JNL-TIFQUAR-NOT-FOUND           VALUE '35'.
016100 01  JNL-TIFEXCP-STATUS        PIC X(02) VALUE SPACES.
016200     88  JNL-TIFEXCP-OK                  VALUE '00'.
016300     88  JNL-TIFEXCP-EOF                 VALUE '10'.
016400     88  JNL-TIFEXCP-NOT-FOUND           VALUE '35'.
016500 01  JNL-RUNCTL-STATUS         PIC X(02) VALUE SPACES.
016600     88  JNL-RUNCTL-OK                   VALUE '00'.
016700     88  JNL-RUNCTL-EOF                  VALUE '10'.
016800     88  JNL-RUNCTL-NOT-FOUND            VALUE '35'.
016900 01  JNL-SUSIN-STATUS          PIC X(02) VALUE SPACES.
017000     88  JNL-SUSIN-OK                    VALUE '00'.
017100     88  JNL-SUSIN-EOF                   VALUE '10'.
017200     88  JNL-SUSIN-NOT-FOUND             VALUE '35'.
017300 01  JNL-SLARPT-STATUS         PIC X(02) VALUE SPACES.
017400     88  JNL-SLARPT-OK                   VALUE '00'.
017500 COPY hstcomm.
017600
017700 COPY slatgt.
017800
017900 COPY cyccal.
018000
018100 COPY feedschd.
018200
018300 COPY tifhold.
018400
018500 COPY runctl.
018600
018700 COPY tifview.
018800
018900 COPY rps REPLACING ==01  RP519-RECORD.==
019000     BY ==01  JNL-RP519-VIEW.==.
019100
019200 01  JNL-SLA-CTL-CARD.
019300     05  JNL-CTL-PERIOD        PIC X(06).
019400     05  FILLER                PIC X(74).
019500
019600*--------------------------------------------------------------*
019700* THE SLA TARGETS, ONE ROW PER SOURCE SYSTEM PLUS THE '****'    *
019800* DEFAULT ROW.                                                  *
019900*--------------------------------------------------------------*
020000 01  JNL-TGT-CNT               PIC 9(04) COMP VALUE ZERO.
020100 01  JNL-TGT-SUB               PIC 9(04) COMP VALUE ZERO.
020200 01  JNL-TGT-DEFAULT-SUB       PIC 9(04) COMP VALUE ZERO.
020300 01  JNL-TGT-TABLE.
020400     05  JNL-TGT-ENTRY OCCURS 200 TIMES.
020500         10  JNL-TGT-SRCE-SYS-CD   PIC X(04).
020600         10  JNL-TGT-ONTIME-PCT-MIN PIC 9(03)V9.
020700         10  JNL-TGT-HELD-MAX      PIC 9(03).
020800         10  JNL-TGT-QUAR-MAX      PIC 9(03).
020900         10  JNL-TGT-REJ-PER-K-MAX PIC 9(04)V99.
021000         10  JNL-TGT-SUSP-AGED-MAX PIC 9(09)V99.
021100         10  JNL-TGT-RERUN-MAX     PIC 9(03).
021200         10  JNL-TGT-DESC          PIC X(20).
021300
021400*--------------------------------------------------------------*
021500* THE BILL-CYCLE CALENDAR, EACH ROW ONE OCCURRENCE OF A CYCLE   *
021600* WITH ITS CLOSE DATE AS A DAY NUMBER.                          *
021700*--------------------------------------------------------------*
021800 01  JNL-CYC-CNT               PIC 9(04) COMP VALUE ZERO.
021900 01  JNL-CYC-SUB               PIC 9(04) COMP VALUE ZERO.
022000 01  JNL-CYC-TABLE.
022100     05  JNL-CYC-ENTRY OCCURS 600 TIMES.
022200         10  JNL-CYC-BL-CYC-CD     PIC X(02).
022300         10  JNL-CYC-CLOSE-DT      PIC X(08).
022400         10  JNL-CYC-CLOSE-DAY     PIC S9(07) COMP-3.
022500 01  JNL-CYC-BAD-DATES         PIC S9(05) COMP-3 VALUE ZERO.
022600
022700*--------------------------------------------------------------*
022800* THE SCHEDULE ROWS, AND FROM THEM EVERY FEED DUE IN THE MONTH  *
022900* - ONE PER SCHEDULE ROW FOR EACH OCCURRENCE OF ITS CYCLE THAT  *
023000* CLOSES IN THE MONTH - WITH WHETHER IT ARRIVED.                *
023100*--------------------------------------------------------------*
023200 01  JNL-SCHD-CNT              PIC 9(04) COMP VALUE ZERO.
023300 01  JNL-SCHD-SUB              PIC 9(04) COMP VALUE ZERO.
023400 01  JNL-SCHD-TABLE.
023500     05  JNL-SCHD-ENTRY OCCURS 300 TIMES.
023600         10  JNL-SCHD-BL-CYC-CD    PIC X(02).
023700         10  JNL-SCHD-SRCE-SYS-CD  PIC X(04).
023800         10  JNL-SCHD-DUE-HHMM     PIC 9(04).
023900 01  JNL-DUE-CNT               PIC 9(04) COMP VALUE ZERO.
024000 01  JNL-DUE-SUB               PIC 9(04) COMP VALUE ZERO.
024100 01  JNL-DUE-TABLE.
024200     05  JNL-DUE-ENTRY OCCURS 1000 TIMES.
024300         10  JNL-DUE-SRCE-SYS-CD   PIC X(04).
024400         10  JNL-DUE-SRC-SUB       PIC 9(04) COMP.
024500         10  JNL-DUE-CYC-SUB       PIC 9(04) COMP.
024600         10  JNL-DUE-CLOSE-DAY     PIC S9(07) COMP-3.
024700         10  JNL-DUE-HHMM          PIC 9(04).
024800         10  JNL-DUE-ARRIVED-SW    PIC X(01).
024900             88  JNL-DUE-ARRIVED            VALUE 'Y'.
025000
025100*--------------------------------------------------------------*
025200* EVERY TIF HEADER ON THE TRAIL BY SMS JOBNAME/SEQUENCE, SO A   *
025300* RUNCTL RECORD CAN BE TIED BACK TO ITS SOURCE SYSTEM.          *
025400*--------------------------------------------------------------*
025500 01  JNL-AUD-CNT               PIC 9(04) COMP VALUE ZERO.
025600 01  JNL-AUD-SUB               PIC 9(04) COMP VALUE ZERO.
025700 01  JNL-AUD-TABLE.
025800     05  JNL-AUD-ENTRY OCCURS 5000 TIMES.
025900         10  JNL-AUD-KEY.
026000             15  JNL-AUD-JOBNAME   PIC X(08).
026100             15  JNL-AUD-SEQ-NM    PIC X(06).
026200         10  JNL-AUD-SRCE-SYS-CD   PIC X(04).
026300 01  JNL-CUR-AUD-KEY.
026400     05  JNL-CUR-JOBNAME       PIC X(08) VALUE SPACES.
026500     05  JNL-CUR-SEQ-NM        PIC X(06) VALUE SPACES.
026600
026700*--------------------------------------------------------------*
026800* THE MONTH'S SCORECARD, ONE ENTRY PER SOURCE SYSTEM SCHEDULED  *
026900* OR SEEN IN ANY OF THE INPUTS.                                 *
027000*--------------------------------------------------------------*
027100 01  JNL-SRC-CNT               PIC 9(04) COMP VALUE ZERO.
027200 01  JNL-SRC-SUB               PIC 9(04) COMP VALUE ZERO.
027300 01  JNL-SRC-TABLE.
027400     05  JNL-SRC-ENTRY OCCURS 200 TIMES.
027500         10  JNL-SRC-SRCE-SYS-CD   PIC X(04).
027600         10  JNL-SRC-DUE           PIC S9(05) COMP-3.
027700         10  JNL-SRC-ARRIVED       PIC S9(05) COMP-3.
027800         10  JNL-SRC-ONTIME        PIC S9(05) COMP-3.
027900         10  JNL-SRC-HELD          PIC S9(05) COMP-3.
028000         10  JNL-SRC-QUAR          PIC S9(05) COMP-3.
028100         10  JNL-SRC-DETAILS       PIC S9(09) COMP-3.
028200         10  JNL-SRC-REJECTS       PIC S9(09) COMP-3.
028300         10  JNL-SRC-RERUNS        PIC S9(05) COMP-3.
028400         10  JNL-SRC-BACKOUTS      PIC S9(05) COMP-3.
028500         10  JNL-SRC-AGED-CNT      PIC S9(07) COMP-3.
028600         10  JNL-SRC-AGED-AMT      PIC S9(11)V99 COMP-3.
028700 01  JNL-CUR-SRCE-SYS-CD       PIC X(04) VALUE SPACES.
028800 01  JNL-SRC-OVERFLOW          PIC S9(07) COMP-3 VALUE ZERO.
028900
029000*--------------------------------------------------------------*
029100* WHAT THE STORE KEEPS OF A FEEDER'S MONTH, KEYED BY THE MONTH  *
029200* AND SOURCE SYSTEM, FOR THE TREND.                             *
029300*--------------------------------------------------------------*
029400 01  JNL-SLA-HST-REC.
029500     05  JNL-HST-DUE           PIC 9(05).
029600     05  JNL-HST-ONTIME        PIC 9(05).
029700     05  JNL-HST-HELD          PIC 9(05).
029800     05  JNL-HST-QUAR          PIC 9(05).
029900     05  JNL-HST-DETAILS       PIC 9(09).
030000     05  JNL-HST-REJECTS       PIC 9(09).
030100     05  JNL-HST-RERUNS        PIC 9(05).
030200     05  JNL-HST-BACKOUTS      PIC 9(05).
030300     05  JNL-HST-AGED-AMT      PIC S9(11)V99 COMP-3.
030400     05  JNL-HST-ONTIME-PCT    PIC 9(03)V9.
030500     05  JNL-HST-REJ-PER-K     PIC 9(04)V99.
030600     05  JNL-HST-BREACHES      PIC 9(02).
030700
030800*--------------------------------------------------------------*
030900* THE SCORED FIGURES FOR THE SOURCE IN HAND.                    *
031000*--------------------------------------------------------------*
031100 01  JNL-ONTIME-PCT            PIC 9(03)V9 VALUE ZERO.
031200 01  JNL-REJ-PER-K             PIC 9(04)V99 VALUE ZERO.
031300 01  JNL-LATE-CNT              PIC S9(05) COMP-3 VALUE ZERO.
031400 01  JNL-MISSING-CNT           PIC S9(05) COMP-3 VALUE ZERO.
031500 01  JNL-RERUN-BKOUT-CNT       PIC S9(05) COMP-3 VALUE ZERO.
031600 01  JNL-BREACH-CNT            PIC 9(02) VALUE ZERO.
031700 01  JNL-BREACH-SW             PIC X(01) VALUE 'N'.
031800     88  JNL-FIGURE-BREACHED             VALUE 'Y'.
031900     88  JNL-FIGURE-WITHIN               VALUE 'N'.
032000
032100*--------------------------------------------------------------*
032200* THE SCORECARD MONTH, THE MONTHS OF THE TREND AND THE DATES    *
032300* DERIVED FROM THEM.                                            *
032400*--------------------------------------------------------------*
032500 01  JNL-STAMP-DATE            PIC X(08) VALUE SPACES.
032600 01  JNL-STAMP-VIEW REDEFINES JNL-STAMP-DATE.
032700     05  JNL-STAMP-YEAR        PIC 9(04).
032800     05  JNL-STAMP-MONTH       PIC 9(02).
032900     05  FILLER                PIC X(02).
033000 01  JNL-RUN-PERIOD.
033100     05  JNL-RUN-YEAR          PIC 9(04).
033200     05  JNL-RUN-MONTH         PIC 9(02).
033300 01  JNL-RUN-PERIOD-A REDEFINES JNL-RUN-PERIOD
033400                               PIC X(06).
033500 01  JNL-WORK-PERIOD.
033600     05  JNL-WORK-YEAR         PIC 9(04).
033700     05  JNL-WORK-MONTH        PIC 9(02).
033800 01  JNL-WORK-PERIOD-A REDEFINES JNL-WORK-PERIOD
033900                               PIC X(06).
034000 01  JNL-TRD-SUB               PIC 9(04) COMP VALUE ZERO.
034100 01  JNL-TRD-TABLE.
034200     05  JNL-TRD-PERIOD OCCURS 6 TIMES
034300                               PIC X(06).
034400 01  JNL-MONTH-START-DAY       PIC S9(07) COMP-3 VALUE ZERO.
034500 01  JNL-MONTH-END-DAY         PIC S9(07) COMP-3 VALUE ZERO.
034600
034700*--------------------------------------------------------------*
034800* DATE TO DAY NUMBER - DAYS SINCE THE START OF THE COMMON ERA,  *
034900* ENOUGH TO SUBTRACT ONE DATE FROM ANOTHER.  DAYS BEFORE EACH   *
035000* MONTH IN A COMMON YEAR; A LEAP YEAR ADDS ONE AFTER FEBRUARY.  *
035100*--------------------------------------------------------------*
035200 01  JNL-CUM-DAYS-VALUES       PIC X(36) VALUE
035300     '000031059090120151181212243273304334'.
035400 01  JNL-CUM-DAYS-TABLE REDEFINES JNL-CUM-DAYS-VALUES.
035500     05  JNL-CUM-DAYS OCCURS 12 TIMES
035600                               PIC 9(03).
035700 01  JNL-DT-WORK.
035800     05  JNL-DT-YEAR           PIC 9(04).
035900     05  JNL-DT-MONTH          PIC 9(02).
036000     05  JNL-DT-DAY            PIC 9(02).
036100 01  JNL-DT-WORK-A REDEFINES JNL-DT-WORK
036200                               PIC X(08).
036300 01  JNL-DT-JUL-YY             PIC X(02) VALUE SPACES.
036400 01  JNL-DT-JUL-DDD            PIC X(03) VALUE SPACES.
036500 01  JNL-DT-JUL-DDD-9 REDEFINES JNL-DT-JUL-DDD
036600                               PIC 9(03).
036700 01  JNL-DT-DAYNO              PIC S9(07) COMP-3 VALUE ZERO.
036800 01  JNL-DT-YM1                PIC 9(04) COMP VALUE ZERO.
036900 01  JNL-DT-QUOT               PIC 9(04) COMP VALUE ZERO.
037000 01  JNL-DT-REM-4              PIC 9(04) COMP VALUE ZERO.
037100 01  JNL-DT-REM-100            PIC 9(04) COMP VALUE ZERO.
037200 01  JNL-DT-REM-400            PIC 9(04) COMP VALUE ZERO.
037300 01  JNL-DT-LEAP-SW            PIC X(01) VALUE 'N'.
037400     88  JNL-DT-LEAP-YEAR                VALUE 'Y'.
037500
037600*--------------------------------------------------------------*
037700* AN ARRIVAL ON THE TRAIL AND THE CYCLE OCCURRENCE IT IS SCORED *
037800* AGAINST - THE ONE OF ITS CYCLE CLOSING NEAREST THE ARRIVAL    *
037900* DAY.  JNL-FOUND-SUB ZERO - NONE.                              *
038000*--------------------------------------------------------------*
038100 01  JNL-ARRIVAL-DAY           PIC S9(07) COMP-3 VALUE ZERO.
038200 01  JNL-ARRIVAL-HHMM.
038300     05  JNL-ARRIVAL-HH        PIC X(02).
038400     05  JNL-ARRIVAL-MM        PIC X(02).
038500 01  JNL-ARRIVAL-HHMM-9 REDEFINES JNL-ARRIVAL-HHMM
038600                               PIC 9(04).
038700 01  JNL-FIND-CYC-CD           PIC X(02) VALUE SPACES.
038800 01  JNL-FOUND-SUB             PIC 9(04) COMP VALUE ZERO.
038900 01  JNL-TEST-SUB              PIC 9(04) COMP VALUE ZERO.
039000 01  JNL-DISTANCE              PIC S9(07) COMP-3 VALUE ZERO.
039100 01  JNL-BEST-DISTANCE         PIC S9(07) COMP-3 VALUE ZERO.
039200 01  JNL-SUSP-AGE              PIC S9(07) COMP-3 VALUE ZERO.
039300
039400 01  JNL-COUNTERS.
039500     05  JNL-AUDIT-READ        PIC S9(09) COMP-3 VALUE ZERO.
039600     05  JNL-AUDIT-UNSCHED     PIC S9(09) COMP-3 VALUE ZERO.
039700     05  JNL-HOLD-READ         PIC S9(09) COMP-3 VALUE ZERO.
039800     05  JNL-QUAR-FILES        PIC S9(09) COMP-3 VALUE ZERO.
039900     05  JNL-EXCP-READ         PIC S9(09) COMP-3 VALUE ZERO.
040000     05  JNL-RUNCTL-USED       PIC S9(09) COMP-3 VALUE ZERO.
040100     05  JNL-RUNCTL-NOT-TIED   PIC S9(09) COMP-3 VALUE ZERO.
040200     05  JNL-SUSP-READ         PIC S9(09) COMP-3 VALUE ZERO.
040300     05  JNL-SOURCES-SCORED    PIC S9(05) COMP-3 VALUE ZERO.
040400     05  JNL-SOURCES-BREACHED  PIC S9(05) COMP-3 VALUE ZERO.
040500     05  JNL-TOTAL-BREACHES    PIC S9(05) COMP-3 VALUE ZERO.
040600     05  JNL-TABLE-FULL        PIC S9(09) COMP-3 VALUE ZERO.
040700
040800 01  JNL-EDIT-FIELDS.
040900     05  JNL-EDIT-PCT          PIC ZZ9.9.
041000     05  JNL-EDIT-CNT          PIC ZZZ,ZZ9.
041100     05  JNL-EDIT-CNT-2        PIC ZZZ,ZZ9.
041200     05  JNL-EDIT-CNT-3        PIC ZZZ,ZZ9.
041300     05  JNL-EDIT-CNT-4        PIC ZZZ,ZZ9.
041400     05  JNL-EDIT-BIG          PIC ZZZ,ZZZ,ZZ9.
041500     05  JNL-EDIT-BIG-2        PIC ZZZ,ZZZ,ZZ9.
041600     05  JNL-EDIT-RATE         PIC Z,ZZ9.99.
041700     05  JNL-EDIT-AMT          PIC ZZZ,ZZZ,ZZ9.99-.
041800
041900*--------------------------------------------------------------*
042000* ONE SCORECARD FIGURE - WHAT THE FEEDER DID, ITS TARGET, AND   *
042100* WHETHER IT BREACHED.                                          *
042200*--------------------------------------------------------------*
042300 01  JNL-MET-LINE.
042400     05  FILLER                PIC X(04) VALUE SPACES.
042500     05  JNL-MET-NAME          PIC X(26).
042600     05  JNL-MET-ACTUAL        PIC X(15).
042700     05  FILLER                PIC X(02) VALUE SPACES.
042800     05  JNL-MET-TGT-LABEL     PIC X(04).
042900     05  JNL-MET-TARGET        PIC X(15).
043000     05  FILLER                PIC X(02) VALUE SPACES.
043100     05  JNL-MET-FLAG          PIC X(14).
043200     05  FILLER                PIC X(02) VALUE SPACES.
043300     05  JNL-MET-NOTE          PIC X(48).
043400
043500 01  JNL-TRD-LINE.
043600     05  FILLER                PIC X(04) VALUE SPACES.
043700     05  JNL-TRD-MONTH         PIC X(06).
043800     05  FILLER                PIC X(02) VALUE SPACES.
043900     05  JNL-TRD-DUE           PIC X(07).
044000     05  FILLER                PIC X(02) VALUE SPACES.
044100     05  JNL-TRD-ONTIME        PIC X(07).
044200     05  FILLER                PIC X(02) VALUE SPACES.
044300     05  JNL-TRD-HELD          PIC X(07).
044400     05  FILLER                PIC X(02) VALUE SPACES.
044500     05  JNL-TRD-QUAR          PIC X(07).
044600     05  FILLER                PIC X(02) VALUE SPACES.
044700     05  JNL-TRD-REJ           PIC X(08).
044800     05  FILLER                PIC X(02) VALUE SPACES.
044900     05  JNL-TRD-AGED          PIC X(15).
045000     05  FILLER                PIC X(02) VALUE SPACES.
045100     05  JNL-TRD-RERUN         PIC X(07).
045200     05  FILLER                PIC X(02) VALUE SPACES.
045300     05  JNL-TRD-BREACH        PIC X(22).
045400
045500 PROCEDURE DIVISION.
045600*--------------------------------------------------------------*
045700 0000-MAINLINE.
045800     PERFORM 1000-INITIALIZE
045900         THRU 1000-INITIALIZE-EXIT.
046000     PERFORM 2000-READ-AUDIT-TRAIL
046100         THRU 2000-READ-AUDIT-TRAIL-EXIT
046200         UNTIL JNL-TIFAUDIT-EOF.
046300     PERFORM 3000-COUNT-HELD-FILE
046400         THRU 3000-COUNT-HELD-FILE-EXIT
046500         UNTIL JNL-TIFHOLD-EOF.
046600     PERFORM 3100-COUNT-QUARANTINE
046700         THRU 3100-COUNT-QUARANTINE-EXIT
046800         UNTIL JNL-TIFQUAR-EOF.
046900     PERFORM 3200-COUNT-REJECT
047000         THRU 3200-COUNT-REJECT-EXIT
047100         UNTIL JNL-TIFEXCP-EOF.
047200     PERFORM 3300-COUNT-DETAILS
047300         THRU 3300-COUNT-DETAILS-EXIT
047400         UNTIL JNL-RUNCTL-EOF.
047500     PERFORM 3400-AGE-SUSPENSE
047600         THRU 3400-AGE-SUSPENSE-EXIT
047700         UNTIL JNL-SUSIN-EOF.
047800     PERFORM 4000-SCORE-SOURCE
047900         THRU 4000-SCORE-SOURCE-EXIT
048000         VARYING JNL-SRC-SUB FROM 1 BY 1
048100         UNTIL JNL-SRC-SUB > JNL-SRC-CNT.
048200     PERFORM 5000-PRINT-TREND
048300         THRU 5000-PRINT-TREND-EXIT
048400         VARYING JNL-SRC-SUB FROM 1 BY 1
048500         UNTIL JNL-SRC-SUB > JNL-SRC-CNT.
048600     PERFORM 9000-TERMINATE
048700         THRU 9000-TERMINATE-EXIT.
048800     GOBACK.
048900
049000*--------------------------------------------------------------*
049100* THE OPTIONAL SLACTL CARD NAMES THE MONTH TO SCORE (CCYYMM IN  *
049200* 1-6); WITHOUT IT THE MONTH BEFORE THE RUN MONTH IS            *
049300* SCORED.  THE HOLD, QUARANTINE, EXCEPTION, RUNCTL AND SUSPENSE *
049400* INPUTS ARE THE MONTH'S GENERATIONS AS THE JCL CONCATENATES    *
049500* THEM, AND ANY OF THEM MAY BE ABSENT - A CLEAN MONTH HAS NO    *
049600* HOLDS.                                                        *
049700*--------------------------------------------------------------*
049800 1000-INITIALIZE.
049900     ACCEPT JNL-STAMP-DATE FROM DATE YYYYMMDD.
050000     MOVE SPACES TO JNL-SLA-CTL-CARD.
050100     OPEN INPUT SLA-CTL-FILE.
050200     IF NOT JNL-SLACTL-OK AND NOT JNL-SLACTL-NOT-FOUND
050300         DISPLAY 'IJTSLA01 - UNABLE TO OPEN SLACTL, STATUS = '
050400             JNL-SLACTL-STATUS
050500         MOVE 16 TO RETURN-CODE
050600         GOBACK
050700     END-IF.
050800     IF JNL-SLACTL-NOT-FOUND
050900         DISPLAY 'IJTSLA01 - NO SLACTL CARD - SCORING THE MONTH '
051000             'BEFORE THE RUN MONTH'
051100     ELSE
051200         READ SLA-CTL-FILE INTO JNL-SLA-CTL-CARD
051300             AT END
051400                 MOVE SPACES TO JNL-SLA-CTL-CARD
051500         END-READ
051600         CLOSE SLA-CTL-FILE
051700     END-IF.
051800     IF JNL-CTL-PERIOD = SPACES
051900         MOVE JNL-STAMP-YEAR  TO JNL-RUN-YEAR
052000         MOVE JNL-STAMP-MONTH TO JNL-RUN-MONTH
052100         IF JNL-RUN-MONTH = 1
052200             SUBTRACT 1 FROM JNL-RUN-YEAR
052300             MOVE 12 TO JNL-RUN-MONTH
052400         ELSE
052500             SUBTRACT 1 FROM JNL-RUN-MONTH
052600         END-IF
052700     ELSE
052800         MOVE JNL-CTL-PERIOD TO JNL-RUN-PERIOD-A
052900     END-IF.
053000     IF JNL-RUN-PERIOD-A NOT NUMERIC
053100         OR JNL-RUN-MONTH < 1 OR JNL-RUN-MONTH > 12
053200         DISPLAY 'IJTSLA01 - SCORECARD MONTH NOT CCYYMM, RC=16'
053300         MOVE 16 TO RETURN-CODE
053400         GOBACK
053500     END-IF.
053600     PERFORM 1050-SET-MONTH-DATES
053700         THRU 1050-SET-MONTH-DATES-EXIT.
053800
053900     SET HST-FUNC-OPEN TO TRUE.
054000     CALL 'IJHSTR01' USING HST-COMM-AREA.
054100     IF NOT HST-RC-OK
054200         DISPLAY 'IJTSLA01 - UNABLE TO OPEN HISTSTOR, RC = '
054300             HST-RETURN-CD
054400         MOVE 16 TO RETURN-CODE
054500         GOBACK
054600     END-IF.
054700     PERFORM 1100-LOAD-TARGETS
054800         THRU 1100-LOAD-TARGETS-EXIT.
054900     PERFORM 1200-LOAD-CYCCAL
055000         THRU 1200-LOAD-CYCCAL-EXIT.
055100     PERFORM 1300-LOAD-SCHEDULE
055200         THRU 1300-LOAD-SCHEDULE-EXIT.
055300
055400     OPEN INPUT TIF-AUDIT-FILE.
055500     IF JNL-TIFAUDIT-NOT-FOUND
055600         SET JNL-TIFAUDIT-EOF TO TRUE
055700     END-IF.
055800     OPEN INPUT TIF-HOLD-FILE.
055900     IF JNL-TIFHOLD-NOT-FOUND
056000         SET JNL-TIFHOLD-EOF TO TRUE
056100     END-IF.
056200     OPEN INPUT TIF-QUAR-FILE.
056300     IF JNL-TIFQUAR-NOT-FOUND
056400         SET JNL-TIFQUAR-EOF TO TRUE
056500     END-IF.
056600     OPEN INPUT TIF-EXCP-FILE.
056700     IF JNL-TIFEXCP-NOT-FOUND
056800         SET JNL-TIFEXCP-EOF TO TRUE
056900     END-IF.
057000     OPEN INPUT RUN-CTL-FILE.
057100     IF JNL-RUNCTL-NOT-FOUND
057200         SET JNL-RUNCTL-EOF TO TRUE
057300     END-IF.
057400     OPEN INPUT SUS-IN-FILE.
057500     IF JNL-SUSIN-NOT-FOUND
057600         SET JNL-SUSIN-EOF TO TRUE
057700     END-IF.
057800     OPEN OUTPUT SLA-RPT-FILE.
057900     IF NOT JNL-SLARPT-OK
058000         DISPLAY 'IJTSLA01 - UNABLE TO OPEN SLARPT, STATUS = '
058100             JNL-SLARPT-STATUS
058200         MOVE 16 TO RETURN-CODE
058300         GOBACK
058400     END-IF.
058500     MOVE SPACES TO SLA-RPT-LINE.
058600     STRING 'IJTSLA01 - FEEDER SLA AND DATA-QUALITY SCORECARD '
058700         'FOR MONTH ' JNL-RUN-PERIOD-A
058800         DELIMITED BY SIZE INTO SLA-RPT-LINE
058900     END-STRING.
059000     WRITE SLA-RPT-LINE.
059100 1000-INITIALIZE-EXIT.
059200     EXIT.
059300
059400*--------------------------------------------------------------*
059500* THE MONTH'S FIRST AND LAST DAY NUMBERS, AND THE SIX MONTHS OF *
059600* THE TREND, OLDEST FIRST, ENDING WITH THE SCORECARD MONTH.     *
059700*--------------------------------------------------------------*
059800 1050-SET-MONTH-DATES.
059900     MOVE JNL-RUN-YEAR  TO JNL-DT-YEAR.
060000     MOVE JNL-RUN-MONTH TO JNL-DT-MONTH.
060100     MOVE 1             TO JNL-DT-DAY.
060200     PERFORM 7000-DATE-TO-DAYNO
060300         THRU 7000-DATE-TO-DAYNO-EXIT.
060400     MOVE JNL-DT-DAYNO TO JNL-MONTH-START-DAY.
060500     MOVE JNL-RUN-YEAR TO JNL-DT-YEAR.
060600     IF JNL-RUN-MONTH = 12
060700         ADD 1 TO JNL-DT-YEAR
060800         MOVE 1 TO JNL-DT-MONTH
060900     ELSE
061000         COMPUTE JNL-DT-MONTH = JNL-RUN-MONTH + 1
061100     END-IF.
061200     PERFORM 7000-DATE-TO-DAYNO
061300         THRU 7000-DATE-TO-DAYNO-EXIT.
061400     COMPUTE JNL-MONTH-END-DAY = JNL-DT-DAYNO - 1.
061500     MOVE JNL-RUN-PERIOD TO JNL-WORK-PERIOD.
061600     PERFORM 1060-SET-TREND-MONTH
061700         THRU 1060-SET-TREND-MONTH-EXIT
061800         VARYING JNL-TRD-SUB FROM 6 BY -1
061900         UNTIL JNL-TRD-SUB < 1.
062000 1050-SET-MONTH-DATES-EXIT.
062100     EXIT.
062200
062300 1060-SET-TREND-MONTH.
062400     MOVE JNL-WORK-PERIOD-A TO JNL-TRD-PERIOD (JNL-TRD-SUB).
062500     IF JNL-WORK-MONTH = 1
062600         SUBTRACT 1 FROM JNL-WORK-YEAR
062700         MOVE 12 TO JNL-WORK-MONTH
062800     ELSE
062900         SUBTRACT 1 FROM JNL-WORK-MONTH
063000     END-IF.
063100 1060-SET-TREND-MONTH-EXIT.
063200     EXIT.
063300
063400*--------------------------------------------------------------*
063500 1100-LOAD-TARGETS.
063600     OPEN INPUT SLA-TGT-FILE.
063700     IF NOT JNL-SLATGT-OK
063800         DISPLAY 'IJTSLA01 - UNABLE TO OPEN SLATGT, RC=16'
063900         MOVE 16 TO RETURN-CODE
064000         GOBACK
064100     END-IF.
064200     PERFORM 1110-READ-TARGET-ROW
064300         THRU 1110-READ-TARGET-ROW-EXIT
064400         UNTIL JNL-SLATGT-EOF.
064500     CLOSE SLA-TGT-FILE.
064600 1100-LOAD-TARGETS-EXIT.
064700     EXIT.
064800
064900 1110-READ-TARGET-ROW.
065000     READ SLA-TGT-FILE INTO SLATGT-RECORD
065100         AT END
065200             SET JNL-SLATGT-EOF TO TRUE
065300             GO TO 1110-READ-TARGET-ROW-EXIT
065400     END-READ.
065500     IF JNL-TGT-CNT >= 200
065600         DISPLAY 'IJTSLA01 - SLATGT TABLE FULL, ROW DROPPED'
065700         ADD 1 TO JNL-TABLE-FULL
065800         GO TO 1110-READ-TARGET-ROW-EXIT
065900     END-IF.
066000     ADD 1 TO JNL-TGT-CNT.
066100     MOVE SLATGT-SRCE-SYS-CD TO JNL-TGT-SRCE-SYS-CD (JNL-TGT-CNT).
066200     MOVE SLATGT-ONTIME-PCT-MIN
066300         TO JNL-TGT-ONTIME-PCT-MIN (JNL-TGT-CNT).
066400     MOVE SLATGT-HELD-MAX     TO JNL-TGT-HELD-MAX (JNL-TGT-CNT).
066500     MOVE SLATGT-QUAR-MAX     TO JNL-TGT-QUAR-MAX (JNL-TGT-CNT).
066600     MOVE SLATGT-REJ-PER-K-MAX
066700         TO JNL-TGT-REJ-PER-K-MAX (JNL-TGT-CNT).
066800     MOVE SLATGT-SUSP-AGED-MAX
066900         TO JNL-TGT-SUSP-AGED-MAX (JNL-TGT-CNT).
067000     MOVE SLATGT-RERUN-MAX    TO JNL-TGT-RERUN-MAX (JNL-TGT-CNT).
067100     MOVE SLATGT-DESC         TO JNL-TGT-DESC (JNL-TGT-CNT).
067200     IF SLATGT-DEFAULT-ROW
067300         MOVE JNL-TGT-CNT TO JNL-TGT-DEFAULT-SUB
067400     END-IF.
067500 1110-READ-TARGET-ROW-EXIT.
067600     EXIT.
067700
067800*--------------------------------------------------------------*
067900 1200-LOAD-CYCCAL.
068000     OPEN INPUT CYC-CAL-FILE.
068100     IF NOT JNL-CYCCAL-OK
068200         DISPLAY 'IJTSLA01 - UNABLE TO OPEN CYCCAL, RC=16'
068300         MOVE 16 TO RETURN-CODE
068400         GOBACK
068500     END-IF.
068600     PERFORM 1210-READ-CYCCAL-ROW
068700         THRU 1210-READ-CYCCAL-ROW-EXIT
068800         UNTIL JNL-CYCCAL-EOF.
068900     CLOSE CYC-CAL-FILE.
069000 1200-LOAD-CYCCAL-EXIT.
069100     EXIT.
069200
069300 1210-READ-CYCCAL-ROW.
069400     READ CYC-CAL-FILE INTO CYCCAL-RECORD
069500         AT END
069600             SET JNL-CYCCAL-EOF TO TRUE
069700             GO TO 1210-READ-CYCCAL-ROW-EXIT
069800     END-READ.
069900     MOVE CYCCAL-CLOSE-DT TO JNL-DT-WORK-A.
070000     PERFORM 7000-DATE-TO-DAYNO
070100         THRU 7000-DATE-TO-DAYNO-EXIT.
070200     IF JNL-DT-DAYNO = ZERO
070300         ADD 1 TO JNL-CYC-BAD-DATES
070400         GO TO 1210-READ-CYCCAL-ROW-EXIT
070500     END-IF.
070600     IF JNL-CYC-CNT >= 600
070700         DISPLAY 'IJTSLA01 - CYCCAL TABLE FULL, ROW DROPPED'
070800         ADD 1 TO JNL-TABLE-FULL
070900         GO TO 1210-READ-CYCCAL-ROW-EXIT
071000     END-IF.
071100     ADD 1 TO JNL-CYC-CNT.
071200     MOVE CYCCAL-BL-CYC-CD TO JNL-CYC-BL-CYC-CD (JNL-CYC-CNT).
071300     MOVE CYCCAL-CLOSE-DT  TO JNL-CYC-CLOSE-DT (JNL-CYC-CNT).
071400     MOVE JNL-DT-DAYNO     TO JNL-CYC-CLOSE-DAY (JNL-CYC-CNT).
071500 1210-READ-CYCCAL-ROW-EXIT.
071600     EXIT.
071700
071800*--------------------------------------------------------------*
071900* EVERY SCHEDULE ROW IS KEPT, AND ONE DUE FEED IS RAISED FOR    *
072000* EACH OCCURRENCE OF ITS CYCLE THAT CLOSES IN THE MONTH.        *
072100*--------------------------------------------------------------*
072200 1300-LOAD-SCHEDULE.
072300     OPEN INPUT FEED-SCHD-FILE.
072400     IF NOT JNL-FEEDSCHD-OK
072500         DISPLAY 'IJTSLA01 - UNABLE TO OPEN FEEDSCHD, RC=16'
072600         MOVE 16 TO RETURN-CODE
072700         GOBACK
072800     END-IF.
072900     PERFORM 1310-READ-SCHEDULE-ROW
073000         THRU 1310-READ-SCHEDULE-ROW-EXIT
073100         UNTIL JNL-FEEDSCHD-EOF.
073200     CLOSE FEED-SCHD-FILE.
073300 1300-LOAD-SCHEDULE-EXIT.
073400     EXIT.
073500
073600 1310-READ-SCHEDULE-ROW.
073700     READ FEED-SCHD-FILE INTO FEEDSCHD-RECORD
073800         AT END
073900             SET JNL-FEEDSCHD-EOF TO TRUE
074000             GO TO 1310-READ-SCHEDULE-ROW-EXIT
074100     END-READ.
074200     IF JNL-SCHD-CNT >= 300
074300         DISPLAY 'IJTSLA01 - SCHEDULE TABLE FULL, ROW DROPPED'
074400         ADD 1 TO JNL-TABLE-FULL
074500         GO TO 1310-READ-SCHEDULE-ROW-EXIT
074600     END-IF.
074700     ADD 1 TO JNL-SCHD-CNT.
074800     MOVE FEEDSCHD-BL-CYC-CD
074900         TO JNL-SCHD-BL-CYC-CD (JNL-SCHD-CNT).
075000     MOVE FEEDSCHD-SRCE-SYS-CD
075100         TO JNL-SCHD-SRCE-SYS-CD (JNL-SCHD-CNT).
075200     IF FEEDSCHD-DUE-HHMM NUMERIC
075300         MOVE FEEDSCHD-DUE-HHMM
075400             TO JNL-SCHD-DUE-HHMM (JNL-SCHD-CNT)
075500     ELSE
075600         MOVE 2359 TO JNL-SCHD-DUE-HHMM (JNL-SCHD-CNT)
075700     END-IF.
075800     MOVE FEEDSCHD-SRCE-SYS-CD TO JNL-CUR-SRCE-SYS-CD.
075900     PERFORM 7300-FIND-SOURCE
076000         THRU 7300-FIND-SOURCE-EXIT.
076100     MOVE JNL-SCHD-CNT TO JNL-SCHD-SUB.
076200     PERFORM 1320-RAISE-DUE-FEED
076300         THRU 1320-RAISE-DUE-FEED-EXIT
076400         VARYING JNL-CYC-SUB FROM 1 BY 1
076500         UNTIL JNL-CYC-SUB > JNL-CYC-CNT.
076600 1310-READ-SCHEDULE-ROW-EXIT.
076700     EXIT.
076800
076900 1320-RAISE-DUE-FEED.
077000     IF JNL-CYC-BL-CYC-CD (JNL-CYC-SUB)
077100            NOT = JNL-SCHD-BL-CYC-CD (JNL-SCHD-SUB)
077200         OR JNL-CYC-CLOSE-DAY (JNL-CYC-SUB) < JNL-MONTH-START-DAY
077300         OR JNL-CYC-CLOSE-DAY (JNL-CYC-SUB) > JNL-MONTH-END-DAY
077400         OR JNL-SRC-SUB = ZERO
077500         GO TO 1320-RAISE-DUE-FEED-EXIT
077600     END-IF.
077700     IF JNL-DUE-CNT >= 1000
077800         ADD 1 TO JNL-TABLE-FULL
077900         GO TO 1320-RAISE-DUE-FEED-EXIT
078000     END-IF.
078100     ADD 1 TO JNL-DUE-CNT.
078200     MOVE JNL-SCHD-SRCE-SYS-CD (JNL-SCHD-SUB)
078300         TO JNL-DUE-SRCE-SYS-CD (JNL-DUE-CNT).
078400     MOVE JNL-SRC-SUB TO JNL-DUE-SRC-SUB (JNL-DUE-CNT).
078500     MOVE JNL-CYC-SUB TO JNL-DUE-CYC-SUB (JNL-DUE-CNT).
078600     MOVE JNL-CYC-CLOSE-DAY (JNL-CYC-SUB)
078700         TO JNL-DUE-CLOSE-DAY (JNL-DUE-CNT).
078800     MOVE JNL-SCHD-DUE-HHMM (JNL-SCHD-SUB)
078900         TO JNL-DUE-HHMM (JNL-DUE-CNT).
079000     MOVE 'N' TO JNL-DUE-ARRIVED-SW (JNL-DUE-CNT).
079100     ADD 1 TO JNL-SRC-DUE (JNL-SRC-SUB).
079200 1320-RAISE-DUE-FEED-EXIT.
079300     EXIT.
079400
079500*--------------------------------------------------------------*
079600* EVERY HEADER IS FILED FOR THE RUNCTL TIE-BACK.  RERUNS AND    *
079700* BACKOUTS LOGGED IN THE MONTH ARE COUNTED AGAINST THE FEEDER;  *
079800* A VALID FIRST ARRIVAL IS SCORED AGAINST ITS DUE FEED.         *
079900*--------------------------------------------------------------*
080000 2000-READ-AUDIT-TRAIL.
080100     READ TIF-AUDIT-FILE
080200         AT END
080300             SET JNL-TIFAUDIT-EOF TO TRUE
080400             GO TO 2000-READ-AUDIT-TRAIL-EXIT
080500     END-READ.
080600     ADD 1 TO JNL-AUDIT-READ.
080700     MOVE TIFADT-SRCE-SYS-CD TO JNL-CUR-SRCE-SYS-CD.
080800     IF JNL-AUD-CNT < 5000
080900         ADD 1 TO JNL-AUD-CNT
081000         MOVE TIFADT-JOBNAME TO JNL-AUD-JOBNAME (JNL-AUD-CNT)
081100         MOVE TIFADT-SEQ-NM  TO JNL-AUD-SEQ-NM (JNL-AUD-CNT)
081200         MOVE TIFADT-SRCE-SYS-CD
081300             TO JNL-AUD-SRCE-SYS-CD (JNL-AUD-CNT)
081400     ELSE
081500         ADD 1 TO JNL-TABLE-FULL
081600     END-IF.
081700     MOVE TIFADT-SMS-YY  TO JNL-DT-JUL-YY.
081800     MOVE TIFADT-SMS-DDD TO JNL-DT-JUL-DDD.
081900     PERFORM 7100-JULIAN-TO-DAYNO
082000         THRU 7100-JULIAN-TO-DAYNO-EXIT.
082100     MOVE JNL-DT-DAYNO TO JNL-ARRIVAL-DAY.
082200     IF JNL-ARRIVAL-DAY NOT < JNL-MONTH-START-DAY
082300         AND JNL-ARRIVAL-DAY NOT > JNL-MONTH-END-DAY
082400         AND (TIFADT-IS-RERUN OR TIFADT-IS-BACKOUT)
082500         PERFORM 7300-FIND-SOURCE
082600             THRU 7300-FIND-SOURCE-EXIT
082700         IF JNL-SRC-SUB NOT = ZERO
082800             IF TIFADT-IS-RERUN
082900                 ADD 1 TO JNL-SRC-RERUNS (JNL-SRC-SUB)
083000             END-IF
083100             IF TIFADT-IS-BACKOUT
083200                 ADD 1 TO JNL-SRC-BACKOUTS (JNL-SRC-SUB)
083300             END-IF
083400         END-IF
083500     END-IF.
083600     IF TIFADT-IS-RERUN OR TIFADT-IS-BACKOUT
083700         OR NOT TIFADT-DISP-VALID
083800         OR JNL-ARRIVAL-DAY = ZERO
083900         GO TO 2000-READ-AUDIT-TRAIL-EXIT
084000     END-IF.
084100     PERFORM 2100-SCORE-ARRIVAL
084200         THRU 2100-SCORE-ARRIVAL-EXIT.
084300 2000-READ-AUDIT-TRAIL-EXIT.
084400     EXIT.
084500
084600*--------------------------------------------------------------*
084700* ON TIME IS BEFORE THE CLOSE DAY, OR ON IT BY THE DUE TIME.    *
084800*--------------------------------------------------------------*
084900 2100-SCORE-ARRIVAL.
085000     MOVE TIFADT-BL-CYC-CD TO JNL-FIND-CYC-CD.
085100     PERFORM 7200-FIND-NEAREST-OCCURRENCE
085200         THRU 7200-FIND-NEAREST-OCCURRENCE-EXIT.
085300     IF JNL-FOUND-SUB = ZERO
085400         GO TO 2100-SCORE-ARRIVAL-EXIT
085500     END-IF.
085600     PERFORM 2110-TEST-DUE-ENTRY
085700         VARYING JNL-DUE-SUB FROM 1 BY 1
085800         UNTIL JNL-DUE-SUB > JNL-DUE-CNT
085900         OR (JNL-DUE-CYC-SUB (JNL-DUE-SUB) = JNL-FOUND-SUB
086000         AND JNL-DUE-SRCE-SYS-CD (JNL-DUE-SUB)
086100             = TIFADT-SRCE-SYS-CD).
086200     IF JNL-DUE-SUB > JNL-DUE-CNT
086300         ADD 1 TO JNL-AUDIT-UNSCHED
086400         GO TO 2100-SCORE-ARRIVAL-EXIT
086500     END-IF.
086600     IF JNL-DUE-ARRIVED (JNL-DUE-SUB)
086700         GO TO 2100-SCORE-ARRIVAL-EXIT
086800     END-IF.
086900     SET JNL-DUE-ARRIVED (JNL-DUE-SUB) TO TRUE.
087000     MOVE JNL-DUE-SRC-SUB (JNL-DUE-SUB) TO JNL-SRC-SUB.
087100     ADD 1 TO JNL-SRC-ARRIVED (JNL-SRC-SUB).
087200     MOVE TIFADT-SMS-HH TO JNL-ARRIVAL-HH.
087300     MOVE TIFADT-SMS-MM TO JNL-ARRIVAL-MM.
087400     IF JNL-ARRIVAL-HHMM NOT NUMERIC
087500         MOVE ZERO TO JNL-ARRIVAL-HHMM-9
087600     END-IF.
087700     IF JNL-ARRIVAL-DAY < JNL-DUE-CLOSE-DAY (JNL-DUE-SUB)
087800         OR (JNL-ARRIVAL-DAY = JNL-DUE-CLOSE-DAY (JNL-DUE-SUB)
087900         AND JNL-ARRIVAL-HHMM-9 NOT > JNL-DUE-HHMM (JNL-DUE-SUB))
088000         ADD 1 TO JNL-SRC-ONTIME (JNL-SRC-SUB)
088100     END-IF.
088200 2100-SCORE-ARRIVAL-EXIT.
088300     EXIT.
088400
088500 2110-TEST-DUE-ENTRY.
088600     CONTINUE.
088700
088800*--------------------------------------------------------------*
088900 3000-COUNT-HELD-FILE.
089000     READ TIF-HOLD-FILE INTO TIFHOLD-RECORD
089100         AT END
089200             SET JNL-TIFHOLD-EOF TO TRUE
089300             GO TO 3000-COUNT-HELD-FILE-EXIT
089400     END-READ.
089500     ADD 1 TO JNL-HOLD-READ.
089600     MOVE TIFHOLD-SRCE-SYS-CD TO JNL-CUR-SRCE-SYS-CD.
089700     PERFORM 7300-FIND-SOURCE
089800         THRU 7300-FIND-SOURCE-EXIT.
089900     IF JNL-SRC-SUB NOT = ZERO
090000         ADD 1 TO JNL-SRC-HELD (JNL-SRC-SUB)
090100     END-IF.
090200 3000-COUNT-HELD-FILE-EXIT.
090300     EXIT.
090400
090500*--------------------------------------------------------------*
090600* TIFQUAR IS EACH QUARANTINED FILE AS RECEIVED - ONLY ITS       *
090700* HEADER IS COUNTED, UNDER THE SOURCE SYSTEM IT CLAIMED.        *
090800*--------------------------------------------------------------*
090900 3100-COUNT-QUARANTINE.
091000     READ TIF-QUAR-FILE INTO JNL-TIF-RAW-REC
091100         AT END
091200             SET JNL-TIFQUAR-EOF TO TRUE
091300             GO TO 3100-COUNT-QUARANTINE-EXIT
091400     END-READ.
091500     IF JNL-TIF-RAW-REC (1:1) NOT = LOW-VALUE
091600         GO TO 3100-COUNT-QUARANTINE-EXIT
091700     END-IF.
091800     ADD 1 TO JNL-QUAR-FILES.
091900     MOVE JNL-TIF-RAW-REC TO JNL-TIF-HDR-VIEW.
092000     MOVE XX-HDR-SRCE-SYS-CD TO JNL-CUR-SRCE-SYS-CD.
092100     PERFORM 7300-FIND-SOURCE
092200         THRU 7300-FIND-SOURCE-EXIT.
092300     IF JNL-SRC-SUB NOT = ZERO
092400         ADD 1 TO JNL-SRC-QUAR (JNL-SRC-SUB)
092500     END-IF.
092600 3100-COUNT-QUARANTINE-EXIT.
092700     EXIT.
092800
092900*--------------------------------------------------------------*
093000* A DETAIL REJECTED BEFORE THE DERIVE STAMPED ITS SOURCE SYSTEM *
093100* SCORES UNDER UNKN, AS IJTRNF01 ROUTES IT.                     *
093200*--------------------------------------------------------------*
093300 3200-COUNT-REJECT.
093400     READ TIF-EXCP-FILE
093500         AT END
093600             SET JNL-TIFEXCP-EOF TO TRUE
093700             GO TO 3200-COUNT-REJECT-EXIT
093800     END-READ.
093900     ADD 1 TO JNL-EXCP-READ.
094000     MOVE TIF-EXCP-DATA TO JNL-TIF-RAW-REC.
094100     MOVE JNL-TIF-RAW-REC TO JNL-TIF-DTL-VIEW.
094200     IF XX-SRCE-SYS-ID = SPACES
094300         MOVE 'UNKN' TO JNL-CUR-SRCE-SYS-CD
094400     ELSE
094500         MOVE XX-SRCE-SYS-ID TO JNL-CUR-SRCE-SYS-CD
094600     END-IF.
094700     PERFORM 7300-FIND-SOURCE
094800         THRU 7300-FIND-SOURCE-EXIT.
094900     IF JNL-SRC-SUB NOT = ZERO
095000         ADD 1 TO JNL-SRC-REJECTS (JNL-SRC-SUB)
095100     END-IF.
095200 3200-COUNT-REJECT-EXIT.
095300     EXIT.
095400
095500*--------------------------------------------------------------*
095600* THE DETAILS EACH FEEDER SENT ARE THE RECORDS-IN IJTDTV01      *
095700* LOGGED FOR ITS FILES, TIED TO THE FEEDER THROUGH THE TRAIL.   *
095800*--------------------------------------------------------------*
095900 3300-COUNT-DETAILS.
096000     READ RUN-CTL-FILE INTO RUNCTL-RECORD
096100         AT END
096200             SET JNL-RUNCTL-EOF TO TRUE
096300             GO TO 3300-COUNT-DETAILS-EXIT
096400     END-READ.
096500     IF RUNCTL-PROGRAM-ID NOT = 'IJTDTV01'
096600         GO TO 3300-COUNT-DETAILS-EXIT
096700     END-IF.
096800     MOVE RUNCTL-JOBNAME TO JNL-CUR-JOBNAME.
096900     MOVE RUNCTL-SEQ-NM  TO JNL-CUR-SEQ-NM.
097000     PERFORM 3310-TEST-AUD-ENTRY
097100         VARYING JNL-AUD-SUB FROM 1 BY 1
097200         UNTIL JNL-AUD-SUB > JNL-AUD-CNT
097300         OR JNL-AUD-KEY (JNL-AUD-SUB) = JNL-CUR-AUD-KEY.
097400     IF JNL-AUD-SUB > JNL-AUD-CNT
097500         ADD 1 TO JNL-RUNCTL-NOT-TIED
097600         GO TO 3300-COUNT-DETAILS-EXIT
097700     END-IF.
097800     MOVE JNL-AUD-SRCE-SYS-CD (JNL-AUD-SUB)
097900         TO JNL-CUR-SRCE-SYS-CD.
098000     PERFORM 7300-FIND-SOURCE
098100         THRU 7300-FIND-SOURCE-EXIT.
098200     IF JNL-SRC-SUB NOT = ZERO
098300         ADD RUNCTL-RECS-IN TO JNL-SRC-DETAILS (JNL-SRC-SUB)
098400         ADD 1 TO JNL-RUNCTL-USED
098500     END-IF.
098600 3300-COUNT-DETAILS-EXIT.
098700     EXIT.
098800
098900 3310-TEST-AUD-ENTRY.
099000     CONTINUE.
099100
099200*--------------------------------------------------------------*
099300* RP519 SUSPENSE CARRIES NO TIF SOURCE SYSTEM - THE RP519       *
099400* EXTRACT IS ITSELF THE FEEDER AND SCORES AS R519.  A RECORD    *
099500* SUSPENDED MORE THAN 30 DAYS BEFORE THE MONTH END IS AGED.     *
099600*--------------------------------------------------------------*
099700 3400-AGE-SUSPENSE.
099800     READ SUS-IN-FILE
099900         AT END
100000             SET JNL-SUSIN-EOF TO TRUE
100100             GO TO 3400-AGE-SUSPENSE-EXIT
100200     END-READ.
100300     ADD 1 TO JNL-SUSP-READ.
100400     MOVE SUS-IN-DATA TO JNL-RP519-VIEW.
100500     MOVE 'R519' TO JNL-CUR-SRCE-SYS-CD.
100600     PERFORM 7300-FIND-SOURCE
100700         THRU 7300-FIND-SOURCE-EXIT.
100800     IF JNL-SRC-SUB = ZERO
100900         GO TO 3400-AGE-SUSPENSE-EXIT
101000     END-IF.
101100     MOVE SUS-IN-SUSP-DT TO JNL-DT-WORK-A.
101200     PERFORM 7000-DATE-TO-DAYNO
101300         THRU 7000-DATE-TO-DAYNO-EXIT.
101400     IF JNL-DT-DAYNO = ZERO
101500         GO TO 3400-AGE-SUSPENSE-EXIT
101600     END-IF.
101700     COMPUTE JNL-SUSP-AGE = JNL-MONTH-END-DAY - JNL-DT-DAYNO.
101800     IF JNL-SUSP-AGE > 30
101900         ADD 1 TO JNL-SRC-AGED-CNT (JNL-SRC-SUB)
102000         ADD RP519-CUR-AMT TO JNL-SRC-AGED-AMT (JNL-SRC-SUB)
102100     END-IF.
102200 3400-AGE-SUSPENSE-EXIT.
102300     EXIT.
102400
102500*--------------------------------------------------------------*
102600* ONE FEEDER'S SCORECARD - EACH FIGURE BESIDE ITS TARGET, EVERY *
102700* BREACH FLAGGED - THEN THE MONTH IS SAVED FOR THE TREND.  A    *
102800* FEEDER WITH NO FEEDS DUE HAS NO ON-TIME FIGURE TO BREACH.     *
102900*--------------------------------------------------------------*
103000 4000-SCORE-SOURCE.
103100     ADD 1 TO JNL-SOURCES-SCORED.
103200     MOVE ZERO TO JNL-BREACH-CNT.
103300     COMPUTE JNL-LATE-CNT = JNL-SRC-ARRIVED (JNL-SRC-SUB)
103400                          - JNL-SRC-ONTIME (JNL-SRC-SUB).
103500     COMPUTE JNL-MISSING-CNT = JNL-SRC-DUE (JNL-SRC-SUB)
103600                             - JNL-SRC-ARRIVED (JNL-SRC-SUB).
103700     COMPUTE JNL-RERUN-BKOUT-CNT = JNL-SRC-RERUNS (JNL-SRC-SUB)
103800                                 + JNL-SRC-BACKOUTS (JNL-SRC-SUB).
103900     MOVE ZERO TO JNL-ONTIME-PCT.
104000     IF JNL-SRC-DUE (JNL-SRC-SUB) > ZERO
104100         COMPUTE JNL-ONTIME-PCT ROUNDED =
104200             JNL-SRC-ONTIME (JNL-SRC-SUB) * 100
104300             / JNL-SRC-DUE (JNL-SRC-SUB)
104400     END-IF.
104500     MOVE ZERO TO JNL-REJ-PER-K.
104600     IF JNL-SRC-DETAILS (JNL-SRC-SUB) > ZERO
104700         COMPUTE JNL-REJ-PER-K ROUNDED =
104800             JNL-SRC-REJECTS (JNL-SRC-SUB) * 1000
104900             / JNL-SRC-DETAILS (JNL-SRC-SUB)
105000             ON SIZE ERROR
105100                 MOVE 9999.99 TO JNL-REJ-PER-K
105200         END-COMPUTE
105300     ELSE
105400         IF JNL-SRC-REJECTS (JNL-SRC-SUB) > ZERO
105500             MOVE 1000 TO JNL-REJ-PER-K
105600         END-IF
105700     END-IF.
105800     MOVE JNL-SRC-SRCE-SYS-CD (JNL-SRC-SUB)
105900         TO JNL-CUR-SRCE-SYS-CD.
106000     PERFORM 7400-FIND-TARGET
106100         THRU 7400-FIND-TARGET-EXIT.
106200
106300     MOVE SPACES TO SLA-RPT-LINE.
106400     WRITE SLA-RPT-LINE.
106500     MOVE SPACES TO SLA-RPT-LINE.
106600     IF JNL-TGT-SUB = ZERO
106700         STRING 'SOURCE SYSTEM ' JNL-CUR-SRCE-SYS-CD
106800             '  - NO SLA TARGET ON SLATGT, FIGURES NOT SCORED'
106900             DELIMITED BY SIZE INTO SLA-RPT-LINE
107000         END-STRING
107100     ELSE
107200         STRING 'SOURCE SYSTEM ' JNL-CUR-SRCE-SYS-CD '  '
107300             JNL-TGT-DESC (JNL-TGT-SUB)
107400             '  TARGETS FROM SLATGT ROW '
107500             JNL-TGT-SRCE-SYS-CD (JNL-TGT-SUB)
107600             DELIMITED BY SIZE INTO SLA-RPT-LINE
107700         END-STRING
107800     END-IF.
107900     WRITE SLA-RPT-LINE.
108000
108100     MOVE SPACES TO JNL-MET-LINE.
108200     MOVE 'ON-TIME PERCENT' TO JNL-MET-NAME.
108300     MOVE JNL-SRC-DUE (JNL-SRC-SUB) TO JNL-EDIT-CNT.
108400     MOVE JNL-SRC-ONTIME (JNL-SRC-SUB) TO JNL-EDIT-CNT-2.
108500     MOVE JNL-LATE-CNT TO JNL-EDIT-CNT-3.
108600     MOVE JNL-MISSING-CNT TO JNL-EDIT-CNT-4.
108700     STRING 'DUE ' JNL-EDIT-CNT ' ON TIME ' JNL-EDIT-CNT-2
108800         ' LATE ' JNL-EDIT-CNT-3 ' MISSING ' JNL-EDIT-CNT-4
108900         DELIMITED BY SIZE INTO JNL-MET-NOTE
109000     END-STRING.
109100     IF JNL-SRC-DUE (JNL-SRC-SUB) = ZERO
109200         MOVE 'NONE DUE' TO JNL-MET-ACTUAL
109300         MOVE 'N' TO JNL-BREACH-SW
109400     ELSE
109500         MOVE JNL-ONTIME-PCT TO JNL-EDIT-PCT
109600         MOVE JNL-EDIT-PCT TO JNL-MET-ACTUAL
109700         MOVE 'N' TO JNL-BREACH-SW
109800         IF JNL-TGT-SUB NOT = ZERO
109900             IF JNL-ONTIME-PCT
110000                 < JNL-TGT-ONTIME-PCT-MIN (JNL-TGT-SUB)
110100                 SET JNL-FIGURE-BREACHED TO TRUE
110200             END-IF
110300         END-IF
110400     END-IF.
110500     IF JNL-TGT-SUB NOT = ZERO
110600         MOVE 'MIN' TO JNL-MET-TGT-LABEL
110700         MOVE JNL-TGT-ONTIME-PCT-MIN (JNL-TGT-SUB) TO JNL-EDIT-PCT
110800         MOVE JNL-EDIT-PCT TO JNL-MET-TARGET
110900     END-IF.
111000     PERFORM 4100-WRITE-METRIC-LINE
111100         THRU 4100-WRITE-METRIC-LINE-EXIT.
111200
111300     MOVE SPACES TO JNL-MET-LINE.
111400     MOVE 'FILES HELD' TO JNL-MET-NAME.
111500     MOVE JNL-SRC-HELD (JNL-SRC-SUB) TO JNL-EDIT-CNT.
111600     MOVE JNL-EDIT-CNT TO JNL-MET-ACTUAL.
111700     MOVE 'N' TO JNL-BREACH-SW.
111800     IF JNL-TGT-SUB NOT = ZERO
111900         MOVE 'MAX' TO JNL-MET-TGT-LABEL
112000         MOVE JNL-TGT-HELD-MAX (JNL-TGT-SUB) TO JNL-EDIT-CNT
112100         MOVE JNL-EDIT-CNT TO JNL-MET-TARGET
112200         IF JNL-SRC-HELD (JNL-SRC-SUB)
112300             > JNL-TGT-HELD-MAX (JNL-TGT-SUB)
112400             SET JNL-FIGURE-BREACHED TO TRUE
112500         END-IF
112600     END-IF.
112700     PERFORM 4100-WRITE-METRIC-LINE
112800         THRU 4100-WRITE-METRIC-LINE-EXIT.
112900
113000     MOVE SPACES TO JNL-MET-LINE.
113100     MOVE 'FILES QUARANTINED' TO JNL-MET-NAME.
113200     MOVE JNL-SRC-QUAR (JNL-SRC-SUB) TO JNL-EDIT-CNT.
113300     MOVE JNL-EDIT-CNT TO JNL-MET-ACTUAL.
113400     MOVE 'N' TO JNL-BREACH-SW.
113500     IF JNL-TGT-SUB NOT = ZERO
113600         MOVE 'MAX' TO JNL-MET-TGT-LABEL
113700         MOVE JNL-TGT-QUAR-MAX (JNL-TGT-SUB) TO JNL-EDIT-CNT
113800         MOVE JNL-EDIT-CNT TO JNL-MET-TARGET
113900         IF JNL-SRC-QUAR (JNL-SRC-SUB)
114000             > JNL-TGT-QUAR-MAX (JNL-TGT-SUB)
114100             SET JNL-FIGURE-BREACHED TO TRUE
114200         END-IF
114300     END-IF.
114400     PERFORM 4100-WRITE-METRIC-LINE
114500         THRU 4100-WRITE-METRIC-LINE-EXIT.
114600
114700     MOVE SPACES TO JNL-MET-LINE.
114800     MOVE 'REJECTS PER THOUSAND' TO JNL-MET-NAME.
114900     MOVE JNL-REJ-PER-K TO JNL-EDIT-RATE.
115000     MOVE JNL-EDIT-RATE TO JNL-MET-ACTUAL.
115100     MOVE JNL-SRC-REJECTS (JNL-SRC-SUB) TO JNL-EDIT-BIG.
115200     MOVE JNL-SRC-DETAILS (JNL-SRC-SUB) TO JNL-EDIT-BIG-2.
115300     STRING 'REJECTED ' JNL-EDIT-BIG ' OF ' JNL-EDIT-BIG-2
115400         ' DETAILS'
115500         DELIMITED BY SIZE INTO JNL-MET-NOTE
115600     END-STRING.
115700     MOVE 'N' TO JNL-BREACH-SW.
115800     IF JNL-TGT-SUB NOT = ZERO
115900         MOVE 'MAX' TO JNL-MET-TGT-LABEL
116000         MOVE JNL-TGT-REJ-PER-K-MAX (JNL-TGT-SUB)
116100             TO JNL-EDIT-RATE
116200         MOVE JNL-EDIT-RATE TO JNL-MET-TARGET
116300         IF JNL-REJ-PER-K > JNL-TGT-REJ-PER-K-MAX (JNL-TGT-SUB)
116400             SET JNL-FIGURE-BREACHED TO TRUE
116500         END-IF
116600     END-IF.
116700     PERFORM 4100-WRITE-METRIC-LINE
116800         THRU 4100-WRITE-METRIC-LINE-EXIT.
116900
117000     MOVE SPACES TO JNL-MET-LINE.
117100     MOVE 'SUSPENSE AGED OVER 30 DAYS' TO JNL-MET-NAME.
117200     MOVE JNL-SRC-AGED-AMT (JNL-SRC-SUB) TO JNL-EDIT-AMT.
117300     MOVE JNL-EDIT-AMT TO JNL-MET-ACTUAL.
117400     MOVE JNL-SRC-AGED-CNT (JNL-SRC-SUB) TO JNL-EDIT-BIG.
117500     STRING 'RECORDS ' JNL-EDIT-BIG
117600         DELIMITED BY SIZE INTO JNL-MET-NOTE
117700     END-STRING.
117800     MOVE 'N' TO JNL-BREACH-SW.
117900     IF JNL-TGT-SUB NOT = ZERO
118000         MOVE 'MAX' TO JNL-MET-TGT-LABEL
118100         MOVE JNL-TGT-SUSP-AGED-MAX (JNL-TGT-SUB) TO JNL-EDIT-AMT
118200         MOVE JNL-EDIT-AMT TO JNL-MET-TARGET
118300         IF JNL-SRC-AGED-AMT (JNL-SRC-SUB)
118400             > JNL-TGT-SUSP-AGED-MAX (JNL-TGT-SUB)
118500             SET JNL-FIGURE-BREACHED TO TRUE
118600         END-IF
118700     END-IF.
118800     PERFORM 4100-WRITE-METRIC-LINE
118900         THRU 4100-WRITE-METRIC-LINE-EXIT.
119000
119100     MOVE SPACES TO JNL-MET-LINE.
119200     MOVE 'RERUNS AND BACKOUTS' TO JNL-MET-NAME.
119300     MOVE JNL-RERUN-BKOUT-CNT TO JNL-EDIT-CNT.
119400     MOVE JNL-EDIT-CNT TO JNL-MET-ACTUAL.
119500     MOVE JNL-SRC-RERUNS (JNL-SRC-SUB) TO JNL-EDIT-CNT.
119600     MOVE JNL-SRC-BACKOUTS (JNL-SRC-SUB) TO JNL-EDIT-CNT-2.
119700     STRING 'RERUNS ' JNL-EDIT-CNT ' BACKOUTS ' JNL-EDIT-CNT-2
119800         DELIMITED BY SIZE INTO JNL-MET-NOTE
119900     END-STRING.
120000     MOVE 'N' TO JNL-BREACH-SW.
120100     IF JNL-TGT-SUB NOT = ZERO
120200         MOVE 'MAX' TO JNL-MET-TGT-LABEL
120300         MOVE JNL-TGT-RERUN-MAX (JNL-TGT-SUB) TO JNL-EDIT-CNT
120400         MOVE JNL-EDIT-CNT TO JNL-MET-TARGET
120500         IF JNL-RERUN-BKOUT-CNT > JNL-TGT-RERUN-MAX (JNL-TGT-SUB)
120600             SET JNL-FIGURE-BREACHED TO TRUE
120700         END-IF
120800     END-IF.
120900     PERFORM 4100-WRITE-METRIC-LINE
121000         THRU 4100-WRITE-METRIC-LINE-EXIT.
121100
121200     IF JNL-BREACH-CNT > ZERO
121300         ADD 1 TO JNL-SOURCES-BREACHED
121400         ADD JNL-BREACH-CNT TO JNL-TOTAL-BREACHES
121500     END-IF.
121600     PERFORM 4200-SAVE-SCORECARD
121700         THRU 4200-SAVE-SCORECARD-EXIT.
121800 4000-SCORE-SOURCE-EXIT.
121900     EXIT.
122000
122100 4100-WRITE-METRIC-LINE.
122200     IF JNL-FIGURE-BREACHED
122300         MOVE '*** BREACH ***' TO JNL-MET-FLAG
122400         ADD 1 TO JNL-BREACH-CNT
122500     END-IF.
122600     MOVE JNL-MET-LINE TO SLA-RPT-LINE.
122700     WRITE SLA-RPT-LINE.
122800 4100-WRITE-METRIC-LINE-EXIT.
122900     EXIT.
123000
123100 4200-SAVE-SCORECARD.
123200     MOVE JNL-SRC-DUE (JNL-SRC-SUB)      TO JNL-HST-DUE.
123300     MOVE JNL-SRC-ONTIME (JNL-SRC-SUB)   TO JNL-HST-ONTIME.
123400     MOVE JNL-SRC-HELD (JNL-SRC-SUB)     TO JNL-HST-HELD.
123500     MOVE JNL-SRC-QUAR (JNL-SRC-SUB)     TO JNL-HST-QUAR.
123600     MOVE JNL-SRC-DETAILS (JNL-SRC-SUB)  TO JNL-HST-DETAILS.
123700     MOVE JNL-SRC-REJECTS (JNL-SRC-SUB)  TO JNL-HST-REJECTS.
123800     MOVE JNL-SRC-RERUNS (JNL-SRC-SUB)   TO JNL-HST-RERUNS.
123900     MOVE JNL-SRC-BACKOUTS (JNL-SRC-SUB) TO JNL-HST-BACKOUTS.
124000     MOVE JNL-SRC-AGED-AMT (JNL-SRC-SUB) TO JNL-HST-AGED-AMT.
124100     MOVE JNL-ONTIME-PCT                 TO JNL-HST-ONTIME-PCT.
124200     MOVE JNL-REJ-PER-K                  TO JNL-HST-REJ-PER-K.
124300     MOVE JNL-BREACH-CNT                 TO JNL-HST-BREACHES.
124400     MOVE 'IJTSLASC' TO HST-COMM-APP-ID.
124500     MOVE SPACES TO HST-COMM-REC-KEY HST-COMM-DATA.
124600     MOVE JNL-RUN-PERIOD-A    TO HST-COMM-REC-KEY (1:6).
124700     MOVE JNL-CUR-SRCE-SYS-CD TO HST-COMM-REC-KEY (7:4).
124800     MOVE JNL-SLA-HST-REC TO HST-COMM-DATA (1:67).
124900     SET HST-FUNC-WRITE TO TRUE.
125000     CALL 'IJHSTR01' USING HST-COMM-AREA.
125100     IF NOT HST-RC-OK
125200         DISPLAY 'IJTSLA01 - SCORECARD NOT SAVED FOR '
125300             JNL-CUR-SRCE-SYS-CD ', RC = ' HST-RETURN-CD
125400     END-IF.
125500 4200-SAVE-SCORECARD-EXIT.
125600     EXIT.
125700
125800*--------------------------------------------------------------*
125900* EACH FEEDER'S LAST SIX MONTHS FROM THE STORE, OLDEST FIRST.   *
126000*--------------------------------------------------------------*
126100 5000-PRINT-TREND.
126200     IF JNL-SRC-SUB = 1
126300         MOVE SPACES TO SLA-RPT-LINE
126400         WRITE SLA-RPT-LINE
126500         MOVE 'SIX-MONTH TREND' TO SLA-RPT-LINE
126600         WRITE SLA-RPT-LINE
126700     END-IF.
126800     MOVE SPACES TO SLA-RPT-LINE.
126900     WRITE SLA-RPT-LINE.
127000     MOVE SPACES TO SLA-RPT-LINE.
127100     STRING 'SOURCE SYSTEM ' JNL-SRC-SRCE-SYS-CD (JNL-SRC-SUB)
127200         DELIMITED BY SIZE INTO SLA-RPT-LINE
127300     END-STRING.
127400     WRITE SLA-RPT-LINE.
127500     MOVE SPACES TO JNL-TRD-LINE.
127600     MOVE 'MONTH'   TO JNL-TRD-MONTH.
127700     MOVE '    DUE' TO JNL-TRD-DUE.
127800     MOVE 'ON-TIME' TO JNL-TRD-ONTIME.
127900     MOVE '   HELD' TO JNL-TRD-HELD.
128000     MOVE '   QUAR' TO JNL-TRD-QUAR.
128100     MOVE 'REJ/THOU' TO JNL-TRD-REJ.
128200     MOVE '  AGED SUSPENSE' TO JNL-TRD-AGED.
128300     MOVE 'RRN/BKO' TO JNL-TRD-RERUN.
128400     MOVE 'BREACHES' TO JNL-TRD-BREACH.
128500     MOVE JNL-TRD-LINE TO SLA-RPT-LINE.
128600     WRITE SLA-RPT-LINE.
128700     PERFORM 5100-PRINT-TREND-MONTH
128800         THRU 5100-PRINT-TREND-MONTH-EXIT
128900         VARYING JNL-TRD-SUB FROM 1 BY 1
129000         UNTIL JNL-TRD-SUB > 6.
129100 5000-PRINT-TREND-EXIT.
129200     EXIT.
129300
129400 5100-PRINT-TREND-MONTH.
129500     MOVE SPACES TO JNL-TRD-LINE.
129600     MOVE JNL-TRD-PERIOD (JNL-TRD-SUB) TO JNL-TRD-MONTH.
129700     MOVE 'IJTSLASC' TO HST-COMM-APP-ID.
129800     MOVE SPACES TO HST-COMM-REC-KEY.
129900     MOVE JNL-TRD-PERIOD (JNL-TRD-SUB) TO HST-COMM-REC-KEY (1:6).
130000     MOVE JNL-SRC-SRCE-SYS-CD (JNL-SRC-SUB)
130100         TO HST-COMM-REC-KEY (7:4).
130200     SET HST-FUNC-READ TO TRUE.
130300     CALL 'IJHSTR01' USING HST-COMM-AREA.
130400     IF NOT HST-RC-OK
130500         MOVE 'NOT SCORED' TO JNL-TRD-BREACH
130600         MOVE JNL-TRD-LINE TO SLA-RPT-LINE
130700         WRITE SLA-RPT-LINE
130800         GO TO 5100-PRINT-TREND-MONTH-EXIT
130900     END-IF.
131000     MOVE HST-COMM-DATA (1:67) TO JNL-SLA-HST-REC.
131100     MOVE JNL-HST-DUE TO JNL-EDIT-CNT.
131200     MOVE JNL-EDIT-CNT TO JNL-TRD-DUE.
131300     IF JNL-HST-DUE = ZERO
131400         MOVE '    N/A' TO JNL-TRD-ONTIME
131500     ELSE
131600         MOVE JNL-HST-ONTIME-PCT TO JNL-EDIT-PCT
131700         MOVE JNL-EDIT-PCT TO JNL-TRD-ONTIME (3:5)
131800     END-IF.
131900     MOVE JNL-HST-HELD TO JNL-EDIT-CNT.
132000     MOVE JNL-EDIT-CNT TO JNL-TRD-HELD.
132100     MOVE JNL-HST-QUAR TO JNL-EDIT-CNT.
132200     MOVE JNL-EDIT-CNT TO JNL-TRD-QUAR.
132300     MOVE JNL-HST-REJ-PER-K TO JNL-EDIT-RATE.
132400     MOVE JNL-EDIT-RATE TO JNL-TRD-REJ.
132500     MOVE JNL-HST-AGED-AMT TO JNL-EDIT-AMT.
132600     MOVE JNL-EDIT-AMT TO JNL-TRD-AGED.
132700     COMPUTE JNL-RERUN-BKOUT-CNT = JNL-HST-RERUNS
132800                                 + JNL-HST-BACKOUTS.
132900     MOVE JNL-RERUN-BKOUT-CNT TO JNL-EDIT-CNT.
133000     MOVE JNL-EDIT-CNT TO JNL-TRD-RERUN.
133100     MOVE JNL-HST-BREACHES TO JNL-EDIT-CNT.
133200     MOVE JNL-EDIT-CNT TO JNL-TRD-BREACH.
133300     MOVE JNL-TRD-LINE TO SLA-RPT-LINE.
133400     WRITE SLA-RPT-LINE.
133500 5100-PRINT-TREND-MONTH-EXIT.
133600     EXIT.
133700
133800*--------------------------------------------------------------*
133900* CCYYMMDD IN JNL-DT-WORK TO A DAY NUMBER IN JNL-DT-DAYNO, ZERO *
134000* WHEN THE DATE IS NOT A DATE.                                  *
134100*--------------------------------------------------------------*
134200 7000-DATE-TO-DAYNO.
134300     MOVE ZERO TO JNL-DT-DAYNO.
134400     IF JNL-DT-WORK-A NOT NUMERIC
134500         OR JNL-DT-MONTH < 1 OR JNL-DT-MONTH > 12
134600         OR JNL-DT-DAY < 1 OR JNL-DT-DAY > 31
134700         OR JNL-DT-YEAR = ZERO
134800         GO TO 7000-DATE-TO-DAYNO-EXIT
134900     END-IF.
135000     PERFORM 7010-YEAR-BASE
135100         THRU 7010-YEAR-BASE-EXIT.
135200     ADD JNL-CUM-DAYS (JNL-DT-MONTH) JNL-DT-DAY
135300         TO JNL-DT-DAYNO.
135400     IF JNL-DT-LEAP-YEAR AND JNL-DT-MONTH > 2
135500         ADD 1 TO JNL-DT-DAYNO
135600     END-IF.
135700 7000-DATE-TO-DAYNO-EXIT.
135800     EXIT.
135900
136000*--------------------------------------------------------------*
136100* THE DAYS BEFORE 1 JANUARY OF JNL-DT-YEAR, AND WHETHER THE     *
136200* YEAR IS A LEAP YEAR.                                          *
136300*--------------------------------------------------------------*
136400 7010-YEAR-BASE.
136500     COMPUTE JNL-DT-YM1 = JNL-DT-YEAR - 1.
136600     COMPUTE JNL-DT-DAYNO = JNL-DT-YM1 * 365.
136700     DIVIDE JNL-DT-YM1 BY 4 GIVING JNL-DT-QUOT.
136800     ADD JNL-DT-QUOT TO JNL-DT-DAYNO.
136900     DIVIDE JNL-DT-YM1 BY 100 GIVING JNL-DT-QUOT.
137000     SUBTRACT JNL-DT-QUOT FROM JNL-DT-DAYNO.
137100     DIVIDE JNL-DT-YM1 BY 400 GIVING JNL-DT-QUOT.
137200     ADD JNL-DT-QUOT TO JNL-DT-DAYNO.
137300     DIVIDE JNL-DT-YEAR BY 4 GIVING JNL-DT-QUOT
137400         REMAINDER JNL-DT-REM-4.
137500     DIVIDE JNL-DT-YEAR BY 100 GIVING JNL-DT-QUOT
137600         REMAINDER JNL-DT-REM-100.
137700     DIVIDE JNL-DT-YEAR BY 400 GIVING JNL-DT-QUOT
137800         REMAINDER JNL-DT-REM-400.
137900     MOVE 'N' TO JNL-DT-LEAP-SW.
138000     IF JNL-DT-REM-4 = ZERO
138100         AND (JNL-DT-REM-100 NOT = ZERO OR JNL-DT-REM-400 = ZERO)
138200         SET JNL-DT-LEAP-YEAR TO TRUE
138300     END-IF.
138400 7010-YEAR-BASE-EXIT.
138500     EXIT.
138600
138700*--------------------------------------------------------------*
138800* AN SMS YYDDD DATE TO A DAY NUMBER - THE CENTURY IS JOINED ON  *
138900* AS '20', AS THE EFFECTIVE-PERIOD EDITS DO.                    *
139000*--------------------------------------------------------------*
139100 7100-JULIAN-TO-DAYNO.
139200     MOVE ZERO TO JNL-DT-DAYNO.
139300     IF JNL-DT-JUL-YY NOT NUMERIC OR JNL-DT-JUL-DDD NOT NUMERIC
139400         GO TO 7100-JULIAN-TO-DAYNO-EXIT
139500     END-IF.
139600     IF JNL-DT-JUL-DDD-9 < 1 OR JNL-DT-JUL-DDD-9 > 366
139700         GO TO 7100-JULIAN-TO-DAYNO-EXIT
139800     END-IF.
139900     MOVE '20'          TO JNL-DT-WORK-A (1:2).
140000     MOVE JNL-DT-JUL-YY TO JNL-DT-WORK-A (3:2).
140100     PERFORM 7010-YEAR-BASE
140200         THRU 7010-YEAR-BASE-EXIT.
140300     ADD JNL-DT-JUL-DDD-9 TO JNL-DT-DAYNO.
140400 7100-JULIAN-TO-DAYNO-EXIT.
140500     EXIT.
140600
140700*--------------------------------------------------------------*
140800 7200-FIND-NEAREST-OCCURRENCE.
140900     MOVE ZERO TO JNL-FOUND-SUB.
141000     PERFORM 7210-TEST-NEAREST-OCCURRENCE
141100         THRU 7210-TEST-NEAREST-OCCURRENCE-EXIT
141200         VARYING JNL-TEST-SUB FROM 1 BY 1
141300         UNTIL JNL-TEST-SUB > JNL-CYC-CNT.
141400 7200-FIND-NEAREST-OCCURRENCE-EXIT.
141500     EXIT.
141600
141700 7210-TEST-NEAREST-OCCURRENCE.
141800     IF JNL-CYC-BL-CYC-CD (JNL-TEST-SUB) NOT = JNL-FIND-CYC-CD
141900         GO TO 7210-TEST-NEAREST-OCCURRENCE-EXIT
142000     END-IF.
142100     COMPUTE JNL-DISTANCE = JNL-ARRIVAL-DAY
142200                          - JNL-CYC-CLOSE-DAY (JNL-TEST-SUB).
142300     IF JNL-DISTANCE < ZERO
142400         COMPUTE JNL-DISTANCE = ZERO - JNL-DISTANCE
142500     END-IF.
142600     IF JNL-FOUND-SUB = ZERO
142700         OR JNL-DISTANCE < JNL-BEST-DISTANCE
142800         MOVE JNL-TEST-SUB TO JNL-FOUND-SUB
142900         MOVE JNL-DISTANCE TO JNL-BEST-DISTANCE
143000     END-IF.
143100 7210-TEST-NEAREST-OCCURRENCE-EXIT.
143200     EXIT.
143300
143400*--------------------------------------------------------------*
143500* THE SCORECARD ENTRY FOR JNL-CUR-SRCE-SYS-CD, ADDED ON FIRST   *
143600* SIGHT.  JNL-SRC-SUB ZERO - THE TABLE IS FULL.                 *
143700*--------------------------------------------------------------*
143800 7300-FIND-SOURCE.
143900     PERFORM 7310-TEST-SOURCE-ENTRY
144000         VARYING JNL-SRC-SUB FROM 1 BY 1
144100         UNTIL JNL-SRC-SUB > JNL-SRC-CNT
144200         OR JNL-SRC-SRCE-SYS-CD (JNL-SRC-SUB)
144300            = JNL-CUR-SRCE-SYS-CD.
144400     IF JNL-SRC-SUB NOT > JNL-SRC-CNT
144500         GO TO 7300-FIND-SOURCE-EXIT
144600     END-IF.
144700     IF JNL-SRC-CNT >= 200
144800         ADD 1 TO JNL-SRC-OVERFLOW
144900         MOVE ZERO TO JNL-SRC-SUB
145000         GO TO 7300-FIND-SOURCE-EXIT
145100     END-IF.
145200     ADD 1 TO JNL-SRC-CNT.
145300     MOVE JNL-SRC-CNT TO JNL-SRC-SUB.
145400     MOVE JNL-CUR-SRCE-SYS-CD
145500         TO JNL-SRC-SRCE-SYS-CD (JNL-SRC-SUB).
145600     MOVE ZERO TO JNL-SRC-DUE (JNL-SRC-SUB)
145700                  JNL-SRC-ARRIVED (JNL-SRC-SUB)
145800                  JNL-SRC-ONTIME (JNL-SRC-SUB)
145900                  JNL-SRC-HELD (JNL-SRC-SUB)
146000                  JNL-SRC-QUAR (JNL-SRC-SUB)
146100                  JNL-SRC-DETAILS (JNL-SRC-SUB)
146200                  JNL-SRC-REJECTS (JNL-SRC-SUB)
146300                  JNL-SRC-RERUNS (JNL-SRC-SUB)
146400                  JNL-SRC-BACKOUTS (JNL-SRC-SUB)
146500                  JNL-SRC-AGED-CNT (JNL-SRC-SUB)
146600                  JNL-SRC-AGED-AMT (JNL-SRC-SUB).
146700 7300-FIND-SOURCE-EXIT.
146800     EXIT.
146900
147000 7310-TEST-SOURCE-ENTRY.
147100     CONTINUE.
147200
147300*--------------------------------------------------------------*
147400* THE FEEDER'S OWN SLATGT ROW, ELSE THE DEFAULT                 *
147500* ROW.  JNL-TGT-SUB ZERO - NEITHER.                             *
147600*--------------------------------------------------------------*
147700 7400-FIND-TARGET.
147800     PERFORM 7410-TEST-TARGET-ENTRY
147900         VARYING JNL-TGT-SUB FROM 1 BY 1
148000         UNTIL JNL-TGT-SUB > JNL-TGT-CNT
148100         OR JNL-TGT-SRCE-SYS-CD (JNL-TGT-SUB)
148200            = JNL-CUR-SRCE-SYS-CD.
148300     IF JNL-TGT-SUB > JNL-TGT-CNT
148400         MOVE JNL-TGT-DEFAULT-SUB TO JNL-TGT-SUB
148500     END-IF.
148600 7400-FIND-TARGET-EXIT.
148700     EXIT.
148800
148900 7410-TEST-TARGET-ENTRY.
149000     CONTINUE.
149100
149200*--------------------------------------------------------------*
149300 9000-TERMINATE.
149400     SET HST-FUNC-CLOSE TO TRUE.
149500     CALL 'IJHSTR01' USING HST-COMM-AREA.
149600     MOVE SPACES TO SLA-RPT-LINE.
149700     WRITE SLA-RPT-LINE.
149800     MOVE JNL-SOURCES-BREACHED TO JNL-EDIT-CNT.
149900     MOVE JNL-TOTAL-BREACHES TO JNL-EDIT-CNT-2.
150000     MOVE SPACES TO SLA-RPT-LINE.
150100     STRING 'FEEDERS IN BREACH ' JNL-EDIT-CNT
150200         '   BREACHES ' JNL-EDIT-CNT-2
150300         DELIMITED BY SIZE INTO SLA-RPT-LINE
150400     END-STRING.
150500     WRITE SLA-RPT-LINE.
150600     CLOSE TIF-AUDIT-FILE TIF-HOLD-FILE TIF-QUAR-FILE
150700         TIF-EXCP-FILE RUN-CTL-FILE SUS-IN-FILE SLA-RPT-FILE.
150800     DISPLAY 'IJTSLA01 - SCORECARD MONTH          = '
150900         JNL-RUN-PERIOD-A.
151000     DISPLAY 'IJTSLA01 - TIFAUDIT RECORDS READ    = '
151100         JNL-AUDIT-READ.
151200     DISPLAY 'IJTSLA01 - ARRIVALS NOT SCHEDULED   = '
151300         JNL-AUDIT-UNSCHED.
151400     DISPLAY 'IJTSLA01 - TIFHOLD RECORDS READ     = '
151500         JNL-HOLD-READ.
151600     DISPLAY 'IJTSLA01 - QUARANTINED FILES READ   = '
151700         JNL-QUAR-FILES.
151800     DISPLAY 'IJTSLA01 - TIFEXCP RECORDS READ     = '
151900         JNL-EXCP-READ.
152000     DISPLAY 'IJTSLA01 - RUNCTL RECORDS USED      = '
152100         JNL-RUNCTL-USED.
152200     DISPLAY 'IJTSLA01 - RUNCTL RECORDS NOT TIED  = '
152300         JNL-RUNCTL-NOT-TIED.
152400     DISPLAY 'IJTSLA01 - SUSPENSE RECORDS READ    = '
152500         JNL-SUSP-READ.
152600     DISPLAY 'IJTSLA01 - CYCCAL ROWS BAD DATES    = '
152700         JNL-CYC-BAD-DATES.
152800     DISPLAY 'IJTSLA01 - FEEDERS SCORED           = '
152900         JNL-SOURCES-SCORED.
153000     DISPLAY 'IJTSLA01 - FEEDERS IN BREACH        = '
153100         JNL-SOURCES-BREACHED.
153200     DISPLAY 'IJTSLA01 - BREACHES CALLED OUT      = '
153300         JNL-TOTAL-BREACHES.
153400     IF JNL-TOTAL-BREACHES > ZERO
153500         MOVE 4 TO RETURN-CODE
153600     END-IF.
153700     IF JNL-TABLE-FULL > ZERO OR JNL-SRC-OVERFLOW > ZERO
153800         DISPLAY 'IJTSLA01 - TABLE OVERFLOW, ENTRIES DROPPED = '
153900             JNL-TABLE-FULL ' SOURCES DROPPED = '
154000             JNL-SRC-OVERFLOW
154100         MOVE 16 TO RETURN-CODE
154200     END-IF.
154300 9000-TERMINATE-EXIT.
154400     EXIT.
154500
154600*-------------------------------------------------------------.
154700*                     E N D   O F  I J T S L A 0 1             :
154800*-------------------------------------------------------------'
