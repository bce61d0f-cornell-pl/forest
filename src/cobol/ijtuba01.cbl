000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJTUBA01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/24/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 29.7  09/24/26  RAS  NEW PROGRAM.  MONTH-END UNBILLED REVENUE *
001100*                      ACCRUAL, REPLACING THE SPREADSHEET BUILT *
001200*                      FROM LAST MONTH'S NUMBERS.  EVERY CYCCAL *
001300*                      BILL CYCLE WHOSE SERVICE PERIOD OPENS ON *
001400*                      OR BEFORE THE MONTH END AND CLOSES AFTER *
001500*                      IT, AND WHICH HAS NOT ARRIVED - NO VALID *
001600*                      TIF HEADER FOR IT ON THE TIFAUDIT TRAIL  *
001700*                      AND NO GENERATION FOR IT ON THE IJRGDG01 *
001800*                      RP519 GDG LOG - IS ESTIMATED FROM THE    *
001900*                      PRIOR CYCLE'S ACTUALS BY SOURCE SYSTEM   *
002000*                      AND FACCT, TAKEN FROM THE GLINTF         *
002100*                      GENERATIONS ON GLHIST, AS A DAILY RUN    *
002200*                      RATE TIMES THE CYCLE'S DAYS UP TO THE    *
002300*                      MONTH END.  THE ACCRUAL GOES OUT ON      *
002400*                      GLACRINT IN THE IJTGLP01 BATCH FORMAT,   *
002500*                      ONE BATCH PER CYCLE AND SOURCE SYSTEM,   *
002600*                      EACH REVENUE LINE OFFSET TO THE          *
002700*                      UNBILLED-REVENUE FACCT NAMED ON THE      *
002800*                      ACRCTL CARD SO EVERY BATCH NETS TO ZERO, *
002900*                      AND EVERY BATCH HEADER IS FLAGGED TO     *
003000*                      REVERSE ON THE FIRST OF THE NEXT MONTH,  *
003100*                      WHEN THE CYCLE'S REAL POSTING REPLACES   *
003200*                      IT.  CYCLES ACCRUED ARE RECORDED ON      *
003300*                      HISTSTOR UNDER APP ID IJTUBAAC, SO A     *
003400*                      RERUN CANNOT ACCRUE THE SAME CYCLE TWICE *
003500*                      AND THE NEXT MONTH'S RUN CAN SET EACH    *
003600*                      ESTIMATE BESIDE THE ACTUAL THAT REPLACED *
003700*                      IT.  A CYCLE WITH NO PRIOR ACTUALS TO    *
003800*                      ESTIMATE FROM IS LEFT OFF THE JOURNAL    *
003900*                      (RC 4).                                  *
003910* 30.7  10/15/26  RAS  CHECK THE GLACRINT AND ACRRPT OPENS.  A  *
003920*                      CYCLE THE HISTSTOR WRITE DID NOT RECORD  *
003930*                      IS REPORTED AND ENDS THE RUN RC 16, AS A *
003940*                      RERUN WOULD ACCRUE IT AGAIN.  THE        *
003950*                      TRUE-UP SETS THE ESTIMATE AGAINST THE    *
003960*                      ACTUAL FOR THE SAME ACCRUED DAYS, NOT    *
003970*                      THE WHOLE CYCLE.                         *
004000*--------------------------------------------------------------*
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-370.
004400 OBJECT-COMPUTER.   IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ACR-CTL-FILE   ASSIGN TO ACRCTL
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS JNL-ACRCTL-STATUS.
005000
005100     SELECT CYC-CAL-FILE   ASSIGN TO CYCCAL
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS JNL-CYCCAL-STATUS.
005400
005500     SELECT TIF-AUDIT-FILE ASSIGN TO TIFAUDIT
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS JNL-TIFAUDIT-STATUS.
005800
005900     SELECT GL-HIST-FILE   ASSIGN TO GLHIST
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS JNL-GLHIST-STATUS.
006200
006300     SELECT GL-INTF-FILE   ASSIGN TO GLACRINT
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS JNL-GLINTF-STATUS.
006600
006700     SELECT ACR-RPT-FILE   ASSIGN TO ACRRPT
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS JNL-ACRRPT-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  ACR-CTL-FILE
007400     RECORDING MODE IS F.
007500 01  ACR-CTL-RECORD            PIC X(80).
007600
007700 FD  CYC-CAL-FILE
007800     RECORDING MODE IS F.
007900 01  CYC-CAL-IN-RECORD         PIC X(48).
008000
008100 FD  TIF-AUDIT-FILE
008200     RECORDING MODE IS F.
008300     COPY tifadt.
008400
008500 FD  GL-HIST-FILE
008600     RECORDING MODE IS F.
008700 01  GL-HIST-RECORD            PIC X(80).
008800
008900 FD  GL-INTF-FILE
009000     RECORDING MODE IS F.
009100 01  GL-INTF-RECORD            PIC X(80).
009200
009300 FD  ACR-RPT-FILE
009400     RECORDING MODE IS F.
009500 01  ACR-RPT-LINE              PIC X(132).
009600
009700 WORKING-STORAGE SECTION.
009800 01  JNL-ACRCTL-STATUS         PIC X(02) VALUE SPACES.
009900     88  JNL-ACRCTL-OK                   VALUE '00'.
010000 01  JNL-CYCCAL-STATUS         PIC X(02) VALUE SPACES.
010100     88  JNL-CYCCAL-OK                   VALUE '00'.
010200     88  JNL-CYCCAL-EOF                  VALUE '10'.
010300 01  JNL-TIFAUDIT-STATUS       PIC X(02) VALUE SPACES.
010400     88  JNL-TIFAUDIT-OK                 VALUE '00'.
010500     88  JNL-TIFAUDIT-EOF                VALUE '10'.
010600     88  JNL-TIFAUDIT-NOT-FOUND          VALUE '35'.
010700 01  JNL-GLHIST-STATUS         PIC X(02) VALUE SPACES.
010800     88  JNL-GLHIST-OK                   VALUE '00'.
010900     88  JNL-GLHIST-EOF                  VALUE '10'.
010950 01  JNL-GLINTF-STATUS         PIC X(02) VALUE SPACES.
011000     88  JNL-GLINTF-OK                   VALUE '00'.
011050 01  JNL-ACRRPT-STATUS         PIC X(02) VALUE SPACES.
011100     88  JNL-ACRRPT-OK                   VALUE '00'.
011200 COPY hstcomm.
011300
011400 COPY cyccal.
011500
011600 01  JNL-ACR-CTL-CARD.
011700     05  JNL-CTL-PERIOD        PIC X(06).
011800     05  FILLER                PIC X(01).
011900     05  JNL-CTL-UNBILLED-FACCT PIC X(10).
012000     05  FILLER                PIC X(63).
012100
012200*--------------------------------------------------------------*
012300* GL INTERFACE RECORD LAYOUTS - THE SAME BATCH HEADER, SUMMARY  *
012400* LINE AND BATCH TRAILER IJTGLP01 SENDS.  THE HEADER CARRIES    *
012500* THE SOURCE SYSTEM BEING ACCRUED, THIS PROGRAM AS THE JOBNAME  *
012600* AND THE BILL CYCLE AND ACCRUAL MONTH (CCYYMM LESS THE         *
012700* CENTURY) AS THE SEQUENCE, PLUS THE AUTO-REVERSE FLAG AND THE  *
012800* DATE THE G-L IS TO REVERSE THE BATCH ON, OUT OF WHAT IS       *
012900* FILLER ON A TIF BATCH.                                        *
013000*--------------------------------------------------------------*
013100 01  JNL-GL-HDR-REC.
013200     05  JNL-GLH-REC-TYPE      PIC X(01) VALUE 'H'.
013300     05  JNL-GLH-BATCH-NO      PIC 9(05).
013400     05  JNL-GLH-SRCE-SYS-CD   PIC X(04).
013500     05  JNL-GLH-JOBNAME       PIC X(08).
013600     05  JNL-GLH-SEQ-NM        PIC X(06).
013700     05  JNL-GLH-AUTO-REV-SW   PIC X(01) VALUE SPACE.
013800         88  JNL-GLH-AUTO-REVERSE        VALUE 'R'.
013900     05  JNL-GLH-AUTO-REV-DT   PIC X(10) VALUE SPACES.
014000     05  FILLER                PIC X(45) VALUE SPACES.
014100
014200 01  JNL-GL-DTL-REC.
014300     05  JNL-GLD-REC-TYPE      PIC X(01) VALUE 'D'.
014400     05  JNL-GLD-FACCT-CD      PIC X(10).
014500     05  JNL-GLD-SOBP          PIC X(10).
014600     05  JNL-GLD-IET           PIC X(10).
014700     05  JNL-GLD-JRNL-DT       PIC X(10).
014800     05  JNL-GLD-REC-CNT       PIC 9(09).
014900     05  JNL-GLD-AMT           PIC S9(11)V99 SIGN LEADING
015000                               SEPARATE.
015100     05  FILLER                PIC X(16) VALUE SPACES.
015200
015300 01  JNL-GL-TRL-REC.
015400     05  JNL-GLT-REC-TYPE      PIC X(01) VALUE 'T'.
015500     05  JNL-GLT-BATCH-NO      PIC 9(05).
015600     05  JNL-GLT-LINE-CNT      PIC 9(05).
015700     05  JNL-GLT-REC-CNT       PIC 9(09).
015800     05  JNL-GLT-AMT           PIC S9(11)V99 SIGN LEADING
015900                               SEPARATE.
016000     05  FILLER                PIC X(46) VALUE SPACES.
016100
016200*--------------------------------------------------------------*
016300* A GLINTF GENERATION READ BACK OFF GLHIST - THE BATCH HEADER   *
016400* AND SUMMARY LINE VIEWS OF THE SAME 80 BYTES.                  *
016500*--------------------------------------------------------------*
016600 01  JNL-GLHIST-REC            PIC X(80).
016700 01  JNL-GLHIST-HDR-VIEW REDEFINES JNL-GLHIST-REC.
016800     05  JNL-GHH-REC-TYPE      PIC X(01).
016900     05  JNL-GHH-BATCH-NO      PIC X(05).
017000     05  JNL-GHH-SRCE-SYS-CD   PIC X(04).
017100     05  JNL-GHH-JOBNAME       PIC X(08).
017200     05  JNL-GHH-SEQ-NM        PIC X(06).
017300     05  FILLER                PIC X(56).
017400 01  JNL-GLHIST-DTL-VIEW REDEFINES JNL-GLHIST-REC.
017500     05  JNL-GHD-REC-TYPE      PIC X(01).
017600     05  JNL-GHD-FACCT-CD      PIC X(10).
017700     05  JNL-GHD-SOBP          PIC X(10).
017800     05  JNL-GHD-IET           PIC X(10).
017900     05  JNL-GHD-JRNL-DT       PIC X(10).
018000     05  JNL-GHD-REC-CNT       PIC 9(09).
018100     05  JNL-GHD-AMT           PIC S9(11)V99 SIGN LEADING
018200                               SEPARATE.
018300     05  FILLER                PIC X(16).
018400
018500*--------------------------------------------------------------*
018600* THE BILL-CYCLE CALENDAR, EACH ROW ONE OCCURRENCE OF A CYCLE,  *
018700* WITH ITS OPEN AND CLOSE DATES AS DAY NUMBERS FOR THE DAY      *
018800* ARITHMETIC, WHETHER IT HAS ARRIVED, AND THE ACTUALS GLHIST    *
018900* SHOWS IT POSTED.                                              *
019000*--------------------------------------------------------------*
019100 01  JNL-CYC-CNT               PIC 9(04) COMP VALUE ZERO.
019200 01  JNL-CYC-SUB               PIC 9(04) COMP VALUE ZERO.
019300 01  JNL-CYC-TABLE.
019400     05  JNL-CYC-ENTRY OCCURS 600 TIMES.
019500         10  JNL-CYC-BL-CYC-CD     PIC X(02).
019600         10  JNL-CYC-PERIOD        PIC X(06).
019700         10  JNL-CYC-OPEN-DT       PIC X(08).
019800         10  JNL-CYC-CLOSE-DT      PIC X(08).
019900         10  JNL-CYC-OPEN-DAY      PIC S9(07) COMP-3.
020000         10  JNL-CYC-CLOSE-DAY     PIC S9(07) COMP-3.
020100         10  JNL-CYC-ARRIVED-SW    PIC X(01).
020200             88  JNL-CYC-ARRIVED            VALUE 'Y'.
020300         10  JNL-CYC-ACT-AMT       PIC S9(11)V99 COMP-3.
020400 01  JNL-CYC-OVERFLOW          PIC S9(09) COMP-3 VALUE ZERO.
020500 01  JNL-CYC-BAD-DATES         PIC S9(09) COMP-3 VALUE ZERO.
020600
020700*--------------------------------------------------------------*
020800* ONE ENTRY PER VALID TIF HEADER ON THE AUDIT TRAIL - ITS SMS   *
020900* JOBNAME/SEQUENCE, WHICH IS WHAT A GLINTF BATCH HEADER CARRIES *
021000* BACK, AND THE CYCLE OCCURRENCE IT BILLED.                     *
021100*--------------------------------------------------------------*
021200 01  JNL-AUD-CNT               PIC 9(04) COMP VALUE ZERO.
021300 01  JNL-AUD-SUB               PIC 9(04) COMP VALUE ZERO.
021400 01  JNL-AUD-TABLE.
021500     05  JNL-AUD-ENTRY OCCURS 5000 TIMES.
021600         10  JNL-AUD-KEY.
021700             15  JNL-AUD-JOBNAME   PIC X(08).
021800             15  JNL-AUD-SEQ-NM    PIC X(06).
021900         10  JNL-AUD-CYC-SUB       PIC 9(04) COMP.
022000 01  JNL-AUD-OVERFLOW          PIC S9(09) COMP-3 VALUE ZERO.
022100 01  JNL-CUR-AUD-KEY.
022200     05  JNL-CUR-JOBNAME       PIC X(08) VALUE SPACES.
022300     05  JNL-CUR-SEQ-NM        PIC X(06) VALUE SPACES.
022400
022500*--------------------------------------------------------------*
022600* ACTUALS BY CYCLE OCCURRENCE, SOURCE SYSTEM AND G-L LINE, AND  *
022700* THE SOURCE SYSTEMS SEEN, ONE ACCRUAL BATCH EACH.              *
022800*--------------------------------------------------------------*
022900 01  JNL-ACT-CNT               PIC 9(04) COMP VALUE ZERO.
023000 01  JNL-ACT-SUB               PIC 9(04) COMP VALUE ZERO.
023100 01  JNL-ACT-TABLE.
023200     05  JNL-ACT-ENTRY OCCURS 5000 TIMES.
023300         10  JNL-ACT-KEY.
023400             15  JNL-ACT-CYC-SUB   PIC 9(04) COMP.
023500             15  JNL-ACT-SRCE-SYS-CD PIC X(04).
023600             15  JNL-ACT-FACCT-CD  PIC X(10).
023700             15  JNL-ACT-SOBP      PIC X(10).
023800             15  JNL-ACT-IET       PIC X(10).
023900         10  JNL-ACT-AMT           PIC S9(11)V99 COMP-3.
024000 01  JNL-ACT-OVERFLOW          PIC S9(09) COMP-3 VALUE ZERO.
024100 01  JNL-CUR-ACT-KEY.
024200     05  JNL-CUR-CYC-SUB       PIC 9(04) COMP VALUE ZERO.
024300     05  JNL-CUR-SRCE-SYS-CD   PIC X(04) VALUE SPACES.
024400     05  JNL-CUR-FACCT-CD      PIC X(10) VALUE SPACES.
024500     05  JNL-CUR-SOBP          PIC X(10) VALUE SPACES.
024600     05  JNL-CUR-IET           PIC X(10) VALUE SPACES.
024700
024800 01  JNL-SRC-CNT               PIC 9(04) COMP VALUE ZERO.
024900 01  JNL-SRC-SUB               PIC 9(04) COMP VALUE ZERO.
025000 01  JNL-SRC-TABLE.
025100     05  JNL-SRC-SRCE-SYS-CD OCCURS 100 TIMES
025200                               PIC X(04).
025300 01  JNL-SRC-OVERFLOW          PIC S9(09) COMP-3 VALUE ZERO.
025400
025500*--------------------------------------------------------------*
025600* WHAT THE STORE KEEPS FOR AN ACCRUED CYCLE OCCURRENCE, KEYED   *
025700* BY THE ACCRUAL MONTH AND BILL CYCLE - THE OCCURRENCE'S DATES, *
025800* THE DAY COUNTS AND DOLLARS THE ESTIMATE WAS BUILT FROM, AND   *
025900* THE ESTIMATE SENT.                                            *
026000*--------------------------------------------------------------*
026100 01  JNL-ACR-HST-REC.
026200     05  JNL-HST-OPEN-DT       PIC X(08).
026300     05  JNL-HST-CLOSE-DT      PIC X(08).
026400     05  JNL-HST-ACCRUED-DT    PIC X(08).
026500     05  JNL-HST-ACCR-DAYS     PIC 9(03).
026600     05  JNL-HST-PRIOR-DAYS    PIC 9(03).
026700     05  JNL-HST-PRIOR-AMT     PIC S9(11)V99 COMP-3.
026800     05  JNL-HST-EST-AMT       PIC S9(11)V99 COMP-3.
026900 01  JNL-GDG-HST-REC.
027000     05  JNL-GDG-BILL-CYCLE    PIC X(02).
027100     05  JNL-GDG-LOAD-DT       PIC X(08).
027200
027300*--------------------------------------------------------------*
027400* THE ACCRUAL MONTH AND THE DATES DERIVED FROM IT.              *
027500*--------------------------------------------------------------*
027600 01  JNL-STAMP-DATE            PIC X(08) VALUE SPACES.
027700 01  JNL-STAMP-VIEW REDEFINES JNL-STAMP-DATE.
027800     05  JNL-STAMP-YEAR        PIC 9(04).
027900     05  JNL-STAMP-MONTH       PIC 9(02).
028000     05  FILLER                PIC X(02).
028100 01  JNL-RUN-PERIOD.
028200     05  JNL-RUN-YEAR          PIC 9(04).
028300     05  JNL-RUN-MONTH         PIC 9(02).
028400 01  JNL-RUN-PERIOD-A REDEFINES JNL-RUN-PERIOD
028500                               PIC X(06).
028600 01  JNL-NEXT-PERIOD.
028700     05  JNL-NEXT-YEAR         PIC 9(04).
028800     05  JNL-NEXT-MONTH        PIC 9(02).
028900 01  JNL-PRIOR-PERIOD.
029000     05  JNL-PRIOR-YEAR        PIC 9(04).
029100     05  JNL-PRIOR-MONTH       PIC 9(02).
029200 01  JNL-PRIOR-PERIOD-A REDEFINES JNL-PRIOR-PERIOD
029300                               PIC X(06).
029400 01  JNL-MONTH-START-DAY       PIC S9(07) COMP-3 VALUE ZERO.
029500 01  JNL-MONTH-END-DAY         PIC S9(07) COMP-3 VALUE ZERO.
029600 01  JNL-LAST-DD               PIC 9(02) VALUE ZERO.
029700 01  JNL-ACCRUAL-JRNL-DT       PIC X(10) VALUE SPACES.
029800 01  JNL-REVERSAL-DT           PIC X(10) VALUE SPACES.
029900
030000*--------------------------------------------------------------*
030100* DATE TO DAY NUMBER - DAYS SINCE THE START OF THE COMMON ERA,  *
030200* ENOUGH TO SUBTRACT ONE DATE FROM ANOTHER.  DAYS BEFORE EACH   *
030300* MONTH IN A COMMON YEAR; A LEAP YEAR ADDS ONE AFTER FEBRUARY.  *
030400*--------------------------------------------------------------*
030500 01  JNL-CUM-DAYS-VALUES       PIC X(36) VALUE
030600     '000031059090120151181212243273304334'.
030700 01  JNL-CUM-DAYS-TABLE REDEFINES JNL-CUM-DAYS-VALUES.
030800     05  JNL-CUM-DAYS OCCURS 12 TIMES
030900                               PIC 9(03).
031000 01  JNL-DT-WORK.
031100     05  JNL-DT-YEAR           PIC 9(04).
031200     05  JNL-DT-MONTH          PIC 9(02).
031300     05  JNL-DT-DAY            PIC 9(02).
031400 01  JNL-DT-WORK-A REDEFINES JNL-DT-WORK
031500                               PIC X(08).
031600 01  JNL-DT-JUL-YY             PIC X(02) VALUE SPACES.
031700 01  JNL-DT-JUL-DDD            PIC X(03) VALUE SPACES.
031800 01  JNL-DT-JUL-DDD-9 REDEFINES JNL-DT-JUL-DDD
031900                               PIC 9(03).
032000 01  JNL-DT-DAYNO              PIC S9(07) COMP-3 VALUE ZERO.
032100 01  JNL-DT-YM1                PIC 9(04) COMP VALUE ZERO.
032200 01  JNL-DT-QUOT               PIC 9(04) COMP VALUE ZERO.
032300 01  JNL-DT-REM-4              PIC 9(04) COMP VALUE ZERO.
032400 01  JNL-DT-REM-100            PIC 9(04) COMP VALUE ZERO.
032500 01  JNL-DT-REM-400            PIC 9(04) COMP VALUE ZERO.
032600 01  JNL-DT-LEAP-SW            PIC X(01) VALUE 'N'.
032700     88  JNL-DT-LEAP-YEAR                VALUE 'Y'.
032800
032900*--------------------------------------------------------------*
033000* CYCLE OCCURRENCE LOOKUP - THE OCCURRENCE OF JNL-FIND-CYC-CD   *
033100* WITH THE LATEST CLOSE ON OR BEFORE JNL-FIND-DAY.  A FEEDER    *
033200* FILE OR RP519 GENERATION BILLS THE OCCURRENCE OF ITS CYCLE    *
033300* THAT MOST RECENTLY CLOSED.  JNL-FOUND-SUB ZERO - NONE.        *
033400*--------------------------------------------------------------*
033500 01  JNL-FIND-CYC-CD           PIC X(02) VALUE SPACES.
033600 01  JNL-FIND-DAY              PIC S9(07) COMP-3 VALUE ZERO.
033700 01  JNL-FOUND-SUB             PIC 9(04) COMP VALUE ZERO.
033800 01  JNL-TEST-SUB              PIC 9(04) COMP VALUE ZERO.
033900 01  JNL-PRIOR-SUB             PIC 9(04) COMP VALUE ZERO.
034000
034100 01  JNL-CUR-BATCH.
034200     05  JNL-CUR-BATCH-NO      PIC 9(05) VALUE ZERO.
034300     05  JNL-CUR-LINE-CNT      PIC 9(05) VALUE ZERO.
034400     05  JNL-CUR-LINE-AMT      PIC S9(11)V99 COMP-3 VALUE ZERO.
034500     05  JNL-BATCH-SW          PIC X(01) VALUE 'N'.
034600         88  JNL-BATCH-OPEN              VALUE 'Y'.
034700         88  JNL-BATCH-CLOSED            VALUE 'N'.
034800 01  JNL-ACCR-DAYS             PIC 9(03) VALUE ZERO.
034900 01  JNL-PRIOR-DAYS            PIC 9(03) VALUE ZERO.
035000 01  JNL-EST-AMT               PIC S9(11)V99 COMP-3 VALUE ZERO.
035100 01  JNL-CYC-EST-AMT           PIC S9(11)V99 COMP-3 VALUE ZERO.
035200 01  JNL-TOT-EST-AMT           PIC S9(11)V99 COMP-3 VALUE ZERO.
035300 01  JNL-DIFF-AMT              PIC S9(11)V99 COMP-3 VALUE ZERO.
035320 01  JNL-CYC-DAYS              PIC 9(03) VALUE ZERO.
035340 01  JNL-ACT-PRO-AMT           PIC S9(11)V99 COMP-3 VALUE ZERO.
035400
035500 01  JNL-COUNTERS.
035600     05  JNL-AUDIT-READ        PIC S9(09) COMP-3 VALUE ZERO.
035700     05  JNL-AUDIT-BYPASSED    PIC S9(09) COMP-3 VALUE ZERO.
035800     05  JNL-GDG-LOG-READ      PIC S9(09) COMP-3 VALUE ZERO.
035900     05  JNL-GDG-LOG-NO-CYCLE  PIC S9(09) COMP-3 VALUE ZERO.
036000     05  JNL-GL-BATCHES-READ   PIC S9(09) COMP-3 VALUE ZERO.
036100     05  JNL-GL-BATCHES-NO-AUD PIC S9(09) COMP-3 VALUE ZERO.
036200     05  JNL-GL-LINES-USED     PIC S9(09) COMP-3 VALUE ZERO.
036300     05  JNL-CYCLES-OPEN       PIC S9(05) COMP-3 VALUE ZERO.
036400     05  JNL-CYCLES-ARRIVED    PIC S9(05) COMP-3 VALUE ZERO.
036500     05  JNL-CYCLES-ACCRUED    PIC S9(05) COMP-3 VALUE ZERO.
036600     05  JNL-CYCLES-ALREADY    PIC S9(05) COMP-3 VALUE ZERO.
036700     05  JNL-CYCLES-NO-PRIOR   PIC S9(05) COMP-3 VALUE ZERO.
036800     05  JNL-BATCHES-WRITTEN   PIC S9(05) COMP-3 VALUE ZERO.
036900     05  JNL-LINES-WRITTEN     PIC S9(09) COMP-3 VALUE ZERO.
037000     05  JNL-TRUE-UPS          PIC S9(05) COMP-3 VALUE ZERO.
037050     05  JNL-HST-WRITE-FAILS   PIC S9(05) COMP-3 VALUE ZERO.
037100
037200 01  JNL-EDIT-FIELDS.
037300     05  JNL-EDIT-AMT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
037400     05  JNL-EDIT-AMT-2        PIC Z,ZZZ,ZZZ,ZZ9.99-.
037500     05  JNL-EDIT-AMT-3        PIC Z,ZZZ,ZZZ,ZZ9.99-.
037600     05  JNL-EDIT-DAYS         PIC ZZ9.
037700     05  JNL-EDIT-DAYS-2       PIC ZZ9.
037800
037900 01  JNL-RPT-LINE.
038000     05  FILLER                PIC X(04) VALUE SPACES.
038100     05  JNL-RPT-SRCE-SYS-CD   PIC X(04).
038200     05  FILLER                PIC X(02) VALUE SPACES.
038300     05  JNL-RPT-FACCT-CD      PIC X(10).
038400     05  FILLER                PIC X(02) VALUE SPACES.
038500     05  JNL-RPT-SOBP          PIC X(10).
038600     05  FILLER                PIC X(02) VALUE SPACES.
038700     05  JNL-RPT-IET           PIC X(10).
038800     05  FILLER                PIC X(02) VALUE SPACES.
038900     05  JNL-RPT-PRIOR-AMT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
039000     05  FILLER                PIC X(02) VALUE SPACES.
039100     05  JNL-RPT-EST-AMT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
039200
039300 PROCEDURE DIVISION.
039400*--------------------------------------------------------------*
039500 0000-MAINLINE.
039600     PERFORM 1000-INITIALIZE
039700         THRU 1000-INITIALIZE-EXIT.
039800     PERFORM 2000-READ-GL-HISTORY
039900         THRU 2000-READ-GL-HISTORY-EXIT
040000         UNTIL JNL-GLHIST-EOF.
040100     PERFORM 3000-ACCRUE-CYCLE
040200         THRU 3000-ACCRUE-CYCLE-EXIT
040300         VARYING JNL-CYC-SUB FROM 1 BY 1
040400         UNTIL JNL-CYC-SUB > JNL-CYC-CNT.
040500     PERFORM 4000-TRUE-UP-PRIOR-MONTH
040600         THRU 4000-TRUE-UP-PRIOR-MONTH-EXIT.
040700     PERFORM 9000-TERMINATE
040800         THRU 9000-TERMINATE-EXIT.
040900     GOBACK.
041000
041100*--------------------------------------------------------------*
041200* THE ACRCTL CARD NAMES THE MONTH BEING CLOSED (CCYYMM IN 1-6,  *
041300* BLANK FOR THE MONTH BEFORE THE RUN MONTH) AND THE UNBILLED-   *
041400* REVENUE FACCT THE ACCRUAL IS OFFSET TO (8-17, REQUIRED).      *
041500*--------------------------------------------------------------*
041600 1000-INITIALIZE.
041700     ACCEPT JNL-STAMP-DATE FROM DATE YYYYMMDD.
041800     OPEN INPUT ACR-CTL-FILE.
041900     IF NOT JNL-ACRCTL-OK
042000         DISPLAY 'IJTUBA01 - UNABLE TO OPEN ACRCTL, RC=16'
042100         MOVE 16 TO RETURN-CODE
042200         GOBACK
042300     END-IF.
042400     MOVE SPACES TO JNL-ACR-CTL-CARD.
042500     READ ACR-CTL-FILE INTO JNL-ACR-CTL-CARD
042600         AT END
042700             CONTINUE
042800     END-READ.
042900     CLOSE ACR-CTL-FILE.
043000     IF JNL-CTL-UNBILLED-FACCT = SPACES
043100         DISPLAY 'IJTUBA01 - ACRCTL NAMES NO UNBILLED-REVENUE '
043200             'FACCT, RC=16'
043300         MOVE 16 TO RETURN-CODE
043400         GOBACK
043500     END-IF.
043600     IF JNL-CTL-PERIOD = SPACES
043700         MOVE JNL-STAMP-YEAR  TO JNL-RUN-YEAR
043800         MOVE JNL-STAMP-MONTH TO JNL-RUN-MONTH
043900         IF JNL-RUN-MONTH = 1
044000             SUBTRACT 1 FROM JNL-RUN-YEAR
044100             MOVE 12 TO JNL-RUN-MONTH
044200         ELSE
044300             SUBTRACT 1 FROM JNL-RUN-MONTH
044400         END-IF
044500     ELSE
044600         MOVE JNL-CTL-PERIOD TO JNL-RUN-PERIOD-A
044700     END-IF.
044800     IF JNL-RUN-PERIOD-A NOT NUMERIC
044900         OR JNL-RUN-MONTH < 1 OR JNL-RUN-MONTH > 12
045000         DISPLAY 'IJTUBA01 - ACCRUAL MONTH NOT CCYYMM, RC=16'
045100         MOVE 16 TO RETURN-CODE
045200         GOBACK
045300     END-IF.
045400     PERFORM 1050-SET-MONTH-DATES
045500         THRU 1050-SET-MONTH-DATES-EXIT.
045600
045700     SET HST-FUNC-OPEN TO TRUE.
045800     CALL 'IJHSTR01' USING HST-COMM-AREA.
045900     IF NOT HST-RC-OK
046000         DISPLAY 'IJTUBA01 - UNABLE TO OPEN HISTSTOR, RC = '
046100             HST-RETURN-CD
046200         MOVE 16 TO RETURN-CODE
046300         GOBACK
046400     END-IF.
046500     PERFORM 1100-LOAD-CYCCAL
046600         THRU 1100-LOAD-CYCCAL-EXIT.
046700     PERFORM 1200-LOAD-AUDIT-TRAIL
046800         THRU 1200-LOAD-AUDIT-TRAIL-EXIT.
046900     PERFORM 1300-LOAD-GDG-LOG
047000         THRU 1300-LOAD-GDG-LOG-EXIT.
047100     OPEN INPUT GL-HIST-FILE.
047200     IF NOT JNL-GLHIST-OK
047300         DISPLAY 'IJTUBA01 - UNABLE TO OPEN GLHIST, RC=16'
047400         MOVE 16 TO RETURN-CODE
047500         GOBACK
047600     END-IF.
047620     OPEN OUTPUT GL-INTF-FILE.
047640     IF NOT JNL-GLINTF-OK
047660         DISPLAY 'IJTUBA01 - UNABLE TO OPEN GLACRINT, RC=16'
047680         MOVE 16 TO RETURN-CODE
047700         GOBACK
047720     END-IF.
047740     OPEN OUTPUT ACR-RPT-FILE.
047760     IF NOT JNL-ACRRPT-OK
047780         DISPLAY 'IJTUBA01 - UNABLE TO OPEN ACRRPT, RC=16'
047800         MOVE 16 TO RETURN-CODE
047820         GOBACK
047840     END-IF.
047900     MOVE SPACES TO ACR-RPT-LINE.
048000     STRING 'IJTUBA01 - UNBILLED REVENUE ACCRUAL FOR MONTH '
048100         JNL-RUN-PERIOD-A '   JOURNAL DATE ' JNL-ACCRUAL-JRNL-DT
048200         '   AUTO-REVERSE ' JNL-REVERSAL-DT
048300         DELIMITED BY SIZE INTO ACR-RPT-LINE
048400     END-STRING.
048500     WRITE ACR-RPT-LINE.
048600 1000-INITIALIZE-EXIT.
048700     EXIT.
048800
048900*--------------------------------------------------------------*
049000* THE MONTH'S FIRST AND LAST DAY NUMBERS, THE MONTH-END JOURNAL *
049100* DATE, THE FIRST OF THE NEXT MONTH (THE REVERSAL DATE) AND THE *
049200* MONTH BEFORE (WHOSE ACCRUALS ARE TRUED UP).                   *
049300*--------------------------------------------------------------*
049400 1050-SET-MONTH-DATES.
049500     MOVE JNL-RUN-YEAR  TO JNL-DT-YEAR.
049600     MOVE JNL-RUN-MONTH TO JNL-DT-MONTH.
049700     MOVE 1             TO JNL-DT-DAY.
049800     PERFORM 7000-DATE-TO-DAYNO
049900         THRU 7000-DATE-TO-DAYNO-EXIT.
050000     MOVE JNL-DT-DAYNO TO JNL-MONTH-START-DAY.
050100     MOVE JNL-RUN-YEAR  TO JNL-NEXT-YEAR JNL-PRIOR-YEAR.
050200     IF JNL-RUN-MONTH = 12
050300         ADD 1 TO JNL-NEXT-YEAR
050400         MOVE 1 TO JNL-NEXT-MONTH
050500     ELSE
050600         COMPUTE JNL-NEXT-MONTH = JNL-RUN-MONTH + 1
050700     END-IF.
050800     IF JNL-RUN-MONTH = 1
050900         SUBTRACT 1 FROM JNL-PRIOR-YEAR
051000         MOVE 12 TO JNL-PRIOR-MONTH
051100     ELSE
051200         COMPUTE JNL-PRIOR-MONTH = JNL-RUN-MONTH - 1
051300     END-IF.
051400     MOVE JNL-NEXT-YEAR  TO JNL-DT-YEAR.
051500     MOVE JNL-NEXT-MONTH TO JNL-DT-MONTH.
051600     MOVE 1              TO JNL-DT-DAY.
051700     PERFORM 7000-DATE-TO-DAYNO
051800         THRU 7000-DATE-TO-DAYNO-EXIT.
051900     COMPUTE JNL-MONTH-END-DAY = JNL-DT-DAYNO - 1.
052000     COMPUTE JNL-LAST-DD = JNL-DT-DAYNO - JNL-MONTH-START-DAY.
052100     MOVE SPACES TO JNL-ACCRUAL-JRNL-DT JNL-REVERSAL-DT.
052200     STRING JNL-RUN-YEAR '-' JNL-RUN-MONTH '-' JNL-LAST-DD
052300         DELIMITED BY SIZE INTO JNL-ACCRUAL-JRNL-DT
052400     END-STRING.
052500     STRING JNL-NEXT-YEAR '-' JNL-NEXT-MONTH '-01'
052600         DELIMITED BY SIZE INTO JNL-REVERSAL-DT
052700     END-STRING.
052800 1050-SET-MONTH-DATES-EXIT.
052900     EXIT.
053000
053100*--------------------------------------------------------------*
053200* EVERY CALENDAR ROW IS KEPT - THE PRIOR OCCURRENCE OF A CYCLE  *
053300* IS FOUND HERE AS WELL AS THE ONE BEING ACCRUED.  A ROW WITH   *
053400* AN UNUSABLE DATE IS COUNTED AND LEFT OUT.                     *
053500*--------------------------------------------------------------*
053600 1100-LOAD-CYCCAL.
053700     OPEN INPUT CYC-CAL-FILE.
053800     IF NOT JNL-CYCCAL-OK
053900         DISPLAY 'IJTUBA01 - UNABLE TO OPEN CYCCAL, RC=16'
054000         MOVE 16 TO RETURN-CODE
054100         GOBACK
054200     END-IF.
054300     PERFORM 1110-READ-CYCCAL-ROW
054400         THRU 1110-READ-CYCCAL-ROW-EXIT
054500         UNTIL JNL-CYCCAL-EOF.
054600     CLOSE CYC-CAL-FILE.
054700 1100-LOAD-CYCCAL-EXIT.
054800     EXIT.
054900
055000 1110-READ-CYCCAL-ROW.
055100     READ CYC-CAL-FILE INTO CYCCAL-RECORD
055200         AT END
055300             SET JNL-CYCCAL-EOF TO TRUE
055400             GO TO 1110-READ-CYCCAL-ROW-EXIT
055500     END-READ.
055600     IF JNL-CYC-CNT >= 600
055700         ADD 1 TO JNL-CYC-OVERFLOW
055800         GO TO 1110-READ-CYCCAL-ROW-EXIT
055900     END-IF.
056000     MOVE CYCCAL-OPEN-DT TO JNL-DT-WORK-A.
056100     PERFORM 7000-DATE-TO-DAYNO
056200         THRU 7000-DATE-TO-DAYNO-EXIT.
056300     IF JNL-DT-DAYNO = ZERO
056400         ADD 1 TO JNL-CYC-BAD-DATES
056500         GO TO 1110-READ-CYCCAL-ROW-EXIT
056600     END-IF.
056700     ADD 1 TO JNL-CYC-CNT.
056800     MOVE JNL-DT-DAYNO TO JNL-CYC-OPEN-DAY (JNL-CYC-CNT).
056900     MOVE CYCCAL-CLOSE-DT TO JNL-DT-WORK-A.
057000     PERFORM 7000-DATE-TO-DAYNO
057100         THRU 7000-DATE-TO-DAYNO-EXIT.
057200     IF JNL-DT-DAYNO < JNL-CYC-OPEN-DAY (JNL-CYC-CNT)
057300         SUBTRACT 1 FROM JNL-CYC-CNT
057400         ADD 1 TO JNL-CYC-BAD-DATES
057500         GO TO 1110-READ-CYCCAL-ROW-EXIT
057600     END-IF.
057700     MOVE JNL-DT-DAYNO     TO JNL-CYC-CLOSE-DAY (JNL-CYC-CNT).
057800     MOVE CYCCAL-BL-CYC-CD TO JNL-CYC-BL-CYC-CD (JNL-CYC-CNT).
057900     MOVE CYCCAL-PERIOD    TO JNL-CYC-PERIOD (JNL-CYC-CNT).
058000     MOVE CYCCAL-OPEN-DT   TO JNL-CYC-OPEN-DT (JNL-CYC-CNT).
058100     MOVE CYCCAL-CLOSE-DT  TO JNL-CYC-CLOSE-DT (JNL-CYC-CNT).
058200     MOVE 'N'              TO JNL-CYC-ARRIVED-SW (JNL-CYC-CNT).
058300     MOVE ZERO             TO JNL-CYC-ACT-AMT (JNL-CYC-CNT).
058400 1110-READ-CYCCAL-ROW-EXIT.
058500     EXIT.
058600
058700*--------------------------------------------------------------*
058800* A VALID, NON-BACKOUT TIF HEADER ON THE AUDIT TRAIL MARKS THE  *
058900* CYCLE OCCURRENCE IT BILLED AS ARRIVED, AND IS KEPT SO A       *
059000* GLINTF BATCH CAN BE TIED BACK TO ITS CYCLE.  THE HEADER'S SMS *
059100* DATE IS YYDDD.  WITHOUT A TRAIL NOTHING HAS ARRIVED AND THE   *
059200* GLINTF HISTORY CANNOT BE TIED TO A CYCLE.                     *
059300*--------------------------------------------------------------*
059400 1200-LOAD-AUDIT-TRAIL.
059500     OPEN INPUT TIF-AUDIT-FILE.
059600     IF JNL-TIFAUDIT-NOT-FOUND
059700         DISPLAY 'IJTUBA01 - NO TIFAUDIT TRAIL FOUND'
059800         GO TO 1200-LOAD-AUDIT-TRAIL-EXIT
059900     END-IF.
060000     IF NOT JNL-TIFAUDIT-OK
060100         DISPLAY 'IJTUBA01 - UNABLE TO OPEN TIFAUDIT, RC=16'
060200         MOVE 16 TO RETURN-CODE
060300         GOBACK
060400     END-IF.
060500     PERFORM 1210-READ-AUDIT-RECORD
060600         THRU 1210-READ-AUDIT-RECORD-EXIT
060700         UNTIL JNL-TIFAUDIT-EOF.
060800     CLOSE TIF-AUDIT-FILE.
060900 1200-LOAD-AUDIT-TRAIL-EXIT.
061000     EXIT.
061100
061200 1210-READ-AUDIT-RECORD.
061300     READ TIF-AUDIT-FILE
061400         AT END
061500             SET JNL-TIFAUDIT-EOF TO TRUE
061600             GO TO 1210-READ-AUDIT-RECORD-EXIT
061700     END-READ.
061800     ADD 1 TO JNL-AUDIT-READ.
061900     IF TIFADT-IS-BACKOUT OR TIFADT-DISP-INVALID
062000         ADD 1 TO JNL-AUDIT-BYPASSED
062100         GO TO 1210-READ-AUDIT-RECORD-EXIT
062200     END-IF.
062300     MOVE TIFADT-SMS-YY  TO JNL-DT-JUL-YY.
062400     MOVE TIFADT-SMS-DDD TO JNL-DT-JUL-DDD.
062500     PERFORM 7100-JULIAN-TO-DAYNO
062600         THRU 7100-JULIAN-TO-DAYNO-EXIT.
062700     MOVE TIFADT-BL-CYC-CD TO JNL-FIND-CYC-CD.
062800     MOVE JNL-DT-DAYNO     TO JNL-FIND-DAY.
062900     PERFORM 7200-FIND-BILLED-OCCURRENCE
063000         THRU 7200-FIND-BILLED-OCCURRENCE-EXIT.
063100     IF JNL-FOUND-SUB = ZERO
063200         ADD 1 TO JNL-AUDIT-BYPASSED
063300         GO TO 1210-READ-AUDIT-RECORD-EXIT
063400     END-IF.
063500     SET JNL-CYC-ARRIVED (JNL-FOUND-SUB) TO TRUE.
063600     IF JNL-AUD-CNT >= 5000
063700         ADD 1 TO JNL-AUD-OVERFLOW
063800         GO TO 1210-READ-AUDIT-RECORD-EXIT
063900     END-IF.
064000     ADD 1 TO JNL-AUD-CNT.
064100     MOVE TIFADT-JOBNAME TO JNL-AUD-JOBNAME (JNL-AUD-CNT).
064200     MOVE TIFADT-SEQ-NM  TO JNL-AUD-SEQ-NM (JNL-AUD-CNT).
064300     MOVE JNL-FOUND-SUB  TO JNL-AUD-CYC-SUB (JNL-AUD-CNT).
064400 1210-READ-AUDIT-RECORD-EXIT.
064500     EXIT.
064600
064700*--------------------------------------------------------------*
064800* AN RP519 GENERATION ON THE IJRGDG01 LOG MARKS THE CYCLE       *
064900* OCCURRENCE IT BILLED AS ARRIVED.  A LOG ENTRY WRITTEN BEFORE  *
065000* THE LOG CARRIED THE BILL CYCLE IS COUNTED AND PASSED BY.      *
065100*--------------------------------------------------------------*
065200 1300-LOAD-GDG-LOG.
065300     MOVE 'IJRGDGLG' TO HST-COMM-APP-ID.
065400     SET HST-FUNC-START TO TRUE.
065500     CALL 'IJHSTR01' USING HST-COMM-AREA.
065600     IF NOT HST-RC-OK
065700         GO TO 1300-LOAD-GDG-LOG-EXIT
065800     END-IF.
065900     PERFORM 1310-READ-GDG-LOG-ENTRY
066000         THRU 1310-READ-GDG-LOG-ENTRY-EXIT
066100         UNTIL HST-RC-EOF.
066200 1300-LOAD-GDG-LOG-EXIT.
066300     EXIT.
066400
066500 1310-READ-GDG-LOG-ENTRY.
066600     SET HST-FUNC-NEXT TO TRUE.
066700     CALL 'IJHSTR01' USING HST-COMM-AREA.
066800     IF NOT HST-RC-OK
066900         GO TO 1310-READ-GDG-LOG-ENTRY-EXIT
067000     END-IF.
067100     ADD 1 TO JNL-GDG-LOG-READ.
067200     MOVE HST-COMM-DATA (1:10) TO JNL-GDG-HST-REC.
067300     IF JNL-GDG-BILL-CYCLE = SPACES
067400         ADD 1 TO JNL-GDG-LOG-NO-CYCLE
067500         GO TO 1310-READ-GDG-LOG-ENTRY-EXIT
067600     END-IF.
067700     MOVE JNL-GDG-LOAD-DT TO JNL-DT-WORK-A.
067800     PERFORM 7000-DATE-TO-DAYNO
067900         THRU 7000-DATE-TO-DAYNO-EXIT.
068000     MOVE JNL-GDG-BILL-CYCLE TO JNL-FIND-CYC-CD.
068100     MOVE JNL-DT-DAYNO       TO JNL-FIND-DAY.
068200     PERFORM 7200-FIND-BILLED-OCCURRENCE
068300         THRU 7200-FIND-BILLED-OCCURRENCE-EXIT.
068400     IF JNL-FOUND-SUB NOT = ZERO
068500         SET JNL-CYC-ARRIVED (JNL-FOUND-SUB) TO TRUE
068600     END-IF.
068700 1310-READ-GDG-LOG-ENTRY-EXIT.
068800     EXIT.
068900
069000*--------------------------------------------------------------*
069100* THE GLINTF GENERATIONS POSTED SINCE THE PRIOR CYCLES          *
069200* OPENED.  EACH BATCH HEADER'S SMS JOBNAME/SEQUENCE TIES IT TO  *
069300* A TIF HEADER ON THE AUDIT TRAIL AND SO TO A CYCLE OCCURRENCE; *
069400* ITS SUMMARY LINES ARE THAT OCCURRENCE'S ACTUALS FOR THE       *
069500* BATCH'S SOURCE SYSTEM.  A BATCH THE TRAIL DOES NOT KNOW (A    *
069600* CRS OR ACCRUAL BATCH AMONG THEM) IS COUNTED AND PASSED BY.    *
069700*--------------------------------------------------------------*
069800 2000-READ-GL-HISTORY.
069900     READ GL-HIST-FILE INTO JNL-GLHIST-REC
070000         AT END
070100             SET JNL-GLHIST-EOF TO TRUE
070200             GO TO 2000-READ-GL-HISTORY-EXIT
070300     END-READ.
070400     EVALUATE JNL-GHH-REC-TYPE
070500         WHEN 'H'
070600             PERFORM 2100-START-GL-BATCH
070700                 THRU 2100-START-GL-BATCH-EXIT
070800         WHEN 'D'
070900             IF JNL-CUR-CYC-SUB NOT = ZERO
071000                 PERFORM 2200-ADD-ACTUAL
071100                     THRU 2200-ADD-ACTUAL-EXIT
071200             END-IF
071300         WHEN OTHER
071400             MOVE ZERO TO JNL-CUR-CYC-SUB
071500     END-EVALUATE.
071600 2000-READ-GL-HISTORY-EXIT.
071700     EXIT.
071800
071900 2100-START-GL-BATCH.
072000     ADD 1 TO JNL-GL-BATCHES-READ.
072100     MOVE ZERO TO JNL-CUR-CYC-SUB.
072200     MOVE JNL-GHH-JOBNAME     TO JNL-CUR-JOBNAME.
072300     MOVE JNL-GHH-SEQ-NM      TO JNL-CUR-SEQ-NM.
072400     MOVE JNL-GHH-SRCE-SYS-CD TO JNL-CUR-SRCE-SYS-CD.
072500     PERFORM 2110-TEST-AUDIT-ENTRY
072600         VARYING JNL-AUD-SUB FROM 1 BY 1
072700         UNTIL JNL-AUD-SUB > JNL-AUD-CNT
072800         OR JNL-AUD-KEY (JNL-AUD-SUB) = JNL-CUR-AUD-KEY.
072900     IF JNL-AUD-SUB > JNL-AUD-CNT
073000         ADD 1 TO JNL-GL-BATCHES-NO-AUD
073100         GO TO 2100-START-GL-BATCH-EXIT
073200     END-IF.
073300     MOVE JNL-AUD-CYC-SUB (JNL-AUD-SUB) TO JNL-CUR-CYC-SUB.
073400     PERFORM 2120-TEST-SOURCE-ENTRY
073500         VARYING JNL-SRC-SUB FROM 1 BY 1
073600         UNTIL JNL-SRC-SUB > JNL-SRC-CNT
073700         OR JNL-SRC-SRCE-SYS-CD (JNL-SRC-SUB)
073800            = JNL-CUR-SRCE-SYS-CD.
073900     IF JNL-SRC-SUB > JNL-SRC-CNT
074000         IF JNL-SRC-CNT < 100
074100             ADD 1 TO JNL-SRC-CNT
074200             MOVE JNL-CUR-SRCE-SYS-CD
074300                 TO JNL-SRC-SRCE-SYS-CD (JNL-SRC-CNT)
074400         ELSE
074500             ADD 1 TO JNL-SRC-OVERFLOW
074600         END-IF
074700     END-IF.
074800 2100-START-GL-BATCH-EXIT.
074900     EXIT.
075000
075100 2110-TEST-AUDIT-ENTRY.
075200     CONTINUE.
075300
075400 2120-TEST-SOURCE-ENTRY.
075500     CONTINUE.
075600
075700 2200-ADD-ACTUAL.
075800     MOVE JNL-GHD-FACCT-CD TO JNL-CUR-FACCT-CD.
075900     MOVE JNL-GHD-SOBP     TO JNL-CUR-SOBP.
076000     MOVE JNL-GHD-IET      TO JNL-CUR-IET.
076100     PERFORM 2210-TEST-ACTUAL-ENTRY
076200         VARYING JNL-ACT-SUB FROM 1 BY 1
076300         UNTIL JNL-ACT-SUB > JNL-ACT-CNT
076400         OR JNL-ACT-KEY (JNL-ACT-SUB) = JNL-CUR-ACT-KEY.
076500     IF JNL-ACT-SUB > JNL-ACT-CNT
076600         IF JNL-ACT-CNT >= 5000
076700             ADD 1 TO JNL-ACT-OVERFLOW
076800             GO TO 2200-ADD-ACTUAL-EXIT
076900         END-IF
077000         ADD 1 TO JNL-ACT-CNT
077100         MOVE JNL-ACT-CNT     TO JNL-ACT-SUB
077200         MOVE JNL-CUR-ACT-KEY TO JNL-ACT-KEY (JNL-ACT-SUB)
077300         MOVE ZERO            TO JNL-ACT-AMT (JNL-ACT-SUB)
077400     END-IF.
077500     ADD JNL-GHD-AMT TO JNL-ACT-AMT (JNL-ACT-SUB)
077600                        JNL-CYC-ACT-AMT (JNL-CUR-CYC-SUB).
077700     ADD 1 TO JNL-GL-LINES-USED.
077800 2200-ADD-ACTUAL-EXIT.
077900     EXIT.
078000
078100 2210-TEST-ACTUAL-ENTRY.
078200     CONTINUE.
078300
078400*--------------------------------------------------------------*
078500* AN OCCURRENCE OPEN ON OR BEFORE THE MONTH END AND CLOSING     *
078600* AFTER IT IS ACCRUED UNLESS IT HAS ARRIVED, WAS ALREADY        *
078700* ACCRUED FOR THIS MONTH, OR HAS NO PRIOR OCCURRENCE WITH       *
078800* ACTUALS TO ESTIMATE FROM.                                     *
078900*--------------------------------------------------------------*
079000 3000-ACCRUE-CYCLE.
079100     IF JNL-CYC-OPEN-DAY (JNL-CYC-SUB) > JNL-MONTH-END-DAY
079200         OR JNL-CYC-CLOSE-DAY (JNL-CYC-SUB)
079300            NOT > JNL-MONTH-END-DAY
079400         GO TO 3000-ACCRUE-CYCLE-EXIT
079500     END-IF.
079600     ADD 1 TO JNL-CYCLES-OPEN.
079700     MOVE SPACES TO ACR-RPT-LINE.
079800     WRITE ACR-RPT-LINE.
079900     MOVE SPACES TO ACR-RPT-LINE.
080000     STRING 'BILL CYCLE ' JNL-CYC-BL-CYC-CD (JNL-CYC-SUB)
080100         '  PERIOD ' JNL-CYC-PERIOD (JNL-CYC-SUB)
080200         '  OPENS ' JNL-CYC-OPEN-DT (JNL-CYC-SUB)
080300         '  CLOSES ' JNL-CYC-CLOSE-DT (JNL-CYC-SUB)
080400         DELIMITED BY SIZE INTO ACR-RPT-LINE
080500     END-STRING.
080600     WRITE ACR-RPT-LINE.
080700     IF JNL-CYC-ARRIVED (JNL-CYC-SUB)
080800         ADD 1 TO JNL-CYCLES-ARRIVED
080900         MOVE '   ARRIVED - NOTHING TO ACCRUE' TO ACR-RPT-LINE
081000         WRITE ACR-RPT-LINE
081100         GO TO 3000-ACCRUE-CYCLE-EXIT
081200     END-IF.
081300
081400     MOVE 'IJTUBAAC' TO HST-COMM-APP-ID.
081500     MOVE SPACES TO HST-COMM-REC-KEY.
081600     MOVE JNL-RUN-PERIOD-A TO HST-COMM-REC-KEY (1:6).
081700     MOVE JNL-CYC-BL-CYC-CD (JNL-CYC-SUB)
081800         TO HST-COMM-REC-KEY (7:2).
081900     SET HST-FUNC-READ TO TRUE.
082000     CALL 'IJHSTR01' USING HST-COMM-AREA.
082100     IF HST-RC-OK
082200         MOVE HST-COMM-DATA (1:44) TO JNL-ACR-HST-REC
082300         ADD 1 TO JNL-CYCLES-ALREADY
082400         MOVE SPACES TO ACR-RPT-LINE
082500         STRING '   ALREADY ACCRUED ON ' JNL-HST-ACCRUED-DT
082600             ' - NOT SENT AGAIN'
082700             DELIMITED BY SIZE INTO ACR-RPT-LINE
082800         END-STRING
082900         WRITE ACR-RPT-LINE
083000         GO TO 3000-ACCRUE-CYCLE-EXIT
083100     END-IF.
083200
083300     MOVE JNL-CYC-BL-CYC-CD (JNL-CYC-SUB) TO JNL-FIND-CYC-CD.
083400     COMPUTE JNL-FIND-DAY = JNL-CYC-OPEN-DAY (JNL-CYC-SUB) - 1.
083500     PERFORM 7200-FIND-BILLED-OCCURRENCE
083600         THRU 7200-FIND-BILLED-OCCURRENCE-EXIT.
083700     MOVE JNL-FOUND-SUB TO JNL-PRIOR-SUB.
083800     IF JNL-PRIOR-SUB = ZERO
083900         OR JNL-CYC-ACT-AMT (JNL-PRIOR-SUB) = ZERO
084000         ADD 1 TO JNL-CYCLES-NO-PRIOR
084100         MOVE '   HELD - NO PRIOR CYCLE ACTUALS ON GLHIST TO '
084200             & 'ESTIMATE FROM' TO ACR-RPT-LINE
084300         WRITE ACR-RPT-LINE
084400         DISPLAY 'IJTUBA01 - BILL CYCLE '
084500             JNL-CYC-BL-CYC-CD (JNL-CYC-SUB)
084600             ' HELD - NO PRIOR CYCLE ACTUALS'
084700         GO TO 3000-ACCRUE-CYCLE-EXIT
084800     END-IF.
084900     COMPUTE JNL-ACCR-DAYS = JNL-MONTH-END-DAY
085000         - JNL-CYC-OPEN-DAY (JNL-CYC-SUB) + 1.
085100     COMPUTE JNL-PRIOR-DAYS = JNL-CYC-CLOSE-DAY (JNL-PRIOR-SUB)
085200         - JNL-CYC-OPEN-DAY (JNL-PRIOR-SUB) + 1.
085300     MOVE JNL-ACCR-DAYS  TO JNL-EDIT-DAYS.
085400     MOVE JNL-PRIOR-DAYS TO JNL-EDIT-DAYS-2.
085500     MOVE SPACES TO ACR-RPT-LINE.
085600     STRING '   ESTIMATED FROM THE CYCLE OPENED '
085700         JNL-CYC-OPEN-DT (JNL-PRIOR-SUB) ' - '
085800         JNL-EDIT-DAYS ' DAYS ACCRUED AT THE RUN RATE OF ITS '
085900         JNL-EDIT-DAYS-2 ' DAYS'
086000         DELIMITED BY SIZE INTO ACR-RPT-LINE
086100     END-STRING.
086200     WRITE ACR-RPT-LINE.
086300     MOVE '    SRCE  FACCT       SOBP        IET         '
086400         & '  PRIOR ACTUAL          ESTIMATE' TO ACR-RPT-LINE.
086500     WRITE ACR-RPT-LINE.
086600
086700     MOVE ZERO TO JNL-CYC-EST-AMT.
086800     PERFORM 3100-WRITE-SOURCE-BATCH
086900         THRU 3100-WRITE-SOURCE-BATCH-EXIT
087000         VARYING JNL-SRC-SUB FROM 1 BY 1
087100         UNTIL JNL-SRC-SUB > JNL-SRC-CNT.
087200     ADD 1 TO JNL-CYCLES-ACCRUED.
087300     ADD JNL-CYC-EST-AMT TO JNL-TOT-EST-AMT.
087400
087500     MOVE JNL-CYC-OPEN-DT (JNL-CYC-SUB)  TO JNL-HST-OPEN-DT.
087600     MOVE JNL-CYC-CLOSE-DT (JNL-CYC-SUB) TO JNL-HST-CLOSE-DT.
087700     MOVE JNL-STAMP-DATE                 TO JNL-HST-ACCRUED-DT.
087800     MOVE JNL-ACCR-DAYS                  TO JNL-HST-ACCR-DAYS.
087900     MOVE JNL-PRIOR-DAYS                 TO JNL-HST-PRIOR-DAYS.
088000     MOVE JNL-CYC-ACT-AMT (JNL-PRIOR-SUB) TO JNL-HST-PRIOR-AMT.
088100     MOVE JNL-CYC-EST-AMT                TO JNL-HST-EST-AMT.
088200     MOVE 'IJTUBAAC' TO HST-COMM-APP-ID.
088300     MOVE SPACES TO HST-COMM-REC-KEY HST-COMM-DATA.
088400     MOVE JNL-RUN-PERIOD-A TO HST-COMM-REC-KEY (1:6).
088500     MOVE JNL-CYC-BL-CYC-CD (JNL-CYC-SUB)
088600         TO HST-COMM-REC-KEY (7:2).
088700     MOVE JNL-ACR-HST-REC TO HST-COMM-DATA (1:44).
088800     SET HST-FUNC-WRITE TO TRUE.
088900     CALL 'IJHSTR01' USING HST-COMM-AREA.
088905     IF NOT HST-RC-OK
088910         ADD 1 TO JNL-HST-WRITE-FAILS
088915         DISPLAY 'IJTUBA01 - HISTSTOR WRITE FAILED FOR CYCLE '
088920             JNL-CYC-BL-CYC-CD (JNL-CYC-SUB) ', RC = '
088925             HST-RETURN-CD
088930         MOVE SPACES TO ACR-RPT-LINE
088935         STRING '   NOT RECORDED ON HISTSTOR - A RERUN WOULD '
088940             'ACCRUE THIS CYCLE AGAIN'
088945             DELIMITED BY SIZE INTO ACR-RPT-LINE
088950         END-STRING
088955         WRITE ACR-RPT-LINE
088960     END-IF.
089000
089100     MOVE JNL-CYC-ACT-AMT (JNL-PRIOR-SUB) TO JNL-EDIT-AMT.
089200     MOVE JNL-CYC-EST-AMT TO JNL-EDIT-AMT-2.
089300     MOVE SPACES TO ACR-RPT-LINE.
089400     STRING '   CYCLE TOTAL - PRIOR ACTUAL ' JNL-EDIT-AMT
089500         '   ESTIMATE ACCRUED ' JNL-EDIT-AMT-2
089600         DELIMITED BY SIZE INTO ACR-RPT-LINE
089700     END-STRING.
089800     WRITE ACR-RPT-LINE.
089900 3000-ACCRUE-CYCLE-EXIT.
090000     EXIT.
090100
090200*--------------------------------------------------------------*
090300* ONE BATCH PER SOURCE SYSTEM THE PRIOR OCCURRENCE POSTED FOR - *
090400* THE HEADER GOES OUT WITH THE FIRST LINE, SO A SOURCE SYSTEM   *
090500* WITH NOTHING TO ESTIMATE SENDS NO EMPTY BATCH.                *
090600*--------------------------------------------------------------*
090700 3100-WRITE-SOURCE-BATCH.
090800     SET JNL-BATCH-CLOSED TO TRUE.
090900     MOVE ZERO TO JNL-CUR-LINE-CNT JNL-CUR-LINE-AMT.
091000     PERFORM 3200-WRITE-ESTIMATE-LINES
091100         THRU 3200-WRITE-ESTIMATE-LINES-EXIT
091200         VARYING JNL-ACT-SUB FROM 1 BY 1
091300         UNTIL JNL-ACT-SUB > JNL-ACT-CNT.
091400     IF JNL-BATCH-CLOSED
091500         GO TO 3100-WRITE-SOURCE-BATCH-EXIT
091600     END-IF.
091700     MOVE SPACES TO JNL-GL-TRL-REC.
091800     MOVE 'T'                 TO JNL-GLT-REC-TYPE.
091900     MOVE JNL-CUR-BATCH-NO    TO JNL-GLT-BATCH-NO.
092000     MOVE JNL-CUR-LINE-CNT    TO JNL-GLT-LINE-CNT.
092100     MOVE ZERO                TO JNL-GLT-REC-CNT.
092200     MOVE JNL-CUR-LINE-AMT    TO JNL-GLT-AMT.
092300     MOVE JNL-GL-TRL-REC TO GL-INTF-RECORD.
092400     WRITE GL-INTF-RECORD.
092500     ADD 1 TO JNL-BATCHES-WRITTEN.
092600     SET JNL-BATCH-CLOSED TO TRUE.
092700 3100-WRITE-SOURCE-BATCH-EXIT.
092800     EXIT.
092900
093000*--------------------------------------------------------------*
093100* THE ESTIMATE IS THE PRIOR OCCURRENCE'S ACTUAL SPREAD OVER ITS *
093200* OWN DAYS AND TAKEN FOR THE DAYS OF THIS OCCURRENCE UP TO THE  *
093300* MONTH END.  REVENUE GOES TO ITS FACCT AS THE TIF BATCHES SEND *
093400* IT; THE OFFSETTING LINE TO THE UNBILLED-REVENUE FACCT CARRIES *
093500* THE SIGN REVERSED, SO THE BATCH NETS TO ZERO.                 *
093600*--------------------------------------------------------------*
093700 3200-WRITE-ESTIMATE-LINES.
093800     IF JNL-ACT-CYC-SUB (JNL-ACT-SUB) NOT = JNL-PRIOR-SUB
093900         OR JNL-ACT-SRCE-SYS-CD (JNL-ACT-SUB)
094000            NOT = JNL-SRC-SRCE-SYS-CD (JNL-SRC-SUB)
094100         GO TO 3200-WRITE-ESTIMATE-LINES-EXIT
094200     END-IF.
094300     COMPUTE JNL-EST-AMT ROUNDED =
094400         JNL-ACT-AMT (JNL-ACT-SUB) * JNL-ACCR-DAYS
094500         / JNL-PRIOR-DAYS.
094600     IF JNL-EST-AMT = ZERO
094700         GO TO 3200-WRITE-ESTIMATE-LINES-EXIT
094800     END-IF.
094900     IF JNL-BATCH-CLOSED
095000         PERFORM 3300-WRITE-BATCH-HEADER
095100             THRU 3300-WRITE-BATCH-HEADER-EXIT
095200     END-IF.
095300     ADD JNL-EST-AMT TO JNL-CYC-EST-AMT.
095400     MOVE SPACES TO JNL-GL-DTL-REC.
095500     MOVE 'D'                          TO JNL-GLD-REC-TYPE.
095600     MOVE JNL-ACT-FACCT-CD (JNL-ACT-SUB) TO JNL-GLD-FACCT-CD.
095700     MOVE JNL-ACT-SOBP (JNL-ACT-SUB)   TO JNL-GLD-SOBP.
095800     MOVE JNL-ACT-IET (JNL-ACT-SUB)    TO JNL-GLD-IET.
095900     MOVE JNL-ACCRUAL-JRNL-DT          TO JNL-GLD-JRNL-DT.
096000     MOVE ZERO                         TO JNL-GLD-REC-CNT.
096100     MOVE JNL-EST-AMT                  TO JNL-GLD-AMT.
096200     PERFORM 3400-PUT-LINE
096300         THRU 3400-PUT-LINE-EXIT.
096400     MOVE JNL-CTL-UNBILLED-FACCT       TO JNL-GLD-FACCT-CD.
096500     COMPUTE JNL-GLD-AMT = ZERO - JNL-EST-AMT.
096600     PERFORM 3400-PUT-LINE
096700         THRU 3400-PUT-LINE-EXIT.
096800
096900     MOVE JNL-ACT-SRCE-SYS-CD (JNL-ACT-SUB)
097000         TO JNL-RPT-SRCE-SYS-CD.
097100     MOVE JNL-ACT-FACCT-CD (JNL-ACT-SUB) TO JNL-RPT-FACCT-CD.
097200     MOVE JNL-ACT-SOBP (JNL-ACT-SUB)   TO JNL-RPT-SOBP.
097300     MOVE JNL-ACT-IET (JNL-ACT-SUB)    TO JNL-RPT-IET.
097400     MOVE JNL-ACT-AMT (JNL-ACT-SUB)    TO JNL-RPT-PRIOR-AMT.
097500     MOVE JNL-EST-AMT                  TO JNL-RPT-EST-AMT.
097600     MOVE JNL-RPT-LINE TO ACR-RPT-LINE.
097700     WRITE ACR-RPT-LINE.
097800 3200-WRITE-ESTIMATE-LINES-EXIT.
097900     EXIT.
098000
098100 3300-WRITE-BATCH-HEADER.
098200     ADD 1 TO JNL-CUR-BATCH-NO.
098300     MOVE SPACES TO JNL-GL-HDR-REC.
098400     MOVE 'H'                 TO JNL-GLH-REC-TYPE.
098500     MOVE JNL-CUR-BATCH-NO    TO JNL-GLH-BATCH-NO.
098600     MOVE JNL-SRC-SRCE-SYS-CD (JNL-SRC-SUB)
098700         TO JNL-GLH-SRCE-SYS-CD.
098800     MOVE 'IJTUBA01'          TO JNL-GLH-JOBNAME.
098900     MOVE JNL-CYC-BL-CYC-CD (JNL-CYC-SUB)
099000         TO JNL-GLH-SEQ-NM (1:2).
099100     MOVE JNL-RUN-PERIOD-A (3:4) TO JNL-GLH-SEQ-NM (3:4).
099200     SET JNL-GLH-AUTO-REVERSE TO TRUE.
099300     MOVE JNL-REVERSAL-DT     TO JNL-GLH-AUTO-REV-DT.
099400     MOVE JNL-GL-HDR-REC TO GL-INTF-RECORD.
099500     WRITE GL-INTF-RECORD.
099600     SET JNL-BATCH-OPEN TO TRUE.
099700 3300-WRITE-BATCH-HEADER-EXIT.
099800     EXIT.
099900
100000 3400-PUT-LINE.
100100     MOVE JNL-GL-DTL-REC TO GL-INTF-RECORD.
100200     WRITE GL-INTF-RECORD.
100300     ADD 1 TO JNL-CUR-LINE-CNT JNL-LINES-WRITTEN.
100400     ADD JNL-GLD-AMT TO JNL-CUR-LINE-AMT.
100500 3400-PUT-LINE-EXIT.
100600     EXIT.
100700
100750* LAST MONTH'S ACCRUALS REVERSED ON THE FIRST OF THIS           *
100800* MONTH.  EACH IS SET BESIDE THE ACTUAL ITS CYCLE HAS SINCE     *
100850* POSTED, SO ACCOUNTING CAN SEE HOW FAR THE ESTIMATE WAS OFF;   *
100900* ONE NOT YET ARRIVED IS LISTED AS STILL UNBILLED.  THE         *
100950* ESTIMATE ONLY COVERED THE CYCLE'S DAYS UP TO THE MONTH END,   *
101000* SO THE ACTUAL IS TAKEN FOR THOSE SAME DAYS, AS 3200 SPREAD    *
101050* THE PRIOR CYCLE, BEFORE THE DIFFERENCE IS STRUCK.             *
101400 4000-TRUE-UP-PRIOR-MONTH.
101500     MOVE SPACES TO ACR-RPT-LINE.
101600     WRITE ACR-RPT-LINE.
101700     MOVE SPACES TO ACR-RPT-LINE.
101800     STRING 'ACCRUALS FOR ' JNL-PRIOR-PERIOD-A
101900         ' REPLACED BY ACTUALS'
102000         DELIMITED BY SIZE INTO ACR-RPT-LINE
102100     END-STRING.
102200     WRITE ACR-RPT-LINE.
102300     MOVE 'IJTUBAAC' TO HST-COMM-APP-ID.
102400     SET HST-FUNC-START TO TRUE.
102500     CALL 'IJHSTR01' USING HST-COMM-AREA.
102600     IF NOT HST-RC-OK
102700         GO TO 4000-TRUE-UP-PRIOR-MONTH-EXIT
102800     END-IF.
102900     PERFORM 4100-TRUE-UP-ONE-CYCLE
103000         THRU 4100-TRUE-UP-ONE-CYCLE-EXIT
103100         UNTIL HST-RC-EOF.
103200 4000-TRUE-UP-PRIOR-MONTH-EXIT.
103300     EXIT.
103400
103500 4100-TRUE-UP-ONE-CYCLE.
103600     SET HST-FUNC-NEXT TO TRUE.
103700     CALL 'IJHSTR01' USING HST-COMM-AREA.
103800     IF NOT HST-RC-OK
103900         GO TO 4100-TRUE-UP-ONE-CYCLE-EXIT
104000     END-IF.
104100     IF HST-COMM-REC-KEY (1:6) NOT = JNL-PRIOR-PERIOD-A
104200         GO TO 4100-TRUE-UP-ONE-CYCLE-EXIT
104300     END-IF.
104400     MOVE HST-COMM-DATA (1:44) TO JNL-ACR-HST-REC.
104500     MOVE HST-COMM-REC-KEY (7:2) TO JNL-FIND-CYC-CD.
104600     PERFORM 4110-TEST-OCCURRENCE
104700         VARYING JNL-TEST-SUB FROM 1 BY 1
104800         UNTIL JNL-TEST-SUB > JNL-CYC-CNT
104900         OR (JNL-CYC-BL-CYC-CD (JNL-TEST-SUB) = JNL-FIND-CYC-CD
105000         AND JNL-CYC-OPEN-DT (JNL-TEST-SUB) = JNL-HST-OPEN-DT).
105100     ADD 1 TO JNL-TRUE-UPS.
105200     MOVE JNL-HST-EST-AMT TO JNL-EDIT-AMT.
105300     MOVE SPACES TO ACR-RPT-LINE.
105400     IF JNL-TEST-SUB > JNL-CYC-CNT
105500         STRING '   BILL CYCLE ' JNL-FIND-CYC-CD
105600             ' OPENED ' JNL-HST-OPEN-DT '  ESTIMATE '
105700             JNL-EDIT-AMT '  NO LONGER ON CYCCAL'
105800             DELIMITED BY SIZE INTO ACR-RPT-LINE
105900         END-STRING
106000         WRITE ACR-RPT-LINE
106100         GO TO 4100-TRUE-UP-ONE-CYCLE-EXIT
106200     END-IF.
106300     IF NOT JNL-CYC-ARRIVED (JNL-TEST-SUB)
106400         STRING '   BILL CYCLE ' JNL-FIND-CYC-CD
106500             ' OPENED ' JNL-HST-OPEN-DT '  ESTIMATE '
106600             JNL-EDIT-AMT '  STILL UNBILLED'
106700             DELIMITED BY SIZE INTO ACR-RPT-LINE
106800         END-STRING
106900         WRITE ACR-RPT-LINE
107000         GO TO 4100-TRUE-UP-ONE-CYCLE-EXIT
107100     END-IF.
107120     COMPUTE JNL-CYC-DAYS = JNL-CYC-CLOSE-DAY (JNL-TEST-SUB)
107140         - JNL-CYC-OPEN-DAY (JNL-TEST-SUB) + 1.
107160     COMPUTE JNL-ACT-PRO-AMT ROUNDED =
107180         JNL-CYC-ACT-AMT (JNL-TEST-SUB) * JNL-HST-ACCR-DAYS
107200         / JNL-CYC-DAYS.
107220     COMPUTE JNL-DIFF-AMT = JNL-ACT-PRO-AMT - JNL-HST-EST-AMT.
107240     MOVE JNL-ACT-PRO-AMT TO JNL-EDIT-AMT-2.
107260     MOVE JNL-DIFF-AMT TO JNL-EDIT-AMT-3.
107280     STRING '   BILL CYCLE ' JNL-FIND-CYC-CD
107300         ' OPENED ' JNL-HST-OPEN-DT '  ESTIMATE '
107320         JNL-EDIT-AMT '  ACTUAL ' JNL-EDIT-AMT-2
107340         '  DIFFERENCE ' JNL-EDIT-AMT-3
107360         DELIMITED BY SIZE INTO ACR-RPT-LINE
107380     END-STRING.
107400     WRITE ACR-RPT-LINE.
107420     MOVE JNL-CYC-ACT-AMT (JNL-TEST-SUB) TO JNL-EDIT-AMT.
107440     MOVE JNL-HST-ACCR-DAYS TO JNL-EDIT-DAYS.
107460     MOVE JNL-CYC-DAYS      TO JNL-EDIT-DAYS-2.
107480     MOVE SPACES TO ACR-RPT-LINE.
107500     STRING '      ACTUAL TAKEN FOR THE ' JNL-EDIT-DAYS
107520         ' DAYS ACCRUED OF ' JNL-EDIT-DAYS-2
107540         ' - WHOLE CYCLE ACTUAL ' JNL-EDIT-AMT
107560         DELIMITED BY SIZE INTO ACR-RPT-LINE
107580     END-STRING.
107600     WRITE ACR-RPT-LINE.
108300 4100-TRUE-UP-ONE-CYCLE-EXIT.
108400     EXIT.
108500
108600 4110-TEST-OCCURRENCE.
108700     CONTINUE.
108800
108900*--------------------------------------------------------------*
109000* CCYYMMDD IN JNL-DT-WORK TO A DAY NUMBER IN JNL-DT-DAYNO, ZERO *
109100* WHEN THE DATE IS NOT A DATE.                                  *
109200*--------------------------------------------------------------*
109300 7000-DATE-TO-DAYNO.
109400     MOVE ZERO TO JNL-DT-DAYNO.
109500     IF JNL-DT-WORK-A NOT NUMERIC
109600         OR JNL-DT-MONTH < 1 OR JNL-DT-MONTH > 12
109700         OR JNL-DT-DAY < 1 OR JNL-DT-DAY > 31
109800         OR JNL-DT-YEAR = ZERO
109900         GO TO 7000-DATE-TO-DAYNO-EXIT
110000     END-IF.
110100     PERFORM 7010-YEAR-BASE
110200         THRU 7010-YEAR-BASE-EXIT.
110300     ADD JNL-CUM-DAYS (JNL-DT-MONTH) JNL-DT-DAY
110400         TO JNL-DT-DAYNO.
110500     IF JNL-DT-LEAP-YEAR AND JNL-DT-MONTH > 2
110600         ADD 1 TO JNL-DT-DAYNO
110700     END-IF.
110800 7000-DATE-TO-DAYNO-EXIT.
110900     EXIT.
111000
111100*--------------------------------------------------------------*
111200* THE DAYS BEFORE 1 JANUARY OF JNL-DT-YEAR, AND WHETHER THE     *
111300* YEAR IS A LEAP YEAR.                                          *
111400*--------------------------------------------------------------*
111500 7010-YEAR-BASE.
111600     COMPUTE JNL-DT-YM1 = JNL-DT-YEAR - 1.
111700     COMPUTE JNL-DT-DAYNO = JNL-DT-YM1 * 365.
111800     DIVIDE JNL-DT-YM1 BY 4 GIVING JNL-DT-QUOT.
111900     ADD JNL-DT-QUOT TO JNL-DT-DAYNO.
112000     DIVIDE JNL-DT-YM1 BY 100 GIVING JNL-DT-QUOT.
112100     SUBTRACT JNL-DT-QUOT FROM JNL-DT-DAYNO.
112200     DIVIDE JNL-DT-YM1 BY 400 GIVING JNL-DT-QUOT.
112300     ADD JNL-DT-QUOT TO JNL-DT-DAYNO.
112400     DIVIDE JNL-DT-YEAR BY 4 GIVING JNL-DT-QUOT
112500         REMAINDER JNL-DT-REM-4.
112600     DIVIDE JNL-DT-YEAR BY 100 GIVING JNL-DT-QUOT
112700         REMAINDER JNL-DT-REM-100.
112800     DIVIDE JNL-DT-YEAR BY 400 GIVING JNL-DT-QUOT
112900         REMAINDER JNL-DT-REM-400.
113000     MOVE 'N' TO JNL-DT-LEAP-SW.
113100     IF JNL-DT-REM-4 = ZERO
113200         AND (JNL-DT-REM-100 NOT = ZERO OR JNL-DT-REM-400 = ZERO)
113300         SET JNL-DT-LEAP-YEAR TO TRUE
113400     END-IF.
113500 7010-YEAR-BASE-EXIT.
113600     EXIT.
113700
113800*--------------------------------------------------------------*
113900* AN SMS YYDDD DATE TO A DAY NUMBER - THE CENTURY IS JOINED ON  *
114000* AS '20', AS THE EFFECTIVE-PERIOD EDITS DO.                    *
114100*--------------------------------------------------------------*
114200 7100-JULIAN-TO-DAYNO.
114300     MOVE ZERO TO JNL-DT-DAYNO.
114400     IF JNL-DT-JUL-YY NOT NUMERIC OR JNL-DT-JUL-DDD NOT NUMERIC
114500         GO TO 7100-JULIAN-TO-DAYNO-EXIT
114600     END-IF.
114700     IF JNL-DT-JUL-DDD-9 < 1 OR JNL-DT-JUL-DDD-9 > 366
114800         GO TO 7100-JULIAN-TO-DAYNO-EXIT
114900     END-IF.
115000     MOVE '20'          TO JNL-DT-WORK-A (1:2).
115100     MOVE JNL-DT-JUL-YY TO JNL-DT-WORK-A (3:2).
115200     PERFORM 7010-YEAR-BASE
115300         THRU 7010-YEAR-BASE-EXIT.
115400     ADD JNL-DT-JUL-DDD-9 TO JNL-DT-DAYNO.
115500 7100-JULIAN-TO-DAYNO-EXIT.
115600     EXIT.
115700
115800*--------------------------------------------------------------*
115900 7200-FIND-BILLED-OCCURRENCE.
116000     MOVE ZERO TO JNL-FOUND-SUB.
116100     IF JNL-FIND-DAY = ZERO
116200         GO TO 7200-FIND-BILLED-OCCURRENCE-EXIT
116300     END-IF.
116400     PERFORM 7210-TEST-BILLED-OCCURRENCE
116500         THRU 7210-TEST-BILLED-OCCURRENCE-EXIT
116600         VARYING JNL-TEST-SUB FROM 1 BY 1
116700         UNTIL JNL-TEST-SUB > JNL-CYC-CNT.
116800 7200-FIND-BILLED-OCCURRENCE-EXIT.
116900     EXIT.
117000
117100 7210-TEST-BILLED-OCCURRENCE.
117200     IF JNL-CYC-BL-CYC-CD (JNL-TEST-SUB) NOT = JNL-FIND-CYC-CD
117300         OR JNL-CYC-CLOSE-DAY (JNL-TEST-SUB) > JNL-FIND-DAY
117400         GO TO 7210-TEST-BILLED-OCCURRENCE-EXIT
117500     END-IF.
117600     IF JNL-FOUND-SUB = ZERO
117700         MOVE JNL-TEST-SUB TO JNL-FOUND-SUB
117800         GO TO 7210-TEST-BILLED-OCCURRENCE-EXIT
117900     END-IF.
118000     IF JNL-CYC-CLOSE-DAY (JNL-TEST-SUB)
118100         > JNL-CYC-CLOSE-DAY (JNL-FOUND-SUB)
118200         MOVE JNL-TEST-SUB TO JNL-FOUND-SUB
118300     END-IF.
118400 7210-TEST-BILLED-OCCURRENCE-EXIT.
118500     EXIT.
118600
118700*--------------------------------------------------------------*
118800 9000-TERMINATE.
118900     SET HST-FUNC-CLOSE TO TRUE.
119000     CALL 'IJHSTR01' USING HST-COMM-AREA.
119100     MOVE JNL-TOT-EST-AMT TO JNL-EDIT-AMT.
119200     MOVE SPACES TO ACR-RPT-LINE.
119300     WRITE ACR-RPT-LINE.
119400     MOVE SPACES TO ACR-RPT-LINE.
119500     STRING 'TOTAL UNBILLED REVENUE ACCRUED ' JNL-EDIT-AMT
119600         DELIMITED BY SIZE INTO ACR-RPT-LINE
119700     END-STRING.
119800     WRITE ACR-RPT-LINE.
119900     CLOSE GL-HIST-FILE GL-INTF-FILE ACR-RPT-FILE.
120000     DISPLAY 'IJTUBA01 - ACCRUAL MONTH            = '
120100         JNL-RUN-PERIOD-A.
120200     DISPLAY 'IJTUBA01 - TIFAUDIT RECORDS READ    = '
120300         JNL-AUDIT-READ.
120400     DISPLAY 'IJTUBA01 - TIFAUDIT RECORDS BYPASSED = '
120500         JNL-AUDIT-BYPASSED.
120600     DISPLAY 'IJTUBA01 - RP519 GDG LOG ENTRIES    = '
120700         JNL-GDG-LOG-READ.
120800     DISPLAY 'IJTUBA01 - GDG LOG ENTRIES NO CYCLE = '
120900         JNL-GDG-LOG-NO-CYCLE.
121000     DISPLAY 'IJTUBA01 - GLHIST BATCHES READ      = '
121100         JNL-GL-BATCHES-READ.
121200     DISPLAY 'IJTUBA01 - GLHIST BATCHES NOT TIED  = '
121300         JNL-GL-BATCHES-NO-AUD.
121400     DISPLAY 'IJTUBA01 - GLHIST LINES USED        = '
121500         JNL-GL-LINES-USED.
121600     DISPLAY 'IJTUBA01 - CYCLES OPEN AT MONTH END = '
121700         JNL-CYCLES-OPEN.
121800     DISPLAY 'IJTUBA01 - CYCLES ALREADY ARRIVED   = '
121900         JNL-CYCLES-ARRIVED.
122000     DISPLAY 'IJTUBA01 - CYCLES ACCRUED           = '
122100         JNL-CYCLES-ACCRUED.
122200     DISPLAY 'IJTUBA01 - CYCLES ALREADY ACCRUED   = '
122300         JNL-CYCLES-ALREADY.
122400     DISPLAY 'IJTUBA01 - CYCLES HELD, NO PRIOR    = '
122500         JNL-CYCLES-NO-PRIOR.
122600     DISPLAY 'IJTUBA01 - GL BATCHES WRITTEN       = '
122700         JNL-BATCHES-WRITTEN.
122800     DISPLAY 'IJTUBA01 - GL SUMMARY LINES WRITTEN = '
122900         JNL-LINES-WRITTEN.
123000     DISPLAY 'IJTUBA01 - PRIOR ACCRUALS TRUED UP  = '
123100         JNL-TRUE-UPS.
123200     DISPLAY 'IJTUBA01 - CYCCAL ROWS BAD DATES    = '
123300         JNL-CYC-BAD-DATES.
123400     IF JNL-CYCLES-NO-PRIOR > ZERO OR JNL-CYC-BAD-DATES > ZERO
123500         MOVE 4 TO RETURN-CODE
123600     END-IF.
123610     IF JNL-HST-WRITE-FAILS > ZERO
123620         DISPLAY 'IJTUBA01 - HISTSTOR WRITES FAILED   = '
123630             JNL-HST-WRITE-FAILS
123640         MOVE 16 TO RETURN-CODE
123650     END-IF.
123700     IF JNL-CYC-OVERFLOW > ZERO OR JNL-AUD-OVERFLOW > ZERO
123800         OR JNL-ACT-OVERFLOW > ZERO OR JNL-SRC-OVERFLOW > ZERO
123900         DISPLAY 'IJTUBA01 - TABLE OVERFLOW - CYCCAL '
124000             JNL-CYC-OVERFLOW ' AUDIT ' JNL-AUD-OVERFLOW
124100             ' ACTUALS ' JNL-ACT-OVERFLOW ' SOURCES '
124200             JNL-SRC-OVERFLOW
124300         MOVE 16 TO RETURN-CODE
124400     END-IF.
124500 9000-TERMINATE-EXIT.
124600     EXIT.
124700
124800*-------------------------------------------------------------.
124900*                     E N D   O F  I J T U B A 0 1             :
125000*-------------------------------------------------------------'
