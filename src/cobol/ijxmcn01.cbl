000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJXMCN01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  10/01/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 30.6  10/01/26  RAS  NEW PROGRAM.  ENTERPRISE CUSTOMER (MCN)  *
001100*                      REVENUE PROFILE.  THE LARGEST CUSTOMERS  *
001200*                      ARE CARRIED AS A MASTER CUSTOMER NUMBER  *
001300*                      ON TIF (XX-VTNS-MCN/SFX) AND RP519       *
001400*                      (RP519-MCN-BASE/SUFFIX), BUT THEIR       *
001500*                      DISCOUNTS COME THROUGH CRS BY LEAD       *
001600*                      ACCOUNT ONLY AND NOTHING PULLED THE      *
001700*                      THREE FEEDS TOGETHER.  MAINTAINS THE     *
001800*                      MCN-TO-LEAD-ACCOUNT CROSS-REFERENCE      *
001900*                      (MCNXREF) FROM THE FEEDS, LINKS CRS      *
002000*                      THROUGH IT, AND PRINTS ON MCNRPT PER MCN *
002100*                      THE BILLED REVENUE BY FEED AND PRODUCT   *
002200*                      FAMILY (USOCMST), DISCOUNTS,             *
002300*                      ADJUSTMENTS, WRITE-OFFS, TAX BILLED, NET *
002400*                      REVENUE AND THE ACCOUNTS UNDER IT - FOR  *
002500*                      THE AS-OF MONTH, THE CURRENT 12 MONTHS   *
002600*                      AND THE PRIOR 12 - WITH THE SAME LINES   *
002700*                      ON A COMMA-DELIMITED EXTRACT (MCNEXT)    *
002800*                      FOR THE ACCOUNT TEAMS.  A                *
002900*                      CROSS-REFERENCE EXCEPTION ENDS THE JOB   *
003000*                      RC=4.                                    *
003100* 30.7  10/15/26  RAS  CHECK THE MCNXOUT, MCNRPT AND MCNEXT     *
003200*                      OPENS.  OVERFLOW IS COUNTED SEPARATELY   *
003300*                      FOR THE CROSS-REFERENCE AND THE PROFILE  *
003400*                      TABLES.  A FULL PROFILE TABLE STILL      *
003500*                      WRITES THE WHOLE CROSS-REFERENCE; A FULL *
003600*                      CROSS-REFERENCE TABLE COPIES MCNXREF TO  *
003700*                      MCNXOUT UNCHANGED.                       *
003800*--------------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-370.
004200 OBJECT-COMPUTER.   IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT MCN-CTL-FILE  ASSIGN TO MCNCTL
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS JNL-MCNCTL-STATUS.
004800
004900     SELECT USOC-MST-FILE ASSIGN TO USOCMST
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS JNL-USOCMST-STATUS.
005200
005300     SELECT MCN-XREF-FILE ASSIGN TO MCNXREF
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS JNL-MCNXREF-STATUS.
005600
005700     SELECT TIF-DET-FILE  ASSIGN TO TIFDET
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS TIFDET-KEY
006100         ALTERNATE RECORD KEY IS TIFDET-BL-ACCT-NB
006200             WITH DUPLICATES
006300         ALTERNATE RECORD KEY IS TIFDET-LEAD-ACCT-NB
006400             WITH DUPLICATES
006500         FILE STATUS IS JNL-TIFDET-STATUS.
006600
006700     SELECT RP519-IN-FILE ASSIGN TO RP519IN
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS JNL-RP519IN-STATUS.
007000
007100     SELECT CRS-IN-FILE   ASSIGN TO CRSIN
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS JNL-CRSIN-STATUS.
007400
007500     SELECT MCN-XOUT-FILE ASSIGN TO MCNXOUT
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS JNL-MCNXOUT-STATUS.
007800
007900     SELECT MCN-RPT-FILE  ASSIGN TO MCNRPT
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS JNL-MCNRPT-STATUS.
008200
008300     SELECT MCN-EXT-FILE  ASSIGN TO MCNEXT
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS JNL-MCNEXT-STATUS.
008600
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  MCN-CTL-FILE
009000     RECORDING MODE IS F.
009100 01  MCN-CTL-RECORD            PIC X(80).
009200
009300 FD  USOC-MST-FILE
009400     RECORDING MODE IS F.
009500 01  USOC-MST-IN-RECORD        PIC X(50).
009600
009700 FD  MCN-XREF-FILE
009800     RECORDING MODE IS F.
009900 01  MCN-XREF-IN-RECORD        PIC X(50).
010000
010100 FD  TIF-DET-FILE.
010200     COPY tifdetv.
010300
010400 FD  RP519-IN-FILE
010500     RECORDING MODE IS F.
010600 01  RP519-IN-RECORD           PIC X(450).
010700
010800 FD  CRS-IN-FILE
010900     RECORDING MODE IS F.
011000 01  CRS-IN-RECORD             PIC X(86).
011100
011200 FD  MCN-XOUT-FILE
011300     RECORDING MODE IS F.
011400 01  MCN-XOUT-RECORD           PIC X(50).
011500
011600 FD  MCN-RPT-FILE
011700     RECORDING MODE IS F.
011800 01  MCN-RPT-LINE              PIC X(132).
011900
012000 FD  MCN-EXT-FILE
012100     RECORDING MODE IS F.
012200 01  MCN-EXT-LINE              PIC X(200).
012300
012400 WORKING-STORAGE SECTION.
012500 01  JNL-MCNCTL-STATUS         PIC X(02) VALUE SPACES.
012600     88  JNL-MCNCTL-OK                   VALUE '00'.
012700 01  JNL-USOCMST-STATUS        PIC X(02) VALUE SPACES.
012800     88  JNL-USOCMST-OK                  VALUE '00'.
012900     88  JNL-USOCMST-EOF                 VALUE '10'.
013000 01  JNL-MCNXREF-STATUS        PIC X(02) VALUE SPACES.
013100     88  JNL-MCNXREF-OK                  VALUE '00'.
013200     88  JNL-MCNXREF-EOF                 VALUE '10'.
013300     88  JNL-MCNXREF-NOT-FOUND           VALUE '35'.
013400 01  JNL-TIFDET-STATUS         PIC X(02) VALUE SPACES.
013500     88  JNL-TIFDET-OK                   VALUE '00'.
013600     88  JNL-TIFDET-EOF                  VALUE '10'.
013700 01  JNL-RP519IN-STATUS        PIC X(02) VALUE SPACES.
013800     88  JNL-RP519IN-OK                  VALUE '00'.
013900     88  JNL-RP519IN-EOF                 VALUE '10'.
014000 01  JNL-CRSIN-STATUS          PIC X(02) VALUE SPACES.
014100     88  JNL-CRSIN-OK                    VALUE '00'.
014200     88  JNL-CRSIN-EOF                   VALUE '10'.
014300 01  JNL-MCNXOUT-STATUS        PIC X(02) VALUE SPACES.
014400     88  JNL-MCNXOUT-OK                  VALUE '00'.
014500 01  JNL-MCNRPT-STATUS         PIC X(02) VALUE SPACES.
014600     88  JNL-MCNRPT-OK                   VALUE '00'.
014700 01  JNL-MCNEXT-STATUS         PIC X(02) VALUE SPACES.
014800     88  JNL-MCNEXT-OK                   VALUE '00'.
014900
015000*--------------------------------------------------------------*
015100* THE MCNCTL CARD - THE AS-OF PERIOD (CCYYMM).  THE CURRENT 12  *
015200* MONTHS END ON IT, THE PRIOR 12 END THE MONTH BEFORE THE       *
015300* CURRENT 12 OPEN.  NOTHING OLDER THAN THE PRIOR 12 OR NEWER    *
015400* THAN THE AS-OF MONTH IS PROFILED.                             *
015500*--------------------------------------------------------------*
015600 01  JNL-MCN-CTL-CARD.
015700     05  JNL-CTL-ASOF-PRD      PIC X(06).
015800     05  JNL-CTL-ASOF-NUM REDEFINES JNL-CTL-ASOF-PRD.
015900         10  JNL-CTL-ASOF-CCYY PIC 9(04).
016000         10  JNL-CTL-ASOF-MM   PIC 9(02).
016100     05  FILLER                PIC X(74).
016200
016300 01  JNL-CUR-FROM-PRD          PIC X(06) VALUE SPACES.
016400 01  JNL-PRI-FROM-PRD          PIC X(06) VALUE SPACES.
016500 01  JNL-PRI-THRU-PRD          PIC X(06) VALUE SPACES.
016600 01  JNL-CALC-PRD.
016700     05  JNL-CALC-CCYY         PIC 9(04).
016800     05  JNL-CALC-MM           PIC 9(02).
016900 01  JNL-ASOF-MONTH-IX         PIC 9(07) COMP VALUE ZERO.
017000 01  JNL-MONTH-IX              PIC 9(07) COMP VALUE ZERO.
017100 01  JNL-MONTH-REM             PIC 9(02) COMP VALUE ZERO.
017200
017300*--------------------------------------------------------------*
017400* THE RECORD IN HAND, WHICHEVER FEED IT CAME FROM.  THE SECTION *
017500* CODE PLACES ITS AMOUNT ON THE PROFILE; THE WINDOW SWITCH SAYS *
017600* WHICH 12 MONTHS IT FALLS IN.                                  *
017700*--------------------------------------------------------------*
017800 01  JNL-CUR-PRD               PIC X(06) VALUE SPACES.
017900 01  JNL-CUR-MCN.
018000     05  JNL-CUR-MCN-BASE      PIC X(06).
018100     05  JNL-CUR-MCN-SUFFIX    PIC X(03).
018200 01  JNL-CUR-ACCT-NB           PIC X(13) VALUE SPACES.
018300 01  JNL-CUR-FEED              PIC X(04) VALUE SPACES.
018400     88  JNL-FEED-TIF                    VALUE 'TIF '.
018500     88  JNL-FEED-RP519                  VALUE 'R519'.
018600     88  JNL-FEED-CRS                    VALUE 'CRS '.
018700 01  JNL-CUR-SECT-CD           PIC X(01) VALUE SPACE.
018800 01  JNL-CUR-ITEM              PIC X(13) VALUE SPACES.
018900 01  JNL-CUR-USOC-CD           PIC X(05) VALUE SPACES.
019000 01  JNL-CUR-AMT               PIC S9(11)V99 COMP-3 VALUE ZERO.
019100 01  JNL-ACCT-AMT              PIC S9(11)V99 COMP-3 VALUE ZERO.
019200 01  JNL-TAX-AMT               PIC S9(11)V99 COMP-3 VALUE ZERO.
019300 01  JNL-POST-AMT              PIC S9(11)V99 COMP-3 VALUE ZERO.
019400 01  JNL-WINDOW-SW             PIC X(01) VALUE SPACE.
019500     88  JNL-IN-CURRENT                  VALUE 'C'.
019600     88  JNL-IN-PRIOR                    VALUE 'P'.
019700     88  JNL-OUT-OF-WINDOW               VALUE 'N'.
019800
019900*--------------------------------------------------------------*
020000* RP519'S YYMMDD EFFECTIVE DATE HAS THE CENTURY JOINED ON TO    *
020100* MATCH TIF'S CCYYMM BILL DATE, AS IN IJRDCV01.                 *
020200*--------------------------------------------------------------*
020300 01  JNL-EFF-DATE-VIEW.
020400     05  JNL-EFF-YY            PIC X(02).
020500     05  JNL-EFF-MM            PIC X(02).
020600     05  JNL-EFF-DD            PIC X(02).
020700 01  JNL-EFF-PERIOD.
020800     05  JNL-EFF-PER-CC        PIC X(02) VALUE '20'.
020900     05  JNL-EFF-PER-YR        PIC X(02).
021000     05  JNL-EFF-PER-MO        PIC X(02).
021100
021200*--------------------------------------------------------------*
021300* THE CRS CYCLE HEADER'S BILL CYCLE, AND THE PERIOD AND WINDOW  *
021400* EVERY DETAIL BEHIND IT TAKES.                                 *
021500*--------------------------------------------------------------*
021600 01  JNL-CRS-RAW-REC           PIC X(86).
021700
021800 COPY crsdet REPLACING ==01  XX-CRS-RECORD.==
021900     BY ==01  JNL-CRS-DTL-VIEW REDEFINES JNL-CRS-RAW-REC.==.
022000
022100 COPY crshdr REPLACING ==01  XX-CRS-HEADER.==
022200     BY ==01  JNL-CRS-HDR-VIEW REDEFINES JNL-CRS-RAW-REC.==.
022300
022400 01  JNL-CRS-PRD               PIC X(06) VALUE SPACES.
022500 01  JNL-CRS-WINDOW-SW         PIC X(01) VALUE 'N'.
022600 01  JNL-JURISD-SUB            PIC 9(04) COMP VALUE ZERO.
022700
022800*--------------------------------------------------------------*
022900* THE USOC HIERARCHY MASTER, AS LOADED BY IJXUSO01.  A USOC     *
023000* WITH NO ROW ROLLS UP UNDER '*UNKNOWN*'.                       *
023100*--------------------------------------------------------------*
023200 COPY usocmst.
023300
023400 01  JNL-MST-CNT               PIC 9(04) COMP VALUE ZERO.
023500 01  JNL-MST-SUB               PIC 9(04) COMP VALUE ZERO.
023600 01  JNL-MST-TABLE.
023700     05  JNL-MST-ENTRY OCCURS 500 TIMES.
023800         10  JNL-MST-USOC-CD       PIC X(05).
023900         10  JNL-MST-PROD-FAM-CD   PIC X(10).
024000
024100*--------------------------------------------------------------*
024200* THE CROSS-REFERENCE, HELD IN LEAD-ACCOUNT ORDER SO THE NEXT   *
024300* GENERATION IS WRITTEN IN THE SAME ORDER.  THE EXCEPTION CODE  *
024400* MARKS A ROW A FEED DISAGREED WITH THIS RUN - 'C' THE OPS ROW  *
024500* WAS KEPT OVER THE FEED, 'V' THE FEEDS SHOWED THE ACCOUNT      *
024600* UNDER TWO MCNS AND THE LATER ONE WAS KEPT - WITH THE OTHER    *
024700* MCN SEEN.                                                     *
024800*--------------------------------------------------------------*
024900 COPY mcnxref.
025000
025100 01  JNL-XRF-CNT               PIC S9(05) COMP VALUE ZERO.
025200 01  JNL-XRF-SUB               PIC S9(05) COMP VALUE ZERO.
025300 01  JNL-XRF-MOV-SUB           PIC S9(05) COMP VALUE ZERO.
025400 01  JNL-XRF-FOUND-SW          PIC X(01) VALUE 'N'.
025500     88  JNL-XRF-FOUND                   VALUE 'Y'.
025600 01  JNL-XRF-TABLE.
025700     05  JNL-XRF-ENTRY OCCURS 20000 TIMES.
025800         10  JNL-XRF-LEAD-ACCT-NB  PIC X(13).
025900         10  JNL-XRF-MCN           PIC X(09).
026000         10  JNL-XRF-SRCE-CD       PIC X(01).
026100         10  JNL-XRF-FIRST-PRD     PIC X(06).
026200         10  JNL-XRF-LAST-PRD      PIC X(06).
026300         10  JNL-XRF-DESC          PIC X(12).
026400         10  JNL-XRF-EXCP-CD       PIC X(01).
026500         10  JNL-XRF-OTHER-MCN     PIC X(09).
026600
026700*--------------------------------------------------------------*
026800* THE PROFILE, ONE ENTRY PER MCN, SECTION, FEED AND ITEM, HELD  *
026900* IN KEY ORDER SO THE REPORT IS A SINGLE PASS.  SECTIONS - 1    *
027000* BILLED REVENUE BY FEED AND PRODUCT FAMILY, 2 DISCOUNTS, 3     *
027100* ADJUSTMENTS, 4 WRITE-OFFS, 5 TAX BILLED, 6 THE ACCOUNTS UNDER *
027200* THE MCN WITH THE FEEDS THEY APPEARED ON AND THEIR BILLED      *
027300* REVENUE.                                                      *
027400*--------------------------------------------------------------*
027500 01  JNL-PRF-CNT               PIC S9(05) COMP VALUE ZERO.
027600 01  JNL-PRF-SUB               PIC S9(05) COMP VALUE ZERO.
027700 01  JNL-PRF-MOV-SUB           PIC S9(05) COMP VALUE ZERO.
027800 01  JNL-PRF-FOUND-SW          PIC X(01) VALUE 'N'.
027900     88  JNL-PRF-FOUND                   VALUE 'Y'.
028000 01  JNL-PRF-TABLE.
028100     05  JNL-PRF-ENTRY OCCURS 30000 TIMES.
028200         10  JNL-PRF-KEY.
028300             15  JNL-PRF-MCN       PIC X(09).
028400             15  JNL-PRF-SECT-CD   PIC X(01).
028500             15  JNL-PRF-FEED      PIC X(04).
028600             15  JNL-PRF-ITEM      PIC X(13).
028700         10  JNL-PRF-FEEDS-SEEN.
028800             15  JNL-PRF-TIF-SW    PIC X(01).
028900             15  JNL-PRF-RP519-SW  PIC X(01).
029000             15  JNL-PRF-CRS-SW    PIC X(01).
029100         10  JNL-PRF-MON-AMT       PIC S9(11)V99 COMP-3.
029200         10  JNL-PRF-CUR-AMT       PIC S9(11)V99 COMP-3.
029300         10  JNL-PRF-PRI-AMT       PIC S9(11)V99 COMP-3.
029400
029500 01  JNL-NEW-PRF-KEY.
029600     05  JNL-NEW-MCN           PIC X(09).
029700     05  JNL-NEW-SECT-CD       PIC X(01).
029800     05  JNL-NEW-FEED          PIC X(04).
029900     05  JNL-NEW-ITEM          PIC X(13).
030000
030100*--------------------------------------------------------------*
030200* CONTROL-BREAK FIELDS AND THE RUNNING MCN TOTALS FOR THE       *
030300* REPORT PASS.  EACH TOTAL IS HELD FOR THE AS-OF MONTH, THE     *
030400* CURRENT 12 AND THE PRIOR 12.                                  *
030500*--------------------------------------------------------------*
030600 01  JNL-BRK-MCN               PIC X(09) VALUE SPACES.
030700 01  JNL-BRK-SECT-CD           PIC X(01) VALUE SPACE.
030800 01  JNL-MCN-ACCT-CNT          PIC S9(07) COMP-3 VALUE ZERO.
030900 01  JNL-MCN-TOTALS.
031000     05  JNL-REV-MON-AMT       PIC S9(11)V99 COMP-3.
031100     05  JNL-REV-CUR-AMT       PIC S9(11)V99 COMP-3.
031200     05  JNL-REV-PRI-AMT       PIC S9(11)V99 COMP-3.
031300     05  JNL-NET-MON-AMT       PIC S9(11)V99 COMP-3.
031400     05  JNL-NET-CUR-AMT       PIC S9(11)V99 COMP-3.
031500     05  JNL-NET-PRI-AMT       PIC S9(11)V99 COMP-3.
031600
031700*--------------------------------------------------------------*
031800* ONE PROFILE LINE ON ITS WAY TO MCNRPT AND MCNEXT.             *
031900*--------------------------------------------------------------*
032000 01  JNL-LIN-TYPE              PIC X(06) VALUE SPACES.
032100 01  JNL-LIN-LABEL             PIC X(20) VALUE SPACES.
032200 01  JNL-LIN-FEED              PIC X(04) VALUE SPACES.
032300 01  JNL-LIN-ITEM              PIC X(13) VALUE SPACES.
032400 01  JNL-LIN-FEEDS             PIC X(03) VALUE SPACES.
032500 01  JNL-LIN-MON-AMT           PIC S9(11)V99 COMP-3 VALUE ZERO.
032600 01  JNL-LIN-CUR-AMT           PIC S9(11)V99 COMP-3 VALUE ZERO.
032700 01  JNL-LIN-PRI-AMT           PIC S9(11)V99 COMP-3 VALUE ZERO.
032800 01  JNL-LIN-CHG-AMT           PIC S9(11)V99 COMP-3 VALUE ZERO.
032900 01  JNL-LIN-PCT               PIC S9(05)V9 COMP-3 VALUE ZERO.
033000 01  JNL-LIN-PCT-SW            PIC X(01) VALUE 'N'.
033100     88  JNL-LIN-PCT-SHOWN               VALUE 'Y'.
033200
033300 01  JNL-COUNTERS.
033400     05  JNL-USOCS-LOADED      PIC S9(05) COMP-3 VALUE ZERO.
033500     05  JNL-XREF-ROWS-READ    PIC S9(07) COMP-3 VALUE ZERO.
033600     05  JNL-XREF-ROWS-ADDED   PIC S9(07) COMP-3 VALUE ZERO.
033700     05  JNL-XREF-ROWS-MOVED   PIC S9(07) COMP-3 VALUE ZERO.
033800     05  JNL-XREF-EXCEPTIONS   PIC S9(07) COMP-3 VALUE ZERO.
033900     05  JNL-XREF-ROWS-WRITTEN PIC S9(07) COMP-3 VALUE ZERO.
034000     05  JNL-TIF-DTLS-READ     PIC S9(09) COMP-3 VALUE ZERO.
034100     05  JNL-TIF-DTLS-USED     PIC S9(09) COMP-3 VALUE ZERO.
034200     05  JNL-RP519-RECS-READ   PIC S9(09) COMP-3 VALUE ZERO.
034300     05  JNL-RP519-RECS-USED   PIC S9(09) COMP-3 VALUE ZERO.
034400     05  JNL-CRS-DETS-READ     PIC S9(09) COMP-3 VALUE ZERO.
034500     05  JNL-CRS-DETS-USED     PIC S9(09) COMP-3 VALUE ZERO.
034600     05  JNL-CRS-DETS-UNLINKED PIC S9(09) COMP-3 VALUE ZERO.
034700     05  JNL-USOCS-UNKNOWN     PIC S9(09) COMP-3 VALUE ZERO.
034800     05  JNL-MCNS-PROFILED     PIC S9(07) COMP-3 VALUE ZERO.
034900     05  JNL-EXT-ROWS-WRITTEN  PIC S9(09) COMP-3 VALUE ZERO.
035000     05  JNL-XREF-ROWS-COPIED  PIC S9(07) COMP-3 VALUE ZERO.
035100     05  JNL-XRF-OVERFLOW      PIC S9(07) COMP-3 VALUE ZERO.
035200     05  JNL-PRF-OVERFLOW      PIC S9(07) COMP-3 VALUE ZERO.
035300
035400 01  JNL-CRS-UNLINKED-AMT      PIC S9(13)V99 COMP-3 VALUE ZERO.
035500 01  JNL-EDIT-AMT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
035600 01  JNL-EDIT-CNT              PIC ZZZ,ZZ9.
035700
035800 01  JNL-RPT-HDG.
035900     05  FILLER                PIC X(20) VALUE 'LINE'.
036000     05  FILLER                PIC X(01) VALUE SPACE.
036100     05  FILLER                PIC X(04) VALUE 'FEED'.
036200     05  FILLER                PIC X(01) VALUE SPACE.
036300     05  FILLER                PIC X(13) VALUE 'FAMILY/ACCT'.
036400     05  FILLER                PIC X(01) VALUE SPACE.
036500     05  FILLER                PIC X(03) VALUE 'FDS'.
036600     05  FILLER                PIC X(01) VALUE SPACE.
036700     05  FILLER                PIC X(18) VALUE '     AS-OF MONTH'.
036800     05  FILLER                PIC X(01) VALUE SPACE.
036900     05  FILLER                PIC X(18) VALUE '      CURRENT 12'.
037000     05  FILLER                PIC X(01) VALUE SPACE.
037100     05  FILLER                PIC X(18) VALUE '        PRIOR 12'.
037200     05  FILLER                PIC X(01) VALUE SPACE.
037300     05  FILLER                PIC X(18) VALUE '          CHANGE'.
037400     05  FILLER                PIC X(01) VALUE SPACE.
037500     05  FILLER                PIC X(08) VALUE '  PCT'.
037600
037700 01  JNL-RPT-LINE.
037800     05  JNL-RPT-LABEL         PIC X(20).
037900     05  FILLER                PIC X(01) VALUE SPACE.
038000     05  JNL-RPT-FEED          PIC X(04).
038100     05  FILLER                PIC X(01) VALUE SPACE.
038200     05  JNL-RPT-ITEM          PIC X(13).
038300     05  FILLER                PIC X(01) VALUE SPACE.
038400     05  JNL-RPT-FEEDS         PIC X(03).
038500     05  FILLER                PIC X(01) VALUE SPACE.
038600     05  JNL-RPT-MON-AMT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
038700     05  FILLER                PIC X(01) VALUE SPACE.
038800     05  JNL-RPT-CUR-AMT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
038900     05  FILLER                PIC X(01) VALUE SPACE.
039000     05  JNL-RPT-PRI-AMT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
039100     05  FILLER                PIC X(01) VALUE SPACE.
039200     05  JNL-RPT-CHG-AMT       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
039300     05  FILLER                PIC X(01) VALUE SPACE.
039400     05  JNL-RPT-PCT           PIC X(08).
039500 01  JNL-RPT-PCT-EDIT          PIC -ZZZZ9.9.
039600
039700 01  JNL-XRP-LINE.
039800     05  JNL-XRP-LEAD-ACCT-NB  PIC X(13).
039900     05  FILLER                PIC X(02) VALUE SPACES.
040000     05  JNL-XRP-MCN           PIC X(09).
040100     05  FILLER                PIC X(02) VALUE SPACES.
040200     05  JNL-XRP-SRCE-CD       PIC X(01).
040300     05  FILLER                PIC X(02) VALUE SPACES.
040400     05  JNL-XRP-FIRST-PRD     PIC X(06).
040500     05  FILLER                PIC X(01) VALUE SPACE.
040600     05  JNL-XRP-LAST-PRD      PIC X(06).
040700     05  FILLER                PIC X(02) VALUE SPACES.
040800     05  JNL-XRP-OTHER-MCN     PIC X(09).
040900     05  FILLER                PIC X(02) VALUE SPACES.
041000     05  JNL-XRP-NOTE          PIC X(40).
041100
041200 01  JNL-EXT-FIELDS.
041300     05  JNL-EXT-MON-AMT       PIC +9(11).99.
041400     05  JNL-EXT-CUR-AMT       PIC +9(11).99.
041500     05  JNL-EXT-PRI-AMT       PIC +9(11).99.
041600     05  JNL-EXT-CHG-AMT       PIC +9(11).99.
041700     05  JNL-EXT-PCT           PIC X(08).
041800 01  JNL-EXT-PCT-EDIT          PIC +9(05).9.
041900
042000 COPY rps REPLACING ==01  RP519-RECORD.==
042100     BY ==01  JNL-RP519-VIEW.==.
042200
042300     COPY tifview.
042400
042500 PROCEDURE DIVISION.
042600*--------------------------------------------------------------*
042700* THE CROSS-REFERENCE IS BROUGHT UP TO DATE FROM TIF AND RP519  *
042800* BEFORE CRS IS READ, SO A LEAD ACCOUNT FIRST SHOWN UNDER AN    *
042900* MCN THIS RUN LINKS ITS DISCOUNTS AS WELL.                     *
043000*--------------------------------------------------------------*
043100 0000-MAINLINE.
043200     PERFORM 1000-INITIALIZE
043300         THRU 1000-INITIALIZE-EXIT.
043400     PERFORM 2000-WALK-TIFDET
043500         THRU 2000-WALK-TIFDET-EXIT
043600         UNTIL JNL-TIFDET-EOF.
043700     PERFORM 3000-PROCESS-RP519-FILE
043800         THRU 3000-PROCESS-RP519-FILE-EXIT
043900         UNTIL JNL-RP519IN-EOF.
044000     PERFORM 3500-READ-CRS-FILE
044100         THRU 3500-READ-CRS-FILE-EXIT
044200         UNTIL JNL-CRSIN-EOF.
044300     PERFORM 5000-PRINT-ONE-ENTRY
044400         THRU 5000-PRINT-ONE-ENTRY-EXIT
044500         VARYING JNL-PRF-SUB FROM 1 BY 1
044600         UNTIL JNL-PRF-SUB > JNL-PRF-CNT.
044700     IF JNL-BRK-MCN NOT = SPACES
044800         PERFORM 5900-CLOSE-MCN
044900             THRU 5900-CLOSE-MCN-EXIT
045000     END-IF.
045100     PERFORM 6000-LIST-XREF-EXCEPTIONS
045200         THRU 6000-LIST-XREF-EXCEPTIONS-EXIT.
045300     IF JNL-XRF-OVERFLOW = ZERO
045400         PERFORM 7000-WRITE-XREF-ROW
045500             THRU 7000-WRITE-XREF-ROW-EXIT
045600             VARYING JNL-XRF-SUB FROM 1 BY 1
045700             UNTIL JNL-XRF-SUB > JNL-XRF-CNT
045800     ELSE
045900         DISPLAY 'IJXMCN01 - XREF TABLE OVERFLOW - MCNXREF '
046000             'COPIED TO MCNXOUT UNCHANGED'
046100         PERFORM 7100-COPY-XREF
046200             THRU 7100-COPY-XREF-EXIT
046300     END-IF.
046400     PERFORM 9000-TERMINATE
046500         THRU 9000-TERMINATE-EXIT.
046600     GOBACK.
046700
046800*--------------------------------------------------------------*
046900* THE CARD AND THE USOC MASTER ARE REQUIRED.  THE               *
047000* CROSS-REFERENCE IS NOT - THE FIRST RUN BUILDS IT FROM THE     *
047100* FEEDS.                                                        *
047200*--------------------------------------------------------------*
047300 1000-INITIALIZE.
047400     OPEN INPUT MCN-CTL-FILE.
047500     IF NOT JNL-MCNCTL-OK
047600         DISPLAY 'IJXMCN01 - UNABLE TO OPEN MCNCTL, RC=16'
047700         MOVE 16 TO RETURN-CODE
047800         GOBACK
047900     END-IF.
048000     READ MCN-CTL-FILE INTO JNL-MCN-CTL-CARD
048100         AT END
048200             DISPLAY 'IJXMCN01 - MCNCTL IS EMPTY, RC=16'
048300             MOVE 16 TO RETURN-CODE
048400             GOBACK
048500     END-READ.
048600     CLOSE MCN-CTL-FILE.
048700     IF JNL-CTL-ASOF-NUM NOT NUMERIC
048800         OR JNL-CTL-ASOF-MM < 1
048900         OR JNL-CTL-ASOF-MM > 12
049000         DISPLAY 'IJXMCN01 - BAD AS-OF PERIOD ON MCNCTL, RC=16'
049100         MOVE 16 TO RETURN-CODE
049200         GOBACK
049300     END-IF.
049400     COMPUTE JNL-ASOF-MONTH-IX =
049500         JNL-CTL-ASOF-CCYY * 12 + JNL-CTL-ASOF-MM - 1.
049600     COMPUTE JNL-MONTH-IX = JNL-ASOF-MONTH-IX - 11.
049700     PERFORM 1050-PERIOD-FROM-INDEX
049800         THRU 1050-PERIOD-FROM-INDEX-EXIT.
049900     MOVE JNL-CALC-PRD TO JNL-CUR-FROM-PRD.
050000     COMPUTE JNL-MONTH-IX = JNL-ASOF-MONTH-IX - 12.
050100     PERFORM 1050-PERIOD-FROM-INDEX
050200         THRU 1050-PERIOD-FROM-INDEX-EXIT.
050300     MOVE JNL-CALC-PRD TO JNL-PRI-THRU-PRD.
050400     COMPUTE JNL-MONTH-IX = JNL-ASOF-MONTH-IX - 23.
050500     PERFORM 1050-PERIOD-FROM-INDEX
050600         THRU 1050-PERIOD-FROM-INDEX-EXIT.
050700     MOVE JNL-CALC-PRD TO JNL-PRI-FROM-PRD.
050800
050900     PERFORM 1100-LOAD-USOC-MASTER
051000         THRU 1100-LOAD-USOC-MASTER-EXIT.
051100     PERFORM 1200-LOAD-XREF
051200         THRU 1200-LOAD-XREF-EXIT.
051300
051400     OPEN INPUT TIF-DET-FILE.
051500     IF NOT JNL-TIFDET-OK
051600         DISPLAY 'IJXMCN01 - UNABLE TO OPEN TIFDET, STATUS = '
051700             JNL-TIFDET-STATUS
051800         MOVE 16 TO RETURN-CODE
051900         GOBACK
052000     END-IF.
052100     MOVE LOW-VALUES TO TIFDET-KEY.
052200     START TIF-DET-FILE KEY NOT < TIFDET-KEY
052300         INVALID KEY
052400             SET JNL-TIFDET-EOF TO TRUE
052500     END-START.
052600     OPEN INPUT RP519-IN-FILE.
052700     IF NOT JNL-RP519IN-OK
052800         DISPLAY 'IJXMCN01 - UNABLE TO OPEN RP519IN, RC=16'
052900         MOVE 16 TO RETURN-CODE
053000         GOBACK
053100     END-IF.
053200     OPEN INPUT CRS-IN-FILE.
053300     IF NOT JNL-CRSIN-OK
053400         DISPLAY 'IJXMCN01 - UNABLE TO OPEN CRSIN, RC=16'
053500         MOVE 16 TO RETURN-CODE
053600         GOBACK
053700     END-IF.
053800
053900     OPEN OUTPUT MCN-XOUT-FILE.
054000     IF NOT JNL-MCNXOUT-OK
054100         DISPLAY 'IJXMCN01 - UNABLE TO OPEN MCNXOUT, RC=16'
054200         MOVE 16 TO RETURN-CODE
054300         GOBACK
054400     END-IF.
054500     OPEN OUTPUT MCN-RPT-FILE.
054600     IF NOT JNL-MCNRPT-OK
054700         DISPLAY 'IJXMCN01 - UNABLE TO OPEN MCNRPT, RC=16'
054800         MOVE 16 TO RETURN-CODE
054900         GOBACK
055000     END-IF.
055100     OPEN OUTPUT MCN-EXT-FILE.
055200     IF NOT JNL-MCNEXT-OK
055300         DISPLAY 'IJXMCN01 - UNABLE TO OPEN MCNEXT, RC=16'
055400         MOVE 16 TO RETURN-CODE
055500         GOBACK
055600     END-IF.
055700     MOVE SPACES TO MCN-RPT-LINE.
055800     STRING 'IJXMCN01 - ENTERPRISE CUSTOMER (MCN) REVENUE '
055900         'PROFILE AS OF ' JNL-CTL-ASOF-PRD
056000         DELIMITED BY SIZE INTO MCN-RPT-LINE
056100     END-STRING.
056200     WRITE MCN-RPT-LINE.
056300     MOVE SPACES TO MCN-RPT-LINE.
056400     STRING 'CURRENT 12 MONTHS ' JNL-CUR-FROM-PRD ' THRU '
056500         JNL-CTL-ASOF-PRD '   PRIOR 12 MONTHS '
056600         JNL-PRI-FROM-PRD ' THRU ' JNL-PRI-THRU-PRD
056700         '   FDS - T TIF, R RP519, C CRS'
056800         DELIMITED BY SIZE INTO MCN-RPT-LINE
056900     END-STRING.
057000     WRITE MCN-RPT-LINE.
057100     MOVE SPACES TO MCN-RPT-LINE.
057200     WRITE MCN-RPT-LINE.
057300     MOVE JNL-RPT-HDG TO MCN-RPT-LINE.
057400     WRITE MCN-RPT-LINE.
057500 1000-INITIALIZE-EXIT.
057600     EXIT.
057700
057800*--------------------------------------------------------------*
057900* TURN A MONTH INDEX (CCYY * 12 + MM - 1) BACK INTO A CCYYMM    *
058000* PERIOD.                                                       *
058100*--------------------------------------------------------------*
058200 1050-PERIOD-FROM-INDEX.
058300     DIVIDE JNL-MONTH-IX BY 12
058400         GIVING JNL-CALC-CCYY
058500         REMAINDER JNL-MONTH-REM.
058600     COMPUTE JNL-CALC-MM = JNL-MONTH-REM + 1.
058700 1050-PERIOD-FROM-INDEX-EXIT.
058800     EXIT.
058900
059000*--------------------------------------------------------------*
059100* A RUN WITH NO HIERARCHY MASTER CANNOT ROLL REVENUE UP BY      *
059200* FAMILY - THAT IS A SETUP ERROR, AS IN IJXUSO01.               *
059300*--------------------------------------------------------------*
059400 1100-LOAD-USOC-MASTER.
059500     OPEN INPUT USOC-MST-FILE.
059600     IF NOT JNL-USOCMST-OK
059700         DISPLAY 'IJXMCN01 - UNABLE TO OPEN USOCMST, RC=16'
059800         MOVE 16 TO RETURN-CODE
059900         GOBACK
060000     END-IF.
060100     PERFORM 1110-READ-USOC-ROW
060200         THRU 1110-READ-USOC-ROW-EXIT
060300         UNTIL JNL-USOCMST-EOF.
060400     CLOSE USOC-MST-FILE.
060500 1100-LOAD-USOC-MASTER-EXIT.
060600     EXIT.
060700
060800 1110-READ-USOC-ROW.
060900     READ USOC-MST-FILE INTO USOCMST-RECORD
061000         AT END
061100             SET JNL-USOCMST-EOF TO TRUE
061200             GO TO 1110-READ-USOC-ROW-EXIT
061300     END-READ.
061400     IF JNL-MST-CNT NOT < 500
061500         DISPLAY 'IJXMCN01 - USOC MASTER TABLE FULL, RC=16'
061600         MOVE 16 TO RETURN-CODE
061700         GOBACK
061800     END-IF.
061900     ADD 1 TO JNL-MST-CNT.
062000     ADD 1 TO JNL-USOCS-LOADED.
062100     MOVE USOCMST-USOC-CD TO JNL-MST-USOC-CD (JNL-MST-CNT).
062200     MOVE USOCMST-PROD-FAM-CD
062300         TO JNL-MST-PROD-FAM-CD (JNL-MST-CNT).
062400 1110-READ-USOC-ROW-EXIT.
062500     EXIT.
062600
062700*--------------------------------------------------------------*
062800* LOAD THE LAST GENERATION OF THE CROSS-REFERENCE.  A ROW WITH  *
062900* NO LEAD ACCOUNT, NO MCN OR AN UNKNOWN SOURCE CODE, OR A LEAD  *
063000* ACCOUNT KEYED TWICE, WOULD LINK CRS TO THE WRONG CUSTOMER -   *
063100* OPS MUST CORRECT THE TABLE BEFORE THE PROFILE RUNS.           *
063200*--------------------------------------------------------------*
063300 1200-LOAD-XREF.
063400     OPEN INPUT MCN-XREF-FILE.
063500     IF JNL-MCNXREF-NOT-FOUND
063600         DISPLAY 'IJXMCN01 - NO MCNXREF, TABLE STARTS EMPTY'
063700         GO TO 1200-LOAD-XREF-EXIT
063800     END-IF.
063900     IF NOT JNL-MCNXREF-OK
064000         DISPLAY 'IJXMCN01 - UNABLE TO OPEN MCNXREF, STATUS = '
064100             JNL-MCNXREF-STATUS
064200         MOVE 16 TO RETURN-CODE
064300         GOBACK
064400     END-IF.
064500     PERFORM 1210-READ-XREF-ROW
064600         THRU 1210-READ-XREF-ROW-EXIT
064700         UNTIL JNL-MCNXREF-EOF.
064800     CLOSE MCN-XREF-FILE.
064900 1200-LOAD-XREF-EXIT.
065000     EXIT.
065100
065200 1210-READ-XREF-ROW.
065300     READ MCN-XREF-FILE INTO MCNXREF-RECORD
065400         AT END
065500             SET JNL-MCNXREF-EOF TO TRUE
065600             GO TO 1210-READ-XREF-ROW-EXIT
065700     END-READ.
065800     ADD 1 TO JNL-XREF-ROWS-READ.
065900     IF MCNXREF-LEAD-ACCT-NB = SPACES
066000         OR MCNXREF-MCN-BASE = SPACES
066100         OR NOT MCNXREF-SRCE-VALID
066200         DISPLAY 'IJXMCN01 - BAD MCNXREF ROW FOR LEAD ACCOUNT '
066300             MCNXREF-LEAD-ACCT-NB ', RC=16'
066400         MOVE 16 TO RETURN-CODE
066500         GOBACK
066600     END-IF.
066700     MOVE MCNXREF-LEAD-ACCT-NB TO JNL-CUR-ACCT-NB.
066800     PERFORM 4300-FIND-XREF
066900         THRU 4300-FIND-XREF-EXIT.
067000     IF JNL-XRF-FOUND
067100         DISPLAY 'IJXMCN01 - LEAD ACCOUNT ' MCNXREF-LEAD-ACCT-NB
067200             ' IS ON MCNXREF TWICE, RC=16'
067300         MOVE 16 TO RETURN-CODE
067400         GOBACK
067500     END-IF.
067600     PERFORM 4310-INSERT-XREF
067700         THRU 4310-INSERT-XREF-EXIT.
067800     IF NOT JNL-XRF-FOUND
067900         DISPLAY 'IJXMCN01 - MORE THAN 20000 ROWS ON MCNXREF, '
068000             'RC=16'
068100         MOVE 16 TO RETURN-CODE
068200         GOBACK
068300     END-IF.
068400     MOVE MCNXREF-MCN       TO JNL-XRF-MCN (JNL-XRF-SUB).
068500     MOVE MCNXREF-SRCE-CD   TO JNL-XRF-SRCE-CD (JNL-XRF-SUB).
068600     MOVE MCNXREF-FIRST-PRD TO JNL-XRF-FIRST-PRD (JNL-XRF-SUB).
068700     MOVE MCNXREF-LAST-PRD  TO JNL-XRF-LAST-PRD (JNL-XRF-SUB).
068800     MOVE MCNXREF-DESC      TO JNL-XRF-DESC (JNL-XRF-SUB).
068900 1210-READ-XREF-ROW-EXIT.
069000     EXIT.
069100
069200*--------------------------------------------------------------*
069300* ONLY A VTNS DETAIL CARRIES AN MCN - THE BILLED-ACCOUNT BYTES  *
069400* THAT HOLD IT MEAN NOTHING ON ANY OTHER STUDY.  CASH IS NOT    *
069500* REVENUE AND IS PASSED BY.  AN ADJUSTMENT-CATEGORY DETAIL IS   *
069600* AN ADJUSTMENT, AS IN IJXOFF01; ANY OTHER IS BILLED REVENUE    *
069700* UNDER ITS USOC'S FAMILY.  THE TAX ON EVERY DETAIL IS TAX      *
069800* BILLED.  A CONTINUED DETAIL STORES MORE THAN 30 TAX LINES -   *
069900* CAP THE VIEW'S OWN 30-ENTRY TABLE FOR THE OVERLAY MOVE, AS IN *
070000* IJTTEF01.                                                     *
070100*--------------------------------------------------------------*
070200 2000-WALK-TIFDET.
070300     READ TIF-DET-FILE NEXT
070400         AT END
070500             SET JNL-TIFDET-EOF TO TRUE
070600     END-READ.
070700     IF JNL-TIFDET-EOF
070800         GO TO 2000-WALK-TIFDET-EXIT
070900     END-IF.
071000     ADD 1 TO JNL-TIF-DTLS-READ.
071100     MOVE TIFDET-FIXED-DATA TO JNL-TIF-RAW-REC (1:902).
071200     MOVE JNL-PEEK-CTM-ND   TO XX-CTM-ND.
071300     IF XX-CTM-ND > 30
071400         MOVE 30 TO XX-CTM-ND
071500     END-IF.
071600     MOVE JNL-TIF-RAW-REC   TO JNL-TIF-DTL-VIEW.
071700     IF XX-CASH-TRNSCTN-CD NOT = SPACE
071800         OR XX-STUDY-CD NOT = 'VTNS'
071900         OR XX-VTNS-MCN = SPACES
072000         GO TO 2000-WALK-TIFDET-EXIT
072100     END-IF.
072200     MOVE XX-BL-DT TO JNL-CUR-PRD.
072300     PERFORM 3900-SET-WINDOW
072400         THRU 3900-SET-WINDOW-EXIT.
072500     IF JNL-OUT-OF-WINDOW
072600         GO TO 2000-WALK-TIFDET-EXIT
072700     END-IF.
072800     IF XX-LEAD-ACCT-NB NOT = SPACES
072900         MOVE XX-LEAD-ACCT-NB TO JNL-CUR-ACCT-NB
073000     ELSE
073100         MOVE XX-BL-ACCT-NB   TO JNL-CUR-ACCT-NB
073200     END-IF.
073300     MOVE XX-VTNS-MCN     TO JNL-CUR-MCN-BASE.
073400     MOVE XX-VTNS-MCN-SFX TO JNL-CUR-MCN-SUFFIX.
073500     MOVE 'TIF '          TO JNL-CUR-FEED.
073600     ADD 1 TO JNL-TIF-DTLS-USED.
073700     PERFORM 4200-NOTE-XREF
073800         THRU 4200-NOTE-XREF-EXIT.
073900
074000     MOVE ZERO TO JNL-ACCT-AMT.
074100     MOVE XX-JRNL-GRS-AT TO JNL-CUR-AMT.
074200     IF XX-JRNL-ADJMT-CAT-CD NOT = SPACE
074300         MOVE '3'    TO JNL-CUR-SECT-CD
074400         MOVE SPACES TO JNL-CUR-ITEM
074500     ELSE
074600         MOVE '1'    TO JNL-CUR-SECT-CD
074700         MOVE XX-USOC-CD TO JNL-CUR-USOC-CD
074800         PERFORM 3700-FIND-FAMILY
074900             THRU 3700-FIND-FAMILY-EXIT
075000         MOVE JNL-CUR-AMT TO JNL-ACCT-AMT
075100     END-IF.
075200     PERFORM 4100-POST-LINE
075300         THRU 4100-POST-LINE-EXIT.
075400     COMPUTE JNL-TAX-AMT ROUNDED = XX-GRS-TAX-AT.
075500     IF JNL-TAX-AMT NOT = ZERO
075600         MOVE '5'         TO JNL-CUR-SECT-CD
075700         MOVE SPACES      TO JNL-CUR-ITEM
075800         MOVE JNL-TAX-AMT TO JNL-CUR-AMT
075900         PERFORM 4100-POST-LINE
076000             THRU 4100-POST-LINE-EXIT
076100     END-IF.
076200     PERFORM 4150-POST-ACCOUNT
076300         THRU 4150-POST-ACCOUNT-EXIT.
076400 2000-WALK-TIFDET-EXIT.
076500     EXIT.
076600
076700*--------------------------------------------------------------*
076800* RP519 RECORDS CARRYING AN MCN, WITHOUT AN ERROR CODE, ARE     *
076900* PLACED BY EXTRACT TYPE AS IN IJRCSM01 - WRITE-OFFS FIRST,     *
077000* THEN TAXES, ADJUSTMENTS AND INVOICED OR REVERSED-UNEARNED     *
077100* REVENUE.  ANY OTHER TYPE IS NOT PART OF THE PROFILE.  A       *
077200* CREDIT-CODED AMOUNT GOES ON NEGATIVE.                         *
077300*--------------------------------------------------------------*
077400 3000-PROCESS-RP519-FILE.
077500     READ RP519-IN-FILE INTO JNL-RP519-VIEW
077600         AT END
077700             SET JNL-RP519IN-EOF TO TRUE
077800     END-READ.
077900     IF JNL-RP519IN-EOF
078000         GO TO 3000-PROCESS-RP519-FILE-EXIT
078100     END-IF.
078200     ADD 1 TO JNL-RP519-RECS-READ.
078300     IF RP519-ERROR-CODE NOT = SPACES
078400         OR RP519-MCN-BASE = SPACES
078500         OR RP519-EFFECTIVE-DATE NOT NUMERIC
078600         OR RP519-CUR-AMT = ZERO
078700         GO TO 3000-PROCESS-RP519-FILE-EXIT
078800     END-IF.
078900     EVALUATE TRUE
079000         WHEN RP519-MIU-WRITE-OFF
079100           OR RP519-UNCLCTBL-UN1
079200           OR RP519-UNCLCTBL-UN3
079300           OR RP519-UNCLCTBL-UN5
079400           OR RP519-UNCLCTBL-UN7
079500             MOVE '4' TO JNL-CUR-SECT-CD
079600         WHEN RP519-EXT-ALL-TAXES
079700             MOVE '5' TO JNL-CUR-SECT-CD
079800         WHEN RP519-ADJUST
079900           OR RP519-CR-ADJMT
080000           OR RP519-DB-ADJMT
080100             MOVE '3' TO JNL-CUR-SECT-CD
080200         WHEN RP519-INVC
080300           OR RP519-RVRS-UNEARNED
080400             MOVE '1' TO JNL-CUR-SECT-CD
080500         WHEN OTHER
080600             GO TO 3000-PROCESS-RP519-FILE-EXIT
080700     END-EVALUATE.
080800     MOVE RP519-EFFECTIVE-DATE TO JNL-EFF-DATE-VIEW.
080900     MOVE JNL-EFF-YY           TO JNL-EFF-PER-YR.
081000     MOVE JNL-EFF-MM           TO JNL-EFF-PER-MO.
081100     MOVE JNL-EFF-PERIOD       TO JNL-CUR-PRD.
081200     PERFORM 3900-SET-WINDOW
081300         THRU 3900-SET-WINDOW-EXIT.
081400     IF JNL-OUT-OF-WINDOW
081500         GO TO 3000-PROCESS-RP519-FILE-EXIT
081600     END-IF.
081700     IF RP519-LEAD-ACCOUNT NOT = SPACES
081800         MOVE RP519-LEAD-ACCOUNT TO JNL-CUR-ACCT-NB
081900     ELSE
082000         MOVE RP519-BL-TO-CD     TO JNL-CUR-ACCT-NB
082100     END-IF.
082200     MOVE RP519-MCN-BASE   TO JNL-CUR-MCN-BASE.
082300     MOVE RP519-MCN-SUFFIX TO JNL-CUR-MCN-SUFFIX.
082400     MOVE 'R519'           TO JNL-CUR-FEED.
082500     IF RP519-CR-CODE
082600         COMPUTE JNL-CUR-AMT = ZERO - RP519-CUR-AMT
082700     ELSE
082800         MOVE RP519-CUR-AMT TO JNL-CUR-AMT
082900     END-IF.
083000     ADD 1 TO JNL-RP519-RECS-USED.
083100     PERFORM 4200-NOTE-XREF
083200         THRU 4200-NOTE-XREF-EXIT.
083300
083400     MOVE ZERO   TO JNL-ACCT-AMT.
083500     MOVE SPACES TO JNL-CUR-ITEM.
083600     IF JNL-CUR-SECT-CD = '1'
083700         MOVE RP519-USOC-CD TO JNL-CUR-USOC-CD
083800         PERFORM 3700-FIND-FAMILY
083900             THRU 3700-FIND-FAMILY-EXIT
084000         MOVE JNL-CUR-AMT TO JNL-ACCT-AMT
084100     END-IF.
084200     PERFORM 4100-POST-LINE
084300         THRU 4100-POST-LINE-EXIT.
084400     PERFORM 4150-POST-ACCOUNT
084500         THRU 4150-POST-ACCOUNT-EXIT.
084600 3000-PROCESS-RP519-FILE-EXIT.
084700     EXIT.
084800
084900*--------------------------------------------------------------*
085000* CRS CARRIES NO MCN.  A LEAD ACCOUNT ON THE CROSS-REFERENCE    *
085100* TAKES ITS DISCOUNTS TO THAT MCN; ONE THAT IS NOT IS COUNTED   *
085200* AND SUMMED ON THE JOB LOG SO OPS CAN SEE WHAT THE TABLE IS    *
085300* MISSING.  THE DISCOUNT IS THE SUM OF THE FIVE JURISDICTION    *
085400* SLOTS, CARRIED POSITIVE.                                      *
085500*--------------------------------------------------------------*
085600 3500-READ-CRS-FILE.
085700     READ CRS-IN-FILE INTO JNL-CRS-RAW-REC
085800         AT END
085900             SET JNL-CRSIN-EOF TO TRUE
086000     END-READ.
086100     IF JNL-CRSIN-EOF
086200         GO TO 3500-READ-CRS-FILE-EXIT
086300     END-IF.
086400     IF JNL-CRS-RAW-REC (1:6) = LOW-VALUES
086500         PERFORM 3600-NOTE-CYCLE-HEADER
086600             THRU 3600-NOTE-CYCLE-HEADER-EXIT
086700         GO TO 3500-READ-CRS-FILE-EXIT
086800     END-IF.
086900     ADD 1 TO JNL-CRS-DETS-READ.
087000     IF JNL-CRS-WINDOW-SW = 'N'
087100         GO TO 3500-READ-CRS-FILE-EXIT
087200     END-IF.
087300     MOVE ZERO TO JNL-CUR-AMT.
087400     PERFORM 3510-ADD-ONE-SLOT
087500         THRU 3510-ADD-ONE-SLOT-EXIT
087600         VARYING JNL-JURISD-SUB FROM 1 BY 1
087700         UNTIL JNL-JURISD-SUB > 5.
087800     IF JNL-CUR-AMT = ZERO
087900         GO TO 3500-READ-CRS-FILE-EXIT
088000     END-IF.
088100     MOVE XX-LEAD-ACCT-NUM OF JNL-CRS-DTL-VIEW
088200         TO JNL-CUR-ACCT-NB.
088300     PERFORM 4300-FIND-XREF
088400         THRU 4300-FIND-XREF-EXIT.
088500     IF NOT JNL-XRF-FOUND
088600         ADD 1 TO JNL-CRS-DETS-UNLINKED
088700         ADD JNL-CUR-AMT TO JNL-CRS-UNLINKED-AMT
088800         GO TO 3500-READ-CRS-FILE-EXIT
088900     END-IF.
089000     ADD 1 TO JNL-CRS-DETS-USED.
089100     MOVE JNL-XRF-MCN (JNL-XRF-SUB) TO JNL-CUR-MCN.
089200     MOVE JNL-CRS-PRD       TO JNL-CUR-PRD.
089300     MOVE JNL-CRS-WINDOW-SW TO JNL-WINDOW-SW.
089400     MOVE 'CRS '            TO JNL-CUR-FEED.
089500     MOVE '2'               TO JNL-CUR-SECT-CD.
089600     MOVE SPACES            TO JNL-CUR-ITEM.
089700     MOVE ZERO              TO JNL-ACCT-AMT.
089800     PERFORM 4100-POST-LINE
089900         THRU 4100-POST-LINE-EXIT.
090000     PERFORM 4150-POST-ACCOUNT
090100         THRU 4150-POST-ACCOUNT-EXIT.
090200 3500-READ-CRS-FILE-EXIT.
090300     EXIT.
090400
090500 3510-ADD-ONE-SLOT.
090600     ADD XX-JURISD-DISC-AMT OF JNL-CRS-DTL-VIEW (JNL-JURISD-SUB)
090700         TO JNL-CUR-AMT.
090800 3510-ADD-ONE-SLOT-EXIT.
090900     EXIT.
091000
091100*--------------------------------------------------------------*
091200* EACH CYCLE IN A CONCATENATED CRSIN OPENS WITH ITS             *
091300* HEADER.  THE BILL CYCLE'S YEAR AND MONTH, WITH THE CENTURY    *
091400* JOINED ON, IS THE PERIOD OF EVERY DETAIL BEHIND IT.           *
091500*--------------------------------------------------------------*
091600 3600-NOTE-CYCLE-HEADER.
091700     MOVE XX-BILL-CYC-YY OF JNL-CRS-HDR-VIEW TO JNL-EFF-PER-YR.
091800     MOVE XX-BILL-CYC-MM OF JNL-CRS-HDR-VIEW TO JNL-EFF-PER-MO.
091900     MOVE JNL-EFF-PERIOD TO JNL-CUR-PRD.
092000     PERFORM 3900-SET-WINDOW
092100         THRU 3900-SET-WINDOW-EXIT.
092200     MOVE JNL-CUR-PRD   TO JNL-CRS-PRD.
092300     MOVE JNL-WINDOW-SW TO JNL-CRS-WINDOW-SW.
092400 3600-NOTE-CYCLE-HEADER-EXIT.
092500     EXIT.
092600
092700*--------------------------------------------------------------*
092800* THE PRODUCT FAMILY OF THE USOC IN HAND BECOMES THE LINE'S     *
092900* ITEM.                                                         *
093000*--------------------------------------------------------------*
093100 3700-FIND-FAMILY.
093200     PERFORM 3710-TEST-USOC-ENTRY
093300         VARYING JNL-MST-SUB FROM 1 BY 1
093400         UNTIL JNL-MST-SUB > JNL-MST-CNT
093500         OR JNL-MST-USOC-CD (JNL-MST-SUB) = JNL-CUR-USOC-CD.
093600     IF JNL-MST-SUB > JNL-MST-CNT
093700         ADD 1 TO JNL-USOCS-UNKNOWN
093800         MOVE '*UNKNOWN*' TO JNL-CUR-ITEM
093900     ELSE
094000         MOVE JNL-MST-PROD-FAM-CD (JNL-MST-SUB) TO JNL-CUR-ITEM
094100     END-IF.
094200 3700-FIND-FAMILY-EXIT.
094300     EXIT.
094400
094500 3710-TEST-USOC-ENTRY.
094600     CONTINUE.
094700
094800*--------------------------------------------------------------*
094900* PLACE JNL-CUR-PRD IN THE CURRENT 12, THE PRIOR 12 OR NEITHER. *
095000*--------------------------------------------------------------*
095100 3900-SET-WINDOW.
095200     EVALUATE TRUE
095300         WHEN JNL-CUR-PRD < JNL-PRI-FROM-PRD
095400           OR JNL-CUR-PRD > JNL-CTL-ASOF-PRD
095500             SET JNL-OUT-OF-WINDOW TO TRUE
095600         WHEN JNL-CUR-PRD < JNL-CUR-FROM-PRD
095700             SET JNL-IN-PRIOR TO TRUE
095800         WHEN OTHER
095900             SET JNL-IN-CURRENT TO TRUE
096000     END-EVALUATE.
096100 3900-SET-WINDOW-EXIT.
096200     EXIT.
096300
096400*--------------------------------------------------------------*
096500* POST JNL-CUR-AMT TO THE MCN'S LINE FOR THE SECTION, FEED AND  *
096600* ITEM IN HAND.                                                 *
096700*--------------------------------------------------------------*
096800 4100-POST-LINE.
096900     MOVE JNL-CUR-MCN     TO JNL-NEW-MCN.
097000     MOVE JNL-CUR-SECT-CD TO JNL-NEW-SECT-CD.
097100     MOVE JNL-CUR-FEED    TO JNL-NEW-FEED.
097200     MOVE JNL-CUR-ITEM    TO JNL-NEW-ITEM.
097300     MOVE JNL-CUR-AMT     TO JNL-POST-AMT.
097400     PERFORM 4400-POST-PROFILE
097500         THRU 4400-POST-PROFILE-EXIT.
097600 4100-POST-LINE-EXIT.
097700     EXIT.
097800
097900*--------------------------------------------------------------*
098000* EVERY RECORD PROFILED MARKS ITS LEAD ACCOUNT UNDER THE MCN    *
098100* WITH THE FEED IT CAME FROM.  ONLY BILLED REVENUE              *
098200* (JNL-ACCT-AMT) ADDS TO THE ACCOUNT'S DOLLARS.                 *
098300*--------------------------------------------------------------*
098400 4150-POST-ACCOUNT.
098500     IF JNL-CUR-ACCT-NB = SPACES
098600         GO TO 4150-POST-ACCOUNT-EXIT
098700     END-IF.
098800     MOVE JNL-CUR-MCN     TO JNL-NEW-MCN.
098900     MOVE '6'             TO JNL-NEW-SECT-CD.
099000     MOVE SPACES          TO JNL-NEW-FEED.
099100     MOVE JNL-CUR-ACCT-NB TO JNL-NEW-ITEM.
099200     MOVE JNL-ACCT-AMT    TO JNL-POST-AMT.
099300     PERFORM 4400-POST-PROFILE
099400         THRU 4400-POST-PROFILE-EXIT.
099500 4150-POST-ACCOUNT-EXIT.
099600     EXIT.
099700
099800*--------------------------------------------------------------*
099900* A TIF OR RP519 RECORD SHOWS ITS LEAD ACCOUNT UNDER ITS        *
100000* MCN.  A LEAD ACCOUNT NOT YET ON THE CROSS-REFERENCE IS ADDED  *
100100* AS A FEED-DERIVED ROW; ONE ALREADY THERE UNDER THE SAME MCN   *
100200* HAS ITS PERIODS WIDENED.  UNDER ANOTHER MCN, AN OPS ROW IS    *
100300* KEPT AS KEYED, AND A FEED-DERIVED ROW FOLLOWS THE LATER       *
100400* PERIOD - EITHER WAY THE ROW IS LISTED AS AN EXCEPTION.        *
100500*--------------------------------------------------------------*
100600 4200-NOTE-XREF.
100700     IF JNL-CUR-ACCT-NB = SPACES
100800         GO TO 4200-NOTE-XREF-EXIT
100900     END-IF.
101000     PERFORM 4300-FIND-XREF
101100         THRU 4300-FIND-XREF-EXIT.
101200     IF NOT JNL-XRF-FOUND
101300         PERFORM 4310-INSERT-XREF
101400             THRU 4310-INSERT-XREF-EXIT
101500         IF JNL-XRF-FOUND
101600             ADD 1 TO JNL-XREF-ROWS-ADDED
101700             MOVE JNL-CUR-MCN TO JNL-XRF-MCN (JNL-XRF-SUB)
101800             MOVE 'F'         TO JNL-XRF-SRCE-CD (JNL-XRF-SUB)
101900             MOVE JNL-CUR-PRD TO JNL-XRF-FIRST-PRD (JNL-XRF-SUB)
102000                                 JNL-XRF-LAST-PRD (JNL-XRF-SUB)
102100         END-IF
102200         GO TO 4200-NOTE-XREF-EXIT
102300     END-IF.
102400     IF JNL-XRF-MCN (JNL-XRF-SUB) = JNL-CUR-MCN
102500         IF JNL-XRF-SRCE-CD (JNL-XRF-SUB) = 'F'
102600             IF JNL-CUR-PRD < JNL-XRF-FIRST-PRD (JNL-XRF-SUB)
102700                 MOVE JNL-CUR-PRD
102800                     TO JNL-XRF-FIRST-PRD (JNL-XRF-SUB)
102900             END-IF
103000             IF JNL-CUR-PRD > JNL-XRF-LAST-PRD (JNL-XRF-SUB)
103100                 MOVE JNL-CUR-PRD
103200                     TO JNL-XRF-LAST-PRD (JNL-XRF-SUB)
103300             END-IF
103400         END-IF
103500         GO TO 4200-NOTE-XREF-EXIT
103600     END-IF.
103700     IF JNL-XRF-SRCE-CD (JNL-XRF-SUB) = 'M'
103800         MOVE 'C'         TO JNL-XRF-EXCP-CD (JNL-XRF-SUB)
103900         MOVE JNL-CUR-MCN TO JNL-XRF-OTHER-MCN (JNL-XRF-SUB)
104000         GO TO 4200-NOTE-XREF-EXIT
104100     END-IF.
104200     MOVE 'V' TO JNL-XRF-EXCP-CD (JNL-XRF-SUB).
104300     IF JNL-CUR-PRD > JNL-XRF-LAST-PRD (JNL-XRF-SUB)
104400         ADD 1 TO JNL-XREF-ROWS-MOVED
104500         MOVE JNL-XRF-MCN (JNL-XRF-SUB)
104600             TO JNL-XRF-OTHER-MCN (JNL-XRF-SUB)
104700         MOVE JNL-CUR-MCN TO JNL-XRF-MCN (JNL-XRF-SUB)
104800         MOVE JNL-CUR-PRD TO JNL-XRF-FIRST-PRD (JNL-XRF-SUB)
104900                             JNL-XRF-LAST-PRD (JNL-XRF-SUB)
105000     ELSE
105100         MOVE JNL-CUR-MCN TO JNL-XRF-OTHER-MCN (JNL-XRF-SUB)
105200     END-IF.
105300 4200-NOTE-XREF-EXIT.
105400     EXIT.
105500
105600*--------------------------------------------------------------*
105700* FIND JNL-CUR-ACCT-NB ON THE CROSS-REFERENCE.  NOT FOUND       *
105800* LEAVES JNL-XRF-SUB AT THE ROW IT WOULD GO IN FRONT OF.        *
105900*--------------------------------------------------------------*
106000 4300-FIND-XREF.
106100     PERFORM 4305-TEST-XREF-ENTRY
106200         VARYING JNL-XRF-SUB FROM 1 BY 1
106300         UNTIL JNL-XRF-SUB > JNL-XRF-CNT
106400         OR JNL-XRF-LEAD-ACCT-NB (JNL-XRF-SUB)
106500            NOT < JNL-CUR-ACCT-NB.
106600     MOVE 'N' TO JNL-XRF-FOUND-SW.
106700     IF JNL-XRF-SUB NOT > JNL-XRF-CNT
106800         IF JNL-XRF-LEAD-ACCT-NB (JNL-XRF-SUB) = JNL-CUR-ACCT-NB
106900             SET JNL-XRF-FOUND TO TRUE
107000         END-IF
107100     END-IF.
107200 4300-FIND-XREF-EXIT.
107300     EXIT.
107400
107500 4305-TEST-XREF-ENTRY.
107600     CONTINUE.
107700
107800*--------------------------------------------------------------*
107900* OPEN A ROW FOR JNL-CUR-ACCT-NB AT JNL-XRF-SUB, AS LEFT BY     *
108000* 4300.  A FULL TABLE IS COUNTED AND LEAVES JNL-XRF-FOUND OFF.  *
108100*--------------------------------------------------------------*
108200 4310-INSERT-XREF.
108300     MOVE 'N' TO JNL-XRF-FOUND-SW.
108400     IF JNL-XRF-CNT NOT < 20000
108500         ADD 1 TO JNL-XRF-OVERFLOW
108600         GO TO 4310-INSERT-XREF-EXIT
108700     END-IF.
108800     PERFORM 4315-SHIFT-XREF-ENTRY
108900         VARYING JNL-XRF-MOV-SUB FROM JNL-XRF-CNT BY -1
109000         UNTIL JNL-XRF-MOV-SUB < JNL-XRF-SUB.
109100     ADD 1 TO JNL-XRF-CNT.
109200     MOVE JNL-CUR-ACCT-NB TO JNL-XRF-LEAD-ACCT-NB (JNL-XRF-SUB).
109300     MOVE SPACES          TO JNL-XRF-MCN (JNL-XRF-SUB)
109400                             JNL-XRF-SRCE-CD (JNL-XRF-SUB)
109500                             JNL-XRF-FIRST-PRD (JNL-XRF-SUB)
109600                             JNL-XRF-LAST-PRD (JNL-XRF-SUB)
109700                             JNL-XRF-DESC (JNL-XRF-SUB)
109800                             JNL-XRF-EXCP-CD (JNL-XRF-SUB)
109900                             JNL-XRF-OTHER-MCN (JNL-XRF-SUB).
110000     SET JNL-XRF-FOUND TO TRUE.
110100 4310-INSERT-XREF-EXIT.
110200     EXIT.
110300
110400 4315-SHIFT-XREF-ENTRY.
110500     MOVE JNL-XRF-ENTRY (JNL-XRF-MOV-SUB)
110600         TO JNL-XRF-ENTRY (JNL-XRF-MOV-SUB + 1).
110700
110800*--------------------------------------------------------------*
110900* ADD JNL-POST-AMT TO THE PROFILE ENTRY FOR JNL-NEW-PRF-KEY,    *
111000* OPENING IT IN KEY ORDER THE FIRST TIME IT IS SEEN.  THE       *
111100* AMOUNT GOES TO THE CURRENT OR PRIOR 12, AND TO THE MONTH AS   *
111200* WELL WHEN IT IS THE AS-OF MONTH.  THE FEED IS MARKED ON THE   *
111300* ENTRY.                                                        *
111400*--------------------------------------------------------------*
111500 4400-POST-PROFILE.
111600     PERFORM 4405-TEST-PRF-ENTRY
111700         VARYING JNL-PRF-SUB FROM 1 BY 1
111800         UNTIL JNL-PRF-SUB > JNL-PRF-CNT
111900         OR JNL-PRF-KEY (JNL-PRF-SUB) NOT < JNL-NEW-PRF-KEY.
112000     MOVE 'N' TO JNL-PRF-FOUND-SW.
112100     IF JNL-PRF-SUB NOT > JNL-PRF-CNT
112200         IF JNL-PRF-KEY (JNL-PRF-SUB) = JNL-NEW-PRF-KEY
112300             SET JNL-PRF-FOUND TO TRUE
112400         END-IF
112500     END-IF.
112600     IF NOT JNL-PRF-FOUND
112700         IF JNL-PRF-CNT NOT < 30000
112800             ADD 1 TO JNL-PRF-OVERFLOW
112900             GO TO 4400-POST-PROFILE-EXIT
113000         END-IF
113100         PERFORM 4415-SHIFT-PRF-ENTRY
113200             VARYING JNL-PRF-MOV-SUB FROM JNL-PRF-CNT BY -1
113300             UNTIL JNL-PRF-MOV-SUB < JNL-PRF-SUB
113400         ADD 1 TO JNL-PRF-CNT
113500         MOVE JNL-NEW-PRF-KEY TO JNL-PRF-KEY (JNL-PRF-SUB)
113600         MOVE SPACES TO JNL-PRF-FEEDS-SEEN (JNL-PRF-SUB)
113700         MOVE ZERO   TO JNL-PRF-MON-AMT (JNL-PRF-SUB)
113800                        JNL-PRF-CUR-AMT (JNL-PRF-SUB)
113900                        JNL-PRF-PRI-AMT (JNL-PRF-SUB)
114000     END-IF.
114100     IF JNL-IN-PRIOR
114200         ADD JNL-POST-AMT TO JNL-PRF-PRI-AMT (JNL-PRF-SUB)
114300     ELSE
114400         ADD JNL-POST-AMT TO JNL-PRF-CUR-AMT (JNL-PRF-SUB)
114500         IF JNL-CUR-PRD = JNL-CTL-ASOF-PRD
114600             ADD JNL-POST-AMT TO JNL-PRF-MON-AMT (JNL-PRF-SUB)
114700         END-IF
114800     END-IF.
114900     EVALUATE TRUE
115000         WHEN JNL-FEED-TIF
115100             MOVE 'T' TO JNL-PRF-TIF-SW (JNL-PRF-SUB)
115200         WHEN JNL-FEED-RP519
115300             MOVE 'R' TO JNL-PRF-RP519-SW (JNL-PRF-SUB)
115400         WHEN JNL-FEED-CRS
115500             MOVE 'C' TO JNL-PRF-CRS-SW (JNL-PRF-SUB)
115600     END-EVALUATE.
115700 4400-POST-PROFILE-EXIT.
115800     EXIT.
115900
116000 4405-TEST-PRF-ENTRY.
116100     CONTINUE.
116200
116300 4415-SHIFT-PRF-ENTRY.
116400     MOVE JNL-PRF-ENTRY (JNL-PRF-MOV-SUB)
116500         TO JNL-PRF-ENTRY (JNL-PRF-MOV-SUB + 1).
116600
116700*--------------------------------------------------------------*
116800* THE TABLE IS IN MCN AND SECTION ORDER.  A NEW MCN CLOSES THE  *
116900* ONE BEFORE IT; THE TOTAL BILLED REVENUE LINE FOLLOWS THE LAST *
117000* REVENUE LINE, AND NET REVENUE - BILLED REVENUE LESS           *
117100* DISCOUNTS, WITH ADJUSTMENTS AND WRITE-OFFS AS SIGNED - COMES  *
117200* BEFORE THE ACCOUNTS.  TAX IS NOT REVENUE AND STAYS OUT OF THE *
117300* NET.                                                          *
117400*--------------------------------------------------------------*
117500 5000-PRINT-ONE-ENTRY.
117600     IF JNL-PRF-MCN (JNL-PRF-SUB) NOT = JNL-BRK-MCN
117700         IF JNL-BRK-MCN NOT = SPACES
117800             PERFORM 5900-CLOSE-MCN
117900                 THRU 5900-CLOSE-MCN-EXIT
118000         END-IF
118100         PERFORM 5100-OPEN-MCN
118200             THRU 5100-OPEN-MCN-EXIT
118300     END-IF.
118400     IF JNL-BRK-SECT-CD = '1'
118500         AND JNL-PRF-SECT-CD (JNL-PRF-SUB) > '1'
118600         PERFORM 5200-PRINT-REVENUE-TOTAL
118700             THRU 5200-PRINT-REVENUE-TOTAL-EXIT
118800     END-IF.
118900     IF JNL-BRK-SECT-CD < '6'
119000         AND JNL-PRF-SECT-CD (JNL-PRF-SUB) = '6'
119100         PERFORM 5300-PRINT-NET
119200             THRU 5300-PRINT-NET-EXIT
119300     END-IF.
119400     MOVE JNL-PRF-SECT-CD (JNL-PRF-SUB) TO JNL-BRK-SECT-CD.
119500
119600     MOVE JNL-PRF-FEED (JNL-PRF-SUB)    TO JNL-LIN-FEED.
119700     MOVE JNL-PRF-ITEM (JNL-PRF-SUB)    TO JNL-LIN-ITEM.
119800     MOVE SPACES                        TO JNL-LIN-FEEDS.
119900     MOVE JNL-PRF-MON-AMT (JNL-PRF-SUB) TO JNL-LIN-MON-AMT.
120000     MOVE JNL-PRF-CUR-AMT (JNL-PRF-SUB) TO JNL-LIN-CUR-AMT.
120100     MOVE JNL-PRF-PRI-AMT (JNL-PRF-SUB) TO JNL-LIN-PRI-AMT.
120200     EVALUATE JNL-BRK-SECT-CD
120300         WHEN '1'
120400             MOVE 'REV'            TO JNL-LIN-TYPE
120500             MOVE 'BILLED REVENUE' TO JNL-LIN-LABEL
120600             ADD JNL-LIN-MON-AMT TO JNL-REV-MON-AMT
120700                                    JNL-NET-MON-AMT
120800             ADD JNL-LIN-CUR-AMT TO JNL-REV-CUR-AMT
120900                                    JNL-NET-CUR-AMT
121000             ADD JNL-LIN-PRI-AMT TO JNL-REV-PRI-AMT
121100                                    JNL-NET-PRI-AMT
121200         WHEN '2'
121300             MOVE 'DSC'            TO JNL-LIN-TYPE
121400             MOVE 'DISCOUNTS'      TO JNL-LIN-LABEL
121500             SUBTRACT JNL-LIN-MON-AMT FROM JNL-NET-MON-AMT
121600             SUBTRACT JNL-LIN-CUR-AMT FROM JNL-NET-CUR-AMT
121700             SUBTRACT JNL-LIN-PRI-AMT FROM JNL-NET-PRI-AMT
121800         WHEN '3'
121900             MOVE 'ADJ'            TO JNL-LIN-TYPE
122000             MOVE 'ADJUSTMENTS'    TO JNL-LIN-LABEL
122100             ADD JNL-LIN-MON-AMT TO JNL-NET-MON-AMT
122200             ADD JNL-LIN-CUR-AMT TO JNL-NET-CUR-AMT
122300             ADD JNL-LIN-PRI-AMT TO JNL-NET-PRI-AMT
122400         WHEN '4'
122500             MOVE 'WOF'            TO JNL-LIN-TYPE
122600             MOVE 'WRITE-OFFS'     TO JNL-LIN-LABEL
122700             ADD JNL-LIN-MON-AMT TO JNL-NET-MON-AMT
122800             ADD JNL-LIN-CUR-AMT TO JNL-NET-CUR-AMT
122900             ADD JNL-LIN-PRI-AMT TO JNL-NET-PRI-AMT
123000         WHEN '5'
123100             MOVE 'TAX'            TO JNL-LIN-TYPE
123200             MOVE 'TAX BILLED'     TO JNL-LIN-LABEL
123300         WHEN OTHER
123400             MOVE 'ACCT'           TO JNL-LIN-TYPE
123500             MOVE 'ACCOUNT'        TO JNL-LIN-LABEL
123600             MOVE JNL-PRF-FEEDS-SEEN (JNL-PRF-SUB)
123700                 TO JNL-LIN-FEEDS
123800             ADD 1 TO JNL-MCN-ACCT-CNT
123900     END-EVALUATE.
124000     PERFORM 5800-WRITE-PROFILE-LINE
124100         THRU 5800-WRITE-PROFILE-LINE-EXIT.
124200 5000-PRINT-ONE-ENTRY-EXIT.
124300     EXIT.
124400
124500 5100-OPEN-MCN.
124600     MOVE JNL-PRF-MCN (JNL-PRF-SUB) TO JNL-BRK-MCN.
124700     MOVE '0'  TO JNL-BRK-SECT-CD.
124800     MOVE ZERO TO JNL-MCN-ACCT-CNT
124900                  JNL-REV-MON-AMT JNL-REV-CUR-AMT JNL-REV-PRI-AMT
125000                  JNL-NET-MON-AMT JNL-NET-CUR-AMT JNL-NET-PRI-AMT.
125100     ADD 1 TO JNL-MCNS-PROFILED.
125200     MOVE SPACES TO MCN-RPT-LINE.
125300     WRITE MCN-RPT-LINE.
125400     MOVE SPACES TO MCN-RPT-LINE.
125500     STRING 'MCN ' JNL-BRK-MCN (1:6) ' ' JNL-BRK-MCN (7:3)
125600         DELIMITED BY SIZE INTO MCN-RPT-LINE
125700     END-STRING.
125800     WRITE MCN-RPT-LINE.
125900 5100-OPEN-MCN-EXIT.
126000     EXIT.
126100
126200 5200-PRINT-REVENUE-TOTAL.
126300     MOVE 'REVTOT'               TO JNL-LIN-TYPE.
126400     MOVE 'TOTAL BILLED REVENUE' TO JNL-LIN-LABEL.
126500     MOVE SPACES TO JNL-LIN-FEED JNL-LIN-ITEM JNL-LIN-FEEDS.
126600     MOVE JNL-REV-MON-AMT TO JNL-LIN-MON-AMT.
126700     MOVE JNL-REV-CUR-AMT TO JNL-LIN-CUR-AMT.
126800     MOVE JNL-REV-PRI-AMT TO JNL-LIN-PRI-AMT.
126900     PERFORM 5800-WRITE-PROFILE-LINE
127000         THRU 5800-WRITE-PROFILE-LINE-EXIT.
127100 5200-PRINT-REVENUE-TOTAL-EXIT.
127200     EXIT.
127300
127400 5300-PRINT-NET.
127500     MOVE 'NET'                  TO JNL-LIN-TYPE.
127600     MOVE 'NET REVENUE'          TO JNL-LIN-LABEL.
127700     MOVE SPACES TO JNL-LIN-FEED JNL-LIN-ITEM JNL-LIN-FEEDS.
127800     MOVE JNL-NET-MON-AMT TO JNL-LIN-MON-AMT.
127900     MOVE JNL-NET-CUR-AMT TO JNL-LIN-CUR-AMT.
128000     MOVE JNL-NET-PRI-AMT TO JNL-LIN-PRI-AMT.
128100     PERFORM 5800-WRITE-PROFILE-LINE
128200         THRU 5800-WRITE-PROFILE-LINE-EXIT.
128300 5300-PRINT-NET-EXIT.
128400     EXIT.
128500
128600*--------------------------------------------------------------*
128700* ONE LINE TO MCNRPT AND THE SAME FIGURES TO MCNEXT.  THE       *
128800* CHANGE IS CURRENT 12 LESS PRIOR 12; THE PERCENT IS LEFT BLANK *
128900* WHEN THERE IS NO PRIOR 12 TO MEASURE IT AGAINST.              *
129000*--------------------------------------------------------------*
129100 5800-WRITE-PROFILE-LINE.
129200     COMPUTE JNL-LIN-CHG-AMT = JNL-LIN-CUR-AMT - JNL-LIN-PRI-AMT.
129300     MOVE 'N' TO JNL-LIN-PCT-SW.
129400     IF JNL-LIN-PRI-AMT NOT = ZERO
129500         COMPUTE JNL-LIN-PCT ROUNDED =
129600             JNL-LIN-CHG-AMT * 100 / JNL-LIN-PRI-AMT
129700             ON SIZE ERROR
129800                 MOVE 'N' TO JNL-LIN-PCT-SW
129900             NOT ON SIZE ERROR
130000                 SET JNL-LIN-PCT-SHOWN TO TRUE
130100         END-COMPUTE
130200     END-IF.
130300     MOVE SPACES TO JNL-RPT-PCT JNL-EXT-PCT.
130400     IF JNL-LIN-PCT-SHOWN
130500         MOVE JNL-LIN-PCT      TO JNL-RPT-PCT-EDIT
130600                                  JNL-EXT-PCT-EDIT
130700         MOVE JNL-RPT-PCT-EDIT TO JNL-RPT-PCT
130800         MOVE JNL-EXT-PCT-EDIT TO JNL-EXT-PCT
130900     END-IF.
131000
131100     MOVE JNL-LIN-LABEL   TO JNL-RPT-LABEL.
131200     MOVE JNL-LIN-FEED    TO JNL-RPT-FEED.
131300     MOVE JNL-LIN-ITEM    TO JNL-RPT-ITEM.
131400     MOVE JNL-LIN-FEEDS   TO JNL-RPT-FEEDS.
131500     MOVE JNL-LIN-MON-AMT TO JNL-RPT-MON-AMT.
131600     MOVE JNL-LIN-CUR-AMT TO JNL-RPT-CUR-AMT.
131700     MOVE JNL-LIN-PRI-AMT TO JNL-RPT-PRI-AMT.
131800     MOVE JNL-LIN-CHG-AMT TO JNL-RPT-CHG-AMT.
131900     MOVE JNL-RPT-LINE    TO MCN-RPT-LINE.
132000     WRITE MCN-RPT-LINE.
132100
132200     MOVE JNL-LIN-MON-AMT TO JNL-EXT-MON-AMT.
132300     MOVE JNL-LIN-CUR-AMT TO JNL-EXT-CUR-AMT.
132400     MOVE JNL-LIN-PRI-AMT TO JNL-EXT-PRI-AMT.
132500     MOVE JNL-LIN-CHG-AMT TO JNL-EXT-CHG-AMT.
132600     MOVE SPACES TO MCN-EXT-LINE.
132700     STRING JNL-LIN-TYPE ',' JNL-BRK-MCN ',' JNL-LIN-FEED ','
132800         JNL-LIN-ITEM ',' JNL-LIN-FEEDS ',' JNL-CTL-ASOF-PRD ','
132900         JNL-EXT-MON-AMT ',' JNL-EXT-CUR-AMT ','
133000         JNL-EXT-PRI-AMT ',' JNL-EXT-CHG-AMT ',' JNL-EXT-PCT
133100         DELIMITED BY SIZE INTO MCN-EXT-LINE
133200     END-STRING.
133300     WRITE MCN-EXT-LINE.
133400     ADD 1 TO JNL-EXT-ROWS-WRITTEN.
133500 5800-WRITE-PROFILE-LINE-EXIT.
133600     EXIT.
133700
133800*--------------------------------------------------------------*
133900* CLOSE THE MCN IN HAND - ANY TOTAL OR NET LINE NOT YET PRINTED *
134000* BECAUSE NO LATER SECTION CAME ALONG, THEN THE ACCOUNT COUNT.  *
134100*--------------------------------------------------------------*
134200 5900-CLOSE-MCN.
134300     IF JNL-BRK-SECT-CD = '1'
134400         PERFORM 5200-PRINT-REVENUE-TOTAL
134500             THRU 5200-PRINT-REVENUE-TOTAL-EXIT
134600     END-IF.
134700     IF JNL-BRK-SECT-CD < '6'
134800         PERFORM 5300-PRINT-NET
134900             THRU 5300-PRINT-NET-EXIT
135000     END-IF.
135100     MOVE JNL-MCN-ACCT-CNT TO JNL-EDIT-CNT.
135200     MOVE SPACES TO MCN-RPT-LINE.
135300     STRING 'ACCOUNTS UNDER MCN  ' JNL-EDIT-CNT
135400         DELIMITED BY SIZE INTO MCN-RPT-LINE
135500     END-STRING.
135600     WRITE MCN-RPT-LINE.
135700 5900-CLOSE-MCN-EXIT.
135800     EXIT.
135900
136000*--------------------------------------------------------------*
136100* EVERY CROSS-REFERENCE ROW A FEED DISAGREED WITH THIS RUN, FOR *
136200* OPS TO CONFIRM OR KEY AN 'M' ROW.                             *
136300*--------------------------------------------------------------*
136400 6000-LIST-XREF-EXCEPTIONS.
136500     MOVE SPACES TO MCN-RPT-LINE.
136600     WRITE MCN-RPT-LINE.
136700     MOVE 'MCN CROSS-REFERENCE EXCEPTIONS' TO MCN-RPT-LINE.
136800     WRITE MCN-RPT-LINE.
136900     MOVE SPACES TO MCN-RPT-LINE.
137000     STRING 'LEAD ACCOUNT ' '  ' 'MCN      ' '  ' 'S' '  '
137100         'FIRST ' ' ' 'LAST  ' '  ' 'OTHER MCN'
137200         DELIMITED BY SIZE INTO MCN-RPT-LINE
137300     END-STRING.
137400     WRITE MCN-RPT-LINE.
137500     PERFORM 6100-LIST-ONE-XREF-ROW
137600         THRU 6100-LIST-ONE-XREF-ROW-EXIT
137700         VARYING JNL-XRF-SUB FROM 1 BY 1
137800         UNTIL JNL-XRF-SUB > JNL-XRF-CNT.
137900     IF JNL-XREF-EXCEPTIONS = ZERO
138000         MOVE '  NONE' TO MCN-RPT-LINE
138100         WRITE MCN-RPT-LINE
138200     END-IF.
138300 6000-LIST-XREF-EXCEPTIONS-EXIT.
138400     EXIT.
138500
138600 6100-LIST-ONE-XREF-ROW.
138700     IF JNL-XRF-EXCP-CD (JNL-XRF-SUB) = SPACE
138800         GO TO 6100-LIST-ONE-XREF-ROW-EXIT
138900     END-IF.
139000     ADD 1 TO JNL-XREF-EXCEPTIONS.
139100     MOVE JNL-XRF-LEAD-ACCT-NB (JNL-XRF-SUB)
139200         TO JNL-XRP-LEAD-ACCT-NB.
139300     MOVE JNL-XRF-MCN (JNL-XRF-SUB)       TO JNL-XRP-MCN.
139400     MOVE JNL-XRF-SRCE-CD (JNL-XRF-SUB)   TO JNL-XRP-SRCE-CD.
139500     MOVE JNL-XRF-FIRST-PRD (JNL-XRF-SUB) TO JNL-XRP-FIRST-PRD.
139600     MOVE JNL-XRF-LAST-PRD (JNL-XRF-SUB)  TO JNL-XRP-LAST-PRD.
139700     MOVE JNL-XRF-OTHER-MCN (JNL-XRF-SUB) TO JNL-XRP-OTHER-MCN.
139800     IF JNL-XRF-EXCP-CD (JNL-XRF-SUB) = 'C'
139900         MOVE 'FEED SHOWS OTHER MCN - OPS ROW KEPT'
140000             TO JNL-XRP-NOTE
140100     ELSE
140200         MOVE 'FEEDS SHOW TWO MCNS - LATEST KEPT'
140300             TO JNL-XRP-NOTE
140400     END-IF.
140500     MOVE JNL-XRP-LINE TO MCN-RPT-LINE.
140600     WRITE MCN-RPT-LINE.
140700 6100-LIST-ONE-XREF-ROW-EXIT.
140800     EXIT.
140900
141000*--------------------------------------------------------------*
141100* THE NEXT GENERATION OF THE CROSS-REFERENCE, IN LEAD-ACCOUNT   *
141200* ORDER.  A FULL PROFILE TABLE ONLY SHORTENS THE REPORT - THE   *
141300* CROSS-REFERENCE IS STILL WHOLE AND IS WRITTEN.  A FULL        *
141400* CROSS-REFERENCE TABLE HAS DROPPED NEW LEAD ACCOUNTS, SO THE   *
141500* LAST GENERATION IS COPIED FORWARD UNCHANGED BY 7100-COPY-XREF *
141600* INSTEAD.                                                      *
141700*--------------------------------------------------------------*
141800 7000-WRITE-XREF-ROW.
141900     MOVE SPACES TO MCNXREF-RECORD.
142000     MOVE JNL-XRF-LEAD-ACCT-NB (JNL-XRF-SUB)
142100         TO MCNXREF-LEAD-ACCT-NB.
142200     MOVE JNL-XRF-MCN (JNL-XRF-SUB)       TO MCNXREF-MCN.
142300     MOVE JNL-XRF-SRCE-CD (JNL-XRF-SUB)   TO MCNXREF-SRCE-CD.
142400     MOVE JNL-XRF-FIRST-PRD (JNL-XRF-SUB) TO MCNXREF-FIRST-PRD.
142500     MOVE JNL-XRF-LAST-PRD (JNL-XRF-SUB)  TO MCNXREF-LAST-PRD.
142600     MOVE JNL-XRF-DESC (JNL-XRF-SUB)      TO MCNXREF-DESC.
142700     WRITE MCN-XOUT-RECORD FROM MCNXREF-RECORD.
142800     ADD 1 TO JNL-XREF-ROWS-WRITTEN.
142900 7000-WRITE-XREF-ROW-EXIT.
143000     EXIT.
143100
143200*--------------------------------------------------------------*
143300* COPY THE LAST GENERATION OF THE CROSS-REFERENCE TO MCNXOUT AS *
143400* IT WAS READ IN 1200-LOAD-XREF.  WITH NO MCNXREF THERE IS      *
143500* NOTHING TO CARRY FORWARD.                                     *
143600*--------------------------------------------------------------*
143700 7100-COPY-XREF.
143800     IF JNL-XREF-ROWS-READ = ZERO
143900         GO TO 7100-COPY-XREF-EXIT
144000     END-IF.
144100     OPEN INPUT MCN-XREF-FILE.
144200     IF NOT JNL-MCNXREF-OK
144300         DISPLAY 'IJXMCN01 - UNABLE TO REOPEN MCNXREF, STATUS = '
144400             JNL-MCNXREF-STATUS
144500         MOVE 16 TO RETURN-CODE
144600         GOBACK
144700     END-IF.
144800     PERFORM 7110-COPY-XREF-ROW
144900         THRU 7110-COPY-XREF-ROW-EXIT
145000         UNTIL JNL-MCNXREF-EOF.
145100     CLOSE MCN-XREF-FILE.
145200 7100-COPY-XREF-EXIT.
145300     EXIT.
145400
145500 7110-COPY-XREF-ROW.
145600     READ MCN-XREF-FILE INTO MCNXREF-RECORD
145700         AT END
145800             SET JNL-MCNXREF-EOF TO TRUE
145900             GO TO 7110-COPY-XREF-ROW-EXIT
146000     END-READ.
146100     WRITE MCN-XOUT-RECORD FROM MCNXREF-RECORD.
146200     ADD 1 TO JNL-XREF-ROWS-COPIED.
146300 7110-COPY-XREF-ROW-EXIT.
146400     EXIT.
146500
146600*--------------------------------------------------------------*
146700 9000-TERMINATE.
146800     CLOSE TIF-DET-FILE RP519-IN-FILE CRS-IN-FILE
146900           MCN-XOUT-FILE MCN-RPT-FILE MCN-EXT-FILE.
147000     DISPLAY 'IJXMCN01 - AS-OF PERIOD             = '
147100         JNL-CTL-ASOF-PRD.
147200     DISPLAY 'IJXMCN01 - CURRENT 12 MONTHS        = '
147300         JNL-CUR-FROM-PRD ' THRU ' JNL-CTL-ASOF-PRD.
147400     DISPLAY 'IJXMCN01 - PRIOR 12 MONTHS          = '
147500         JNL-PRI-FROM-PRD ' THRU ' JNL-PRI-THRU-PRD.
147600     DISPLAY 'IJXMCN01 - USOCS LOADED             = '
147700         JNL-USOCS-LOADED.
147800     DISPLAY 'IJXMCN01 - XREF ROWS READ           = '
147900         JNL-XREF-ROWS-READ.
148000     DISPLAY 'IJXMCN01 - XREF ROWS ADDED          = '
148100         JNL-XREF-ROWS-ADDED.
148200     DISPLAY 'IJXMCN01 - XREF ROWS MOVED TO MCN   = '
148300         JNL-XREF-ROWS-MOVED.
148400     DISPLAY 'IJXMCN01 - XREF EXCEPTIONS          = '
148500         JNL-XREF-EXCEPTIONS.
148600     DISPLAY 'IJXMCN01 - XREF ROWS WRITTEN        = '
148700         JNL-XREF-ROWS-WRITTEN.
148800     DISPLAY 'IJXMCN01 - TIF DETAILS READ         = '
148900         JNL-TIF-DTLS-READ.
149000     DISPLAY 'IJXMCN01 - TIF DETAILS PROFILED     = '
149100         JNL-TIF-DTLS-USED.
149200     DISPLAY 'IJXMCN01 - RP519 RECORDS READ       = '
149300         JNL-RP519-RECS-READ.
149400     DISPLAY 'IJXMCN01 - RP519 RECORDS PROFILED   = '
149500         JNL-RP519-RECS-USED.
149600     DISPLAY 'IJXMCN01 - CRS DETAILS READ         = '
149700         JNL-CRS-DETS-READ.
149800     DISPLAY 'IJXMCN01 - CRS DETAILS PROFILED     = '
149900         JNL-CRS-DETS-USED.
150000     MOVE JNL-CRS-UNLINKED-AMT TO JNL-EDIT-AMT.
150100     DISPLAY 'IJXMCN01 - CRS DETAILS NOT ON XREF  = '
150200         JNL-CRS-DETS-UNLINKED ' DISCOUNT ' JNL-EDIT-AMT.
150300     DISPLAY 'IJXMCN01 - LINES WITH UNKNOWN USOC  = '
150400         JNL-USOCS-UNKNOWN.
150500     DISPLAY 'IJXMCN01 - MCNS PROFILED            = '
150600         JNL-MCNS-PROFILED.
150700     DISPLAY 'IJXMCN01 - EXTRACT ROWS WRITTEN     = '
150800         JNL-EXT-ROWS-WRITTEN.
150900     IF JNL-XREF-EXCEPTIONS > ZERO
151000         MOVE 4 TO RETURN-CODE
151100     END-IF.
151200     IF JNL-XRF-OVERFLOW > ZERO
151300         DISPLAY 'IJXMCN01 - XREF TABLE OVERFLOW      = '
151400             JNL-XRF-OVERFLOW
151500         DISPLAY 'IJXMCN01 - XREF ROWS COPIED FORWARD = '
151600             JNL-XREF-ROWS-COPIED
151700         MOVE 16 TO RETURN-CODE
151800     END-IF.
151900     IF JNL-PRF-OVERFLOW > ZERO
152000         DISPLAY 'IJXMCN01 - PROFILE TABLE OVERFLOW   = '
152100             JNL-PRF-OVERFLOW
152200         MOVE 16 TO RETURN-CODE
152300     END-IF.
152400 9000-TERMINATE-EXIT.
152500     EXIT.
152600
152700*-------------------------------------------------------------.
152800*                     E N D   O F  I J X M C N 0 1             :
152900*-------------------------------------------------------------'
