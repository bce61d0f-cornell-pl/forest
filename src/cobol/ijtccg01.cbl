000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJTCCG01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  10/01/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 30.0  10/01/26  RAS  NEW PROGRAM.  CYCLE-CLOSE CERTIFICATION  *
001100*                      GATE BETWEEN IJTGLP01 AND THE            *
001200*                      LEDGER.  UNTIL NOW GLINTF WENT TO THE    *
001300*                      G-L AS SOON AS IJTGLP01 FINISHED,        *
001400*                      WHATEVER THE REST OF THE CYCLE LOOKED    *
001500*                      LIKE.  THIS STEP COLLECTS THE CYCLE'S    *
001600*                      OPEN CONDITIONS INTO ONE CHECKLIST -     *
001700*                      IJTRCB01 RUN-CONTROL BREAKS (CHNBRK),    *
001800*                      FILES STILL ON THE TIFHOLD QUEUE AFTER   *
001900*                      IJTHLD01, FILES ON TIFQUAR, JOURNAL      *
002000*                      ENTRIES IJRJEB01 HELD ON RP519HLD, LINES *
002100*                      OF THE PRIOR GLINTF BATCH THE G-L NEVER  *
002200*                      CONFIRMED OR REJECTED (GLPRIOR AGAINST   *
002300*                      GLCONF) AND TIFEXCP EXCEPTIONS AGED PAST *
002400*                      THE CONTROL CARD'S CYCLE LIMIT.  EACH    *
002500*                      ITEM MUST BE CLEAR OR SIGNED OFF ON A    *
002600*                      CCGSGN CARD BY A USER ON THE AUTHUSR     *
002700*                      LIST WITH A REASON.  ONLY THEN IS GLINTF *
002800*                      COPIED TO GLRLSE, THE FILE THE LEDGER    *
002900*                      TRANSMISSION SENDS; OTHERWISE GLRLSE IS  *
003000*                      LEFT EMPTY AND THE JOB ENDS RC=8.  EVERY *
003100*                      RUN APPENDS ITS SIGNED CERTIFICATE TO    *
003200*                      CERTLOG AS THE CLOSE EVIDENCE.           *
003300* 30.7  10/15/26  RAS  CHECK THE GLRLSE AND CCGRPT              *
003400*                      OPENS.  TIFQUAR IS DECLARED RECORDING    *
003500*                      MODE V, AS IT IS WRITTEN.  NEW CHECK AL  *
003600*                      - DETAILS IJTGLP01 HELD WHOLE ON ALCHOLD *
003700*                      ARE MISSING FROM GLINTF AND MUST BE      *
003800*                      SIGNED OFF, BY FACCT AND SOURCE SOBP.    *
003900*--------------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.   IBM-370.
004300 OBJECT-COMPUTER.   IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT CCG-CTL-FILE  ASSIGN TO CCGCTL
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS JNL-CCGCTL-STATUS.
004900
005000     SELECT CHN-BRK-FILE  ASSIGN TO CHNBRK
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS JNL-CHNBRK-STATUS.
005300
005400     SELECT TIF-HOLD-FILE ASSIGN TO TIFHOLD
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS JNL-TIFHOLD-STATUS.
005700
005800     SELECT TIF-QUAR-FILE ASSIGN TO TIFQUAR
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS JNL-TIFQUAR-STATUS.
006100
006200     SELECT RP519-HOLD-FILE ASSIGN TO RP519HLD
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS JNL-RP519HLD-STATUS.
006500
006600     SELECT GL-PRIOR-FILE ASSIGN TO GLPRIOR
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS JNL-GLPRIOR-STATUS.
006900
007000     SELECT GL-CONF-FILE  ASSIGN TO GLCONF
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS JNL-GLCONF-STATUS.
007300
007400     SELECT EXCP-IN-FILE  ASSIGN TO EXCPIN
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS JNL-EXCPIN-STATUS.
007700
007800     SELECT ALC-HOLD-FILE ASSIGN TO ALCHOLD
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS JNL-ALCHOLD-STATUS.
008100
008200     SELECT SIGN-CARD-FILE ASSIGN TO CCGSGN
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS JNL-CCGSGN-STATUS.
008500
008600     SELECT AUTH-USER-FILE ASSIGN TO AUTHUSR
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS JNL-AUTHUSR-STATUS.
008900
009000     SELECT GL-INTF-FILE  ASSIGN TO GLINTF
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS JNL-GLINTF-STATUS.
009300
009400     SELECT GL-RLSE-FILE  ASSIGN TO GLRLSE
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS JNL-GLRLSE-STATUS.
009700
009800     SELECT CERT-LOG-FILE ASSIGN TO CERTLOG
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS JNL-CERTLOG-STATUS.
010100
010200     SELECT CCG-RPT-FILE  ASSIGN TO CCGRPT
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS JNL-CCGRPT-STATUS.
010500
010600 DATA DIVISION.
010700 FILE SECTION.
010800 FD  CCG-CTL-FILE
010900     RECORDING MODE IS F.
011000 01  CCG-CTL-RECORD            PIC X(80).
011100
011200 FD  CHN-BRK-FILE
011300     RECORDING MODE IS F.
011400 01  CHN-BRK-IN-RECORD         PIC X(80).
011500
011600 FD  TIF-HOLD-FILE
011700     RECORDING MODE IS F.
011800 01  TIF-HOLD-IN-RECORD        PIC X(80).
011900
012000 FD  TIF-QUAR-FILE
012100     RECORDING MODE IS V.
012200 01  TIF-QUAR-RECORD           PIC X(3092).
012300
012400 FD  RP519-HOLD-FILE
012500     RECORDING MODE IS F.
012600 01  RP519-HOLD-RECORD         PIC X(450).
012700
012800 FD  GL-PRIOR-FILE
012900     RECORDING MODE IS F.
013000 01  GL-PRIOR-RECORD           PIC X(80).
013100
013200 FD  GL-CONF-FILE
013300     RECORDING MODE IS F.
013400 01  GL-CONF-IN-RECORD         PIC X(80).
013500
013600 FD  EXCP-IN-FILE
013700     RECORDING MODE IS V.
013800 01  EXCP-IN-RECORD.
013900     05  EXCP-IN-CYCLE-CNT     PIC 9(02).
014000     05  EXCP-IN-REASON        PIC X(40).
014100     05  EXCP-IN-DATA          PIC X(3092).
014200
014300 FD  ALC-HOLD-FILE
014400     RECORDING MODE IS V.
014500 01  ALC-HOLD-RECORD.
014600     05  ALC-HOLD-REASON       PIC X(40).
014700     05  ALC-HOLD-DATA         PIC X(3092).
014800
014900 FD  SIGN-CARD-FILE
015000     RECORDING MODE IS F.
015100 01  SIGN-CARD-RECORD          PIC X(80).
015200
015300 FD  AUTH-USER-FILE
015400     RECORDING MODE IS F.
015500 01  AUTH-USER-RECORD          PIC X(80).
015600
015700 FD  GL-INTF-FILE
015800     RECORDING MODE IS F.
015900 01  GL-INTF-RECORD            PIC X(80).
016000
016100 FD  GL-RLSE-FILE
016200     RECORDING MODE IS F.
016300 01  GL-RLSE-RECORD            PIC X(80).
016400
016500 FD  CERT-LOG-FILE
016600     RECORDING MODE IS F.
016700     COPY certlog.
016800
016900 FD  CCG-RPT-FILE
017000     RECORDING MODE IS F.
017100 01  CCG-RPT-LINE              PIC X(132).
017200
017300 WORKING-STORAGE SECTION.
017400 01  JNL-CCGCTL-STATUS         PIC X(02) VALUE SPACES.
017500     88  JNL-CCGCTL-OK                   VALUE '00'.
017600 01  JNL-CHNBRK-STATUS         PIC X(02) VALUE SPACES.
017700     88  JNL-CHNBRK-OK                   VALUE '00'.
017800     88  JNL-CHNBRK-EOF                  VALUE '10'.
017900     88  JNL-CHNBRK-NOT-FOUND            VALUE '35'.
018000 01  JNL-TIFHOLD-STATUS        PIC X(02) VALUE SPACES.
018100     88  JNL-TIFHOLD-OK                  VALUE '00'.
018200     88  JNL-TIFHOLD-EOF                 VALUE '10'.
018300     88  JNL-TIFHOLD-NOT-FOUND           VALUE '35'.
018400 01  JNL-TIFQUAR-STATUS        PIC X(02) VALUE SPACES.
018500     88  JNL-TIFQUAR-OK                  VALUE '00'.
018600     88  JNL-TIFQUAR-EOF                 VALUE '10'.
018700     88  JNL-TIFQUAR-NOT-FOUND           VALUE '35'.
018800 01  JNL-RP519HLD-STATUS       PIC X(02) VALUE SPACES.
018900     88  JNL-RP519HLD-OK                 VALUE '00'.
019000     88  JNL-RP519HLD-EOF                VALUE '10'.
019100     88  JNL-RP519HLD-NOT-FOUND          VALUE '35'.
019200 01  JNL-GLPRIOR-STATUS        PIC X(02) VALUE SPACES.
019300     88  JNL-GLPRIOR-OK                  VALUE '00'.
019400     88  JNL-GLPRIOR-EOF                 VALUE '10'.
019500     88  JNL-GLPRIOR-NOT-FOUND           VALUE '35'.
019600 01  JNL-GLCONF-STATUS         PIC X(02) VALUE SPACES.
019700     88  JNL-GLCONF-OK                   VALUE '00'.
019800     88  JNL-GLCONF-EOF                  VALUE '10'.
019900     88  JNL-GLCONF-NOT-FOUND            VALUE '35'.
020000 01  JNL-EXCPIN-STATUS         PIC X(02) VALUE SPACES.
020100     88  JNL-EXCPIN-OK                   VALUE '00'.
020200     88  JNL-EXCPIN-EOF                  VALUE '10'.
020300     88  JNL-EXCPIN-NOT-FOUND            VALUE '35'.
020400 01  JNL-ALCHOLD-STATUS        PIC X(02) VALUE SPACES.
020500     88  JNL-ALCHOLD-OK                  VALUE '00'.
020600     88  JNL-ALCHOLD-EOF                 VALUE '10'.
020700     88  JNL-ALCHOLD-NOT-FOUND           VALUE '35'.
020800 01  JNL-CCGSGN-STATUS         PIC X(02) VALUE SPACES.
020900     88  JNL-CCGSGN-OK                   VALUE '00'.
021000     88  JNL-CCGSGN-EOF                  VALUE '10'.
021100     88  JNL-CCGSGN-NOT-FOUND            VALUE '35'.
021200 01  JNL-AUTHUSR-STATUS        PIC X(02) VALUE SPACES.
021300     88  JNL-AUTHUSR-OK                  VALUE '00'.
021400     88  JNL-AUTHUSR-EOF                 VALUE '10'.
021500 01  JNL-GLINTF-STATUS         PIC X(02) VALUE SPACES.
021600     88  JNL-GLINTF-OK                   VALUE '00'.
021700     88  JNL-GLINTF-EOF                  VALUE '10'.
021800 01  JNL-GLRLSE-STATUS         PIC X(02) VALUE SPACES.
021900     88  JNL-GLRLSE-OK                   VALUE '00'.
022000 01  JNL-CERTLOG-STATUS        PIC X(02) VALUE SPACES.
022100     88  JNL-CERTLOG-OK                  VALUE '00'.
022200 01  JNL-CCGRPT-STATUS         PIC X(02) VALUE SPACES.
022300     88  JNL-CCGRPT-OK                   VALUE '00'.
022400
022500 COPY chnbrk.
022600
022700 COPY tifhold.
022800
022900 COPY glconf.
023000
023100 COPY tifview.
023200
023300 COPY rps REPLACING ==01  RP519-RECORD.==
023400     BY ==01  JNL-RP519-VIEW.==.
023500
023600*--------------------------------------------------------------*
023700* THE CLOSE BEING CERTIFIED - BILL CYCLE AND CLOSE DATE, AS     *
023800* STAMPED ON THE CERTIFICATE - AND HOW MANY CYCLES A TIFEXCP    *
023900* EXCEPTION MAY GO ON FAILING BEFORE IT HOLDS UP THE CLOSE      *
024000* (ZERO OR BLANK - THREE).                                      *
024100*--------------------------------------------------------------*
024200 01  JNL-CCG-CTL-CARD.
024300     05  JNL-CTL-BL-CYC-CD     PIC X(02).
024400     05  JNL-CTL-CLOSE-DT      PIC X(08).
024500     05  JNL-CTL-EXCP-AGE      PIC X(02).
024600     05  JNL-CTL-EXCP-AGE-9 REDEFINES JNL-CTL-EXCP-AGE
024700                               PIC 9(02).
024800     05  FILLER                PIC X(68).
024900 01  JNL-EXCP-AGE-LIMIT        PIC 9(02) VALUE 03.
025000
025100*--------------------------------------------------------------*
025200* ONE SIGN-OFF CARD PER CHECKLIST ITEM THE REVIEWER ACCEPTS,    *
025300* NAMING THE ITEM BY ITS TYPE AND KEY AS PRINTED ON CCGRPT.     *
025400*--------------------------------------------------------------*
025500 01  JNL-SIGN-CARD.
025600     05  JNL-CARD-ITEM-TYPE    PIC X(02).
025700     05  JNL-CARD-ITEM-KEY     PIC X(30).
025800     05  JNL-CARD-USER-ID      PIC X(08).
025900     05  JNL-CARD-REASON       PIC X(40).
026000
026100 01  JNL-CARD-CNT              PIC 9(04) COMP VALUE ZERO.
026200 01  JNL-CARD-SUB              PIC 9(04) COMP VALUE ZERO.
026300 01  JNL-CARD-TABLE.
026400     05  JNL-CARD-ENTRY OCCURS 200 TIMES.
026500         10  JNL-TBL-ITEM-TYPE     PIC X(02).
026600         10  JNL-TBL-ITEM-KEY      PIC X(30).
026700         10  JNL-TBL-USER-ID       PIC X(08).
026800         10  JNL-TBL-REASON        PIC X(40).
026900         10  JNL-TBL-USED-SW       PIC X(01).
027000             88  JNL-TBL-CARD-USED        VALUE 'Y'.
027100
027200 01  JNL-AUTH-VIEW.
027300     05  JNL-AUTH-USER-ID      PIC X(08).
027400     05  JNL-AUTH-DESC         PIC X(30).
027500     05  FILLER                PIC X(42).
027600 01  JNL-AUTH-CNT              PIC 9(04) COMP VALUE ZERO.
027700 01  JNL-AUTH-SUB              PIC 9(04) COMP VALUE ZERO.
027800 01  JNL-AUTH-TABLE.
027900     05  JNL-AUTH-ENTRY OCCURS 50 TIMES.
028000         10  JNL-AUTH-ID           PIC X(08).
028100
028200*--------------------------------------------------------------*
028300* THE SEVEN CHECKS, IN CHECKLIST ORDER, WITH THE ITEMS EACH     *
028400* FOUND AND HOW MANY OF THEM WERE SIGNED OFF.                   *
028500*--------------------------------------------------------------*
028600 01  JNL-CHECK-NAMES.
028700     05  FILLER                PIC X(02) VALUE 'RC'.
028800     05  FILLER                PIC X(34)
028900         VALUE 'RUN-CONTROL BALANCING (IJTRCB01)'.
029000     05  FILLER                PIC X(02) VALUE 'HD'.
029100     05  FILLER                PIC X(34)
029200         VALUE 'UNDISPOSITIONED HOLDS (TIFHOLD)'.
029300     05  FILLER                PIC X(02) VALUE 'QU'.
029400     05  FILLER                PIC X(34)
029500         VALUE 'UNRESOLVED QUARANTINES (TIFQUAR)'.
029600     05  FILLER                PIC X(02) VALUE 'JE'.
029700     05  FILLER                PIC X(34)
029800         VALUE 'JOURNAL ENTRIES HELD (RP519HLD)'.
029900     05  FILLER                PIC X(02) VALUE 'GC'.
030000     05  FILLER                PIC X(34)
030100         VALUE 'PRIOR BATCH NOT CONFIRMED (GLCONF)'.
030200     05  FILLER                PIC X(02) VALUE 'EX'.
030300     05  FILLER                PIC X(34)
030400         VALUE 'AGED DETAIL EXCEPTIONS (TIFEXCP)'.
030500     05  FILLER                PIC X(02) VALUE 'AL'.
030600     05  FILLER                PIC X(34)
030700         VALUE 'ALLOCATION DETAILS HELD (ALCHOLD)'.
030800 01  JNL-CHECK-TABLE REDEFINES JNL-CHECK-NAMES.
030900     05  JNL-CHECK-ENTRY OCCURS 7 TIMES.
031000         10  JNL-CHECK-TYPE        PIC X(02).
031100         10  JNL-CHECK-NAME        PIC X(34).
031200 01  JNL-CHECK-SUB             PIC 9(04) COMP VALUE ZERO.
031300 01  JNL-CHECK-COUNTS.
031400     05  JNL-CHECK-CNT-ENTRY OCCURS 7 TIMES.
031500         10  JNL-CHECK-FOUND       PIC S9(05) COMP-3.
031600         10  JNL-CHECK-SIGNED      PIC S9(05) COMP-3.
031700
031800*--------------------------------------------------------------*
031900* THE CHECKLIST - ONE ENTRY PER OPEN CONDITION.  THE HELD-JE,   *
032000* CONFIRMATION, EXCEPTION AND ALLOCATION-HOLD CHECKS ROLL       *
032100* SEVERAL RECORDS INTO ONE ITEM, SO EACH ENTRY CARRIES TWO      *
032200* COUNTS AND TWO AMOUNTS THEIR DESCRIPTIONS ARE BUILT FROM ONCE *
032300* EVERYTHING IS READ.                                           *
032400*--------------------------------------------------------------*
032500 01  JNL-ITEM-CNT              PIC 9(04) COMP VALUE ZERO.
032600 01  JNL-ITEM-SUB              PIC 9(04) COMP VALUE ZERO.
032700 01  JNL-ITEM-TABLE.
032800     05  JNL-ITEM-ENTRY OCCURS 500 TIMES.
032900         10  JNL-ITM-TYPE          PIC X(02).
033000         10  JNL-ITM-KEY           PIC X(30).
033100         10  JNL-ITM-DESC          PIC X(60).
033200         10  JNL-ITM-CNT           PIC S9(07) COMP-3.
033300         10  JNL-ITM-CNT-2         PIC S9(07) COMP-3.
033400         10  JNL-ITM-AMT           PIC S9(13)V99 COMP-3.
033500         10  JNL-ITM-AMT-2         PIC S9(13)V99 COMP-3.
033600         10  JNL-ITM-STATE-CD      PIC X(01).
033700             88  JNL-ITM-OPEN             VALUE 'O'.
033800             88  JNL-ITM-SIGNED           VALUE 'S'.
033900         10  JNL-ITM-USER-ID       PIC X(08).
034000         10  JNL-ITM-REASON        PIC X(40).
034100 01  JNL-NEW-TYPE              PIC X(02) VALUE SPACES.
034200 01  JNL-NEW-KEY               PIC X(30) VALUE SPACES.
034300 01  JNL-ITEMS-OVERFLOW        PIC S9(05) COMP-3 VALUE ZERO.
034400
034500*--------------------------------------------------------------*
034600* THE PRIOR GLINTF BATCH'S SUMMARY LINES AS SENT, TICKED OFF BY *
034700* GLCONF THE SAME WAY IJTGLA01 DOES.  THE LAYOUT MIRRORS        *
034800* IJTGLP01'S JNL-GL-DTL-REC.                                    *
034900*--------------------------------------------------------------*
035000 01  JNL-GL-DTL-VIEW.
035100     05  JNL-GLD-REC-TYPE      PIC X(01).
035200         88  JNL-GLD-HEADER              VALUE 'H'.
035300         88  JNL-GLD-DETAIL              VALUE 'D'.
035400     05  JNL-GLD-FACCT-CD      PIC X(10).
035500     05  JNL-GLD-SOBP          PIC X(10).
035600     05  JNL-GLD-IET           PIC X(10).
035700     05  JNL-GLD-JRNL-DT       PIC X(10).
035800     05  JNL-GLD-REC-CNT       PIC 9(09).
035900     05  JNL-GLD-AMT           PIC S9(11)V99 SIGN LEADING
036000                               SEPARATE.
036100     05  FILLER                PIC X(16).
036200
036300 01  JNL-SENT-CNT              PIC 9(04) COMP VALUE ZERO.
036400 01  JNL-SENT-SUB              PIC 9(04) COMP VALUE ZERO.
036500 01  JNL-SENT-TABLE.
036600     05  JNL-SENT-ENTRY OCCURS 2000 TIMES.
036700         10  JNL-SENT-KEY.
036800             15  JNL-SENT-FACCT-CD    PIC X(10).
036900             15  JNL-SENT-JRNL-DT     PIC X(10).
037000             15  JNL-SENT-AMT         PIC S9(11)V99 COMP-3.
037100         10  JNL-SENT-STATE-CD        PIC X(01).
037200             88  JNL-SENT-UNCONFIRMED       VALUE 'U'.
037300             88  JNL-SENT-CONFIRMED         VALUE 'C'.
037400             88  JNL-SENT-REJECTED          VALUE 'R'.
037500 01  JNL-CUR-SENT-KEY.
037600     05  JNL-CUR-FACCT-CD      PIC X(10) VALUE SPACES.
037700     05  JNL-CUR-JRNL-DT       PIC X(10) VALUE SPACES.
037800     05  JNL-CUR-AMT           PIC S9(11)V99 COMP-3 VALUE ZERO.
037900
038000 01  JNL-SWITCHES.
038100     05  JNL-CHNBRK-TRL-SW     PIC X(01) VALUE 'N'.
038200         88  JNL-CHNBRK-TRL-SEEN         VALUE 'Y'.
038300     05  JNL-USER-AUTH-SW      PIC X(01) VALUE 'N'.
038400         88  JNL-USER-AUTHORIZED         VALUE 'Y'.
038500         88  JNL-USER-NOT-AUTH           VALUE 'N'.
038600     05  JNL-VERDICT-SW        PIC X(01) VALUE 'W'.
038700         88  JNL-CERTIFIED               VALUE 'C'.
038800         88  JNL-WITHHELD                VALUE 'W'.
038900
039000 01  JNL-RUN-DATE              PIC X(08) VALUE SPACES.
039100 01  JNL-RUN-TIME              PIC X(08) VALUE SPACES.
039200 01  JNL-CUR-SRCE-SYS-CD       PIC X(04) VALUE SPACES.
039300
039400 01  JNL-COUNTERS.
039500     05  JNL-ITEMS-SIGNED      PIC S9(05) COMP-3 VALUE ZERO.
039600     05  JNL-ITEMS-OPEN        PIC S9(05) COMP-3 VALUE ZERO.
039700     05  JNL-CARDS-REJECTED    PIC S9(05) COMP-3 VALUE ZERO.
039800     05  JNL-CARDS-UNMATCHED   PIC S9(05) COMP-3 VALUE ZERO.
039900     05  JNL-SENT-OVERFLOW     PIC S9(05) COMP-3 VALUE ZERO.
040000     05  JNL-GL-BATCHES        PIC S9(05) COMP-3 VALUE ZERO.
040100     05  JNL-GL-LINES          PIC S9(07) COMP-3 VALUE ZERO.
040200     05  JNL-GL-RECS-COPIED    PIC S9(07) COMP-3 VALUE ZERO.
040300     05  JNL-GL-AMT            PIC S9(11)V99 COMP-3 VALUE ZERO.
040400
040500 01  JNL-EDIT-FIELDS.
040600     05  JNL-EDIT-CNT          PIC ZZZ,ZZZ,ZZ9.
040700     05  JNL-EDIT-CNT-2        PIC ZZZ,ZZZ,ZZ9.
040800     05  JNL-EDIT-AMT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
040900     05  JNL-EDIT-AMT-2        PIC Z,ZZZ,ZZZ,ZZ9.99-.
041000     05  JNL-EDIT-SMALL        PIC ZZ,ZZ9.
041100     05  JNL-EDIT-SMALL-2      PIC ZZ,ZZ9.
041200     05  JNL-EDIT-CYCLES       PIC Z9.
041300
041400 01  JNL-RPT-LINE.
041500     05  JNL-RPT-TYPE          PIC X(02).
041600     05  FILLER                PIC X(02) VALUE SPACES.
041700     05  JNL-RPT-KEY           PIC X(30).
041800     05  FILLER                PIC X(02) VALUE SPACES.
041900     05  JNL-RPT-DESC          PIC X(60).
042000     05  FILLER                PIC X(02) VALUE SPACES.
042100     05  JNL-RPT-STATE         PIC X(11).
042200     05  FILLER                PIC X(02) VALUE SPACES.
042300     05  JNL-RPT-USER-ID       PIC X(08).
042400
042500 PROCEDURE DIVISION.
042600*--------------------------------------------------------------*
042700 0000-MAINLINE.
042800     PERFORM 1000-INITIALIZE
042900         THRU 1000-INITIALIZE-EXIT.
043000     PERFORM 2000-CHECK-RUN-CONTROL
043100         THRU 2000-CHECK-RUN-CONTROL-EXIT.
043200     PERFORM 2100-CHECK-HOLDS
043300         THRU 2100-CHECK-HOLDS-EXIT
043400         UNTIL JNL-TIFHOLD-EOF.
043500     PERFORM 2200-CHECK-QUARANTINES
043600         THRU 2200-CHECK-QUARANTINES-EXIT
043700         UNTIL JNL-TIFQUAR-EOF.
043800     PERFORM 2300-CHECK-HELD-JES
043900         THRU 2300-CHECK-HELD-JES-EXIT
044000         UNTIL JNL-RP519HLD-EOF.
044100     PERFORM 2400-CHECK-CONFIRMATIONS
044200         THRU 2400-CHECK-CONFIRMATIONS-EXIT.
044300     PERFORM 2500-CHECK-AGED-EXCEPTIONS
044400         THRU 2500-CHECK-AGED-EXCEPTIONS-EXIT
044500         UNTIL JNL-EXCPIN-EOF.
044600     PERFORM 2600-CHECK-ALLOC-HOLDS
044700         THRU 2600-CHECK-ALLOC-HOLDS-EXIT
044800         UNTIL JNL-ALCHOLD-EOF.
044900     PERFORM 2900-DESCRIBE-ITEM
045000         THRU 2900-DESCRIBE-ITEM-EXIT
045100         VARYING JNL-ITEM-SUB FROM 1 BY 1
045200         UNTIL JNL-ITEM-SUB > JNL-ITEM-CNT.
045300     PERFORM 3000-APPLY-SIGN-OFFS
045400         THRU 3000-APPLY-SIGN-OFFS-EXIT
045500         VARYING JNL-ITEM-SUB FROM 1 BY 1
045600         UNTIL JNL-ITEM-SUB > JNL-ITEM-CNT.
045700     PERFORM 3500-DECIDE-VERDICT
045800         THRU 3500-DECIDE-VERDICT-EXIT.
045900     PERFORM 4000-RELEASE-GLINTF
046000         THRU 4000-RELEASE-GLINTF-EXIT
046100         UNTIL JNL-GLINTF-EOF.
046200     PERFORM 5000-WRITE-CHECKLIST
046300         THRU 5000-WRITE-CHECKLIST-EXIT.
046400     PERFORM 6000-WRITE-CERTIFICATE
046500         THRU 6000-WRITE-CERTIFICATE-EXIT.
046600     PERFORM 9000-TERMINATE
046700         THRU 9000-TERMINATE-EXIT.
046800     GOBACK.
046900
047000*--------------------------------------------------------------*
047100* THE CONTROL CARD, AUTHUSR LIST, GLINTF AND CERTLOG ARE        *
047200* REQUIRED.  EVERY CHECK'S OWN INPUT MAY BE ABSENT ON A CLEAN   *
047300* CYCLE - EXCEPT CHNBRK, WHOSE ABSENCE IS ITSELF AN OPEN ITEM.  *
047400*--------------------------------------------------------------*
047500 1000-INITIALIZE.
047600     ACCEPT JNL-RUN-DATE FROM DATE YYYYMMDD.
047700     ACCEPT JNL-RUN-TIME FROM TIME.
047800     OPEN INPUT CCG-CTL-FILE.
047900     IF NOT JNL-CCGCTL-OK
048000         DISPLAY 'IJTCCG01 - UNABLE TO OPEN CCGCTL, RC=16'
048100         MOVE 16 TO RETURN-CODE
048200         GOBACK
048300     END-IF.
048400     READ CCG-CTL-FILE INTO JNL-CCG-CTL-CARD
048500         AT END
048600             DISPLAY 'IJTCCG01 - CCGCTL IS EMPTY, RC=16'
048700             MOVE 16 TO RETURN-CODE
048800             GOBACK
048900     END-READ.
049000     CLOSE CCG-CTL-FILE.
049100     IF JNL-CTL-CLOSE-DT NOT NUMERIC
049200         DISPLAY 'IJTCCG01 - CCGCTL CLOSE DATE "'
049300             JNL-CTL-CLOSE-DT '" NOT CCYYMMDD, RC=16'
049400         MOVE 16 TO RETURN-CODE
049500         GOBACK
049600     END-IF.
049700     IF JNL-CTL-EXCP-AGE NUMERIC
049800         IF JNL-CTL-EXCP-AGE-9 > ZERO
049900             MOVE JNL-CTL-EXCP-AGE-9 TO JNL-EXCP-AGE-LIMIT
050000         END-IF
050100     END-IF.
050200
050300     PERFORM 1100-LOAD-SIGN-CARDS
050400         THRU 1100-LOAD-SIGN-CARDS-EXIT.
050500     PERFORM 1200-LOAD-AUTH-USERS
050600         THRU 1200-LOAD-AUTH-USERS-EXIT.
050700     MOVE ZERO TO JNL-CHECK-COUNTS.
050800
050900     OPEN INPUT GL-INTF-FILE.
051000     IF NOT JNL-GLINTF-OK
051100         DISPLAY 'IJTCCG01 - UNABLE TO OPEN GLINTF, RC=16'
051200         MOVE 16 TO RETURN-CODE
051300         GOBACK
051400     END-IF.
051500     OPEN EXTEND CERT-LOG-FILE.
051600     IF NOT JNL-CERTLOG-OK
051700         DISPLAY 'IJTCCG01 - UNABLE TO OPEN CERTLOG, RC=16'
051800         MOVE 16 TO RETURN-CODE
051900         GOBACK
052000     END-IF.
052100
052200     OPEN INPUT TIF-HOLD-FILE.
052300     IF JNL-TIFHOLD-NOT-FOUND
052400         SET JNL-TIFHOLD-EOF TO TRUE
052500     END-IF.
052600     OPEN INPUT TIF-QUAR-FILE.
052700     IF JNL-TIFQUAR-NOT-FOUND
052800         SET JNL-TIFQUAR-EOF TO TRUE
052900     END-IF.
053000     OPEN INPUT RP519-HOLD-FILE.
053100     IF JNL-RP519HLD-NOT-FOUND
053200         SET JNL-RP519HLD-EOF TO TRUE
053300     END-IF.
053400     OPEN INPUT EXCP-IN-FILE.
053500     IF JNL-EXCPIN-NOT-FOUND
053600         SET JNL-EXCPIN-EOF TO TRUE
053700     END-IF.
053800     OPEN INPUT ALC-HOLD-FILE.
053900     IF JNL-ALCHOLD-NOT-FOUND
054000         SET JNL-ALCHOLD-EOF TO TRUE
054100     END-IF.
054200
054300     OPEN OUTPUT GL-RLSE-FILE.
054400     IF NOT JNL-GLRLSE-OK
054500         DISPLAY 'IJTCCG01 - UNABLE TO OPEN GLRLSE, RC=16'
054600         MOVE 16 TO RETURN-CODE
054700         GOBACK
054800     END-IF.
054900     OPEN OUTPUT CCG-RPT-FILE.
055000     IF NOT JNL-CCGRPT-OK
055100         DISPLAY 'IJTCCG01 - UNABLE TO OPEN CCGRPT, RC=16'
055200         MOVE 16 TO RETURN-CODE
055300         GOBACK
055400     END-IF.
055500     MOVE SPACES TO CCG-RPT-LINE.
055600     STRING 'IJTCCG01 - CYCLE-CLOSE CERTIFICATION, BILL CYCLE '
055700         JNL-CTL-BL-CYC-CD ' CLOSE ' JNL-CTL-CLOSE-DT
055800         ' RUN ' JNL-RUN-DATE SPACE JNL-RUN-TIME (1:6)
055900         DELIMITED BY SIZE INTO CCG-RPT-LINE
056000     END-STRING.
056100     WRITE CCG-RPT-LINE.
056200 1000-INITIALIZE-EXIT.
056300     EXIT.
056400
056500*--------------------------------------------------------------*
056600* CCGSGN IS OPTIONAL - WITHOUT IT THE RUN CERTIFIES ONLY A      *
056700* CYCLE THAT IS CLEAR ON ITS OWN.                               *
056800*--------------------------------------------------------------*
056900 1100-LOAD-SIGN-CARDS.
057000     OPEN INPUT SIGN-CARD-FILE.
057100     IF JNL-CCGSGN-NOT-FOUND
057200         SET JNL-CCGSGN-EOF TO TRUE
057300         GO TO 1100-LOAD-SIGN-CARDS-EXIT
057400     END-IF.
057500     PERFORM 1110-READ-SIGN-CARD
057600         THRU 1110-READ-SIGN-CARD-EXIT
057700         UNTIL JNL-CCGSGN-EOF.
057800     CLOSE SIGN-CARD-FILE.
057900 1100-LOAD-SIGN-CARDS-EXIT.
058000     EXIT.
058100
058200 1110-READ-SIGN-CARD.
058300     READ SIGN-CARD-FILE INTO JNL-SIGN-CARD
058400         AT END
058500             SET JNL-CCGSGN-EOF TO TRUE
058600             GO TO 1110-READ-SIGN-CARD-EXIT
058700     END-READ.
058800     IF JNL-CARD-CNT >= 200
058900         DISPLAY 'IJTCCG01 - CCGSGN CARD TABLE FULL - '
059000             'CARD IGNORED'
059100         ADD 1 TO JNL-CARDS-REJECTED
059200         GO TO 1110-READ-SIGN-CARD-EXIT
059300     END-IF.
059400     ADD 1 TO JNL-CARD-CNT.
059500     MOVE JNL-CARD-ITEM-TYPE TO JNL-TBL-ITEM-TYPE (JNL-CARD-CNT).
059600     MOVE JNL-CARD-ITEM-KEY  TO JNL-TBL-ITEM-KEY (JNL-CARD-CNT).
059700     MOVE JNL-CARD-USER-ID   TO JNL-TBL-USER-ID (JNL-CARD-CNT).
059800     MOVE JNL-CARD-REASON    TO JNL-TBL-REASON (JNL-CARD-CNT).
059900     MOVE 'N'                TO JNL-TBL-USED-SW (JNL-CARD-CNT).
060000 1110-READ-SIGN-CARD-EXIT.
060100     EXIT.
060200
060300*--------------------------------------------------------------*
060400* A SIGN-OFF ONLY COUNTS WHEN ITS USER IS ON THE AUTHUSR LIST,  *
060500* SO THE LIST ITSELF IS REQUIRED.                               *
060600*--------------------------------------------------------------*
060700 1200-LOAD-AUTH-USERS.
060800     OPEN INPUT AUTH-USER-FILE.
060900     IF NOT JNL-AUTHUSR-OK
061000         DISPLAY 'IJTCCG01 - UNABLE TO OPEN AUTHUSR, STATUS = '
061100             JNL-AUTHUSR-STATUS
061200         MOVE 16 TO RETURN-CODE
061300         GOBACK
061400     END-IF.
061500     PERFORM 1210-READ-AUTH-USER
061600         THRU 1210-READ-AUTH-USER-EXIT
061700         UNTIL JNL-AUTHUSR-EOF.
061800     CLOSE AUTH-USER-FILE.
061900 1200-LOAD-AUTH-USERS-EXIT.
062000     EXIT.
062100
062200 1210-READ-AUTH-USER.
062300     READ AUTH-USER-FILE INTO JNL-AUTH-VIEW
062400         AT END
062500             SET JNL-AUTHUSR-EOF TO TRUE
062600             GO TO 1210-READ-AUTH-USER-EXIT
062700     END-READ.
062800     IF JNL-AUTH-CNT < 50
062900         ADD 1 TO JNL-AUTH-CNT
063000         MOVE JNL-AUTH-USER-ID TO JNL-AUTH-ID (JNL-AUTH-CNT)
063100     END-IF.
063200 1210-READ-AUTH-USER-EXIT.
063300     EXIT.
063400
063500*--------------------------------------------------------------*
063600* EVERY BREAK IJTRCB01 FOUND IS AN ITEM.  NO CHNBRK, OR ONE     *
063700* WITHOUT ITS TRAILER, MEANS THE BALANCE NEVER FINISHED - THAT  *
063800* IS AN ITEM TOO, NOT A CLEAN BALANCE.                          *
063900*--------------------------------------------------------------*
064000 2000-CHECK-RUN-CONTROL.
064100     OPEN INPUT CHN-BRK-FILE.
064200     IF NOT JNL-CHNBRK-OK
064300         SET JNL-CHNBRK-EOF TO TRUE
064400     END-IF.
064500     PERFORM 2010-READ-CHAIN-BREAK
064600         THRU 2010-READ-CHAIN-BREAK-EXIT
064700         UNTIL JNL-CHNBRK-EOF.
064800     IF NOT JNL-CHNBRK-NOT-FOUND
064900         CLOSE CHN-BRK-FILE
065000     END-IF.
065100     IF NOT JNL-CHNBRK-TRL-SEEN
065200         MOVE 'RC'     TO JNL-NEW-TYPE
065300         MOVE 'CHNBRK' TO JNL-NEW-KEY
065400         PERFORM 7100-FIND-OR-ADD-ITEM
065500             THRU 7100-FIND-OR-ADD-ITEM-EXIT
065600         IF JNL-ITEM-SUB NOT = ZERO
065700             STRING 'NO COMPLETE IJTRCB01 BALANCE RESULT '
065800                 'FOR THIS CYCLE'
065900                 DELIMITED BY SIZE
066000                 INTO JNL-ITM-DESC (JNL-ITEM-SUB)
066100             END-STRING
066200         END-IF
066300     END-IF.
066400 2000-CHECK-RUN-CONTROL-EXIT.
066500     EXIT.
066600
066700 2010-READ-CHAIN-BREAK.
066800     READ CHN-BRK-FILE INTO CHNBRK-RECORD
066900         AT END
067000             SET JNL-CHNBRK-EOF TO TRUE
067100             GO TO 2010-READ-CHAIN-BREAK-EXIT
067200     END-READ.
067300     IF CHNBRK-TRAILER
067400         SET JNL-CHNBRK-TRL-SEEN TO TRUE
067500         GO TO 2010-READ-CHAIN-BREAK-EXIT
067600     END-IF.
067700     IF NOT CHNBRK-BREAK
067800         GO TO 2010-READ-CHAIN-BREAK-EXIT
067900     END-IF.
068000     MOVE 'RC'   TO JNL-NEW-TYPE.
068100     MOVE SPACES TO JNL-NEW-KEY.
068200     STRING CHNBRK-JOBNAME SPACE CHNBRK-SEQ-NM SPACE CHNBRK-STAGE
068300         DELIMITED BY SIZE INTO JNL-NEW-KEY
068400     END-STRING.
068500     PERFORM 7100-FIND-OR-ADD-ITEM
068600         THRU 7100-FIND-OR-ADD-ITEM-EXIT.
068700     IF JNL-ITEM-SUB = ZERO
068800         GO TO 2010-READ-CHAIN-BREAK-EXIT
068900     END-IF.
069000     MOVE CHNBRK-RECS-SEEN   TO JNL-EDIT-CNT.
069100     MOVE CHNBRK-RECS-PASSED TO JNL-EDIT-CNT-2.
069200     IF CHNBRK-STAGE-MISSING
069300         STRING 'STAGE NEVER REPORTED, PRIOR STAGE PASSED '
069400             JNL-EDIT-CNT-2
069500             DELIMITED BY SIZE INTO JNL-ITM-DESC (JNL-ITEM-SUB)
069600         END-STRING
069700     ELSE
069800         STRING 'OUT OF STEP - SAW ' JNL-EDIT-CNT
069900             ', PRIOR STAGE PASSED ' JNL-EDIT-CNT-2
070000             DELIMITED BY SIZE INTO JNL-ITM-DESC (JNL-ITEM-SUB)
070100         END-STRING
070200     END-IF.
070300 2010-READ-CHAIN-BREAK-EXIT.
070400     EXIT.
070500
070600*--------------------------------------------------------------*
070700* TIFHOLD HERE IS THE QUEUE IJTHLD01 CARRIED FORWARD (HOLDOUT)  *
070800* - EVERY FILE ON IT IS STILL WAITING FOR A DISPOSITION.        *
070900*--------------------------------------------------------------*
071000 2100-CHECK-HOLDS.
071100     READ TIF-HOLD-FILE INTO TIFHOLD-RECORD
071200         AT END
071300             SET JNL-TIFHOLD-EOF TO TRUE
071400             GO TO 2100-CHECK-HOLDS-EXIT
071500     END-READ.
071600     MOVE 'HD'   TO JNL-NEW-TYPE.
071700     MOVE SPACES TO JNL-NEW-KEY.
071800     STRING TIFHOLD-JOBNAME SPACE TIFHOLD-SEQ-NM
071900         DELIMITED BY SIZE INTO JNL-NEW-KEY
072000     END-STRING.
072100     PERFORM 7100-FIND-OR-ADD-ITEM
072200         THRU 7100-FIND-OR-ADD-ITEM-EXIT.
072300     IF JNL-ITEM-SUB = ZERO
072400         GO TO 2100-CHECK-HOLDS-EXIT
072500     END-IF.
072600     MOVE TIFHOLD-CLAIMED-CNT TO JNL-EDIT-CNT.
072700     MOVE TIFHOLD-ACTUAL-CNT  TO JNL-EDIT-CNT-2.
072800     STRING 'SOURCE ' TIFHOLD-SRCE-SYS-CD ' CLAIMED '
072900         JNL-EDIT-CNT ' ACTUAL ' JNL-EDIT-CNT-2 ' RECORDS'
073000         DELIMITED BY SIZE INTO JNL-ITM-DESC (JNL-ITEM-SUB)
073100     END-STRING.
073200 2100-CHECK-HOLDS-EXIT.
073300     EXIT.
073400
073500*--------------------------------------------------------------*
073600* TIFQUAR IS EACH QUARANTINED FILE AS RECEIVED - ONE ITEM PER   *
073700* HEADER.  A FILE LEAVES IT ONLY BY BEING RESENT CLEAN.         *
073800*--------------------------------------------------------------*
073900 2200-CHECK-QUARANTINES.
074000     READ TIF-QUAR-FILE INTO JNL-TIF-RAW-REC
074100         AT END
074200             SET JNL-TIFQUAR-EOF TO TRUE
074300             GO TO 2200-CHECK-QUARANTINES-EXIT
074400     END-READ.
074500     IF JNL-TIF-RAW-REC (1:1) NOT = LOW-VALUE
074600         GO TO 2200-CHECK-QUARANTINES-EXIT
074700     END-IF.
074800     MOVE JNL-TIF-RAW-REC TO JNL-TIF-HDR-VIEW.
074900     MOVE 'QU'   TO JNL-NEW-TYPE.
075000     MOVE SPACES TO JNL-NEW-KEY.
075100     STRING XX-HDR-SMS-JOBNAME SPACE XX-HDR-SMS-SEQ-NM
075200         DELIMITED BY SIZE INTO JNL-NEW-KEY
075300     END-STRING.
075400     PERFORM 7100-FIND-OR-ADD-ITEM
075500         THRU 7100-FIND-OR-ADD-ITEM-EXIT.
075600     IF JNL-ITEM-SUB = ZERO
075700         GO TO 2200-CHECK-QUARANTINES-EXIT
075800     END-IF.
075900     STRING 'QUARANTINED ON RECEIPT - SOURCE '
076000         XX-HDR-SRCE-SYS-CD
076100         DELIMITED BY SIZE INTO JNL-ITM-DESC (JNL-ITEM-SUB)
076200     END-STRING.
076300 2200-CHECK-QUARANTINES-EXIT.
076400     EXIT.
076500
076600*--------------------------------------------------------------*
076700* RP519HLD HOLDS EVERY RECORD OF EACH OUT-OF-BALANCE ENTRY -    *
076800* ONE ITEM PER RP519-JE PLUS RP519-ME, WITH ITS TWO SIDES.      *
076900*--------------------------------------------------------------*
077000 2300-CHECK-HELD-JES.
077100     READ RP519-HOLD-FILE INTO JNL-RP519-VIEW
077200         AT END
077300             SET JNL-RP519HLD-EOF TO TRUE
077400             GO TO 2300-CHECK-HELD-JES-EXIT
077500     END-READ.
077600     MOVE 'JE'   TO JNL-NEW-TYPE.
077700     MOVE SPACES TO JNL-NEW-KEY.
077800     STRING RP519-JE SPACE RP519-ME
077900         DELIMITED BY SIZE INTO JNL-NEW-KEY
078000     END-STRING.
078100     PERFORM 7100-FIND-OR-ADD-ITEM
078200         THRU 7100-FIND-OR-ADD-ITEM-EXIT.
078300     IF JNL-ITEM-SUB = ZERO
078400         GO TO 2300-CHECK-HELD-JES-EXIT
078500     END-IF.
078600     ADD 1 TO JNL-ITM-CNT (JNL-ITEM-SUB).
078700     IF RP519-DB-CODE
078800         ADD RP519-CUR-AMT TO JNL-ITM-AMT (JNL-ITEM-SUB)
078900     END-IF.
079000     IF RP519-CR-CODE
079100         ADD RP519-CUR-AMT TO JNL-ITM-AMT-2 (JNL-ITEM-SUB)
079200     END-IF.
079300 2300-CHECK-HELD-JES-EXIT.
079400     EXIT.
079500
079600*--------------------------------------------------------------*
079700* THE PRIOR BATCH AS SENT (GLPRIOR) AGAINST WHAT THE G-L SENT   *
079800* BACK (GLCONF).  NO GLPRIOR - NO PRIOR BATCH TO ANSWER         *
079900* FOR.  NO GLCONF - EVERY LINE OF IT IS STILL                   *
080000* UNCONFIRMED.  WHAT IS LEFT OPEN IS ROLLED UP BY FACCT AND     *
080100* JOURNAL DATE.                                                 *
080200*--------------------------------------------------------------*
080300 2400-CHECK-CONFIRMATIONS.
080400     OPEN INPUT GL-PRIOR-FILE.
080500     IF JNL-GLPRIOR-NOT-FOUND
080600         GO TO 2400-CHECK-CONFIRMATIONS-EXIT
080700     END-IF.
080800     PERFORM 2410-LOAD-PRIOR-LINE
080900         THRU 2410-LOAD-PRIOR-LINE-EXIT
081000         UNTIL JNL-GLPRIOR-EOF.
081100     CLOSE GL-PRIOR-FILE.
081200     OPEN INPUT GL-CONF-FILE.
081300     IF JNL-GLCONF-NOT-FOUND
081400         SET JNL-GLCONF-EOF TO TRUE
081500     END-IF.
081600     PERFORM 2420-APPLY-CONFIRMATION
081700         THRU 2420-APPLY-CONFIRMATION-EXIT
081800         UNTIL JNL-GLCONF-EOF.
081900     IF NOT JNL-GLCONF-NOT-FOUND
082000         CLOSE GL-CONF-FILE
082100     END-IF.
082200     PERFORM 2440-ADD-OPEN-LINE
082300         THRU 2440-ADD-OPEN-LINE-EXIT
082400         VARYING JNL-SENT-SUB FROM 1 BY 1
082500         UNTIL JNL-SENT-SUB > JNL-SENT-CNT.
082600     IF JNL-SENT-OVERFLOW > ZERO
082700         MOVE 'GC'       TO JNL-NEW-TYPE
082800         MOVE 'OVERFLOW' TO JNL-NEW-KEY
082900         PERFORM 7100-FIND-OR-ADD-ITEM
083000             THRU 7100-FIND-OR-ADD-ITEM-EXIT
083100         IF JNL-ITEM-SUB NOT = ZERO
083200             MOVE JNL-SENT-OVERFLOW TO JNL-ITM-CNT (JNL-ITEM-SUB)
083300         END-IF
083400     END-IF.
083500 2400-CHECK-CONFIRMATIONS-EXIT.
083600     EXIT.
083700
083800 2410-LOAD-PRIOR-LINE.
083900     READ GL-PRIOR-FILE INTO JNL-GL-DTL-VIEW
084000         AT END
084100             SET JNL-GLPRIOR-EOF TO TRUE
084200             GO TO 2410-LOAD-PRIOR-LINE-EXIT
084300     END-READ.
084400     IF NOT JNL-GLD-DETAIL
084500         GO TO 2410-LOAD-PRIOR-LINE-EXIT
084600     END-IF.
084700     IF JNL-SENT-CNT >= 2000
084800         ADD 1 TO JNL-SENT-OVERFLOW
084900         GO TO 2410-LOAD-PRIOR-LINE-EXIT
085000     END-IF.
085100     ADD 1 TO JNL-SENT-CNT.
085200     MOVE JNL-GLD-FACCT-CD TO JNL-SENT-FACCT-CD (JNL-SENT-CNT).
085300     MOVE JNL-GLD-JRNL-DT  TO JNL-SENT-JRNL-DT (JNL-SENT-CNT).
085400     MOVE JNL-GLD-AMT      TO JNL-SENT-AMT (JNL-SENT-CNT).
085500     SET JNL-SENT-UNCONFIRMED (JNL-SENT-CNT) TO TRUE.
085600 2410-LOAD-PRIOR-LINE-EXIT.
085700     EXIT.
085800
085900 2420-APPLY-CONFIRMATION.
086000     READ GL-CONF-FILE INTO GLCONF-RECORD
086100         AT END
086200             SET JNL-GLCONF-EOF TO TRUE
086300             GO TO 2420-APPLY-CONFIRMATION-EXIT
086400     END-READ.
086500     MOVE GLCONF-FACCT-CD TO JNL-CUR-FACCT-CD.
086600     MOVE GLCONF-JRNL-DT  TO JNL-CUR-JRNL-DT.
086700     MOVE GLCONF-AMT      TO JNL-CUR-AMT.
086800     PERFORM 2430-TEST-SENT-ENTRY
086900         VARYING JNL-SENT-SUB FROM 1 BY 1
087000         UNTIL JNL-SENT-SUB > JNL-SENT-CNT
087100         OR (JNL-SENT-KEY (JNL-SENT-SUB) = JNL-CUR-SENT-KEY
087200             AND JNL-SENT-UNCONFIRMED (JNL-SENT-SUB)).
087300     IF JNL-SENT-SUB > JNL-SENT-CNT
087400         GO TO 2420-APPLY-CONFIRMATION-EXIT
087500     END-IF.
087600     IF GLCONF-REJECTED
087700         SET JNL-SENT-REJECTED (JNL-SENT-SUB) TO TRUE
087800     ELSE
087900         SET JNL-SENT-CONFIRMED (JNL-SENT-SUB) TO TRUE
088000     END-IF.
088100 2420-APPLY-CONFIRMATION-EXIT.
088200     EXIT.
088300
088400 2430-TEST-SENT-ENTRY.
088500     CONTINUE.
088600
088700 2440-ADD-OPEN-LINE.
088800     IF JNL-SENT-CONFIRMED (JNL-SENT-SUB)
088900         GO TO 2440-ADD-OPEN-LINE-EXIT
089000     END-IF.
089100     MOVE 'GC'   TO JNL-NEW-TYPE.
089200     MOVE SPACES TO JNL-NEW-KEY.
089300     STRING JNL-SENT-FACCT-CD (JNL-SENT-SUB) SPACE
089400         JNL-SENT-JRNL-DT (JNL-SENT-SUB)
089500         DELIMITED BY SIZE INTO JNL-NEW-KEY
089600     END-STRING.
089700     PERFORM 7100-FIND-OR-ADD-ITEM
089800         THRU 7100-FIND-OR-ADD-ITEM-EXIT.
089900     IF JNL-ITEM-SUB = ZERO
090000         GO TO 2440-ADD-OPEN-LINE-EXIT
090100     END-IF.
090200     IF JNL-SENT-REJECTED (JNL-SENT-SUB)
090300         ADD 1 TO JNL-ITM-CNT-2 (JNL-ITEM-SUB)
090400     ELSE
090500         ADD 1 TO JNL-ITM-CNT (JNL-ITEM-SUB)
090600     END-IF.
090700     ADD JNL-SENT-AMT (JNL-SENT-SUB)
090800         TO JNL-ITM-AMT (JNL-ITEM-SUB).
090900 2440-ADD-OPEN-LINE-EXIT.
091000     EXIT.
091100
091200*--------------------------------------------------------------*
091300* EXCPIN IS THE EXCEPTION CARRY-FORWARD IJTEXR01 WROTE, EACH    *
091400* RECORD WITH THE CYCLES IT HAS ALREADY FAILED.  THOSE AT OR    *
091500* PAST THE AGE LIMIT ARE ROLLED UP BY SOURCE SYSTEM.            *
091600*--------------------------------------------------------------*
091700 2500-CHECK-AGED-EXCEPTIONS.
091800     READ EXCP-IN-FILE
091900         AT END
092000             SET JNL-EXCPIN-EOF TO TRUE
092100             GO TO 2500-CHECK-AGED-EXCEPTIONS-EXIT
092200     END-READ.
092300     IF EXCP-IN-CYCLE-CNT NOT NUMERIC
092400         GO TO 2500-CHECK-AGED-EXCEPTIONS-EXIT
092500     END-IF.
092600     IF EXCP-IN-CYCLE-CNT < JNL-EXCP-AGE-LIMIT
092700         GO TO 2500-CHECK-AGED-EXCEPTIONS-EXIT
092800     END-IF.
092900     MOVE EXCP-IN-DATA TO JNL-TIF-RAW-REC.
093000     MOVE JNL-TIF-RAW-REC TO JNL-TIF-DTL-VIEW.
093100     IF XX-SRCE-SYS-ID = SPACES
093200         MOVE 'UNKN' TO JNL-CUR-SRCE-SYS-CD
093300     ELSE
093400         MOVE XX-SRCE-SYS-ID TO JNL-CUR-SRCE-SYS-CD
093500     END-IF.
093600     MOVE 'EX'   TO JNL-NEW-TYPE.
093700     MOVE SPACES TO JNL-NEW-KEY.
093800     MOVE JNL-CUR-SRCE-SYS-CD TO JNL-NEW-KEY.
093900     PERFORM 7100-FIND-OR-ADD-ITEM
094000         THRU 7100-FIND-OR-ADD-ITEM-EXIT.
094100     IF JNL-ITEM-SUB = ZERO
094200         GO TO 2500-CHECK-AGED-EXCEPTIONS-EXIT
094300     END-IF.
094400     ADD 1 TO JNL-ITM-CNT (JNL-ITEM-SUB).
094500     IF EXCP-IN-CYCLE-CNT > JNL-ITM-CNT-2 (JNL-ITEM-SUB)
094600         MOVE EXCP-IN-CYCLE-CNT TO JNL-ITM-CNT-2 (JNL-ITEM-SUB)
094700     END-IF.
094800 2500-CHECK-AGED-EXCEPTIONS-EXIT.
094900     EXIT.
095000
095100*--------------------------------------------------------------*
095200* ALCHOLD IS THE ALLOCATION-FLAGGED DETAILS IJTGLP01 HELD WHOLE *
095300* - NO RULE IN EFFECT, OR NO ROOM LEFT TO ALLOCATE - AND SO     *
095400* REVENUE MISSING FROM THE GLINTF BATCH.  THEY ARE ROLLED UP BY *
095500* FACCT AND SOURCE SOBP, THE LEVEL A RULE IS SET UP AT, WITH    *
095600* THEIR COUNT AND GROSS.                                        *
095700*--------------------------------------------------------------*
095800 2600-CHECK-ALLOC-HOLDS.
095900     READ ALC-HOLD-FILE
096000         AT END
096100             SET JNL-ALCHOLD-EOF TO TRUE
096200             GO TO 2600-CHECK-ALLOC-HOLDS-EXIT
096300     END-READ.
096400     MOVE ALC-HOLD-DATA TO JNL-TIF-RAW-REC.
096500     MOVE JNL-TIF-RAW-REC TO JNL-TIF-DTL-VIEW.
096600     MOVE 'AL'   TO JNL-NEW-TYPE.
096700     MOVE SPACES TO JNL-NEW-KEY.
096800     STRING XX-FACCT-CD SPACE XX-SOBP
096900         DELIMITED BY SIZE INTO JNL-NEW-KEY
097000     END-STRING.
097100     PERFORM 7100-FIND-OR-ADD-ITEM
097200         THRU 7100-FIND-OR-ADD-ITEM-EXIT.
097300     IF JNL-ITEM-SUB = ZERO
097400         GO TO 2600-CHECK-ALLOC-HOLDS-EXIT
097500     END-IF.
097600     ADD 1 TO JNL-ITM-CNT (JNL-ITEM-SUB).
097700     ADD XX-JRNL-GRS-AT TO JNL-ITM-AMT (JNL-ITEM-SUB).
097800 2600-CHECK-ALLOC-HOLDS-EXIT.
097900     EXIT.
098000
098100*--------------------------------------------------------------*
098200* THE ROLLED-UP ITEMS GET THEIR DESCRIPTIONS NOW THAT THEIR     *
098300* COUNTS ARE COMPLETE.                                          *
098400*--------------------------------------------------------------*
098500 2900-DESCRIBE-ITEM.
098600     MOVE JNL-ITM-CNT (JNL-ITEM-SUB)   TO JNL-EDIT-SMALL.
098700     MOVE JNL-ITM-CNT-2 (JNL-ITEM-SUB) TO JNL-EDIT-SMALL-2.
098800     MOVE JNL-ITM-AMT (JNL-ITEM-SUB)   TO JNL-EDIT-AMT.
098900     MOVE JNL-ITM-AMT-2 (JNL-ITEM-SUB) TO JNL-EDIT-AMT-2.
099000     EVALUATE JNL-ITM-TYPE (JNL-ITEM-SUB)
099100         WHEN 'JE'
099200             STRING JNL-EDIT-SMALL ' RECS DB' JNL-EDIT-AMT
099300                 ' CR' JNL-EDIT-AMT-2
099400                 DELIMITED BY SIZE
099500                 INTO JNL-ITM-DESC (JNL-ITEM-SUB)
099600             END-STRING
099700         WHEN 'GC'
099800             IF JNL-ITM-KEY (JNL-ITEM-SUB) = 'OVERFLOW'
099900                 STRING JNL-EDIT-SMALL ' PRIOR LINES BEYOND THE '
100000                     'TABLE, NOT MATCHED'
100100                     DELIMITED BY SIZE
100200                     INTO JNL-ITM-DESC (JNL-ITEM-SUB)
100300                 END-STRING
100400             ELSE
100500                 STRING JNL-EDIT-SMALL ' UNCONFIRMED'
100600                     JNL-EDIT-SMALL-2 ' REJECTED' JNL-EDIT-AMT
100700                     DELIMITED BY SIZE
100800                     INTO JNL-ITM-DESC (JNL-ITEM-SUB)
100900                 END-STRING
101000             END-IF
101100         WHEN 'EX'
101200             MOVE JNL-ITM-CNT-2 (JNL-ITEM-SUB) TO JNL-EDIT-CYCLES
101300             STRING JNL-EDIT-SMALL ' DETAILS FAILING '
101400                 JNL-EXCP-AGE-LIMIT ' OR MORE CYCLES, OLDEST '
101500                 JNL-EDIT-CYCLES
101600                 DELIMITED BY SIZE
101700                 INTO JNL-ITM-DESC (JNL-ITEM-SUB)
101800             END-STRING
101900         WHEN 'AL'
102000             STRING JNL-EDIT-SMALL ' DETAILS HELD OUT OF GLINTF, '
102100                 'GROSS' JNL-EDIT-AMT
102200                 DELIMITED BY SIZE
102300                 INTO JNL-ITM-DESC (JNL-ITEM-SUB)
102400             END-STRING
102500         WHEN OTHER
102600             CONTINUE
102700     END-EVALUATE.
102800 2900-DESCRIBE-ITEM-EXIT.
102900     EXIT.
103000
103100*--------------------------------------------------------------*
103200* AN ITEM IS SIGNED OFF BY THE FIRST CARD NAMING ITS TYPE AND   *
103300* KEY - IF THE CARD'S USER IS ON AUTHUSR AND A REASON IS        *
103400* GIVEN.  OTHERWISE THE CARD IS REJECTED AND THE ITEM STAYS     *
103500* OPEN.                                                         *
103600*--------------------------------------------------------------*
103700 3000-APPLY-SIGN-OFFS.
103800     SET JNL-ITM-OPEN (JNL-ITEM-SUB) TO TRUE.
103900     PERFORM 3010-TEST-SIGN-CARD
104000         VARYING JNL-CARD-SUB FROM 1 BY 1
104100         UNTIL JNL-CARD-SUB > JNL-CARD-CNT
104200         OR (JNL-TBL-ITEM-TYPE (JNL-CARD-SUB)
104300             = JNL-ITM-TYPE (JNL-ITEM-SUB)
104400             AND JNL-TBL-ITEM-KEY (JNL-CARD-SUB)
104500             = JNL-ITM-KEY (JNL-ITEM-SUB)).
104600     IF JNL-CARD-SUB > JNL-CARD-CNT
104700         GO TO 3000-APPLY-SIGN-OFFS-EXIT
104800     END-IF.
104900     SET JNL-TBL-CARD-USED (JNL-CARD-SUB) TO TRUE.
105000     MOVE JNL-TBL-USER-ID (JNL-CARD-SUB)
105100         TO JNL-ITM-USER-ID (JNL-ITEM-SUB).
105200     SET JNL-USER-NOT-AUTH TO TRUE.
105300     PERFORM 3020-TEST-AUTH-ENTRY
105400         VARYING JNL-AUTH-SUB FROM 1 BY 1
105500         UNTIL JNL-AUTH-SUB > JNL-AUTH-CNT
105600         OR JNL-USER-AUTHORIZED.
105700     IF JNL-USER-NOT-AUTH
105800         ADD 1 TO JNL-CARDS-REJECTED
105900         MOVE 'NOT AUTHORIZED' TO JNL-ITM-REASON (JNL-ITEM-SUB)
106000         GO TO 3000-APPLY-SIGN-OFFS-EXIT
106100     END-IF.
106200     IF JNL-TBL-REASON (JNL-CARD-SUB) = SPACES
106300         ADD 1 TO JNL-CARDS-REJECTED
106400         MOVE 'NO REASON GIVEN' TO JNL-ITM-REASON (JNL-ITEM-SUB)
106500         GO TO 3000-APPLY-SIGN-OFFS-EXIT
106600     END-IF.
106700     SET JNL-ITM-SIGNED (JNL-ITEM-SUB) TO TRUE.
106800     MOVE JNL-TBL-REASON (JNL-CARD-SUB)
106900         TO JNL-ITM-REASON (JNL-ITEM-SUB).
107000 3000-APPLY-SIGN-OFFS-EXIT.
107100     EXIT.
107200
107300 3010-TEST-SIGN-CARD.
107400     CONTINUE.
107500
107600 3020-TEST-AUTH-ENTRY.
107700     IF JNL-AUTH-ID (JNL-AUTH-SUB)
107800         = JNL-TBL-USER-ID (JNL-CARD-SUB)
107900         SET JNL-USER-AUTHORIZED TO TRUE
108000     END-IF.
108100
108200*--------------------------------------------------------------*
108300* CERTIFIED ONLY WHEN NO ITEM IS LEFT OPEN AND NONE WAS LOST TO *
108400* A FULL TABLE.                                                 *
108500*--------------------------------------------------------------*
108600 3500-DECIDE-VERDICT.
108700     PERFORM 3510-COUNT-ITEM
108800         THRU 3510-COUNT-ITEM-EXIT
108900         VARYING JNL-ITEM-SUB FROM 1 BY 1
109000         UNTIL JNL-ITEM-SUB > JNL-ITEM-CNT.
109100     IF JNL-ITEMS-OPEN = ZERO AND JNL-ITEMS-OVERFLOW = ZERO
109200         SET JNL-CERTIFIED TO TRUE
109300     ELSE
109400         SET JNL-WITHHELD TO TRUE
109500     END-IF.
109600 3500-DECIDE-VERDICT-EXIT.
109700     EXIT.
109800
109900 3510-COUNT-ITEM.
110000     PERFORM 7200-FIND-CHECK
110100         THRU 7200-FIND-CHECK-EXIT.
110200     ADD 1 TO JNL-CHECK-FOUND (JNL-CHECK-SUB).
110300     IF JNL-ITM-SIGNED (JNL-ITEM-SUB)
110400         ADD 1 TO JNL-ITEMS-SIGNED
110500         ADD 1 TO JNL-CHECK-SIGNED (JNL-CHECK-SUB)
110600     ELSE
110700         ADD 1 TO JNL-ITEMS-OPEN
110800     END-IF.
110900 3510-COUNT-ITEM-EXIT.
111000     EXIT.
111100
111200*--------------------------------------------------------------*
111300* GLINTF IS TOTALLED EITHER WAY FOR THE CERTIFICATE, BUT ONLY   *
111400* COPIED TO GLRLSE FOR THE LEDGER WHEN THE CYCLE IS CERTIFIED.  *
111500*--------------------------------------------------------------*
111600 4000-RELEASE-GLINTF.
111700     READ GL-INTF-FILE INTO JNL-GL-DTL-VIEW
111800         AT END
111900             SET JNL-GLINTF-EOF TO TRUE
112000             GO TO 4000-RELEASE-GLINTF-EXIT
112100     END-READ.
112200     IF JNL-GLD-HEADER
112300         ADD 1 TO JNL-GL-BATCHES
112400     END-IF.
112500     IF JNL-GLD-DETAIL
112600         ADD 1 TO JNL-GL-LINES
112700         ADD JNL-GLD-AMT TO JNL-GL-AMT
112800     END-IF.
112900     IF JNL-CERTIFIED
113000         MOVE GL-INTF-RECORD TO GL-RLSE-RECORD
113100         WRITE GL-RLSE-RECORD
113200         ADD 1 TO JNL-GL-RECS-COPIED
113300     END-IF.
113400 4000-RELEASE-GLINTF-EXIT.
113500     EXIT.
113600
113700*--------------------------------------------------------------*
113800* THE CHECKLIST - EACH CHECK'S STANDING, THEN ITS ITEMS, THEN   *
113900* ANY CARD THAT SIGNED OFF NOTHING, THEN THE VERDICT.           *
114000*--------------------------------------------------------------*
114100 5000-WRITE-CHECKLIST.
114200     PERFORM 5100-WRITE-ONE-CHECK
114300         THRU 5100-WRITE-ONE-CHECK-EXIT
114400         VARYING JNL-CHECK-SUB FROM 1 BY 1
114500         UNTIL JNL-CHECK-SUB > 7.
114600     PERFORM 5300-REPORT-UNUSED-CARD
114700         THRU 5300-REPORT-UNUSED-CARD-EXIT
114800         VARYING JNL-CARD-SUB FROM 1 BY 1
114900         UNTIL JNL-CARD-SUB > JNL-CARD-CNT.
115000     IF JNL-ITEMS-OVERFLOW > ZERO
115100         MOVE JNL-ITEMS-OVERFLOW TO JNL-EDIT-SMALL
115200         MOVE SPACES TO CCG-RPT-LINE
115300         STRING '*** ' JNL-EDIT-SMALL ' FURTHER ITEMS DID NOT '
115400             'FIT THE CHECKLIST - CANNOT CERTIFY'
115500             DELIMITED BY SIZE INTO CCG-RPT-LINE
115600         END-STRING
115700         WRITE CCG-RPT-LINE
115800     END-IF.
115900     MOVE SPACES TO CCG-RPT-LINE.
116000     WRITE CCG-RPT-LINE.
116100     MOVE JNL-GL-LINES TO JNL-EDIT-CNT.
116200     MOVE JNL-GL-AMT   TO JNL-EDIT-AMT.
116300     MOVE SPACES TO CCG-RPT-LINE.
116400     IF JNL-CERTIFIED
116500         STRING 'CERTIFIED - GLINTF RELEASED TO GLRLSE, '
116600             JNL-EDIT-CNT ' LINES ' JNL-EDIT-AMT
116700             DELIMITED BY SIZE INTO CCG-RPT-LINE
116800         END-STRING
116900     ELSE
117000         STRING '*** WITHHELD - GLINTF NOT RELEASED, '
117100             JNL-EDIT-CNT ' LINES ' JNL-EDIT-AMT
117200             DELIMITED BY SIZE INTO CCG-RPT-LINE
117300         END-STRING
117400     END-IF.
117500     WRITE CCG-RPT-LINE.
117600 5000-WRITE-CHECKLIST-EXIT.
117700     EXIT.
117800
117900 5100-WRITE-ONE-CHECK.
118000     MOVE SPACES TO CCG-RPT-LINE.
118100     WRITE CCG-RPT-LINE.
118200     MOVE SPACES TO CCG-RPT-LINE.
118300     IF JNL-CHECK-FOUND (JNL-CHECK-SUB) = ZERO
118400         STRING JNL-CHECK-TYPE (JNL-CHECK-SUB) SPACE SPACE
118500             JNL-CHECK-NAME (JNL-CHECK-SUB) ' CLEAR'
118600             DELIMITED BY SIZE INTO CCG-RPT-LINE
118700         END-STRING
118800         WRITE CCG-RPT-LINE
118900         GO TO 5100-WRITE-ONE-CHECK-EXIT
119000     END-IF.
119100     MOVE JNL-CHECK-FOUND (JNL-CHECK-SUB)  TO JNL-EDIT-SMALL.
119200     MOVE JNL-CHECK-SIGNED (JNL-CHECK-SUB) TO JNL-EDIT-SMALL-2.
119300     STRING JNL-CHECK-TYPE (JNL-CHECK-SUB) SPACE SPACE
119400         JNL-CHECK-NAME (JNL-CHECK-SUB) JNL-EDIT-SMALL
119500         ' ITEMS,' JNL-EDIT-SMALL-2 ' SIGNED OFF'
119600         DELIMITED BY SIZE INTO CCG-RPT-LINE
119700     END-STRING.
119800     WRITE CCG-RPT-LINE.
119900     PERFORM 5200-WRITE-ONE-ITEM
120000         THRU 5200-WRITE-ONE-ITEM-EXIT
120100         VARYING JNL-ITEM-SUB FROM 1 BY 1
120200         UNTIL JNL-ITEM-SUB > JNL-ITEM-CNT.
120300 5100-WRITE-ONE-CHECK-EXIT.
120400     EXIT.
120500
120600 5200-WRITE-ONE-ITEM.
120700     IF JNL-ITM-TYPE (JNL-ITEM-SUB)
120800         NOT = JNL-CHECK-TYPE (JNL-CHECK-SUB)
120900         GO TO 5200-WRITE-ONE-ITEM-EXIT
121000     END-IF.
121100     MOVE SPACES TO JNL-RPT-LINE.
121200     MOVE JNL-ITM-TYPE (JNL-ITEM-SUB) TO JNL-RPT-TYPE.
121300     MOVE JNL-ITM-KEY (JNL-ITEM-SUB)  TO JNL-RPT-KEY.
121400     MOVE JNL-ITM-DESC (JNL-ITEM-SUB) TO JNL-RPT-DESC.
121500     MOVE JNL-ITM-USER-ID (JNL-ITEM-SUB) TO JNL-RPT-USER-ID.
121600     IF JNL-ITM-SIGNED (JNL-ITEM-SUB)
121700         MOVE 'SIGNED OFF' TO JNL-RPT-STATE
121800     ELSE
121900         MOVE '*** OPEN' TO JNL-RPT-STATE
122000     END-IF.
122100     MOVE JNL-RPT-LINE TO CCG-RPT-LINE.
122200     WRITE CCG-RPT-LINE.
122300     IF JNL-ITM-REASON (JNL-ITEM-SUB) NOT = SPACES
122400         MOVE SPACES TO CCG-RPT-LINE
122500         STRING '      REASON: ' JNL-ITM-REASON (JNL-ITEM-SUB)
122600             DELIMITED BY SIZE INTO CCG-RPT-LINE
122700         END-STRING
122800         WRITE CCG-RPT-LINE
122900     END-IF.
123000 5200-WRITE-ONE-ITEM-EXIT.
123100     EXIT.
123200
123300*--------------------------------------------------------------*
123400* A CARD THAT MATCHED NO ITEM IS PROBABLY A KEYING ERROR -      *
123500* SURFACE IT RATHER THAN LET THE REVIEWER BELIEVE IT TOOK.      *
123600*--------------------------------------------------------------*
123700 5300-REPORT-UNUSED-CARD.
123800     IF JNL-TBL-CARD-USED (JNL-CARD-SUB)
123900         GO TO 5300-REPORT-UNUSED-CARD-EXIT
124000     END-IF.
124100     ADD 1 TO JNL-CARDS-UNMATCHED.
124200     MOVE SPACES TO CCG-RPT-LINE.
124300     STRING 'CARD NOT MATCHED TO ANY ITEM - '
124400         JNL-TBL-ITEM-TYPE (JNL-CARD-SUB) SPACE
124500         JNL-TBL-ITEM-KEY (JNL-CARD-SUB) SPACE
124600         JNL-TBL-USER-ID (JNL-CARD-SUB)
124700         DELIMITED BY SIZE INTO CCG-RPT-LINE
124800     END-STRING.
124900     WRITE CCG-RPT-LINE.
125000 5300-REPORT-UNUSED-CARD-EXIT.
125100     EXIT.
125200
125300*--------------------------------------------------------------*
125400* THE CERTIFICATE - EVERY ITEM WITH ITS STANDING AND SIGNER,    *
125500* THEN THE VERDICT ROW - APPENDED TO CERTLOG.                   *
125600*--------------------------------------------------------------*
125700 6000-WRITE-CERTIFICATE.
125800     PERFORM 6100-LOG-ONE-ITEM
125900         THRU 6100-LOG-ONE-ITEM-EXIT
126000         VARYING JNL-ITEM-SUB FROM 1 BY 1
126100         UNTIL JNL-ITEM-SUB > JNL-ITEM-CNT.
126200     PERFORM 6200-SET-LOG-KEY
126300         THRU 6200-SET-LOG-KEY-EXIT.
126400     SET CERTLOG-CERTIFICATE TO TRUE.
126500     MOVE JNL-VERDICT-SW   TO CERTLOG-VERDICT-CD.
126600     MOVE JNL-ITEM-CNT     TO CERTLOG-ITEMS-FOUND.
126700     MOVE JNL-ITEMS-SIGNED TO CERTLOG-ITEMS-SIGNED.
126800     COMPUTE CERTLOG-ITEMS-OPEN
126900         = JNL-ITEMS-OPEN + JNL-ITEMS-OVERFLOW.
127000     MOVE JNL-GL-BATCHES   TO CERTLOG-GL-BATCHES.
127100     MOVE JNL-GL-LINES     TO CERTLOG-GL-LINES.
127200     MOVE JNL-GL-AMT       TO CERTLOG-GL-AMT.
127300     WRITE CERTLOG-RECORD.
127400 6000-WRITE-CERTIFICATE-EXIT.
127500     EXIT.
127600
127700 6100-LOG-ONE-ITEM.
127800     PERFORM 6200-SET-LOG-KEY
127900         THRU 6200-SET-LOG-KEY-EXIT.
128000     SET CERTLOG-ITEM TO TRUE.
128100     MOVE JNL-ITM-TYPE (JNL-ITEM-SUB)     TO CERTLOG-ITEM-TYPE.
128200     MOVE JNL-ITM-KEY (JNL-ITEM-SUB)      TO CERTLOG-ITEM-KEY.
128300     MOVE JNL-ITM-DESC (JNL-ITEM-SUB)     TO CERTLOG-ITEM-DESC.
128400     MOVE JNL-ITM-STATE-CD (JNL-ITEM-SUB) TO CERTLOG-ITEM-STATE.
128500     MOVE JNL-ITM-USER-ID (JNL-ITEM-SUB)
128600         TO CERTLOG-SIGN-USER-ID.
128700     MOVE JNL-ITM-REASON (JNL-ITEM-SUB)   TO CERTLOG-SIGN-REASON.
128800     WRITE CERTLOG-RECORD.
128900 6100-LOG-ONE-ITEM-EXIT.
129000     EXIT.
129100
129200 6200-SET-LOG-KEY.
129300     MOVE SPACES TO CERTLOG-RECORD.
129400     MOVE JNL-CTL-BL-CYC-CD  TO CERTLOG-BL-CYC-CD.
129500     MOVE JNL-CTL-CLOSE-DT   TO CERTLOG-CLOSE-DT.
129600     MOVE JNL-RUN-DATE       TO CERTLOG-RUN-DT.
129700     MOVE JNL-RUN-TIME (1:6) TO CERTLOG-RUN-TM.
129800 6200-SET-LOG-KEY-EXIT.
129900     EXIT.
130000
130100*--------------------------------------------------------------*
130200* FIND THE CHECKLIST ITEM OF JNL-NEW-TYPE/JNL-NEW-KEY, ADDING   *
130300* IT IF NEW.  A FULL TABLE RETURNS ZERO AND IS COUNTED - THE    *
130400* CYCLE CANNOT BE CERTIFIED ON A PARTIAL CHECKLIST.             *
130500*--------------------------------------------------------------*
130600 7100-FIND-OR-ADD-ITEM.
130700     PERFORM 7110-TEST-ITEM-ENTRY
130800         VARYING JNL-ITEM-SUB FROM 1 BY 1
130900         UNTIL JNL-ITEM-SUB > JNL-ITEM-CNT
131000         OR (JNL-ITM-TYPE (JNL-ITEM-SUB) = JNL-NEW-TYPE
131100             AND JNL-ITM-KEY (JNL-ITEM-SUB) = JNL-NEW-KEY).
131200     IF JNL-ITEM-SUB NOT > JNL-ITEM-CNT
131300         GO TO 7100-FIND-OR-ADD-ITEM-EXIT
131400     END-IF.
131500     IF JNL-ITEM-CNT >= 500
131600         ADD 1 TO JNL-ITEMS-OVERFLOW
131700         MOVE ZERO TO JNL-ITEM-SUB
131800         GO TO 7100-FIND-OR-ADD-ITEM-EXIT
131900     END-IF.
132000     ADD 1 TO JNL-ITEM-CNT.
132100     MOVE JNL-ITEM-CNT TO JNL-ITEM-SUB.
132200     MOVE JNL-NEW-TYPE TO JNL-ITM-TYPE (JNL-ITEM-SUB).
132300     MOVE JNL-NEW-KEY  TO JNL-ITM-KEY (JNL-ITEM-SUB).
132400     MOVE SPACES TO JNL-ITM-DESC (JNL-ITEM-SUB)
132500                    JNL-ITM-USER-ID (JNL-ITEM-SUB)
132600                    JNL-ITM-REASON (JNL-ITEM-SUB).
132700     MOVE ZERO TO JNL-ITM-CNT (JNL-ITEM-SUB)
132800                  JNL-ITM-CNT-2 (JNL-ITEM-SUB)
132900                  JNL-ITM-AMT (JNL-ITEM-SUB)
133000                  JNL-ITM-AMT-2 (JNL-ITEM-SUB).
133100     SET JNL-ITM-OPEN (JNL-ITEM-SUB) TO TRUE.
133200 7100-FIND-OR-ADD-ITEM-EXIT.
133300     EXIT.
133400
133500 7110-TEST-ITEM-ENTRY.
133600     CONTINUE.
133700
133800 7200-FIND-CHECK.
133900     PERFORM 7210-TEST-CHECK-ENTRY
134000         VARYING JNL-CHECK-SUB FROM 1 BY 1
134100         UNTIL JNL-CHECK-SUB > 7
134200         OR JNL-CHECK-TYPE (JNL-CHECK-SUB)
134300             = JNL-ITM-TYPE (JNL-ITEM-SUB).
134400 7200-FIND-CHECK-EXIT.
134500     EXIT.
134600
134700 7210-TEST-CHECK-ENTRY.
134800     CONTINUE.
134900
135000*--------------------------------------------------------------*
135100 9000-TERMINATE.
135200     CLOSE GL-INTF-FILE GL-RLSE-FILE CERT-LOG-FILE CCG-RPT-FILE.
135300     IF NOT JNL-TIFHOLD-NOT-FOUND
135400         CLOSE TIF-HOLD-FILE
135500     END-IF.
135600     IF NOT JNL-TIFQUAR-NOT-FOUND
135700         CLOSE TIF-QUAR-FILE
135800     END-IF.
135900     IF NOT JNL-RP519HLD-NOT-FOUND
136000         CLOSE RP519-HOLD-FILE
136100     END-IF.
136200     IF NOT JNL-EXCPIN-NOT-FOUND
136300         CLOSE EXCP-IN-FILE
136400     END-IF.
136500     IF NOT JNL-ALCHOLD-NOT-FOUND
136600         CLOSE ALC-HOLD-FILE
136700     END-IF.
136800     DISPLAY 'IJTCCG01 - CHECKLIST ITEMS FOUND   = '
136900         JNL-ITEM-CNT.
137000     DISPLAY 'IJTCCG01 - ITEMS SIGNED OFF        = '
137100         JNL-ITEMS-SIGNED.
137200     DISPLAY 'IJTCCG01 - ITEMS STILL OPEN        = '
137300         JNL-ITEMS-OPEN.
137400     DISPLAY 'IJTCCG01 - SIGN-OFF CARDS REJECTED = '
137500         JNL-CARDS-REJECTED.
137600     DISPLAY 'IJTCCG01 - SIGN-OFF CARDS UNMATCHED= '
137700         JNL-CARDS-UNMATCHED.
137800     DISPLAY 'IJTCCG01 - GLINTF RECORDS RELEASED = '
137900         JNL-GL-RECS-COPIED.
138000     IF JNL-WITHHELD
138100         DISPLAY 'IJTCCG01 - CYCLE NOT CERTIFIED - GLINTF '
138200             'WITHHELD, RC=8'
138300         MOVE 8 TO RETURN-CODE
138400     ELSE
138500         IF JNL-CARDS-REJECTED > ZERO
138600             OR JNL-CARDS-UNMATCHED > ZERO
138700             MOVE 4 TO RETURN-CODE
138800         END-IF
138900     END-IF.
139000 9000-TERMINATE-EXIT.
139100     EXIT.
139200
139300*-------------------------------------------------------------.
139400*                     E N D   O F  I J T C C G 0 1             :
139500*-------------------------------------------------------------'
