000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJTUAR01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  10/01/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 30.1  10/01/26  RAS  NEW PROGRAM.  QUARTERLY USER-ACCESS      *
001100*                      RECERTIFICATION FOR THE AUTHUSR LISTS    *
001200*                      THAT GATE IJTVVM01, IJRCOR01, IJTHLD01,  *
001300*                      IJTRPV01 AND IJTCCG01.  THE UARCTL CARD  *
001400*                      PICKS THE MODE.  REVIEW MERGES EACH      *
001500*                      FUNCTION'S LIST WITH ITS ACTIVITY        *
001600*                      (VVAUDIT, CORAUDIT, DISPLOG, CERTLOG)    *
001700*                      AND REPORTS, MANAGER BY MANAGER          *
001800*                      (UARMGR), EVERY USER'S FUNCTIONS AND     *
001900*                      LAST ACTIVITY, FLAGGING ACCESS UNUSED    *
002000*                      FOR THE CARD'S DORMANT DAYS AND          *
002100*                      MAKER/CHECKER PAIRS WHERE EACH USER'S    *
002200*                      CHANGES WERE ONLY EVER APPROVED BY THE   *
002300*                      OTHER.  IT WRITES THE UARSGN SIGN-OFF    *
002400*                      FILE FOR THE MANAGERS TO MARK KEEP OR    *
002500*                      REVOKE.  APPLY READS THE SIGNED FILE     *
002600*                      BACK, LOGS EVERY DECISION TO UARLOG AND  *
002700*                      WRITES EACH LIST AGAIN WITHOUT ITS       *
002800*                      REVOKED USERS.  INTERNAL AUDIT FLAGGED   *
002900*                      THAT NO ONE HAD EVER REVIEWED THESE      *
003000*                      LISTS.                                   *
003010* 30.7  10/15/26  RAS  IJTDCM01 DISPUTE CASES AND IJRAPV01      *
003020*                      RP519 APPROVALS ADDED TO THE REVIEW,     *
003030*                      WITH THEIR AUTHDCM AND AUTHAPV           *
003040*                      LISTS.  DSPAUDIT AND RP5AUDIT DATE THEIR *
003050*                      USERS, AND RP5AUDIT CONFIRMATIONS FEED   *
003060*                      THE MAKER/CHECKER PAIRS.                 *
003100*--------------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT UAR-CTL-FILE  ASSIGN TO UARCTL
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS JNL-UARCTL-STATUS.
004100
004200     SELECT UAR-MGR-FILE  ASSIGN TO UARMGR
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS JNL-UARMGR-STATUS.
004500
004600     SELECT AUTH-VVM-FILE ASSIGN TO AUTHVVM
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS JNL-AUTHIN-STATUS.
004900
005000     SELECT AUTH-COR-FILE ASSIGN TO AUTHCOR
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS JNL-AUTHIN-STATUS.
005300
005400     SELECT AUTH-HLD-FILE ASSIGN TO AUTHHLD
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS JNL-AUTHIN-STATUS.
005700
005800     SELECT AUTH-RPV-FILE ASSIGN TO AUTHRPV
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS JNL-AUTHIN-STATUS.
006100
006200     SELECT AUTH-CCG-FILE ASSIGN TO AUTHCCG
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS JNL-AUTHIN-STATUS.
006500
006510     SELECT AUTH-DCM-FILE ASSIGN TO AUTHDCM
006520         ORGANIZATION IS LINE SEQUENTIAL
006530         FILE STATUS IS JNL-AUTHIN-STATUS.
006540
006550     SELECT AUTH-APV-FILE ASSIGN TO AUTHAPV
006560         ORGANIZATION IS LINE SEQUENTIAL
006570         FILE STATUS IS JNL-AUTHIN-STATUS.
006580
006600     SELECT NEW-VVM-FILE  ASSIGN TO AUTHVVMO
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS JNL-AUTHOUT-STATUS.
006900
007000     SELECT NEW-COR-FILE  ASSIGN TO AUTHCORO
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS JNL-AUTHOUT-STATUS.
007300
007400     SELECT NEW-HLD-FILE  ASSIGN TO AUTHHLDO
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS JNL-AUTHOUT-STATUS.
007700
007800     SELECT NEW-RPV-FILE  ASSIGN TO AUTHRPVO
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS JNL-AUTHOUT-STATUS.
008100
008200     SELECT NEW-CCG-FILE  ASSIGN TO AUTHCCGO
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS JNL-AUTHOUT-STATUS.
008500
008510     SELECT NEW-DCM-FILE  ASSIGN TO AUTHDCMO
008520         ORGANIZATION IS LINE SEQUENTIAL
008530         FILE STATUS IS JNL-AUTHOUT-STATUS.
008540
008550     SELECT NEW-APV-FILE  ASSIGN TO AUTHAPVO
008560         ORGANIZATION IS LINE SEQUENTIAL
008570         FILE STATUS IS JNL-AUTHOUT-STATUS.
008580
008600     SELECT VV-AUDIT-FILE ASSIGN TO VVAUDIT
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS JNL-VVAUDIT-STATUS.
008900
009000     SELECT COR-AUDIT-FILE ASSIGN TO CORAUDIT
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS JNL-CORAUDIT-STATUS.
009300
009400     SELECT DISP-LOG-FILE ASSIGN TO DISPLOG
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS JNL-DISPLOG-STATUS.
009700
009800     SELECT CERT-LOG-FILE ASSIGN TO CERTLOG
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS JNL-CERTLOG-STATUS.
010100
010110     SELECT DSP-AUDIT-FILE ASSIGN TO DSPAUDIT
010120         ORGANIZATION IS LINE SEQUENTIAL
010130         FILE STATUS IS JNL-DSPAUDIT-STATUS.
010140
010150     SELECT RP5-AUDIT-FILE ASSIGN TO RP5AUDIT
010160         ORGANIZATION IS LINE SEQUENTIAL
010170         FILE STATUS IS JNL-RP5AUDIT-STATUS.
010180
010200     SELECT UAR-SGN-FILE  ASSIGN TO UARSGN
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS JNL-UARSGN-STATUS.
010500
010600     SELECT UAR-LOG-FILE  ASSIGN TO UARLOG
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS JNL-UARLOG-STATUS.
010900
011000     SELECT UAR-RPT-FILE  ASSIGN TO UARRPT
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS JNL-UARRPT-STATUS.
011300
011400 DATA DIVISION.
011500 FILE SECTION.
011600 FD  UAR-CTL-FILE
011700     RECORDING MODE IS F.
011800 01  UAR-CTL-RECORD            PIC X(80).
011900
012000 FD  UAR-MGR-FILE
012100     RECORDING MODE IS F.
012200 01  UAR-MGR-RECORD            PIC X(80).
012300
012400 FD  AUTH-VVM-FILE
012500     RECORDING MODE IS F.
012600 01  AUTH-VVM-RECORD           PIC X(80).
012700
012800 FD  AUTH-COR-FILE
012900     RECORDING MODE IS F.
013000 01  AUTH-COR-RECORD           PIC X(80).
013100
013200 FD  AUTH-HLD-FILE
013300     RECORDING MODE IS F.
013400 01  AUTH-HLD-RECORD           PIC X(80).
013500
013600 FD  AUTH-RPV-FILE
013700     RECORDING MODE IS F.
013800 01  AUTH-RPV-RECORD           PIC X(80).
013900
014000 FD  AUTH-CCG-FILE
014100     RECORDING MODE IS F.
014200 01  AUTH-CCG-RECORD           PIC X(80).
014300
014310 FD  AUTH-DCM-FILE
014320     RECORDING MODE IS F.
014330 01  AUTH-DCM-RECORD           PIC X(80).
014340
014350 FD  AUTH-APV-FILE
014360     RECORDING MODE IS F.
014370 01  AUTH-APV-RECORD           PIC X(80).
014380
014400 FD  NEW-VVM-FILE
014500     RECORDING MODE IS F.
014600 01  NEW-VVM-RECORD            PIC X(80).
014700
014800 FD  NEW-COR-FILE
014900     RECORDING MODE IS F.
015000 01  NEW-COR-RECORD            PIC X(80).
015100
015200 FD  NEW-HLD-FILE
015300     RECORDING MODE IS F.
015400 01  NEW-HLD-RECORD            PIC X(80).
015500
015600 FD  NEW-RPV-FILE
015700     RECORDING MODE IS F.
015800 01  NEW-RPV-RECORD            PIC X(80).
015900
016000 FD  NEW-CCG-FILE
016100     RECORDING MODE IS F.
016200 01  NEW-CCG-RECORD            PIC X(80).
016300
016310 FD  NEW-DCM-FILE
016320     RECORDING MODE IS F.
016330 01  NEW-DCM-RECORD            PIC X(80).
016340
016350 FD  NEW-APV-FILE
016360     RECORDING MODE IS F.
016370 01  NEW-APV-RECORD            PIC X(80).
016380
016400 FD  VV-AUDIT-FILE
016500     RECORDING MODE IS F.
016600 01  VV-AUDIT-LINE             PIC X(160).
016700
016800 FD  COR-AUDIT-FILE
016900     RECORDING MODE IS F.
017000 01  COR-AUDIT-LINE            PIC X(120).
017100
017200 FD  DISP-LOG-FILE
017300     RECORDING MODE IS F.
017400 01  DISP-LOG-LINE             PIC X(200).
017500
017600 FD  CERT-LOG-FILE
017700     RECORDING MODE IS F.
017800     COPY certlog.
017900
017910 FD  DSP-AUDIT-FILE
017920     RECORDING MODE IS F.
017930 01  DSP-AUDIT-LINE            PIC X(280).
017940
017950 FD  RP5-AUDIT-FILE
017960     RECORDING MODE IS F.
017970 01  RP5-AUDIT-LINE            PIC X(230).
017980
018000 FD  UAR-SGN-FILE
018100     RECORDING MODE IS F.
018200     COPY uarsgn.
018300
018400 FD  UAR-LOG-FILE
018500     RECORDING MODE IS F.
018600 01  UAR-LOG-LINE              PIC X(160).
018700
018800 FD  UAR-RPT-FILE
018900     RECORDING MODE IS F.
019000 01  UAR-RPT-LINE              PIC X(132).
019100
019200 WORKING-STORAGE SECTION.
019300 01  JNL-UARCTL-STATUS         PIC X(02) VALUE SPACES.
019400     88  JNL-UARCTL-OK                   VALUE '00'.
019500 01  JNL-UARMGR-STATUS         PIC X(02) VALUE SPACES.
019600     88  JNL-UARMGR-OK                   VALUE '00'.
019700     88  JNL-UARMGR-EOF                  VALUE '10'.
019800     88  JNL-UARMGR-NOT-FOUND            VALUE '35'.
019900 01  JNL-AUTHIN-STATUS         PIC X(02) VALUE SPACES.
020000     88  JNL-AUTHIN-OK                   VALUE '00'.
020100     88  JNL-AUTHIN-EOF                  VALUE '10'.
020200     88  JNL-AUTHIN-NOT-FOUND            VALUE '35'.
020300 01  JNL-AUTHOUT-STATUS        PIC X(02) VALUE SPACES.
020400 01  JNL-VVAUDIT-STATUS        PIC X(02) VALUE SPACES.
020500     88  JNL-VVAUDIT-OK                  VALUE '00'.
020600     88  JNL-VVAUDIT-EOF                 VALUE '10'.
020700 01  JNL-CORAUDIT-STATUS       PIC X(02) VALUE SPACES.
020800     88  JNL-CORAUDIT-OK                 VALUE '00'.
020900     88  JNL-CORAUDIT-EOF                VALUE '10'.
021000 01  JNL-DISPLOG-STATUS        PIC X(02) VALUE SPACES.
021100     88  JNL-DISPLOG-OK                  VALUE '00'.
021200     88  JNL-DISPLOG-EOF                 VALUE '10'.
021300 01  JNL-CERTLOG-STATUS        PIC X(02) VALUE SPACES.
021400     88  JNL-CERTLOG-OK                  VALUE '00'.
021500     88  JNL-CERTLOG-EOF                 VALUE '10'.
021510 01  JNL-DSPAUDIT-STATUS       PIC X(02) VALUE SPACES.
021520     88  JNL-DSPAUDIT-OK                 VALUE '00'.
021530     88  JNL-DSPAUDIT-EOF                VALUE '10'.
021540 01  JNL-RP5AUDIT-STATUS       PIC X(02) VALUE SPACES.
021550     88  JNL-RP5AUDIT-OK                 VALUE '00'.
021560     88  JNL-RP5AUDIT-EOF                VALUE '10'.
021600 01  JNL-UARSGN-STATUS         PIC X(02) VALUE SPACES.
021700     88  JNL-UARSGN-OK                   VALUE '00'.
021800     88  JNL-UARSGN-EOF                  VALUE '10'.
021900 01  JNL-UARLOG-STATUS         PIC X(02) VALUE SPACES.
022000     88  JNL-UARLOG-OK                   VALUE '00'.
022100 01  JNL-UARRPT-STATUS         PIC X(02) VALUE SPACES.
022200
022300*--------------------------------------------------------------*
022400* CONTROL CARD - MODE, THE AS-OF DATE ACTIVITY IS AGED FROM     *
022500* (CCYYMMDD, BLANK - TODAY), THE DAYS WITHOUT ACTIVITY THAT     *
022600* MAKE ACCESS DORMANT (ZERO OR BLANK - 90) AND THE MANAGER WHO  *
022700* REVIEWS ANY USER UARMGR DOES NOT NAME.  APPLY USES THE MODE   *
022800* ALONE.                                                        *
022900*--------------------------------------------------------------*
023000 01  JNL-UAR-CARD.
023100     05  JNL-CARD-MODE         PIC X(08).
023200         88  JNL-MODE-REVIEW            VALUE 'REVIEW  '.
023300         88  JNL-MODE-APPLY             VALUE 'APPLY   '.
023400     05  JNL-CARD-ASOF-DT      PIC X(08).
023500     05  JNL-CARD-DORMANT-DAYS PIC X(03).
023600     05  JNL-CARD-DORMANT-9 REDEFINES JNL-CARD-DORMANT-DAYS
023700                               PIC 9(03).
023800     05  JNL-CARD-DEFAULT-MGR  PIC X(08).
023900     05  FILLER                PIC X(53).
024000 01  JNL-DORMANT-DAYS          PIC 9(03) VALUE 090.
024100 01  JNL-DEFAULT-MGR-ID        PIC X(08) VALUE '????????'.
024200
024300*--------------------------------------------------------------*
024400* THE SEVEN FUNCTIONS UNDER REVIEW, EACH WITH ITS OWN AUTHUSR   *
024500* LIST DD, AND WHETHER THE FUNCTION KEEPS AN ACTIVITY LOG THE   *
024600* REVIEW CAN DATE ITS USERS FROM.  IJTRPV01 IS READ-ONLY AND    *
024700* LOGS NOTHING, SO ITS USERS ARE NEVER CALLED DORMANT.          *
024800*--------------------------------------------------------------*
024900 01  JNL-FUNC-NAMES.
025000     05  FILLER                PIC X(30)
025100         VALUE 'VVMYIJTVVM01 VALID-VALUE MAINT'.
025200     05  FILLER                PIC X(30)
025300         VALUE 'CORYIJRCOR01 REJECT CORRECTION'.
025400     05  FILLER                PIC X(30)
025500         VALUE 'HLDYIJTHLD01 HOLD DISPOSITION '.
025600     05  FILLER                PIC X(30)
025700         VALUE 'RPVNIJTRPV01 REPORT VIEWER    '.
025800     05  FILLER                PIC X(30)
025900         VALUE 'CCGYIJTCCG01 CLOSE SIGN-OFF   '.
025920     05  FILLER                PIC X(30)
025940         VALUE 'DCMYIJTDCM01 DISPUTE CASES    '.
025960     05  FILLER                PIC X(30)
025980         VALUE 'APVYIJRAPV01 RP519 APPROVAL   '.
026000 01  JNL-FUNC-TABLE REDEFINES JNL-FUNC-NAMES.
026100     05  JNL-FUNC-ENTRY OCCURS 7 TIMES.
026200         10  JNL-FUNC-CD           PIC X(03).
026300         10  JNL-FUNC-LOGGED-SW    PIC X(01).
026400             88  JNL-FUNC-LOGGED          VALUE 'Y'.
026500         10  JNL-FUNC-NAME         PIC X(26).
026600 01  JNL-FUNC-SUB              PIC 9(04) COMP VALUE ZERO.
026700 01  JNL-FUNC-SUB-2            PIC 9(04) COMP VALUE ZERO.
026800 01  JNL-FUNC-STATES.
026900     05  JNL-FUNC-STATE OCCURS 7 TIMES.
027000         10  JNL-FUNC-LIST-SW      PIC X(01).
027100             88  JNL-FUNC-LIST-READ       VALUE 'Y'.
027200         10  JNL-FUNC-LOG-SW       PIC X(01).
027300             88  JNL-FUNC-LOG-READ        VALUE 'Y'.
027400 01  JNL-FIND-FUNC-CD          PIC X(03) VALUE SPACES.
027500
027600 01  JNL-AUTH-VIEW.
027700     05  JNL-AUTH-USER-ID      PIC X(08).
027800     05  JNL-AUTH-DESC         PIC X(30).
027900     05  FILLER                PIC X(42).
028000
028100*--------------------------------------------------------------*
028200* UARMGR - EACH USER'S REVIEWING MANAGER.                       *
028300*--------------------------------------------------------------*
028400 01  JNL-MGR-VIEW.
028500     05  JNL-MGRV-USER-ID      PIC X(08).
028600     05  JNL-MGRV-MGR-ID       PIC X(08).
028700     05  FILLER                PIC X(64).
028800 01  JNL-MAP-CNT               PIC 9(04) COMP VALUE ZERO.
028900 01  JNL-MAP-SUB               PIC 9(04) COMP VALUE ZERO.
029000 01  JNL-MAP-TABLE.
029100     05  JNL-MAP-ENTRY OCCURS 300 TIMES.
029200         10  JNL-MAP-USER-ID       PIC X(08).
029300         10  JNL-MAP-MGR-ID        PIC X(08).
029400
029500*--------------------------------------------------------------*
029600* EVERY USER ON ANY LIST, WITH PER FUNCTION WHETHER THEY HOLD   *
029700* IT, THEIR LAST ACTIVITY IN IT AND THE FLAGS THE REVIEW        *
029800* RAISES.                                                       *
029900*--------------------------------------------------------------*
030000 01  JNL-USR-CNT               PIC 9(04) COMP VALUE ZERO.
030100 01  JNL-USR-SUB               PIC 9(04) COMP VALUE ZERO.
030200 01  JNL-USR-TABLE.
030300     05  JNL-USR-ENTRY OCCURS 300 TIMES.
030400         10  JNL-USR-ID            PIC X(08).
030500         10  JNL-USR-DESC          PIC X(30).
030600         10  JNL-USR-MGR-ID        PIC X(08).
030700         10  JNL-USR-FUNC OCCURS 7 TIMES.
030800             15  JNL-USR-HOLDS-SW      PIC X(01).
030900                 88  JNL-USR-HOLDS           VALUE 'Y'.
031000             15  JNL-USR-LAST-DT       PIC X(08).
031100             15  JNL-USR-ACT-CNT       PIC S9(07) COMP-3.
031200             15  JNL-USR-PAIR-SW       PIC X(01).
031300                 88  JNL-USR-IN-PAIR         VALUE 'Y'.
031400             15  JNL-USR-DORMANT-SW    PIC X(01).
031500                 88  JNL-USR-DORMANT         VALUE 'Y'.
031600 01  JNL-FIND-USER-ID          PIC X(08) VALUE SPACES.
031700 01  JNL-USERS-DROPPED         PIC S9(05) COMP-3 VALUE ZERO.
031800
031900*--------------------------------------------------------------*
032000* THE MANAGERS, IN THE ORDER THEIR FIRST USER WAS MET.          *
032100*--------------------------------------------------------------*
032200 01  JNL-MGR-CNT               PIC 9(04) COMP VALUE ZERO.
032300 01  JNL-MGR-SUB               PIC 9(04) COMP VALUE ZERO.
032400 01  JNL-MGR-TABLE.
032500     05  JNL-MGR-ENTRY OCCURS 300 TIMES.
032600         10  JNL-MGR-ID            PIC X(08).
032700
032800*--------------------------------------------------------------*
032900* APPROVALS BY MAKER AND CHECKER, PER FUNCTION, FROM THE TWO    *
033000* DUAL-CONTROL AUDIT TRAILS.                                    *
033100*--------------------------------------------------------------*
033200 01  JNL-PAIR-CNT              PIC 9(04) COMP VALUE ZERO.
033300 01  JNL-PAIR-SUB              PIC 9(04) COMP VALUE ZERO.
033400 01  JNL-PAIR-SUB-2            PIC 9(04) COMP VALUE ZERO.
033500 01  JNL-PAIR-TABLE.
033600     05  JNL-PAIR-ENTRY OCCURS 1000 TIMES.
033700         10  JNL-PAIR-FUNC-SUB     PIC 9(04) COMP.
033800         10  JNL-PAIR-MAKER-ID     PIC X(08).
033900         10  JNL-PAIR-CHECKER-ID   PIC X(08).
034000         10  JNL-PAIR-APPR-CNT     PIC S9(07) COMP-3.
034100         10  JNL-PAIR-RECIP-SW     PIC X(01).
034200             88  JNL-PAIR-RECIPROCAL       VALUE 'Y'.
034300 01  JNL-PAIRS-DROPPED         PIC S9(05) COMP-3 VALUE ZERO.
034400 01  JNL-FIND-MAKER-ID         PIC X(08) VALUE SPACES.
034500 01  JNL-FIND-CHECKER-ID       PIC X(08) VALUE SPACES.
034600 01  JNL-CHECKERS-OF-A         PIC 9(04) COMP VALUE ZERO.
034700 01  JNL-CHECKERS-OF-B         PIC 9(04) COMP VALUE ZERO.
034800 01  JNL-REVERSE-SUB           PIC 9(04) COMP VALUE ZERO.
034900
035000*--------------------------------------------------------------*
035100* THE AUDIT TRAILS AS IJTVVM01, IJRCOR01 AND IJTHLD01 WRITE     *
035200* THEM - MAKER STAMP AND ID, CHECKER STAMP AND ID, THEN THE     *
035300* DECISION; DISPLOG IS RUN DATE, TIME AND CARD USER.            *
035400*--------------------------------------------------------------*
035500 01  JNL-VVA-VIEW.
035600     05  JNL-VVA-MAKER-DT      PIC X(08).
035700     05  FILLER                PIC X(07).
035800     05  JNL-VVA-MAKER-ID      PIC X(08).
035900     05  FILLER                PIC X(01).
036000     05  JNL-VVA-CHECKER-DT    PIC X(08).
036100     05  FILLER                PIC X(07).
036200     05  JNL-VVA-CHECKER-ID    PIC X(08).
036300     05  FILLER                PIC X(03).
036400     05  JNL-VVA-DECISION      PIC X(01).
036500     05  FILLER                PIC X(109).
036600 01  JNL-CRA-VIEW.
036700     05  JNL-CRA-MAKER-DT      PIC X(08).
036800     05  FILLER                PIC X(07).
036900     05  JNL-CRA-MAKER-ID      PIC X(08).
037000     05  FILLER                PIC X(01).
037100     05  JNL-CRA-CHECKER-DT    PIC X(08).
037200     05  FILLER                PIC X(07).
037300     05  JNL-CRA-CHECKER-ID    PIC X(08).
037400     05  FILLER                PIC X(01).
037500     05  JNL-CRA-DECISION      PIC X(01).
037600     05  FILLER                PIC X(71).
037700 01  JNL-DLG-VIEW.
037800     05  JNL-DLG-RUN-DT        PIC X(08).
037900     05  FILLER                PIC X(10).
038000     05  JNL-DLG-USER-ID       PIC X(08).
038100     05  FILLER                PIC X(174).
038101
038102*--------------------------------------------------------------*
038104* DSPAUDIT AS IJTDCM01 WRITES IT, AND RP5AUDIT AS IJRAPV01      *
038106* WRITES IT - STAMP, USER AND ACTION, THEN FOR RP5AUDIT THE     *
038108* HOLD NUMBER AND THE RP5PND ROW WITH ITS MAKER AND CHECKER.    *
038110*--------------------------------------------------------------*
038112 01  JNL-DSA-VIEW.
038114     05  JNL-DSA-STAMP-DT      PIC X(08).
038116     05  FILLER                PIC X(07).
038118     05  JNL-DSA-USER-ID       PIC X(08).
038120     05  FILLER                PIC X(257).
038122 01  JNL-R5A-VIEW.
038124     05  JNL-R5A-STAMP-DT      PIC X(08).
038126     05  FILLER                PIC X(07).
038128     05  JNL-R5A-USER-ID       PIC X(08).
038130     05  FILLER                PIC X(01).
038132     05  JNL-R5A-ACTION        PIC X(01).
038134     05  FILLER                PIC X(10).
038136     05  JNL-R5A-DATA          PIC X(190).
038138     05  FILLER                PIC X(05).
038140 COPY rp5pnd.
038160
038200 01  JNL-ACT-USER-ID           PIC X(08) VALUE SPACES.
038300 01  JNL-ACT-DT                PIC X(08) VALUE SPACES.
038400
038500*--------------------------------------------------------------*
038600* APPLY - THE SIGNED ROWS, ONE PER USER PER FUNCTION.           *
038700*--------------------------------------------------------------*
038800 01  JNL-SGT-CNT               PIC 9(04) COMP VALUE ZERO.
038900 01  JNL-SGT-SUB               PIC 9(04) COMP VALUE ZERO.
039000 01  JNL-SGT-TABLE.
039100     05  JNL-SGT-ENTRY OCCURS 1500 TIMES.
039200         10  JNL-SGT-FUNC-SUB      PIC 9(04) COMP.
039300         10  JNL-SGT-USER-ID       PIC X(08).
039400         10  JNL-SGT-STATE-CD      PIC X(01).
039500             88  JNL-SGT-KEEP             VALUE 'K'.
039600             88  JNL-SGT-REVOKE           VALUE 'R'.
039700             88  JNL-SGT-NOT-ACTED        VALUE 'X'.
039800         10  JNL-SGT-USED-SW       PIC X(01).
039900             88  JNL-SGT-USED             VALUE 'Y'.
040000 01  JNL-ROW-REJECT-MSG        PIC X(40) VALUE SPACES.
040100
040200 01  JNL-STAMP.
040300     05  JNL-STAMP-DATE        PIC X(08).
040400     05  JNL-STAMP-TIME        PIC X(06).
040500 01  JNL-TIME-RAW              PIC X(08) VALUE SPACES.
040600 01  JNL-ASOF-DT               PIC X(08) VALUE SPACES.
040700 01  JNL-ASOF-DAYNO            PIC S9(07) COMP-3 VALUE ZERO.
040800 01  JNL-IDLE-DAYS             PIC S9(07) COMP-3 VALUE ZERO.
040900
041000*--------------------------------------------------------------*
041100* DATE TO DAY NUMBER - DAYS SINCE THE START OF THE COMMON ERA,  *
041200* ENOUGH TO SUBTRACT ONE DATE FROM ANOTHER.                     *
041300*--------------------------------------------------------------*
041400 01  JNL-CUM-DAYS-VALUES       PIC X(36) VALUE
041500     '000031059090120151181212243273304334'.
041600 01  JNL-CUM-DAYS-TABLE REDEFINES JNL-CUM-DAYS-VALUES.
041700     05  JNL-CUM-DAYS OCCURS 12 TIMES
041800                               PIC 9(03).
041900 01  JNL-DT-WORK.
042000     05  JNL-DT-YEAR           PIC 9(04).
042100     05  JNL-DT-MONTH          PIC 9(02).
042200     05  JNL-DT-DAY            PIC 9(02).
042300 01  JNL-DT-WORK-A REDEFINES JNL-DT-WORK
042400                               PIC X(08).
042500 01  JNL-DT-DAYNO              PIC S9(07) COMP-3 VALUE ZERO.
042600 01  JNL-DT-YM1                PIC 9(04) COMP VALUE ZERO.
042700 01  JNL-DT-QUOT               PIC 9(04) COMP VALUE ZERO.
042800 01  JNL-DT-REM-4              PIC 9(04) COMP VALUE ZERO.
042900 01  JNL-DT-REM-100            PIC 9(04) COMP VALUE ZERO.
043000 01  JNL-DT-REM-400            PIC 9(04) COMP VALUE ZERO.
043100 01  JNL-DT-LEAP-SW            PIC X(01) VALUE 'N'.
043200     88  JNL-DT-LEAP-YEAR                VALUE 'Y'.
043300
043400 01  JNL-SWITCHES.
043500     05  JNL-REVOKE-SW         PIC X(01) VALUE 'N'.
043600         88  JNL-REVOKE-USER             VALUE 'Y'.
043700     05  JNL-USER-FLAG-SW      PIC X(01) VALUE 'N'.
043800         88  JNL-USER-FLAGGED            VALUE 'Y'.
043900
044000 01  JNL-COUNTERS.
044100     05  JNL-USERS-REVIEWED    PIC S9(05) COMP-3 VALUE ZERO.
044200     05  JNL-ROWS-WRITTEN      PIC S9(05) COMP-3 VALUE ZERO.
044300     05  JNL-DORMANT-ROWS      PIC S9(05) COMP-3 VALUE ZERO.
044400     05  JNL-PAIRS-FOUND       PIC S9(05) COMP-3 VALUE ZERO.
044500     05  JNL-ROWS-READ         PIC S9(05) COMP-3 VALUE ZERO.
044600     05  JNL-ROWS-KEPT         PIC S9(05) COMP-3 VALUE ZERO.
044700     05  JNL-ROWS-REVOKED      PIC S9(05) COMP-3 VALUE ZERO.
044800     05  JNL-ROWS-REJECTED     PIC S9(05) COMP-3 VALUE ZERO.
044900     05  JNL-USERS-REMOVED     PIC S9(05) COMP-3 VALUE ZERO.
045000     05  JNL-USERS-UNREVIEWED  PIC S9(05) COMP-3 VALUE ZERO.
045100     05  JNL-REVOKES-UNMATCHED PIC S9(05) COMP-3 VALUE ZERO.
045200
045300 01  JNL-EDIT-FIELDS.
045400     05  JNL-EDIT-CNT          PIC ZZZ,ZZ9.
045500     05  JNL-EDIT-CNT-2        PIC ZZZ,ZZ9.
045600
045700 01  JNL-RPT-USER-LINE.
045800     05  JNL-RPT-USER-ID       PIC X(08).
045900     05  FILLER                PIC X(02) VALUE SPACES.
046000     05  JNL-RPT-USER-DESC     PIC X(20).
046100     05  FILLER                PIC X(02) VALUE SPACES.
046200     05  JNL-RPT-CELL OCCURS 7 TIMES
046300                               PIC X(11).
046400     05  FILLER                PIC X(02) VALUE SPACES.
046500     05  JNL-RPT-FLAGS         PIC X(12).
046600     05  FILLER                PIC X(09) VALUE SPACES.
046700 01  JNL-CELL-WORK.
046800     05  JNL-CELL-DT           PIC X(08).
046900     05  FILLER                PIC X(01) VALUE SPACE.
047000     05  JNL-CELL-FLAG         PIC X(01).
047100     05  FILLER                PIC X(01) VALUE SPACE.
047200
047300 PROCEDURE DIVISION.
047400*--------------------------------------------------------------*
047500 0000-MAINLINE.
047600     PERFORM 1000-INITIALIZE
047700         THRU 1000-INITIALIZE-EXIT.
047800     IF JNL-MODE-REVIEW
047900         PERFORM 2000-LOAD-LISTS
048000             THRU 2000-LOAD-LISTS-EXIT
048100         PERFORM 3000-SCAN-ACTIVITY
048200             THRU 3000-SCAN-ACTIVITY-EXIT
048300         PERFORM 3500-FIND-PAIRS
048400             THRU 3500-FIND-PAIRS-EXIT
048500             VARYING JNL-PAIR-SUB FROM 1 BY 1
048600             UNTIL JNL-PAIR-SUB > JNL-PAIR-CNT
048700         PERFORM 4000-WRITE-REVIEW
048800             THRU 4000-WRITE-REVIEW-EXIT
048900     ELSE
049000         PERFORM 6000-APPLY-SIGN-OFFS
049100             THRU 6000-APPLY-SIGN-OFFS-EXIT
049200     END-IF.
049300     PERFORM 9000-TERMINATE
049400         THRU 9000-TERMINATE-EXIT.
049500     GOBACK.
049600
049700*--------------------------------------------------------------*
049800 1000-INITIALIZE.
049900     ACCEPT JNL-STAMP-DATE FROM DATE YYYYMMDD.
050000     ACCEPT JNL-TIME-RAW FROM TIME.
050100     MOVE JNL-TIME-RAW (1:6) TO JNL-STAMP-TIME.
050200     MOVE ALL 'N' TO JNL-FUNC-STATES.
050300     OPEN INPUT UAR-CTL-FILE.
050400     IF NOT JNL-UARCTL-OK
050500         DISPLAY 'IJTUAR01 - UNABLE TO OPEN UARCTL, RC=16'
050600         MOVE 16 TO RETURN-CODE
050700         GOBACK
050800     END-IF.
050900     READ UAR-CTL-FILE INTO JNL-UAR-CARD
051000         AT END
051100             DISPLAY 'IJTUAR01 - UARCTL IS EMPTY, RC=16'
051200             MOVE 16 TO RETURN-CODE
051300             GOBACK
051400     END-READ.
051500     CLOSE UAR-CTL-FILE.
051600     IF NOT JNL-MODE-REVIEW AND NOT JNL-MODE-APPLY
051700         DISPLAY 'IJTUAR01 - UNRECOGNIZED MODE "' JNL-CARD-MODE
051800             '" ON UARCTL, RC=16'
051900         MOVE 16 TO RETURN-CODE
052000         GOBACK
052100     END-IF.
052200     IF JNL-CARD-ASOF-DT = SPACES
052300         MOVE JNL-STAMP-DATE TO JNL-ASOF-DT
052400     ELSE
052500         MOVE JNL-CARD-ASOF-DT TO JNL-ASOF-DT
052600     END-IF.
052700     MOVE JNL-ASOF-DT TO JNL-DT-WORK-A.
052800     PERFORM 7000-DATE-TO-DAYNO
052900         THRU 7000-DATE-TO-DAYNO-EXIT.
053000     IF JNL-DT-DAYNO = ZERO
053100         DISPLAY 'IJTUAR01 - UARCTL AS-OF DATE "' JNL-ASOF-DT
053200             '" NOT CCYYMMDD, RC=16'
053300         MOVE 16 TO RETURN-CODE
053400         GOBACK
053500     END-IF.
053600     MOVE JNL-DT-DAYNO TO JNL-ASOF-DAYNO.
053700     IF JNL-CARD-DORMANT-DAYS NUMERIC
053800         IF JNL-CARD-DORMANT-9 > ZERO
053900             MOVE JNL-CARD-DORMANT-9 TO JNL-DORMANT-DAYS
054000         END-IF
054100     END-IF.
054200     IF JNL-CARD-DEFAULT-MGR NOT = SPACES
054300         MOVE JNL-CARD-DEFAULT-MGR TO JNL-DEFAULT-MGR-ID
054400     END-IF.
054500
054600     IF JNL-MODE-REVIEW
054700         PERFORM 1100-LOAD-MANAGERS
054800             THRU 1100-LOAD-MANAGERS-EXIT
054900         OPEN OUTPUT UAR-SGN-FILE
055000     ELSE
055100         OPEN INPUT UAR-SGN-FILE
055200         IF NOT JNL-UARSGN-OK
055300             DISPLAY 'IJTUAR01 - UNABLE TO OPEN UARSGN, STATUS = '
055400                 JNL-UARSGN-STATUS
055500             MOVE 16 TO RETURN-CODE
055600             GOBACK
055700         END-IF
055800         OPEN EXTEND UAR-LOG-FILE
055900         IF NOT JNL-UARLOG-OK
056000             DISPLAY 'IJTUAR01 - UNABLE TO OPEN UARLOG, RC=16'
056100             MOVE 16 TO RETURN-CODE
056200             GOBACK
056300         END-IF
056400     END-IF.
056500
056600     OPEN OUTPUT UAR-RPT-FILE.
056700     MOVE SPACES TO UAR-RPT-LINE.
056800     STRING 'IJTUAR01 - USER-ACCESS RECERTIFICATION - '
056900         JNL-CARD-MODE ' AS OF ' JNL-ASOF-DT
057000         ' RUN ' JNL-STAMP-DATE SPACE JNL-STAMP-TIME
057100         DELIMITED BY SIZE INTO UAR-RPT-LINE
057200     END-STRING.
057300     WRITE UAR-RPT-LINE.
057400 1000-INITIALIZE-EXIT.
057500     EXIT.
057600
057700*--------------------------------------------------------------*
057800* UARMGR IS OPTIONAL - WITHOUT IT EVERY USER FALLS TO THE       *
057900* CARD'S DEFAULT MANAGER.                                       *
058000*--------------------------------------------------------------*
058100 1100-LOAD-MANAGERS.
058200     OPEN INPUT UAR-MGR-FILE.
058300     IF JNL-UARMGR-NOT-FOUND
058400         GO TO 1100-LOAD-MANAGERS-EXIT
058500     END-IF.
058600     PERFORM 1110-READ-MANAGER
058700         THRU 1110-READ-MANAGER-EXIT
058800         UNTIL JNL-UARMGR-EOF.
058900     CLOSE UAR-MGR-FILE.
059000 1100-LOAD-MANAGERS-EXIT.
059100     EXIT.
059200
059300 1110-READ-MANAGER.
059400     READ UAR-MGR-FILE INTO JNL-MGR-VIEW
059500         AT END
059600             SET JNL-UARMGR-EOF TO TRUE
059700             GO TO 1110-READ-MANAGER-EXIT
059800     END-READ.
059900     IF JNL-MGRV-USER-ID = SPACES OR JNL-MGRV-MGR-ID = SPACES
060000         GO TO 1110-READ-MANAGER-EXIT
060100     END-IF.
060200     IF JNL-MAP-CNT < 300
060300         ADD 1 TO JNL-MAP-CNT
060400         MOVE JNL-MGRV-USER-ID TO JNL-MAP-USER-ID (JNL-MAP-CNT)
060500         MOVE JNL-MGRV-MGR-ID  TO JNL-MAP-MGR-ID (JNL-MAP-CNT)
060600     END-IF.
060700 1110-READ-MANAGER-EXIT.
060800     EXIT.
060900
061000*--------------------------------------------------------------*
061100* EACH FUNCTION'S LIST.  A LIST NOT SUPPLIED IS A FUNCTION THIS *
061200* REVIEW DOES NOT COVER.                                        *
061300*--------------------------------------------------------------*
061400 2000-LOAD-LISTS.
061500     MOVE 1 TO JNL-FUNC-SUB.
061600     OPEN INPUT AUTH-VVM-FILE.
061700     IF NOT JNL-AUTHIN-NOT-FOUND
061800         PERFORM 2010-READ-VVM-LIST
061900             THRU 2010-READ-VVM-LIST-EXIT
062000             UNTIL JNL-AUTHIN-EOF
062100         CLOSE AUTH-VVM-FILE
062200     END-IF.
062300     MOVE 2 TO JNL-FUNC-SUB.
062400     OPEN INPUT AUTH-COR-FILE.
062500     IF NOT JNL-AUTHIN-NOT-FOUND
062600         PERFORM 2020-READ-COR-LIST
062700             THRU 2020-READ-COR-LIST-EXIT
062800             UNTIL JNL-AUTHIN-EOF
062900         CLOSE AUTH-COR-FILE
063000     END-IF.
063100     MOVE 3 TO JNL-FUNC-SUB.
063200     OPEN INPUT AUTH-HLD-FILE.
063300     IF NOT JNL-AUTHIN-NOT-FOUND
063400         PERFORM 2030-READ-HLD-LIST
063500             THRU 2030-READ-HLD-LIST-EXIT
063600             UNTIL JNL-AUTHIN-EOF
063700         CLOSE AUTH-HLD-FILE
063800     END-IF.
063900     MOVE 4 TO JNL-FUNC-SUB.
064000     OPEN INPUT AUTH-RPV-FILE.
064100     IF NOT JNL-AUTHIN-NOT-FOUND
064200         PERFORM 2040-READ-RPV-LIST
064300             THRU 2040-READ-RPV-LIST-EXIT
064400             UNTIL JNL-AUTHIN-EOF
064500         CLOSE AUTH-RPV-FILE
064600     END-IF.
064700     MOVE 5 TO JNL-FUNC-SUB.
064800     OPEN INPUT AUTH-CCG-FILE.
064900     IF NOT JNL-AUTHIN-NOT-FOUND
065000         PERFORM 2050-READ-CCG-LIST
065100             THRU 2050-READ-CCG-LIST-EXIT
065200             UNTIL JNL-AUTHIN-EOF
065300         CLOSE AUTH-CCG-FILE
065400     END-IF.
065405     MOVE 6 TO JNL-FUNC-SUB.
065410     OPEN INPUT AUTH-DCM-FILE.
065415     IF NOT JNL-AUTHIN-NOT-FOUND
065420         PERFORM 2060-READ-DCM-LIST
065425             THRU 2060-READ-DCM-LIST-EXIT
065430             UNTIL JNL-AUTHIN-EOF
065435         CLOSE AUTH-DCM-FILE
065440     END-IF.
065445     MOVE 7 TO JNL-FUNC-SUB.
065450     OPEN INPUT AUTH-APV-FILE.
065455     IF NOT JNL-AUTHIN-NOT-FOUND
065460         PERFORM 2070-READ-APV-LIST
065465             THRU 2070-READ-APV-LIST-EXIT
065470             UNTIL JNL-AUTHIN-EOF
065475         CLOSE AUTH-APV-FILE
065480     END-IF.
065500 2000-LOAD-LISTS-EXIT.
065600     EXIT.
065700
065800 2010-READ-VVM-LIST.
065900     READ AUTH-VVM-FILE INTO JNL-AUTH-VIEW
066000         AT END
066100             SET JNL-AUTHIN-EOF TO TRUE
066200             GO TO 2010-READ-VVM-LIST-EXIT
066300     END-READ.
066400     PERFORM 2100-ADD-HOLDER
066500         THRU 2100-ADD-HOLDER-EXIT.
066600 2010-READ-VVM-LIST-EXIT.
066700     EXIT.
066800
066900 2020-READ-COR-LIST.
067000     READ AUTH-COR-FILE INTO JNL-AUTH-VIEW
067100         AT END
067200             SET JNL-AUTHIN-EOF TO TRUE
067300             GO TO 2020-READ-COR-LIST-EXIT
067400     END-READ.
067500     PERFORM 2100-ADD-HOLDER
067600         THRU 2100-ADD-HOLDER-EXIT.
067700 2020-READ-COR-LIST-EXIT.
067800     EXIT.
067900
068000 2030-READ-HLD-LIST.
068100     READ AUTH-HLD-FILE INTO JNL-AUTH-VIEW
068200         AT END
068300             SET JNL-AUTHIN-EOF TO TRUE
068400             GO TO 2030-READ-HLD-LIST-EXIT
068500     END-READ.
068600     PERFORM 2100-ADD-HOLDER
068700         THRU 2100-ADD-HOLDER-EXIT.
068800 2030-READ-HLD-LIST-EXIT.
068900     EXIT.
069000
069100 2040-READ-RPV-LIST.
069200     READ AUTH-RPV-FILE INTO JNL-AUTH-VIEW
069300         AT END
069400             SET JNL-AUTHIN-EOF TO TRUE
069500             GO TO 2040-READ-RPV-LIST-EXIT
069600     END-READ.
069700     PERFORM 2100-ADD-HOLDER
069800         THRU 2100-ADD-HOLDER-EXIT.
069900 2040-READ-RPV-LIST-EXIT.
070000     EXIT.
070100
070200 2050-READ-CCG-LIST.
070300     READ AUTH-CCG-FILE INTO JNL-AUTH-VIEW
070400         AT END
070500             SET JNL-AUTHIN-EOF TO TRUE
070600             GO TO 2050-READ-CCG-LIST-EXIT
070700     END-READ.
070800     PERFORM 2100-ADD-HOLDER
070900         THRU 2100-ADD-HOLDER-EXIT.
071000 2050-READ-CCG-LIST-EXIT.
071100     EXIT.
071102
071104 2060-READ-DCM-LIST.
071106     READ AUTH-DCM-FILE INTO JNL-AUTH-VIEW
071108         AT END
071110             SET JNL-AUTHIN-EOF TO TRUE
071112             GO TO 2060-READ-DCM-LIST-EXIT
071114     END-READ.
071116     PERFORM 2100-ADD-HOLDER
071118         THRU 2100-ADD-HOLDER-EXIT.
071120 2060-READ-DCM-LIST-EXIT.
071122     EXIT.
071124
071126 2070-READ-APV-LIST.
071128     READ AUTH-APV-FILE INTO JNL-AUTH-VIEW
071130         AT END
071132             SET JNL-AUTHIN-EOF TO TRUE
071134             GO TO 2070-READ-APV-LIST-EXIT
071136     END-READ.
071138     PERFORM 2100-ADD-HOLDER
071140         THRU 2100-ADD-HOLDER-EXIT.
071142 2070-READ-APV-LIST-EXIT.
071144     EXIT.
071200
071300*--------------------------------------------------------------*
071400* THE LIST ENTRY IN JNL-AUTH-VIEW HOLDS FUNCTION JNL-FUNC-SUB.  *
071500*--------------------------------------------------------------*
071600 2100-ADD-HOLDER.
071700     SET JNL-FUNC-LIST-READ (JNL-FUNC-SUB) TO TRUE.
071800     IF JNL-AUTH-USER-ID = SPACES
071900         GO TO 2100-ADD-HOLDER-EXIT
072000     END-IF.
072100     MOVE JNL-AUTH-USER-ID TO JNL-FIND-USER-ID.
072200     PERFORM 7100-FIND-USER
072300         THRU 7100-FIND-USER-EXIT.
072400     IF JNL-USR-SUB > JNL-USR-CNT
072500         IF JNL-USR-CNT >= 300
072600             ADD 1 TO JNL-USERS-DROPPED
072700             GO TO 2100-ADD-HOLDER-EXIT
072800         END-IF
072900         PERFORM 2110-NEW-USER
073000             THRU 2110-NEW-USER-EXIT
073100     END-IF.
073200     SET JNL-USR-HOLDS (JNL-USR-SUB, JNL-FUNC-SUB) TO TRUE.
073300     IF JNL-USR-DESC (JNL-USR-SUB) = SPACES
073400         MOVE JNL-AUTH-DESC TO JNL-USR-DESC (JNL-USR-SUB)
073500     END-IF.
073600 2100-ADD-HOLDER-EXIT.
073700     EXIT.
073800
073900 2110-NEW-USER.
074000     ADD 1 TO JNL-USR-CNT.
074100     MOVE JNL-USR-CNT TO JNL-USR-SUB.
074200     MOVE SPACES TO JNL-USR-ENTRY (JNL-USR-SUB).
074300     MOVE JNL-AUTH-USER-ID TO JNL-USR-ID (JNL-USR-SUB).
074400     MOVE JNL-DEFAULT-MGR-ID TO JNL-USR-MGR-ID (JNL-USR-SUB).
074500     PERFORM 2120-TEST-MAP-ENTRY
074600         VARYING JNL-MAP-SUB FROM 1 BY 1
074700         UNTIL JNL-MAP-SUB > JNL-MAP-CNT
074800         OR JNL-MAP-USER-ID (JNL-MAP-SUB) = JNL-AUTH-USER-ID.
074900     IF JNL-MAP-SUB NOT > JNL-MAP-CNT
075000         MOVE JNL-MAP-MGR-ID (JNL-MAP-SUB)
075100             TO JNL-USR-MGR-ID (JNL-USR-SUB)
075200     END-IF.
075300     PERFORM 2130-CLEAR-USER-FUNC
075400         VARYING JNL-FUNC-SUB-2 FROM 1 BY 1
075500         UNTIL JNL-FUNC-SUB-2 > 7.
075600 2110-NEW-USER-EXIT.
075700     EXIT.
075800
075900 2120-TEST-MAP-ENTRY.
076000     CONTINUE.
076100
076200 2130-CLEAR-USER-FUNC.
076300     MOVE 'N'  TO JNL-USR-HOLDS-SW (JNL-USR-SUB, JNL-FUNC-SUB-2)
076400                  JNL-USR-PAIR-SW (JNL-USR-SUB, JNL-FUNC-SUB-2)
076500                  JNL-USR-DORMANT-SW
076600                      (JNL-USR-SUB, JNL-FUNC-SUB-2).
076700     MOVE ZERO TO JNL-USR-ACT-CNT (JNL-USR-SUB, JNL-FUNC-SUB-2).
076800
076900*--------------------------------------------------------------*
077000* EACH FUNCTION'S ACTIVITY.  THE JCL CONCATENATES THE QUARTER'S *
077100* LOGS; A LOG NOT SUPPLIED LEAVES ITS FUNCTION UNDATED RATHER   *
077200* THAN MAKING EVERY USER OF IT LOOK DORMANT.                    *
077300*--------------------------------------------------------------*
077400 3000-SCAN-ACTIVITY.
077500     MOVE 1 TO JNL-FUNC-SUB.
077600     OPEN INPUT VV-AUDIT-FILE.
077700     IF JNL-VVAUDIT-OK
077800         SET JNL-FUNC-LOG-READ (1) TO TRUE
077900         PERFORM 3010-READ-VV-AUDIT
078000             THRU 3010-READ-VV-AUDIT-EXIT
078100             UNTIL JNL-VVAUDIT-EOF
078200         CLOSE VV-AUDIT-FILE
078300     END-IF.
078400     MOVE 2 TO JNL-FUNC-SUB.
078500     OPEN INPUT COR-AUDIT-FILE.
078600     IF JNL-CORAUDIT-OK
078700         SET JNL-FUNC-LOG-READ (2) TO TRUE
078800         PERFORM 3020-READ-COR-AUDIT
078900             THRU 3020-READ-COR-AUDIT-EXIT
079000             UNTIL JNL-CORAUDIT-EOF
079100         CLOSE COR-AUDIT-FILE
079200     END-IF.
079300     MOVE 3 TO JNL-FUNC-SUB.
079400     OPEN INPUT DISP-LOG-FILE.
079500     IF JNL-DISPLOG-OK
079600         SET JNL-FUNC-LOG-READ (3) TO TRUE
079700         PERFORM 3030-READ-DISP-LOG
079800             THRU 3030-READ-DISP-LOG-EXIT
079900             UNTIL JNL-DISPLOG-EOF
080000         CLOSE DISP-LOG-FILE
080100     END-IF.
080200     MOVE 5 TO JNL-FUNC-SUB.
080300     OPEN INPUT CERT-LOG-FILE.
080400     IF JNL-CERTLOG-OK
080500         SET JNL-FUNC-LOG-READ (5) TO TRUE
080600         PERFORM 3050-READ-CERT-LOG
080700             THRU 3050-READ-CERT-LOG-EXIT
080800             UNTIL JNL-CERTLOG-EOF
080900         CLOSE CERT-LOG-FILE
081000     END-IF.
081005     MOVE 6 TO JNL-FUNC-SUB.
081010     OPEN INPUT DSP-AUDIT-FILE.
081015     IF JNL-DSPAUDIT-OK
081020         SET JNL-FUNC-LOG-READ (6) TO TRUE
081025         PERFORM 3060-READ-DSP-AUDIT
081030             THRU 3060-READ-DSP-AUDIT-EXIT
081035             UNTIL JNL-DSPAUDIT-EOF
081040         CLOSE DSP-AUDIT-FILE
081045     END-IF.
081050     MOVE 7 TO JNL-FUNC-SUB.
081055     OPEN INPUT RP5-AUDIT-FILE.
081060     IF JNL-RP5AUDIT-OK
081065         SET JNL-FUNC-LOG-READ (7) TO TRUE
081070         PERFORM 3070-READ-RP5-AUDIT
081075             THRU 3070-READ-RP5-AUDIT-EXIT
081080             UNTIL JNL-RP5AUDIT-EOF
081085         CLOSE RP5-AUDIT-FILE
081090     END-IF.
081100 3000-SCAN-ACTIVITY-EXIT.
081200     EXIT.
081300
081400 3010-READ-VV-AUDIT.
081500     READ VV-AUDIT-FILE INTO JNL-VVA-VIEW
081600         AT END
081700             SET JNL-VVAUDIT-EOF TO TRUE
081800             GO TO 3010-READ-VV-AUDIT-EXIT
081900     END-READ.
082000     MOVE JNL-VVA-MAKER-ID   TO JNL-ACT-USER-ID.
082100     MOVE JNL-VVA-MAKER-DT   TO JNL-ACT-DT.
082200     PERFORM 3900-RECORD-ACTIVITY
082300         THRU 3900-RECORD-ACTIVITY-EXIT.
082400     MOVE JNL-VVA-CHECKER-ID TO JNL-ACT-USER-ID.
082500     MOVE JNL-VVA-CHECKER-DT TO JNL-ACT-DT.
082600     PERFORM 3900-RECORD-ACTIVITY
082700         THRU 3900-RECORD-ACTIVITY-EXIT.
082800     IF JNL-VVA-DECISION = 'A'
082900         MOVE JNL-VVA-MAKER-ID   TO JNL-FIND-MAKER-ID
083000         MOVE JNL-VVA-CHECKER-ID TO JNL-FIND-CHECKER-ID
083100         PERFORM 3950-COUNT-APPROVAL
083200             THRU 3950-COUNT-APPROVAL-EXIT
083300     END-IF.
083400 3010-READ-VV-AUDIT-EXIT.
083500     EXIT.
083600
083700 3020-READ-COR-AUDIT.
083800     READ COR-AUDIT-FILE INTO JNL-CRA-VIEW
083900         AT END
084000             SET JNL-CORAUDIT-EOF TO TRUE
084100             GO TO 3020-READ-COR-AUDIT-EXIT
084200     END-READ.
084300     MOVE JNL-CRA-MAKER-ID   TO JNL-ACT-USER-ID.
084400     MOVE JNL-CRA-MAKER-DT   TO JNL-ACT-DT.
084500     PERFORM 3900-RECORD-ACTIVITY
084600         THRU 3900-RECORD-ACTIVITY-EXIT.
084700     MOVE JNL-CRA-CHECKER-ID TO JNL-ACT-USER-ID.
084800     MOVE JNL-CRA-CHECKER-DT TO JNL-ACT-DT.
084900     PERFORM 3900-RECORD-ACTIVITY
085000         THRU 3900-RECORD-ACTIVITY-EXIT.
085100     IF JNL-CRA-DECISION = 'A'
085200         MOVE JNL-CRA-MAKER-ID   TO JNL-FIND-MAKER-ID
085300         MOVE JNL-CRA-CHECKER-ID TO JNL-FIND-CHECKER-ID
085400         PERFORM 3950-COUNT-APPROVAL
085500             THRU 3950-COUNT-APPROVAL-EXIT
085600     END-IF.
085700 3020-READ-COR-AUDIT-EXIT.
085800     EXIT.
085900
086000 3030-READ-DISP-LOG.
086100     READ DISP-LOG-FILE INTO JNL-DLG-VIEW
086200         AT END
086300             SET JNL-DISPLOG-EOF TO TRUE
086400             GO TO 3030-READ-DISP-LOG-EXIT
086500     END-READ.
086600     MOVE JNL-DLG-USER-ID TO JNL-ACT-USER-ID.
086700     MOVE JNL-DLG-RUN-DT  TO JNL-ACT-DT.
086800     PERFORM 3900-RECORD-ACTIVITY
086900         THRU 3900-RECORD-ACTIVITY-EXIT.
087000 3030-READ-DISP-LOG-EXIT.
087100     EXIT.
087200
087300*--------------------------------------------------------------*
087400* ONLY A SIGN-OFF THAT TOOK COUNTS AS IJTCCG01 ACTIVITY.        *
087500*--------------------------------------------------------------*
087600 3050-READ-CERT-LOG.
087700     READ CERT-LOG-FILE
087800         AT END
087900             SET JNL-CERTLOG-EOF TO TRUE
088000             GO TO 3050-READ-CERT-LOG-EXIT
088100     END-READ.
088200     IF NOT CERTLOG-ITEM OR NOT CERTLOG-ITEM-SIGNED
088300         GO TO 3050-READ-CERT-LOG-EXIT
088400     END-IF.
088500     MOVE CERTLOG-SIGN-USER-ID TO JNL-ACT-USER-ID.
088600     MOVE CERTLOG-RUN-DT       TO JNL-ACT-DT.
088700     PERFORM 3900-RECORD-ACTIVITY
088800         THRU 3900-RECORD-ACTIVITY-EXIT.
088900 3050-READ-CERT-LOG-EXIT.
089000     EXIT.
089002
089004 3060-READ-DSP-AUDIT.
089006     READ DSP-AUDIT-FILE INTO JNL-DSA-VIEW
089008         AT END
089010             SET JNL-DSPAUDIT-EOF TO TRUE
089012             GO TO 3060-READ-DSP-AUDIT-EXIT
089014     END-READ.
089016     MOVE JNL-DSA-USER-ID  TO JNL-ACT-USER-ID.
089018     MOVE JNL-DSA-STAMP-DT TO JNL-ACT-DT.
089020     PERFORM 3900-RECORD-ACTIVITY
089022         THRU 3900-RECORD-ACTIVITY-EXIT.
089024 3060-READ-DSP-AUDIT-EXIT.
089026     EXIT.
089028
089030*--------------------------------------------------------------*
089032* EVERY RP5AUDIT LINE IS ACTIVITY BY ITS USER.  A CONFIRMATION  *
089034* IS THE CHECKER APPROVING THE MAKER'S DECISION, AS THE ROW     *
089036* CARRIED ON THE LINE RECORDS THEM.                             *
089038*--------------------------------------------------------------*
089040 3070-READ-RP5-AUDIT.
089042     READ RP5-AUDIT-FILE INTO JNL-R5A-VIEW
089044         AT END
089046             SET JNL-RP5AUDIT-EOF TO TRUE
089048             GO TO 3070-READ-RP5-AUDIT-EXIT
089050     END-READ.
089052     MOVE JNL-R5A-USER-ID  TO JNL-ACT-USER-ID.
089054     MOVE JNL-R5A-STAMP-DT TO JNL-ACT-DT.
089056     PERFORM 3900-RECORD-ACTIVITY
089058         THRU 3900-RECORD-ACTIVITY-EXIT.
089060     IF JNL-R5A-ACTION = 'C'
089062         MOVE JNL-R5A-DATA      TO RP5PND-DATA
089064         MOVE RP5PND-MAKER-ID   TO JNL-FIND-MAKER-ID
089066         MOVE RP5PND-CHECKER-ID TO JNL-FIND-CHECKER-ID
089068         PERFORM 3950-COUNT-APPROVAL
089070             THRU 3950-COUNT-APPROVAL-EXIT
089072     END-IF.
089074 3070-READ-RP5-AUDIT-EXIT.
089076     EXIT.
089100
089200*--------------------------------------------------------------*
089300* A MAKER/CHECKER PAIR IS FLAGGED WHEN EACH USER'S CHANGES IN   *
089400* THE FUNCTION WERE APPROVED BY THE OTHER AND BY NO ONE         *
089500* ELSE.  EACH PAIR IS TAKEN ONCE, FROM ITS LOWER USER ID.       *
089600*--------------------------------------------------------------*
089700 3500-FIND-PAIRS.
089800     IF JNL-PAIR-MAKER-ID (JNL-PAIR-SUB)
089900         NOT < JNL-PAIR-CHECKER-ID (JNL-PAIR-SUB)
090000         GO TO 3500-FIND-PAIRS-EXIT
090100     END-IF.
090200     MOVE JNL-PAIR-FUNC-SUB (JNL-PAIR-SUB) TO JNL-FUNC-SUB.
090300     MOVE JNL-PAIR-CHECKER-ID (JNL-PAIR-SUB)
090400         TO JNL-FIND-MAKER-ID.
090500     MOVE JNL-PAIR-MAKER-ID (JNL-PAIR-SUB)
090600         TO JNL-FIND-CHECKER-ID.
090700     PERFORM 7300-FIND-PAIR
090800         THRU 7300-FIND-PAIR-EXIT.
090900     IF JNL-PAIR-SUB-2 > JNL-PAIR-CNT
091000         GO TO 3500-FIND-PAIRS-EXIT
091100     END-IF.
091200     MOVE JNL-PAIR-SUB-2 TO JNL-REVERSE-SUB.
091300     MOVE ZERO TO JNL-CHECKERS-OF-A JNL-CHECKERS-OF-B.
091400     PERFORM 3510-COUNT-CHECKERS
091500         VARYING JNL-PAIR-SUB-2 FROM 1 BY 1
091600         UNTIL JNL-PAIR-SUB-2 > JNL-PAIR-CNT.
091700     IF JNL-CHECKERS-OF-A NOT = 1 OR JNL-CHECKERS-OF-B NOT = 1
091800         GO TO 3500-FIND-PAIRS-EXIT
091900     END-IF.
092000     SET JNL-PAIR-RECIPROCAL (JNL-PAIR-SUB) TO TRUE.
092100     ADD 1 TO JNL-PAIRS-FOUND.
092200     MOVE JNL-PAIR-MAKER-ID (JNL-PAIR-SUB) TO JNL-FIND-USER-ID.
092300     PERFORM 3520-FLAG-PAIR-USER
092400         THRU 3520-FLAG-PAIR-USER-EXIT.
092500     MOVE JNL-PAIR-CHECKER-ID (JNL-PAIR-SUB) TO JNL-FIND-USER-ID.
092600     PERFORM 3520-FLAG-PAIR-USER
092700         THRU 3520-FLAG-PAIR-USER-EXIT.
092800 3500-FIND-PAIRS-EXIT.
092900     EXIT.
093000
093100 3510-COUNT-CHECKERS.
093200     IF JNL-PAIR-FUNC-SUB (JNL-PAIR-SUB-2) = JNL-FUNC-SUB
093300         IF JNL-PAIR-MAKER-ID (JNL-PAIR-SUB-2)
093400             = JNL-PAIR-MAKER-ID (JNL-PAIR-SUB)
093500             ADD 1 TO JNL-CHECKERS-OF-A
093600         END-IF
093700         IF JNL-PAIR-MAKER-ID (JNL-PAIR-SUB-2)
093800             = JNL-PAIR-CHECKER-ID (JNL-PAIR-SUB)
093900             ADD 1 TO JNL-CHECKERS-OF-B
094000         END-IF
094100     END-IF.
094200
094300 3520-FLAG-PAIR-USER.
094400     PERFORM 7100-FIND-USER
094500         THRU 7100-FIND-USER-EXIT.
094600     IF JNL-USR-SUB NOT > JNL-USR-CNT
094700         SET JNL-USR-IN-PAIR (JNL-USR-SUB, JNL-FUNC-SUB) TO TRUE
094800     END-IF.
094900 3520-FLAG-PAIR-USER-EXIT.
095000     EXIT.
095100
095200*--------------------------------------------------------------*
095300* ACTIVITY BY JNL-ACT-USER-ID ON JNL-ACT-DT IN FUNCTION         *
095400* JNL-FUNC-SUB.  ACTIVITY BY SOMEONE ON NO LIST IS NOT REVIEWED *
095500* HERE - THEY HAVE NO ACCESS LEFT TO CERTIFY.                   *
095600*--------------------------------------------------------------*
095700 3900-RECORD-ACTIVITY.
095800     IF JNL-ACT-USER-ID = SPACES OR JNL-ACT-DT NOT NUMERIC
095900         GO TO 3900-RECORD-ACTIVITY-EXIT
096000     END-IF.
096100     MOVE JNL-ACT-USER-ID TO JNL-FIND-USER-ID.
096200     PERFORM 7100-FIND-USER
096300         THRU 7100-FIND-USER-EXIT.
096400     IF JNL-USR-SUB > JNL-USR-CNT
096500         GO TO 3900-RECORD-ACTIVITY-EXIT
096600     END-IF.
096700     ADD 1 TO JNL-USR-ACT-CNT (JNL-USR-SUB, JNL-FUNC-SUB).
096800     IF JNL-USR-LAST-DT (JNL-USR-SUB, JNL-FUNC-SUB) = SPACES
096900         OR JNL-ACT-DT
097000             > JNL-USR-LAST-DT (JNL-USR-SUB, JNL-FUNC-SUB)
097100         MOVE JNL-ACT-DT
097200             TO JNL-USR-LAST-DT (JNL-USR-SUB, JNL-FUNC-SUB)
097300     END-IF.
097400 3900-RECORD-ACTIVITY-EXIT.
097500     EXIT.
097600
097700 3950-COUNT-APPROVAL.
097800     IF JNL-FIND-MAKER-ID = SPACES OR JNL-FIND-CHECKER-ID = SPACES
097900         GO TO 3950-COUNT-APPROVAL-EXIT
098000     END-IF.
098100     PERFORM 7300-FIND-PAIR
098200         THRU 7300-FIND-PAIR-EXIT.
098300     IF JNL-PAIR-SUB-2 > JNL-PAIR-CNT
098400         IF JNL-PAIR-CNT >= 1000
098500             ADD 1 TO JNL-PAIRS-DROPPED
098600             GO TO 3950-COUNT-APPROVAL-EXIT
098700         END-IF
098800         ADD 1 TO JNL-PAIR-CNT
098900         MOVE JNL-PAIR-CNT TO JNL-PAIR-SUB-2
099000         MOVE JNL-FUNC-SUB TO JNL-PAIR-FUNC-SUB (JNL-PAIR-SUB-2)
099100         MOVE JNL-FIND-MAKER-ID
099200             TO JNL-PAIR-MAKER-ID (JNL-PAIR-SUB-2)
099300         MOVE JNL-FIND-CHECKER-ID
099400             TO JNL-PAIR-CHECKER-ID (JNL-PAIR-SUB-2)
099500         MOVE ZERO TO JNL-PAIR-APPR-CNT (JNL-PAIR-SUB-2)
099600         MOVE 'N'  TO JNL-PAIR-RECIP-SW (JNL-PAIR-SUB-2)
099700     END-IF.
099800     ADD 1 TO JNL-PAIR-APPR-CNT (JNL-PAIR-SUB-2).
099900 3950-COUNT-APPROVAL-EXIT.
100000     EXIT.
100100
100200*--------------------------------------------------------------*
100300* THE REVIEW - MANAGER BY MANAGER, EACH USER'S FUNCTIONS AND    *
100400* LAST ACTIVITY ON THE REPORT AND ONE UARSGN ROW PER FUNCTION   *
100500* HELD; THEN THE RECIPROCAL PAIRS.                              *
100600*--------------------------------------------------------------*
100700 4000-WRITE-REVIEW.
100800     PERFORM 4010-NOTE-MANAGER
100900         THRU 4010-NOTE-MANAGER-EXIT
101000         VARYING JNL-USR-SUB FROM 1 BY 1
101100         UNTIL JNL-USR-SUB > JNL-USR-CNT.
101200     PERFORM 4100-WRITE-MANAGER
101300         THRU 4100-WRITE-MANAGER-EXIT
101400         VARYING JNL-MGR-SUB FROM 1 BY 1
101500         UNTIL JNL-MGR-SUB > JNL-MGR-CNT.
101600     MOVE SPACES TO UAR-RPT-LINE.
101700     WRITE UAR-RPT-LINE.
101800     MOVE SPACES TO UAR-RPT-LINE.
101900     STRING 'MAKER/CHECKER PAIRS - EACH USER APPROVED ONLY BY '
102000         'THE OTHER'
102100         DELIMITED BY SIZE INTO UAR-RPT-LINE
102200     END-STRING.
102300     WRITE UAR-RPT-LINE.
102400     IF JNL-PAIRS-FOUND = ZERO
102500         MOVE '   NONE FOUND' TO UAR-RPT-LINE
102600         WRITE UAR-RPT-LINE
102700     END-IF.
102800     PERFORM 4300-WRITE-PAIR
102900         THRU 4300-WRITE-PAIR-EXIT
103000         VARYING JNL-PAIR-SUB FROM 1 BY 1
103100         UNTIL JNL-PAIR-SUB > JNL-PAIR-CNT.
103200 4000-WRITE-REVIEW-EXIT.
103300     EXIT.
103400
103500 4010-NOTE-MANAGER.
103600     PERFORM 4020-TEST-MGR-ENTRY
103700         VARYING JNL-MGR-SUB FROM 1 BY 1
103800         UNTIL JNL-MGR-SUB > JNL-MGR-CNT
103900         OR JNL-MGR-ID (JNL-MGR-SUB)
104000             = JNL-USR-MGR-ID (JNL-USR-SUB).
104100     IF JNL-MGR-SUB > JNL-MGR-CNT
104200         ADD 1 TO JNL-MGR-CNT
104300         MOVE JNL-USR-MGR-ID (JNL-USR-SUB)
104400             TO JNL-MGR-ID (JNL-MGR-CNT)
104500     END-IF.
104600 4010-NOTE-MANAGER-EXIT.
104700     EXIT.
104800
104900 4020-TEST-MGR-ENTRY.
105000     CONTINUE.
105100
105200 4100-WRITE-MANAGER.
105300     MOVE SPACES TO UAR-RPT-LINE.
105400     WRITE UAR-RPT-LINE.
105500     MOVE SPACES TO UAR-RPT-LINE.
105600     STRING 'REVIEWING MANAGER ' JNL-MGR-ID (JNL-MGR-SUB)
105700         DELIMITED BY SIZE INTO UAR-RPT-LINE
105800     END-STRING.
105900     WRITE UAR-RPT-LINE.
106000     MOVE SPACES TO JNL-RPT-USER-LINE.
106100     MOVE 'USER ID'     TO JNL-RPT-USER-ID.
106200     MOVE 'DESCRIPTION' TO JNL-RPT-USER-DESC.
106300     PERFORM 4110-HEAD-FUNC-CELL
106400         VARYING JNL-FUNC-SUB FROM 1 BY 1
106500         UNTIL JNL-FUNC-SUB > 7.
106600     MOVE 'FLAGS'       TO JNL-RPT-FLAGS.
106700     MOVE JNL-RPT-USER-LINE TO UAR-RPT-LINE.
106800     WRITE UAR-RPT-LINE.
106900     PERFORM 4200-WRITE-USER
107000         THRU 4200-WRITE-USER-EXIT
107100         VARYING JNL-USR-SUB FROM 1 BY 1
107200         UNTIL JNL-USR-SUB > JNL-USR-CNT.
107300 4100-WRITE-MANAGER-EXIT.
107400     EXIT.
107500
107600 4110-HEAD-FUNC-CELL.
107700     MOVE JNL-FUNC-CD (JNL-FUNC-SUB)
107800         TO JNL-RPT-CELL (JNL-FUNC-SUB).
107900
108000*--------------------------------------------------------------*
108100* ONE LINE PER USER.  EACH FUNCTION CELL IS BLANK (NOT HELD),   *
108200* THE LAST ACTIVITY DATE, NONE, OR NO LOG WHERE THE FUNCTION'S  *
108300* LOG WAS NOT AVAILABLE; D MARKS IT DORMANT.                    *
108400*--------------------------------------------------------------*
108500 4200-WRITE-USER.
108600     IF JNL-USR-MGR-ID (JNL-USR-SUB)
108700         NOT = JNL-MGR-ID (JNL-MGR-SUB)
108800         GO TO 4200-WRITE-USER-EXIT
108900     END-IF.
109000     ADD 1 TO JNL-USERS-REVIEWED.
109100     MOVE SPACES TO JNL-RPT-USER-LINE.
109200     MOVE JNL-USR-ID (JNL-USR-SUB)   TO JNL-RPT-USER-ID.
109300     MOVE JNL-USR-DESC (JNL-USR-SUB) TO JNL-RPT-USER-DESC.
109400     PERFORM 4210-USER-FUNCTION
109500         THRU 4210-USER-FUNCTION-EXIT
109600         VARYING JNL-FUNC-SUB FROM 1 BY 1
109700         UNTIL JNL-FUNC-SUB > 7.
109800     MOVE 'N' TO JNL-USER-FLAG-SW.
109900     PERFORM 4230-TEST-DORMANT-FLAG
110000         VARYING JNL-FUNC-SUB FROM 1 BY 1
110100         UNTIL JNL-FUNC-SUB > 7 OR JNL-USER-FLAGGED.
110200     IF JNL-USER-FLAGGED
110300         MOVE 'DORMANT' TO JNL-RPT-FLAGS
110400     END-IF.
110500     MOVE 'N' TO JNL-USER-FLAG-SW.
110600     PERFORM 4240-TEST-PAIR-FLAG
110700         VARYING JNL-FUNC-SUB FROM 1 BY 1
110800         UNTIL JNL-FUNC-SUB > 7 OR JNL-USER-FLAGGED.
110900     IF JNL-USER-FLAGGED
111000         MOVE 'PAIR' TO JNL-RPT-FLAGS (9:4)
111100     END-IF.
111200     MOVE JNL-RPT-USER-LINE TO UAR-RPT-LINE.
111300     WRITE UAR-RPT-LINE.
111400 4200-WRITE-USER-EXIT.
111500     EXIT.
111600
111700 4210-USER-FUNCTION.
111800     IF NOT JNL-USR-HOLDS (JNL-USR-SUB, JNL-FUNC-SUB)
111900         GO TO 4210-USER-FUNCTION-EXIT
112000     END-IF.
112100     MOVE SPACES TO JNL-CELL-DT JNL-CELL-FLAG.
112200     IF NOT JNL-FUNC-LOGGED (JNL-FUNC-SUB)
112300         MOVE 'HELD' TO JNL-CELL-DT
112400     ELSE
112500         IF NOT JNL-FUNC-LOG-READ (JNL-FUNC-SUB)
112600             MOVE 'NO LOG' TO JNL-CELL-DT
112700         ELSE
112800             PERFORM 4220-AGE-ACTIVITY
112900                 THRU 4220-AGE-ACTIVITY-EXIT
113000         END-IF
113100     END-IF.
113200     MOVE JNL-CELL-WORK TO JNL-RPT-CELL (JNL-FUNC-SUB).
113300
113400     MOVE SPACES TO UARSGN-RECORD.
113500     MOVE JNL-USR-MGR-ID (JNL-USR-SUB) TO UARSGN-MGR-ID.
113600     MOVE JNL-FUNC-CD (JNL-FUNC-SUB)   TO UARSGN-FUNC-CD.
113700     MOVE JNL-USR-ID (JNL-USR-SUB)     TO UARSGN-USER-ID.
113800     MOVE JNL-USR-LAST-DT (JNL-USR-SUB, JNL-FUNC-SUB)
113900         TO UARSGN-LAST-ACT-DT.
114000     IF JNL-USR-DORMANT (JNL-USR-SUB, JNL-FUNC-SUB)
114100         SET UARSGN-DORMANT TO TRUE
114200         ADD 1 TO JNL-DORMANT-ROWS
114300     END-IF.
114400     IF JNL-USR-IN-PAIR (JNL-USR-SUB, JNL-FUNC-SUB)
114500         SET UARSGN-IN-PAIR TO TRUE
114600     END-IF.
114700     MOVE JNL-ASOF-DT TO UARSGN-REVIEW-DT.
114800     WRITE UARSGN-RECORD.
114900     ADD 1 TO JNL-ROWS-WRITTEN.
115000 4210-USER-FUNCTION-EXIT.
115100     EXIT.
115200
115300 4220-AGE-ACTIVITY.
115400     IF JNL-USR-LAST-DT (JNL-USR-SUB, JNL-FUNC-SUB) = SPACES
115500         MOVE 'NONE' TO JNL-CELL-DT
115600         MOVE 'D'    TO JNL-CELL-FLAG
115700         SET JNL-USR-DORMANT (JNL-USR-SUB, JNL-FUNC-SUB) TO TRUE
115800         GO TO 4220-AGE-ACTIVITY-EXIT
115900     END-IF.
116000     MOVE JNL-USR-LAST-DT (JNL-USR-SUB, JNL-FUNC-SUB)
116100         TO JNL-CELL-DT JNL-DT-WORK-A.
116200     PERFORM 7000-DATE-TO-DAYNO
116300         THRU 7000-DATE-TO-DAYNO-EXIT.
116400     COMPUTE JNL-IDLE-DAYS = JNL-ASOF-DAYNO - JNL-DT-DAYNO.
116500     IF JNL-IDLE-DAYS > JNL-DORMANT-DAYS
116600         MOVE 'D' TO JNL-CELL-FLAG
116700         SET JNL-USR-DORMANT (JNL-USR-SUB, JNL-FUNC-SUB) TO TRUE
116800     END-IF.
116900 4220-AGE-ACTIVITY-EXIT.
117000     EXIT.
117100
117200 4230-TEST-DORMANT-FLAG.
117300     IF JNL-USR-DORMANT (JNL-USR-SUB, JNL-FUNC-SUB)
117400         SET JNL-USER-FLAGGED TO TRUE
117500     END-IF.
117600
117700 4240-TEST-PAIR-FLAG.
117800     IF JNL-USR-IN-PAIR (JNL-USR-SUB, JNL-FUNC-SUB)
117900         SET JNL-USER-FLAGGED TO TRUE
118000     END-IF.
118100
118200 4300-WRITE-PAIR.
118300     IF NOT JNL-PAIR-RECIPROCAL (JNL-PAIR-SUB)
118400         GO TO 4300-WRITE-PAIR-EXIT
118500     END-IF.
118600     MOVE JNL-PAIR-FUNC-SUB (JNL-PAIR-SUB) TO JNL-FUNC-SUB.
118700     MOVE JNL-PAIR-CHECKER-ID (JNL-PAIR-SUB)
118800         TO JNL-FIND-MAKER-ID.
118900     MOVE JNL-PAIR-MAKER-ID (JNL-PAIR-SUB)
119000         TO JNL-FIND-CHECKER-ID.
119100     PERFORM 7300-FIND-PAIR
119200         THRU 7300-FIND-PAIR-EXIT.
119300     MOVE JNL-PAIR-APPR-CNT (JNL-PAIR-SUB)   TO JNL-EDIT-CNT.
119400     MOVE JNL-PAIR-APPR-CNT (JNL-PAIR-SUB-2) TO JNL-EDIT-CNT-2.
119500     MOVE SPACES TO UAR-RPT-LINE.
119600     STRING '   ' JNL-FUNC-CD (JNL-FUNC-SUB) SPACE SPACE
119700         JNL-PAIR-MAKER-ID (JNL-PAIR-SUB) ' AND '
119800         JNL-PAIR-CHECKER-ID (JNL-PAIR-SUB) ' - '
119900         JNL-PAIR-CHECKER-ID (JNL-PAIR-SUB) ' APPROVED'
120000         JNL-EDIT-CNT ' OF '
120100         JNL-PAIR-MAKER-ID (JNL-PAIR-SUB) ', '
120200         JNL-PAIR-MAKER-ID (JNL-PAIR-SUB) ' APPROVED'
120300         JNL-EDIT-CNT-2 ' OF '
120400         JNL-PAIR-CHECKER-ID (JNL-PAIR-SUB)
120500         DELIMITED BY SIZE INTO UAR-RPT-LINE
120600     END-STRING.
120700     WRITE UAR-RPT-LINE.
120800 4300-WRITE-PAIR-EXIT.
120900     EXIT.
121000
121100*--------------------------------------------------------------*
121200* APPLY - EVERY SIGNED ROW IS CHECKED AND LOGGED, THEN EACH     *
121300* LIST IS WRITTEN AGAIN WITHOUT ITS REVOKED USERS.  A ROW THAT  *
121400* DOES NOT STAND CHANGES NOTHING - THE ACCESS STAYS AS IT WAS.  *
121500*--------------------------------------------------------------*
121600 6000-APPLY-SIGN-OFFS.
121700     PERFORM 6100-READ-SIGN-ROW
121800         THRU 6100-READ-SIGN-ROW-EXIT
121900         UNTIL JNL-UARSGN-EOF.
122000     MOVE 1 TO JNL-FUNC-SUB.
122100     OPEN INPUT AUTH-VVM-FILE.
122200     IF NOT JNL-AUTHIN-NOT-FOUND
122300         OPEN OUTPUT NEW-VVM-FILE
122400         PERFORM 6210-COPY-VVM-LIST
122500             THRU 6210-COPY-VVM-LIST-EXIT
122600             UNTIL JNL-AUTHIN-EOF
122700         CLOSE AUTH-VVM-FILE NEW-VVM-FILE
122800     END-IF.
122900     MOVE 2 TO JNL-FUNC-SUB.
123000     OPEN INPUT AUTH-COR-FILE.
123100     IF NOT JNL-AUTHIN-NOT-FOUND
123200         OPEN OUTPUT NEW-COR-FILE
123300         PERFORM 6220-COPY-COR-LIST
123400             THRU 6220-COPY-COR-LIST-EXIT
123500             UNTIL JNL-AUTHIN-EOF
123600         CLOSE AUTH-COR-FILE NEW-COR-FILE
123700     END-IF.
123800     MOVE 3 TO JNL-FUNC-SUB.
123900     OPEN INPUT AUTH-HLD-FILE.
124000     IF NOT JNL-AUTHIN-NOT-FOUND
124100         OPEN OUTPUT NEW-HLD-FILE
124200         PERFORM 6230-COPY-HLD-LIST
124300             THRU 6230-COPY-HLD-LIST-EXIT
124400             UNTIL JNL-AUTHIN-EOF
124500         CLOSE AUTH-HLD-FILE NEW-HLD-FILE
124600     END-IF.
124700     MOVE 4 TO JNL-FUNC-SUB.
124800     OPEN INPUT AUTH-RPV-FILE.
124900     IF NOT JNL-AUTHIN-NOT-FOUND
125000         OPEN OUTPUT NEW-RPV-FILE
125100         PERFORM 6240-COPY-RPV-LIST
125200             THRU 6240-COPY-RPV-LIST-EXIT
125300             UNTIL JNL-AUTHIN-EOF
125400         CLOSE AUTH-RPV-FILE NEW-RPV-FILE
125500     END-IF.
125600     MOVE 5 TO JNL-FUNC-SUB.
125700     OPEN INPUT AUTH-CCG-FILE.
125800     IF NOT JNL-AUTHIN-NOT-FOUND
125900         OPEN OUTPUT NEW-CCG-FILE
126000         PERFORM 6250-COPY-CCG-LIST
126100             THRU 6250-COPY-CCG-LIST-EXIT
126200             UNTIL JNL-AUTHIN-EOF
126300         CLOSE AUTH-CCG-FILE NEW-CCG-FILE
126400     END-IF.
126405     MOVE 6 TO JNL-FUNC-SUB.
126410     OPEN INPUT AUTH-DCM-FILE.
126415     IF NOT JNL-AUTHIN-NOT-FOUND
126420         OPEN OUTPUT NEW-DCM-FILE
126425         PERFORM 6260-COPY-DCM-LIST
126430             THRU 6260-COPY-DCM-LIST-EXIT
126435             UNTIL JNL-AUTHIN-EOF
126440         CLOSE AUTH-DCM-FILE NEW-DCM-FILE
126445     END-IF.
126450     MOVE 7 TO JNL-FUNC-SUB.
126455     OPEN INPUT AUTH-APV-FILE.
126460     IF NOT JNL-AUTHIN-NOT-FOUND
126465         OPEN OUTPUT NEW-APV-FILE
126470         PERFORM 6270-COPY-APV-LIST
126475             THRU 6270-COPY-APV-LIST-EXIT
126480             UNTIL JNL-AUTHIN-EOF
126485         CLOSE AUTH-APV-FILE NEW-APV-FILE
126490     END-IF.
126500     PERFORM 6400-REPORT-UNMATCHED
126600         THRU 6400-REPORT-UNMATCHED-EXIT
126700         VARYING JNL-SGT-SUB FROM 1 BY 1
126800         UNTIL JNL-SGT-SUB > JNL-SGT-CNT.
126900 6000-APPLY-SIGN-OFFS-EXIT.
127000     EXIT.
127100
127200*--------------------------------------------------------------*
127300* A ROW STANDS WHEN IT CARRIES K OR R, IS SIGNED BY THE MANAGER *
127400* IT WAS SENT TO, THAT MANAGER IS NOT CERTIFYING THEIR OWN      *
127500* ACCESS, AND - WHERE THE REVIEW FLAGGED THE ACCESS - A KEEP    *
127600* GIVES A REASON.                                               *
127700*--------------------------------------------------------------*
127800 6100-READ-SIGN-ROW.
127900     READ UAR-SGN-FILE
128000         AT END
128100             SET JNL-UARSGN-EOF TO TRUE
128200             GO TO 6100-READ-SIGN-ROW-EXIT
128300     END-READ.
128400     ADD 1 TO JNL-ROWS-READ.
128500     MOVE UARSGN-FUNC-CD TO JNL-FIND-FUNC-CD.
128600     PERFORM 7400-FIND-FUNC
128700         THRU 7400-FIND-FUNC-EXIT.
128800     MOVE SPACES TO JNL-ROW-REJECT-MSG.
128900     EVALUATE TRUE
129000         WHEN JNL-FUNC-SUB > 7
129100             MOVE 'UNKNOWN FUNCTION CODE' TO JNL-ROW-REJECT-MSG
129200         WHEN NOT UARSGN-KEEP AND NOT UARSGN-REVOKE
129300             MOVE 'NO K/R DECISION' TO JNL-ROW-REJECT-MSG
129400         WHEN UARSGN-SIGN-USER-ID = SPACES
129500             OR UARSGN-SIGN-USER-ID NOT = UARSGN-MGR-ID
129600             MOVE 'NOT SIGNED BY THE REVIEWING MANAGER'
129700                 TO JNL-ROW-REJECT-MSG
129800         WHEN UARSGN-SIGN-USER-ID = UARSGN-USER-ID
129900             MOVE 'MANAGER CANNOT CERTIFY OWN ACCESS'
130000                 TO JNL-ROW-REJECT-MSG
130100         WHEN UARSGN-KEEP AND UARSGN-REASON = SPACES
130200             AND (UARSGN-DORMANT OR UARSGN-IN-PAIR)
130300             MOVE 'FLAGGED ACCESS KEPT WITHOUT A REASON'
130400                 TO JNL-ROW-REJECT-MSG
130500         WHEN OTHER
130600             CONTINUE
130700     END-EVALUATE.
130800     IF JNL-ROW-REJECT-MSG NOT = SPACES
130900         ADD 1 TO JNL-ROWS-REJECTED
131000         MOVE SPACES TO UAR-RPT-LINE
131100         STRING 'ROW NOT APPLIED - ' JNL-ROW-REJECT-MSG SPACE
131200             UARSGN-FUNC-CD SPACE UARSGN-USER-ID SPACE
131300             UARSGN-MGR-ID SPACE UARSGN-DECISION-CD SPACE
131400             UARSGN-SIGN-USER-ID
131500             DELIMITED BY SIZE INTO UAR-RPT-LINE
131600         END-STRING
131700         WRITE UAR-RPT-LINE
131800     END-IF.
131900     IF JNL-FUNC-SUB > 7
132000         GO TO 6100-READ-SIGN-ROW-EXIT
132100     END-IF.
132200     IF JNL-SGT-CNT >= 1500
132300         DISPLAY 'IJTUAR01 - UARSGN TABLE FULL - ROW FOR '
132400             UARSGN-USER-ID ' IGNORED'
132500         ADD 1 TO JNL-ROWS-REJECTED
132600         GO TO 6100-READ-SIGN-ROW-EXIT
132700     END-IF.
132800     ADD 1 TO JNL-SGT-CNT.
132900     MOVE JNL-FUNC-SUB   TO JNL-SGT-FUNC-SUB (JNL-SGT-CNT).
133000     MOVE UARSGN-USER-ID TO JNL-SGT-USER-ID (JNL-SGT-CNT).
133100     MOVE 'N'            TO JNL-SGT-USED-SW (JNL-SGT-CNT).
133200     IF JNL-ROW-REJECT-MSG NOT = SPACES
133300         SET JNL-SGT-NOT-ACTED (JNL-SGT-CNT) TO TRUE
133400         GO TO 6100-READ-SIGN-ROW-EXIT
133500     END-IF.
133600     IF UARSGN-REVOKE
133700         SET JNL-SGT-REVOKE (JNL-SGT-CNT) TO TRUE
133800         ADD 1 TO JNL-ROWS-REVOKED
133900     ELSE
134000         SET JNL-SGT-KEEP (JNL-SGT-CNT) TO TRUE
134100         ADD 1 TO JNL-ROWS-KEPT
134200     END-IF.
134300     PERFORM 6150-WRITE-UAR-LOG
134400         THRU 6150-WRITE-UAR-LOG-EXIT.
134500 6100-READ-SIGN-ROW-EXIT.
134600     EXIT.
134700
134800*--------------------------------------------------------------*
134900* THE PERMANENT RECORD OF EACH DECISION - WHO CERTIFIED WHOSE   *
135000* ACCESS TO WHAT, WHEN, AND WHY.                                *
135100*--------------------------------------------------------------*
135200 6150-WRITE-UAR-LOG.
135300     MOVE SPACES TO UAR-LOG-LINE.
135400     STRING JNL-STAMP-DATE SPACE JNL-STAMP-TIME SPACE
135500         UARSGN-REVIEW-DT SPACE UARSGN-SIGN-USER-ID SPACE
135600         UARSGN-DECISION-CD SPACE UARSGN-FUNC-CD SPACE
135700         UARSGN-USER-ID SPACE UARSGN-LAST-ACT-DT SPACE
135800         UARSGN-DORMANT-SW UARSGN-PAIR-SW SPACE
135900         UARSGN-REASON
136000         DELIMITED BY SIZE INTO UAR-LOG-LINE
136100     END-STRING.
136200     WRITE UAR-LOG-LINE.
136300 6150-WRITE-UAR-LOG-EXIT.
136400     EXIT.
136500
136600 6210-COPY-VVM-LIST.
136700     READ AUTH-VVM-FILE INTO JNL-AUTH-VIEW
136800         AT END
136900             SET JNL-AUTHIN-EOF TO TRUE
137000             GO TO 6210-COPY-VVM-LIST-EXIT
137100     END-READ.
137200     PERFORM 6300-CHECK-REVOKE
137300         THRU 6300-CHECK-REVOKE-EXIT.
137400     IF NOT JNL-REVOKE-USER
137500         WRITE NEW-VVM-RECORD FROM AUTH-VVM-RECORD
137600     END-IF.
137700 6210-COPY-VVM-LIST-EXIT.
137800     EXIT.
137900
138000 6220-COPY-COR-LIST.
138100     READ AUTH-COR-FILE INTO JNL-AUTH-VIEW
138200         AT END
138300             SET JNL-AUTHIN-EOF TO TRUE
138400             GO TO 6220-COPY-COR-LIST-EXIT
138500     END-READ.
138600     PERFORM 6300-CHECK-REVOKE
138700         THRU 6300-CHECK-REVOKE-EXIT.
138800     IF NOT JNL-REVOKE-USER
138900         WRITE NEW-COR-RECORD FROM AUTH-COR-RECORD
139000     END-IF.
139100 6220-COPY-COR-LIST-EXIT.
139200     EXIT.
139300
139400 6230-COPY-HLD-LIST.
139500     READ AUTH-HLD-FILE INTO JNL-AUTH-VIEW
139600         AT END
139700             SET JNL-AUTHIN-EOF TO TRUE
139800             GO TO 6230-COPY-HLD-LIST-EXIT
139900     END-READ.
140000     PERFORM 6300-CHECK-REVOKE
140100         THRU 6300-CHECK-REVOKE-EXIT.
140200     IF NOT JNL-REVOKE-USER
140300         WRITE NEW-HLD-RECORD FROM AUTH-HLD-RECORD
140400     END-IF.
140500 6230-COPY-HLD-LIST-EXIT.
140600     EXIT.
140700
140800 6240-COPY-RPV-LIST.
140900     READ AUTH-RPV-FILE INTO JNL-AUTH-VIEW
141000         AT END
141100             SET JNL-AUTHIN-EOF TO TRUE
141200             GO TO 6240-COPY-RPV-LIST-EXIT
141300     END-READ.
141400     PERFORM 6300-CHECK-REVOKE
141500         THRU 6300-CHECK-REVOKE-EXIT.
141600     IF NOT JNL-REVOKE-USER
141700         WRITE NEW-RPV-RECORD FROM AUTH-RPV-RECORD
141800     END-IF.
141900 6240-COPY-RPV-LIST-EXIT.
142000     EXIT.
142100
142200 6250-COPY-CCG-LIST.
142300     READ AUTH-CCG-FILE INTO JNL-AUTH-VIEW
142400         AT END
142500             SET JNL-AUTHIN-EOF TO TRUE
142600             GO TO 6250-COPY-CCG-LIST-EXIT
142700     END-READ.
142800     PERFORM 6300-CHECK-REVOKE
142900         THRU 6300-CHECK-REVOKE-EXIT.
143000     IF NOT JNL-REVOKE-USER
143100         WRITE NEW-CCG-RECORD FROM AUTH-CCG-RECORD
143200     END-IF.
143300 6250-COPY-CCG-LIST-EXIT.
143400     EXIT.
143402
143404 6260-COPY-DCM-LIST.
143406     READ AUTH-DCM-FILE INTO JNL-AUTH-VIEW
143408         AT END
143410             SET JNL-AUTHIN-EOF TO TRUE
143412             GO TO 6260-COPY-DCM-LIST-EXIT
143414     END-READ.
143416     PERFORM 6300-CHECK-REVOKE
143418         THRU 6300-CHECK-REVOKE-EXIT.
143420     IF NOT JNL-REVOKE-USER
143422         WRITE NEW-DCM-RECORD FROM AUTH-DCM-RECORD
143424     END-IF.
143426 6260-COPY-DCM-LIST-EXIT.
143428     EXIT.
143430
143432 6270-COPY-APV-LIST.
143434     READ AUTH-APV-FILE INTO JNL-AUTH-VIEW
143436         AT END
143438             SET JNL-AUTHIN-EOF TO TRUE
143440             GO TO 6270-COPY-APV-LIST-EXIT
143442     END-READ.
143444     PERFORM 6300-CHECK-REVOKE
143446         THRU 6300-CHECK-REVOKE-EXIT.
143448     IF NOT JNL-REVOKE-USER
143450         WRITE NEW-APV-RECORD FROM AUTH-APV-RECORD
143452     END-IF.
143454 6270-COPY-APV-LIST-EXIT.
143456     EXIT.
143500
143600*--------------------------------------------------------------*
143700* THE LIST ENTRY IN JNL-AUTH-VIEW, FUNCTION JNL-FUNC-SUB - IS   *
143800* IT REVOKED?  AN ENTRY NO SIGNED ROW COVERS STAYS, BUT IS      *
143900* REPORTED AS NOT REVIEWED.                                     *
144000*--------------------------------------------------------------*
144100 6300-CHECK-REVOKE.
144200     MOVE 'N' TO JNL-REVOKE-SW.
144300     IF JNL-AUTH-USER-ID = SPACES
144400         GO TO 6300-CHECK-REVOKE-EXIT
144500     END-IF.
144600     PERFORM 6310-TEST-SGT-ENTRY
144700         VARYING JNL-SGT-SUB FROM 1 BY 1
144800         UNTIL JNL-SGT-SUB > JNL-SGT-CNT
144900         OR (JNL-SGT-FUNC-SUB (JNL-SGT-SUB) = JNL-FUNC-SUB
145000             AND JNL-SGT-USER-ID (JNL-SGT-SUB)
145100                 = JNL-AUTH-USER-ID).
145200     IF JNL-SGT-SUB > JNL-SGT-CNT
145300         ADD 1 TO JNL-USERS-UNREVIEWED
145400         MOVE SPACES TO UAR-RPT-LINE
145500         STRING 'NOT REVIEWED - ACCESS LEFT IN PLACE - '
145600             JNL-FUNC-CD (JNL-FUNC-SUB) SPACE JNL-AUTH-USER-ID
145700             DELIMITED BY SIZE INTO UAR-RPT-LINE
145800         END-STRING
145900         WRITE UAR-RPT-LINE
146000         GO TO 6300-CHECK-REVOKE-EXIT
146100     END-IF.
146200     SET JNL-SGT-USED (JNL-SGT-SUB) TO TRUE.
146300     IF JNL-SGT-REVOKE (JNL-SGT-SUB)
146400         SET JNL-REVOKE-USER TO TRUE
146500         ADD 1 TO JNL-USERS-REMOVED
146600         MOVE SPACES TO UAR-RPT-LINE
146700         STRING 'REVOKED - ' JNL-FUNC-CD (JNL-FUNC-SUB) SPACE
146800             JNL-AUTH-USER-ID SPACE JNL-AUTH-DESC
146900             DELIMITED BY SIZE INTO UAR-RPT-LINE
147000         END-STRING
147100         WRITE UAR-RPT-LINE
147200     END-IF.
147300 6300-CHECK-REVOKE-EXIT.
147400     EXIT.
147500
147600 6310-TEST-SGT-ENTRY.
147700     CONTINUE.
147800
147900*--------------------------------------------------------------*
148000* A REVOKE FOR A USER NO LONGER ON THE LIST CHANGES NOTHING -   *
148100* SAY SO, IN CASE THE USER ID WAS MISKEYED.                     *
148200*--------------------------------------------------------------*
148300 6400-REPORT-UNMATCHED.
148400     IF JNL-SGT-USED (JNL-SGT-SUB)
148500         OR NOT JNL-SGT-REVOKE (JNL-SGT-SUB)
148600         GO TO 6400-REPORT-UNMATCHED-EXIT
148700     END-IF.
148800     ADD 1 TO JNL-REVOKES-UNMATCHED.
148900     MOVE JNL-SGT-FUNC-SUB (JNL-SGT-SUB) TO JNL-FUNC-SUB.
149000     MOVE SPACES TO UAR-RPT-LINE.
149100     STRING 'REVOKE NOT APPLIED - USER NOT ON THE LIST - '
149200         JNL-FUNC-CD (JNL-FUNC-SUB) SPACE
149300         JNL-SGT-USER-ID (JNL-SGT-SUB)
149400         DELIMITED BY SIZE INTO UAR-RPT-LINE
149500     END-STRING.
149600     WRITE UAR-RPT-LINE.
149700 6400-REPORT-UNMATCHED-EXIT.
149800     EXIT.
149900
150000*--------------------------------------------------------------*
150100* DATE TO DAY NUMBER - JNL-DT-WORK IN, JNL-DT-DAYNO OUT (ZERO   *
150200* IF THE DATE IS NOT A DATE).                                   *
150300*--------------------------------------------------------------*
150400 7000-DATE-TO-DAYNO.
150500     MOVE ZERO TO JNL-DT-DAYNO.
150600     IF JNL-DT-WORK-A NOT NUMERIC
150700         OR JNL-DT-MONTH < 1 OR JNL-DT-MONTH > 12
150800         OR JNL-DT-DAY < 1 OR JNL-DT-DAY > 31
150900         OR JNL-DT-YEAR = ZERO
151000         GO TO 7000-DATE-TO-DAYNO-EXIT
151100     END-IF.
151200     PERFORM 7010-YEAR-BASE
151300         THRU 7010-YEAR-BASE-EXIT.
151400     ADD JNL-CUM-DAYS (JNL-DT-MONTH) JNL-DT-DAY
151500         TO JNL-DT-DAYNO.
151600     IF JNL-DT-LEAP-YEAR AND JNL-DT-MONTH > 2
151700         ADD 1 TO JNL-DT-DAYNO
151800     END-IF.
151900 7000-DATE-TO-DAYNO-EXIT.
152000     EXIT.
152100
152200*--------------------------------------------------------------*
152300* THE DAYS BEFORE 1 JANUARY OF JNL-DT-YEAR, AND WHETHER THE     *
152400* YEAR IS A LEAP YEAR.                                          *
152500*--------------------------------------------------------------*
152600 7010-YEAR-BASE.
152700     COMPUTE JNL-DT-YM1 = JNL-DT-YEAR - 1.
152800     COMPUTE JNL-DT-DAYNO = JNL-DT-YM1 * 365.
152900     DIVIDE JNL-DT-YM1 BY 4 GIVING JNL-DT-QUOT.
153000     ADD JNL-DT-QUOT TO JNL-DT-DAYNO.
153100     DIVIDE JNL-DT-YM1 BY 100 GIVING JNL-DT-QUOT.
153200     SUBTRACT JNL-DT-QUOT FROM JNL-DT-DAYNO.
153300     DIVIDE JNL-DT-YM1 BY 400 GIVING JNL-DT-QUOT.
153400     ADD JNL-DT-QUOT TO JNL-DT-DAYNO.
153500     DIVIDE JNL-DT-YEAR BY 4 GIVING JNL-DT-QUOT
153600         REMAINDER JNL-DT-REM-4.
153700     DIVIDE JNL-DT-YEAR BY 100 GIVING JNL-DT-QUOT
153800         REMAINDER JNL-DT-REM-100.
153900     DIVIDE JNL-DT-YEAR BY 400 GIVING JNL-DT-QUOT
154000         REMAINDER JNL-DT-REM-400.
154100     MOVE 'N' TO JNL-DT-LEAP-SW.
154200     IF JNL-DT-REM-4 = ZERO
154300         AND (JNL-DT-REM-100 NOT = ZERO OR JNL-DT-REM-400 = ZERO)
154400         SET JNL-DT-LEAP-YEAR TO TRUE
154500     END-IF.
154600 7010-YEAR-BASE-EXIT.
154700     EXIT.
154800
154900*--------------------------------------------------------------*
155000 7100-FIND-USER.
155100     PERFORM 7110-TEST-USER-ENTRY
155200         VARYING JNL-USR-SUB FROM 1 BY 1
155300         UNTIL JNL-USR-SUB > JNL-USR-CNT
155400         OR JNL-USR-ID (JNL-USR-SUB) = JNL-FIND-USER-ID.
155500 7100-FIND-USER-EXIT.
155600     EXIT.
155700
155800 7110-TEST-USER-ENTRY.
155900     CONTINUE.
156000
156100 7300-FIND-PAIR.
156200     PERFORM 7310-TEST-PAIR-ENTRY
156300         VARYING JNL-PAIR-SUB-2 FROM 1 BY 1
156400         UNTIL JNL-PAIR-SUB-2 > JNL-PAIR-CNT
156500         OR (JNL-PAIR-FUNC-SUB (JNL-PAIR-SUB-2) = JNL-FUNC-SUB
156600             AND JNL-PAIR-MAKER-ID (JNL-PAIR-SUB-2)
156700                 = JNL-FIND-MAKER-ID
156800             AND JNL-PAIR-CHECKER-ID (JNL-PAIR-SUB-2)
156900                 = JNL-FIND-CHECKER-ID).
157000 7300-FIND-PAIR-EXIT.
157100     EXIT.
157200
157300 7310-TEST-PAIR-ENTRY.
157400     CONTINUE.
157500
157600 7400-FIND-FUNC.
157700     PERFORM 7410-TEST-FUNC-ENTRY
157800         VARYING JNL-FUNC-SUB FROM 1 BY 1
157900         UNTIL JNL-FUNC-SUB > 7
158000         OR JNL-FUNC-CD (JNL-FUNC-SUB) = JNL-FIND-FUNC-CD.
158100 7400-FIND-FUNC-EXIT.
158200     EXIT.
158300
158400 7410-TEST-FUNC-ENTRY.
158500     CONTINUE.
158600
158700*--------------------------------------------------------------*
158800 9000-TERMINATE.
158900     CLOSE UAR-SGN-FILE UAR-RPT-FILE.
159000     IF JNL-MODE-APPLY
159100         CLOSE UAR-LOG-FILE
159200     END-IF.
159300     IF JNL-MODE-REVIEW
159400         DISPLAY 'IJTUAR01 - USERS REVIEWED          = '
159500             JNL-USERS-REVIEWED
159600         DISPLAY 'IJTUAR01 - SIGN-OFF ROWS WRITTEN   = '
159700             JNL-ROWS-WRITTEN
159800         DISPLAY 'IJTUAR01 - DORMANT ACCESS ROWS     = '
159900             JNL-DORMANT-ROWS
160000         DISPLAY 'IJTUAR01 - RECIPROCAL PAIRS        = '
160100             JNL-PAIRS-FOUND
160200         IF JNL-USERS-DROPPED > ZERO
160300             OR JNL-PAIRS-DROPPED > ZERO
160400             DISPLAY 'IJTUAR01 - TABLE FULL - USERS DROPPED '
160500                 JNL-USERS-DROPPED ', PAIRS DROPPED '
160600                 JNL-PAIRS-DROPPED
160700             MOVE 8 TO RETURN-CODE
160800         ELSE
160900             IF JNL-DORMANT-ROWS > ZERO
161000                 OR JNL-PAIRS-FOUND > ZERO
161100                 MOVE 4 TO RETURN-CODE
161200             END-IF
161300         END-IF
161400     ELSE
161500         DISPLAY 'IJTUAR01 - SIGN-OFF ROWS READ      = '
161600             JNL-ROWS-READ
161700         DISPLAY 'IJTUAR01 - ROWS KEPT               = '
161800             JNL-ROWS-KEPT
161900         DISPLAY 'IJTUAR01 - ROWS REVOKED            = '
162000             JNL-ROWS-REVOKED
162100         DISPLAY 'IJTUAR01 - ROWS NOT APPLIED        = '
162200             JNL-ROWS-REJECTED
162300         DISPLAY 'IJTUAR01 - LIST ENTRIES REMOVED    = '
162400             JNL-USERS-REMOVED
162500         DISPLAY 'IJTUAR01 - LIST ENTRIES UNREVIEWED = '
162600             JNL-USERS-UNREVIEWED
162700         IF JNL-ROWS-REJECTED > ZERO
162800             OR JNL-USERS-UNREVIEWED > ZERO
162900             OR JNL-REVOKES-UNMATCHED > ZERO
163000             MOVE 4 TO RETURN-CODE
163100         END-IF
163200     END-IF.
163300 9000-TERMINATE-EXIT.
163400     EXIT.
163500
163600*-------------------------------------------------------------.
163700*                     E N D   O F  I J T U A R 0 1             :
163800*-------------------------------------------------------------'
