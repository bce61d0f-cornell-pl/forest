000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJTDCM01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  10/01/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 30.4  10/01/26  RAS  NEW PROGRAM.  ONLINE BILLING DISPUTE     *
001100*                      CASE SCREEN OVER DSPCASE.  AN AUTHUSR    *
001200*                      USER OPENS A CASE AGAINST AN ACCOUNT     *
001300*                      WITH THE DISPUTED AMOUNT, CHANNEL AND    *
001400*                      REASON, ATTACHES THE TIFDET DETAILS      *
001500*                      (SOURCE SYSTEM AND SEQUENCE) OR RP519    *
001600*                      INVOICES IN DISPUTE - EACH CHECKED       *
001700*                      AGAINST TIFDET OR RP5STR AND AGAINST THE *
001800*                      CASE'S ACCOUNT - AND LATER CLOSES IT     *
001900*                      WITH THE RESOLUTION AND THE ADJUSTMENT   *
002000*                      THAT SETTLED IT.  EVERY OPEN, ATTACH AND *
002100*                      CLOSE APPENDS A LINE TO DSPAUDIT.        *
002200*                      IJTDCA01 AGES AND RECONCILES THE CASES   *
002300*                      WEEKLY.                                  *
002310* 30.7  10/15/26  RAS  DSPAUDIT WIDENED TO 280 SO THE WHOLE     *
002320*                      CASE ROW FITS ON THE AUDIT LINE - CLOSE  *
002330*                      LINES WERE LOSING THE RESOLUTION TEXT    *
002340*                      AND ADJUSTMENT.  AN ITEM IS NOW WRITTEN  *
002350*                      BEFORE THE CASE HEADER COUNTS IT, SO A   *
002360*                      FAILED ATTACH NO LONGER LEAVES THE ITEM  *
002370*                      COUNT HIGH.                              *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900 SPECIAL-NAMES.
003000     CRT STATUS IS JNL-CRT-STATUS.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT DSP-CASE-FILE ASSIGN TO DSPCASE
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS DSPCASE-KEY
003700         ALTERNATE RECORD KEY IS DSPCASE-ACCT-NB
003800             WITH DUPLICATES
003900         FILE STATUS IS JNL-DSPCASE-STATUS.
004000
004100     SELECT TIF-DET-FILE ASSIGN TO TIFDET
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS TIFDET-KEY
004500         ALTERNATE RECORD KEY IS TIFDET-BL-ACCT-NB
004600             WITH DUPLICATES
004700         ALTERNATE RECORD KEY IS TIFDET-LEAD-ACCT-NB
004800             WITH DUPLICATES
004900         FILE STATUS IS JNL-TIFDET-STATUS.
005000
005100     SELECT RP5-STR-FILE ASSIGN TO RP5STR
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS RP5STR-KEY
005500         ALTERNATE RECORD KEY IS RP5STR-ORIGNL-INVC-NUM
005600             WITH DUPLICATES
005700         ALTERNATE RECORD KEY IS RP5STR-BL-TO-CD
005800             WITH DUPLICATES
005900         ALTERNATE RECORD KEY IS RP5STR-LEAD-ACCOUNT
006000             WITH DUPLICATES
006100         FILE STATUS IS JNL-RP5STR-STATUS.
006200
006300     SELECT DSP-AUDIT-FILE ASSIGN TO DSPAUDIT
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS JNL-DSPAUDIT-STATUS.
006600
006700     SELECT AUTH-USER-FILE ASSIGN TO AUTHUSR
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS JNL-AUTHUSR-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  DSP-CASE-FILE.
007400     COPY dspcase.
007500
007600 FD  TIF-DET-FILE.
007700     COPY tifdetv.
007800
007900 FD  RP5-STR-FILE.
008000     COPY rp5str.
008100
008200 FD  DSP-AUDIT-FILE
008300     RECORDING MODE IS F.
008400 01  DSP-AUDIT-LINE            PIC X(280).
008500
008600 FD  AUTH-USER-FILE
008700     RECORDING MODE IS F.
008800 01  AUTH-USER-RECORD          PIC X(80).
008900
009000 WORKING-STORAGE SECTION.
009100 01  JNL-DSPCASE-STATUS        PIC X(02) VALUE SPACES.
009200     88  JNL-DSPCASE-OK                  VALUE '00'.
009300     88  JNL-DSPCASE-NOTFND              VALUE '23'.
009400     88  JNL-DSPCASE-EOF                 VALUE '10'.
009500 01  JNL-TIFDET-STATUS         PIC X(02) VALUE SPACES.
009600     88  JNL-TIFDET-OK                   VALUE '00'.
009700 01  JNL-RP5STR-STATUS         PIC X(02) VALUE SPACES.
009800     88  JNL-RP5STR-OK                   VALUE '00'.
009900 01  JNL-DSPAUDIT-STATUS       PIC X(02) VALUE SPACES.
010000     88  JNL-DSPAUDIT-OK                 VALUE '00'.
010100 01  JNL-AUTHUSR-STATUS        PIC X(02) VALUE SPACES.
010200     88  JNL-AUTHUSR-OK                  VALUE '00'.
010300     88  JNL-AUTHUSR-EOF                 VALUE '10'.
010400 01  JNL-CRT-STATUS            PIC 9(04) VALUE ZERO.
010500
010600*--------------------------------------------------------------*
010700* THE USERS AUTHORIZED TO SIGN ON HERE - THE SAME AUTHUSR LIST  *
010800* THAT GATES IJTVVM01 AND IJTHLD01.                             *
010900*--------------------------------------------------------------*
011000 01  JNL-AUTH-VIEW.
011100     05  JNL-AUTH-USER-ID      PIC X(08).
011200     05  JNL-AUTH-DESC         PIC X(30).
011300     05  FILLER                PIC X(42).
011400 01  JNL-AUTH-CNT              PIC 9(04) COMP VALUE ZERO.
011500 01  JNL-AUTH-SUB              PIC 9(04) COMP VALUE ZERO.
011600 01  JNL-AUTH-TABLE.
011700     05  JNL-AUTH-ENTRY OCCURS 50 TIMES.
011800         10  JNL-AUTH-ID           PIC X(08).
011900
012000 01  JNL-SWITCHES.
012100     05  JNL-DONE-SW           PIC X(01) VALUE 'N'.
012200         88  JNL-DONE                    VALUE 'Y'.
012300     05  JNL-BRWS-DONE-SW      PIC X(01) VALUE 'N'.
012400         88  JNL-BRWS-DONE               VALUE 'Y'.
012500     05  JNL-DUP-SW            PIC X(01) VALUE 'N'.
012600         88  JNL-DUP-FOUND               VALUE 'Y'.
012620
012640 01  JNL-AUDIT-TRUNCATED       PIC S9(05) COMP-3 VALUE ZERO.
012700
012800 01  JNL-MENU-CHOICE           PIC X(01) VALUE SPACES.
012900     88  JNL-CHOICE-OPEN             VALUE 'O'.
013000     88  JNL-CHOICE-ATTACH           VALUE 'A'.
013100     88  JNL-CHOICE-LOOKUP           VALUE 'L'.
013200     88  JNL-CHOICE-CLOSE            VALUE 'C'.
013300     88  JNL-CHOICE-EXIT             VALUE 'X'.
013400
013500 01  JNL-USER-ID               PIC X(08) VALUE SPACES.
013600 01  JNL-CONTINUE-CHOICE       PIC X(01) VALUE SPACES.
013700 01  JNL-MESSAGE-LINE          PIC X(60) VALUE SPACES.
013800 01  JNL-AUDIT-ACTION          PIC X(01) VALUE SPACES.
013900
014000*--------------------------------------------------------------*
014100* CURRENT DATE AND TIME FOR THE CASE AND AUDIT STAMPS.          *
014200*--------------------------------------------------------------*
014300 01  JNL-STAMP.
014400     05  JNL-STAMP-DATE        PIC X(08).
014500     05  JNL-STAMP-TIME        PIC X(06).
014600 01  JNL-TIME-RAW              PIC X(08) VALUE SPACES.
014700
014800*--------------------------------------------------------------*
014900* FIELDS KEYED ON THE OPEN, ATTACH, LOOKUP AND CLOSE            *
015000* SCREENS.  A ZERO DISPUTED AMOUNT ON AN ATTACH DISPUTES THE    *
015100* WHOLE DETAIL OR INVOICE.                                      *
015200*--------------------------------------------------------------*
015300 01  JNL-ENTRY-FIELDS.
015400     05  JNL-ENT-CASE-NO       PIC 9(08) VALUE ZERO.
015500     05  JNL-ENT-ACCT-NB       PIC X(13) VALUE SPACES.
015600     05  JNL-ENT-CHANNEL-CD    PIC X(01) VALUE SPACES.
015700     05  JNL-ENT-REASON-CD     PIC X(02) VALUE SPACES.
015800     05  JNL-ENT-REASON-TX     PIC X(40) VALUE SPACES.
015900     05  JNL-ENT-DISP-AMT      PIC 9(09)V99 VALUE ZERO.
016000     05  JNL-ENT-ITEM-TYPE     PIC X(01) VALUE SPACES.
016100         88  JNL-ENT-TIF                 VALUE 'T'.
016200         88  JNL-ENT-RP519               VALUE 'R'.
016300         88  JNL-ENT-NO-REF              VALUE SPACE.
016400     05  JNL-ENT-SRCE-SYS-CD   PIC X(04) VALUE SPACES.
016500     05  JNL-ENT-SEQ-NO        PIC 9(08) VALUE ZERO.
016600     05  JNL-ENT-INVC-NUM      PIC X(10) VALUE SPACES.
016700     05  JNL-ENT-RESOL-CD      PIC X(01) VALUE SPACES.
016800     05  JNL-ENT-RESOL-TX      PIC X(40) VALUE SPACES.
016900     05  JNL-ENT-ADJ-AMT       PIC 9(09)V99 VALUE ZERO.
017000
017100*--------------------------------------------------------------*
017200* THE ITEM BEING ATTACHED, BUILT FROM TIFDET OR RP5STR BEFORE   *
017300* THE CASE'S EXISTING ITEMS ARE BROWSED FOR A DUPLICATE.        *
017400*--------------------------------------------------------------*
017500 01  JNL-NEW-ITEM.
017600     05  JNL-NEW-ITEM-TYPE     PIC X(01).
017700     05  JNL-NEW-SRCE-SYS-CD   PIC X(04).
017800     05  JNL-NEW-SEQ-NO        PIC 9(08).
017900     05  JNL-NEW-INVC-NUM      PIC X(10).
018000     05  JNL-NEW-EXTR-TYPE     PIC X(03).
018100     05  JNL-NEW-LOAD-DT       PIC X(08).
018200     05  JNL-NEW-USOC-CD       PIC X(05).
018300     05  JNL-NEW-SRCE-AMT      PIC S9(11)V99.
018400     05  JNL-NEW-DISP-AMT      PIC 9(09)V99.
018500 01  JNL-CASE-NO               PIC 9(08) VALUE ZERO.
018600 01  JNL-CASE-ACCT-NB          PIC X(13) VALUE SPACES.
018700 01  JNL-NEXT-ITEM-NO          PIC 9(03) VALUE ZERO.
018800
018900*--------------------------------------------------------------*
019000* CASES FOUND FOR AN ACCOUNT ON A LOOKUP, SHOWN ONE AT A TIME.  *
019100*--------------------------------------------------------------*
019200 01  JNL-ACCT-CASE-CNT         PIC 9(04) COMP VALUE ZERO.
019300 01  JNL-ACCT-CASE-SUB         PIC 9(04) COMP VALUE ZERO.
019400 01  JNL-ACCT-CASE-TABLE.
019500     05  JNL-ACCT-CASE-NO OCCURS 20 TIMES
019600                               PIC 9(08).
019700
019800*--------------------------------------------------------------*
019900* CASE HEADER AND ITEM FIELDS FORMATTED FOR THE CASE SCREEN.    *
020000*--------------------------------------------------------------*
020100 01  JNL-DSP-FIELDS.
020200     05  JNL-DSP-CASE-NO       PIC 9(08) VALUE ZERO.
020300     05  JNL-DSP-ACCT-NB       PIC X(13) VALUE SPACES.
020400     05  JNL-DSP-STATUS        PIC X(01) VALUE SPACES.
020500     05  JNL-DSP-CHANNEL       PIC X(01) VALUE SPACES.
020600     05  JNL-DSP-OPENED        PIC X(17) VALUE SPACES.
020700     05  JNL-DSP-DISP-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
020800     05  JNL-DSP-REASON        PIC X(43) VALUE SPACES.
020900     05  JNL-DSP-ITEM-CNT      PIC ZZ9 VALUE ZERO.
021000     05  JNL-DSP-CLOSED        PIC X(17) VALUE SPACES.
021100     05  JNL-DSP-RESOL         PIC X(42) VALUE SPACES.
021200     05  JNL-DSP-ADJ-REF       PIC X(20) VALUE SPACES.
021300     05  JNL-DSP-ADJ-AMT       PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
021400 01  JNL-ITEM-DISP-LINES.
021500     05  JNL-ITEM-DISP-LINE OCCURS 8 TIMES
021600                               PIC X(72).
021700 01  JNL-ITEM-SHOW-CNT         PIC 9(02) VALUE ZERO.
021800 01  JNL-ITEM-SUB              PIC 9(02) VALUE ZERO.
021900 01  JNL-ITEM-REF              PIC X(14) VALUE SPACES.
022000 01  JNL-EDIT-SRCE-AMT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
022100 01  JNL-EDIT-ITEM-AMT         PIC Z,ZZZ,ZZZ,ZZ9.99.
022200
022300 01  JNL-TRUE-TAX-CNT          PIC S9(04) COMP VALUE ZERO.
022400
022500     COPY tifview.
022600
022700 COPY rps REPLACING ==01  RP519-RECORD.==
022800     BY ==01  JNL-RP519-VIEW.==.
022900
023000 SCREEN SECTION.
023100 01  JNL-SIGNON-SCREEN.
023200     05  BLANK SCREEN.
023300     05  LINE 01 COLUMN 01 VALUE
023400         'IJTDCM01 - BILLING DISPUTE CASES'.
023500     05  LINE 03 COLUMN 01 VALUE 'USER ID:'.
023600     05  LINE 03 COLUMN 12 PIC X(08) TO JNL-USER-ID.
023700
023800 01  JNL-MENU-SCREEN.
023900     05  BLANK SCREEN.
024000     05  LINE 01 COLUMN 01 VALUE
024100         'IJTDCM01 - BILLING DISPUTE CASES'.
024200     05  LINE 02 COLUMN 01 VALUE 'SIGNED ON:'.
024300     05  LINE 02 COLUMN 12 PIC X(08) FROM JNL-USER-ID.
024400     05  LINE 03 COLUMN 01 VALUE 'O) OPEN A CASE'.
024500     05  LINE 04 COLUMN 01 VALUE
024600         'A) ATTACH A TIF DETAIL OR RP519 INVOICE'.
024700     05  LINE 05 COLUMN 01 VALUE 'L) LOOK UP A CASE'.
024800     05  LINE 06 COLUMN 01 VALUE 'C) CLOSE A CASE'.
024900     05  LINE 07 COLUMN 01 VALUE 'X) EXIT'.
025000     05  LINE 08 COLUMN 01 VALUE 'SELECTION:'.
025100     05  LINE 08 COLUMN 12 PIC X(01) TO JNL-MENU-CHOICE.
025200     05  LINE 10 COLUMN 01 PIC X(60) FROM JNL-MESSAGE-LINE.
025300
025400 01  JNL-OPEN-SCREEN.
025500     05  BLANK SCREEN.
025600     05  LINE 01 COLUMN 01 VALUE
025700         'IJTDCM01 - OPEN A DISPUTE CASE'.
025800     05  LINE 03 COLUMN 01 VALUE 'ACCOUNT NO:'.
025900     05  LINE 03 COLUMN 22 PIC X(13) USING JNL-ENT-ACCT-NB.
026000     05  LINE 04 COLUMN 01 VALUE 'CHANNEL (P/E/L/W):'.
026100     05  LINE 04 COLUMN 22 PIC X(01) USING JNL-ENT-CHANNEL-CD.
026200     05  LINE 05 COLUMN 01 VALUE 'REASON CODE:'.
026300     05  LINE 05 COLUMN 22 PIC X(02) USING JNL-ENT-REASON-CD.
026400     05  LINE 06 COLUMN 01 VALUE 'REASON:'.
026500     05  LINE 06 COLUMN 22 PIC X(40) USING JNL-ENT-REASON-TX.
026600     05  LINE 07 COLUMN 01 VALUE 'DISPUTED AMOUNT:'.
026700     05  LINE 07 COLUMN 22 PIC 9(09)V99 USING JNL-ENT-DISP-AMT.
026800
026900 01  JNL-ATTACH-SCREEN.
027000     05  BLANK SCREEN.
027100     05  LINE 01 COLUMN 01 VALUE
027200         'IJTDCM01 - ATTACH TO A DISPUTE CASE'.
027300     05  LINE 03 COLUMN 01 VALUE 'CASE NO:'.
027400     05  LINE 03 COLUMN 22 PIC 9(08) USING JNL-ENT-CASE-NO.
027500     05  LINE 04 COLUMN 01 VALUE 'T)IF DETAIL/R)P519:'.
027600     05  LINE 04 COLUMN 22 PIC X(01) USING JNL-ENT-ITEM-TYPE.
027700     05  LINE 05 COLUMN 01 VALUE 'SOURCE SYSTEM:'.
027800     05  LINE 05 COLUMN 22 PIC X(04) USING JNL-ENT-SRCE-SYS-CD.
027900     05  LINE 06 COLUMN 01 VALUE 'SEQUENCE NO:'.
028000     05  LINE 06 COLUMN 22 PIC 9(08) USING JNL-ENT-SEQ-NO.
028100     05  LINE 07 COLUMN 01 VALUE 'OR INVOICE NO:'.
028200     05  LINE 07 COLUMN 22 PIC X(10) USING JNL-ENT-INVC-NUM.
028300     05  LINE 08 COLUMN 01 VALUE 'DISPUTED AMOUNT:'.
028400     05  LINE 08 COLUMN 22 PIC 9(09)V99 USING JNL-ENT-DISP-AMT.
028500     05  LINE 09 COLUMN 01 VALUE
028600         '(ZERO DISPUTES THE FULL AMOUNT)'.
028700
028800 01  JNL-LOOKUP-SCREEN.
028900     05  BLANK SCREEN.
029000     05  LINE 01 COLUMN 01 VALUE
029100         'IJTDCM01 - LOOK UP A DISPUTE CASE'.
029200     05  LINE 03 COLUMN 01 VALUE 'CASE NO:'.
029300     05  LINE 03 COLUMN 22 PIC 9(08) USING JNL-ENT-CASE-NO.
029400     05  LINE 04 COLUMN 01 VALUE 'OR ACCOUNT NO:'.
029500     05  LINE 04 COLUMN 22 PIC X(13) USING JNL-ENT-ACCT-NB.
029600
029700 01  JNL-CLOSE-SCREEN.
029800     05  BLANK SCREEN.
029900     05  LINE 01 COLUMN 01 VALUE
030000         'IJTDCM01 - CLOSE A DISPUTE CASE'.
030100     05  LINE 03 COLUMN 01 VALUE 'CASE NO:'.
030200     05  LINE 03 COLUMN 22 PIC 9(08) USING JNL-ENT-CASE-NO.
030300     05  LINE 04 COLUMN 01 VALUE 'RESOLUTION (A/D/W):'.
030400     05  LINE 04 COLUMN 22 PIC X(01) USING JNL-ENT-RESOL-CD.
030500     05  LINE 05 COLUMN 01 VALUE 'RESOLUTION:'.
030600     05  LINE 05 COLUMN 22 PIC X(40) USING JNL-ENT-RESOL-TX.
030700     05  LINE 07 COLUMN 01 VALUE 'ADJUSTMENT T/R:'.
030800     05  LINE 07 COLUMN 22 PIC X(01) USING JNL-ENT-ITEM-TYPE.
030900     05  LINE 08 COLUMN 01 VALUE 'SOURCE SYSTEM:'.
031000     05  LINE 08 COLUMN 22 PIC X(04) USING JNL-ENT-SRCE-SYS-CD.
031100     05  LINE 09 COLUMN 01 VALUE 'SEQUENCE NO:'.
031200     05  LINE 09 COLUMN 22 PIC 9(08) USING JNL-ENT-SEQ-NO.
031300     05  LINE 10 COLUMN 01 VALUE 'OR INVOICE NO:'.
031400     05  LINE 10 COLUMN 22 PIC X(10) USING JNL-ENT-INVC-NUM.
031500     05  LINE 11 COLUMN 01 VALUE 'ADJUSTED AMOUNT:'.
031600     05  LINE 11 COLUMN 22 PIC 9(09)V99 USING JNL-ENT-ADJ-AMT.
031700
031800 01  JNL-CASE-SCREEN.
031900     05  BLANK SCREEN.
032000     05  LINE 01 COLUMN 01 VALUE
032100         'IJTDCM01 - DISPUTE CASE'.
032200     05  LINE 03 COLUMN 01 VALUE 'CASE NO:'.
032300     05  LINE 03 COLUMN 14 PIC 9(08) FROM JNL-DSP-CASE-NO.
032400     05  LINE 03 COLUMN 26 VALUE 'ACCOUNT:'.
032500     05  LINE 03 COLUMN 35 PIC X(13) FROM JNL-DSP-ACCT-NB.
032600     05  LINE 03 COLUMN 52 VALUE 'STATUS:'.
032700     05  LINE 03 COLUMN 60 PIC X(01) FROM JNL-DSP-STATUS.
032800     05  LINE 04 COLUMN 01 VALUE 'OPENED:'.
032900     05  LINE 04 COLUMN 14 PIC X(17) FROM JNL-DSP-OPENED.
033000     05  LINE 04 COLUMN 33 VALUE 'CHANNEL:'.
033100     05  LINE 04 COLUMN 42 PIC X(01) FROM JNL-DSP-CHANNEL.
033200     05  LINE 04 COLUMN 46 VALUE 'ITEMS:'.
033300     05  LINE 04 COLUMN 53 PIC X(03) FROM JNL-DSP-ITEM-CNT.
033400     05  LINE 05 COLUMN 01 VALUE 'DISPUTED:'.
033500     05  LINE 05 COLUMN 14 PIC X(16) FROM JNL-DSP-DISP-AMT.
033600     05  LINE 06 COLUMN 01 VALUE 'REASON:'.
033700     05  LINE 06 COLUMN 14 PIC X(43) FROM JNL-DSP-REASON.
033800     05  LINE 07 COLUMN 01 VALUE 'CLOSED:'.
033900     05  LINE 07 COLUMN 14 PIC X(17) FROM JNL-DSP-CLOSED.
034000     05  LINE 08 COLUMN 01 VALUE 'RESOLUTION:'.
034100     05  LINE 08 COLUMN 14 PIC X(42) FROM JNL-DSP-RESOL.
034200     05  LINE 09 COLUMN 01 VALUE 'ADJUSTMENT:'.
034300     05  LINE 09 COLUMN 14 PIC X(20) FROM JNL-DSP-ADJ-REF.
034400     05  LINE 09 COLUMN 36 PIC X(16) FROM JNL-DSP-ADJ-AMT.
034500     05  LINE 11 COLUMN 01 VALUE 'NO.'.
034600     05  LINE 11 COLUMN 05 VALUE 'T'.
034700     05  LINE 11 COLUMN 07 VALUE 'SRCE REFERENCE'.
034800     05  LINE 11 COLUMN 27 VALUE 'USOC'.
034900     05  LINE 11 COLUMN 40 VALUE 'SOURCE AMT'.
035000     05  LINE 11 COLUMN 57 VALUE 'DISPUTED AMT'.
035100     05  LINE 12 COLUMN 01 PIC X(72)
035200         FROM JNL-ITEM-DISP-LINE (1).
035300     05  LINE 13 COLUMN 01 PIC X(72)
035400         FROM JNL-ITEM-DISP-LINE (2).
035500     05  LINE 14 COLUMN 01 PIC X(72)
035600         FROM JNL-ITEM-DISP-LINE (3).
035700     05  LINE 15 COLUMN 01 PIC X(72)
035800         FROM JNL-ITEM-DISP-LINE (4).
035900     05  LINE 16 COLUMN 01 PIC X(72)
036000         FROM JNL-ITEM-DISP-LINE (5).
036100     05  LINE 17 COLUMN 01 PIC X(72)
036200         FROM JNL-ITEM-DISP-LINE (6).
036300     05  LINE 18 COLUMN 01 PIC X(72)
036400         FROM JNL-ITEM-DISP-LINE (7).
036500     05  LINE 19 COLUMN 01 PIC X(72)
036600         FROM JNL-ITEM-DISP-LINE (8).
036700     05  LINE 21 COLUMN 01 PIC X(60) FROM JNL-MESSAGE-LINE.
036800     05  LINE 22 COLUMN 01 VALUE 'CONTINUE (Y/N):'.
036900     05  LINE 22 COLUMN 17 PIC X(01) TO JNL-CONTINUE-CHOICE.
037000
037100 PROCEDURE DIVISION.
037200*--------------------------------------------------------------*
037300 0000-MAINLINE.
037400     PERFORM 1000-INITIALIZE
037500         THRU 1000-INITIALIZE-EXIT.
037600     PERFORM 2000-MENU-LOOP
037700         THRU 2000-MENU-LOOP-EXIT
037800         UNTIL JNL-DONE.
037900     PERFORM 9000-TERMINATE
038000         THRU 9000-TERMINATE-EXIT.
038100     GOBACK.
038200
038300*--------------------------------------------------------------*
038400* EVERY SESSION STARTS WITH A SIGN-ON - THE USER ID IS STAMPED  *
038500* ON EACH CASE ACTION AND ON THE AUDIT TRAIL.                   *
038600*--------------------------------------------------------------*
038700 1000-INITIALIZE.
038800     PERFORM 1200-LOAD-AUTH-USERS
038900         THRU 1200-LOAD-AUTH-USERS-EXIT.
039000     DISPLAY JNL-SIGNON-SCREEN.
039100     ACCEPT JNL-SIGNON-SCREEN.
039200     IF JNL-USER-ID = SPACES
039300         DISPLAY 'IJTDCM01 - NO USER ID, RC = 16'
039400         MOVE 16 TO RETURN-CODE
039500         GOBACK
039600     END-IF.
039700     PERFORM 1300-CHECK-AUTH-USER
039800         THRU 1300-CHECK-AUTH-USER-EXIT.
039900     IF JNL-AUTH-SUB > JNL-AUTH-CNT
040000         DISPLAY 'IJTDCM01 - USER ' JNL-USER-ID
040100             ' NOT ON THE AUTHUSR LIST, RC = 16'
040200         MOVE 16 TO RETURN-CODE
040300         GOBACK
040400     END-IF.
040500     OPEN I-O DSP-CASE-FILE.
040600     IF NOT JNL-DSPCASE-OK
040700         DISPLAY 'IJTDCM01 - UNABLE TO OPEN DSPCASE, RC = 16'
040800         MOVE 16 TO RETURN-CODE
040900         GOBACK
041000     END-IF.
041100     OPEN INPUT TIF-DET-FILE.
041200     IF NOT JNL-TIFDET-OK
041300         DISPLAY 'IJTDCM01 - UNABLE TO OPEN TIFDET, RC = 16'
041400         MOVE 16 TO RETURN-CODE
041500         GOBACK
041600     END-IF.
041700     OPEN INPUT RP5-STR-FILE.
041800     IF NOT JNL-RP5STR-OK
041900         DISPLAY 'IJTDCM01 - UNABLE TO OPEN RP5STR, RC = 16'
042000         MOVE 16 TO RETURN-CODE
042100         GOBACK
042200     END-IF.
042300     OPEN EXTEND DSP-AUDIT-FILE.
042400     IF NOT JNL-DSPAUDIT-OK
042500         DISPLAY 'IJTDCM01 - UNABLE TO OPEN DSPAUDIT, RC = 16'
042600         MOVE 16 TO RETURN-CODE
042700         GOBACK
042800     END-IF.
042900 1000-INITIALIZE-EXIT.
043000     EXIT.
043100
043200*--------------------------------------------------------------*
043300 1200-LOAD-AUTH-USERS.
043400     OPEN INPUT AUTH-USER-FILE.
043500     IF NOT JNL-AUTHUSR-OK
043600         DISPLAY 'IJTDCM01 - UNABLE TO OPEN AUTHUSR, STATUS = '
043700             JNL-AUTHUSR-STATUS
043800         MOVE 16 TO RETURN-CODE
043900         GOBACK
044000     END-IF.
044100     PERFORM 1210-READ-AUTH-USER
044200         THRU 1210-READ-AUTH-USER-EXIT
044300         UNTIL JNL-AUTHUSR-EOF.
044400     CLOSE AUTH-USER-FILE.
044500 1200-LOAD-AUTH-USERS-EXIT.
044600     EXIT.
044700
044800 1210-READ-AUTH-USER.
044900     READ AUTH-USER-FILE INTO JNL-AUTH-VIEW
045000         AT END
045100             SET JNL-AUTHUSR-EOF TO TRUE
045200             GO TO 1210-READ-AUTH-USER-EXIT
045300     END-READ.
045400     IF JNL-AUTH-CNT < 50
045500         ADD 1 TO JNL-AUTH-CNT
045600         MOVE JNL-AUTH-USER-ID TO JNL-AUTH-ID (JNL-AUTH-CNT)
045700     END-IF.
045800 1210-READ-AUTH-USER-EXIT.
045900     EXIT.
046000
046100 1300-CHECK-AUTH-USER.
046200     PERFORM 1310-TEST-AUTH-ENTRY
046300         VARYING JNL-AUTH-SUB FROM 1 BY 1
046400         UNTIL JNL-AUTH-SUB > JNL-AUTH-CNT
046500         OR JNL-AUTH-ID (JNL-AUTH-SUB) = JNL-USER-ID.
046600 1300-CHECK-AUTH-USER-EXIT.
046700     EXIT.
046800
046900 1310-TEST-AUTH-ENTRY.
047000     CONTINUE.
047100
047200*--------------------------------------------------------------*
047300 2000-MENU-LOOP.
047400     MOVE SPACES TO JNL-MENU-CHOICE.
047500     DISPLAY JNL-MENU-SCREEN.
047600     ACCEPT JNL-MENU-SCREEN.
047700     MOVE SPACES TO JNL-MESSAGE-LINE.
047800     MOVE ZERO   TO JNL-ENT-CASE-NO JNL-ENT-DISP-AMT
047900                    JNL-ENT-SEQ-NO JNL-ENT-ADJ-AMT.
048000     MOVE SPACES TO JNL-ENT-ACCT-NB JNL-ENT-CHANNEL-CD
048100                    JNL-ENT-REASON-CD JNL-ENT-REASON-TX
048200                    JNL-ENT-ITEM-TYPE JNL-ENT-SRCE-SYS-CD
048300                    JNL-ENT-INVC-NUM JNL-ENT-RESOL-CD
048400                    JNL-ENT-RESOL-TX.
048500
048600     EVALUATE TRUE
048700         WHEN JNL-CHOICE-OPEN
048800             PERFORM 3000-OPEN-CASE
048900                 THRU 3000-OPEN-CASE-EXIT
049000         WHEN JNL-CHOICE-ATTACH
049100             PERFORM 4000-ATTACH-ITEM
049200                 THRU 4000-ATTACH-ITEM-EXIT
049300         WHEN JNL-CHOICE-LOOKUP
049400             PERFORM 5000-LOOKUP-CASE
049500                 THRU 5000-LOOKUP-CASE-EXIT
049600         WHEN JNL-CHOICE-CLOSE
049700             PERFORM 6000-CLOSE-CASE
049800                 THRU 6000-CLOSE-CASE-EXIT
049900         WHEN JNL-CHOICE-EXIT
050000             SET JNL-DONE TO TRUE
050100         WHEN OTHER
050200             MOVE 'INVALID SELECTION - TRY AGAIN' TO
050300                 JNL-MESSAGE-LINE
050400     END-EVALUATE.
050500 2000-MENU-LOOP-EXIT.
050600     EXIT.
050700
050800*--------------------------------------------------------------*
050900* OPEN A CASE.  THE CASE NUMBER IS THE CONTROL ROW'S LAST       *
051000* NUMBER PLUS ONE - THE CONTROL ROW IS CREATED THE FIRST TIME A *
051100* CASE IS EVER OPENED.                                          *
051200*--------------------------------------------------------------*
051300 3000-OPEN-CASE.
051400     DISPLAY JNL-OPEN-SCREEN.
051500     ACCEPT JNL-OPEN-SCREEN.
051600     IF JNL-ENT-ACCT-NB = SPACES
051700         MOVE 'ACCOUNT NUMBER IS REQUIRED - NO CASE OPENED' TO
051800             JNL-MESSAGE-LINE
051900         GO TO 3000-OPEN-CASE-EXIT
052000     END-IF.
052100     IF JNL-ENT-CHANNEL-CD NOT = 'P' AND NOT = 'E'
052200         AND NOT = 'L' AND NOT = 'W'
052300         MOVE 'CHANNEL MUST BE P, E, L OR W - NO CASE OPENED' TO
052400             JNL-MESSAGE-LINE
052500         GO TO 3000-OPEN-CASE-EXIT
052600     END-IF.
052700     IF JNL-ENT-REASON-CD = SPACES OR JNL-ENT-REASON-TX = SPACES
052800         MOVE 'REASON CODE AND TEXT ARE REQUIRED' TO
052900             JNL-MESSAGE-LINE
053000         GO TO 3000-OPEN-CASE-EXIT
053100     END-IF.
053200     IF JNL-ENT-DISP-AMT NOT > ZERO
053300         MOVE 'DISPUTED AMOUNT MUST BE GREATER THAN ZERO' TO
053400             JNL-MESSAGE-LINE
053500         GO TO 3000-OPEN-CASE-EXIT
053600     END-IF.
053700
053800     PERFORM 3100-NEXT-CASE-NO
053900         THRU 3100-NEXT-CASE-NO-EXIT.
054000     IF JNL-MESSAGE-LINE NOT = SPACES
054100         GO TO 3000-OPEN-CASE-EXIT
054200     END-IF.
054300     PERFORM 7100-TAKE-STAMP
054400         THRU 7100-TAKE-STAMP-EXIT.
054500     MOVE SPACES             TO DSPCASE-RECORD.
054600     MOVE JNL-CASE-NO        TO DSPCASE-CASE-NO.
054700     MOVE ZERO               TO DSPCASE-ITEM-NO.
054800     MOVE JNL-ENT-ACCT-NB    TO DSPCASE-ACCT-NB.
054900     SET DSPCASE-OPEN        TO TRUE.
055000     MOVE JNL-ENT-CHANNEL-CD TO DSPCASE-CHANNEL-CD.
055100     MOVE JNL-STAMP-DATE     TO DSPCASE-OPEN-DT.
055200     MOVE JNL-USER-ID        TO DSPCASE-OPEN-USER.
055300     MOVE JNL-ENT-DISP-AMT   TO DSPCASE-DISP-AMT.
055400     MOVE JNL-ENT-REASON-CD  TO DSPCASE-REASON-CD.
055500     MOVE JNL-ENT-REASON-TX  TO DSPCASE-REASON-TX.
055600     MOVE ZERO TO DSPCASE-ITEM-CNT DSPCASE-HIGH-SEQ-NO
055700                  DSPCASE-ADJ-SEQ-NO DSPCASE-ADJ-AMT.
055800     WRITE DSPCASE-RECORD
055900         INVALID KEY
056000             MOVE 'CASE WRITE FAILED - NUMBER ALREADY IN USE' TO
056100                 JNL-MESSAGE-LINE
056200             GO TO 3000-OPEN-CASE-EXIT
056300     END-WRITE.
056400     MOVE 'O' TO JNL-AUDIT-ACTION.
056500     PERFORM 7200-WRITE-AUDIT-LINE
056600         THRU 7200-WRITE-AUDIT-LINE-EXIT.
056700     STRING 'CASE ' JNL-CASE-NO ' OPENED FOR ACCOUNT '
056800         JNL-ENT-ACCT-NB DELIMITED BY SIZE INTO JNL-MESSAGE-LINE
056900     END-STRING.
057000 3000-OPEN-CASE-EXIT.
057100     EXIT.
057200
057300 3100-NEXT-CASE-NO.
057400     MOVE ZERO TO DSPCASE-CASE-NO DSPCASE-ITEM-NO.
057500     READ DSP-CASE-FILE
057600         KEY IS DSPCASE-KEY
057700         INVALID KEY
057800             MOVE SPACES TO DSPCASE-RECORD
057900             MOVE ZERO   TO DSPCASE-CASE-NO DSPCASE-ITEM-NO
058000             MOVE 1      TO DSPCASE-CTL-LAST-CASE-NO
058100             MOVE 1      TO JNL-CASE-NO
058200             WRITE DSPCASE-RECORD
058300                 INVALID KEY
058400                     MOVE 'UNABLE TO CREATE THE CASE CONTROL ROW'
058500                         TO JNL-MESSAGE-LINE
058600             END-WRITE
058700             GO TO 3100-NEXT-CASE-NO-EXIT
058800     END-READ.
058900     ADD 1 TO DSPCASE-CTL-LAST-CASE-NO.
059000     MOVE DSPCASE-CTL-LAST-CASE-NO TO JNL-CASE-NO.
059100     REWRITE DSPCASE-RECORD
059200         INVALID KEY
059300             MOVE 'UNABLE TO UPDATE THE CASE CONTROL ROW' TO
059400                 JNL-MESSAGE-LINE
059500     END-REWRITE.
059600 3100-NEXT-CASE-NO-EXIT.
059700     EXIT.
059800
059900*--------------------------------------------------------------*
060000* ATTACH A TIFDET DETAIL OR AN RP519 INVOICE TO AN OPEN CASE.   *
060100* THE DETAIL OR INVOICE MUST EXIST AND MUST BELONG TO THE       *
060200* CASE'S ACCOUNT - AS BILLED OR LEAD ACCOUNT ON TIFDET, AS LEAD *
060300* ACCOUNT ON RP5STR - AND MAY ONLY BE ATTACHED ONCE.  AN RP519  *
060400* INVOICE IS ATTACHED BY ITS FIRST RP5STR RECORD AND CARRIED    *
060500* UNDER SOURCE SYSTEM 'R519'.                                   *
060600*--------------------------------------------------------------*
060700 4000-ATTACH-ITEM.
060800     DISPLAY JNL-ATTACH-SCREEN.
060900     ACCEPT JNL-ATTACH-SCREEN.
061000     MOVE JNL-ENT-CASE-NO TO JNL-CASE-NO.
061100     PERFORM 7000-READ-OPEN-CASE
061200         THRU 7000-READ-OPEN-CASE-EXIT.
061300     IF JNL-MESSAGE-LINE NOT = SPACES
061400         GO TO 4000-ATTACH-ITEM-EXIT
061500     END-IF.
061600     IF DSPCASE-ITEM-CNT NOT < 999
061700         MOVE 'CASE ALREADY HAS 999 ITEMS - NOTHING ATTACHED' TO
061800             JNL-MESSAGE-LINE
061900         GO TO 4000-ATTACH-ITEM-EXIT
062000     END-IF.
062100
062200     MOVE SPACES TO JNL-NEW-ITEM.
062300     MOVE ZERO   TO JNL-NEW-SEQ-NO JNL-NEW-SRCE-AMT
062400                    JNL-NEW-DISP-AMT.
062500     EVALUATE TRUE
062600         WHEN JNL-ENT-TIF
062700             PERFORM 7300-FIND-TIF-DETAIL
062800                 THRU 7300-FIND-TIF-DETAIL-EXIT
062900         WHEN JNL-ENT-RP519
063000             PERFORM 7400-FIND-RP519-INVOICE
063100                 THRU 7400-FIND-RP519-INVOICE-EXIT
063200         WHEN OTHER
063300             MOVE 'ENTER T FOR A TIF DETAIL OR R FOR AN INVOICE'
063400                 TO JNL-MESSAGE-LINE
063500     END-EVALUATE.
063600     IF JNL-MESSAGE-LINE NOT = SPACES
063700         GO TO 4000-ATTACH-ITEM-EXIT
063800     END-IF.
063900     IF JNL-ENT-DISP-AMT > ZERO
064000         MOVE JNL-ENT-DISP-AMT TO JNL-NEW-DISP-AMT
064100     ELSE
064200         IF JNL-NEW-SRCE-AMT < ZERO
064300             COMPUTE JNL-NEW-DISP-AMT = ZERO - JNL-NEW-SRCE-AMT
064400         ELSE
064500             MOVE JNL-NEW-SRCE-AMT TO JNL-NEW-DISP-AMT
064600         END-IF
064700     END-IF.
064800
064900     PERFORM 4100-CHECK-DUPLICATE
065000         THRU 4100-CHECK-DUPLICATE-EXIT.
065100     IF JNL-DUP-FOUND
065200         MOVE 'ALREADY ATTACHED TO THIS CASE' TO
065300             JNL-MESSAGE-LINE
065400         GO TO 4000-ATTACH-ITEM-EXIT
065500     END-IF.
065600
065650* THE BROWSE MOVED OFF THE HEADER - READ IT BACK FOR THE NEXT   *
065700* ITEM NUMBER.  THE ITEM IS WRITTEN FIRST AND THE HEADER ONLY   *
065750* COUNTS IT ONCE IT IS ON FILE, SO A FAILED WRITE LEAVES THE    *
065800* COUNT AS IT WAS.                                              *
065850     PERFORM 7000-READ-OPEN-CASE
065900         THRU 7000-READ-OPEN-CASE-EXIT.
065950     IF JNL-MESSAGE-LINE NOT = SPACES
066000         GO TO 4000-ATTACH-ITEM-EXIT
066050     END-IF.
066100     COMPUTE JNL-NEXT-ITEM-NO = DSPCASE-ITEM-CNT + 1.
066150
066200     PERFORM 7100-TAKE-STAMP
066250         THRU 7100-TAKE-STAMP-EXIT.
066300     MOVE SPACES              TO DSPCASE-DATA.
066350     MOVE JNL-NEXT-ITEM-NO    TO DSPCASE-ITEM-NO.
066400     MOVE JNL-NEW-ITEM-TYPE   TO DSPCASE-ITEM-TYPE.
066450     MOVE JNL-NEW-SRCE-SYS-CD TO DSPCASE-ITEM-SRCE-SYS-CD.
066500     MOVE JNL-NEW-SEQ-NO      TO DSPCASE-ITEM-SEQ-NO.
066550     MOVE JNL-NEW-INVC-NUM    TO DSPCASE-ITEM-INVC-NUM.
066600     MOVE JNL-NEW-EXTR-TYPE   TO DSPCASE-ITEM-EXTR-TYPE.
066650     MOVE JNL-NEW-LOAD-DT     TO DSPCASE-ITEM-LOAD-DT.
066700     MOVE JNL-NEW-USOC-CD     TO DSPCASE-ITEM-USOC-CD.
066750     MOVE JNL-NEW-SRCE-AMT    TO DSPCASE-ITEM-SRCE-AMT.
066800     MOVE JNL-NEW-DISP-AMT    TO DSPCASE-ITEM-DISP-AMT.
066850     MOVE JNL-STAMP-DATE      TO DSPCASE-ITEM-ADD-DT.
066900     MOVE JNL-USER-ID         TO DSPCASE-ITEM-ADD-USER.
066950     WRITE DSPCASE-RECORD
067000         INVALID KEY
067050             MOVE 'ITEM WRITE FAILED - ITEM NUMBER IN USE' TO
067100                 JNL-MESSAGE-LINE
067150             GO TO 4000-ATTACH-ITEM-EXIT
067200     END-WRITE.
067250     MOVE 'A' TO JNL-AUDIT-ACTION.
067300     PERFORM 7200-WRITE-AUDIT-LINE
067350         THRU 7200-WRITE-AUDIT-LINE-EXIT.
067400
067450     PERFORM 7000-READ-OPEN-CASE
067500         THRU 7000-READ-OPEN-CASE-EXIT.
067550     IF JNL-MESSAGE-LINE NOT = SPACES
067600         MOVE 'ITEM ATTACHED BUT CASE COUNT NOT UPDATED' TO
067650             JNL-MESSAGE-LINE
067700         GO TO 4000-ATTACH-ITEM-EXIT
067750     END-IF.
067800     MOVE JNL-NEXT-ITEM-NO TO DSPCASE-ITEM-CNT.
067850     IF JNL-NEW-ITEM-TYPE = 'T'
067900         AND JNL-NEW-SEQ-NO > DSPCASE-HIGH-SEQ-NO
067950         MOVE JNL-NEW-SEQ-NO TO DSPCASE-HIGH-SEQ-NO
068000     END-IF.
068050     IF JNL-NEW-ITEM-TYPE = 'R'
068100         AND (DSPCASE-HIGH-LOAD-DT = SPACES
068150         OR JNL-NEW-LOAD-DT > DSPCASE-HIGH-LOAD-DT)
068200         MOVE JNL-NEW-LOAD-DT TO DSPCASE-HIGH-LOAD-DT
068250     END-IF.
068300     REWRITE DSPCASE-RECORD
068350         INVALID KEY
068400             MOVE 'ITEM ATTACHED BUT CASE COUNT NOT UPDATED' TO
068450                 JNL-MESSAGE-LINE
068500             GO TO 4000-ATTACH-ITEM-EXIT
068550     END-REWRITE.
068600     STRING 'ITEM ' JNL-NEXT-ITEM-NO ' ATTACHED TO CASE '
068650         JNL-CASE-NO DELIMITED BY SIZE INTO JNL-MESSAGE-LINE
068700     END-STRING.
070900 4000-ATTACH-ITEM-EXIT.
071000     EXIT.
071100
071200*--------------------------------------------------------------*
071300* BROWSE THE CASE'S ITEMS FOR THE ONE BEING ATTACHED.           *
071400*--------------------------------------------------------------*
071500 4100-CHECK-DUPLICATE.
071600     MOVE 'N' TO JNL-DUP-SW.
071700     MOVE 'N' TO JNL-BRWS-DONE-SW.
071800     MOVE JNL-CASE-NO TO DSPCASE-CASE-NO.
071900     MOVE 1           TO DSPCASE-ITEM-NO.
072000     START DSP-CASE-FILE KEY NOT < DSPCASE-KEY
072100         INVALID KEY
072200             GO TO 4100-CHECK-DUPLICATE-EXIT
072300     END-START.
072400     PERFORM 4110-TEST-ONE-ITEM
072500         THRU 4110-TEST-ONE-ITEM-EXIT
072600         UNTIL JNL-BRWS-DONE OR JNL-DUP-FOUND.
072700 4100-CHECK-DUPLICATE-EXIT.
072800     EXIT.
072900
073000 4110-TEST-ONE-ITEM.
073100     PERFORM 7500-READ-NEXT-ITEM
073200         THRU 7500-READ-NEXT-ITEM-EXIT.
073300     IF JNL-BRWS-DONE
073400         GO TO 4110-TEST-ONE-ITEM-EXIT
073500     END-IF.
073600     IF DSPCASE-ITEM-TYPE = JNL-NEW-ITEM-TYPE
073700         AND DSPCASE-ITEM-SRCE-SYS-CD = JNL-NEW-SRCE-SYS-CD
073800         AND DSPCASE-ITEM-SEQ-NO = JNL-NEW-SEQ-NO
073900         AND DSPCASE-ITEM-INVC-NUM = JNL-NEW-INVC-NUM
074000         SET JNL-DUP-FOUND TO TRUE
074100     END-IF.
074200 4110-TEST-ONE-ITEM-EXIT.
074300     EXIT.
074400
074500*--------------------------------------------------------------*
074600* LOOK UP A CASE BY NUMBER, OR EVERY CASE ON AN ACCOUNT ONE AT  *
074700* A TIME.  THE ACCOUNT PATH COLLECTS THE CASE NUMBERS FIRST SO  *
074800* EACH CASE'S ITEMS CAN THEN BE BROWSED ON THE PRIME KEY.       *
074900*--------------------------------------------------------------*
075000 5000-LOOKUP-CASE.
075100     DISPLAY JNL-LOOKUP-SCREEN.
075200     ACCEPT JNL-LOOKUP-SCREEN.
075300     MOVE ZERO TO JNL-ACCT-CASE-CNT.
075400     IF JNL-ENT-CASE-NO > ZERO
075500         MOVE 1 TO JNL-ACCT-CASE-CNT
075600         MOVE JNL-ENT-CASE-NO TO JNL-ACCT-CASE-NO (1)
075700     ELSE
075800         PERFORM 5100-COLLECT-ACCT-CASES
075900             THRU 5100-COLLECT-ACCT-CASES-EXIT
076000     END-IF.
076100     IF JNL-ACCT-CASE-CNT = ZERO
076200         MOVE 'NO CASE FOUND' TO JNL-MESSAGE-LINE
076300         GO TO 5000-LOOKUP-CASE-EXIT
076400     END-IF.
076500     MOVE 'Y' TO JNL-CONTINUE-CHOICE.
076600     PERFORM 5200-SHOW-CASE
076700         THRU 5200-SHOW-CASE-EXIT
076800         VARYING JNL-ACCT-CASE-SUB FROM 1 BY 1
076900         UNTIL JNL-ACCT-CASE-SUB > JNL-ACCT-CASE-CNT
077000         OR JNL-CONTINUE-CHOICE NOT = 'Y'.
077100     MOVE SPACES TO JNL-MESSAGE-LINE.
077200 5000-LOOKUP-CASE-EXIT.
077300     EXIT.
077400
077500 5100-COLLECT-ACCT-CASES.
077600     IF JNL-ENT-ACCT-NB = SPACES
077700         GO TO 5100-COLLECT-ACCT-CASES-EXIT
077800     END-IF.
077900     MOVE 'N' TO JNL-BRWS-DONE-SW.
078000     MOVE JNL-ENT-ACCT-NB TO DSPCASE-ACCT-NB.
078100     START DSP-CASE-FILE KEY = DSPCASE-ACCT-NB
078200         INVALID KEY
078300             GO TO 5100-COLLECT-ACCT-CASES-EXIT
078400     END-START.
078500     PERFORM 5110-COLLECT-ONE-CASE
078600         THRU 5110-COLLECT-ONE-CASE-EXIT
078700         UNTIL JNL-BRWS-DONE.
078800 5100-COLLECT-ACCT-CASES-EXIT.
078900     EXIT.
079000
079100 5110-COLLECT-ONE-CASE.
079200     READ DSP-CASE-FILE NEXT
079300         AT END
079400             SET JNL-BRWS-DONE TO TRUE
079500             GO TO 5110-COLLECT-ONE-CASE-EXIT
079600     END-READ.
079700     IF DSPCASE-ACCT-NB NOT = JNL-ENT-ACCT-NB
079800         SET JNL-BRWS-DONE TO TRUE
079900         GO TO 5110-COLLECT-ONE-CASE-EXIT
080000     END-IF.
080100     IF NOT DSPCASE-CASE-HEADER
080200         GO TO 5110-COLLECT-ONE-CASE-EXIT
080300     END-IF.
080400     IF JNL-ACCT-CASE-CNT < 20
080500         ADD 1 TO JNL-ACCT-CASE-CNT
080600         MOVE DSPCASE-CASE-NO
080700             TO JNL-ACCT-CASE-NO (JNL-ACCT-CASE-CNT)
080800     END-IF.
080900 5110-COLLECT-ONE-CASE-EXIT.
081000     EXIT.
081100
081200*--------------------------------------------------------------*
081300 5200-SHOW-CASE.
081400     MOVE SPACES TO JNL-MESSAGE-LINE.
081500     MOVE JNL-ACCT-CASE-NO (JNL-ACCT-CASE-SUB) TO DSPCASE-CASE-NO.
081600     MOVE ZERO TO DSPCASE-ITEM-NO.
081700     READ DSP-CASE-FILE
081800         KEY IS DSPCASE-KEY
081900         INVALID KEY
082000             MOVE 'NO CASE FOUND' TO JNL-MESSAGE-LINE
082100             MOVE 'N' TO JNL-CONTINUE-CHOICE
082200             GO TO 5200-SHOW-CASE-EXIT
082300     END-READ.
082400     IF DSPCASE-CONTROL-ROW
082500         MOVE 'NO CASE FOUND' TO JNL-MESSAGE-LINE
082600         MOVE 'N' TO JNL-CONTINUE-CHOICE
082700         GO TO 5200-SHOW-CASE-EXIT
082800     END-IF.
082900     MOVE SPACES TO JNL-DSP-FIELDS.
083000     MOVE DSPCASE-CASE-NO    TO JNL-DSP-CASE-NO.
083100     MOVE DSPCASE-ACCT-NB    TO JNL-DSP-ACCT-NB.
083200     MOVE DSPCASE-STATUS-CD  TO JNL-DSP-STATUS.
083300     MOVE DSPCASE-CHANNEL-CD TO JNL-DSP-CHANNEL.
083400     STRING DSPCASE-OPEN-DT SPACE DSPCASE-OPEN-USER
083500         DELIMITED BY SIZE INTO JNL-DSP-OPENED
083600     END-STRING.
083700     MOVE DSPCASE-DISP-AMT   TO JNL-DSP-DISP-AMT.
083800     STRING DSPCASE-REASON-CD SPACE DSPCASE-REASON-TX
083900         DELIMITED BY SIZE INTO JNL-DSP-REASON
084000     END-STRING.
084100     MOVE DSPCASE-ITEM-CNT   TO JNL-DSP-ITEM-CNT.
084200     MOVE ZERO               TO JNL-DSP-ADJ-AMT.
084300     IF DSPCASE-CLOSED
084400         STRING DSPCASE-CLOSE-DT SPACE DSPCASE-CLOSE-USER
084500             DELIMITED BY SIZE INTO JNL-DSP-CLOSED
084600         END-STRING
084700         STRING DSPCASE-RESOL-CD SPACE DSPCASE-RESOL-TX
084800             DELIMITED BY SIZE INTO JNL-DSP-RESOL
084900         END-STRING
085000         MOVE DSPCASE-ADJ-AMT TO JNL-DSP-ADJ-AMT
085100     END-IF.
085200     IF DSPCASE-ADJ-TIF
085300         STRING 'TIF ' DSPCASE-ADJ-SRCE-SYS-CD '/'
085400             DSPCASE-ADJ-SEQ-NO DELIMITED BY SIZE
085500             INTO JNL-DSP-ADJ-REF
085600         END-STRING
085700     END-IF.
085800     IF DSPCASE-ADJ-RP519
085900         STRING 'RP519 ' DSPCASE-ADJ-INVC-NUM
086000             DELIMITED BY SIZE INTO JNL-DSP-ADJ-REF
086100         END-STRING
086200     END-IF.
086300
086400     MOVE SPACES TO JNL-ITEM-DISP-LINES.
086500     MOVE ZERO   TO JNL-ITEM-SHOW-CNT.
086600     MOVE JNL-DSP-CASE-NO TO JNL-CASE-NO.
086700     MOVE 'N' TO JNL-BRWS-DONE-SW.
086800     MOVE 1   TO DSPCASE-ITEM-NO.
086900     START DSP-CASE-FILE KEY NOT < DSPCASE-KEY
087000         INVALID KEY
087100             SET JNL-BRWS-DONE TO TRUE
087200     END-START.
087300     PERFORM 5210-FORMAT-ONE-ITEM
087400         THRU 5210-FORMAT-ONE-ITEM-EXIT
087500         UNTIL JNL-BRWS-DONE OR JNL-ITEM-SHOW-CNT = 8.
087600     IF JNL-ITEM-SHOW-CNT = 8 AND NOT JNL-BRWS-DONE
087700         MOVE 'FIRST 8 ITEMS SHOWN' TO JNL-MESSAGE-LINE
087800     END-IF.
087900     MOVE SPACE TO JNL-CONTINUE-CHOICE.
088000     DISPLAY JNL-CASE-SCREEN.
088100     ACCEPT JNL-CASE-SCREEN.
088200 5200-SHOW-CASE-EXIT.
088300     EXIT.
088400
088500 5210-FORMAT-ONE-ITEM.
088600     PERFORM 7500-READ-NEXT-ITEM
088700         THRU 7500-READ-NEXT-ITEM-EXIT.
088800     IF JNL-BRWS-DONE
088900         GO TO 5210-FORMAT-ONE-ITEM-EXIT
089000     END-IF.
089100     ADD 1 TO JNL-ITEM-SHOW-CNT.
089200     MOVE SPACES TO JNL-ITEM-REF.
089300     IF DSPCASE-ITEM-TIF
089400         MOVE DSPCASE-ITEM-SEQ-NO TO JNL-ITEM-REF
089500     ELSE
089600         STRING DSPCASE-ITEM-INVC-NUM SPACE
089700             DSPCASE-ITEM-EXTR-TYPE DELIMITED BY SIZE
089800             INTO JNL-ITEM-REF
089900         END-STRING
090000     END-IF.
090100     MOVE DSPCASE-ITEM-SRCE-AMT TO JNL-EDIT-SRCE-AMT.
090200     MOVE DSPCASE-ITEM-DISP-AMT TO JNL-EDIT-ITEM-AMT.
090300     STRING DSPCASE-ITEM-NO SPACE DSPCASE-ITEM-TYPE SPACE
090400         DSPCASE-ITEM-SRCE-SYS-CD SPACE JNL-ITEM-REF SPACE
090500         DSPCASE-ITEM-USOC-CD SPACE JNL-EDIT-SRCE-AMT SPACE
090600         JNL-EDIT-ITEM-AMT DELIMITED BY SIZE
090700         INTO JNL-ITEM-DISP-LINE (JNL-ITEM-SHOW-CNT)
090800     END-STRING.
090900 5210-FORMAT-ONE-ITEM-EXIT.
091000     EXIT.
091100
091200*--------------------------------------------------------------*
091300* CLOSE A CASE WITH ITS RESOLUTION.  AN ADJUSTED CASE MAY NAME  *
091400* THE ADJUSTMENT THAT SETTLED IT - A TIFDET DETAIL NEWER THAN   *
091500* ANY DETAIL IN DISPUTE, OR AN RP519 INVOICE - AND IT MUST BE   *
091600* ON FILE FOR THE CASE'S ACCOUNT.  LEFT BLANK, IJTDCA01 LOOKS   *
091700* FOR ONE ON THE ACCOUNT.  A DENIED OR WITHDRAWN CASE CARRIES   *
091800* NO ADJUSTMENT.                                                *
091900*--------------------------------------------------------------*
092000 6000-CLOSE-CASE.
092100     DISPLAY JNL-CLOSE-SCREEN.
092200     ACCEPT JNL-CLOSE-SCREEN.
092300     IF JNL-ENT-RESOL-CD NOT = 'A' AND NOT = 'D' AND NOT = 'W'
092400         MOVE 'RESOLUTION MUST BE A, D OR W - CASE NOT CLOSED' TO
092500             JNL-MESSAGE-LINE
092600         GO TO 6000-CLOSE-CASE-EXIT
092700     END-IF.
092800     IF JNL-ENT-RESOL-TX = SPACES
092900         MOVE 'RESOLUTION TEXT IS REQUIRED - CASE NOT CLOSED' TO
093000             JNL-MESSAGE-LINE
093100         GO TO 6000-CLOSE-CASE-EXIT
093200     END-IF.
093300     IF JNL-ENT-RESOL-CD NOT = 'A'
093400         AND (NOT JNL-ENT-NO-REF OR JNL-ENT-ADJ-AMT > ZERO)
093500         MOVE 'ONLY AN ADJUSTED CASE CARRIES AN ADJUSTMENT' TO
093600             JNL-MESSAGE-LINE
093700         GO TO 6000-CLOSE-CASE-EXIT
093800     END-IF.
093900     IF JNL-ENT-RESOL-CD = 'A' AND JNL-ENT-ADJ-AMT NOT > ZERO
094000         MOVE 'ADJUSTED AMOUNT IS REQUIRED - CASE NOT CLOSED' TO
094100             JNL-MESSAGE-LINE
094200         GO TO 6000-CLOSE-CASE-EXIT
094300     END-IF.
094400     MOVE JNL-ENT-CASE-NO TO JNL-CASE-NO.
094500     PERFORM 7000-READ-OPEN-CASE
094600         THRU 7000-READ-OPEN-CASE-EXIT.
094700     IF JNL-MESSAGE-LINE NOT = SPACES
094800         GO TO 6000-CLOSE-CASE-EXIT
094900     END-IF.
095000
095100     MOVE SPACES TO JNL-NEW-ITEM.
095200     MOVE ZERO   TO JNL-NEW-SEQ-NO JNL-NEW-SRCE-AMT.
095300     EVALUATE TRUE
095400         WHEN JNL-ENT-NO-REF
095500             CONTINUE
095600         WHEN JNL-ENT-TIF
095700             PERFORM 7300-FIND-TIF-DETAIL
095800                 THRU 7300-FIND-TIF-DETAIL-EXIT
095900             IF JNL-MESSAGE-LINE = SPACES
096000                 AND JNL-NEW-SEQ-NO NOT > DSPCASE-HIGH-SEQ-NO
096100                 MOVE 'ADJUSTMENT IS NOT NEWER THAN THE DISPUTE'
096200                     TO JNL-MESSAGE-LINE
096300             END-IF
096400         WHEN JNL-ENT-RP519
096500             PERFORM 7400-FIND-RP519-INVOICE
096600                 THRU 7400-FIND-RP519-INVOICE-EXIT
096700         WHEN OTHER
096800             MOVE 'ADJUSTMENT TYPE MUST BE T, R OR BLANK' TO
096900                 JNL-MESSAGE-LINE
097000     END-EVALUATE.
097100     IF JNL-MESSAGE-LINE NOT = SPACES
097200         GO TO 6000-CLOSE-CASE-EXIT
097300     END-IF.
097400
097500* THE LOOKUPS DID NOT TOUCH DSPCASE - THE HEADER IS STILL HELD. *
097600     PERFORM 7100-TAKE-STAMP
097700         THRU 7100-TAKE-STAMP-EXIT.
097800     SET DSPCASE-CLOSED        TO TRUE.
097900     MOVE JNL-STAMP-DATE       TO DSPCASE-CLOSE-DT.
098000     MOVE JNL-USER-ID          TO DSPCASE-CLOSE-USER.
098100     MOVE JNL-ENT-RESOL-CD     TO DSPCASE-RESOL-CD.
098200     MOVE JNL-ENT-RESOL-TX     TO DSPCASE-RESOL-TX.
098300     MOVE JNL-ENT-ITEM-TYPE    TO DSPCASE-ADJ-TYPE.
098400     MOVE JNL-NEW-SRCE-SYS-CD  TO DSPCASE-ADJ-SRCE-SYS-CD.
098500     MOVE JNL-NEW-SEQ-NO       TO DSPCASE-ADJ-SEQ-NO.
098600     MOVE JNL-NEW-INVC-NUM     TO DSPCASE-ADJ-INVC-NUM.
098700     MOVE JNL-ENT-ADJ-AMT      TO DSPCASE-ADJ-AMT.
098800     IF DSPCASE-ADJ-RP519
098900         MOVE SPACES TO DSPCASE-ADJ-SRCE-SYS-CD
099000     END-IF.
099100     REWRITE DSPCASE-RECORD
099200         INVALID KEY
099300             MOVE 'CASE UPDATE FAILED - CASE NOT CLOSED' TO
099400                 JNL-MESSAGE-LINE
099500             GO TO 6000-CLOSE-CASE-EXIT
099600     END-REWRITE.
099700     MOVE 'C' TO JNL-AUDIT-ACTION.
099800     PERFORM 7200-WRITE-AUDIT-LINE
099900         THRU 7200-WRITE-AUDIT-LINE-EXIT.
100000     STRING 'CASE ' JNL-CASE-NO ' CLOSED' DELIMITED BY SIZE
100100         INTO JNL-MESSAGE-LINE
100200     END-STRING.
100300 6000-CLOSE-CASE-EXIT.
100400     EXIT.
100500
100600*--------------------------------------------------------------*
100700* READ A CASE HEADER AND INSIST IT IS OPEN.                     *
100800*--------------------------------------------------------------*
100900 7000-READ-OPEN-CASE.
101000     MOVE JNL-CASE-NO TO DSPCASE-CASE-NO.
101100     MOVE ZERO        TO DSPCASE-ITEM-NO.
101200     IF DSPCASE-CONTROL-ROW
101300         MOVE 'NO CASE FOUND FOR THAT NUMBER' TO JNL-MESSAGE-LINE
101400         GO TO 7000-READ-OPEN-CASE-EXIT
101500     END-IF.
101600     READ DSP-CASE-FILE
101700         KEY IS DSPCASE-KEY
101800         INVALID KEY
101900             MOVE 'NO CASE FOUND FOR THAT NUMBER' TO
102000                 JNL-MESSAGE-LINE
102100             GO TO 7000-READ-OPEN-CASE-EXIT
102200     END-READ.
102300     IF NOT DSPCASE-OPEN
102400         MOVE 'THAT CASE IS ALREADY CLOSED' TO JNL-MESSAGE-LINE
102500         GO TO 7000-READ-OPEN-CASE-EXIT
102600     END-IF.
102700     MOVE DSPCASE-ACCT-NB TO JNL-CASE-ACCT-NB.
102800 7000-READ-OPEN-CASE-EXIT.
102900     EXIT.
103000
103100 7100-TAKE-STAMP.
103200     ACCEPT JNL-STAMP-DATE FROM DATE YYYYMMDD.
103300     ACCEPT JNL-TIME-RAW FROM TIME.
103400     MOVE JNL-TIME-RAW (1:6) TO JNL-STAMP-TIME.
103500 7100-TAKE-STAMP-EXIT.
103600     EXIT.
103700
103800*--------------------------------------------------------------*
103850* ONE AUDIT LINE PER CASE ACTION - STAMP, USER, ACTION (O OPEN, *
103900* A ATTACH, C CLOSE), THE ROW KEY AND ACCOUNT, AND THE ROW AS   *
103950* WRITTEN.  A LINE THAT DOES NOT FIT IS COUNTED AND REPORTED AT *
104000* SIGN-OFF.                                                     *
104050*--------------------------------------------------------------*
104100 7200-WRITE-AUDIT-LINE.
104150     MOVE SPACES TO DSP-AUDIT-LINE.
104200     STRING JNL-STAMP SPACE JNL-USER-ID SPACE
104250         JNL-AUDIT-ACTION SPACE DSPCASE-CASE-NO '/'
104300         DSPCASE-ITEM-NO SPACE DSPCASE-ACCT-NB SPACE
104350         DSPCASE-DATA DELIMITED BY SIZE INTO DSP-AUDIT-LINE
104400         ON OVERFLOW
104450             ADD 1 TO JNL-AUDIT-TRUNCATED
104500     END-STRING.
104550     WRITE DSP-AUDIT-LINE.
105100 7200-WRITE-AUDIT-LINE-EXIT.
105200     EXIT.
105300
105400*--------------------------------------------------------------*
105500* FIND THE KEYED TIFDET DETAIL AND CHECK IT BELONGS TO THE      *
105600* CASE'S ACCOUNT.  THE FIXED DATA IS OVERLAID THE WAY IJTINQ01  *
105700* DOES IT, TAX-LINE COUNT FIRST.                                *
105800*--------------------------------------------------------------*
105900 7300-FIND-TIF-DETAIL.
106000     MOVE JNL-ENT-SRCE-SYS-CD TO TIFDET-SRCE-SYS-CD.
106100     MOVE JNL-ENT-SEQ-NO      TO TIFDET-SEQ-NO.
106200     READ TIF-DET-FILE
106300         KEY IS TIFDET-KEY
106400         INVALID KEY
106500             MOVE 'NO TIF DETAIL FOUND FOR THAT SOURCE/SEQUENCE'
106600                 TO JNL-MESSAGE-LINE
106700             GO TO 7300-FIND-TIF-DETAIL-EXIT
106800     END-READ.
106900     IF TIFDET-BL-ACCT-NB NOT = JNL-CASE-ACCT-NB
107000         AND TIFDET-LEAD-ACCT-NB NOT = JNL-CASE-ACCT-NB
107100         MOVE 'THAT TIF DETAIL IS NOT ON THE CASE ACCOUNT' TO
107200             JNL-MESSAGE-LINE
107300         GO TO 7300-FIND-TIF-DETAIL-EXIT
107400     END-IF.
107500     MOVE TIFDET-FIXED-DATA TO JNL-TIF-RAW-REC (1:902).
107600     MOVE JNL-PEEK-CTM-ND   TO JNL-TRUE-TAX-CNT.
107700     IF JNL-TRUE-TAX-CNT > 30
107800         MOVE 30 TO XX-CTM-ND
107900     ELSE
108000         MOVE JNL-TRUE-TAX-CNT TO XX-CTM-ND
108100     END-IF.
108200     MOVE JNL-TIF-RAW-REC   TO JNL-TIF-DTL-VIEW.
108300     MOVE 'T'                TO JNL-NEW-ITEM-TYPE.
108400     MOVE TIFDET-SRCE-SYS-CD TO JNL-NEW-SRCE-SYS-CD.
108500     MOVE TIFDET-SEQ-NO      TO JNL-NEW-SEQ-NO.
108600     MOVE XX-USOC-CD         TO JNL-NEW-USOC-CD.
108700     MOVE XX-JRNL-GRS-AT     TO JNL-NEW-SRCE-AMT.
108800 7300-FIND-TIF-DETAIL-EXIT.
108900     EXIT.
109000
109100*--------------------------------------------------------------*
109200* FIND THE INVOICE'S FIRST RP5STR RECORD AND CHECK ITS LEAD     *
109300* ACCOUNT IS THE CASE'S ACCOUNT.  A CREDIT-CODED AMOUNT IS      *
109400* CARRIED NEGATIVE.                                             *
109500*--------------------------------------------------------------*
109600 7400-FIND-RP519-INVOICE.
109700     MOVE LOW-VALUES       TO RP5STR-KEY.
109800     MOVE JNL-ENT-INVC-NUM TO RP5STR-INVC-NUM.
109900     START RP5-STR-FILE KEY NOT < RP5STR-KEY
110000         INVALID KEY
110100             MOVE 'NO RP519 INVOICE FOUND FOR THAT NUMBER' TO
110200                 JNL-MESSAGE-LINE
110300             GO TO 7400-FIND-RP519-INVOICE-EXIT
110400     END-START.
110500     READ RP5-STR-FILE NEXT
110600         AT END
110700             MOVE 'NO RP519 INVOICE FOUND FOR THAT NUMBER' TO
110800                 JNL-MESSAGE-LINE
110900             GO TO 7400-FIND-RP519-INVOICE-EXIT
111000     END-READ.
111100     IF RP5STR-INVC-NUM NOT = JNL-ENT-INVC-NUM
111200         MOVE 'NO RP519 INVOICE FOUND FOR THAT NUMBER' TO
111300             JNL-MESSAGE-LINE
111400         GO TO 7400-FIND-RP519-INVOICE-EXIT
111500     END-IF.
111600     IF RP5STR-LEAD-ACCOUNT NOT = JNL-CASE-ACCT-NB
111700         MOVE 'THAT INVOICE IS NOT ON THE CASE ACCOUNT' TO
111800             JNL-MESSAGE-LINE
111900         GO TO 7400-FIND-RP519-INVOICE-EXIT
112000     END-IF.
112100     MOVE RP5STR-RP519-DATA   TO JNL-RP519-VIEW.
112200     MOVE 'R'                 TO JNL-NEW-ITEM-TYPE.
112300     MOVE 'R519'              TO JNL-NEW-SRCE-SYS-CD.
112400     MOVE RP5STR-INVC-NUM     TO JNL-NEW-INVC-NUM.
112500     MOVE RP5STR-EXTRACT-TYPE TO JNL-NEW-EXTR-TYPE.
112600     MOVE RP5STR-LOAD-DT      TO JNL-NEW-LOAD-DT.
112700     MOVE RP519-USOC-CD       TO JNL-NEW-USOC-CD.
112800     IF RP519-CR-CODE
112900         COMPUTE JNL-NEW-SRCE-AMT = ZERO - RP519-CUR-AMT
113000     ELSE
113100         MOVE RP519-CUR-AMT TO JNL-NEW-SRCE-AMT
113200     END-IF.
113300 7400-FIND-RP519-INVOICE-EXIT.
113400     EXIT.
113500
113600*--------------------------------------------------------------*
113700* NEXT ITEM ROW OF THE CASE IN JNL-CASE-NO; THE BROWSE ENDS AT  *
113800* THE NEXT CASE.                                                *
113900*--------------------------------------------------------------*
114000 7500-READ-NEXT-ITEM.
114100     READ DSP-CASE-FILE NEXT
114200         AT END
114300             SET JNL-BRWS-DONE TO TRUE
114400             GO TO 7500-READ-NEXT-ITEM-EXIT
114500     END-READ.
114600     IF DSPCASE-CASE-NO NOT = JNL-CASE-NO
114700         SET JNL-BRWS-DONE TO TRUE
114800     END-IF.
114900 7500-READ-NEXT-ITEM-EXIT.
115000     EXIT.
115100
115200*--------------------------------------------------------------*
115300 9000-TERMINATE.
115400     CLOSE DSP-CASE-FILE TIF-DET-FILE RP5-STR-FILE
115500         DSP-AUDIT-FILE.
115510     IF JNL-AUDIT-TRUNCATED > ZERO
115520         DISPLAY 'IJTDCM01 - DSPAUDIT LINES TRUNCATED = '
115530             JNL-AUDIT-TRUNCATED
115540         MOVE 4 TO RETURN-CODE
115550     END-IF.
115600 9000-TERMINATE-EXIT.
115700     EXIT.
115800
115900*-------------------------------------------------------------.
116000*                     E N D   O F  I J T D C M 0 1             :
116100*-------------------------------------------------------------'
