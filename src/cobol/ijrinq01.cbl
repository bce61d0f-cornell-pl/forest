000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJRINQ01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/24/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 29.4  09/24/26  RAS  NEW PROGRAM.  ONLINE INQUIRY SCREEN OVER *
001100*                      THE RP5STR KEYED RP519 INVOICE STORE, IN *
001200*                      THE STYLE OF IJTINQ01, SO A BILLING      *
001300*                      DISPUTE ON SDN/ONENET REVENUE NO LONGER  *
001400*                      WAITS ON A GDG RESTORE.  I) STEPS        *
001500*                      THROUGH EVERY STORED RECORD FOR AN       *
001600*                      INVOICE NUMBER, ALL EXTRACT TYPES.  R)   *
001700*                      SHOWS THE INVOICE'S ORIGINAL (ITS        *
001800*                      RP519-ORIGNL-INVC-NUM, UNLESS THAT IS A  *
001900*                      DUMMY NUMBER) AND THEN EVERY RECORD THAT *
002000*                      NAMES THE INVOICE AS ITS ORIGINAL (ITS   *
002100*                      REVERSALS AND ADJUSTMENTS) ON THE        *
002200*                      ORIGINAL-INVOICE PATH.  B) AND L) BROWSE *
002300*                      BY RP519-BL-TO-CD OR LEAD ACCOUNT ON     *
002400*                      THEIR OWN PATHS.                         *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 SPECIAL-NAMES.
003100     CRT STATUS IS JNL-CRT-STATUS.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT RP5-STR-FILE ASSIGN TO RP5STR
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS RP5STR-KEY
003800         ALTERNATE RECORD KEY IS RP5STR-ORIGNL-INVC-NUM
003900             WITH DUPLICATES
004000         ALTERNATE RECORD KEY IS RP5STR-BL-TO-CD
004100             WITH DUPLICATES
004200         ALTERNATE RECORD KEY IS RP5STR-LEAD-ACCOUNT
004300             WITH DUPLICATES
004400         FILE STATUS IS JNL-RP5STR-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  RP5-STR-FILE.
004900     COPY rp5str.
005000
005100 WORKING-STORAGE SECTION.
005200 01  JNL-RP5STR-STATUS         PIC X(02) VALUE SPACES.
005300     88  JNL-RP5STR-OK                   VALUE '00'.
005400 01  JNL-CRT-STATUS            PIC 9(04) VALUE ZERO.
005500
005600 01  JNL-SWITCHES.
005700     05  JNL-DONE-SW           PIC X(01) VALUE 'N'.
005800         88  JNL-DONE                    VALUE 'Y'.
005900     05  JNL-SCAN-DONE-SW      PIC X(01) VALUE 'N'.
006000         88  JNL-SCAN-DONE               VALUE 'Y'.
006100     05  JNL-USER-STOP-SW      PIC X(01) VALUE 'N'.
006200         88  JNL-USER-STOP               VALUE 'Y'.
006300     05  JNL-PATH-SW           PIC X(01) VALUE SPACE.
006400         88  JNL-PATH-INVOICE            VALUE 'I'.
006500         88  JNL-PATH-ORIGINAL           VALUE 'O'.
006600         88  JNL-PATH-BILL-TO            VALUE 'B'.
006700         88  JNL-PATH-LEAD               VALUE 'L'.
006800
006900 01  JNL-MENU-CHOICE           PIC X(01) VALUE SPACES.
007000     88  JNL-CHOICE-INVC             VALUE 'I'.
007100     88  JNL-CHOICE-CHAIN            VALUE 'R'.
007200     88  JNL-CHOICE-BILL-TO          VALUE 'B'.
007300     88  JNL-CHOICE-LEAD             VALUE 'L'.
007400     88  JNL-CHOICE-EXIT             VALUE 'X'.
007500
007600 01  JNL-INQ-INVC-NUM          PIC X(10) VALUE SPACES.
007700 01  JNL-INQ-BL-TO-CD          PIC X(11) VALUE SPACES.
007800 01  JNL-INQ-LEAD-ACCOUNT      PIC X(13) VALUE SPACES.
007900 01  JNL-SCAN-INVC-NUM         PIC X(10) VALUE SPACES.
008000 01  JNL-ORIG-INVC-NUM         PIC X(10) VALUE SPACES.
008100 01  JNL-SCAN-MESSAGE          PIC X(60) VALUE SPACES.
008200 01  JNL-SHOWN-CNT             PIC S9(07) COMP-3 VALUE ZERO.
008300 01  JNL-CONTINUE-CHOICE       PIC X(01) VALUE SPACES.
008400 01  JNL-MESSAGE-LINE          PIC X(60) VALUE SPACES.
008500
008600 COPY rps REPLACING ==01  RP519-RECORD.==
008700     BY ==01  JNL-RP519-VIEW.==.
008800
008900*--------------------------------------------------------------*
009000* STORED RECORD FIELDS FORMATTED FOR THE DISPLAY SCREEN.        *
009100*--------------------------------------------------------------*
009200 01  JNL-DSP-FIELDS.
009300     05  JNL-DSP-INVC-NUM      PIC X(10) VALUE SPACES.
009400     05  JNL-DSP-EXTR-TYPE     PIC X(03) VALUE SPACES.
009500     05  JNL-DSP-ORIG-INVC     PIC X(10) VALUE SPACES.
009600     05  JNL-DSP-KIND          PIC X(20) VALUE SPACES.
009700     05  JNL-DSP-GENERATION    PIC X(08) VALUE SPACES.
009800     05  JNL-DSP-LOAD-DT       PIC X(08) VALUE SPACES.
009900     05  JNL-DSP-EFF-DATE      PIC X(06) VALUE SPACES.
010000     05  JNL-DSP-BL-TO-CD      PIC X(11) VALUE SPACES.
010100     05  JNL-DSP-LEAD-ACCT     PIC X(13) VALUE SPACES.
010200     05  JNL-DSP-PL-ID         PIC X(16) VALUE SPACES.
010300     05  JNL-DSP-USOC          PIC X(05) VALUE SPACES.
010400     05  JNL-DSP-DBCR          PIC X(02) VALUE SPACES.
010500     05  JNL-DSP-ADJ-RSN       PIC X(02) VALUE SPACES.
010600     05  JNL-DSP-CUR-AMT       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
010700                                   VALUE ZERO.
010800     05  JNL-DSP-UNER-AMT      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
010900                                   VALUE ZERO.
011000     05  JNL-DSP-PE-REV-AMT    PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-
011100                                   VALUE ZERO.
011200     05  JNL-DSP-CR-FACCT      PIC X(10) VALUE SPACES.
011300     05  JNL-DSP-DB-FACCT      PIC X(10) VALUE SPACES.
011400     05  JNL-DSP-ERROR-CD      PIC X(02) VALUE SPACES.
011500     05  JNL-DSP-BILL-CYCLE    PIC X(02) VALUE SPACES.
011600     05  JNL-DSP-SRCE-CHRG     PIC X(01) VALUE SPACES.
011700
011800 SCREEN SECTION.
011900 01  JNL-MENU-SCREEN.
012000     05  BLANK SCREEN.
012100     05  LINE 01 COLUMN 01 VALUE
012200         'IJRINQ01 - RP519 INVOICE STORE INQUIRY'.
012300     05  LINE 03 COLUMN 01 VALUE 'I) LOOKUP BY INVOICE NUMBER'.
012400     05  LINE 04 COLUMN 01 VALUE
012500         'R) ORIGINAL AND REVERSALS OF AN INVOICE'.
012600     05  LINE 05 COLUMN 01 VALUE 'B) BROWSE BY BILL-TO CODE'.
012700     05  LINE 06 COLUMN 01 VALUE 'L) BROWSE BY LEAD ACCOUNT'.
012800     05  LINE 07 COLUMN 01 VALUE 'X) EXIT'.
012900     05  LINE 08 COLUMN 01 VALUE 'SELECTION:'.
013000     05  LINE 08 COLUMN 12 PIC X(01) TO JNL-MENU-CHOICE.
013100
013200 01  JNL-INVC-SCREEN.
013300     05  LINE 10 COLUMN 01 VALUE 'INVOICE NO:'.
013400     05  LINE 10 COLUMN 20 PIC X(10) USING JNL-INQ-INVC-NUM.
013500
013600 01  JNL-BILL-TO-SCREEN.
013700     05  LINE 10 COLUMN 01 VALUE 'BILL-TO CODE:'.
013800     05  LINE 10 COLUMN 20 PIC X(11) USING JNL-INQ-BL-TO-CD.
013900
014000 01  JNL-LEAD-SCREEN.
014100     05  LINE 10 COLUMN 01 VALUE 'LEAD ACCOUNT:'.
014200     05  LINE 10 COLUMN 20 PIC X(13) USING JNL-INQ-LEAD-ACCOUNT.
014300
014400 01  JNL-RECORD-SCREEN.
014500     05  BLANK SCREEN.
014600     05  LINE 01 COLUMN 01 VALUE
014700         'IJRINQ01 - RP519 INVOICE STORE RESULT'.
014800     05  LINE 03 COLUMN 01 VALUE 'INVOICE NO:'.
014900     05  LINE 03 COLUMN 20 PIC X(10) FROM JNL-DSP-INVC-NUM.
015000     05  LINE 03 COLUMN 34 VALUE 'EXTRACT TYPE:'.
015100     05  LINE 03 COLUMN 48 PIC X(03) FROM JNL-DSP-EXTR-TYPE.
015200     05  LINE 04 COLUMN 01 VALUE 'ORIGINAL INVOICE:'.
015300     05  LINE 04 COLUMN 20 PIC X(10) FROM JNL-DSP-ORIG-INVC.
015400     05  LINE 04 COLUMN 34 PIC X(20) FROM JNL-DSP-KIND.
015500     05  LINE 05 COLUMN 01 VALUE 'GENERATION:'.
015600     05  LINE 05 COLUMN 20 PIC X(08) FROM JNL-DSP-GENERATION.
015700     05  LINE 05 COLUMN 34 VALUE 'LOADED:'.
015800     05  LINE 05 COLUMN 48 PIC X(08) FROM JNL-DSP-LOAD-DT.
015900     05  LINE 06 COLUMN 01 VALUE 'EFFECTIVE DATE:'.
016000     05  LINE 06 COLUMN 20 PIC X(06) FROM JNL-DSP-EFF-DATE.
016100     05  LINE 06 COLUMN 34 VALUE 'BILL CYCLE:'.
016200     05  LINE 06 COLUMN 48 PIC X(02) FROM JNL-DSP-BILL-CYCLE.
016300     05  LINE 07 COLUMN 01 VALUE 'BILL-TO CODE:'.
016400     05  LINE 07 COLUMN 20 PIC X(11) FROM JNL-DSP-BL-TO-CD.
016500     05  LINE 08 COLUMN 01 VALUE 'LEAD ACCOUNT:'.
016600     05  LINE 08 COLUMN 20 PIC X(13) FROM JNL-DSP-LEAD-ACCT.
016700     05  LINE 09 COLUMN 01 VALUE 'PRIVATE LINE ID:'.
016800     05  LINE 09 COLUMN 20 PIC X(16) FROM JNL-DSP-PL-ID.
016900     05  LINE 10 COLUMN 01 VALUE 'USOC:'.
017000     05  LINE 10 COLUMN 20 PIC X(05) FROM JNL-DSP-USOC.
017100     05  LINE 10 COLUMN 34 VALUE 'SOURCE OF CHG:'.
017200     05  LINE 10 COLUMN 48 PIC X(01) FROM JNL-DSP-SRCE-CHRG.
017300     05  LINE 11 COLUMN 01 VALUE 'DB/CR CODE:'.
017400     05  LINE 11 COLUMN 20 PIC X(02) FROM JNL-DSP-DBCR.
017500     05  LINE 11 COLUMN 34 VALUE 'ADJ REASON:'.
017600     05  LINE 11 COLUMN 48 PIC X(02) FROM JNL-DSP-ADJ-RSN.
017700     05  LINE 12 COLUMN 01 VALUE 'CURRENT AMOUNT:'.
017800     05  LINE 12 COLUMN 20 PIC X(20) FROM JNL-DSP-CUR-AMT.
017900     05  LINE 13 COLUMN 01 VALUE 'UNEARNED AMOUNT:'.
018000     05  LINE 13 COLUMN 20 PIC X(20) FROM JNL-DSP-UNER-AMT.
018100     05  LINE 14 COLUMN 01 VALUE 'PE REVENUE:'.
018200     05  LINE 14 COLUMN 20 PIC X(22) FROM JNL-DSP-PE-REV-AMT.
018300     05  LINE 15 COLUMN 01 VALUE 'CR FACCT:'.
018400     05  LINE 15 COLUMN 20 PIC X(10) FROM JNL-DSP-CR-FACCT.
018500     05  LINE 15 COLUMN 34 VALUE 'DB FACCT:'.
018600     05  LINE 15 COLUMN 48 PIC X(10) FROM JNL-DSP-DB-FACCT.
018700     05  LINE 16 COLUMN 01 VALUE 'ERROR CODE:'.
018800     05  LINE 16 COLUMN 20 PIC X(02) FROM JNL-DSP-ERROR-CD.
018900     05  LINE 19 COLUMN 01 PIC X(60) FROM JNL-MESSAGE-LINE.
019000     05  LINE 20 COLUMN 01 VALUE 'CONTINUE (Y/N):'.
019100     05  LINE 20 COLUMN 17 PIC X(01) TO JNL-CONTINUE-CHOICE.
019200
019300 PROCEDURE DIVISION.
019400*--------------------------------------------------------------*
019500 0000-MAINLINE.
019600     PERFORM 1000-INITIALIZE
019700         THRU 1000-INITIALIZE-EXIT.
019800     PERFORM 2000-MENU-LOOP
019900         THRU 2000-MENU-LOOP-EXIT
020000         UNTIL JNL-DONE.
020100     PERFORM 9000-TERMINATE
020200         THRU 9000-TERMINATE-EXIT.
020300     GOBACK.
020400
020500*--------------------------------------------------------------*
020600 1000-INITIALIZE.
020700     OPEN INPUT RP5-STR-FILE.
020800     IF NOT JNL-RP5STR-OK
020900         DISPLAY 'IJRINQ01 - UNABLE TO OPEN RP5STR, RC = 16'
021000         MOVE 16 TO RETURN-CODE
021100         GOBACK
021200     END-IF.
021300 1000-INITIALIZE-EXIT.
021400     EXIT.
021500
021600*--------------------------------------------------------------*
021700 2000-MENU-LOOP.
021800     MOVE SPACES TO JNL-MENU-CHOICE.
021900     DISPLAY JNL-MENU-SCREEN.
022000     ACCEPT JNL-MENU-SCREEN.
022100
022200     EVALUATE TRUE
022300         WHEN JNL-CHOICE-INVC
022400             PERFORM 3000-INVOICE-INQUIRY
022500                 THRU 3000-INVOICE-INQUIRY-EXIT
022600         WHEN JNL-CHOICE-CHAIN
022700             PERFORM 3500-CHAIN-INQUIRY
022800                 THRU 3500-CHAIN-INQUIRY-EXIT
022900         WHEN JNL-CHOICE-BILL-TO
023000             PERFORM 4000-BILL-TO-INQUIRY
023100                 THRU 4000-BILL-TO-INQUIRY-EXIT
023200         WHEN JNL-CHOICE-LEAD
023300             PERFORM 4500-LEAD-INQUIRY
023400                 THRU 4500-LEAD-INQUIRY-EXIT
023500         WHEN JNL-CHOICE-EXIT
023600             SET JNL-DONE TO TRUE
023700         WHEN OTHER
023800             CONTINUE
023900     END-EVALUATE.
024000 2000-MENU-LOOP-EXIT.
024100     EXIT.
024200
024300*--------------------------------------------------------------*
024400* EVERY RECORD STORED FOR THE INVOICE, WHATEVER ITS EXTRACT     *
024500* TYPE OR GENERATION, IN KEY ORDER.                             *
024600*--------------------------------------------------------------*
024700 3000-INVOICE-INQUIRY.
024800     MOVE SPACES TO JNL-INQ-INVC-NUM.
024900     DISPLAY JNL-INVC-SCREEN.
025000     ACCEPT JNL-INVC-SCREEN.
025100     MOVE 'N' TO JNL-USER-STOP-SW.
025200     MOVE ZERO TO JNL-SHOWN-CNT.
025300     MOVE JNL-INQ-INVC-NUM TO JNL-SCAN-INVC-NUM.
025400     MOVE 'INVOICE RECORD - Y CONTINUES THE SEARCH' TO
025500         JNL-SCAN-MESSAGE.
025600     PERFORM 5000-SCAN-INVOICE
025700         THRU 5000-SCAN-INVOICE-EXIT.
025800     IF JNL-SHOWN-CNT = ZERO
025900         MOVE 'NO RECORD ON THE STORE FOR THAT INVOICE' TO
026000             JNL-MESSAGE-LINE
026100         PERFORM 6500-SHOW-EMPTY-RESULT
026200             THRU 6500-SHOW-EMPTY-RESULT-EXIT
026300     END-IF.
026400 3000-INVOICE-INQUIRY-EXIT.
026500     EXIT.
026600
026700*--------------------------------------------------------------*
026800* THE INVOICE'S ORIGINAL FIRST - TAKEN FROM THE FIRST STORED    *
026900* RECORD FOR THE INVOICE, SKIPPED WHEN BLANK, A DUMMY NUMBER    *
027000* OR THE INVOICE ITSELF - THEN EVERY RECORD WHOSE ORIGINAL      *
027100* INVOICE NUMBER IS THIS INVOICE.                               *
027200*--------------------------------------------------------------*
027300 3500-CHAIN-INQUIRY.
027400     MOVE SPACES TO JNL-INQ-INVC-NUM.
027500     DISPLAY JNL-INVC-SCREEN.
027600     ACCEPT JNL-INVC-SCREEN.
027700     MOVE 'N' TO JNL-USER-STOP-SW.
027800     MOVE ZERO TO JNL-SHOWN-CNT.
027900
028000     MOVE SPACES TO JNL-ORIG-INVC-NUM.
028100     MOVE LOW-VALUES       TO RP5STR-KEY.
028200     MOVE JNL-INQ-INVC-NUM TO RP5STR-INVC-NUM.
028300     START RP5-STR-FILE KEY NOT < RP5STR-KEY
028400         INVALID KEY
028500             GO TO 3500-CHAIN-INQUIRY-REVERSALS
028600     END-START.
028700     READ RP5-STR-FILE NEXT
028800         AT END
028900             GO TO 3500-CHAIN-INQUIRY-REVERSALS
029000     END-READ.
029100     IF RP5STR-INVC-NUM NOT = JNL-INQ-INVC-NUM
029200         GO TO 3500-CHAIN-INQUIRY-REVERSALS
029300     END-IF.
029400     MOVE RP5STR-RP519-DATA TO JNL-RP519-VIEW.
029500     IF RP519-ORIGNL-INVC-NUM = SPACES
029600         OR RP519-ORIGNL-INVC-NUM = JNL-INQ-INVC-NUM
029700         OR RP519-DUMMY
029800         GO TO 3500-CHAIN-INQUIRY-REVERSALS
029900     END-IF.
030000     MOVE RP519-ORIGNL-INVC-NUM TO JNL-ORIG-INVC-NUM.
030100     MOVE JNL-ORIG-INVC-NUM     TO JNL-SCAN-INVC-NUM.
030200     MOVE 'ORIGINAL INVOICE - Y CONTINUES' TO JNL-SCAN-MESSAGE.
030300     PERFORM 5000-SCAN-INVOICE
030400         THRU 5000-SCAN-INVOICE-EXIT.
030500     IF JNL-USER-STOP
030600         GO TO 3500-CHAIN-INQUIRY-EXIT
030700     END-IF.
030800
030900 3500-CHAIN-INQUIRY-REVERSALS.
031000     MOVE 'N' TO JNL-SCAN-DONE-SW.
031100     SET JNL-PATH-ORIGINAL TO TRUE.
031200     MOVE JNL-INQ-INVC-NUM TO RP5STR-ORIGNL-INVC-NUM.
031300     START RP5-STR-FILE KEY = RP5STR-ORIGNL-INVC-NUM
031400         INVALID KEY
031500             SET JNL-SCAN-DONE TO TRUE
031600     END-START.
031700     MOVE 'REVERSAL/ADJUSTMENT OF THIS INVOICE - Y CONTINUES' TO
031800         JNL-SCAN-MESSAGE.
031900     PERFORM 5500-SCAN-NEXT-RECORD
032000         THRU 5500-SCAN-NEXT-RECORD-EXIT
032100         UNTIL JNL-SCAN-DONE.
032200     IF JNL-SHOWN-CNT = ZERO
032300         MOVE 'NO ORIGINAL OR REVERSALS ON THE STORE' TO
032400             JNL-MESSAGE-LINE
032500         PERFORM 6500-SHOW-EMPTY-RESULT
032600             THRU 6500-SHOW-EMPTY-RESULT-EXIT
032700     END-IF.
032800 3500-CHAIN-INQUIRY-EXIT.
032900     EXIT.
033000
033100*--------------------------------------------------------------*
033200 4000-BILL-TO-INQUIRY.
033300     MOVE SPACES TO JNL-INQ-BL-TO-CD.
033400     DISPLAY JNL-BILL-TO-SCREEN.
033500     ACCEPT JNL-BILL-TO-SCREEN.
033600     MOVE 'N' TO JNL-USER-STOP-SW.
033700     MOVE ZERO TO JNL-SHOWN-CNT.
033800     MOVE 'N' TO JNL-SCAN-DONE-SW.
033900     SET JNL-PATH-BILL-TO TO TRUE.
034000     MOVE JNL-INQ-BL-TO-CD TO RP5STR-BL-TO-CD.
034100     START RP5-STR-FILE KEY = RP5STR-BL-TO-CD
034200         INVALID KEY
034300             SET JNL-SCAN-DONE TO TRUE
034400     END-START.
034500     MOVE 'MATCH FOUND - Y CONTINUES THE SEARCH' TO
034600         JNL-SCAN-MESSAGE.
034700     PERFORM 5500-SCAN-NEXT-RECORD
034800         THRU 5500-SCAN-NEXT-RECORD-EXIT
034900         UNTIL JNL-SCAN-DONE.
035000     IF JNL-SHOWN-CNT = ZERO
035100         MOVE 'NO RECORD ON THE STORE FOR THAT BILL-TO CODE' TO
035200             JNL-MESSAGE-LINE
035300         PERFORM 6500-SHOW-EMPTY-RESULT
035400             THRU 6500-SHOW-EMPTY-RESULT-EXIT
035500     END-IF.
035600 4000-BILL-TO-INQUIRY-EXIT.
035700     EXIT.
035800
035900*--------------------------------------------------------------*
036000 4500-LEAD-INQUIRY.
036100     MOVE SPACES TO JNL-INQ-LEAD-ACCOUNT.
036200     DISPLAY JNL-LEAD-SCREEN.
036300     ACCEPT JNL-LEAD-SCREEN.
036400     MOVE 'N' TO JNL-USER-STOP-SW.
036500     MOVE ZERO TO JNL-SHOWN-CNT.
036600     MOVE 'N' TO JNL-SCAN-DONE-SW.
036700     SET JNL-PATH-LEAD TO TRUE.
036800     MOVE JNL-INQ-LEAD-ACCOUNT TO RP5STR-LEAD-ACCOUNT.
036900     START RP5-STR-FILE KEY = RP5STR-LEAD-ACCOUNT
037000         INVALID KEY
037100             SET JNL-SCAN-DONE TO TRUE
037200     END-START.
037300     MOVE 'MATCH FOUND - Y CONTINUES THE SEARCH' TO
037400         JNL-SCAN-MESSAGE.
037500     PERFORM 5500-SCAN-NEXT-RECORD
037600         THRU 5500-SCAN-NEXT-RECORD-EXIT
037700         UNTIL JNL-SCAN-DONE.
037800     IF JNL-SHOWN-CNT = ZERO
037900         MOVE 'NO RECORD ON THE STORE FOR THAT LEAD ACCOUNT' TO
038000             JNL-MESSAGE-LINE
038100         PERFORM 6500-SHOW-EMPTY-RESULT
038200             THRU 6500-SHOW-EMPTY-RESULT-EXIT
038300     END-IF.
038400 4500-LEAD-INQUIRY-EXIT.
038500     EXIT.
038600
038700*--------------------------------------------------------------*
038800* POSITION ON THE FIRST STORED RECORD FOR JNL-SCAN-INVC-NUM AND *
038900* STEP THROUGH THE INVOICE'S RECORDS ON THE PRIME KEY.          *
039000*--------------------------------------------------------------*
039100 5000-SCAN-INVOICE.
039200     MOVE 'N' TO JNL-SCAN-DONE-SW.
039300     SET JNL-PATH-INVOICE TO TRUE.
039400     MOVE LOW-VALUES        TO RP5STR-KEY.
039500     MOVE JNL-SCAN-INVC-NUM TO RP5STR-INVC-NUM.
039600     START RP5-STR-FILE KEY NOT < RP5STR-KEY
039700         INVALID KEY
039800             SET JNL-SCAN-DONE TO TRUE
039900     END-START.
040000     PERFORM 5500-SCAN-NEXT-RECORD
040100         THRU 5500-SCAN-NEXT-RECORD-EXIT
040200         UNTIL JNL-SCAN-DONE.
040300 5000-SCAN-INVOICE-EXIT.
040400     EXIT.
040500
040600*--------------------------------------------------------------*
040700* READ ON ALONG WHICHEVER PATH THE LOOKUP STARTED AND STOP AT   *
040800* EACH RECORD UNTIL THE USER STOPS OR THE PATH MOVES ON TO THE  *
040900* NEXT VALUE.                                                   *
041000*--------------------------------------------------------------*
041100 5500-SCAN-NEXT-RECORD.
041200     READ RP5-STR-FILE NEXT
041300         AT END
041400             SET JNL-SCAN-DONE TO TRUE
041500             GO TO 5500-SCAN-NEXT-RECORD-EXIT
041600     END-READ.
041700     EVALUATE TRUE
041800         WHEN JNL-PATH-INVOICE
041900             IF RP5STR-INVC-NUM NOT = JNL-SCAN-INVC-NUM
042000                 SET JNL-SCAN-DONE TO TRUE
042100             END-IF
042200         WHEN JNL-PATH-ORIGINAL
042300             IF RP5STR-ORIGNL-INVC-NUM NOT = JNL-INQ-INVC-NUM
042400                 SET JNL-SCAN-DONE TO TRUE
042500             END-IF
042600         WHEN JNL-PATH-BILL-TO
042700             IF RP5STR-BL-TO-CD NOT = JNL-INQ-BL-TO-CD
042800                 SET JNL-SCAN-DONE TO TRUE
042900             END-IF
043000         WHEN OTHER
043100             IF RP5STR-LEAD-ACCOUNT NOT = JNL-INQ-LEAD-ACCOUNT
043200                 SET JNL-SCAN-DONE TO TRUE
043300             END-IF
043400     END-EVALUATE.
043500     IF JNL-SCAN-DONE
043600         GO TO 5500-SCAN-NEXT-RECORD-EXIT
043700     END-IF.
043800     ADD 1 TO JNL-SHOWN-CNT.
043900     MOVE JNL-SCAN-MESSAGE TO JNL-MESSAGE-LINE.
044000     PERFORM 6000-SHOW-RECORD
044100         THRU 6000-SHOW-RECORD-EXIT.
044200     IF JNL-CONTINUE-CHOICE NOT = 'Y'
044300         SET JNL-SCAN-DONE TO TRUE
044400         SET JNL-USER-STOP TO TRUE
044500     END-IF.
044600 5500-SCAN-NEXT-RECORD-EXIT.
044700     EXIT.
044800
044900*--------------------------------------------------------------*
045000 6000-SHOW-RECORD.
045100     MOVE RP5STR-RP519-DATA     TO JNL-RP519-VIEW.
045200     MOVE RP519-INVC-NUM        TO JNL-DSP-INVC-NUM.
045300     MOVE RP519-EXTRACT-TYPE    TO JNL-DSP-EXTR-TYPE.
045400     MOVE RP519-ORIGNL-INVC-NUM TO JNL-DSP-ORIG-INVC.
045500     MOVE SPACES TO JNL-DSP-KIND.
045600     EVALUATE TRUE
045700         WHEN RP519-DUMMY
045800             MOVE '(DUMMY NUMBER)'   TO JNL-DSP-KIND
045900         WHEN RP519-REVERSAL
046000             MOVE 'REVERSAL'         TO JNL-DSP-KIND
046100         WHEN RP519-CR-ADJMT
046200             MOVE 'CREDIT ADJUSTMENT' TO JNL-DSP-KIND
046300         WHEN RP519-DB-ADJMT
046400             MOVE 'DEBIT ADJUSTMENT' TO JNL-DSP-KIND
046500         WHEN OTHER
046600             CONTINUE
046700     END-EVALUATE.
046800     MOVE SPACES TO JNL-DSP-GENERATION.
046900     STRING RP5STR-GDG-NO '/' RP5STR-EXTRACT-GDG-NO
047000         DELIMITED BY SIZE INTO JNL-DSP-GENERATION
047100     END-STRING.
047200     MOVE RP5STR-LOAD-DT        TO JNL-DSP-LOAD-DT.
047300     MOVE RP519-EFFECTIVE-DATE  TO JNL-DSP-EFF-DATE.
047400     MOVE RP519-BL-TO-CD        TO JNL-DSP-BL-TO-CD.
047500     MOVE RP519-LEAD-ACCOUNT    TO JNL-DSP-LEAD-ACCT.
047600     MOVE RP519-PRIVATE-LINE-ID TO JNL-DSP-PL-ID.
047700     MOVE RP519-USOC-CD         TO JNL-DSP-USOC.
047800     MOVE RP519-DBCR-CD         TO JNL-DSP-DBCR.
047900     MOVE RP519-ADJ-RSN-CD      TO JNL-DSP-ADJ-RSN.
048000     MOVE RP519-CUR-AMT         TO JNL-DSP-CUR-AMT.
048100     MOVE RP519-UNER-AMT        TO JNL-DSP-UNER-AMT.
048200     MOVE RP519-PE-REV-AMT      TO JNL-DSP-PE-REV-AMT.
048300     MOVE RP519-CR-FACCT        TO JNL-DSP-CR-FACCT.
048400     MOVE RP519-DB-FACCT        TO JNL-DSP-DB-FACCT.
048500     MOVE RP519-ERROR-CODE      TO JNL-DSP-ERROR-CD.
048600     MOVE RP519-BILL-CYCLE      TO JNL-DSP-BILL-CYCLE.
048700     MOVE RP519-SOURCE-OF-CHRG  TO JNL-DSP-SRCE-CHRG.
048800     MOVE SPACE TO JNL-CONTINUE-CHOICE.
048900     DISPLAY JNL-RECORD-SCREEN.
049000     ACCEPT JNL-RECORD-SCREEN.
049100 6000-SHOW-RECORD-EXIT.
049200     EXIT.
049300
049400*--------------------------------------------------------------*
049500 6500-SHOW-EMPTY-RESULT.
049600     MOVE SPACES TO JNL-DSP-FIELDS.
049700     MOVE ZERO   TO JNL-DSP-CUR-AMT JNL-DSP-UNER-AMT
049800                    JNL-DSP-PE-REV-AMT.
049900     MOVE SPACE TO JNL-CONTINUE-CHOICE.
050000     DISPLAY JNL-RECORD-SCREEN.
050100     ACCEPT JNL-RECORD-SCREEN.
050200 6500-SHOW-EMPTY-RESULT-EXIT.
050300     EXIT.
050400
050500*--------------------------------------------------------------*
050600 9000-TERMINATE.
050700     CLOSE RP5-STR-FILE.
050800 9000-TERMINATE-EXIT.
050900     EXIT.
051000
051100*-------------------------------------------------------------.
051200*                     E N D   O F  I J R I N Q 0 1             :
051300*-------------------------------------------------------------'
