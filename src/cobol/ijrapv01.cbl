000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJRAPV01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  10/01/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 30.5  10/01/26  RAS  NEW PROGRAM.  ONLINE APPROVE/REJECT      *
001100*                      SCREEN FOR THE HIGH-VALUE RP519          *
001200*                      ADJUSTMENTS IJRAPG01 HOLDS ON RP5PND,    *
001300*                      UNDER THE SAME DUAL CONTROL AS           *
001400*                      IJTVVM01.  AN AUTHUSR USER KEYS THE      *
001500*                      DECISION (APPROVE OR REJECT) WITH A      *
001600*                      REASON; A DIFFERENT AUTHUSR USER         *
001700*                      CONFIRMS IT OR SENDS IT BACK - THE MAKER *
001800*                      CANNOT CHECK THEIR OWN DECISION.  ONLY A *
001900*                      CONFIRMED DECISION IS ACTED ON BY THE    *
002000*                      NEXT IJRAPG01 RUN.  EVERY KEY, CONFIRM   *
002100*                      AND SEND-BACK APPENDS A LINE WITH BOTH   *
002200*                      USER IDS AND STAMPS TO RP5AUDIT.         *
002220* 30.7  10/15/26  RAS  RP5AUDIT WIDENED TO 230 SO THE WHOLE     *
002240*                      RP5PND ROW, REASON TEXT INCLUDED, FITS   *
002260*                      ON THE AUDIT LINE.                       *
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 SPECIAL-NAMES.
002900     CRT STATUS IS JNL-CRT-STATUS.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RP5-PND-FILE  ASSIGN TO RP5PND
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS RP5PND-KEY
003600         FILE STATUS IS JNL-RP5PND-STATUS.
003700
003800     SELECT RP5-AUDIT-FILE ASSIGN TO RP5AUDIT
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS JNL-RP5AUDIT-STATUS.
004100
004200     SELECT AUTH-USER-FILE ASSIGN TO AUTHUSR
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS JNL-AUTHUSR-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  RP5-PND-FILE.
004900     COPY rp5pnd.
005000
005100 FD  RP5-AUDIT-FILE
005200     RECORDING MODE IS F.
005300 01  RP5-AUDIT-LINE            PIC X(230).
005400
005500 FD  AUTH-USER-FILE
005600     RECORDING MODE IS F.
005700 01  AUTH-USER-RECORD          PIC X(80).
005800
005900 WORKING-STORAGE SECTION.
006000 01  JNL-RP5PND-STATUS         PIC X(02) VALUE SPACES.
006100     88  JNL-RP5PND-OK                   VALUE '00'.
006200     88  JNL-RP5PND-NOTFND               VALUE '23'.
006300     88  JNL-RP5PND-EOF                  VALUE '10'.
006400 01  JNL-RP5AUDIT-STATUS       PIC X(02) VALUE SPACES.
006500     88  JNL-RP5AUDIT-OK                 VALUE '00'.
006600 01  JNL-AUTHUSR-STATUS        PIC X(02) VALUE SPACES.
006700     88  JNL-AUTHUSR-OK                  VALUE '00'.
006800     88  JNL-AUTHUSR-EOF                 VALUE '10'.
006900 01  JNL-CRT-STATUS            PIC 9(04) VALUE ZERO.
007000
007100*--------------------------------------------------------------*
007200* THE USERS AUTHORIZED TO SIGN ON HERE - THE SAME AUTHUSR LIST  *
007300* THAT GATES IJTVVM01 AND IJTHLD01.                             *
007400*--------------------------------------------------------------*
007500 01  JNL-AUTH-VIEW.
007600     05  JNL-AUTH-USER-ID      PIC X(08).
007700     05  JNL-AUTH-DESC         PIC X(30).
007800     05  FILLER                PIC X(42).
007900 01  JNL-AUTH-CNT              PIC 9(04) COMP VALUE ZERO.
008000 01  JNL-AUTH-SUB              PIC 9(04) COMP VALUE ZERO.
008100 01  JNL-AUTH-TABLE.
008200     05  JNL-AUTH-ENTRY OCCURS 50 TIMES.
008300         10  JNL-AUTH-ID           PIC X(08).
008400
008500 01  JNL-SWITCHES.
008600     05  JNL-DONE-SW           PIC X(01) VALUE 'N'.
008700         88  JNL-DONE                    VALUE 'Y'.
008800     05  JNL-BRWS-DONE-SW      PIC X(01) VALUE 'N'.
008900         88  JNL-BRWS-DONE               VALUE 'Y'.
009000     05  JNL-HOLD-FOUND-SW     PIC X(01) VALUE 'N'.
009100         88  JNL-HOLD-FOUND              VALUE 'Y'.
009200
009300 01  JNL-MENU-CHOICE           PIC X(01) VALUE SPACES.
009400     88  JNL-CHOICE-DECIDE           VALUE 'D'.
009500     88  JNL-CHOICE-CHECK            VALUE 'C'.
009600     88  JNL-CHOICE-LOOKUP           VALUE 'L'.
009700     88  JNL-CHOICE-EXIT             VALUE 'X'.
009800
009900 01  JNL-USER-ID               PIC X(08) VALUE SPACES.
010000 01  JNL-DECISION-CHOICE       PIC X(01) VALUE SPACES.
010100     88  JNL-DECISION-APPROVE        VALUE 'A'.
010200     88  JNL-DECISION-REJECT         VALUE 'R'.
010300     88  JNL-DECISION-CONFIRM        VALUE 'C'.
010400     88  JNL-DECISION-SEND-BACK      VALUE 'S'.
010500 01  JNL-MESSAGE-LINE          PIC X(60) VALUE SPACES.
010600 01  JNL-PROMPT-LINE           PIC X(40) VALUE SPACES.
010700 01  JNL-AUDIT-ACTION          PIC X(01) VALUE SPACES.
010800
010900*--------------------------------------------------------------*
011000* THE HOLD NUMBER KEYED ON THE SELECT SCREEN (ZERO TAKES THE    *
011100* NEXT ONE WAITING) AND THE STATUS THE CHOSEN ROW MUST BE IN -  *
011200* 'P' TO KEY A DECISION, 'M' TO CHECK ONE, SPACE FOR A LOOKUP.  *
011300*--------------------------------------------------------------*
011400 01  JNL-ENT-HOLD-NO           PIC 9(08) VALUE ZERO.
011500 01  JNL-ENT-REASON-TX         PIC X(40) VALUE SPACES.
011600 01  JNL-WANT-STATUS           PIC X(01) VALUE SPACE.
011700
011800*--------------------------------------------------------------*
011900* CURRENT DATE AND TIME FOR THE MAKER/CHECKER STAMPS.           *
012000*--------------------------------------------------------------*
012100 01  JNL-STAMP.
012200     05  JNL-STAMP-DATE        PIC X(08).
012300     05  JNL-STAMP-TIME        PIC X(06).
012400 01  JNL-TIME-RAW              PIC X(08) VALUE SPACES.
012500
012600*--------------------------------------------------------------*
012700* THE HELD RECORD FORMATTED FOR THE HOLD SCREEN.                *
012800*--------------------------------------------------------------*
012900 01  JNL-DSP-FIELDS.
013000     05  JNL-DSP-HOLD-NO       PIC 9(08) VALUE ZERO.
013100     05  JNL-DSP-STATUS        PIC X(01) VALUE SPACES.
013200     05  JNL-DSP-HELD-DT       PIC X(08) VALUE SPACES.
013300     05  JNL-DSP-INVC-NUM      PIC X(10) VALUE SPACES.
013400     05  JNL-DSP-EXTR-TYPE     PIC X(03) VALUE SPACES.
013500     05  JNL-DSP-LEAD-ACCOUNT  PIC X(13) VALUE SPACES.
013600     05  JNL-DSP-OFFC          PIC X(02) VALUE SPACES.
013700     05  JNL-DSP-RSN           PIC X(02) VALUE SPACES.
013800     05  JNL-DSP-DBCR          PIC X(02) VALUE SPACES.
013900     05  JNL-DSP-AMT           PIC ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
014000     05  JNL-DSP-LIMIT         PIC Z,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
014100     05  JNL-DSP-DECISION      PIC X(01) VALUE SPACES.
014200     05  JNL-DSP-MAKER         PIC X(23) VALUE SPACES.
014300     05  JNL-DSP-CHECKER       PIC X(23) VALUE SPACES.
014400     05  JNL-DSP-REASON        PIC X(40) VALUE SPACES.
014500     05  JNL-DSP-DONE-DT       PIC X(08) VALUE SPACES.
014600
014700 SCREEN SECTION.
014800 01  JNL-SIGNON-SCREEN.
014900     05  BLANK SCREEN.
015000     05  LINE 01 COLUMN 01 VALUE
015100         'IJRAPV01 - RP519 HIGH-VALUE APPROVALS'.
015200     05  LINE 03 COLUMN 01 VALUE 'USER ID:'.
015300     05  LINE 03 COLUMN 12 PIC X(08) TO JNL-USER-ID.
015400
015500 01  JNL-MENU-SCREEN.
015600     05  BLANK SCREEN.
015700     05  LINE 01 COLUMN 01 VALUE
015800         'IJRAPV01 - RP519 HIGH-VALUE APPROVALS'.
015900     05  LINE 02 COLUMN 01 VALUE 'SIGNED ON:'.
016000     05  LINE 02 COLUMN 12 PIC X(08) FROM JNL-USER-ID.
016100     05  LINE 03 COLUMN 01 VALUE
016200         'D) KEY A DECISION ON A HELD RECORD'.
016300     05  LINE 04 COLUMN 01 VALUE
016400         'C) CONFIRM OR SEND BACK A KEYED DECISION'.
016500     05  LINE 05 COLUMN 01 VALUE 'L) LOOK UP A HELD RECORD'.
016600     05  LINE 06 COLUMN 01 VALUE 'X) EXIT'.
016700     05  LINE 07 COLUMN 01 VALUE 'SELECTION:'.
016800     05  LINE 07 COLUMN 12 PIC X(01) TO JNL-MENU-CHOICE.
016900     05  LINE 09 COLUMN 01 PIC X(60) FROM JNL-MESSAGE-LINE.
017000
017100 01  JNL-SELECT-SCREEN.
017200     05  BLANK SCREEN.
017300     05  LINE 01 COLUMN 01 VALUE
017400         'IJRAPV01 - SELECT A HELD RECORD'.
017500     05  LINE 03 COLUMN 01 VALUE 'HOLD NO:'.
017600     05  LINE 03 COLUMN 22 PIC 9(08) USING JNL-ENT-HOLD-NO.
017700     05  LINE 04 COLUMN 01 VALUE
017800         '(ZERO TAKES THE NEXT ONE WAITING)'.
017900
018000 01  JNL-HOLD-SCREEN.
018100     05  BLANK SCREEN.
018200     05  LINE 01 COLUMN 01 VALUE
018300         'IJRAPV01 - HELD RP519 RECORD'.
018400     05  LINE 03 COLUMN 01 VALUE 'HOLD NO:'.
018500     05  LINE 03 COLUMN 14 PIC 9(08) FROM JNL-DSP-HOLD-NO.
018600     05  LINE 03 COLUMN 26 VALUE 'STATUS:'.
018700     05  LINE 03 COLUMN 34 PIC X(01) FROM JNL-DSP-STATUS.
018800     05  LINE 03 COLUMN 38 VALUE 'HELD:'.
018900     05  LINE 03 COLUMN 44 PIC X(08) FROM JNL-DSP-HELD-DT.
019000     05  LINE 04 COLUMN 01 VALUE 'INVOICE:'.
019100     05  LINE 04 COLUMN 14 PIC X(10) FROM JNL-DSP-INVC-NUM.
019200     05  LINE 04 COLUMN 26 VALUE 'EXTRACT:'.
019300     05  LINE 04 COLUMN 35 PIC X(03) FROM JNL-DSP-EXTR-TYPE.
019400     05  LINE 04 COLUMN 40 VALUE 'ACCOUNT:'.
019500     05  LINE 04 COLUMN 49 PIC X(13) FROM JNL-DSP-LEAD-ACCOUNT.
019600     05  LINE 05 COLUMN 01 VALUE 'SALES OFFICE:'.
019700     05  LINE 05 COLUMN 15 PIC X(02) FROM JNL-DSP-OFFC.
019800     05  LINE 05 COLUMN 19 VALUE 'REASON CODE:'.
019900     05  LINE 05 COLUMN 32 PIC X(02) FROM JNL-DSP-RSN.
020000     05  LINE 05 COLUMN 36 VALUE 'DB/CR:'.
020100     05  LINE 05 COLUMN 43 PIC X(02) FROM JNL-DSP-DBCR.
020200     05  LINE 06 COLUMN 01 VALUE 'AMOUNT:'.
020300     05  LINE 06 COLUMN 14 PIC X(17) FROM JNL-DSP-AMT.
020400     05  LINE 06 COLUMN 33 VALUE 'LIMIT:'.
020500     05  LINE 06 COLUMN 40 PIC X(16) FROM JNL-DSP-LIMIT.
020600     05  LINE 08 COLUMN 01 VALUE 'DECISION:'.
020700     05  LINE 08 COLUMN 14 PIC X(01) FROM JNL-DSP-DECISION.
020800     05  LINE 09 COLUMN 01 VALUE 'KEYED BY:'.
020900     05  LINE 09 COLUMN 14 PIC X(23) FROM JNL-DSP-MAKER.
021000     05  LINE 10 COLUMN 01 VALUE 'CHECKED BY:'.
021100     05  LINE 10 COLUMN 14 PIC X(23) FROM JNL-DSP-CHECKER.
021200     05  LINE 11 COLUMN 01 VALUE 'REASON:'.
021300     05  LINE 11 COLUMN 14 PIC X(40) FROM JNL-DSP-REASON.
021400     05  LINE 12 COLUMN 01 VALUE 'ACTED ON:'.
021500     05  LINE 12 COLUMN 14 PIC X(08) FROM JNL-DSP-DONE-DT.
021600     05  LINE 14 COLUMN 01 PIC X(40) FROM JNL-PROMPT-LINE.
021700     05  LINE 14 COLUMN 42 PIC X(01) TO JNL-DECISION-CHOICE.
021800     05  LINE 15 COLUMN 01 VALUE 'REASON:'.
021900     05  LINE 15 COLUMN 14 PIC X(40) USING JNL-ENT-REASON-TX.
022000     05  LINE 17 COLUMN 01 PIC X(60) FROM JNL-MESSAGE-LINE.
022100
022200 PROCEDURE DIVISION.
022300*--------------------------------------------------------------*
022400 0000-MAINLINE.
022500     PERFORM 1000-INITIALIZE
022600         THRU 1000-INITIALIZE-EXIT.
022700     PERFORM 2000-MENU-LOOP
022800         THRU 2000-MENU-LOOP-EXIT
022900         UNTIL JNL-DONE.
023000     PERFORM 9000-TERMINATE
023100         THRU 9000-TERMINATE-EXIT.
023200     GOBACK.
023300
023400*--------------------------------------------------------------*
023500* EVERY SESSION STARTS WITH A SIGN-ON - THE USER ID IS WHAT THE *
023600* MAKER/CHECKER SEPARATION AND THE AUDIT TRAIL HANG ON.         *
023700*--------------------------------------------------------------*
023800 1000-INITIALIZE.
023900     PERFORM 1200-LOAD-AUTH-USERS
024000         THRU 1200-LOAD-AUTH-USERS-EXIT.
024100     DISPLAY JNL-SIGNON-SCREEN.
024200     ACCEPT JNL-SIGNON-SCREEN.
024300     IF JNL-USER-ID = SPACES
024400         DISPLAY 'IJRAPV01 - NO USER ID, RC = 16'
024500         MOVE 16 TO RETURN-CODE
024600         GOBACK
024700     END-IF.
024800     PERFORM 1300-CHECK-AUTH-USER
024900         THRU 1300-CHECK-AUTH-USER-EXIT.
025000     IF JNL-AUTH-SUB > JNL-AUTH-CNT
025100         DISPLAY 'IJRAPV01 - USER ' JNL-USER-ID
025200             ' NOT ON THE AUTHUSR LIST, RC = 16'
025300         MOVE 16 TO RETURN-CODE
025400         GOBACK
025500     END-IF.
025600     OPEN I-O RP5-PND-FILE.
025700     IF NOT JNL-RP5PND-OK
025800         DISPLAY 'IJRAPV01 - UNABLE TO OPEN RP5PND, RC = 16'
025900         MOVE 16 TO RETURN-CODE
026000         GOBACK
026100     END-IF.
026200     OPEN EXTEND RP5-AUDIT-FILE.
026300     IF NOT JNL-RP5AUDIT-OK
026400         DISPLAY 'IJRAPV01 - UNABLE TO OPEN RP5AUDIT, RC = 16'
026500         MOVE 16 TO RETURN-CODE
026600         GOBACK
026700     END-IF.
026800 1000-INITIALIZE-EXIT.
026900     EXIT.
027000
027100*--------------------------------------------------------------*
027200 1200-LOAD-AUTH-USERS.
027300     OPEN INPUT AUTH-USER-FILE.
027400     IF NOT JNL-AUTHUSR-OK
027500         DISPLAY 'IJRAPV01 - UNABLE TO OPEN AUTHUSR, STATUS = '
027600             JNL-AUTHUSR-STATUS
027700         MOVE 16 TO RETURN-CODE
027800         GOBACK
027900     END-IF.
028000     PERFORM 1210-READ-AUTH-USER
028100         THRU 1210-READ-AUTH-USER-EXIT
028200         UNTIL JNL-AUTHUSR-EOF.
028300     CLOSE AUTH-USER-FILE.
028400 1200-LOAD-AUTH-USERS-EXIT.
028500     EXIT.
028600
028700 1210-READ-AUTH-USER.
028800     READ AUTH-USER-FILE INTO JNL-AUTH-VIEW
028900         AT END
029000             SET JNL-AUTHUSR-EOF TO TRUE
029100             GO TO 1210-READ-AUTH-USER-EXIT
029200     END-READ.
029300     IF JNL-AUTH-CNT < 50
029400         ADD 1 TO JNL-AUTH-CNT
029500         MOVE JNL-AUTH-USER-ID TO JNL-AUTH-ID (JNL-AUTH-CNT)
029600     END-IF.
029700 1210-READ-AUTH-USER-EXIT.
029800     EXIT.
029900
030000 1300-CHECK-AUTH-USER.
030100     PERFORM 1310-TEST-AUTH-ENTRY
030200         VARYING JNL-AUTH-SUB FROM 1 BY 1
030300         UNTIL JNL-AUTH-SUB > JNL-AUTH-CNT
030400         OR JNL-AUTH-ID (JNL-AUTH-SUB) = JNL-USER-ID.
030500 1300-CHECK-AUTH-USER-EXIT.
030600     EXIT.
030700
030800 1310-TEST-AUTH-ENTRY.
030900     CONTINUE.
031000
031100*--------------------------------------------------------------*
031200 2000-MENU-LOOP.
031300     MOVE SPACES TO JNL-MENU-CHOICE.
031400     DISPLAY JNL-MENU-SCREEN.
031500     ACCEPT JNL-MENU-SCREEN.
031600     MOVE SPACES TO JNL-MESSAGE-LINE JNL-ENT-REASON-TX
031700                    JNL-DECISION-CHOICE.
031800     MOVE ZERO   TO JNL-ENT-HOLD-NO.
031900
032000     EVALUATE TRUE
032100         WHEN JNL-CHOICE-DECIDE
032200             PERFORM 3000-KEY-DECISION
032300                 THRU 3000-KEY-DECISION-EXIT
032400         WHEN JNL-CHOICE-CHECK
032500             PERFORM 4000-CHECK-DECISION
032600                 THRU 4000-CHECK-DECISION-EXIT
032700         WHEN JNL-CHOICE-LOOKUP
032800             PERFORM 5000-LOOKUP-HOLD
032900                 THRU 5000-LOOKUP-HOLD-EXIT
033000         WHEN JNL-CHOICE-EXIT
033100             SET JNL-DONE TO TRUE
033200         WHEN OTHER
033300             MOVE 'INVALID SELECTION - TRY AGAIN' TO
033400                 JNL-MESSAGE-LINE
033500     END-EVALUATE.
033600 2000-MENU-LOOP-EXIT.
033700     EXIT.
033800
033900*--------------------------------------------------------------*
034000* THE MAKER'S HALF.  A HELD RECORD WITH NO DECISION YET IS      *
034100* APPROVED OR REJECTED WITH A REASON, AND WAITS FOR A SECOND    *
034200* USER TO CONFIRM IT.  NOTHING IS RELEASED OR RETURNED UNTIL    *
034300* THEN.                                                         *
034400*--------------------------------------------------------------*
034500 3000-KEY-DECISION.
034600     MOVE 'P' TO JNL-WANT-STATUS.
034700     PERFORM 7000-SELECT-HOLD
034800         THRU 7000-SELECT-HOLD-EXIT.
034900     IF NOT JNL-HOLD-FOUND
035000         GO TO 3000-KEY-DECISION-EXIT
035100     END-IF.
035200     MOVE 'A)PPROVE OR R)EJECT:' TO JNL-PROMPT-LINE.
035300     DISPLAY JNL-HOLD-SCREEN.
035400     ACCEPT JNL-HOLD-SCREEN.
035500
035600     IF NOT JNL-DECISION-APPROVE AND NOT JNL-DECISION-REJECT
035700         MOVE 'NO DECISION KEYED - RECORD LEFT WAITING' TO
035800             JNL-MESSAGE-LINE
035900         GO TO 3000-KEY-DECISION-EXIT
036000     END-IF.
036100     IF JNL-ENT-REASON-TX = SPACES
036200         MOVE 'A REASON IS REQUIRED - RECORD LEFT WAITING' TO
036300             JNL-MESSAGE-LINE
036400         GO TO 3000-KEY-DECISION-EXIT
036500     END-IF.
036600
036700     PERFORM 7100-TAKE-STAMP
036800         THRU 7100-TAKE-STAMP-EXIT.
036900     SET RP5PND-DECISION-KEYED TO TRUE.
037000     MOVE JNL-DECISION-CHOICE TO RP5PND-DECISION-CD.
037100     MOVE JNL-ENT-REASON-TX   TO RP5PND-REASON-TX.
037200     MOVE JNL-USER-ID         TO RP5PND-MAKER-ID.
037300     MOVE JNL-STAMP           TO RP5PND-MAKER-STAMP.
037400     MOVE SPACES              TO RP5PND-CHECKER-ID
037500                                 RP5PND-CHECKER-STAMP.
037600     REWRITE RP5PND-RECORD
037700         INVALID KEY
037800             MOVE 'REWRITE OF RP5PND FAILED' TO JNL-MESSAGE-LINE
037900             GO TO 3000-KEY-DECISION-EXIT
038000     END-REWRITE.
038100     MOVE 'K' TO JNL-AUDIT-ACTION.
038200     PERFORM 7200-WRITE-AUDIT-LINE
038300         THRU 7200-WRITE-AUDIT-LINE-EXIT.
038400     MOVE SPACES TO JNL-MESSAGE-LINE.
038500     STRING 'HOLD ' RP5PND-HOLD-NO
038600         ' DECISION KEYED - AWAITING A SECOND USER'
038700         DELIMITED BY SIZE INTO JNL-MESSAGE-LINE
038800     END-STRING.
038900 3000-KEY-DECISION-EXIT.
039000     EXIT.
039100
039200*--------------------------------------------------------------*
039300* THE CHECKER'S HALF.  THE USER WHO KEYED THE DECISION CANNOT   *
039400* CONFIRM IT.  A CONFIRMED APPROVAL RE-ENTERS THE CYCLE ON THE  *
039500* NEXT IJRAPG01 RUN, A CONFIRMED REJECTION GOES BACK TO THE     *
039600* FEEDER; A SEND-BACK CLEARS THE DECISION FOR IT TO BE KEYED    *
039700* AGAIN.                                                        *
039800*--------------------------------------------------------------*
039900 4000-CHECK-DECISION.
040000     MOVE 'M' TO JNL-WANT-STATUS.
040100     PERFORM 7000-SELECT-HOLD
040200         THRU 7000-SELECT-HOLD-EXIT.
040300     IF NOT JNL-HOLD-FOUND
040400         GO TO 4000-CHECK-DECISION-EXIT
040500     END-IF.
040600     IF RP5PND-MAKER-ID = JNL-USER-ID
040700         MOVE 'MAKER CANNOT CHECK THEIR OWN DECISION' TO
040800             JNL-MESSAGE-LINE
040900         GO TO 4000-CHECK-DECISION-EXIT
041000     END-IF.
041100     MOVE 'C)ONFIRM OR S)END BACK:' TO JNL-PROMPT-LINE.
041200     DISPLAY JNL-HOLD-SCREEN.
041300     ACCEPT JNL-HOLD-SCREEN.
041400
041500     IF NOT JNL-DECISION-CONFIRM AND NOT JNL-DECISION-SEND-BACK
041600         MOVE 'NOTHING TAKEN - DECISION LEFT FOR CHECKING' TO
041700             JNL-MESSAGE-LINE
041800         GO TO 4000-CHECK-DECISION-EXIT
041900     END-IF.
042000
042100     PERFORM 7100-TAKE-STAMP
042200         THRU 7100-TAKE-STAMP-EXIT.
042300     IF JNL-DECISION-CONFIRM
042400         MOVE RP5PND-DECISION-CD TO RP5PND-STATUS-CD
042500         MOVE JNL-USER-ID        TO RP5PND-CHECKER-ID
042600         MOVE JNL-STAMP          TO RP5PND-CHECKER-STAMP
042700         MOVE 'C' TO JNL-AUDIT-ACTION
042800     ELSE
042900         SET RP5PND-AWAITING TO TRUE
043000         MOVE SPACES TO RP5PND-DECISION-CD
043100         MOVE 'S' TO JNL-AUDIT-ACTION
043200     END-IF.
043300     REWRITE RP5PND-RECORD
043400         INVALID KEY
043500             MOVE 'REWRITE OF RP5PND FAILED' TO JNL-MESSAGE-LINE
043600             GO TO 4000-CHECK-DECISION-EXIT
043700     END-REWRITE.
043800     PERFORM 7200-WRITE-AUDIT-LINE
043900         THRU 7200-WRITE-AUDIT-LINE-EXIT.
044000     MOVE SPACES TO JNL-MESSAGE-LINE.
044100     EVALUATE TRUE
044200         WHEN RP5PND-APPROVED
044300             STRING 'HOLD ' RP5PND-HOLD-NO
044400                 ' APPROVED - RE-ENTERS ON THE NEXT RUN'
044500                 DELIMITED BY SIZE INTO JNL-MESSAGE-LINE
044600             END-STRING
044700         WHEN RP5PND-REJECTED
044800             STRING 'HOLD ' RP5PND-HOLD-NO
044900                 ' REJECTED - RETURNED ON THE NEXT RUN'
045000                 DELIMITED BY SIZE INTO JNL-MESSAGE-LINE
045100             END-STRING
045200         WHEN OTHER
045300             STRING 'HOLD ' RP5PND-HOLD-NO
045400                 ' SENT BACK FOR A NEW DECISION'
045500                 DELIMITED BY SIZE INTO JNL-MESSAGE-LINE
045600             END-STRING
045700     END-EVALUATE.
045800 4000-CHECK-DECISION-EXIT.
045900     EXIT.
046000
046100*--------------------------------------------------------------*
046200 5000-LOOKUP-HOLD.
046300     MOVE SPACE TO JNL-WANT-STATUS.
046400     PERFORM 7000-SELECT-HOLD
046500         THRU 7000-SELECT-HOLD-EXIT.
046600     IF NOT JNL-HOLD-FOUND
046700         GO TO 5000-LOOKUP-HOLD-EXIT
046800     END-IF.
046900     MOVE 'PRESS ENTER TO RETURN TO THE MENU' TO JNL-PROMPT-LINE.
047000     DISPLAY JNL-HOLD-SCREEN.
047100     ACCEPT JNL-HOLD-SCREEN.
047200 5000-LOOKUP-HOLD-EXIT.
047300     EXIT.
047400
047500*--------------------------------------------------------------*
047600* READ THE HOLD NUMBER KEYED, OR WITH ZERO BROWSE FOR THE FIRST *
047700* ROW IN JNL-WANT-STATUS (PASSING OVER THE USER'S OWN DECISIONS *
047800* WHEN CHECKING), AND FORMAT IT FOR THE HOLD SCREEN.            *
047900*--------------------------------------------------------------*
048000 7000-SELECT-HOLD.
048100     MOVE 'N' TO JNL-HOLD-FOUND-SW.
048200     DISPLAY JNL-SELECT-SCREEN.
048300     ACCEPT JNL-SELECT-SCREEN.
048400     IF JNL-ENT-HOLD-NO = ZERO
048500         PERFORM 7010-BROWSE-FOR-HOLD
048600             THRU 7010-BROWSE-FOR-HOLD-EXIT
048700         IF NOT JNL-HOLD-FOUND
048800             MOVE 'NOTHING IS WAITING' TO JNL-MESSAGE-LINE
048900             GO TO 7000-SELECT-HOLD-EXIT
049000         END-IF
049100     ELSE
049200         MOVE JNL-ENT-HOLD-NO TO RP5PND-HOLD-NO
049300         READ RP5-PND-FILE
049400             KEY IS RP5PND-KEY
049500             INVALID KEY
049600                 MOVE 'NO HELD RECORD FOR THAT NUMBER' TO
049700                     JNL-MESSAGE-LINE
049800                 GO TO 7000-SELECT-HOLD-EXIT
049900         END-READ
050000         IF JNL-WANT-STATUS NOT = SPACE
050100             AND RP5PND-STATUS-CD NOT = JNL-WANT-STATUS
050200             MOVE 'THAT RECORD IS NOT AT THIS STEP' TO
050300                 JNL-MESSAGE-LINE
050400             GO TO 7000-SELECT-HOLD-EXIT
050500         END-IF
050600         SET JNL-HOLD-FOUND TO TRUE
050700     END-IF.
050800     PERFORM 7300-FORMAT-HOLD
050900         THRU 7300-FORMAT-HOLD-EXIT.
051000 7000-SELECT-HOLD-EXIT.
051100     EXIT.
051200
051300 7010-BROWSE-FOR-HOLD.
051400     MOVE 'N' TO JNL-BRWS-DONE-SW.
051500     MOVE 1 TO RP5PND-HOLD-NO.
051600     START RP5-PND-FILE KEY NOT < RP5PND-KEY
051700         INVALID KEY
051800             GO TO 7010-BROWSE-FOR-HOLD-EXIT
051900     END-START.
052000     PERFORM 7020-TEST-NEXT-HOLD
052100         THRU 7020-TEST-NEXT-HOLD-EXIT
052200         UNTIL JNL-BRWS-DONE OR JNL-HOLD-FOUND.
052300 7010-BROWSE-FOR-HOLD-EXIT.
052400     EXIT.
052500
052600 7020-TEST-NEXT-HOLD.
052700     READ RP5-PND-FILE NEXT
052800         AT END
052900             SET JNL-BRWS-DONE TO TRUE
053000             GO TO 7020-TEST-NEXT-HOLD-EXIT
053100     END-READ.
053200     IF JNL-WANT-STATUS = SPACE
053300         IF RP5PND-OPEN
053400             SET JNL-HOLD-FOUND TO TRUE
053500         END-IF
053600         GO TO 7020-TEST-NEXT-HOLD-EXIT
053700     END-IF.
053800     IF RP5PND-STATUS-CD NOT = JNL-WANT-STATUS
053900         GO TO 7020-TEST-NEXT-HOLD-EXIT
054000     END-IF.
054100     IF RP5PND-DECISION-KEYED AND RP5PND-MAKER-ID = JNL-USER-ID
054200         GO TO 7020-TEST-NEXT-HOLD-EXIT
054300     END-IF.
054400     SET JNL-HOLD-FOUND TO TRUE.
054500 7020-TEST-NEXT-HOLD-EXIT.
054600     EXIT.
054700
054800*--------------------------------------------------------------*
054900 7100-TAKE-STAMP.
055000     ACCEPT JNL-STAMP-DATE FROM DATE YYYYMMDD.
055100     ACCEPT JNL-TIME-RAW FROM TIME.
055200     MOVE JNL-TIME-RAW (1:6) TO JNL-STAMP-TIME.
055300 7100-TAKE-STAMP-EXIT.
055400     EXIT.
055500
055600*--------------------------------------------------------------*
055700* ONE AUDIT LINE PER ACTION - THE USER AND STAMP, THE ACTION (K *
055800* KEYED, C CONFIRMED, S SENT BACK), THE HOLD NUMBER, AND THE    *
055900* ROW AS REWRITTEN WITH BOTH USER IDS AND STAMPS.               *
056000*--------------------------------------------------------------*
056100 7200-WRITE-AUDIT-LINE.
056200     MOVE SPACES TO RP5-AUDIT-LINE.
056300     STRING JNL-STAMP SPACE JNL-USER-ID SPACE
056400         JNL-AUDIT-ACTION SPACE RP5PND-HOLD-NO SPACE
056500         RP5PND-DATA DELIMITED BY SIZE INTO RP5-AUDIT-LINE
056600     END-STRING.
056700     WRITE RP5-AUDIT-LINE.
056800 7200-WRITE-AUDIT-LINE-EXIT.
056900     EXIT.
057000
057100*--------------------------------------------------------------*
057200 7300-FORMAT-HOLD.
057300     MOVE RP5PND-HOLD-NO       TO JNL-DSP-HOLD-NO.
057400     MOVE RP5PND-STATUS-CD     TO JNL-DSP-STATUS.
057500     MOVE RP5PND-HELD-DT       TO JNL-DSP-HELD-DT.
057600     MOVE RP5PND-INVC-NUM      TO JNL-DSP-INVC-NUM.
057700     MOVE RP5PND-EXTRACT-TYPE  TO JNL-DSP-EXTR-TYPE.
057800     MOVE RP5PND-LEAD-ACCOUNT  TO JNL-DSP-LEAD-ACCOUNT.
057900     MOVE RP5PND-SALES-OFFC-CD TO JNL-DSP-OFFC.
058000     MOVE RP5PND-ADJ-RSN-CD    TO JNL-DSP-RSN.
058100     MOVE RP5PND-DBCR-CD       TO JNL-DSP-DBCR.
058200     MOVE RP5PND-CUR-AMT       TO JNL-DSP-AMT.
058300     MOVE RP5PND-LIMIT-AMT     TO JNL-DSP-LIMIT.
058400     MOVE RP5PND-DECISION-CD   TO JNL-DSP-DECISION.
058500     MOVE SPACES TO JNL-DSP-MAKER JNL-DSP-CHECKER.
058600     IF RP5PND-MAKER-ID NOT = SPACES
058700         STRING RP5PND-MAKER-ID SPACE RP5PND-MAKER-STAMP
058800             DELIMITED BY SIZE INTO JNL-DSP-MAKER
058900         END-STRING
059000     END-IF.
059100     IF RP5PND-CHECKER-ID NOT = SPACES
059200         STRING RP5PND-CHECKER-ID SPACE RP5PND-CHECKER-STAMP
059300             DELIMITED BY SIZE INTO JNL-DSP-CHECKER
059400         END-STRING
059500     END-IF.
059600     MOVE RP5PND-REASON-TX     TO JNL-DSP-REASON.
059700     MOVE RP5PND-DONE-DT       TO JNL-DSP-DONE-DT.
059800 7300-FORMAT-HOLD-EXIT.
059900     EXIT.
060000
060100*--------------------------------------------------------------*
060200 9000-TERMINATE.
060300     CLOSE RP5-PND-FILE RP5-AUDIT-FILE.
060400 9000-TERMINATE-EXIT.
060500     EXIT.
060600
060700*-------------------------------------------------------------.
060800*                     E N D   O F  I J R A P V 0 1             :
060900*-------------------------------------------------------------'
