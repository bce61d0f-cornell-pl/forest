000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJTRPV01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  10/01/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 29.9  10/01/26  RAS  NEW PROGRAM.  ONLINE VIEWER OVER THE     *
001100*                      RPTARC BATCH REPORT ARCHIVE IJTRPA01     *
001200*                      FILES, IN THE STYLE OF IJTVVM01, SO A    *
001300*                      REPORT CAN BE PRODUCED LONG AFTER THE    *
001400*                      SPOOL PURGE.  THE USER SIGNS ON AGAINST  *
001500*                      THE AUTHUSR LIST, LISTS THE ARCHIVED     *
001600*                      RUNS OF A REPORT (FROM A RUN DATE,       *
001700*                      OPTIONALLY FOR ONE BILL CYCLE OR         *
001800*                      JOBNAME) TEN TO A PAGE, PICKS ONE AND    *
001900*                      PAGES THROUGH IT.  A REPORT WHOSE RPTCAT *
002000*                      ROW NAMES AN ACCESS GROUP IS ONLY SHOWN  *
002100*                      TO A USER WHOSE AUTHUSR ROW CARRIES THAT *
002200*                      GROUP.                                   *
002250* 30.7  10/15/26  RAS  3020 IS PERFORMED THRU ITS EXIT.         *
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 SPECIAL-NAMES.
002900     CRT STATUS IS JNL-CRT-STATUS.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RPT-ARC-FILE  ASSIGN TO RPTARC
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS RPTARC-KEY
003600         FILE STATUS IS JNL-RPTARC-STATUS.
003700
003800     SELECT RPT-CAT-FILE  ASSIGN TO RPTCAT
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS JNL-RPTCAT-STATUS.
004100
004200     SELECT AUTH-USER-FILE ASSIGN TO AUTHUSR
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS JNL-AUTHUSR-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  RPT-ARC-FILE.
004900     COPY rptarc.
005000
005100 FD  RPT-CAT-FILE
005200     RECORDING MODE IS F.
005300 01  RPT-CAT-IN-RECORD         PIC X(80).
005400
005500 FD  AUTH-USER-FILE
005600     RECORDING MODE IS F.
005700 01  AUTH-USER-RECORD          PIC X(80).
005800
005900 WORKING-STORAGE SECTION.
006000 01  JNL-RPTARC-STATUS         PIC X(02) VALUE SPACES.
006100     88  JNL-RPTARC-OK                   VALUE '00'.
006200 01  JNL-RPTCAT-STATUS         PIC X(02) VALUE SPACES.
006300     88  JNL-RPTCAT-OK                   VALUE '00'.
006400     88  JNL-RPTCAT-EOF                  VALUE '10'.
006500 01  JNL-AUTHUSR-STATUS        PIC X(02) VALUE SPACES.
006600     88  JNL-AUTHUSR-OK                  VALUE '00'.
006700     88  JNL-AUTHUSR-EOF                 VALUE '10'.
006800 01  JNL-CRT-STATUS            PIC 9(04) VALUE ZERO.
006900
007000*--------------------------------------------------------------*
007100* AN AUTHUSR ROW.  THE REPORT ACCESS GROUPS THE USER HOLDS SIT  *
007200* IN POSITIONS 39-78, WHICH THE OTHER AUTHUSR READERS PASS OVER *
007300* AS FILLER; GROUP '****' OPENS EVERY REPORT.  A USER NEEDING   *
007400* MORE THAN TEN GROUPS IS GIVEN A SECOND ROW.                   *
007500*--------------------------------------------------------------*
007600 01  JNL-AUTH-VIEW.
007700     05  JNL-AUTH-USER-ID      PIC X(08).
007800     05  JNL-AUTH-DESC         PIC X(30).
007900     05  JNL-AUTH-RPT-GRP OCCURS 10 TIMES
008000                               PIC X(04).
008100     05  FILLER                PIC X(02).
008200 01  JNL-AUTH-ROWS             PIC 9(04) COMP VALUE ZERO.
008300 01  JNL-AUTH-SUB              PIC 9(04) COMP VALUE ZERO.
008400 01  JNL-GRP-CNT               PIC 9(04) COMP VALUE ZERO.
008500 01  JNL-GRP-SUB               PIC 9(04) COMP VALUE ZERO.
008600 01  JNL-GRP-TABLE.
008700     05  JNL-GRP-ENTRY OCCURS 50 TIMES
008800                               PIC X(04).
008900 01  JNL-ACCESS-SW             PIC X(01) VALUE 'N'.
009000     88  JNL-ACCESS-GRANTED              VALUE 'Y'.
009100
009200 COPY rptcat.
009300
009400 01  JNL-CAT-CNT               PIC 9(04) COMP VALUE ZERO.
009500 01  JNL-CAT-SUB               PIC 9(04) COMP VALUE ZERO.
009600 01  JNL-CAT-DEFAULT-SUB       PIC 9(04) COMP VALUE ZERO.
009700 01  JNL-CAT-TABLE.
009800     05  JNL-CAT-ENTRY OCCURS 500 TIMES.
009900         10  JNL-CAT-RPT-NAME      PIC X(08).
010000         10  JNL-CAT-DESC          PIC X(30).
010100         10  JNL-CAT-ACCESS-GRP    PIC X(04).
010200
010300 01  JNL-SWITCHES.
010400     05  JNL-DONE-SW           PIC X(01) VALUE 'N'.
010500         88  JNL-DONE                    VALUE 'Y'.
010600     05  JNL-SCAN-DONE-SW      PIC X(01) VALUE 'N'.
010700         88  JNL-SCAN-DONE               VALUE 'Y'.
010800     05  JNL-LIST-DONE-SW      PIC X(01) VALUE 'N'.
010900         88  JNL-LIST-DONE               VALUE 'Y'.
011000     05  JNL-PAGE-DONE-SW      PIC X(01) VALUE 'N'.
011100         88  JNL-PAGE-DONE               VALUE 'Y'.
011200     05  JNL-VIEW-DONE-SW      PIC X(01) VALUE 'N'.
011300         88  JNL-VIEW-DONE               VALUE 'Y'.
011400
011500 01  JNL-MENU-CHOICE           PIC X(01) VALUE SPACES.
011600     88  JNL-CHOICE-LIST             VALUE 'L'.
011700     88  JNL-CHOICE-EXIT             VALUE 'X'.
011800
011900 01  JNL-USER-ID               PIC X(08) VALUE SPACES.
012000 01  JNL-MESSAGE-LINE          PIC X(60) VALUE SPACES.
012100
012200*--------------------------------------------------------------*
012300* WHAT TO LIST - THE REPORT, THE FIRST RUN DATE WANTED, AND     *
012400* OPTIONALLY ONE BILL CYCLE OR ONE SMS JOBNAME.                 *
012500*--------------------------------------------------------------*
012600 01  JNL-INQ-RPT-NAME          PIC X(08) VALUE SPACES.
012700 01  JNL-INQ-FROM-DT           PIC X(08) VALUE SPACES.
012800 01  JNL-INQ-BL-CYC-CD         PIC X(02) VALUE SPACES.
012900 01  JNL-INQ-JOBNAME           PIC X(08) VALUE SPACES.
013000 01  JNL-INQ-RPT-DESC          PIC X(30) VALUE SPACES.
013100
013200*--------------------------------------------------------------*
013300* ONE PAGE OF ARCHIVED RUNS - THE RUN KEYS BEHIND THE LINES AND *
013400* WHERE THE NEXT PAGE PICKS UP.                                 *
013500*--------------------------------------------------------------*
013600 01  JNL-RESUME-KEY.
013700     05  JNL-RESUME-RUN-KEY    PIC X(32).
013800     05  JNL-RESUME-LINE-NO    PIC 9(07).
013900 01  JNL-LST-CNT               PIC 9(02) VALUE ZERO.
014000 01  JNL-LST-SUB               PIC 9(02) VALUE ZERO.
014100 01  JNL-LST-PAGE-NO           PIC 9(04) COMP VALUE ZERO.
014200 01  JNL-LST-TABLE.
014300     05  JNL-LST-ENTRY OCCURS 10 TIMES.
014400         10  JNL-LST-RUN-KEY       PIC X(32).
014500         10  JNL-LST-LINE-CNT      PIC 9(07).
014600         10  JNL-LST-DISP-LINE     PIC X(72).
014700 01  JNL-LST-CHOICE            PIC X(02) VALUE SPACES.
014800 01  JNL-LST-CHOICE-9 REDEFINES JNL-LST-CHOICE
014900                               PIC 9(02).
015000 01  JNL-LST-NO                PIC Z9.
015100 01  JNL-EDIT-CNT              PIC Z(06)9.
015200
015300*--------------------------------------------------------------*
015400* THE RUN BEING VIEWED - EIGHTEEN PRINT LINES TO A PAGE, 79     *
015500* COLUMNS OF THE 132 AT A TIME (LEFT HALF OR RIGHT HALF).       *
015600*--------------------------------------------------------------*
015700 01  JNL-VIEW-RUN-KEY.
015800     05  JNL-VIEW-RPT-NAME     PIC X(08).
015900     05  JNL-VIEW-RUN-DT       PIC X(08).
016000     05  JNL-VIEW-JOBNAME      PIC X(08).
016100     05  JNL-VIEW-SEQ-NM       PIC X(06).
016200     05  JNL-VIEW-BL-CYC-CD    PIC X(02).
016300 01  JNL-VIEW-LINE-CNT         PIC 9(07) VALUE ZERO.
016400 01  JNL-VIEW-TOP-LINE         PIC 9(07) VALUE ZERO.
016500 01  JNL-VIEW-COL              PIC 9(03) VALUE 1.
016600 01  JNL-PG-CNT                PIC 9(02) VALUE ZERO.
016700 01  JNL-PG-SUB                PIC 9(02) VALUE ZERO.
016800 01  JNL-PG-TABLE.
016900     05  JNL-PG-LINE OCCURS 18 TIMES
017000                               PIC X(79).
017100 01  JNL-VIEW-HDR-LINE         PIC X(79) VALUE SPACES.
017200 01  JNL-VIEW-POS-LINE         PIC X(79) VALUE SPACES.
017300 01  JNL-VIEW-CMD              PIC X(01) VALUE SPACES.
017400     88  JNL-CMD-FORWARD             VALUE 'F' ' '.
017500     88  JNL-CMD-BACK                VALUE 'B'.
017600     88  JNL-CMD-TOP                 VALUE 'T'.
017700     88  JNL-CMD-RIGHT               VALUE 'R'.
017800     88  JNL-CMD-LEFT                VALUE 'L'.
017900     88  JNL-CMD-EXIT                VALUE 'X'.
018000 01  JNL-EDIT-FIRST            PIC Z(06)9.
018100 01  JNL-EDIT-LAST             PIC Z(06)9.
018200 01  JNL-EDIT-COL-1            PIC ZZ9.
018300 01  JNL-EDIT-COL-2            PIC ZZ9.
018400
018500 SCREEN SECTION.
018600 01  JNL-SIGNON-SCREEN.
018700     05  BLANK SCREEN.
018800     05  LINE 01 COLUMN 01 VALUE
018900         'IJTRPV01 - BATCH REPORT ARCHIVE VIEWER'.
019000     05  LINE 03 COLUMN 01 VALUE 'USER ID:'.
019100     05  LINE 03 COLUMN 12 PIC X(08) TO JNL-USER-ID.
019200
019300 01  JNL-MENU-SCREEN.
019400     05  BLANK SCREEN.
019500     05  LINE 01 COLUMN 01 VALUE
019600         'IJTRPV01 - BATCH REPORT ARCHIVE VIEWER'.
019700     05  LINE 02 COLUMN 01 VALUE 'SIGNED ON:'.
019800     05  LINE 02 COLUMN 12 PIC X(08) FROM JNL-USER-ID.
019900     05  LINE 03 COLUMN 01 VALUE
020000         'L) LIST THE ARCHIVED RUNS OF A REPORT'.
020100     05  LINE 04 COLUMN 01 VALUE 'X) EXIT'.
020200     05  LINE 05 COLUMN 01 VALUE 'SELECTION:'.
020300     05  LINE 05 COLUMN 12 PIC X(01) TO JNL-MENU-CHOICE.
020400     05  LINE 07 COLUMN 01 PIC X(60) FROM JNL-MESSAGE-LINE.
020500
020600 01  JNL-CRITERIA-SCREEN.
020700     05  LINE 09 COLUMN 01 VALUE 'REPORT NAME:'.
020800     05  LINE 09 COLUMN 30 PIC X(08) USING JNL-INQ-RPT-NAME.
020900     05  LINE 10 COLUMN 01 VALUE 'FROM RUN DATE (CCYYMMDD):'.
021000     05  LINE 10 COLUMN 30 PIC X(08) USING JNL-INQ-FROM-DT.
021100     05  LINE 11 COLUMN 01 VALUE 'BILL CYCLE (OPTIONAL):'.
021200     05  LINE 11 COLUMN 30 PIC X(02) USING JNL-INQ-BL-CYC-CD.
021300     05  LINE 12 COLUMN 01 VALUE 'JOBNAME (OPTIONAL):'.
021400     05  LINE 12 COLUMN 30 PIC X(08) USING JNL-INQ-JOBNAME.
021500
021600 01  JNL-LIST-SCREEN.
021700     05  BLANK SCREEN.
021800     05  LINE 01 COLUMN 01 VALUE
021900         'IJTRPV01 - ARCHIVED RUNS'.
022000     05  LINE 03 COLUMN 01 VALUE 'REPORT:'.
022100     05  LINE 03 COLUMN 10 PIC X(08) FROM JNL-INQ-RPT-NAME.
022200     05  LINE 03 COLUMN 20 PIC X(30) FROM JNL-INQ-RPT-DESC.
022300     05  LINE 05 COLUMN 01 VALUE 'NO'.
022400     05  LINE 05 COLUMN 05 VALUE 'RUN DATE'.
022500     05  LINE 05 COLUMN 15 VALUE 'JOBNAME'.
022600     05  LINE 05 COLUMN 25 VALUE 'SEQ'.
022700     05  LINE 05 COLUMN 33 VALUE 'CY'.
022800     05  LINE 05 COLUMN 39 VALUE 'LINES'.
022900     05  LINE 05 COLUMN 46 VALUE 'FILED'.
023000     05  LINE 06 COLUMN 01 PIC X(72)
023100         FROM JNL-LST-DISP-LINE (1).
023200     05  LINE 07 COLUMN 01 PIC X(72)
023300         FROM JNL-LST-DISP-LINE (2).
023400     05  LINE 08 COLUMN 01 PIC X(72)
023500         FROM JNL-LST-DISP-LINE (3).
023600     05  LINE 09 COLUMN 01 PIC X(72)
023700         FROM JNL-LST-DISP-LINE (4).
023800     05  LINE 10 COLUMN 01 PIC X(72)
023900         FROM JNL-LST-DISP-LINE (5).
024000     05  LINE 11 COLUMN 01 PIC X(72)
024100         FROM JNL-LST-DISP-LINE (6).
024200     05  LINE 12 COLUMN 01 PIC X(72)
024300         FROM JNL-LST-DISP-LINE (7).
024400     05  LINE 13 COLUMN 01 PIC X(72)
024500         FROM JNL-LST-DISP-LINE (8).
024600     05  LINE 14 COLUMN 01 PIC X(72)
024700         FROM JNL-LST-DISP-LINE (9).
024800     05  LINE 15 COLUMN 01 PIC X(72)
024900         FROM JNL-LST-DISP-LINE (10).
025000     05  LINE 17 COLUMN 01 PIC X(60) FROM JNL-MESSAGE-LINE.
025100     05  LINE 18 COLUMN 01 VALUE
025200         'RUN NO TO VIEW, N) NEXT PAGE, X) EXIT:'.
025300     05  LINE 18 COLUMN 41 PIC X(02) TO JNL-LST-CHOICE.
025400
025500 01  JNL-VIEW-SCREEN.
025600     05  BLANK SCREEN.
025700     05  LINE 01 COLUMN 01 PIC X(79) FROM JNL-VIEW-HDR-LINE.
025800     05  LINE 02 COLUMN 01 PIC X(79) FROM JNL-VIEW-POS-LINE.
025900     05  LINE 04 COLUMN 01 PIC X(79) FROM JNL-PG-LINE (1).
026000     05  LINE 05 COLUMN 01 PIC X(79) FROM JNL-PG-LINE (2).
026100     05  LINE 06 COLUMN 01 PIC X(79) FROM JNL-PG-LINE (3).
026200     05  LINE 07 COLUMN 01 PIC X(79) FROM JNL-PG-LINE (4).
026300     05  LINE 08 COLUMN 01 PIC X(79) FROM JNL-PG-LINE (5).
026400     05  LINE 09 COLUMN 01 PIC X(79) FROM JNL-PG-LINE (6).
026500     05  LINE 10 COLUMN 01 PIC X(79) FROM JNL-PG-LINE (7).
026600     05  LINE 11 COLUMN 01 PIC X(79) FROM JNL-PG-LINE (8).
026700     05  LINE 12 COLUMN 01 PIC X(79) FROM JNL-PG-LINE (9).
026800     05  LINE 13 COLUMN 01 PIC X(79) FROM JNL-PG-LINE (10).
026900     05  LINE 14 COLUMN 01 PIC X(79) FROM JNL-PG-LINE (11).
027000     05  LINE 15 COLUMN 01 PIC X(79) FROM JNL-PG-LINE (12).
027100     05  LINE 16 COLUMN 01 PIC X(79) FROM JNL-PG-LINE (13).
027200     05  LINE 17 COLUMN 01 PIC X(79) FROM JNL-PG-LINE (14).
027300     05  LINE 18 COLUMN 01 PIC X(79) FROM JNL-PG-LINE (15).
027400     05  LINE 19 COLUMN 01 PIC X(79) FROM JNL-PG-LINE (16).
027500     05  LINE 20 COLUMN 01 PIC X(79) FROM JNL-PG-LINE (17).
027600     05  LINE 21 COLUMN 01 PIC X(79) FROM JNL-PG-LINE (18).
027700     05  LINE 23 COLUMN 01 PIC X(60) FROM JNL-MESSAGE-LINE.
027800     05  LINE 24 COLUMN 01 VALUE
027900         'F) FORWARD B) BACK T) TOP R) RIGHT L) LEFT X) EXIT:'.
028000     05  LINE 24 COLUMN 54 PIC X(01) TO JNL-VIEW-CMD.
028100
028200 PROCEDURE DIVISION.
028300*--------------------------------------------------------------*
028400 0000-MAINLINE.
028500     PERFORM 1000-INITIALIZE
028600         THRU 1000-INITIALIZE-EXIT.
028700     PERFORM 2000-MENU-LOOP
028800         THRU 2000-MENU-LOOP-EXIT
028900         UNTIL JNL-DONE.
029000     PERFORM 9000-TERMINATE
029100         THRU 9000-TERMINATE-EXIT.
029200     GOBACK.
029300
029400*--------------------------------------------------------------*
029500* ONLY A USER ON THE AUTHUSR LIST MAY SIGN ON - THE SAME GATE   *
029600* IJTHLD01 AND IJTVVM01 USE.  NO LIST, NO SESSION.              *
029700*--------------------------------------------------------------*
029800 1000-INITIALIZE.
029900     DISPLAY JNL-SIGNON-SCREEN.
030000     ACCEPT JNL-SIGNON-SCREEN.
030100     IF JNL-USER-ID = SPACES
030200         DISPLAY 'IJTRPV01 - NO USER ID, RC = 16'
030300         MOVE 16 TO RETURN-CODE
030400         GOBACK
030500     END-IF.
030600     PERFORM 1200-LOAD-AUTH-USER
030700         THRU 1200-LOAD-AUTH-USER-EXIT.
030800     IF JNL-AUTH-ROWS = ZERO
030900         DISPLAY 'IJTRPV01 - USER ' JNL-USER-ID
031000             ' NOT ON THE AUTHUSR LIST, RC = 16'
031100         MOVE 16 TO RETURN-CODE
031200         GOBACK
031300     END-IF.
031400     PERFORM 1100-LOAD-CATALOG
031500         THRU 1100-LOAD-CATALOG-EXIT.
031600     OPEN INPUT RPT-ARC-FILE.
031700     IF NOT JNL-RPTARC-OK
031800         DISPLAY 'IJTRPV01 - UNABLE TO OPEN RPTARC, RC = 16'
031900         MOVE 16 TO RETURN-CODE
032000         GOBACK
032100     END-IF.
032200 1000-INITIALIZE-EXIT.
032300     EXIT.
032400
032500*--------------------------------------------------------------*
032600 1100-LOAD-CATALOG.
032700     OPEN INPUT RPT-CAT-FILE.
032800     IF NOT JNL-RPTCAT-OK
032900         DISPLAY 'IJTRPV01 - UNABLE TO OPEN RPTCAT, RC = 16'
033000         MOVE 16 TO RETURN-CODE
033100         GOBACK
033200     END-IF.
033300     PERFORM 1110-READ-CATALOG-ROW
033400         THRU 1110-READ-CATALOG-ROW-EXIT
033500         UNTIL JNL-RPTCAT-EOF.
033600     CLOSE RPT-CAT-FILE.
033700 1100-LOAD-CATALOG-EXIT.
033800     EXIT.
033900
034000 1110-READ-CATALOG-ROW.
034100     READ RPT-CAT-FILE INTO RPTCAT-RECORD
034200         AT END
034300             SET JNL-RPTCAT-EOF TO TRUE
034400             GO TO 1110-READ-CATALOG-ROW-EXIT
034500     END-READ.
034600     IF JNL-CAT-CNT < 500
034700         ADD 1 TO JNL-CAT-CNT
034800         MOVE RPTCAT-RPT-NAME   TO JNL-CAT-RPT-NAME (JNL-CAT-CNT)
034900         MOVE RPTCAT-DESC       TO JNL-CAT-DESC (JNL-CAT-CNT)
035000         MOVE RPTCAT-ACCESS-GRP
035100             TO JNL-CAT-ACCESS-GRP (JNL-CAT-CNT)
035200         IF RPTCAT-DEFAULT-ROW
035300             MOVE JNL-CAT-CNT TO JNL-CAT-DEFAULT-SUB
035400         END-IF
035500     END-IF.
035600 1110-READ-CATALOG-ROW-EXIT.
035700     EXIT.
035800
035900*--------------------------------------------------------------*
036000* EVERY AUTHUSR ROW FOR THE USER, AND THE REPORT ACCESS GROUPS  *
036100* THEY CARRY.                                                   *
036200*--------------------------------------------------------------*
036300 1200-LOAD-AUTH-USER.
036400     OPEN INPUT AUTH-USER-FILE.
036500     IF NOT JNL-AUTHUSR-OK
036600         DISPLAY 'IJTRPV01 - UNABLE TO OPEN AUTHUSR, STATUS = '
036700             JNL-AUTHUSR-STATUS
036800         MOVE 16 TO RETURN-CODE
036900         GOBACK
037000     END-IF.
037100     PERFORM 1210-READ-AUTH-USER
037200         THRU 1210-READ-AUTH-USER-EXIT
037300         UNTIL JNL-AUTHUSR-EOF.
037400     CLOSE AUTH-USER-FILE.
037500 1200-LOAD-AUTH-USER-EXIT.
037600     EXIT.
037700
037800 1210-READ-AUTH-USER.
037900     READ AUTH-USER-FILE INTO JNL-AUTH-VIEW
038000         AT END
038100             SET JNL-AUTHUSR-EOF TO TRUE
038200             GO TO 1210-READ-AUTH-USER-EXIT
038300     END-READ.
038400     IF JNL-AUTH-USER-ID NOT = JNL-USER-ID
038500         GO TO 1210-READ-AUTH-USER-EXIT
038600     END-IF.
038700     ADD 1 TO JNL-AUTH-ROWS.
038800     PERFORM 1220-KEEP-GROUP
038900         THRU 1220-KEEP-GROUP-EXIT
039000         VARYING JNL-AUTH-SUB FROM 1 BY 1
039100         UNTIL JNL-AUTH-SUB > 10.
039200 1210-READ-AUTH-USER-EXIT.
039300     EXIT.
039400
039500 1220-KEEP-GROUP.
039600     IF JNL-AUTH-RPT-GRP (JNL-AUTH-SUB) NOT = SPACES
039700         AND JNL-GRP-CNT < 50
039800         ADD 1 TO JNL-GRP-CNT
039900         MOVE JNL-AUTH-RPT-GRP (JNL-AUTH-SUB)
040000             TO JNL-GRP-ENTRY (JNL-GRP-CNT)
040100     END-IF.
040200 1220-KEEP-GROUP-EXIT.
040300     EXIT.
040400
040500*--------------------------------------------------------------*
040600 2000-MENU-LOOP.
040700     MOVE SPACES TO JNL-MENU-CHOICE.
040800     DISPLAY JNL-MENU-SCREEN.
040900     ACCEPT JNL-MENU-SCREEN.
041000     MOVE SPACES TO JNL-MESSAGE-LINE.
041100
041200     EVALUATE TRUE
041300         WHEN JNL-CHOICE-LIST
041400             PERFORM 4000-LIST-RUNS
041500                 THRU 4000-LIST-RUNS-EXIT
041600         WHEN JNL-CHOICE-EXIT
041700             SET JNL-DONE TO TRUE
041800         WHEN OTHER
041900             MOVE 'INVALID SELECTION - TRY AGAIN' TO
042000                 JNL-MESSAGE-LINE
042100     END-EVALUATE.
042200 2000-MENU-LOOP-EXIT.
042300     EXIT.
042400
042500*--------------------------------------------------------------*
042600* THE REPORT'S CATALOG ROW (ITS OWN, ELSE THE DEFAULT) NAMES    *
042700* THE GROUP NEEDED TO SEE IT.  A BLANK GROUP IS OPEN TO EVERY   *
042800* AUTHUSR USER; A REPORT WITH NO ROW AT ALL ONLY TO '****'.     *
042900*--------------------------------------------------------------*
043000 3000-CHECK-REPORT-ACCESS.
043100     MOVE 'N' TO JNL-ACCESS-SW.
043200     MOVE SPACES TO JNL-INQ-RPT-DESC.
043300     PERFORM 3010-TEST-CATALOG-ENTRY
043400         VARYING JNL-CAT-SUB FROM 1 BY 1
043500         UNTIL JNL-CAT-SUB > JNL-CAT-CNT
043600         OR JNL-CAT-RPT-NAME (JNL-CAT-SUB) = JNL-INQ-RPT-NAME.
043700     IF JNL-CAT-SUB > JNL-CAT-CNT
043800         MOVE JNL-CAT-DEFAULT-SUB TO JNL-CAT-SUB
043900     END-IF.
044000     IF JNL-CAT-SUB NOT = ZERO
044100         MOVE JNL-CAT-DESC (JNL-CAT-SUB) TO JNL-INQ-RPT-DESC
044200         IF JNL-CAT-ACCESS-GRP (JNL-CAT-SUB) = SPACES
044300             SET JNL-ACCESS-GRANTED TO TRUE
044400             GO TO 3000-CHECK-REPORT-ACCESS-EXIT
044500         END-IF
044600     END-IF.
044700     PERFORM 3020-TEST-USER-GROUP
044750         THRU 3020-TEST-USER-GROUP-EXIT
044800         VARYING JNL-GRP-SUB FROM 1 BY 1
044900         UNTIL JNL-GRP-SUB > JNL-GRP-CNT
045000         OR JNL-ACCESS-GRANTED.
045100 3000-CHECK-REPORT-ACCESS-EXIT.
045200     EXIT.
045300
045400 3010-TEST-CATALOG-ENTRY.
045500     CONTINUE.
045600
045700 3020-TEST-USER-GROUP.
045800     IF JNL-GRP-ENTRY (JNL-GRP-SUB) = '****'
045900         SET JNL-ACCESS-GRANTED TO TRUE
046000     END-IF.
046100     IF JNL-CAT-SUB NOT = ZERO
046200         IF JNL-GRP-ENTRY (JNL-GRP-SUB)
046300             = JNL-CAT-ACCESS-GRP (JNL-CAT-SUB)
046400             SET JNL-ACCESS-GRANTED TO TRUE
046500         END-IF
046600     END-IF.
046620 3020-TEST-USER-GROUP-EXIT.
046650     EXIT.
046700
046800*--------------------------------------------------------------*
046900* LIST THE REPORT'S ARCHIVED RUNS FROM THE RUN DATE ENTERED,    *
047000* TEN TO A PAGE, UNTIL THE USER LEAVES OR THE RUNS RUN OUT.     *
047100*--------------------------------------------------------------*
047200 4000-LIST-RUNS.
047300     MOVE SPACES TO JNL-INQ-RPT-NAME JNL-INQ-FROM-DT
047400                    JNL-INQ-BL-CYC-CD JNL-INQ-JOBNAME.
047500     DISPLAY JNL-CRITERIA-SCREEN.
047600     ACCEPT JNL-CRITERIA-SCREEN.
047700     IF JNL-INQ-RPT-NAME = SPACES
047800         MOVE 'A REPORT NAME IS REQUIRED' TO JNL-MESSAGE-LINE
047900         GO TO 4000-LIST-RUNS-EXIT
048000     END-IF.
048100     PERFORM 3000-CHECK-REPORT-ACCESS
048200         THRU 3000-CHECK-REPORT-ACCESS-EXIT.
048300     IF NOT JNL-ACCESS-GRANTED
048400         MOVE SPACES TO JNL-MESSAGE-LINE
048500         STRING 'NOT AUTHORIZED TO VIEW REPORT ' JNL-INQ-RPT-NAME
048600             DELIMITED BY SIZE INTO JNL-MESSAGE-LINE
048700         END-STRING
048800         GO TO 4000-LIST-RUNS-EXIT
048900     END-IF.
049000     MOVE LOW-VALUES       TO JNL-RESUME-KEY.
049100     MOVE JNL-INQ-RPT-NAME TO JNL-RESUME-RUN-KEY (1:8).
049200     IF JNL-INQ-FROM-DT NOT = SPACES
049300         MOVE JNL-INQ-FROM-DT TO JNL-RESUME-RUN-KEY (9:8)
049400     END-IF.
049500     MOVE 'N' TO JNL-SCAN-DONE-SW JNL-LIST-DONE-SW.
049600     MOVE ZERO TO JNL-LST-PAGE-NO.
049700     PERFORM 4100-SHOW-LIST-PAGE
049800         THRU 4100-SHOW-LIST-PAGE-EXIT
049900         UNTIL JNL-LIST-DONE.
050000 4000-LIST-RUNS-EXIT.
050100     EXIT.
050200
050300*--------------------------------------------------------------*
050400 4100-SHOW-LIST-PAGE.
050500     MOVE SPACES TO JNL-LST-TABLE.
050600     MOVE ZERO TO JNL-LST-CNT.
050700     PERFORM 4110-NEXT-RUN
050800         THRU 4110-NEXT-RUN-EXIT
050900         UNTIL JNL-SCAN-DONE
051000         OR JNL-LST-CNT = 10.
051100     IF JNL-LST-CNT = ZERO
051200         IF JNL-LST-PAGE-NO = ZERO
051300             MOVE 'NO ARCHIVED RUNS MATCH' TO JNL-MESSAGE-LINE
051400         END-IF
051500         SET JNL-LIST-DONE TO TRUE
051600         GO TO 4100-SHOW-LIST-PAGE-EXIT
051700     END-IF.
051800     ADD 1 TO JNL-LST-PAGE-NO.
051900     MOVE 'N' TO JNL-PAGE-DONE-SW.
052000     PERFORM 4200-WORK-LIST-PAGE
052100         THRU 4200-WORK-LIST-PAGE-EXIT
052200         UNTIL JNL-PAGE-DONE.
052300 4100-SHOW-LIST-PAGE-EXIT.
052400     EXIT.
052500
052600*--------------------------------------------------------------*
052700* THE NEXT RUN HEADER AFTER THE LAST ONE LOOKED AT - EACH START *
052800* SKIPS THE PRINT LINES OF THE RUN BEFORE.  LINES WITH NO RUN   *
052900* HEADER (A FILING STILL IN PROGRESS) ARE PASSED OVER.          *
053000*--------------------------------------------------------------*
053100 4110-NEXT-RUN.
053200     MOVE JNL-RESUME-KEY TO RPTARC-KEY.
053300     START RPT-ARC-FILE KEY > RPTARC-KEY
053400         INVALID KEY
053500             SET JNL-SCAN-DONE TO TRUE
053600             GO TO 4110-NEXT-RUN-EXIT
053700     END-START.
053800     READ RPT-ARC-FILE NEXT
053900         AT END
054000             SET JNL-SCAN-DONE TO TRUE
054100             GO TO 4110-NEXT-RUN-EXIT
054200     END-READ.
054300     IF RPTARC-RPT-NAME NOT = JNL-INQ-RPT-NAME
054400         SET JNL-SCAN-DONE TO TRUE
054500         GO TO 4110-NEXT-RUN-EXIT
054600     END-IF.
054700     MOVE RPTARC-RUN-KEY TO JNL-RESUME-RUN-KEY.
054800     MOVE 9999999        TO JNL-RESUME-LINE-NO.
054900     IF NOT RPTARC-RUN-HEADER
055000         GO TO 4110-NEXT-RUN-EXIT
055100     END-IF.
055200     IF JNL-INQ-BL-CYC-CD NOT = SPACES
055300         AND RPTARC-BL-CYC-CD NOT = JNL-INQ-BL-CYC-CD
055400         GO TO 4110-NEXT-RUN-EXIT
055500     END-IF.
055600     IF JNL-INQ-JOBNAME NOT = SPACES
055700         AND RPTARC-JOBNAME NOT = JNL-INQ-JOBNAME
055800         GO TO 4110-NEXT-RUN-EXIT
055900     END-IF.
056000     ADD 1 TO JNL-LST-CNT.
056100     MOVE RPTARC-RUN-KEY TO JNL-LST-RUN-KEY (JNL-LST-CNT).
056200     MOVE RPTARC-HDR-LINE-CNT TO JNL-LST-LINE-CNT (JNL-LST-CNT).
056300     MOVE JNL-LST-CNT TO JNL-LST-NO.
056400     MOVE RPTARC-HDR-LINE-CNT TO JNL-EDIT-CNT.
056500     STRING JNL-LST-NO '  ' RPTARC-RUN-DT '  ' RPTARC-JOBNAME
056600         '  ' RPTARC-SEQ-NM '  ' RPTARC-BL-CYC-CD '  '
056700         JNL-EDIT-CNT '  ' RPTARC-HDR-FILED-DT ' '
056800         RPTARC-HDR-FILED-TM
056900         DELIMITED BY SIZE
057000         INTO JNL-LST-DISP-LINE (JNL-LST-CNT)
057100     END-STRING.
057200 4110-NEXT-RUN-EXIT.
057300     EXIT.
057400
057500*--------------------------------------------------------------*
057600* A RUN NUMBER VIEWS THAT RUN AND RETURNS TO THIS PAGE; N MOVES *
057700* ON; ANYTHING ELSE LEAVES THE LIST.                            *
057800*--------------------------------------------------------------*
057900 4200-WORK-LIST-PAGE.
058000     IF JNL-SCAN-DONE AND JNL-MESSAGE-LINE = SPACES
058100         MOVE 'LAST PAGE OF RUNS' TO JNL-MESSAGE-LINE
058200     END-IF.
058300     MOVE SPACES TO JNL-LST-CHOICE.
058400     DISPLAY JNL-LIST-SCREEN.
058500     ACCEPT JNL-LIST-SCREEN.
058600     MOVE SPACES TO JNL-MESSAGE-LINE.
058700     IF JNL-LST-CHOICE (2:1) = SPACE
058800         AND JNL-LST-CHOICE (1:1) NUMERIC
058900         MOVE JNL-LST-CHOICE (1:1) TO JNL-LST-CHOICE (2:1)
059000         MOVE '0' TO JNL-LST-CHOICE (1:1)
059100     END-IF.
059200     IF JNL-LST-CHOICE = 'N ' OR JNL-LST-CHOICE = ' N'
059300         IF JNL-SCAN-DONE
059400             MOVE 'NO MORE RUNS' TO JNL-MESSAGE-LINE
059500         ELSE
059600             SET JNL-PAGE-DONE TO TRUE
059700         END-IF
059800         GO TO 4200-WORK-LIST-PAGE-EXIT
059900     END-IF.
060000     IF JNL-LST-CHOICE NOT NUMERIC
060100         SET JNL-PAGE-DONE TO TRUE
060200         SET JNL-LIST-DONE TO TRUE
060300         GO TO 4200-WORK-LIST-PAGE-EXIT
060400     END-IF.
060500     IF JNL-LST-CHOICE-9 < 1 OR JNL-LST-CHOICE-9 > JNL-LST-CNT
060600         MOVE 'NO SUCH RUN ON THIS PAGE' TO JNL-MESSAGE-LINE
060700         GO TO 4200-WORK-LIST-PAGE-EXIT
060800     END-IF.
060900     MOVE JNL-LST-CHOICE-9 TO JNL-LST-SUB.
061000     PERFORM 5000-VIEW-RUN
061100         THRU 5000-VIEW-RUN-EXIT.
061200 4200-WORK-LIST-PAGE-EXIT.
061300     EXIT.
061400
061500*--------------------------------------------------------------*
061600* PAGE THROUGH ONE RUN AS IT WAS PRINTED.                       *
061700*--------------------------------------------------------------*
061800 5000-VIEW-RUN.
061900     MOVE JNL-LST-RUN-KEY (JNL-LST-SUB)  TO JNL-VIEW-RUN-KEY.
062000     MOVE JNL-LST-LINE-CNT (JNL-LST-SUB) TO JNL-VIEW-LINE-CNT.
062100     MOVE 1 TO JNL-VIEW-TOP-LINE JNL-VIEW-COL.
062200     MOVE SPACES TO JNL-VIEW-HDR-LINE.
062300     STRING 'IJTRPV01 - ' JNL-VIEW-RPT-NAME ' RUN '
062400         JNL-VIEW-RUN-DT ' JOB ' JNL-VIEW-JOBNAME ' '
062500         JNL-VIEW-SEQ-NM ' CYCLE ' JNL-VIEW-BL-CYC-CD
062600         DELIMITED BY SIZE INTO JNL-VIEW-HDR-LINE
062700     END-STRING.
062800     MOVE 'N' TO JNL-VIEW-DONE-SW.
062900     PERFORM 5100-SHOW-RUN-PAGE
063000         THRU 5100-SHOW-RUN-PAGE-EXIT
063100         UNTIL JNL-VIEW-DONE.
063200 5000-VIEW-RUN-EXIT.
063300     EXIT.
063400
063500 5100-SHOW-RUN-PAGE.
063600     MOVE SPACES TO JNL-PG-TABLE.
063700     MOVE ZERO TO JNL-PG-CNT.
063800     MOVE JNL-VIEW-RUN-KEY  TO RPTARC-RUN-KEY.
063900     MOVE JNL-VIEW-TOP-LINE TO RPTARC-LINE-NO.
064000     MOVE 'N' TO JNL-SCAN-DONE-SW.
064100     START RPT-ARC-FILE KEY NOT < RPTARC-KEY
064200         INVALID KEY
064300             SET JNL-SCAN-DONE TO TRUE
064400     END-START.
064500     PERFORM 5110-NEXT-PRINT-LINE
064600         THRU 5110-NEXT-PRINT-LINE-EXIT
064700         UNTIL JNL-SCAN-DONE
064800         OR JNL-PG-CNT = 18.
064900     MOVE 'N' TO JNL-SCAN-DONE-SW.
065000
065100     MOVE JNL-VIEW-TOP-LINE TO JNL-EDIT-FIRST.
065200     COMPUTE JNL-EDIT-LAST = JNL-VIEW-TOP-LINE + JNL-PG-CNT - 1.
065300     IF JNL-PG-CNT = ZERO
065400         MOVE JNL-VIEW-TOP-LINE TO JNL-EDIT-LAST
065500     END-IF.
065600     MOVE JNL-VIEW-LINE-CNT TO JNL-EDIT-CNT.
065700     MOVE JNL-VIEW-COL TO JNL-EDIT-COL-1.
065800     COMPUTE JNL-EDIT-COL-2 = JNL-VIEW-COL + 78.
065900     MOVE SPACES TO JNL-VIEW-POS-LINE.
066000     STRING 'LINES ' JNL-EDIT-FIRST ' - ' JNL-EDIT-LAST ' OF '
066100         JNL-EDIT-CNT '   COLUMNS ' JNL-EDIT-COL-1 ' - '
066200         JNL-EDIT-COL-2
066300         DELIMITED BY SIZE INTO JNL-VIEW-POS-LINE
066400     END-STRING.
066500     MOVE SPACE TO JNL-VIEW-CMD.
066600     DISPLAY JNL-VIEW-SCREEN.
066700     ACCEPT JNL-VIEW-SCREEN.
066800     MOVE SPACES TO JNL-MESSAGE-LINE.
066900
067000     EVALUATE TRUE
067100         WHEN JNL-CMD-FORWARD
067200             IF JNL-VIEW-TOP-LINE + 18 > JNL-VIEW-LINE-CNT
067300                 MOVE 'END OF REPORT' TO JNL-MESSAGE-LINE
067400             ELSE
067500                 ADD 18 TO JNL-VIEW-TOP-LINE
067600             END-IF
067700         WHEN JNL-CMD-BACK
067800             IF JNL-VIEW-TOP-LINE > 18
067900                 SUBTRACT 18 FROM JNL-VIEW-TOP-LINE
068000             ELSE
068100                 MOVE 1 TO JNL-VIEW-TOP-LINE
068200                 MOVE 'TOP OF REPORT' TO JNL-MESSAGE-LINE
068300             END-IF
068400         WHEN JNL-CMD-TOP
068500             MOVE 1 TO JNL-VIEW-TOP-LINE
068600         WHEN JNL-CMD-RIGHT
068700             MOVE 54 TO JNL-VIEW-COL
068800         WHEN JNL-CMD-LEFT
068900             MOVE 1 TO JNL-VIEW-COL
069000         WHEN JNL-CMD-EXIT
069100             SET JNL-VIEW-DONE TO TRUE
069200         WHEN OTHER
069300             MOVE 'INVALID COMMAND - TRY AGAIN' TO
069400                 JNL-MESSAGE-LINE
069500     END-EVALUATE.
069600 5100-SHOW-RUN-PAGE-EXIT.
069700     EXIT.
069800
069900 5110-NEXT-PRINT-LINE.
070000     READ RPT-ARC-FILE NEXT
070100         AT END
070200             SET JNL-SCAN-DONE TO TRUE
070300             GO TO 5110-NEXT-PRINT-LINE-EXIT
070400     END-READ.
070500     IF RPTARC-RUN-KEY NOT = JNL-VIEW-RUN-KEY
070600         SET JNL-SCAN-DONE TO TRUE
070700         GO TO 5110-NEXT-PRINT-LINE-EXIT
070800     END-IF.
070900     ADD 1 TO JNL-PG-CNT.
071000     MOVE RPTARC-LINE (JNL-VIEW-COL:79)
071100         TO JNL-PG-LINE (JNL-PG-CNT).
071200 5110-NEXT-PRINT-LINE-EXIT.
071300     EXIT.
071400
071500*--------------------------------------------------------------*
071600 9000-TERMINATE.
071700     CLOSE RPT-ARC-FILE.
071800 9000-TERMINATE-EXIT.
071900     EXIT.
072000
072100*-------------------------------------------------------------.
072200*                     E N D   O F  I J T R P V 0 1             :
072300*-------------------------------------------------------------'
