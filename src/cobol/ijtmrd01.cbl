000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJTMRD01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/17/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 29.1  09/17/26  RAS  NEW PROGRAM.  SINGLE-PASS DRIVER OVER    *
001100*                      THE TIF CYCLE FILE.  READS TIFIN ONCE    *
001200*                      AND HANDS EVERY RECORD TO EACH REPORT    *
001300*                      THE MRDCTL CARDS SWITCH ON (SEE MRDCOMM),*
001400*                      IN PLACE OF EACH REPORT MAKING ITS OWN   *
001500*                      END-TO-END PASS.  A REPORT KEEPS ITS OWN *
001600*                      OUTPUT DD, CONTROL CARDS AND BALANCING   *
001700*                      DISPLAYS - THE DRIVER ONLY OWNS TIFIN.   *
001800*                      REPORTS ARE CUT OVER ONE AT A TIME; A    *
001900*                      CARD NAMING A REPORT NOT YET CUT OVER    *
002000*                      STOPS THE JOB BEFORE TIFIN IS OPENED.    *
002100*                      THE JOB ENDS WITH THE HIGHEST RETURN     *
002200*                      CODE ANY REPORT SET.                     *
002220* 30.7  10/15/26  RAS  TIFIN IS READ INTO MRD-TIF-RECORD        *
002240*                      DIRECTLY, AS THE OTHER TIFIN READERS DO. *
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT MRD-CTL-FILE  ASSIGN TO MRDCTL
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS JNL-MRDCTL-STATUS.
003300
003400     SELECT TIF-IN-FILE   ASSIGN TO TIFIN
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS JNL-TIFIN-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  MRD-CTL-FILE
004100     RECORDING MODE IS F.
004200 01  MRD-CTL-RECORD            PIC X(80).
004300
004400 FD  TIF-IN-FILE
004500     RECORDING MODE IS V.
004600 01  TIF-IN-RECORD             PIC X(3092).
004700
004800 WORKING-STORAGE SECTION.
004900 01  JNL-MRDCTL-STATUS         PIC X(02) VALUE SPACES.
005000     88  JNL-MRDCTL-OK                   VALUE '00'.
005100     88  JNL-MRDCTL-EOF                  VALUE '10'.
005200 01  JNL-TIFIN-STATUS          PIC X(02) VALUE SPACES.
005300     88  JNL-TIFIN-OK                    VALUE '00'.
005400     88  JNL-TIFIN-EOF                   VALUE '10'.
005500
005600*--------------------------------------------------------------*
005700* MRDCTL - ONE CARD PER REPORT TO RUN, PROGRAM NAME IN COLUMNS  *
005800* 1-8.  AN ASTERISK IN COLUMN 1 IS A COMMENT CARD.  REPORTS ARE *
005900* CALLED IN CARD ORDER.                                         *
006000*--------------------------------------------------------------*
006100 01  JNL-MRD-CTL-CARD.
006200     05  JNL-CTL-PGM-NAME      PIC X(08).
006300     05  FILLER                PIC X(72).
006400
006500*--------------------------------------------------------------*
006600* THE REPORTS ALREADY CUT OVER TO TAKE THEIR RECORDS FROM THIS  *
006700* DRIVER.  ADD A NAME HERE ONLY ONCE THE REPORT ACCEPTS THE     *
006800* MRDCOMM CALL.                                                 *
006900*--------------------------------------------------------------*
007000 01  JNL-CUT-OVER-NAMES.
007100     05  FILLER                PIC X(08) VALUE 'IJTTAX01'.
007200     05  FILLER                PIC X(08) VALUE 'IJTMXT01'.
007300     05  FILLER                PIC X(08) VALUE 'IJTBDL01'.
007400     05  FILLER                PIC X(08) VALUE 'IJTDHL01'.
007500     05  FILLER                PIC X(08) VALUE 'IJTSRD01'.
007600     05  FILLER                PIC X(08) VALUE 'IJTURV01'.
007700     05  FILLER                PIC X(08) VALUE 'IJXUSO01'.
007800     05  FILLER                PIC X(08) VALUE 'IJXREG01'.
007900 01  JNL-CUT-OVER-TABLE REDEFINES JNL-CUT-OVER-NAMES.
008000     05  JNL-CUT-OVER-PGM OCCURS 8 TIMES
008100                               PIC X(08).
008200 01  JNL-CUT-OVER-CNT          PIC 9(04) COMP VALUE 8.
008300 01  JNL-CUT-SUB               PIC 9(04) COMP VALUE ZERO.
008400
008500*--------------------------------------------------------------*
008600* THE REPORTS SWITCHED ON FOR THIS RUN, WITH THE RETURN CODE   *
008700* EACH LEFT.                                                    *
008800*--------------------------------------------------------------*
008900 01  JNL-RPT-CNT               PIC 9(04) COMP VALUE ZERO.
009000 01  JNL-RPT-SUB               PIC 9(04) COMP VALUE ZERO.
009100 01  JNL-DUP-SUB               PIC 9(04) COMP VALUE ZERO.
009200 01  JNL-RPT-TABLE.
009300     05  JNL-RPT-ENTRY OCCURS 20 TIMES.
009400         10  JNL-RPT-PGM           PIC X(08).
009500         10  JNL-RPT-RC            PIC S9(04) COMP.
009600
009700 01  JNL-CALL-RC               PIC S9(04) COMP VALUE ZERO.
009800 01  JNL-MAX-RC                PIC S9(04) COMP VALUE ZERO.
009900 01  JNL-SETUP-ERR-SW          PIC X(01) VALUE 'N'.
010000     88  JNL-SETUP-ERR                   VALUE 'Y'.
010100
010200 01  JNL-COUNTERS.
010300     05  JNL-RECS-READ         PIC S9(09) COMP-3 VALUE ZERO.
010400     05  JNL-CTL-CARDS-READ    PIC S9(05) COMP-3 VALUE ZERO.
010500
010600 01  JNL-EDIT-RC               PIC Z9.
010700
010800 COPY mrdcomm.
010900
011000 PROCEDURE DIVISION.
011100*--------------------------------------------------------------*
011200 0000-MAINLINE.
011300     PERFORM 1000-INITIALIZE
011400         THRU 1000-INITIALIZE-EXIT.
011500     PERFORM 2000-PROCESS-TIF-FILE
011600         THRU 2000-PROCESS-TIF-FILE-EXIT
011700         UNTIL JNL-TIFIN-EOF.
011800     PERFORM 9000-TERMINATE
011900         THRU 9000-TERMINATE-EXIT.
012000     GOBACK.
012100
012200*--------------------------------------------------------------*
012300* READ THE MRDCTL CARDS, THEN OPEN TIFIN AND GIVE EVERY REPORT  *
012400* ITS OPEN CALL BEFORE THE FIRST RECORD MOVES.                  *
012500*--------------------------------------------------------------*
012600 1000-INITIALIZE.
012700     OPEN INPUT MRD-CTL-FILE.
012800     IF NOT JNL-MRDCTL-OK
012900         DISPLAY 'IJTMRD01 - UNABLE TO OPEN MRDCTL, RC=16'
013000         MOVE 16 TO RETURN-CODE
013100         GOBACK
013200     END-IF.
013300     PERFORM 1100-READ-CTL-CARD
013400         THRU 1100-READ-CTL-CARD-EXIT
013500         UNTIL JNL-MRDCTL-EOF.
013600     CLOSE MRD-CTL-FILE.
013700     IF JNL-RPT-CNT = ZERO
013800         DISPLAY 'IJTMRD01 - NO REPORTS SWITCHED ON IN MRDCTL'
013900         SET JNL-SETUP-ERR TO TRUE
014000     END-IF.
014100     IF JNL-SETUP-ERR
014200         DISPLAY 'IJTMRD01 - MRDCTL SETUP ERROR, RC=16'
014300         MOVE 16 TO RETURN-CODE
014400         GOBACK
014500     END-IF.
014600
014700     OPEN INPUT TIF-IN-FILE.
014800     IF NOT JNL-TIFIN-OK
014900         DISPLAY 'IJTMRD01 - UNABLE TO OPEN TIFIN, STATUS = '
015000             JNL-TIFIN-STATUS
015100         MOVE 16 TO RETURN-CODE
015200         GOBACK
015300     END-IF.
015400     SET MRD-FUNC-OPEN TO TRUE.
015500     PERFORM 3000-CALL-ONE-REPORT
015600         THRU 3000-CALL-ONE-REPORT-EXIT
015700         VARYING JNL-RPT-SUB FROM 1 BY 1
015800         UNTIL JNL-RPT-SUB > JNL-RPT-CNT.
015900 1000-INITIALIZE-EXIT.
016000     EXIT.
016100
016200*--------------------------------------------------------------*
016300* A CARD MUST NAME A REPORT ALREADY CUT OVER, AND NAME IT ONLY  *
016400* ONCE.  EVERY BAD CARD IS LISTED BEFORE THE JOB STOPS.         *
016500*--------------------------------------------------------------*
016600 1100-READ-CTL-CARD.
016700     READ MRD-CTL-FILE INTO JNL-MRD-CTL-CARD
016800         AT END
016900             SET JNL-MRDCTL-EOF TO TRUE
017000             GO TO 1100-READ-CTL-CARD-EXIT
017100     END-READ.
017200     ADD 1 TO JNL-CTL-CARDS-READ.
017300     IF JNL-MRD-CTL-CARD (1:1) = '*'
017400         OR JNL-CTL-PGM-NAME = SPACES
017500         GO TO 1100-READ-CTL-CARD-EXIT
017600     END-IF.
017700     PERFORM 1110-TEST-CUT-OVER
017800         VARYING JNL-CUT-SUB FROM 1 BY 1
017900         UNTIL JNL-CUT-SUB > JNL-CUT-OVER-CNT
018000         OR JNL-CUT-OVER-PGM (JNL-CUT-SUB) = JNL-CTL-PGM-NAME.
018100     IF JNL-CUT-SUB > JNL-CUT-OVER-CNT
018200         DISPLAY 'IJTMRD01 - ' JNL-CTL-PGM-NAME
018300             ' IS NOT A REPORT THIS DRIVER CAN RUN'
018400         SET JNL-SETUP-ERR TO TRUE
018500         GO TO 1100-READ-CTL-CARD-EXIT
018600     END-IF.
018700     PERFORM 1120-TEST-DUP-CARD
018800         VARYING JNL-DUP-SUB FROM 1 BY 1
018900         UNTIL JNL-DUP-SUB > JNL-RPT-CNT
019000         OR JNL-RPT-PGM (JNL-DUP-SUB) = JNL-CTL-PGM-NAME.
019100     IF JNL-DUP-SUB NOT > JNL-RPT-CNT
019200         DISPLAY 'IJTMRD01 - ' JNL-CTL-PGM-NAME
019300             ' IS NAMED MORE THAN ONCE ON MRDCTL'
019400         SET JNL-SETUP-ERR TO TRUE
019500         GO TO 1100-READ-CTL-CARD-EXIT
019600     END-IF.
019700     IF JNL-RPT-CNT >= 20
019800         DISPLAY 'IJTMRD01 - REPORT TABLE FULL'
019900         SET JNL-SETUP-ERR TO TRUE
020000         GO TO 1100-READ-CTL-CARD-EXIT
020100     END-IF.
020200     ADD 1 TO JNL-RPT-CNT.
020300     MOVE JNL-CTL-PGM-NAME TO JNL-RPT-PGM (JNL-RPT-CNT).
020400     MOVE ZERO             TO JNL-RPT-RC (JNL-RPT-CNT).
020500 1100-READ-CTL-CARD-EXIT.
020600     EXIT.
020700
020800 1110-TEST-CUT-OVER.
020900     CONTINUE.
021000
021100 1120-TEST-DUP-CARD.
021200     CONTINUE.
021300
021400*--------------------------------------------------------------*
021500* EVERY TIFIN RECORD - HEADER, DETAIL AND TRAILER ALIKE - GOES  *
021600* TO EVERY REPORT, THE SAME RECORDS EACH ONE USED TO READ FOR   *
021700* ITSELF.                                                       *
021800*--------------------------------------------------------------*
021900 2000-PROCESS-TIF-FILE.
022000     READ TIF-IN-FILE INTO MRD-TIF-RECORD
022100         AT END
022200             SET JNL-TIFIN-EOF TO TRUE
022300     END-READ.
022400     IF JNL-TIFIN-EOF
022500         GO TO 2000-PROCESS-TIF-FILE-EXIT
022600     END-IF.
022700     ADD 1 TO JNL-RECS-READ.
022900     SET MRD-FUNC-RECORD TO TRUE.
023000     PERFORM 3000-CALL-ONE-REPORT
023100         THRU 3000-CALL-ONE-REPORT-EXIT
023200         VARYING JNL-RPT-SUB FROM 1 BY 1
023300         UNTIL JNL-RPT-SUB > JNL-RPT-CNT.
023400 2000-PROCESS-TIF-FILE-EXIT.
023500     EXIT.
023600
023700*--------------------------------------------------------------*
023800* CALL ONE REPORT WITH THE CURRENT FUNCTION.  A REPORT THAT     *
023900* RETURNS 16 HAS HIT A SETUP OR CAPACITY ERROR IT WOULD HAVE    *
024000* STOPPED ITS OWN JOB ON, SO THE DRIVER STOPS HERE TOO.         *
024100*--------------------------------------------------------------*
024200 3000-CALL-ONE-REPORT.
024300     MOVE ZERO TO RETURN-CODE.
024400     CALL JNL-RPT-PGM (JNL-RPT-SUB) USING MRD-COMM-AREA.
024500     MOVE RETURN-CODE TO JNL-CALL-RC.
024600     IF JNL-CALL-RC > JNL-RPT-RC (JNL-RPT-SUB)
024700         MOVE JNL-CALL-RC TO JNL-RPT-RC (JNL-RPT-SUB)
024800     END-IF.
024900     IF JNL-CALL-RC > JNL-MAX-RC
025000         MOVE JNL-CALL-RC TO JNL-MAX-RC
025100     END-IF.
025200     IF JNL-CALL-RC >= 16
025300         MOVE JNL-CALL-RC TO JNL-EDIT-RC
025400         DISPLAY 'IJTMRD01 - ' JNL-RPT-PGM (JNL-RPT-SUB)
025500             ' ENDED ' MRD-FUNC ' WITH RC=' JNL-EDIT-RC
025600             ' - RUN STOPPED AFTER ' JNL-RECS-READ ' RECORDS'
025700         MOVE JNL-CALL-RC TO RETURN-CODE
025800         GOBACK
025900     END-IF.
026000 3000-CALL-ONE-REPORT-EXIT.
026100     EXIT.
026200
026300*--------------------------------------------------------------*
026400* CLOSE CALLS GO OUT IN CARD ORDER SO EACH REPORT'S TOTALS AND  *
026500* BALANCING DISPLAYS LAND IN THE JOB LOG TOGETHER.              *
026600*--------------------------------------------------------------*
026700 9000-TERMINATE.
026800     CLOSE TIF-IN-FILE.
026900     SET MRD-FUNC-CLOSE TO TRUE.
027000     PERFORM 3000-CALL-ONE-REPORT
027100         THRU 3000-CALL-ONE-REPORT-EXIT
027200         VARYING JNL-RPT-SUB FROM 1 BY 1
027300         UNTIL JNL-RPT-SUB > JNL-RPT-CNT.
027400     DISPLAY 'IJTMRD01 - TIFIN RECORDS READ       = '
027500         JNL-RECS-READ.
027600     DISPLAY 'IJTMRD01 - REPORTS RUN              = '
027700         JNL-RPT-CNT.
027800     PERFORM 9100-DISPLAY-REPORT-RC
027900         THRU 9100-DISPLAY-REPORT-RC-EXIT
028000         VARYING JNL-RPT-SUB FROM 1 BY 1
028100         UNTIL JNL-RPT-SUB > JNL-RPT-CNT.
028200     MOVE JNL-MAX-RC TO RETURN-CODE.
028300 9000-TERMINATE-EXIT.
028400     EXIT.
028500
028600 9100-DISPLAY-REPORT-RC.
028700     MOVE JNL-RPT-RC (JNL-RPT-SUB) TO JNL-EDIT-RC.
028800     DISPLAY 'IJTMRD01 - ' JNL-RPT-PGM (JNL-RPT-SUB)
028900         ' RC = ' JNL-EDIT-RC.
029000 9100-DISPLAY-REPORT-RC-EXIT.
029100     EXIT.
029200
029300*-------------------------------------------------------------.
029400*                     E N D   O F  I J T M R D 0 1             :
029500*-------------------------------------------------------------'
