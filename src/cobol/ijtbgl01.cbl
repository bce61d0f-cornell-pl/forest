000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJTBGL01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/24/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 29.5  09/24/26  RAS  NEW PROGRAM.  LOADS FINANCE'S MONTHLY    *
001100*                      REVENUE BUDGET BY FACCT AND SOBP ENTITY  *
001200*                      (BUDGIN, SEE BDGIN) INTO THE BVAMST      *
001300*                      BUDGET-VERSUS-ACTUAL MASTER THAT         *
001400*                      IJTBVA01 REPORTS FROM AFTER EACH         *
001500*                      CYCLE.  A ROW ALREADY ON BVAMST HAS ITS  *
001600*                      BUDGET AMOUNT REPLACED AND KEEPS THE     *
001700*                      ACTUALS POSTED SO FAR, SO A REVISED      *
001800*                      BUDGET CAN BE RELOADED MID-MONTH.  A ROW *
001900*                      WITH A BAD PERIOD, NO FACCT OR A         *
002000*                      NON-NUMERIC AMOUNT IS LISTED AND         *
002100*                      SKIPPED, RC=4.  BVAMST IS CREATED ON     *
002200*                      FIRST USE.                               *
002300*--------------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.   IBM-370.
002700 OBJECT-COMPUTER.   IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT BUDG-IN-FILE  ASSIGN TO BUDGIN
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS JNL-BUDGIN-STATUS.
003300
003400     SELECT BVA-MST-FILE  ASSIGN TO BVAMST
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS BVAMST-KEY
003800         FILE STATUS IS JNL-BVAMST-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  BUDG-IN-FILE
004300     RECORDING MODE IS F.
004400 01  BUDG-IN-RECORD            PIC X(80).
004500
004600 FD  BVA-MST-FILE.
004700     COPY bvamst.
004800
004900 WORKING-STORAGE SECTION.
005000 01  JNL-BUDGIN-STATUS         PIC X(02) VALUE SPACES.
005100     88  JNL-BUDGIN-OK                   VALUE '00'.
005200     88  JNL-BUDGIN-EOF                  VALUE '10'.
005300 01  JNL-BVAMST-STATUS         PIC X(02) VALUE SPACES.
005400     88  JNL-BVAMST-OK                   VALUE '00'.
005500     88  JNL-BVAMST-NOTFND               VALUE '35'.
005600
005700 COPY bdgin.
005800
005900 01  JNL-LOAD-DT               PIC X(08) VALUE SPACES.
006000 01  JNL-REJECT-REASON         PIC X(30) VALUE SPACES.
006100
006200 01  JNL-COUNTERS.
006300     05  JNL-ROWS-READ         PIC S9(09) COMP-3 VALUE ZERO.
006400     05  JNL-ROWS-ADDED        PIC S9(09) COMP-3 VALUE ZERO.
006500     05  JNL-ROWS-REPLACED     PIC S9(09) COMP-3 VALUE ZERO.
006600     05  JNL-ROWS-REJECTED     PIC S9(09) COMP-3 VALUE ZERO.
006700
006800 PROCEDURE DIVISION.
006900*--------------------------------------------------------------*
007000 0000-MAINLINE.
007100     PERFORM 1000-INITIALIZE
007200         THRU 1000-INITIALIZE-EXIT.
007300     PERFORM 2000-LOAD-ONE-ROW
007400         THRU 2000-LOAD-ONE-ROW-EXIT
007500         UNTIL JNL-BUDGIN-EOF.
007600     PERFORM 9000-TERMINATE
007700         THRU 9000-TERMINATE-EXIT.
007800     GOBACK.
007900
008000*--------------------------------------------------------------*
008100 1000-INITIALIZE.
008200     ACCEPT JNL-LOAD-DT FROM DATE YYYYMMDD.
008300     OPEN INPUT BUDG-IN-FILE.
008400     IF NOT JNL-BUDGIN-OK
008500         DISPLAY 'IJTBGL01 - UNABLE TO OPEN BUDGIN, STATUS = '
008600             JNL-BUDGIN-STATUS
008700         MOVE 16 TO RETURN-CODE
008800         GOBACK
008900     END-IF.
009000     OPEN I-O BVA-MST-FILE.
009100     IF JNL-BVAMST-NOTFND
009200         OPEN OUTPUT BVA-MST-FILE
009300         CLOSE BVA-MST-FILE
009400         OPEN I-O BVA-MST-FILE
009500     END-IF.
009600     IF NOT JNL-BVAMST-OK
009700         DISPLAY 'IJTBGL01 - UNABLE TO OPEN BVAMST, STATUS = '
009800             JNL-BVAMST-STATUS
009900         MOVE 16 TO RETURN-CODE
010000         GOBACK
010100     END-IF.
010200 1000-INITIALIZE-EXIT.
010300     EXIT.
010400
010500*--------------------------------------------------------------*
010600 2000-LOAD-ONE-ROW.
010700     READ BUDG-IN-FILE INTO BDGIN-RECORD
010800         AT END
010900             SET JNL-BUDGIN-EOF TO TRUE
011000             GO TO 2000-LOAD-ONE-ROW-EXIT
011100     END-READ.
011200     ADD 1 TO JNL-ROWS-READ.
011300     MOVE SPACES TO JNL-REJECT-REASON.
011400     EVALUATE TRUE
011500         WHEN BDGIN-PERIOD-CCYY NOT NUMERIC
011600             OR NOT BDGIN-MONTH-VALID
011700             MOVE 'PERIOD NOT CCYYMM' TO JNL-REJECT-REASON
011800         WHEN BDGIN-FACCT-CD = SPACES
011900             MOVE 'NO FACCT' TO JNL-REJECT-REASON
012000         WHEN BDGIN-FACCT-CD (1:1) = '*'
012100             MOVE 'FACCT MAY NOT START WITH *' TO
012200                 JNL-REJECT-REASON
012300         WHEN BDGIN-BUDGET-AMT NOT NUMERIC
012400             MOVE 'BUDGET AMOUNT NOT NUMERIC' TO
012500                 JNL-REJECT-REASON
012600         WHEN OTHER
012700             CONTINUE
012800     END-EVALUATE.
012900     IF JNL-REJECT-REASON NOT = SPACES
013000         ADD 1 TO JNL-ROWS-REJECTED
013100         DISPLAY 'IJTBGL01 - ROW ' JNL-ROWS-READ ' REJECTED - '
013200             JNL-REJECT-REASON
013300         GO TO 2000-LOAD-ONE-ROW-EXIT
013400     END-IF.
013500
013600     MOVE BDGIN-PERIOD   TO BVAMST-PERIOD.
013700     MOVE BDGIN-FACCT-CD TO BVAMST-FACCT-CD.
013800     MOVE BDGIN-SOBP     TO BVAMST-SOBP.
013900     READ BVA-MST-FILE
014000         INVALID KEY
014100             PERFORM 2100-ADD-NEW-ROW
014200                 THRU 2100-ADD-NEW-ROW-EXIT
014300             GO TO 2000-LOAD-ONE-ROW-EXIT
014400     END-READ.
014500     MOVE BDGIN-BUDGET-AMT TO BVAMST-BUDGET-AMT.
014600     MOVE JNL-LOAD-DT      TO BVAMST-BUDGET-LOAD-DT.
014700     REWRITE BVAMST-RECORD
014800         INVALID KEY
014900             DISPLAY 'IJTBGL01 - REWRITE FAILED, STATUS = '
015000                 JNL-BVAMST-STATUS
015100             MOVE 16 TO RETURN-CODE
015200             GOBACK
015300     END-REWRITE.
015400     ADD 1 TO JNL-ROWS-REPLACED.
015500 2000-LOAD-ONE-ROW-EXIT.
015600     EXIT.
015700
015800*--------------------------------------------------------------*
015900 2100-ADD-NEW-ROW.
016000     MOVE BDGIN-BUDGET-AMT TO BVAMST-BUDGET-AMT.
016100     MOVE ZERO             TO BVAMST-TIF-ACT-AMT
016200                              BVAMST-RP519-ACT-AMT.
016300     MOVE JNL-LOAD-DT      TO BVAMST-BUDGET-LOAD-DT.
016400     MOVE SPACES           TO BVAMST-LAST-POST-DT.
016500     WRITE BVAMST-RECORD
016600         INVALID KEY
016700             DISPLAY 'IJTBGL01 - WRITE FAILED, STATUS = '
016800                 JNL-BVAMST-STATUS
016900             MOVE 16 TO RETURN-CODE
017000             GOBACK
017100     END-WRITE.
017200     ADD 1 TO JNL-ROWS-ADDED.
017300 2100-ADD-NEW-ROW-EXIT.
017400     EXIT.
017500
017600*--------------------------------------------------------------*
017700 9000-TERMINATE.
017800     CLOSE BUDG-IN-FILE BVA-MST-FILE.
017900     DISPLAY 'IJTBGL01 - BUDGET ROWS READ      = ' JNL-ROWS-READ.
018000     DISPLAY 'IJTBGL01 - ROWS ADDED            = '
018100         JNL-ROWS-ADDED.
018200     DISPLAY 'IJTBGL01 - ROWS REPLACED         = '
018300         JNL-ROWS-REPLACED.
018400     DISPLAY 'IJTBGL01 - ROWS REJECTED         = '
018500         JNL-ROWS-REJECTED.
018600     IF JNL-ROWS-REJECTED > ZERO
018700         MOVE 4 TO RETURN-CODE
018800     END-IF.
018900 9000-TERMINATE-EXIT.
019000     EXIT.
019100
019200*-------------------------------------------------------------.
019300*                     E N D   O F  I J T B G L 0 1             :
019400*-------------------------------------------------------------'
