000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJXBND01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/17/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 28.7  09/17/26  RAS  NEW PROGRAM.  CUSTOMER REVENUE-BAND     *
001100*                      DRIFT REPORT.  THE FEEDERS STAMP A      *
001200*                      REVENUE BAND ON EVERY TIF DETAIL        *
001300*                      (XX-CUST-REV-BAND) BUT NOTHING CHECKED  *
001400*                      IT AGAINST WHAT THE ACCOUNT ACTUALLY    *
001500*                      BILLS.  BUILDS A ROLLING 12-MONTH       *
001600*                      REVENUE FIGURE PER LEAD ACCOUNT FROM    *
001700*                      THE TIFDET STORE AND THE RP519 FEED,    *
001800*                      PLACES IT ON MARKETING'S REVBAND TABLE  *
001900*                      AND LISTS ON BNDRPT EVERY ACCOUNT WHOSE *
002000*                      STAMPED BAND IS ONE OR MORE BANDS OFF,  *
002100*                      WITH THE DOLLARS BEHIND IT AND THE      *
002200*                      SOURCE SYSTEM THAT STAMPED IT.  ANY     *
002300*                      ACCOUNT LISTED ENDS THE JOB RC=8.       *
002310* 29.0  09/17/26  RAS  TIFDET NOW CARRIES ALTERNATE KEYS       *
002320*                      ON THE BILLED AND LEAD ACCOUNT NUMBERS  *
002330*                      (SEE TIFDETV).  DECLARED HERE SO TIFDET *
002340*                      IS OPENED WITH THE SAME KEY SET         *
002350*                      EVERYWHERE.                             *
002370* 30.7  10/15/26  RAS  UNUSED RUN-DATE STAMP REMOVED.          *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT BND-CTL-FILE  ASSIGN TO BNDCTL
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS JNL-BNDCTL-STATUS.
003400
003500     SELECT REV-BAND-FILE ASSIGN TO REVBAND
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS JNL-REVBAND-STATUS.
003800
003900     SELECT TIF-DET-FILE  ASSIGN TO TIFDET
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS TIFDET-KEY
004210         ALTERNATE RECORD KEY IS TIFDET-BL-ACCT-NB
004220             WITH DUPLICATES
004230         ALTERNATE RECORD KEY IS TIFDET-LEAD-ACCT-NB
004240             WITH DUPLICATES
004300         FILE STATUS IS JNL-TIFDET-STATUS.
004400
004500     SELECT RP519-IN-FILE ASSIGN TO RP519IN
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS JNL-RP519IN-STATUS.
004800
004900     SELECT BND-RPT-FILE  ASSIGN TO BNDRPT
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS JNL-BNDRPT-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  BND-CTL-FILE
005600     RECORDING MODE IS F.
005700 01  BND-CTL-RECORD            PIC X(80).
005800
005900 FD  REV-BAND-FILE
006000     RECORDING MODE IS F.
006100     COPY revband.
006200
006300 FD  TIF-DET-FILE.
006400     COPY tifdetv.
006500
006600 FD  RP519-IN-FILE
006700     RECORDING MODE IS F.
006800 01  RP519-IN-RECORD           PIC X(450).
006900
007000 FD  BND-RPT-FILE
007100     RECORDING MODE IS F.
007200 01  BND-RPT-LINE              PIC X(132).
007300
007400 WORKING-STORAGE SECTION.
007500 01  JNL-BNDCTL-STATUS         PIC X(02) VALUE SPACES.
007600     88  JNL-BNDCTL-OK                   VALUE '00'.
007700 01  JNL-REVBAND-STATUS        PIC X(02) VALUE SPACES.
007800     88  JNL-REVBAND-OK                  VALUE '00'.
007900     88  JNL-REVBAND-EOF                 VALUE '10'.
008000 01  JNL-TIFDET-STATUS         PIC X(02) VALUE SPACES.
008100     88  JNL-TIFDET-OK                   VALUE '00'.
008200     88  JNL-TIFDET-EOF                  VALUE '10'.
008300 01  JNL-RP519IN-STATUS        PIC X(02) VALUE SPACES.
008400     88  JNL-RP519IN-OK                  VALUE '00'.
008500     88  JNL-RP519IN-EOF                 VALUE '10'.
008600 01  JNL-BNDRPT-STATUS         PIC X(02) VALUE SPACES.
008700
008800*--------------------------------------------------------------*
008900* THE BNDCTL CARD - THE PERIOD (CCYYMM) THE 12-MONTH WINDOW     *
009000* ENDS ON.  THE WINDOW OPENS ELEVEN MONTHS BEFORE IT.           *
009100*--------------------------------------------------------------*
009200 01  JNL-BND-CTL-CARD.
009300     05  JNL-CTL-ASOF-PRD      PIC X(06).
009400     05  JNL-CTL-ASOF-NUM REDEFINES JNL-CTL-ASOF-PRD.
009500         10  JNL-CTL-ASOF-CCYY PIC 9(04).
009600         10  JNL-CTL-ASOF-MM   PIC 9(02).
009700     05  FILLER                PIC X(74).
009800
009900 01  JNL-WINDOW-FROM-PRD.
010000     05  JNL-WINDOW-FROM-CCYY  PIC 9(04).
010100     05  JNL-WINDOW-FROM-MM    PIC 9(02).
010200 01  JNL-MONTH-IX              PIC 9(07) COMP VALUE ZERO.
010300 01  JNL-MONTH-REM             PIC 9(02) COMP VALUE ZERO.
010400
010600 01  JNL-CUR-ACCT-NB           PIC X(13) VALUE SPACES.
010700 01  JNL-CUR-PRD               PIC X(06) VALUE SPACES.
010800 01  JNL-CUR-AMT               PIC S9(11)V99 COMP-3 VALUE ZERO.
010900 01  JNL-ACCT-TOT-AMT          PIC S9(11)V99 COMP-3 VALUE ZERO.
011000 01  JNL-STAMP-RANK            PIC S9(04) COMP VALUE ZERO.
011100 01  JNL-ACTUAL-RANK           PIC S9(04) COMP VALUE ZERO.
011200 01  JNL-BANDS-OFF             PIC S9(04) COMP VALUE ZERO.
011300
011400*--------------------------------------------------------------*
011500* RP519'S YYMMDD EFFECTIVE DATE HAS THE CENTURY JOINED ON TO    *
011600* MATCH TIF'S CCYYMM BILL DATE, AS IN IJRDCV01.                 *
011700*--------------------------------------------------------------*
011800 01  JNL-EFF-DATE-VIEW.
011900     05  JNL-EFF-YY            PIC X(02).
012000     05  JNL-EFF-MM            PIC X(02).
012100     05  JNL-EFF-DD            PIC X(02).
012200 01  JNL-EFF-PERIOD.
012300     05  JNL-EFF-PER-CC        PIC X(02) VALUE '20'.
012400     05  JNL-EFF-PER-YR        PIC X(02).
012500     05  JNL-EFF-PER-MO        PIC X(02).
012600
012700*--------------------------------------------------------------*
012800* THE REVBAND TABLE, LOWEST BAND FIRST.  A BAND'S POSITION IN   *
012900* THE TABLE IS ITS RANK.                                        *
013000*--------------------------------------------------------------*
013100 01  JNL-BND-CNT               PIC 9(04) COMP VALUE ZERO.
013200 01  JNL-BND-SUB               PIC 9(04) COMP VALUE ZERO.
013300 01  JNL-BND-TABLE.
013400     05  JNL-BND-ENTRY OCCURS 50 TIMES.
013500         10  JNL-BND-CD            PIC X(03).
013600         10  JNL-BND-LOW-AT        PIC 9(11)V99.
013700         10  JNL-BND-HIGH-AT       PIC 9(11)V99.
013800
013900*--------------------------------------------------------------*
014000* ONE ENTRY PER LEAD ACCOUNT WITH ITS WINDOW DOLLARS FROM EACH  *
014100* FEED, AND THE BAND STAMPED ON ITS LATEST-BILLED TIF DETAIL    *
014200* WITH THE SOURCE SYSTEM THAT SENT IT.                          *
014300*--------------------------------------------------------------*
014400 01  JNL-ACT-CNT               PIC 9(05) COMP VALUE ZERO.
014500 01  JNL-ACT-SUB               PIC 9(05) COMP VALUE ZERO.
014600 01  JNL-ACT-TABLE.
014700     05  JNL-ACT-ENTRY OCCURS 20000 TIMES.
014800         10  JNL-ACT-ACCT-NB       PIC X(13).
014900         10  JNL-ACT-TIF-AMT       PIC S9(11)V99 COMP-3.
015000         10  JNL-ACT-RP519-AMT     PIC S9(11)V99 COMP-3.
015100         10  JNL-ACT-STAMP-BAND    PIC X(03).
015200         10  JNL-ACT-STAMP-SRCE    PIC X(04).
015300         10  JNL-ACT-STAMP-PRD     PIC X(06).
015400
015500 01  JNL-COUNTERS.
015600     05  JNL-BANDS-LOADED      PIC S9(05) COMP-3 VALUE ZERO.
015700     05  JNL-TIF-DTLS-READ     PIC S9(09) COMP-3 VALUE ZERO.
015800     05  JNL-TIF-DTLS-USED     PIC S9(09) COMP-3 VALUE ZERO.
015900     05  JNL-RP519-RECS-READ   PIC S9(09) COMP-3 VALUE ZERO.
016000     05  JNL-RP519-RECS-USED   PIC S9(09) COMP-3 VALUE ZERO.
016100     05  JNL-ACCTS-UNSTAMPED   PIC S9(07) COMP-3 VALUE ZERO.
016200     05  JNL-ACCTS-IN-BAND     PIC S9(07) COMP-3 VALUE ZERO.
016300     05  JNL-ACCTS-DRIFTED     PIC S9(07) COMP-3 VALUE ZERO.
016400     05  JNL-ACCTS-BAD-BAND    PIC S9(07) COMP-3 VALUE ZERO.
016500     05  JNL-TABLE-OVERFLOW    PIC S9(07) COMP-3 VALUE ZERO.
016600
016700 01  JNL-TOT-DRIFT-AMT         PIC S9(13)V99 COMP-3 VALUE ZERO.
016800 01  JNL-EDIT-AMT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
016900
017000 01  JNL-RPT-LINE.
017100     05  JNL-RPT-ACCT-NB       PIC X(13).
017200     05  FILLER                PIC X(01) VALUE SPACE.
017300     05  JNL-RPT-STAMP-BAND    PIC X(03).
017400     05  FILLER                PIC X(02) VALUE SPACES.
017500     05  JNL-RPT-STAMP-SRCE    PIC X(04).
017600     05  FILLER                PIC X(01) VALUE SPACE.
017700     05  JNL-RPT-STAMP-PRD     PIC X(06).
017800     05  FILLER                PIC X(02) VALUE SPACES.
017900     05  JNL-RPT-ACTUAL-BAND   PIC X(03).
018000     05  FILLER                PIC X(02) VALUE SPACES.
018100     05  JNL-RPT-BANDS-OFF     PIC -ZZ9.
018200     05  FILLER                PIC X(01) VALUE SPACE.
018300     05  JNL-RPT-TIF-AMT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
018400     05  FILLER                PIC X(01) VALUE SPACE.
018500     05  JNL-RPT-RP519-AMT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
018600     05  FILLER                PIC X(01) VALUE SPACE.
018700     05  JNL-RPT-TOT-AMT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
018800     05  FILLER                PIC X(02) VALUE SPACES.
018900     05  JNL-RPT-NOTE          PIC X(26).
019000
019100 COPY rps REPLACING ==01  RP519-RECORD.==
019200     BY ==01  JNL-RP519-VIEW.==.
019300
019400     COPY tifview.
019500
019600 PROCEDURE DIVISION.
019700*--------------------------------------------------------------*
019800 0000-MAINLINE.
019900     PERFORM 1000-INITIALIZE
020000         THRU 1000-INITIALIZE-EXIT.
020100     PERFORM 2000-WALK-TIFDET
020200         THRU 2000-WALK-TIFDET-EXIT
020300         UNTIL JNL-TIFDET-EOF.
020400     PERFORM 3000-PROCESS-RP519-FILE
020500         THRU 3000-PROCESS-RP519-FILE-EXIT
020600         UNTIL JNL-RP519IN-EOF.
020700     PERFORM 5000-CHECK-ONE-ACCOUNT
020800         THRU 5000-CHECK-ONE-ACCOUNT-EXIT
020900         VARYING JNL-ACT-SUB FROM 1 BY 1
021000         UNTIL JNL-ACT-SUB > JNL-ACT-CNT.
021100     PERFORM 9000-TERMINATE
021200         THRU 9000-TERMINATE-EXIT.
021300     GOBACK.
021400
021500*--------------------------------------------------------------*
021600* THE CARD AND THE BAND TABLE ARE BOTH REQUIRED - WITHOUT A     *
021700* WINDOW OR A TABLE THERE IS NOTHING TO MEASURE AGAINST.        *
021800*--------------------------------------------------------------*
021900 1000-INITIALIZE.
022100     OPEN INPUT BND-CTL-FILE.
022200     IF NOT JNL-BNDCTL-OK
022300         DISPLAY 'IJXBND01 - UNABLE TO OPEN BNDCTL, RC=16'
022400         MOVE 16 TO RETURN-CODE
022500         GOBACK
022600     END-IF.
022700     READ BND-CTL-FILE INTO JNL-BND-CTL-CARD
022800         AT END
022900             DISPLAY 'IJXBND01 - BNDCTL IS EMPTY, RC=16'
023000             MOVE 16 TO RETURN-CODE
023100             GOBACK
023200     END-READ.
023300     CLOSE BND-CTL-FILE.
023400     IF JNL-CTL-ASOF-NUM NOT NUMERIC
023500         OR JNL-CTL-ASOF-MM < 1
023600         OR JNL-CTL-ASOF-MM > 12
023700         DISPLAY 'IJXBND01 - BAD AS-OF PERIOD ON BNDCTL, RC=16'
023800         MOVE 16 TO RETURN-CODE
023900         GOBACK
024000     END-IF.
024100     COMPUTE JNL-MONTH-IX =
024200         JNL-CTL-ASOF-CCYY * 12 + JNL-CTL-ASOF-MM - 1 - 11.
024300     DIVIDE JNL-MONTH-IX BY 12
024400         GIVING JNL-WINDOW-FROM-CCYY
024500         REMAINDER JNL-MONTH-REM.
024600     COMPUTE JNL-WINDOW-FROM-MM = JNL-MONTH-REM + 1.
024700
024800     PERFORM 1100-LOAD-BANDS
024900         THRU 1100-LOAD-BANDS-EXIT.
025000
025100     OPEN INPUT TIF-DET-FILE.
025200     IF NOT JNL-TIFDET-OK
025300         DISPLAY 'IJXBND01 - UNABLE TO OPEN TIFDET, STATUS = '
025400             JNL-TIFDET-STATUS
025500         MOVE 16 TO RETURN-CODE
025600         GOBACK
025700     END-IF.
025800     MOVE LOW-VALUES TO TIFDET-KEY.
025900     START TIF-DET-FILE KEY NOT < TIFDET-KEY
026000         INVALID KEY
026100             SET JNL-TIFDET-EOF TO TRUE
026200     END-START.
026300     OPEN INPUT RP519-IN-FILE.
026400     IF NOT JNL-RP519IN-OK
026500         DISPLAY 'IJXBND01 - UNABLE TO OPEN RP519IN, RC=16'
026600         MOVE 16 TO RETURN-CODE
026700         GOBACK
026800     END-IF.
026900
027000     OPEN OUTPUT BND-RPT-FILE.
027100     MOVE SPACES TO BND-RPT-LINE.
027200     STRING 'IJXBND01 - CUSTOMER REVENUE-BAND DRIFT, 12 MONTHS '
027300         JNL-WINDOW-FROM-PRD ' THRU ' JNL-CTL-ASOF-PRD
027400         DELIMITED BY SIZE INTO BND-RPT-LINE
027500     END-STRING.
027600     WRITE BND-RPT-LINE.
027700     MOVE SPACES TO BND-RPT-LINE.
027800     STRING 'LEAD ACCOUNT ' SPACE 'BND' SPACE SPACE 'SRCE'
027900         SPACE 'STMPED' SPACE SPACE 'ACT' SPACE SPACE
028000         'OFF' SPACE SPACE '       TIF AMOUNT' SPACE
028100         '     RP519 AMOUNT' SPACE '  12-MONTH AMOUNT'
028200         DELIMITED BY SIZE INTO BND-RPT-LINE
028300     END-STRING.
028400     WRITE BND-RPT-LINE.
028500 1000-INITIALIZE-EXIT.
028600     EXIT.
028700
028800*--------------------------------------------------------------*
028900* EACH BAND MUST START ABOVE THE ONE BEFORE IT AND END NO LOWER *
029000* THAN IT STARTS, OR THE RANKING MEANS NOTHING.                 *
029100*--------------------------------------------------------------*
029200 1100-LOAD-BANDS.
029300     OPEN INPUT REV-BAND-FILE.
029400     IF NOT JNL-REVBAND-OK
029500         DISPLAY 'IJXBND01 - UNABLE TO OPEN REVBAND, RC=16'
029600         MOVE 16 TO RETURN-CODE
029700         GOBACK
029800     END-IF.
029900     PERFORM 1110-READ-BAND
030000         THRU 1110-READ-BAND-EXIT
030100         UNTIL JNL-REVBAND-EOF.
030200     CLOSE REV-BAND-FILE.
030300     IF JNL-BND-CNT = ZERO
030400         DISPLAY 'IJXBND01 - REVBAND IS EMPTY, RC=16'
030500         MOVE 16 TO RETURN-CODE
030600         GOBACK
030700     END-IF.
030800 1100-LOAD-BANDS-EXIT.
030900     EXIT.
031000
031100 1110-READ-BAND.
031200     READ REV-BAND-FILE
031300         AT END
031400             SET JNL-REVBAND-EOF TO TRUE
031500             GO TO 1110-READ-BAND-EXIT
031600     END-READ.
031700     IF REVBAND-BAND-CD = SPACES
031800         GO TO 1110-READ-BAND-EXIT
031900     END-IF.
032000     IF REVBAND-LOW-AT NOT NUMERIC
032100         OR REVBAND-HIGH-AT NOT NUMERIC
032200         OR REVBAND-HIGH-AT < REVBAND-LOW-AT
032300         DISPLAY 'IJXBND01 - BAD RANGE ON REVBAND FOR BAND '
032400             REVBAND-BAND-CD ', RC=16'
032500         MOVE 16 TO RETURN-CODE
032600         GOBACK
032700     END-IF.
032800     IF JNL-BND-CNT > ZERO
032900         AND REVBAND-LOW-AT NOT > JNL-BND-LOW-AT (JNL-BND-CNT)
033000         DISPLAY 'IJXBND01 - REVBAND OUT OF ORDER AT BAND '
033100             REVBAND-BAND-CD ', RC=16'
033200         MOVE 16 TO RETURN-CODE
033300         GOBACK
033400     END-IF.
033500     IF JNL-BND-CNT NOT < 50
033600         DISPLAY 'IJXBND01 - MORE THAN 50 BANDS ON REVBAND, '
033700             'RC=16'
033800         MOVE 16 TO RETURN-CODE
033900         GOBACK
034000     END-IF.
034100     ADD 1 TO JNL-BND-CNT.
034200     ADD 1 TO JNL-BANDS-LOADED.
034300     MOVE REVBAND-BAND-CD TO JNL-BND-CD (JNL-BND-CNT).
034400     MOVE REVBAND-LOW-AT  TO JNL-BND-LOW-AT (JNL-BND-CNT).
034500     MOVE REVBAND-HIGH-AT TO JNL-BND-HIGH-AT (JNL-BND-CNT).
034600 1110-READ-BAND-EXIT.
034700     EXIT.
034800
034900*--------------------------------------------------------------*
035000* EVERY STORED DETAIL BILLED INSIDE THE WINDOW COUNTS TOWARD    *
035100* ITS LEAD ACCOUNT (THE BILLED ACCOUNT WHEN NO LEAD IS CARRIED).*
035200* CASH IS NOT REVENUE AND IS PASSED BY.                         *
035300* A CONTINUED DETAIL STORES MORE THAN 30 TAX LINES - CAP THE    *
035310* VIEW'S OWN 30-ENTRY TABLE FOR THE OVERLAY MOVE, AS IN         *
035320* IJTTEF01.  ONLY THE FIXED FIELDS MATTER HERE.                 *
035400*--------------------------------------------------------------*
035500 2000-WALK-TIFDET.
035600     READ TIF-DET-FILE NEXT
035700         AT END
035800             SET JNL-TIFDET-EOF TO TRUE
035900     END-READ.
036000     IF JNL-TIFDET-EOF
036100         GO TO 2000-WALK-TIFDET-EXIT
036200     END-IF.
036300     ADD 1 TO JNL-TIF-DTLS-READ.
036400     MOVE TIFDET-FIXED-DATA TO JNL-TIF-RAW-REC (1:902).
036410     MOVE JNL-PEEK-CTM-ND   TO XX-CTM-ND.
036420     IF XX-CTM-ND > 30
036430         MOVE 30 TO XX-CTM-ND
036440     END-IF.
036500     MOVE JNL-TIF-RAW-REC   TO JNL-TIF-DTL-VIEW.
036600     IF XX-CASH-TRNSCTN-CD NOT = SPACE
036700         OR XX-BL-DT < JNL-WINDOW-FROM-PRD
036800         OR XX-BL-DT > JNL-CTL-ASOF-PRD
036900         GO TO 2000-WALK-TIFDET-EXIT
037000     END-IF.
037100     IF XX-LEAD-ACCT-NB NOT = SPACES
037200         MOVE XX-LEAD-ACCT-NB TO JNL-CUR-ACCT-NB
037300     ELSE
037400         MOVE XX-BL-ACCT-NB   TO JNL-CUR-ACCT-NB
037500     END-IF.
037600     IF JNL-CUR-ACCT-NB = SPACES
037700         GO TO 2000-WALK-TIFDET-EXIT
037800     END-IF.
037900     PERFORM 4000-FIND-ACCOUNT
038000         THRU 4000-FIND-ACCOUNT-EXIT.
038100     IF JNL-ACT-SUB > JNL-ACT-CNT
038200         GO TO 2000-WALK-TIFDET-EXIT
038300     END-IF.
038400     ADD 1 TO JNL-TIF-DTLS-USED.
038500     ADD XX-JRNL-GRS-AT TO JNL-ACT-TIF-AMT (JNL-ACT-SUB).
038600     IF XX-CUST-REV-BAND NOT = SPACES
038700         AND XX-BL-DT NOT < JNL-ACT-STAMP-PRD (JNL-ACT-SUB)
038800         MOVE XX-CUST-REV-BAND
038900             TO JNL-ACT-STAMP-BAND (JNL-ACT-SUB)
039000         MOVE TIFDET-SRCE-SYS-CD
039100             TO JNL-ACT-STAMP-SRCE (JNL-ACT-SUB)
039200         MOVE XX-BL-DT
039300             TO JNL-ACT-STAMP-PRD (JNL-ACT-SUB)
039400     END-IF.
039500 2000-WALK-TIFDET-EXIT.
039600     EXIT.
039700
039800*--------------------------------------------------------------*
039900* RP519 REVENUE EFFECTIVE INSIDE THE WINDOW COUNTS TOWARD ITS   *
040000* LEAD ACCOUNT (THE BILL-TO WHEN NO LEAD IS CARRIED).  A        *
040100* CREDIT-CODED AMOUNT TAKES REVENUE AWAY.                       *
040200*--------------------------------------------------------------*
040300 3000-PROCESS-RP519-FILE.
040400     READ RP519-IN-FILE INTO JNL-RP519-VIEW
040500         AT END
040600             SET JNL-RP519IN-EOF TO TRUE
040700     END-READ.
040800     IF JNL-RP519IN-EOF
040900         GO TO 3000-PROCESS-RP519-FILE-EXIT
041000     END-IF.
041100     ADD 1 TO JNL-RP519-RECS-READ.
041200     IF RP519-EFFECTIVE-DATE NOT NUMERIC
041300         OR RP519-CUR-AMT = ZERO
041400         GO TO 3000-PROCESS-RP519-FILE-EXIT
041500     END-IF.
041600     MOVE RP519-EFFECTIVE-DATE TO JNL-EFF-DATE-VIEW.
041700     MOVE JNL-EFF-YY           TO JNL-EFF-PER-YR.
041800     MOVE JNL-EFF-MM           TO JNL-EFF-PER-MO.
041900     MOVE JNL-EFF-PERIOD       TO JNL-CUR-PRD.
042000     IF JNL-CUR-PRD < JNL-WINDOW-FROM-PRD
042100         OR JNL-CUR-PRD > JNL-CTL-ASOF-PRD
042200         GO TO 3000-PROCESS-RP519-FILE-EXIT
042300     END-IF.
042400     IF RP519-LEAD-ACCOUNT NOT = SPACES
042500         MOVE RP519-LEAD-ACCOUNT TO JNL-CUR-ACCT-NB
042600     ELSE
042700         MOVE RP519-BL-TO-CD     TO JNL-CUR-ACCT-NB
042800     END-IF.
042900     IF JNL-CUR-ACCT-NB = SPACES
043000         GO TO 3000-PROCESS-RP519-FILE-EXIT
043100     END-IF.
043200     IF RP519-CR-CODE
043300         COMPUTE JNL-CUR-AMT = ZERO - RP519-CUR-AMT
043400     ELSE
043500         MOVE RP519-CUR-AMT TO JNL-CUR-AMT
043600     END-IF.
043700     PERFORM 4000-FIND-ACCOUNT
043800         THRU 4000-FIND-ACCOUNT-EXIT.
043900     IF JNL-ACT-SUB > JNL-ACT-CNT
044000         GO TO 3000-PROCESS-RP519-FILE-EXIT
044100     END-IF.
044200     ADD 1 TO JNL-RP519-RECS-USED.
044300     ADD JNL-CUR-AMT TO JNL-ACT-RP519-AMT (JNL-ACT-SUB).
044400 3000-PROCESS-RP519-FILE-EXIT.
044500     EXIT.
044600
044700*--------------------------------------------------------------*
044800* FIND THE ACCOUNT'S ENTRY, ADDING IT THE FIRST TIME IT IS      *
044900* SEEN.  A FULL TABLE LEAVES JNL-ACT-SUB PAST THE COUNT.        *
045000*--------------------------------------------------------------*
045100 4000-FIND-ACCOUNT.
045200     PERFORM 4010-TEST-ACCT-ENTRY
045300         VARYING JNL-ACT-SUB FROM 1 BY 1
045400         UNTIL JNL-ACT-SUB > JNL-ACT-CNT
045500         OR JNL-ACT-ACCT-NB (JNL-ACT-SUB) = JNL-CUR-ACCT-NB.
045600     IF JNL-ACT-SUB NOT > JNL-ACT-CNT
045700         GO TO 4000-FIND-ACCOUNT-EXIT
045800     END-IF.
045900     IF JNL-ACT-CNT NOT < 20000
046000         ADD 1 TO JNL-TABLE-OVERFLOW
046100         GO TO 4000-FIND-ACCOUNT-EXIT
046200     END-IF.
046300     ADD 1 TO JNL-ACT-CNT.
046400     MOVE JNL-ACT-CNT       TO JNL-ACT-SUB.
046500     MOVE JNL-CUR-ACCT-NB   TO JNL-ACT-ACCT-NB (JNL-ACT-SUB).
046600     MOVE ZERO              TO JNL-ACT-TIF-AMT (JNL-ACT-SUB)
046700                               JNL-ACT-RP519-AMT (JNL-ACT-SUB).
046800     MOVE SPACES            TO JNL-ACT-STAMP-BAND (JNL-ACT-SUB)
046900                               JNL-ACT-STAMP-SRCE (JNL-ACT-SUB)
047000                               JNL-ACT-STAMP-PRD (JNL-ACT-SUB).
047100 4000-FIND-ACCOUNT-EXIT.
047200     EXIT.
047300
047400 4010-TEST-ACCT-ENTRY.
047500     CONTINUE.
047600
047700*--------------------------------------------------------------*
047800* THE ACTUAL BAND IS THE HIGHEST BAND WHOSE LOW END THE 12-MONTH*
047900* FIGURE REACHES - A FIGURE IN A GAP BETWEEN BANDS STAYS IN THE *
048000* BAND BELOW THE GAP, ONE BELOW THE FIRST BAND IS PUT IN THE    *
048100* FIRST, ONE ABOVE THE LAST IN THE LAST.  AN ACCOUNT NEVER      *
048200* STAMPED IS COUNTED AND PASSED BY; A STAMP NOT ON THE TABLE IS *
048300* LISTED AS SUCH.                                               *
048400*--------------------------------------------------------------*
048500 5000-CHECK-ONE-ACCOUNT.
048600     IF JNL-ACT-STAMP-BAND (JNL-ACT-SUB) = SPACES
048700         ADD 1 TO JNL-ACCTS-UNSTAMPED
048800         GO TO 5000-CHECK-ONE-ACCOUNT-EXIT
048900     END-IF.
049000     COMPUTE JNL-ACCT-TOT-AMT = JNL-ACT-TIF-AMT (JNL-ACT-SUB)
049100                              + JNL-ACT-RP519-AMT (JNL-ACT-SUB).
049200     PERFORM 5010-TEST-BAND-CD
049300         VARYING JNL-BND-SUB FROM 1 BY 1
049400         UNTIL JNL-BND-SUB > JNL-BND-CNT
049500         OR JNL-BND-CD (JNL-BND-SUB) =
049600            JNL-ACT-STAMP-BAND (JNL-ACT-SUB).
049700     MOVE JNL-BND-SUB TO JNL-STAMP-RANK.
049800     PERFORM 5020-TEST-BAND-LOW
049900         VARYING JNL-BND-SUB FROM 1 BY 1
050000         UNTIL JNL-BND-SUB > JNL-BND-CNT
050100         OR JNL-BND-LOW-AT (JNL-BND-SUB) > JNL-ACCT-TOT-AMT.
050200     COMPUTE JNL-ACTUAL-RANK = JNL-BND-SUB - 1.
050300     IF JNL-ACTUAL-RANK < 1
050400         MOVE 1 TO JNL-ACTUAL-RANK
050500     END-IF.
050600
050700     MOVE SPACES TO JNL-RPT-NOTE.
050800     IF JNL-STAMP-RANK > JNL-BND-CNT
050900         ADD 1 TO JNL-ACCTS-BAD-BAND
051000         MOVE ZERO TO JNL-BANDS-OFF
051100         MOVE 'STAMPED BAND NOT ON TABLE' TO JNL-RPT-NOTE
051200     ELSE
051300         COMPUTE JNL-BANDS-OFF =
051400             JNL-STAMP-RANK - JNL-ACTUAL-RANK
051500         IF JNL-BANDS-OFF = ZERO
051600             ADD 1 TO JNL-ACCTS-IN-BAND
051700             GO TO 5000-CHECK-ONE-ACCOUNT-EXIT
051800         END-IF
051900         ADD 1 TO JNL-ACCTS-DRIFTED
052000         IF JNL-BANDS-OFF > ZERO
052100             MOVE 'STAMPED ABOVE ACTUAL' TO JNL-RPT-NOTE
052200         ELSE
052300             MOVE 'STAMPED BELOW ACTUAL' TO JNL-RPT-NOTE
052400         END-IF
052500     END-IF.
052600     ADD JNL-ACCT-TOT-AMT TO JNL-TOT-DRIFT-AMT.
052700     MOVE JNL-ACT-ACCT-NB (JNL-ACT-SUB)    TO JNL-RPT-ACCT-NB.
052800     MOVE JNL-ACT-STAMP-BAND (JNL-ACT-SUB) TO JNL-RPT-STAMP-BAND.
052900     MOVE JNL-ACT-STAMP-SRCE (JNL-ACT-SUB) TO JNL-RPT-STAMP-SRCE.
053000     MOVE JNL-ACT-STAMP-PRD (JNL-ACT-SUB)  TO JNL-RPT-STAMP-PRD.
053100     MOVE JNL-BND-CD (JNL-ACTUAL-RANK)     TO JNL-RPT-ACTUAL-BAND.
053200     MOVE JNL-BANDS-OFF                    TO JNL-RPT-BANDS-OFF.
053300     MOVE JNL-ACT-TIF-AMT (JNL-ACT-SUB)    TO JNL-RPT-TIF-AMT.
053400     MOVE JNL-ACT-RP519-AMT (JNL-ACT-SUB)  TO JNL-RPT-RP519-AMT.
053500     MOVE JNL-ACCT-TOT-AMT                 TO JNL-RPT-TOT-AMT.
053600     MOVE JNL-RPT-LINE TO BND-RPT-LINE.
053700     WRITE BND-RPT-LINE.
053800 5000-CHECK-ONE-ACCOUNT-EXIT.
053900     EXIT.
054000
054100 5010-TEST-BAND-CD.
054200     CONTINUE.
054300
054400 5020-TEST-BAND-LOW.
054500     CONTINUE.
054600
054700*--------------------------------------------------------------*
054800 9000-TERMINATE.
054900     MOVE SPACES TO BND-RPT-LINE.
055000     WRITE BND-RPT-LINE.
055100     MOVE JNL-TOT-DRIFT-AMT TO JNL-EDIT-AMT.
055200     MOVE SPACES TO BND-RPT-LINE.
055300     STRING 'TOTAL 12-MONTH DOLLARS ON LISTED ACCOUNTS '
055400         JNL-EDIT-AMT
055500         DELIMITED BY SIZE INTO BND-RPT-LINE
055600     END-STRING.
055700     WRITE BND-RPT-LINE.
055800     CLOSE TIF-DET-FILE RP519-IN-FILE BND-RPT-FILE.
055900     DISPLAY 'IJXBND01 - WINDOW                   = '
056000         JNL-WINDOW-FROM-PRD ' THRU ' JNL-CTL-ASOF-PRD.
056100     DISPLAY 'IJXBND01 - BANDS LOADED             = '
056200         JNL-BANDS-LOADED.
056300     DISPLAY 'IJXBND01 - TIF DETAILS READ         = '
056400         JNL-TIF-DTLS-READ.
056500     DISPLAY 'IJXBND01 - TIF DETAILS IN WINDOW    = '
056600         JNL-TIF-DTLS-USED.
056700     DISPLAY 'IJXBND01 - RP519 RECORDS READ       = '
056800         JNL-RP519-RECS-READ.
056900     DISPLAY 'IJXBND01 - RP519 RECORDS IN WINDOW  = '
057000         JNL-RP519-RECS-USED.
057100     DISPLAY 'IJXBND01 - ACCOUNTS NEVER STAMPED   = '
057200         JNL-ACCTS-UNSTAMPED.
057300     DISPLAY 'IJXBND01 - ACCOUNTS IN BAND         = '
057400         JNL-ACCTS-IN-BAND.
057500     DISPLAY 'IJXBND01 - ACCOUNTS OFF BAND        = '
057600         JNL-ACCTS-DRIFTED.
057700     DISPLAY 'IJXBND01 - STAMPS NOT ON REVBAND    = '
057800         JNL-ACCTS-BAD-BAND.
057900     IF JNL-ACCTS-DRIFTED > ZERO
058000         OR JNL-ACCTS-BAD-BAND > ZERO
058100         MOVE 8 TO RETURN-CODE
058200     END-IF.
058300     IF JNL-TABLE-OVERFLOW > ZERO
058400         DISPLAY 'IJXBND01 - TABLE OVERFLOW           = '
058500             JNL-TABLE-OVERFLOW
058600         MOVE 16 TO RETURN-CODE
058700     END-IF.
058800 9000-TERMINATE-EXIT.
058900     EXIT.
059000
059100*-------------------------------------------------------------.
059200*                     E N D   O F  I J X B N D 0 1             :
059300*-------------------------------------------------------------'
