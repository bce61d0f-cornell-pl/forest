000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJTLSE01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/17/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 28.8  09/17/26  RAS  NEW PROGRAM.  EQUIPMENT-LEASE AND       *
001100*                      TERM-CHARGE EXPIRY REGISTER.  TIF       *
001200*                      DETAILS CARRY XX-LEASE-EFF-DT,          *
001300*                      XX-TERMS-CD, XX-CHG-FREQ AND            *
001400*                      XX-PRICE-ELEM-GP BUT NO REPORT USED     *
001500*                      THEM.  EVERY ACTIVE LEASED OR TERMED    *
001600*                      RECURRING CHARGE IS CARRIED CYCLE TO    *
001700*                      CYCLE ON THE LSEREG REGISTER (LSEIN/    *
001800*                      LSEOUT) BY ACCOUNT AND USOC WITH ITS    *
001900*                      EFFECTIVE DATE, TERM AND LAST-BILLED    *
002000*                      CYCLE.  LSERNW LISTS LEASES ENDING      *
002100*                      WITHIN 30, 60 AND 90 DAYS FOR RENEWAL.  *
002200*                      LSEEXC LISTS LEASES PAST TERM STILL     *
002300*                      BILLING AT THE LEASE RATE AND LEASES    *
002400*                      THAT STOPPED BILLING BEFORE TERM END -  *
002500*                      ANY ENTRY THERE ENDS THE JOB RC=8.      *
002600*                      THE LSECTL CARD CARRIES THE AS-OF AND   *
002700*                      CUTOFF DATES AS FCSTCTL DOES FOR        *
002800*                      IJTTEF01.                               *
002900*--------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT LSE-CTL-FILE  ASSIGN TO LSECTL
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS JNL-LSECTL-STATUS.
003900
004000     SELECT TIF-IN-FILE   ASSIGN TO TIFIN
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS JNL-TIFIN-STATUS.
004300
004400     SELECT LSE-IN-FILE   ASSIGN TO LSEIN
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS JNL-LSEIN-STATUS.
004700
004800     SELECT LSE-OUT-FILE  ASSIGN TO LSEOUT
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS JNL-LSEOUT-STATUS.
005100
005200     SELECT LSE-RNW-FILE  ASSIGN TO LSERNW
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS JNL-LSERNW-STATUS.
005500
005600     SELECT LSE-EXC-FILE  ASSIGN TO LSEEXC
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS JNL-LSEEXC-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  LSE-CTL-FILE
006300     RECORDING MODE IS F.
006400 01  LSE-CTL-RECORD            PIC X(80).
006500
006600 FD  TIF-IN-FILE
006700     RECORDING MODE IS V.
006800 01  TIF-IN-RECORD             PIC X(3092).
006900
007000 FD  LSE-IN-FILE
007100     RECORDING MODE IS F.
007200 01  LSE-IN-RECORD             PIC X(100).
007300
007400 FD  LSE-OUT-FILE
007500     RECORDING MODE IS F.
007600 01  LSE-OUT-RECORD            PIC X(100).
007700
007800 FD  LSE-RNW-FILE
007900     RECORDING MODE IS F.
008000 01  LSE-RNW-LINE              PIC X(132).
008100
008200 FD  LSE-EXC-FILE
008300     RECORDING MODE IS F.
008400 01  LSE-EXC-LINE              PIC X(132).
008500
008600 WORKING-STORAGE SECTION.
008700 01  JNL-LSECTL-STATUS         PIC X(02) VALUE SPACES.
008800     88  JNL-LSECTL-OK                   VALUE '00'.
008900 01  JNL-TIFIN-STATUS          PIC X(02) VALUE SPACES.
009000     88  JNL-TIFIN-OK                    VALUE '00'.
009100     88  JNL-TIFIN-EOF                   VALUE '10'.
009200 01  JNL-LSEIN-STATUS          PIC X(02) VALUE SPACES.
009300     88  JNL-LSEIN-OK                    VALUE '00'.
009400     88  JNL-LSEIN-EOF                   VALUE '10'.
009500     88  JNL-LSEIN-NOT-FOUND             VALUE '35'.
009600 01  JNL-LSEOUT-STATUS         PIC X(02) VALUE SPACES.
009700 01  JNL-LSERNW-STATUS         PIC X(02) VALUE SPACES.
009800 01  JNL-LSEEXC-STATUS         PIC X(02) VALUE SPACES.
009900
010000     COPY lsereg.
010100
010200*--------------------------------------------------------------*
010300* THE LSECTL CARD - AS-OF DATE AND THE 30/60/90-DAY CUTOFF      *
010400* DATES, ALL CCYYMMDD, LAID OUT AS IJTTEF01'S FCSTCTL CARD SO   *
010500* THE SCHEDULER BUILDS BOTH THE SAME WAY.                       *
010600*--------------------------------------------------------------*
010700 01  JNL-LSE-CTL-CARD.
010800     05  JNL-CTL-ASOF-DT       PIC X(08).
010900     05  FILLER                PIC X(01).
011000     05  JNL-CTL-D30-DT        PIC X(08).
011100     05  FILLER                PIC X(01).
011200     05  JNL-CTL-D60-DT        PIC X(08).
011300     05  FILLER                PIC X(01).
011400     05  JNL-CTL-D90-DT        PIC X(08).
011500     05  FILLER                PIC X(45).
011600
011700*--------------------------------------------------------------*
011800* A LEASE'S TERM ENDS THE SAME DAY OF THE MONTH IT TOOK EFFECT, *
011900* TERM MONTHS LATER.  THE MONTH ARITHMETIC RUNS ON A MONTH      *
012000* COUNT (CCYY TIMES 12 PLUS MONTH) SO A TERM CROSSING YEAR-END  *
012100* NEEDS NO SPECIAL HANDLING.                                    *
012200*--------------------------------------------------------------*
012300 01  JNL-EFF-DT-VIEW.
012400     05  JNL-EFF-CCYY          PIC 9(04).
012500     05  JNL-EFF-MM            PIC 9(02).
012600     05  JNL-EFF-DD            PIC X(02).
012700 01  JNL-END-DT-VIEW.
012800     05  JNL-END-CCYY          PIC 9(04).
012900     05  JNL-END-MM            PIC 9(02).
013000     05  JNL-END-DD            PIC X(02).
013100 01  JNL-MONTH-IX              PIC 9(07) COMP VALUE ZERO.
013200 01  JNL-MONTH-REM             PIC 9(02) COMP VALUE ZERO.
013300 01  JNL-CUR-TERM-MOS          PIC 9(04) VALUE ZERO.
013400 01  JNL-CUR-EFF-DT            PIC X(08) VALUE SPACES.
013500 01  JNL-CUR-KEY.
013600     05  JNL-CUR-ACCT-NB       PIC X(13) VALUE SPACES.
013700     05  JNL-CUR-USOC-CD       PIC X(05) VALUE SPACES.
013800 01  JNL-BUCKET                PIC X(02) VALUE SPACES.
013900 01  JNL-RETIRE-SW             PIC X(01) VALUE 'N'.
014000     88  JNL-RETIRE-LEASE                VALUE 'Y'.
014100
014200*--------------------------------------------------------------*
014300* THE REGISTER IN CORE - EACH CARRIED OR NEW ROW WITH WHAT IT   *
014400* BILLED THIS CYCLE.  A ROW NOT BILLED THIS CYCLE HAS STOPPED.  *
014500*--------------------------------------------------------------*
014600 01  JNL-LSE-CNT               PIC 9(05) COMP VALUE ZERO.
014700 01  JNL-LSE-SUB               PIC 9(05) COMP VALUE ZERO.
014800 01  JNL-LSE-TABLE.
014900     05  JNL-LSE-ENTRY OCCURS 20000 TIMES.
015000         10  JNL-LSE-REC           PIC X(100).
015100         10  JNL-LSE-CYC-AMT       PIC S9(11)V99 COMP-3.
015200         10  JNL-LSE-BILLED-SW     PIC X(01).
015300             88  JNL-LSE-BILLED          VALUE 'Y'.
015400
015500 01  JNL-COUNTERS.
015600     05  JNL-REG-CARRIED       PIC S9(07) COMP-3 VALUE ZERO.
015700     05  JNL-DETS-READ         PIC S9(09) COMP-3 VALUE ZERO.
015800     05  JNL-DETS-LEASED       PIC S9(09) COMP-3 VALUE ZERO.
015900     05  JNL-DETS-NO-TERM      PIC S9(09) COMP-3 VALUE ZERO.
016000     05  JNL-LEASES-NEW        PIC S9(07) COMP-3 VALUE ZERO.
016100     05  JNL-LEASES-RESIGNED   PIC S9(07) COMP-3 VALUE ZERO.
016200     05  JNL-LEASES-30         PIC S9(07) COMP-3 VALUE ZERO.
016300     05  JNL-LEASES-60         PIC S9(07) COMP-3 VALUE ZERO.
016400     05  JNL-LEASES-90         PIC S9(07) COMP-3 VALUE ZERO.
016500     05  JNL-LEASES-PAST-RATE  PIC S9(07) COMP-3 VALUE ZERO.
016600     05  JNL-LEASES-PAST-RPRC  PIC S9(07) COMP-3 VALUE ZERO.
016700     05  JNL-LEASES-STOPPED    PIC S9(07) COMP-3 VALUE ZERO.
016800     05  JNL-LEASES-RETIRED    PIC S9(07) COMP-3 VALUE ZERO.
016900     05  JNL-LEASES-WRITTEN    PIC S9(07) COMP-3 VALUE ZERO.
017000     05  JNL-TABLE-OVERFLOW    PIC S9(07) COMP-3 VALUE ZERO.
017100
017200 01  JNL-RPT-LINE.
017300     05  JNL-RPT-ACCT-NB       PIC X(13).
017400     05  FILLER                PIC X(01) VALUE SPACE.
017500     05  JNL-RPT-USOC-CD       PIC X(05).
017600     05  FILLER                PIC X(01) VALUE SPACE.
017700     05  JNL-RPT-EFF-DT        PIC X(08).
017800     05  FILLER                PIC X(01) VALUE SPACE.
017900     05  JNL-RPT-TERM-MOS      PIC ZZZ9.
018000     05  FILLER                PIC X(01) VALUE SPACE.
018100     05  JNL-RPT-END-DT        PIC X(08).
018200     05  FILLER                PIC X(01) VALUE SPACE.
018300     05  JNL-RPT-PRICE-ELEM-GP PIC X(04).
018400     05  FILLER                PIC X(01) VALUE SPACE.
018500     05  JNL-RPT-LAST-BL-PRD   PIC X(06).
018600     05  FILLER                PIC X(01) VALUE SPACE.
018700     05  JNL-RPT-LEASE-AT      PIC ZZZ,ZZZ,ZZ9.99-.
018800     05  FILLER                PIC X(01) VALUE SPACE.
018900     05  JNL-RPT-CYC-AMT       PIC ZZZ,ZZZ,ZZ9.99-.
019000     05  FILLER                PIC X(02) VALUE SPACES.
019100     05  JNL-RPT-NOTE          PIC X(32).
019200
019300     COPY tifview.
019400
019500 PROCEDURE DIVISION.
019600*--------------------------------------------------------------*
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE
019900         THRU 1000-INITIALIZE-EXIT.
020000     PERFORM 2000-PROCESS-TIF-FILE
020100         THRU 2000-PROCESS-TIF-FILE-EXIT
020200         UNTIL JNL-TIFIN-EOF.
020300     PERFORM 8000-CLOSE-ONE-LEASE
020400         THRU 8000-CLOSE-ONE-LEASE-EXIT
020500         VARYING JNL-LSE-SUB FROM 1 BY 1
020600         UNTIL JNL-LSE-SUB > JNL-LSE-CNT.
020700     PERFORM 9000-TERMINATE
020800         THRU 9000-TERMINATE-EXIT.
020900     GOBACK.
021000
021100*--------------------------------------------------------------*
021200 1000-INITIALIZE.
021300     OPEN INPUT LSE-CTL-FILE.
021400     IF NOT JNL-LSECTL-OK
021500         DISPLAY 'IJTLSE01 - UNABLE TO OPEN LSECTL, RC=16'
021600         MOVE 16 TO RETURN-CODE
021700         GOBACK
021800     END-IF.
021900     READ LSE-CTL-FILE INTO JNL-LSE-CTL-CARD
022000         AT END
022100             DISPLAY 'IJTLSE01 - LSECTL IS EMPTY, RC=16'
022200             MOVE 16 TO RETURN-CODE
022300             GOBACK
022400     END-READ.
022500     CLOSE LSE-CTL-FILE.
022600     IF JNL-CTL-ASOF-DT NOT NUMERIC
022700         OR JNL-CTL-D30-DT NOT NUMERIC
022800         OR JNL-CTL-D60-DT NOT NUMERIC
022900         OR JNL-CTL-D90-DT NOT NUMERIC
023000         DISPLAY 'IJTLSE01 - BAD DATE ON LSECTL CARD, RC=16'
023100         MOVE 16 TO RETURN-CODE
023200         GOBACK
023300     END-IF.
023400
023500     PERFORM 1100-LOAD-REGISTER
023600         THRU 1100-LOAD-REGISTER-EXIT.
023700
023800     OPEN INPUT TIF-IN-FILE.
023900     IF NOT JNL-TIFIN-OK
024000         DISPLAY 'IJTLSE01 - UNABLE TO OPEN TIFIN, RC=16'
024100         MOVE 16 TO RETURN-CODE
024200         GOBACK
024300     END-IF.
024400     OPEN OUTPUT LSE-OUT-FILE.
024500     OPEN OUTPUT LSE-RNW-FILE.
024600     OPEN OUTPUT LSE-EXC-FILE.
024700     MOVE SPACES TO LSE-RNW-LINE.
024800     STRING 'IJTLSE01 - LEASES ENDING WITHIN 90 DAYS OF '
024900         JNL-CTL-ASOF-DT ' - RENEWAL LIST'
025000         DELIMITED BY SIZE INTO LSE-RNW-LINE
025100     END-STRING.
025200     WRITE LSE-RNW-LINE.
025300     PERFORM 1200-COLUMN-HEADING
025400         THRU 1200-COLUMN-HEADING-EXIT.
025500     WRITE LSE-RNW-LINE.
025600     MOVE SPACES TO LSE-RNW-LINE.
025700     STRING 'IJTLSE01 - LEASE TERM EXCEPTIONS AS OF '
025800         JNL-CTL-ASOF-DT
025900         DELIMITED BY SIZE INTO LSE-RNW-LINE
026000     END-STRING.
026100     WRITE LSE-EXC-LINE FROM LSE-RNW-LINE.
026200     PERFORM 1200-COLUMN-HEADING
026300         THRU 1200-COLUMN-HEADING-EXIT.
026400     WRITE LSE-EXC-LINE FROM LSE-RNW-LINE.
026500 1000-INITIALIZE-EXIT.
026600     EXIT.
026700
026800*--------------------------------------------------------------*
026900* NO LSEIN YET MEANS THE FIRST CYCLE UNDER THE REGISTER - EVERY *
027000* LEASE BILLED THIS CYCLE STARTS IT.                            *
027100*--------------------------------------------------------------*
027200 1100-LOAD-REGISTER.
027300     OPEN INPUT LSE-IN-FILE.
027400     IF JNL-LSEIN-NOT-FOUND
027500         SET JNL-LSEIN-EOF TO TRUE
027600         GO TO 1100-LOAD-REGISTER-EXIT
027700     END-IF.
027800     IF NOT JNL-LSEIN-OK
027900         DISPLAY 'IJTLSE01 - UNABLE TO OPEN LSEIN, STATUS = '
028000             JNL-LSEIN-STATUS
028100         MOVE 16 TO RETURN-CODE
028200         GOBACK
028300     END-IF.
028400     PERFORM 1110-READ-REGISTER-ROW
028500         THRU 1110-READ-REGISTER-ROW-EXIT
028600         UNTIL JNL-LSEIN-EOF.
028700     CLOSE LSE-IN-FILE.
028800 1100-LOAD-REGISTER-EXIT.
028900     EXIT.
029000
029100 1110-READ-REGISTER-ROW.
029200     READ LSE-IN-FILE INTO LSEREG-RECORD
029300         AT END
029400             SET JNL-LSEIN-EOF TO TRUE
029500             GO TO 1110-READ-REGISTER-ROW-EXIT
029600     END-READ.
029700     IF JNL-LSE-CNT >= 20000
029800         DISPLAY 'IJTLSE01 - LEASE REGISTER TABLE FULL, RC=16'
029900         MOVE 16 TO RETURN-CODE
030000         GOBACK
030100     END-IF.
030200     ADD 1 TO JNL-LSE-CNT.
030300     ADD 1 TO JNL-REG-CARRIED.
030400     MOVE LSEREG-RECORD TO JNL-LSE-REC (JNL-LSE-CNT).
030500     MOVE ZERO          TO JNL-LSE-CYC-AMT (JNL-LSE-CNT).
030600     MOVE 'N'           TO JNL-LSE-BILLED-SW (JNL-LSE-CNT).
030700 1110-READ-REGISTER-ROW-EXIT.
030800     EXIT.
030900
031000*--------------------------------------------------------------*
031100* BOTH REPORTS CARRY THE SAME COLUMNS.                          *
031200*--------------------------------------------------------------*
031300 1200-COLUMN-HEADING.
031400     MOVE SPACES TO LSE-RNW-LINE.
031500     STRING 'BILLED ACCOUNT' SPACE 'USOC ' SPACE 'EFFECT  '
031600         SPACE 'TERM' SPACE 'ENDS    ' SPACE 'PEG ' SPACE
031700         'LAST  ' SPACE '     LEASE RATE' SPACE
031800         '    THIS CYCLE' SPACE SPACE 'NOTE'
031900         DELIMITED BY SIZE INTO LSE-RNW-LINE
032000     END-STRING.
032100 1200-COLUMN-HEADING-EXIT.
032200     EXIT.
032300
032400*--------------------------------------------------------------*
032500* A LEASED OR TERMED CHARGE IS A RECURRING DETAIL CARRYING A    *
032600* LEASE EFFECTIVE DATE OR A TERMS CODE.  ITS TERM IS THE TERMS  *
032700* CODE IN MONTHS AND IT TAKES EFFECT ON THE LEASE EFFECTIVE     *
032800* DATE, FALLING BACK TO THE CHARGE EFFECTIVE DATE.  ONE WITHOUT *
032900* A READABLE TERM OR DATE CANNOT BE TIMED AND IS ONLY COUNTED.  *
033000*--------------------------------------------------------------*
033100 2000-PROCESS-TIF-FILE.
033200     READ TIF-IN-FILE INTO JNL-TIF-RAW-REC
033300         AT END
033400             SET JNL-TIFIN-EOF TO TRUE
033500     END-READ.
033600     IF JNL-TIFIN-EOF
033700         GO TO 2000-PROCESS-TIF-FILE-EXIT
033800     END-IF.
033900     IF JNL-TIF-RAW-REC (1:1) = LOW-VALUE
034000         OR JNL-TIF-RAW-REC (1:1) = HIGH-VALUE
034100         GO TO 2000-PROCESS-TIF-FILE-EXIT
034200     END-IF.
034300     ADD 1 TO JNL-DETS-READ.
034400     MOVE JNL-TIF-RAW-REC TO JNL-TIF-DTL-VIEW.
034500     IF XX-CHG-FREQ NOT = 'R'
034600         OR XX-BL-ACCT-NB = SPACES
034700         OR XX-USOC-CD = SPACES
034800         GO TO 2000-PROCESS-TIF-FILE-EXIT
034900     END-IF.
035000     IF XX-LEASE-EFF-DT = SPACES
035100         AND XX-TERMS-CD = SPACES
035200         GO TO 2000-PROCESS-TIF-FILE-EXIT
035300     END-IF.
035400     ADD 1 TO JNL-DETS-LEASED.
035500     IF XX-LEASE-EFF-DT NUMERIC
035600         MOVE XX-LEASE-EFF-DT TO JNL-CUR-EFF-DT
035700     ELSE
035800         MOVE XX-CHG-EFF-DT   TO JNL-CUR-EFF-DT
035900     END-IF.
036000     MOVE JNL-CUR-EFF-DT TO JNL-EFF-DT-VIEW.
036100     IF XX-TERMS-CD NOT NUMERIC
036200         OR JNL-CUR-EFF-DT NOT NUMERIC
036300         OR JNL-EFF-MM < 1
036400         OR JNL-EFF-MM > 12
036500         ADD 1 TO JNL-DETS-NO-TERM
036600         GO TO 2000-PROCESS-TIF-FILE-EXIT
036700     END-IF.
036800     MOVE XX-TERMS-CD TO JNL-CUR-TERM-MOS.
036900     IF JNL-CUR-TERM-MOS = ZERO
037000         ADD 1 TO JNL-DETS-NO-TERM
037100         GO TO 2000-PROCESS-TIF-FILE-EXIT
037200     END-IF.
037300
037400     MOVE XX-BL-ACCT-NB TO JNL-CUR-ACCT-NB.
037500     MOVE XX-USOC-CD    TO JNL-CUR-USOC-CD.
037600     PERFORM 2010-TEST-LSE-ENTRY
037700         VARYING JNL-LSE-SUB FROM 1 BY 1
037800         UNTIL JNL-LSE-SUB > JNL-LSE-CNT
037900         OR JNL-LSE-REC (JNL-LSE-SUB) (1:18) = JNL-CUR-KEY.
038000     IF JNL-LSE-SUB > JNL-LSE-CNT
038100         PERFORM 2100-ADD-LEASE
038200             THRU 2100-ADD-LEASE-EXIT
038300         IF JNL-LSE-SUB > JNL-LSE-CNT
038400             GO TO 2000-PROCESS-TIF-FILE-EXIT
038500         END-IF
038600     END-IF.
038700     PERFORM 2200-BILL-LEASE
038800         THRU 2200-BILL-LEASE-EXIT.
038900 2000-PROCESS-TIF-FILE-EXIT.
039000     EXIT.
039100
039200 2010-TEST-LSE-ENTRY.
039300     CONTINUE.
039400
039500*--------------------------------------------------------------*
039600 2100-ADD-LEASE.
039700     IF JNL-LSE-CNT NOT < 20000
039800         ADD 1 TO JNL-TABLE-OVERFLOW
039900         GO TO 2100-ADD-LEASE-EXIT
040000     END-IF.
040100     ADD 1 TO JNL-LSE-CNT.
040200     MOVE JNL-LSE-CNT TO JNL-LSE-SUB.
040300     ADD 1 TO JNL-LEASES-NEW.
040400     MOVE SPACES TO LSEREG-RECORD.
040500     MOVE JNL-CUR-ACCT-NB TO LSEREG-ACCT-NB.
040600     MOVE JNL-CUR-USOC-CD TO LSEREG-USOC-CD.
040700     MOVE ZERO            TO LSEREG-TERM-MOS LSEREG-LEASE-AT.
040800     MOVE JNL-CTL-ASOF-DT TO LSEREG-FIRST-DT.
040900     MOVE LSEREG-RECORD   TO JNL-LSE-REC (JNL-LSE-SUB).
041000     MOVE ZERO            TO JNL-LSE-CYC-AMT (JNL-LSE-SUB).
041100     MOVE 'N'             TO JNL-LSE-BILLED-SW (JNL-LSE-SUB).
041200 2100-ADD-LEASE-EXIT.
041300     EXIT.
041400
041500*--------------------------------------------------------------*
041600* A NEW EFFECTIVE DATE OR TERM ON A CARRIED LEASE IS A RE-SIGN -*
041700* THE TERM IS RETIMED AND THE LEASE IS ACTIVE AGAIN.            *
041800*--------------------------------------------------------------*
041900 2200-BILL-LEASE.
042000     MOVE JNL-LSE-REC (JNL-LSE-SUB) TO LSEREG-RECORD.
042100     IF LSEREG-EFF-DT NOT = JNL-CUR-EFF-DT
042200         OR LSEREG-TERMS-CD NOT = XX-TERMS-CD
042300         IF LSEREG-EFF-DT NOT = SPACES
042400             ADD 1 TO JNL-LEASES-RESIGNED
042500         END-IF
042600         MOVE JNL-CUR-EFF-DT   TO LSEREG-EFF-DT
042700         MOVE XX-TERMS-CD      TO LSEREG-TERMS-CD
042800         MOVE JNL-CUR-TERM-MOS TO LSEREG-TERM-MOS
042900         COMPUTE JNL-MONTH-IX = JNL-EFF-CCYY * 12
043000             + JNL-EFF-MM - 1 + JNL-CUR-TERM-MOS
043100         DIVIDE JNL-MONTH-IX BY 12
043200             GIVING JNL-END-CCYY
043300             REMAINDER JNL-MONTH-REM
043400         COMPUTE JNL-END-MM = JNL-MONTH-REM + 1
043500         MOVE JNL-EFF-DD       TO JNL-END-DD
043600         MOVE JNL-END-DT-VIEW  TO LSEREG-END-DT
043700         SET LSEREG-ACTIVE     TO TRUE
043800     END-IF.
043900     MOVE XX-CHG-FREQ      TO LSEREG-CHG-FREQ.
044000     MOVE XX-PRICE-ELEM-GP TO LSEREG-PRICE-ELEM-GP.
044100     IF XX-BL-DT > LSEREG-LAST-BL-PRD
044200         OR LSEREG-LAST-BL-PRD = SPACES
044300         MOVE XX-BL-DT TO LSEREG-LAST-BL-PRD
044400     END-IF.
044500     MOVE LSEREG-RECORD TO JNL-LSE-REC (JNL-LSE-SUB).
044600     ADD XX-JRNL-GRS-AT TO JNL-LSE-CYC-AMT (JNL-LSE-SUB).
044700     MOVE 'Y' TO JNL-LSE-BILLED-SW (JNL-LSE-SUB).
044800 2200-BILL-LEASE-EXIT.
044900     EXIT.
045000
045100*--------------------------------------------------------------*
045200* CLOSE THE CYCLE FOR ONE LEASE.                                *
045300*   BILLED, IN TERM   - THIS CYCLE'S CHARGE BECOMES THE LEASE   *
045400*                       RATE; ENDING WITHIN 90 DAYS GOES ON THE *
045500*                       RENEWAL LIST.                           *
045600*   BILLED, PAST TERM - STILL AT THE LEASE RATE IS AN           *
045700*                       EXCEPTION; RE-PRICED IS ONLY COUNTED.   *
045800*   NOT BILLED        - BEFORE TERM END IS AN EXCEPTION THE     *
045900*                       CYCLE IT STOPS, THEN CARRIED QUIETLY    *
046000*                       UNTIL THE TERM RUNS OUT; AT OR AFTER    *
046100*                       TERM END THE LEASE IS RETIRED.          *
046200*--------------------------------------------------------------*
046300 8000-CLOSE-ONE-LEASE.
046400     MOVE JNL-LSE-REC (JNL-LSE-SUB) TO LSEREG-RECORD.
046500     MOVE SPACES TO JNL-RPT-NOTE.
046600     MOVE 'N' TO JNL-RETIRE-SW.
046700     IF JNL-LSE-BILLED (JNL-LSE-SUB)
046800         PERFORM 8010-CLOSE-BILLED
046900             THRU 8010-CLOSE-BILLED-EXIT
047000     ELSE
047100         PERFORM 8050-CLOSE-NOT-BILLED
047200             THRU 8050-CLOSE-NOT-BILLED-EXIT
047300     END-IF.
047400     IF JNL-RETIRE-LEASE
047500         GO TO 8000-CLOSE-ONE-LEASE-EXIT
047600     END-IF.
047700     MOVE JNL-CTL-ASOF-DT TO LSEREG-LAST-RUN-DT.
047800     WRITE LSE-OUT-RECORD FROM LSEREG-RECORD.
047900     ADD 1 TO JNL-LEASES-WRITTEN.
048000 8000-CLOSE-ONE-LEASE-EXIT.
048100     EXIT.
048200
048300 8010-CLOSE-BILLED.
048400     IF LSEREG-END-DT > JNL-CTL-ASOF-DT
048500         MOVE JNL-LSE-CYC-AMT (JNL-LSE-SUB) TO LSEREG-LEASE-AT
048600         SET LSEREG-ACTIVE TO TRUE
048700         PERFORM 8100-CHECK-RENEWAL
048800             THRU 8100-CHECK-RENEWAL-EXIT
048900         GO TO 8010-CLOSE-BILLED-EXIT
049000     END-IF.
049100     IF JNL-LSE-CYC-AMT (JNL-LSE-SUB) = LSEREG-LEASE-AT
049200         ADD 1 TO JNL-LEASES-PAST-RATE
049300         MOVE 'PAST TERM - STILL AT LEASE RATE' TO JNL-RPT-NOTE
049400         PERFORM 8200-WRITE-EXCEPTION
049500             THRU 8200-WRITE-EXCEPTION-EXIT
049600     ELSE
049700         ADD 1 TO JNL-LEASES-PAST-RPRC
049800     END-IF.
049900     SET LSEREG-PAST-TERM TO TRUE.
050000 8010-CLOSE-BILLED-EXIT.
050100     EXIT.
050200
050300 8050-CLOSE-NOT-BILLED.
050400     IF LSEREG-END-DT NOT > JNL-CTL-ASOF-DT
050500         ADD 1 TO JNL-LEASES-RETIRED
050600         SET JNL-RETIRE-LEASE TO TRUE
050700         GO TO 8050-CLOSE-NOT-BILLED-EXIT
050800     END-IF.
050900     IF NOT LSEREG-STOPPED
051000         ADD 1 TO JNL-LEASES-STOPPED
051100         MOVE 'STOPPED BILLING BEFORE TERM END' TO JNL-RPT-NOTE
051200         PERFORM 8200-WRITE-EXCEPTION
051300             THRU 8200-WRITE-EXCEPTION-EXIT
051400         SET LSEREG-STOPPED TO TRUE
051500     END-IF.
051600 8050-CLOSE-NOT-BILLED-EXIT.
051700     EXIT.
051800
051900*--------------------------------------------------------------*
052000 8100-CHECK-RENEWAL.
052100     EVALUATE TRUE
052200         WHEN LSEREG-END-DT NOT > JNL-CTL-D30-DT
052300             MOVE '30' TO JNL-BUCKET
052400             ADD 1 TO JNL-LEASES-30
052500         WHEN LSEREG-END-DT NOT > JNL-CTL-D60-DT
052600             MOVE '60' TO JNL-BUCKET
052700             ADD 1 TO JNL-LEASES-60
052800         WHEN LSEREG-END-DT NOT > JNL-CTL-D90-DT
052900             MOVE '90' TO JNL-BUCKET
053000             ADD 1 TO JNL-LEASES-90
053100         WHEN OTHER
053200             GO TO 8100-CHECK-RENEWAL-EXIT
053300     END-EVALUATE.
053400     STRING 'ENDS WITHIN ' JNL-BUCKET ' DAYS'
053500         DELIMITED BY SIZE INTO JNL-RPT-NOTE
053600     END-STRING.
053700     PERFORM 8300-FILL-RPT-LINE
053800         THRU 8300-FILL-RPT-LINE-EXIT.
053900     MOVE JNL-RPT-LINE TO LSE-RNW-LINE.
054000     WRITE LSE-RNW-LINE.
054100 8100-CHECK-RENEWAL-EXIT.
054200     EXIT.
054300
054400 8200-WRITE-EXCEPTION.
054500     PERFORM 8300-FILL-RPT-LINE
054600         THRU 8300-FILL-RPT-LINE-EXIT.
054700     MOVE JNL-RPT-LINE TO LSE-EXC-LINE.
054800     WRITE LSE-EXC-LINE.
054900 8200-WRITE-EXCEPTION-EXIT.
055000     EXIT.
055100
055200 8300-FILL-RPT-LINE.
055300     MOVE LSEREG-ACCT-NB       TO JNL-RPT-ACCT-NB.
055400     MOVE LSEREG-USOC-CD       TO JNL-RPT-USOC-CD.
055500     MOVE LSEREG-EFF-DT        TO JNL-RPT-EFF-DT.
055600     MOVE LSEREG-TERM-MOS      TO JNL-RPT-TERM-MOS.
055700     MOVE LSEREG-END-DT        TO JNL-RPT-END-DT.
055800     MOVE LSEREG-PRICE-ELEM-GP TO JNL-RPT-PRICE-ELEM-GP.
055900     MOVE LSEREG-LAST-BL-PRD   TO JNL-RPT-LAST-BL-PRD.
056000     MOVE LSEREG-LEASE-AT      TO JNL-RPT-LEASE-AT.
056100     MOVE JNL-LSE-CYC-AMT (JNL-LSE-SUB) TO JNL-RPT-CYC-AMT.
056200 8300-FILL-RPT-LINE-EXIT.
056300     EXIT.
056400
056500*--------------------------------------------------------------*
056600 9000-TERMINATE.
056700     CLOSE TIF-IN-FILE LSE-OUT-FILE LSE-RNW-FILE LSE-EXC-FILE.
056800     DISPLAY 'IJTLSE01 - REGISTER ROWS CARRIED IN = '
056900         JNL-REG-CARRIED.
057000     DISPLAY 'IJTLSE01 - TIF DETAILS READ         = '
057100         JNL-DETS-READ.
057200     DISPLAY 'IJTLSE01 - LEASED/TERMED DETAILS    = '
057300         JNL-DETS-LEASED.
057400     DISPLAY 'IJTLSE01 - NO READABLE TERM OR DATE = '
057500         JNL-DETS-NO-TERM.
057600     DISPLAY 'IJTLSE01 - NEW LEASES REGISTERED    = '
057700         JNL-LEASES-NEW.
057800     DISPLAY 'IJTLSE01 - LEASES RE-SIGNED         = '
057900         JNL-LEASES-RESIGNED.
058000     DISPLAY 'IJTLSE01 - ENDING WITHIN 30 DAYS    = '
058100         JNL-LEASES-30.
058200     DISPLAY 'IJTLSE01 - ENDING WITHIN 60 DAYS    = '
058300         JNL-LEASES-60.
058400     DISPLAY 'IJTLSE01 - ENDING WITHIN 90 DAYS    = '
058500         JNL-LEASES-90.
058600     DISPLAY 'IJTLSE01 - PAST TERM AT LEASE RATE  = '
058700         JNL-LEASES-PAST-RATE.
058800     DISPLAY 'IJTLSE01 - PAST TERM RE-PRICED      = '
058900         JNL-LEASES-PAST-RPRC.
059000     DISPLAY 'IJTLSE01 - STOPPED BEFORE TERM END  = '
059100         JNL-LEASES-STOPPED.
059200     DISPLAY 'IJTLSE01 - LEASES RETIRED           = '
059300         JNL-LEASES-RETIRED.
059400     DISPLAY 'IJTLSE01 - REGISTER ROWS WRITTEN    = '
059500         JNL-LEASES-WRITTEN.
059600     IF JNL-LEASES-PAST-RATE > ZERO
059700         OR JNL-LEASES-STOPPED > ZERO
059800         MOVE 8 TO RETURN-CODE
059900     END-IF.
060000     IF JNL-TABLE-OVERFLOW > ZERO
060100         DISPLAY 'IJTLSE01 - TABLE OVERFLOW           = '
060200             JNL-TABLE-OVERFLOW
060300         MOVE 16 TO RETURN-CODE
060400     END-IF.
060500 9000-TERMINATE-EXIT.
060600     EXIT.
060700
060800*-------------------------------------------------------------.
060900*                     E N D   O F  I J T L S E 0 1             :
061000*-------------------------------------------------------------'
