002803*                      SRCSELP) - A BYPASSED FEEDER'S RECORDS   *
002804*                      ARE SKIPPED, LOGGED AND COUNTED, WITHOUT *
002805*                      TOUCHING ANY OTHER FEEDER'S DATA.        *
002815* 29.1  09/17/26  RAS  NOW RUNS UNDER IJTMRD01, THE SINGLE-     *
002825*                      PASS TIFIN DRIVER (SEE MRDCOMM), IN      *
002835*                      PLACE OF READING TIFIN ITSELF.  EACH     *
002845*                      TIF RECORD ARRIVES ON A RECD CALL; OPEN  *
002855*                      AND CLSE DO WHAT START-UP AND END OF     *
002865*                      FILE DID.  OUTPUT AND BALANCING COUNTS   *
002875*                      ARE UNCHANGED.                           *
002900*--------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
004000     SELECT HELD-BILL-RPT  ASSIGN TO HELDRPT
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS JNL-HELDRPT-STATUS.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
005000 FD  HELD-BILL-RPT
005100     RECORDING MODE IS F.
005200 01  HELD-BILL-LINE            PIC X(132).
005400 WORKING-STORAGE SECTION.
005401
005402 COPY srcsel.
005800 01  JNL-HELDRPT-STATUS        PIC X(02) VALUE SPACES.
005900
006000 01  JNL-COUNTERS.
008000     05  FILLER                PIC X(04) VALUE SPACES.
008100     05  JNL-RPT-REASON        PIC X(31).
008200
008225 LINKAGE SECTION.
008250 COPY mrdcomm.
008275
008300 PROCEDURE DIVISION USING MRD-COMM-AREA.
008400*--------------------------------------------------------------*
008500 0000-MAINLINE.
008600     EVALUATE TRUE
008663         WHEN MRD-FUNC-OPEN
008726             PERFORM 1000-INITIALIZE
008789                 THRU 1000-INITIALIZE-EXIT
008852         WHEN MRD-FUNC-RECORD
008915             PERFORM 2000-PROCESS-TIF-FILE
008978                 THRU 2000-PROCESS-TIF-FILE-EXIT
009041         WHEN MRD-FUNC-CLOSE
009104             PERFORM 9000-TERMINATE
009167                 THRU 9000-TERMINATE-EXIT
009230     END-EVALUATE.
009300     GOBACK.
009400
009500*--------------------------------------------------------------*
009600 1000-INITIALIZE.
009601     PERFORM 1800-LOAD-SRCSEL
009602         THRU 1800-LOAD-SRCSEL-EXIT.
009800     OPEN OUTPUT HELD-BILL-RPT.
009900     MOVE SPACES TO HELD-BILL-LINE.
010000     MOVE 'IJTDHL01 - HELD-BILL REPORT FROM TIF DETAIL'
011600
011700*--------------------------------------------------------------*
011800 2000-PROCESS-TIF-FILE.
011900     MOVE MRD-TIF-RECORD TO JNL-TIF-RAW-REC.
012600     ADD 1 TO JNL-RECS-READ.
012700
012701     IF JNL-TIF-RAW-REC (1:1) = LOW-VALUE
016300
016400*--------------------------------------------------------------*
016500 9000-TERMINATE.
016600     CLOSE HELD-BILL-RPT.
016700     DISPLAY 'IJTDHL01 - TOTAL RECORDS READ        = '
016800         JNL-RECS-READ.
016900     DISPLAY 'IJTDHL01 - DETAIL RECORDS READ        = '
