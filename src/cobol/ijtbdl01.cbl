002003*                      SRCSELP) - A BYPASSED FEEDER'S RECORDS   *
002004*                      ARE SKIPPED, LOGGED AND COUNTED, WITHOUT *
002005*                      TOUCHING ANY OTHER FEEDER'S DATA.        *
002015* 29.1  09/17/26  RAS  NOW RUNS UNDER IJTMRD01, THE SINGLE-     *
002025*                      PASS TIFIN DRIVER (SEE MRDCOMM), IN      *
002035*                      PLACE OF READING TIFIN ITSELF.  EACH     *
002045*                      TIF RECORD ARRIVES ON A RECD CALL; OPEN  *
002055*                      AND CLSE DO WHAT START-UP AND END OF     *
002065*                      FILE DID.  OUTPUT AND BALANCING COUNTS   *
002075*                      ARE UNCHANGED.                           *
002100*--------------------------------------------------------------*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002500 OBJECT-COMPUTER.   IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
003200     SELECT BNDL-RPT-FILE ASSIGN TO BNDLRPT
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS JNL-BNDLRPT-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
004200 FD  BNDL-RPT-FILE
004300     RECORDING MODE IS F.
004400 01  BNDL-RPT-RECORD           PIC X(132).
004600 WORKING-STORAGE SECTION.
004601
004602 COPY srcsel.
005000 01  JNL-BNDLRPT-STATUS        PIC X(02) VALUE SPACES.
005100
005200 COPY tifview.
011100     05  FILLER                 PIC X(02) VALUE SPACES.
011200     05  JNL-BNDL-RPT-GRS-AMT   PIC Z,ZZZ,ZZZ,ZZ9.99-.
011300
011325 LINKAGE SECTION.
011350 COPY mrdcomm.
011375
011400 PROCEDURE DIVISION USING MRD-COMM-AREA.
011500*--------------------------------------------------------------*
011600 0000-MAINLINE.
011700     EVALUATE TRUE
011769         WHEN MRD-FUNC-OPEN
011838             PERFORM 1000-INITIALIZE
011907                 THRU 1000-INITIALIZE-EXIT
011976         WHEN MRD-FUNC-RECORD
012045             PERFORM 2000-PROCESS-TIF-FILE
012114                 THRU 2000-PROCESS-TIF-FILE-EXIT
012183         WHEN MRD-FUNC-CLOSE
012252             PERFORM 8000-PRINT-SUMMARY
012321                 THRU 8000-PRINT-SUMMARY-EXIT
012390             PERFORM 9000-TERMINATE
012459                 THRU 9000-TERMINATE-EXIT
012528     END-EVALUATE.
012600     GOBACK.
012700
012800*--------------------------------------------------------------*
012900 1000-INITIALIZE.
012901     PERFORM 1800-LOAD-SRCSEL
012902         THRU 1800-LOAD-SRCSEL-EXIT.
013100     OPEN OUTPUT BNDL-RPT-FILE.
013200 1000-INITIALIZE-EXIT.
013300     EXIT.
013400
013500*--------------------------------------------------------------*
013600 2000-PROCESS-TIF-FILE.
013700     MOVE MRD-TIF-RECORD TO JNL-TIF-RAW-REC.
014400
014401     IF JNL-TIF-RAW-REC (1:1) = LOW-VALUE
014402         MOVE JNL-TIF-RAW-REC TO JNL-TIF-HDR-VIEW
020300
020400*--------------------------------------------------------------*
020500 9000-TERMINATE.
020600     CLOSE BNDL-RPT-FILE.
020700     DISPLAY 'IJTBDL01 - TIF DETAILS READ         = '
020800         JNL-TIF-DTLS-READ.
020810     DISPLAY 'IJTBDL01 - FILES BYPASSED (SRCSEL) = '
