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
003200     SELECT MAXTAX-RPT-FILE ASSIGN TO MAXTAXRP
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS JNL-MAXTAXRP-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
004200 FD  MAXTAX-RPT-FILE
004300     RECORDING MODE IS F.
004400 01  MAXTAX-RPT-LINE           PIC X(132).
004600 WORKING-STORAGE SECTION.
004601
004602 COPY srcsel.
005000 01  JNL-MAXTAXRP-STATUS       PIC X(02) VALUE SPACES.
005100
005200*--------------------------------------------------------------*
012800*--------------------------------------------------------------*
012900 COPY tifview.
013000
013025 LINKAGE SECTION.
013050 COPY mrdcomm.
013075
013100 PROCEDURE DIVISION USING MRD-COMM-AREA.
013200*--------------------------------------------------------------*
013300 0000-MAINLINE.
013400     EVALUATE TRUE
013469         WHEN MRD-FUNC-OPEN
013538             PERFORM 1000-INITIALIZE
013607                 THRU 1000-INITIALIZE-EXIT
013676         WHEN MRD-FUNC-RECORD
013745             PERFORM 2000-PROCESS-TIF-FILE
013814                 THRU 2000-PROCESS-TIF-FILE-EXIT
013883         WHEN MRD-FUNC-CLOSE
013952             PERFORM 8000-PRINT-SUMMARY
014021                 THRU 8000-PRINT-SUMMARY-EXIT
014090             PERFORM 9000-TERMINATE
014159                 THRU 9000-TERMINATE-EXIT
014228     END-EVALUATE.
014300     GOBACK.
014400
014500*--------------------------------------------------------------*
014600 1000-INITIALIZE.
014601     PERFORM 1800-LOAD-SRCSEL
014602         THRU 1800-LOAD-SRCSEL-EXIT.
014800     OPEN OUTPUT MAXTAX-RPT-FILE.
014900     MOVE SPACES TO MAXTAX-RPT-LINE.
015000     MOVE 'IJTMXT01 - TIF MAX-TAX CAP RECONCILIATION'
016200
016300*--------------------------------------------------------------*
016400 2000-PROCESS-TIF-FILE.
016500     MOVE MRD-TIF-RECORD TO JNL-TIF-RAW-REC.
017200
017201     IF JNL-TIF-RAW-REC (1:1) = LOW-VALUE
017202         MOVE JNL-TIF-RAW-REC TO JNL-TIF-HDR-VIEW
028100
028200*--------------------------------------------------------------*
028300 9000-TERMINATE.
028400     CLOSE MAXTAX-RPT-FILE.
028500     DISPLAY 'IJTMXT01 - DETAIL RECORDS READ   = '
028600         JNL-DTL-RECS-READ.
028700     DISPLAY 'IJTMXT01 - CAPPED TAX LINES      = '
