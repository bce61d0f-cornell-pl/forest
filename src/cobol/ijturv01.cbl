002300*                      CARDS NAME THE REASON CODES THE          *
002400*                      AUDITORS FLAGGED - THOSE GET A DETAIL    *
002500*                      ITEMIZATION LINE PER TAX LINE AS WELL.   *
002510* 29.1  09/17/26  RAS  NOW RUNS UNDER IJTMRD01, THE SINGLE-     *
002520*                      PASS TIFIN DRIVER (SEE MRDCOMM), IN      *
002530*                      PLACE OF READING TIFIN ITSELF.  EACH     *
002540*                      TIF RECORD ARRIVES ON A RECD CALL; OPEN  *
002550*                      AND CLSE DO WHAT START-UP AND END OF     *
002560*                      FILE DID.  OUTPUT AND BALANCING COUNTS   *
002570*                      ARE UNCHANGED.                           *
002600*--------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003700     SELECT RSN-CTL-FILE  ASSIGN TO RSNCTL
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS JNL-RSNCTL-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
005100 FD  RSN-CTL-FILE
005200     RECORDING MODE IS F.
005300 01  RSN-CTL-RECORD            PIC X(80).
005700 01  URV-RPT-LINE              PIC X(132).
005800
005900 WORKING-STORAGE SECTION.
006300 01  JNL-RSNCTL-STATUS         PIC X(02) VALUE SPACES.
006400     88  JNL-RSNCTL-OK                   VALUE '00'.
006500     88  JNL-RSNCTL-EOF                  VALUE '10'.
014100
014200     COPY tifview.
014300
014325 LINKAGE SECTION.
014350 COPY mrdcomm.
014375
014400 PROCEDURE DIVISION USING MRD-COMM-AREA.
014500*--------------------------------------------------------------*
014600 0000-MAINLINE.
014700     EVALUATE TRUE
014769         WHEN MRD-FUNC-OPEN
014838             PERFORM 1000-INITIALIZE
014907                 THRU 1000-INITIALIZE-EXIT
014976         WHEN MRD-FUNC-RECORD
015045             PERFORM 2000-PROCESS-TIF-FILE
015114                 THRU 2000-PROCESS-TIF-FILE-EXIT
015183         WHEN MRD-FUNC-CLOSE
015252             PERFORM 8000-PRINT-SUMMARY
015321                 THRU 8000-PRINT-SUMMARY-EXIT
015390             PERFORM 9000-TERMINATE
015459                 THRU 9000-TERMINATE-EXIT
015528     END-EVALUATE.
015600     GOBACK.
015700
015800*--------------------------------------------------------------*
015900 1000-INITIALIZE.
016000     PERFORM 1100-LOAD-FLAGGED-REASONS
016100         THRU 1100-LOAD-FLAGGED-REASONS-EXIT.
016300     OPEN OUTPUT URV-RPT-FILE.
016400     MOVE SPACES TO URV-RPT-LINE.
016500     MOVE 'IJTURV01 - UNTAXED REVENUE BY TAX REASON CODE'
020400
020500*--------------------------------------------------------------*
020600 2000-PROCESS-TIF-FILE.
020700     MOVE MRD-TIF-RECORD TO JNL-TIF-RAW-REC.
021400     EVALUATE TRUE
021500         WHEN JNL-TIF-RAW-REC (1:1) = LOW-VALUE
021600             MOVE JNL-TIF-RAW-REC TO JNL-TIF-HDR-VIEW
034900
035000*--------------------------------------------------------------*
035100 9000-TERMINATE.
035200     CLOSE URV-RPT-FILE.
035300     DISPLAY 'IJTURV01 - DETAILS READ           = ' JNL-DETS-READ.
035400     DISPLAY 'IJTURV01 - TAX LINES READ         = '
035500         JNL-TAX-LINES-READ.
