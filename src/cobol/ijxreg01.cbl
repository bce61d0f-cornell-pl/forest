002400*                      WITH THE BILLER STATE ARE ITEMIZED -    *
002500*                      THOSE ARE THE ONES THAT END UP          *
002600*                      MISFILED.                               *
002610* 29.1  09/17/26  RAS  NOW RUNS UNDER IJTMRD01, THE SINGLE-    *
002620*                      PASS TIFIN DRIVER (SEE MRDCOMM), IN     *
002630*                      PLACE OF READING TIFIN ITSELF.  EACH    *
002640*                      TIF RECORD ARRIVES ON A RECD CALL; OPEN *
002650*                      DOES WHAT START-UP DID, AND THE RP519   *
002660*                      PASS AND REPORT RUN ON THE CLSE CALL.   *
002670*                      OUTPUT AND BALANCING COUNTS ARE         *
002680*                      UNCHANGED.                              *
002700*--------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003800     SELECT RP519-IN-FILE ASSIGN TO RP519IN
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS JNL-RP519IN-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005600 FD  RP519-IN-FILE
005700     RECORDING MODE IS F.
005800 01  RP519-IN-RECORD           PIC X(450).
006600 01  REG-EXT-RECORD            PIC X(40).
006700
006800 WORKING-STORAGE SECTION.
007200 01  JNL-RP519IN-STATUS        PIC X(02) VALUE SPACES.
007300     88  JNL-RP519IN-OK                  VALUE '00'.
007400     88  JNL-RP519IN-EOF                 VALUE '10'.
013900
014000     COPY tifview.
014100
014125 LINKAGE SECTION.
014150 COPY mrdcomm.
014175
014200 PROCEDURE DIVISION USING MRD-COMM-AREA.
014300*--------------------------------------------------------------*
014400 0000-MAINLINE.
014500     EVALUATE TRUE
014575         WHEN MRD-FUNC-OPEN
014650             PERFORM 1000-INITIALIZE
014725                 THRU 1000-INITIALIZE-EXIT
014800         WHEN MRD-FUNC-RECORD
014875             PERFORM 2000-PROCESS-TIF-FILE
014950                 THRU 2000-PROCESS-TIF-FILE-EXIT
015025         WHEN MRD-FUNC-CLOSE
015100             PERFORM 3000-PROCESS-RP519-FILE
015175                 THRU 3000-PROCESS-RP519-FILE-EXIT
015250                 UNTIL JNL-RP519IN-EOF
015325             PERFORM 8000-PRINT-SUMMARY
015400                 THRU 8000-PRINT-SUMMARY-EXIT
015475             PERFORM 9000-TERMINATE
015550                 THRU 9000-TERMINATE-EXIT
015625     END-EVALUATE.
015700     GOBACK.
015800
015900*--------------------------------------------------------------*
016000 1000-INITIALIZE.
016200     OPEN INPUT  RP519-IN-FILE.
016300     OPEN OUTPUT REG-RPT-FILE.
016400     OPEN OUTPUT REG-EXT-FILE.
017400
017500*--------------------------------------------------------------*
017600 2000-PROCESS-TIF-FILE.
017700     MOVE MRD-TIF-RECORD TO JNL-TIF-RAW-REC.
018400     IF JNL-TIF-RAW-REC (1:1) = LOW-VALUE
018500         OR JNL-TIF-RAW-REC (1:1) = HIGH-VALUE
018600         GO TO 2000-PROCESS-TIF-FILE-EXIT
031500
031600*--------------------------------------------------------------*
031700 9000-TERMINATE.
031800     CLOSE RP519-IN-FILE REG-RPT-FILE
031900         REG-EXT-FILE.
032000     DISPLAY 'IJXREG01 - TIF DETAILS READ       = '
032100         JNL-TIF-DTLS-READ.
