002100*                      THREE LEVELS AND FLAGS EVERY USOC SEEN  *
002200*                      ON A FEED WITH NO MASTER ROW, SO THE    *
002300*                      MASTER STAYS HONEST.                    *
002310* 29.1  09/17/26  RAS  NOW RUNS UNDER IJTMRD01, THE SINGLE-    *
002320*                      PASS TIFIN DRIVER (SEE MRDCOMM), IN     *
002330*                      PLACE OF READING TIFIN ITSELF.  EACH    *
002340*                      TIF RECORD ARRIVES ON A RECD CALL; OPEN *
002350*                      DOES WHAT START-UP DID, AND THE RP519   *
002360*                      PASS AND REPORT RUN ON THE CLSE CALL.   *
002370*                      OUTPUT AND BALANCING COUNTS ARE         *
002380*                      UNCHANGED.                              *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS JNL-USOCMST-STATUS.
003400
003900     SELECT RP519-IN-FILE ASSIGN TO RP519IN
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS JNL-RP519IN-STATUS.
005000     RECORDING MODE IS F.
005100 01  USOC-MST-IN-RECORD        PIC X(50).
005200
005700 FD  RP519-IN-FILE
005800     RECORDING MODE IS F.
005900 01  RP519-IN-RECORD           PIC X(450).
006600 01  JNL-USOCMST-STATUS        PIC X(02) VALUE SPACES.
006700     88  JNL-USOCMST-OK                  VALUE '00'.
006800     88  JNL-USOCMST-EOF                 VALUE '10'.
007200 01  JNL-RP519IN-STATUS        PIC X(02) VALUE SPACES.
007300     88  JNL-RP519IN-OK                  VALUE '00'.
007400     88  JNL-RP519IN-EOF                 VALUE '10'.
015800
015900     COPY tifview.
016000
016025 LINKAGE SECTION.
016050 COPY mrdcomm.
016075
016100 PROCEDURE DIVISION USING MRD-COMM-AREA.
016200*--------------------------------------------------------------*
016300 0000-MAINLINE.
016400     EVALUATE TRUE
016475         WHEN MRD-FUNC-OPEN
016550             PERFORM 1000-INITIALIZE
016625                 THRU 1000-INITIALIZE-EXIT
016700         WHEN MRD-FUNC-RECORD
016775             PERFORM 2000-PROCESS-TIF-FILE
016850                 THRU 2000-PROCESS-TIF-FILE-EXIT
016925         WHEN MRD-FUNC-CLOSE
017000             PERFORM 3000-PROCESS-RP519-FILE
017075                 THRU 3000-PROCESS-RP519-FILE-EXIT
017150                 UNTIL JNL-RP519IN-EOF
017225             PERFORM 8000-PRINT-ROLLUP
017300                 THRU 8000-PRINT-ROLLUP-EXIT
017375             PERFORM 9000-TERMINATE
017450                 THRU 9000-TERMINATE-EXIT
017525     END-EVALUATE.
017600     GOBACK.
017700
017800*--------------------------------------------------------------*
017900 1000-INITIALIZE.
018000     PERFORM 1100-LOAD-USOC-MASTER
018100         THRU 1100-LOAD-USOC-MASTER-EXIT.
018300     OPEN INPUT  RP519-IN-FILE.
018400     OPEN OUTPUT USO-RPT-FILE.
018500     MOVE SPACES TO USO-RPT-LINE.
022900
023000*--------------------------------------------------------------*
023100 2000-PROCESS-TIF-FILE.
023200     MOVE MRD-TIF-RECORD TO JNL-TIF-RAW-REC.
023900     IF JNL-TIF-RAW-REC (1:1) = LOW-VALUE
024000         OR JNL-TIF-RAW-REC (1:1) = HIGH-VALUE
024100         GO TO 2000-PROCESS-TIF-FILE-EXIT
048300
048400*--------------------------------------------------------------*
048500 9000-TERMINATE.
048600     CLOSE RP519-IN-FILE USO-RPT-FILE.
048700     DISPLAY 'IJXUSO01 - TIF DETAILS READ       = '
048800         JNL-TIF-DTLS-READ.
048900     DISPLAY 'IJXUSO01 - RP519 RECORDS READ     = '
