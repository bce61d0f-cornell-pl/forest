002409*                      THE DOWNSTREAM ANALYSIS STARTS FROM     *
002410*                      THE NUMBERS WE ACTUALLY PRODUCED        *
002411*                      INSTEAD OF A RETYPED TRANSCRIPTION.     *
002421* 29.1  09/17/26  RAS  NOW RUNS UNDER IJTMRD01, THE SINGLE-    *
002431*                      PASS TIFIN DRIVER (SEE MRDCOMM), IN     *
002441*                      PLACE OF READING TIFIN ITSELF.  EACH    *
002451*                      TIF RECORD ARRIVES ON A RECD CALL; OPEN *
002461*                      AND CLSE DO WHAT START-UP AND END OF    *
002471*                      FILE DID.  OUTPUT AND BALANCING COUNTS  *
002481*                      ARE UNCHANGED.                          *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003510     SELECT TAX-EXT-FILE ASSIGN TO TAXEXT
003520         ORGANIZATION IS LINE SEQUENTIAL
003530         FILE STATUS IS JNL-TAXEXT-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004510 FD  TAX-EXT-FILE
004520     RECORDING MODE IS F.
004530 01  TAX-EXT-LINE              PIC X(100).
005000 WORKING-STORAGE SECTION.
005001
005002 COPY srcsel.
005400 01  JNL-TAXRPT-STATUS        PIC X(02) VALUE SPACES.
005410 01  JNL-TAXEXT-STATUS        PIC X(02) VALUE SPACES.
005420
015400*--------------------------------------------------------------*
015500 COPY tifview.
015600
015625 LINKAGE SECTION.
015650 COPY mrdcomm.
015675
015700 PROCEDURE DIVISION USING MRD-COMM-AREA.
015800*--------------------------------------------------------------*
015900 0000-MAINLINE.
016000     EVALUATE TRUE
016069         WHEN MRD-FUNC-OPEN
016138             PERFORM 1000-INITIALIZE
016207                 THRU 1000-INITIALIZE-EXIT
016276         WHEN MRD-FUNC-RECORD
016345             PERFORM 2000-PROCESS-TIF-FILE
016414                 THRU 2000-PROCESS-TIF-FILE-EXIT
016483         WHEN MRD-FUNC-CLOSE
016552             PERFORM 8000-PRINT-SUMMARY
016621                 THRU 8000-PRINT-SUMMARY-EXIT
016690             PERFORM 9000-TERMINATE
016759                 THRU 9000-TERMINATE-EXIT
016828     END-EVALUATE.
016900     GOBACK.
017000
017100*--------------------------------------------------------------*
017200 1000-INITIALIZE.
017201     PERFORM 1800-LOAD-SRCSEL
017202         THRU 1800-LOAD-SRCSEL-EXIT.
017400     OPEN OUTPUT TAXRPT-FILE.
017410     OPEN OUTPUT TAX-EXT-FILE.
017500     MOVE SPACES TO TAXRPT-LINE.
018500
018600*--------------------------------------------------------------*
018700 2000-PROCESS-TIF-FILE.
018800     MOVE MRD-TIF-RECORD TO JNL-TIF-RAW-REC.
019500
019501     IF JNL-TIF-RAW-REC (1:1) = LOW-VALUE
019502         MOVE JNL-TIF-RAW-REC TO JNL-TIF-HDR-VIEW
034600
034700*--------------------------------------------------------------*
034800 9000-TERMINATE.
034900     CLOSE TAXRPT-FILE TAX-EXT-FILE.
035000     DISPLAY 'IJTTAX01 - DETAIL RECORDS READ = '
035100         JNL-DTL-RECS-READ.
035200     DISPLAY 'IJTTAX01 - TAX LINES SUMMARIZED = '
