002200*                      JURISDICTION, ONE LINE PER DISTINCT      *
002300*                      DISTRIBUTION RATE SO THE RATE ITSELF IS  *
002400*                      ITEMIZED FOR THE TIE-OUT.                *
002410* 29.1  09/17/26  RAS  NOW RUNS UNDER IJTMRD01, THE SINGLE-     *
002420*                      PASS TIFIN DRIVER (SEE MRDCOMM), IN      *
002430*                      PLACE OF READING TIFIN ITSELF.  EACH     *
002440*                      TIF RECORD ARRIVES ON A RECD CALL; OPEN  *
002450*                      AND CLSE DO WHAT START-UP AND END OF     *
002460*                      FILE DID.  OUTPUT AND BALANCING COUNTS   *
002470*                      ARE UNCHANGED.                           *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003600     SELECT SRD-RPT-FILE  ASSIGN TO SRDRPT
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS JNL-SRDRPT-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004600 FD  SRD-RPT-FILE
004700     RECORDING MODE IS F.
004800 01  SRD-RPT-LINE              PIC X(132).
004900
005000 WORKING-STORAGE SECTION.
005400 01  JNL-SRDRPT-STATUS         PIC X(02) VALUE SPACES.
005500
005600 01  JNL-CUR-BL-CYC-CD         PIC X(02) VALUE SPACES.
010500
010600     COPY tifview.
010700
010725 LINKAGE SECTION.
010750 COPY mrdcomm.
010775
010800 PROCEDURE DIVISION USING MRD-COMM-AREA.
010900*--------------------------------------------------------------*
011000 0000-MAINLINE.
011100     EVALUATE TRUE
011169         WHEN MRD-FUNC-OPEN
011238             PERFORM 1000-INITIALIZE
011307                 THRU 1000-INITIALIZE-EXIT
011376         WHEN MRD-FUNC-RECORD
011445             PERFORM 2000-PROCESS-TIF-FILE
011514                 THRU 2000-PROCESS-TIF-FILE-EXIT
011583         WHEN MRD-FUNC-CLOSE
011652             PERFORM 8000-PRINT-REPORT
011721                 THRU 8000-PRINT-REPORT-EXIT
011790             PERFORM 9000-TERMINATE
011859                 THRU 9000-TERMINATE-EXIT
011928     END-EVALUATE.
012000     GOBACK.
012100
012200*--------------------------------------------------------------*
012300 1000-INITIALIZE.
012500     OPEN OUTPUT SRD-RPT-FILE.
012600     MOVE SPACES TO SRD-RPT-LINE.
012700     MOVE 'IJTSRD01 - SURCHARGE / RURAL TRANSPORT DISTRIBUTION'
014000
014100*--------------------------------------------------------------*
014200 2000-PROCESS-TIF-FILE.
014300     MOVE MRD-TIF-RECORD TO JNL-TIF-RAW-REC.
015000     EVALUATE TRUE
015100         WHEN JNL-TIF-RAW-REC (1:1) = LOW-VALUE
015200             MOVE JNL-TIF-RAW-REC TO JNL-TIF-HDR-VIEW
026000
026100*--------------------------------------------------------------*
026200 9000-TERMINATE.
026300     CLOSE SRD-RPT-FILE.
026400     DISPLAY 'IJTSRD01 - DETAILS READ           = ' JNL-DETS-READ.
026500     DISPLAY 'IJTSRD01 - TAX LINES READ         = '
026600         JNL-TAX-LINES-READ.
