005206*                      IS WRITTEN.  THE PER-JURISDICTION         *
005207*                      BREAKDOWN SURVIVES INTACT TO 99 LINES     *
005208*                      (THE TIFTAX LINE NUMBER'S WIDTH).         *
005210* 28.9  09/17/26  RAS  WRITES THE TIFKEYX KEY CROSS-REFERENCE -  *
005220*                      ONE RECORD PER DETAIL SPLIT, CARRYING THE *
005230*                      FILE'S SMS JOBNAME/SEQUENCE, THE DETAIL'S *
005240*                      ORDINAL IN THE FILE AND THE TIFDET KEY IT *
005250*                      WAS STORED UNDER (A CONTINUATION CARRIES  *
005260*                      ITS PARENT'S KEY AND A PART NUMBER).      *
005270*                      IJTGLP01 READS IT IN STEP WITH THE SAME   *
005280*                      TIF FILE TO TIE EACH GLINTF SUMMARY LINE  *
005290*                      BACK TO THE STORED DETAILS THAT FED IT.   *
005291* 29.0  09/17/26  RAS  TIFDET NOW CARRIES ALTERNATE KEYS ON THE  *
005292*                      BILLED AND LEAD ACCOUNT NUMBERS (SEE      *
005293*                      TIFDETV).  DECLARED HERE SO TIFDET IS     *
005294*                      OPENED WITH THE SAME KEY SET EVERYWHERE.  *
005299*--------------------------------------------------------------*
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.   IBM-370.
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS TIFDET-KEY
006610         ALTERNATE RECORD KEY IS TIFDET-BL-ACCT-NB
006620             WITH DUPLICATES
006630         ALTERNATE RECORD KEY IS TIFDET-LEAD-ACCT-NB
006640             WITH DUPLICATES
006700         FILE STATUS IS JNL-TIFDET-STATUS.
006800
006900     SELECT TIF-DETP-FILE ASSIGN TO TIFDETP
007900     SELECT SRCSEL-FILE   ASSIGN TO SRCSEL
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS JNL-SRCSEL-STATUS.
008110
008120     SELECT TIF-KEYX-FILE ASSIGN TO TIFKEYX
008130         ORGANIZATION IS LINE SEQUENTIAL
008140         FILE STATUS IS JNL-TIFKEYX-STATUS.
008200
008300 DATA DIVISION.
008400 FILE SECTION.
009900 FD  SRCSEL-FILE
010000     RECORDING MODE IS F.
010100 01  SRCSEL-RECORD             PIC X(80).
010110
010120 FD  TIF-KEYX-FILE
010130     RECORDING MODE IS F.
010140     COPY tifkeyx.
010200
010300 WORKING-STORAGE SECTION.
010400
011200 01  JNL-TIFDETP-STATUS        PIC X(02) VALUE SPACES.
011300 01  JNL-TIFTAXP-STATUS        PIC X(02) VALUE SPACES.
011500 01  JNL-RUNCTL-STATUS         PIC X(02) VALUE SPACES.
011510 01  JNL-TIFKEYX-STATUS        PIC X(02) VALUE SPACES.
011600
011700 01  JNL-CUR-SRCE-SYS-CD       PIC X(04) VALUE SPACES.
011800 01  JNL-CUR-JOBNAME           PIC X(08) VALUE SPACES.
013497     05  JNL-HELD-CTM-ND       PIC S9(04) COMP.
013498 01  JNL-CONTS-SPLIT           PIC S9(09) COMP-3 VALUE ZERO.
013499 01  JNL-TAX-LINES-DROPPED     PIC S9(09) COMP-3 VALUE ZERO.
013500 01  JNL-HELD-PART-NO          PIC 9(03) VALUE ZERO.
013510
013600 01  JNL-COUNTERS.
013700     05  JNL-RECS-READ         PIC S9(09) COMP-3 VALUE ZERO.
013800     05  JNL-DETAILS-READ      PIC S9(09) COMP-3 VALUE ZERO.
013900     05  JNL-DETAILS-SPLIT     PIC S9(09) COMP-3 VALUE ZERO.
014000     05  JNL-TAX-LINES-WRITTEN PIC S9(09) COMP-3 VALUE ZERO.
014010     05  JNL-KEYX-WRITTEN      PIC S9(09) COMP-3 VALUE ZERO.
014100
014200     COPY tifview.
014300
016200         THRU 1100-OPEN-DETAIL-STORE-EXIT.
016210     OPEN OUTPUT TIF-DETP-FILE.
016220     OPEN OUTPUT TIF-TAXP-FILE.
016230     OPEN OUTPUT TIF-KEYX-FILE.
016300     OPEN OUTPUT RUN-CTL-FILE.
016400 1000-INITIALIZE-EXIT.
016500     EXIT.
026200             ADD 1 TO JNL-FILE-DETS-IN
026300             PERFORM 2100-SPLIT-DETAIL
026400                 THRU 2100-SPLIT-DETAIL-EXIT
026410             PERFORM 2170-WRITE-KEY-XREF
026420                 THRU 2170-WRITE-KEY-XREF-EXIT
026500     END-EVALUATE.
026600 2000-PROCESS-TIF-FILE-EXIT.
026700     EXIT.
031800 2160-START-FILE-COUNTS-EXIT.
031900     EXIT.
032000
032003*--------------------------------------------------------------*
032006* ONE KEY CROSS-REFERENCE RECORD PER DETAIL, WRITTEN AFTER THE  *
032009* SPLIT SO THE HELD KEY IS THE ONE THE DETAIL NOW BELONGS TO -  *
032012* A NEW DETAIL IS PART 0 OF ITS OWN KEY, A CONTINUATION TAKES   *
032015* THE NEXT PART OF ITS PARENT'S.  AN ORPHAN CONTINUATION STILL  *
032018* GETS A RECORD, WITH A ZERO SEQUENCE NUMBER, SO IJTGLP01 STAYS *
032021* IN STEP.                                                      *
032024*--------------------------------------------------------------*
032027 2170-WRITE-KEY-XREF.
032030     MOVE SPACES            TO TIFKEYX-RECORD.
032033     MOVE JNL-CUR-JOBNAME   TO TIFKEYX-JOBNAME.
032036     MOVE JNL-CUR-SEQ-NM    TO TIFKEYX-SEQ-NM.
032039     MOVE JNL-FILE-DETS-IN  TO TIFKEYX-DTL-ORD.
032042     IF JNL-DETAIL-HELD
032045         IF XX-DTL-RC-TYPE-CD = 'C'
032048             ADD 1 TO JNL-HELD-PART-NO
032051         ELSE
032054             MOVE ZERO TO JNL-HELD-PART-NO
032057         END-IF
032060         MOVE JNL-HELD-SRCE-SYS-CD TO TIFKEYX-SRCE-SYS-CD
032063         MOVE JNL-HELD-SEQ-NO      TO TIFKEYX-SEQ-NO
032066         MOVE JNL-HELD-PART-NO     TO TIFKEYX-PART-NO
032069     ELSE
032072         MOVE ZERO TO TIFKEYX-SEQ-NO TIFKEYX-PART-NO
032075     END-IF.
032078     WRITE TIFKEYX-RECORD.
032081     ADD 1 TO JNL-KEYX-WRITTEN.
032087 2170-WRITE-KEY-XREF-EXIT.
032090     EXIT.
032093
032100*--------------------------------------------------------------*
032200 2900-WRITE-RUN-CONTROL.
032300     MOVE SPACES          TO RUNCTL-RECORD.
035300             THRU 2900-WRITE-RUN-CONTROL-EXIT
035400     END-IF.
035500     CLOSE TIF-IN-FILE TIF-DETP-FILE TIF-TAXP-FILE
035600         RUN-CTL-FILE TIF-KEYX-FILE.
035700     DISPLAY 'IJTDSP01 - TOTAL RECORDS READ       = '
035800         JNL-RECS-READ.
035900     DISPLAY 'IJTDSP01 - DETAIL RECORDS READ      = '
036400         JNL-TAX-LINES-WRITTEN.
036410     DISPLAY 'IJTDSP01 - CONTINUATIONS SPLIT       = '
036420         JNL-CONTS-SPLIT.
036423     DISPLAY 'IJTDSP01 - KEY XREF RECORDS WRITTEN  = '
036426         JNL-KEYX-WRITTEN.
036430     IF JNL-TAX-LINES-DROPPED > ZERO
036440         DISPLAY 'IJTDSP01 - TAX LINES PAST 99 DROPPED = '
036450             JNL-TAX-LINES-DROPPED
