002503*                      SRCSELP) - A BYPASSED FEEDER'S RECORDS   *
002504*                      ARE SKIPPED, LOGGED AND COUNTED, WITHOUT *
002505*                      TOUCHING ANY OTHER FEEDER'S DATA.        *
002507* 28.9  09/17/26  RAS  ALSO BUILDS THE GLLIN DRILL-DOWN         *
002509*                      LINEAGE STORE - ONE RECORD PER DETAIL    *
002511*                      SUMMARIZED, KEYED BY THE GLINTF LINE'S   *
002513*                      FACCT AND JOURNAL DATE PLUS THE TIFDET   *
002515*                      KEY THE DETAIL WAS STORED UNDER.  THE    *
002517*                      KEY COMES FROM THE TIFKEYX CROSS-        *
002519*                      REFERENCE IJTDSP01 WROTE FOR THE SAME    *
002521*                      TIF FILE, READ IN STEP AND CHECKED BY    *
002523*                      SMS JOBNAME/SEQUENCE AND DETAIL          *
002525*                      ORDINAL.  A CROSS-REFERENCE OUT OF STEP  *
002527*                      STOPS THE LINEAGE (RC 8) BUT NOT THE     *
002529*                      GLINTF.  TIFKEYX IS OPTIONAL - WITHOUT   *
002531*                      IT GLINTF IS BUILT AS BEFORE.  RUN WITH  *
002533*                      THE SAME SRCSEL CARDS AS IJTDSP01.       *
002535* 30.3  10/01/26  RAS  DETAILS FLAGGED XX-ALLOC-ND ARE          *
002537*                      ALLOCATED BY THE ALCRULE RULE IN EFFECT: *
002539*                      GROSS AND TAX MOVE OFF THE SOURCE ENTITY *
002541*                      TO THE TARGETS IN BALANCED ALLOCATION    *
002543*                      LINES IN THE SAME BATCH, PENNIES TO THE  *
002545*                      LARGEST SHARE.  NO RULE - HELD TO        *
002547*                      ALCHOLD, RC 4.  REGISTER BY RULE ON      *
002549*                      ALCRPT.                                  *
002551* 30.7  10/15/26  RAS  9220 IS PERFORMED THRU ITS EXIT.  THE    *
002553*                      ALLOCATION PARAGRAPHS ARE IN LINE HERE   *
002555*                      RATHER THAN IN THE ALCRULP COPYBOOK,     *
002557*                      WHICH NO OTHER PROGRAM USED.             *
002600*--------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003902     SELECT SRCSEL-FILE   ASSIGN TO SRCSEL
003903         ORGANIZATION IS LINE SEQUENTIAL
003904         FILE STATUS IS JNL-SRCSEL-STATUS.
003912
003920     SELECT TIF-KEYX-FILE ASSIGN TO TIFKEYX
003928         ORGANIZATION IS LINE SEQUENTIAL
003936         FILE STATUS IS JNL-TIFKEYX-STATUS.
003944
003952     SELECT GL-LIN-FILE   ASSIGN TO GLLIN
003960         ORGANIZATION IS INDEXED
003968         ACCESS MODE IS DYNAMIC
003976         RECORD KEY IS GLLIN-KEY
003984         FILE STATUS IS JNL-GLLIN-STATUS.
003985
003986     SELECT ALC-RULE-FILE ASSIGN TO ALCRULE
003987         ORGANIZATION IS LINE SEQUENTIAL
003988         FILE STATUS IS JNL-ALCRULE-STATUS.
003989
003990     SELECT ALC-HOLD-FILE ASSIGN TO ALCHOLD
003991         ORGANIZATION IS LINE SEQUENTIAL
003992         FILE STATUS IS JNL-ALCHOLD-STATUS.
003993
003994     SELECT ALC-RPT-FILE  ASSIGN TO ALCRPT
003995         ORGANIZATION IS LINE SEQUENTIAL
003996         FILE STATUS IS JNL-ALCRPT-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004902 FD  SRCSEL-FILE
004903     RECORDING MODE IS F.
004904 01  SRCSEL-RECORD             PIC X(80).
004914
004924 FD  TIF-KEYX-FILE
004934     RECORDING MODE IS F.
004944     COPY tifkeyx.
004954
004964 FD  GL-LIN-FILE.
004974     COPY gllin.
004975
004976 FD  ALC-RULE-FILE
004977     RECORDING MODE IS F.
004978 01  ALC-RULE-IN-RECORD        PIC X(200).
004979
004980 FD  ALC-HOLD-FILE
004981     RECORDING MODE IS V.
004982 01  ALC-HOLD-RECORD.
004983     05  ALC-HOLD-REASON       PIC X(40).
004984     05  ALC-HOLD-DATA         PIC X(3092).
004985
004986 FD  ALC-RPT-FILE
004987     RECORDING MODE IS F.
004988 01  ALC-RPT-LINE              PIC X(132).
005000
005100 WORKING-STORAGE SECTION.
005101
005300     88  JNL-TIFIN-OK                    VALUE '00'.
005400     88  JNL-TIFIN-EOF                   VALUE '10'.
005500 01  JNL-GLINTF-STATUS         PIC X(02) VALUE SPACES.
005510 01  JNL-TIFKEYX-STATUS        PIC X(02) VALUE SPACES.
005520     88  JNL-TIFKEYX-OK                  VALUE '00'.
005530     88  JNL-TIFKEYX-NOT-FOUND           VALUE '35'.
005540 01  JNL-GLLIN-STATUS          PIC X(02) VALUE SPACES.
005550     88  JNL-GLLIN-OK                    VALUE '00'.
005560     88  JNL-GLLIN-NOTFND                VALUE '35'.
005565 01  JNL-ALCRULE-STATUS        PIC X(02) VALUE SPACES.
005570     88  JNL-ALCRULE-OK                  VALUE '00'.
005575     88  JNL-ALCRULE-EOF                 VALUE '10'.
005580     88  JNL-ALCRULE-NOT-FOUND           VALUE '35'.
005585 01  JNL-ALCHOLD-STATUS        PIC X(02) VALUE SPACES.
005590 01  JNL-ALCRPT-STATUS         PIC X(02) VALUE SPACES.
005600
005700*--------------------------------------------------------------*
005800* GL INTERFACE RECORD LAYOUTS - ONE BATCH PER TIF FILE.  THE    *
011400     05  JNL-CUR-KEY-IET       PIC X(10).
011500     05  JNL-CUR-KEY-JRNL-DT   PIC X(10).
011600
011601*--------------------------------------------------------------*
011602* SHARED-REVENUE ALLOCATION RULES FROM ALCRULE, LOADED AT       *
011603* START-UP.  EACH RULE'S TARGETS ARE KEPT WITH THE RULE, ALONG  *
011604* WITH THE TARGET HOLDING THE LARGEST PERCENTAGE (IT TAKES THE  *
011605* ROUNDING PENNIES) AND THE RUN'S TOTALS FOR THE REGISTER.  AN  *
011606* OPEN-ENDED RULE CARRIES 99999999 AS ITS END DATE.             *
011607*--------------------------------------------------------------*
011608 01  JNL-RULE-CNT              PIC 9(04) COMP VALUE ZERO.
011609 01  JNL-RULE-SUB              PIC 9(04) COMP VALUE ZERO.
011610 01  JNL-RULE-SUB-2            PIC 9(04) COMP VALUE ZERO.
011611 01  JNL-TGT-SUB               PIC 9(04) COMP VALUE ZERO.
011612 01  JNL-TGT-OUT-SUB           PIC 9(04) COMP VALUE ZERO.
011613 01  JNL-RULE-PCT-TOTAL        PIC 9(05)V99 VALUE ZERO.
011614 01  JNL-RULE-TABLE.
011615     05  JNL-RULE-ENTRY OCCURS 200 TIMES.
011616         10  JNL-RULE-ID           PIC X(06).
011617         10  JNL-RULE-FACCT-CD     PIC X(10).
011618         10  JNL-RULE-SRCE-SOBP    PIC X(10).
011619         10  JNL-RULE-EFF-DT       PIC X(08).
011620         10  JNL-RULE-END-DT       PIC X(08).
011621         10  JNL-RULE-TAX-FACCT    PIC X(10).
011622         10  JNL-RULE-DESC         PIC X(20).
011623         10  JNL-RULE-TGT-CNT      PIC 9(04)     COMP.
011624         10  JNL-RULE-BIG-SUB      PIC 9(04)     COMP.
011625         10  JNL-RULE-DET-CNT      PIC S9(09)    COMP-3.
011626         10  JNL-RULE-GRS-AMT      PIC S9(11)V99 COMP-3.
011627         10  JNL-RULE-TAX-AMT      PIC S9(11)V99 COMP-3.
011628         10  JNL-RULE-TGT OCCURS 5 TIMES.
011629             15  JNL-RULE-TGT-SOBP     PIC X(10).
011630             15  JNL-RULE-TGT-IET      PIC X(10).
011631             15  JNL-RULE-TGT-PCT      PIC 9(03)V99.
011632             15  JNL-RULE-TGT-GRS-AMT  PIC S9(11)V99 COMP-3.
011633             15  JNL-RULE-TGT-TAX-AMT  PIC S9(11)V99 COMP-3.
011634
011635*--------------------------------------------------------------*
011636* ALLOCATION JOURNAL LINES FOR THE CURRENT BATCH - KEYED LIKE   *
011637* THE SUMMARY TABLE BUT KEPT APART FROM IT, SO THE ALLOCATION   *
011638* REACHES THE G-L AS ITS OWN ENTRIES (SOURCE ENTITY OUT, TARGET *
011639* ENTITIES IN) RATHER THAN DISAPPEARING INTO THE REVENUE        *
011640* LINES.  THEY NET TO ZERO, SO THE BATCH TRAILER AMOUNT IS      *
011641* UNCHANGED.                                                    *
011642*--------------------------------------------------------------*
011643 01  JNL-ALC-CNT               PIC 9(04) COMP VALUE ZERO.
011644 01  JNL-ALC-SUB               PIC 9(04) COMP VALUE ZERO.
011645 01  JNL-ALC-TABLE.
011646     05  JNL-ALC-ENTRY OCCURS 500 TIMES.
011647         10  JNL-ALC-KEY.
011648             15  JNL-ALC-FACCT-CD  PIC X(10).
011649             15  JNL-ALC-SOBP      PIC X(10).
011650             15  JNL-ALC-IET       PIC X(10).
011651             15  JNL-ALC-JRNL-DT   PIC X(10).
011652         10  JNL-ALC-REC-CNT       PIC S9(09)    COMP-3.
011653         10  JNL-ALC-AMT           PIC S9(11)V99 COMP-3.
011654 01  JNL-ALC-CUR-KEY.
011655     05  JNL-ALC-KEY-FACCT     PIC X(10).
011656     05  JNL-ALC-KEY-SOBP      PIC X(10).
011657     05  JNL-ALC-KEY-IET       PIC X(10).
011658     05  JNL-ALC-KEY-JRNL-DT   PIC X(10).
011659
011700 01  JNL-CUR-BATCH.
011800     05  JNL-CUR-BATCH-NO      PIC 9(05) VALUE ZERO.
011900     05  JNL-CUR-SRCE-SYS-CD   PIC X(04) VALUE SPACES.
012100     05  JNL-CUR-SEQ-NM        PIC X(06) VALUE SPACES.
012200     05  JNL-CUR-BATCH-RECS    PIC S9(09)    COMP-3 VALUE ZERO.
012300     05  JNL-CUR-BATCH-AMT     PIC S9(11)V99 COMP-3 VALUE ZERO.
012310     05  JNL-CUR-BATCH-DETS    PIC S9(09)    COMP-3 VALUE ZERO.
012400
012500 01  JNL-SWITCHES.
012600     05  JNL-BATCH-OPEN-SW     PIC X(01) VALUE 'N'.
012700         88  JNL-BATCH-OPEN              VALUE 'Y'.
012800         88  JNL-BATCH-CLOSED            VALUE 'N'.
012810     05  JNL-LINEAGE-SW        PIC X(01) VALUE 'N'.
012820         88  JNL-LINEAGE-ON              VALUE 'Y'.
012830     05  JNL-KEYX-STEP-SW      PIC X(01) VALUE 'N'.
012840         88  JNL-KEYX-IN-STEP            VALUE 'Y'.
012850         88  JNL-KEYX-STOPPED            VALUE 'N'.
012860     05  JNL-KEYX-MATCH-SW     PIC X(01) VALUE 'N'.
012870         88  JNL-KEYX-MATCHED            VALUE 'Y'.
012900
013000 01  JNL-COUNTERS.
013100     05  JNL-RECS-READ         PIC S9(09) COMP-3 VALUE ZERO.
013200     05  JNL-DETAILS-READ      PIC S9(09) COMP-3 VALUE ZERO.
013300     05  JNL-BATCHES-WRITTEN   PIC S9(05) COMP-3 VALUE ZERO.
013400     05  JNL-LINES-WRITTEN     PIC S9(09) COMP-3 VALUE ZERO.
013410     05  JNL-LIN-WRITTEN       PIC S9(09) COMP-3 VALUE ZERO.
013420     05  JNL-LIN-ON-FILE       PIC S9(09) COMP-3 VALUE ZERO.
013430     05  JNL-LIN-UNKEYED       PIC S9(09) COMP-3 VALUE ZERO.
013440     05  JNL-KEYX-OUT-OF-STEP  PIC S9(09) COMP-3 VALUE ZERO.
013500
013600     COPY tifview.
013603
013606     COPY alcrule.
013609
013612 01  JNL-ALC-WORK.
013615     05  JNL-ALC-JRNL-CCYYMMDD PIC X(08).
013618     05  JNL-ALC-GRS-AMT       PIC S9(11)V99 COMP-3.
013621     05  JNL-ALC-TAX-AMT       PIC S9(11)V99 COMP-3.
013624     05  JNL-ALC-SPLIT-AMT     PIC S9(11)V99 COMP-3.
013627     05  JNL-ALC-SPLIT-SUM     PIC S9(11)V99 COMP-3.
013630     05  JNL-ALC-POST-AMT      PIC S9(11)V99 COMP-3.
013633     05  JNL-ALC-SHARE OCCURS 5 TIMES
013636                               PIC S9(11)V99 COMP-3.
013639     05  JNL-ALC-HOLD-REASON   PIC X(40).
013642     05  JNL-ALC-PASS-SW       PIC X(01).
013645         88  JNL-ALC-PASS-GROSS          VALUE 'G'.
013648         88  JNL-ALC-PASS-TAX            VALUE 'T'.
013651     05  JNL-ALC-HELD-SW       PIC X(01) VALUE 'N'.
013654         88  JNL-ALC-HELD                VALUE 'Y'.
013657
013660 01  JNL-ALC-COUNTERS.
013663     05  JNL-ALC-DETS-FLAGGED  PIC S9(09)    COMP-3 VALUE ZERO.
013666     05  JNL-ALC-DETS-ALLOC    PIC S9(09)    COMP-3 VALUE ZERO.
013669     05  JNL-ALC-DETS-HELD     PIC S9(09)    COMP-3 VALUE ZERO.
013672     05  JNL-ALC-HELD-AMT      PIC S9(11)V99 COMP-3 VALUE ZERO.
013675     05  JNL-ALC-LINES-WRITTEN PIC S9(09)    COMP-3 VALUE ZERO.
013678     05  JNL-ALC-NET-AMT       PIC S9(11)V99 COMP-3 VALUE ZERO.
013681
013684 01  JNL-ALC-EDIT-FIELDS.
013687     05  JNL-ALC-EDIT-CNT      PIC ZZZ,ZZZ,ZZ9.
013688     05  JNL-ALC-EDIT-CNT-2    PIC ZZZ,ZZZ,ZZ9.
013690     05  JNL-ALC-EDIT-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
013693     05  JNL-ALC-EDIT-AMT-2    PIC Z,ZZZ,ZZZ,ZZ9.99-.
013696     05  JNL-ALC-EDIT-PCT      PIC ZZ9.99.
013700
013800 PROCEDURE DIVISION.
013900*--------------------------------------------------------------*
016002         THRU 1800-LOAD-SRCSEL-EXIT.
016100     OPEN INPUT  TIF-IN-FILE.
016200     OPEN OUTPUT GL-INTF-FILE.
016210     PERFORM 1100-OPEN-LINEAGE
016220         THRU 1100-OPEN-LINEAGE-EXIT.
016223     PERFORM 1050-LOAD-ALLOC-RULES
016226         THRU 1050-LOAD-ALLOC-RULES-EXIT.
016229     OPEN OUTPUT ALC-HOLD-FILE ALC-RPT-FILE.
016232     MOVE SPACES TO ALC-RPT-LINE.
016235     MOVE 'IJTGLP01 - SHARED-REVENUE ALLOCATION REGISTER'
016238         TO ALC-RPT-LINE.
016241     WRITE ALC-RPT-LINE.
016244     MOVE SPACES TO ALC-RPT-LINE.
016247     WRITE ALC-RPT-LINE.
016250     MOVE 'DETAILS HELD - NOT ALLOCATED' TO ALC-RPT-LINE.
016253     WRITE ALC-RPT-LINE.
016256     MOVE SPACES TO ALC-RPT-LINE.
016259     MOVE 'JOBNAME'      TO ALC-RPT-LINE (1:7).
016262     MOVE 'SEQNM'        TO ALC-RPT-LINE (10:5).
016265     MOVE 'ACCOUNT'      TO ALC-RPT-LINE (17:7).
016268     MOVE 'FACCT'        TO ALC-RPT-LINE (31:5).
016271     MOVE 'SOBP'         TO ALC-RPT-LINE (42:4).
016274     MOVE 'JRNL DATE'    TO ALC-RPT-LINE (53:9).
016277     MOVE 'GROSS AMOUNT' TO ALC-RPT-LINE (69:12).
016280     MOVE 'REASON'       TO ALC-RPT-LINE (82:6).
016283     WRITE ALC-RPT-LINE.
016300 1000-INITIALIZE-EXIT.
016400     EXIT.
016500
016502*--------------------------------------------------------------*
016504* THE LINEAGE STORE IS ONLY BUILT WHEN IJTDSP01'S TIFKEYX       *
016506* CROSS-REFERENCE IS SUPPLIED.  GLLIN ACCUMULATES ACROSS RUNS   *
016508* AND IS CREATED ON FIRST USE WITH THE SAME FALLBACK IJHSTR01   *
016510* USES.                                                         *
016512*--------------------------------------------------------------*
016514 1100-OPEN-LINEAGE.
016516     OPEN INPUT TIF-KEYX-FILE.
016518     IF JNL-TIFKEYX-NOT-FOUND
016520         DISPLAY 'IJTGLP01 - NO TIFKEYX SUPPLIED, GL LINEAGE NOT '
016522             'BUILT'
016524         GO TO 1100-OPEN-LINEAGE-EXIT
016526     END-IF.
016528     IF NOT JNL-TIFKEYX-OK
016530         DISPLAY 'IJTGLP01 - UNABLE TO OPEN TIFKEYX, STATUS = '
016532             JNL-TIFKEYX-STATUS
016534         MOVE 16 TO RETURN-CODE
016536         GOBACK
016538     END-IF.
016540     OPEN I-O GL-LIN-FILE.
016542     IF JNL-GLLIN-NOTFND
016544         OPEN OUTPUT GL-LIN-FILE
016546         CLOSE GL-LIN-FILE
016548         OPEN I-O GL-LIN-FILE
016550     END-IF.
016552     IF NOT JNL-GLLIN-OK
016554         DISPLAY 'IJTGLP01 - UNABLE TO OPEN GLLIN, STATUS = '
016556             JNL-GLLIN-STATUS
016558         MOVE 16 TO RETURN-CODE
016560         GOBACK
016562     END-IF.
016564     SET JNL-LINEAGE-ON   TO TRUE.
016566     SET JNL-KEYX-IN-STEP TO TRUE.
016568 1100-OPEN-LINEAGE-EXIT.
016570     EXIT.
016600*--------------------------------------------------------------*
016700 2000-PROCESS-TIF-FILE.
016800     READ TIF-IN-FILE INTO JNL-TIF-RAW-REC
018430             ADD 1 TO JNL-SEL-DETS-BYPASSED
018500         WHEN OTHER
018600             ADD 1 TO JNL-DETAILS-READ
018610             ADD 1 TO JNL-CUR-BATCH-DETS
018700             MOVE JNL-TIF-RAW-REC TO JNL-TIF-DTL-VIEW
018710             PERFORM 2340-MATCH-KEY-XREF
018720                 THRU 2340-MATCH-KEY-XREF-EXIT
018800             MOVE 'N' TO JNL-ALC-HELD-SW
018810             IF XX-ALLOC-ND = 'Y'
018820                 PERFORM 2500-ALLOCATE-DETAIL
018830                     THRU 2500-ALLOCATE-DETAIL-EXIT
018840             END-IF
018850             IF NOT JNL-ALC-HELD
018860                 PERFORM 2300-SUMMARIZE-DETAIL
018870                     THRU 2300-SUMMARIZE-DETAIL-EXIT
018880             END-IF
019000     END-EVALUATE.
019100 2000-PROCESS-TIF-FILE-EXIT.
019200     EXIT.
020600     MOVE XX-HDR-SMS-JOBNAME TO JNL-CUR-JOBNAME.
020700     MOVE XX-HDR-SMS-SEQ-NM  TO JNL-CUR-SEQ-NM.
020800     MOVE ZERO TO JNL-SUM-CNT JNL-CUR-BATCH-RECS
020900         JNL-CUR-BATCH-AMT JNL-CUR-BATCH-DETS JNL-ALC-CNT.
021000     SET JNL-BATCH-OPEN TO TRUE.
021100
021200     MOVE SPACES TO JNL-GL-HDR-REC.
024300     ADD XX-JRNL-GRS-AT TO JNL-SUM-AMT (JNL-SUM-SUB).
024400     ADD 1 TO JNL-CUR-BATCH-RECS.
024500     ADD XX-JRNL-GRS-AT TO JNL-CUR-BATCH-AMT.
024510     PERFORM 2350-WRITE-LINEAGE
024520         THRU 2350-WRITE-LINEAGE-EXIT.
024600 2300-SUMMARIZE-DETAIL-EXIT.
024700     EXIT.
024800
025800 2315-TEST-SUM-ENTRY.
025900     CONTINUE.
026000
026001*--------------------------------------------------------------*
026002* READ THE NEXT TIFKEYX RECORD IN STEP WITH THIS DETAIL.  IT    *
026003* MUST BE FOR THE SAME TIF FILE (SMS JOBNAME/SEQUENCE) AND THE  *
026004* SAME DETAIL ORDINAL WITHIN IT; THE FIRST RECORD THAT IS NOT,  *
026005* OR A CROSS-REFERENCE THAT RUNS OUT FIRST, STOPS THE LINEAGE   *
026006* FOR THE REST OF THE RUN - THE KEYS THAT FOLLOW CANNOT BE      *
026007* TRUSTED.                                                      *
026008*--------------------------------------------------------------*
026009 2340-MATCH-KEY-XREF.
026010     MOVE 'N' TO JNL-KEYX-MATCH-SW.
026011     IF NOT JNL-KEYX-IN-STEP
026012         GO TO 2340-MATCH-KEY-XREF-EXIT
026013     END-IF.
026014     READ TIF-KEYX-FILE
026015         AT END
026016             ADD 1 TO JNL-KEYX-OUT-OF-STEP
026017             DISPLAY 'IJTGLP01 - TIFKEYX ENDED BEFORE TIFIN AT '
026018                 JNL-CUR-JOBNAME ' ' JNL-CUR-SEQ-NM
026019             SET JNL-KEYX-STOPPED TO TRUE
026020             GO TO 2340-MATCH-KEY-XREF-EXIT
026021     END-READ.
026022     IF TIFKEYX-JOBNAME NOT = JNL-CUR-JOBNAME
026023         OR TIFKEYX-SEQ-NM NOT = JNL-CUR-SEQ-NM
026024         OR TIFKEYX-DTL-ORD NOT = JNL-CUR-BATCH-DETS
026025         ADD 1 TO JNL-KEYX-OUT-OF-STEP
026026         DISPLAY 'IJTGLP01 - TIFKEYX OUT OF STEP AT '
026027             JNL-CUR-JOBNAME ' ' JNL-CUR-SEQ-NM
026028             ' DETAIL ' JNL-CUR-BATCH-DETS
026029         SET JNL-KEYX-STOPPED TO TRUE
026030         GO TO 2340-MATCH-KEY-XREF-EXIT
026031     END-IF.
026032     SET JNL-KEYX-MATCHED TO TRUE.
026033 2340-MATCH-KEY-XREF-EXIT.
026034     EXIT.
026035
026036*--------------------------------------------------------------*
026037* ONE LINEAGE RECORD PER DETAIL SUMMARIZED.  A DETAIL WITH NO   *
026038* TRUSTED KEY (CROSS-REFERENCE OUT OF STEP, OR A CONTINUATION   *
026039* IJTDSP01 FOUND NO PARENT FOR) IS COUNTED INSTEAD.  A KEY      *
026040* ALREADY ON GLLIN MEANS THE SAME TIF FILE WAS SUMMARIZED       *
026041* BEFORE - IT IS COUNTED AND LEFT AS IT WAS.                    *
026042*--------------------------------------------------------------*
026043 2350-WRITE-LINEAGE.
026044     IF NOT JNL-LINEAGE-ON
026045         GO TO 2350-WRITE-LINEAGE-EXIT
026046     END-IF.
026047     IF NOT JNL-KEYX-MATCHED
026048         OR TIFKEYX-SEQ-NO = ZERO
026049         ADD 1 TO JNL-LIN-UNKEYED
026050         GO TO 2350-WRITE-LINEAGE-EXIT
026051     END-IF.
026052     MOVE SPACES              TO GLLIN-RECORD.
026053     MOVE JNL-CUR-KEY-FACCT   TO GLLIN-FACCT-CD.
026054     MOVE JNL-CUR-KEY-JRNL-DT TO GLLIN-JRNL-DT.
026055     MOVE TIFKEYX-SRCE-SYS-CD TO GLLIN-SRCE-SYS-CD.
026056     MOVE TIFKEYX-SEQ-NO      TO GLLIN-SEQ-NO.
026057     MOVE TIFKEYX-PART-NO     TO GLLIN-PART-NO.
026058     MOVE JNL-CUR-KEY-SOBP    TO GLLIN-SOBP.
026059     MOVE JNL-CUR-KEY-IET     TO GLLIN-IET.
026060     MOVE JNL-CUR-BATCH-NO    TO GLLIN-BATCH-NO.
026061     MOVE JNL-CUR-JOBNAME     TO GLLIN-JOBNAME.
026062     MOVE JNL-CUR-SEQ-NM      TO GLLIN-SEQ-NM.
026063     MOVE XX-BL-ACCT-NB       TO GLLIN-BL-ACCT-NB.
026064     MOVE XX-JRNL-GRS-AT      TO GLLIN-AMT.
026065     WRITE GLLIN-RECORD
026066         INVALID KEY
026067             ADD 1 TO JNL-LIN-ON-FILE
026068         NOT INVALID KEY
026069             ADD 1 TO JNL-LIN-WRITTEN
026070     END-WRITE.
026071 2350-WRITE-LINEAGE-EXIT.
026072     EXIT.
026100*--------------------------------------------------------------*
026200* WRITE ONE SUMMARY LINE PER DISTINCT KEY, THEN THE BATCH       *
026300* TRAILER WHOSE CONTROL TOTALS WERE ACCUMULATED FROM THE SAME   *
026800         THRU 2410-WRITE-SUM-LINE-EXIT
026900         VARYING JNL-SUM-SUB FROM 1 BY 1
027000         UNTIL JNL-SUM-SUB > JNL-SUM-CNT.
027020     PERFORM 2420-WRITE-ALC-LINE
027040         THRU 2420-WRITE-ALC-LINE-EXIT
027060         VARYING JNL-ALC-SUB FROM 1 BY 1
027080         UNTIL JNL-ALC-SUB > JNL-ALC-CNT.
027100
027200     MOVE SPACES TO JNL-GL-TRL-REC.
027300     MOVE 'T'                 TO JNL-GLT-REC-TYPE.
027400     MOVE JNL-CUR-BATCH-NO    TO JNL-GLT-BATCH-NO.
027500     COMPUTE JNL-GLT-LINE-CNT = JNL-SUM-CNT + JNL-ALC-CNT.
027600     MOVE JNL-CUR-BATCH-RECS  TO JNL-GLT-REC-CNT.
027700     MOVE JNL-CUR-BATCH-AMT   TO JNL-GLT-AMT.
027800     MOVE JNL-GL-TRL-REC TO GL-INTF-RECORD.
029800     ADD 1 TO JNL-LINES-WRITTEN.
029900 2410-WRITE-SUM-LINE-EXIT.
030000     EXIT.
030004
030008*--------------------------------------------------------------*
030012* THE ALLOCATION LINES FOLLOW THE SUMMARY LINES IN THE SAME     *
030016* BATCH.  THEY NET TO ZERO, SO THE TRAILER AMOUNT STILL AGREES  *
030020* WITH THE DETAILS SUMMARIZED; THE TRAILER LINE COUNT TAKES     *
030024* THEM IN.                                                      *
030028*--------------------------------------------------------------*
030032 2420-WRITE-ALC-LINE.
030036     MOVE SPACES TO JNL-GL-DTL-REC.
030040     MOVE 'D'                         TO JNL-GLD-REC-TYPE.
030044     MOVE JNL-ALC-FACCT-CD (JNL-ALC-SUB) TO JNL-GLD-FACCT-CD.
030048     MOVE JNL-ALC-SOBP (JNL-ALC-SUB)  TO JNL-GLD-SOBP.
030052     MOVE JNL-ALC-IET (JNL-ALC-SUB)   TO JNL-GLD-IET.
030056     MOVE JNL-ALC-JRNL-DT (JNL-ALC-SUB)
030060         TO JNL-GLD-JRNL-DT.
030064     MOVE JNL-ALC-REC-CNT (JNL-ALC-SUB) TO JNL-GLD-REC-CNT.
030068     MOVE JNL-ALC-AMT (JNL-ALC-SUB)   TO JNL-GLD-AMT.
030072     MOVE JNL-GL-DTL-REC TO GL-INTF-RECORD.
030076     WRITE GL-INTF-RECORD.
030080     ADD 1 TO JNL-ALC-LINES-WRITTEN.
030084 2420-WRITE-ALC-LINE-EXIT.
030088     EXIT.
030100
030110*--------------------------------------------------------------*
030120* THE ALLOCATION RULES ARE OPTIONAL - WITHOUT ALCRULE EVERY     *
030130* DETAIL FLAGGED XX-ALLOC-ND IS HELD.  A RULE THAT CANNOT BE    *
030140* TRUSTED (MISSING KEYS, BAD DATES, TARGETS NOT ADDING TO       *
030150* 100.00, OR A DATE RANGE OVERLAPPING AN EARLIER RULE FOR THE   *
030160* SAME FACCT AND SOURCE ENTITY) STOPS THE RUN BEFORE ANY        *
030170* GLINTF IS WRITTEN.                                            *
030180*--------------------------------------------------------------*
030190 1050-LOAD-ALLOC-RULES.
030200     OPEN INPUT ALC-RULE-FILE.
030210     IF JNL-ALCRULE-NOT-FOUND
030220         DISPLAY 'IJTGLP01 - NO ALCRULE SUPPLIED, ALLOCATED '
030230             'DETAILS WILL BE HELD'
030240         GO TO 1050-LOAD-ALLOC-RULES-EXIT
030250     END-IF.
030260     IF NOT JNL-ALCRULE-OK
030270         DISPLAY 'IJTGLP01 - UNABLE TO OPEN ALCRULE, STATUS = '
030280             JNL-ALCRULE-STATUS
030290         MOVE 16 TO RETURN-CODE
030300         GOBACK
030310     END-IF.
030320     PERFORM 1060-READ-ALLOC-RULE
030330         THRU 1060-READ-ALLOC-RULE-EXIT
030340         UNTIL JNL-ALCRULE-EOF.
030350     CLOSE ALC-RULE-FILE.
030360     DISPLAY 'IJTGLP01 - ALLOCATION RULES LOADED = '
030370         JNL-RULE-CNT.
030380 1050-LOAD-ALLOC-RULES-EXIT.
030390     EXIT.
030400
030410*--------------------------------------------------------------*
030420 1060-READ-ALLOC-RULE.
030430     READ ALC-RULE-FILE INTO ALCRULE-RECORD
030440         AT END
030450             GO TO 1060-READ-ALLOC-RULE-EXIT
030460     END-READ.
030470     IF ALCRULE-RECORD = SPACES
030480         GO TO 1060-READ-ALLOC-RULE-EXIT
030490     END-IF.
030500     IF ALCRULE-RULE-ID = SPACES
030510         OR ALCRULE-FACCT-CD = SPACES
030520         OR ALCRULE-TAX-FACCT-CD = SPACES
030530         MOVE 'RULE ID, FACCT OR TAX FACCT MISSING'
030540             TO JNL-ALC-HOLD-REASON
030550         PERFORM 1090-REJECT-ALLOC-RULE
030560     END-IF.
030570     IF ALCRULE-EFF-DT NOT NUMERIC
030580         MOVE 'EFFECTIVE DATE NOT NUMERIC' TO JNL-ALC-HOLD-REASON
030590         PERFORM 1090-REJECT-ALLOC-RULE
030600     END-IF.
030610     IF ALCRULE-END-DT NOT = SPACES
030620         IF ALCRULE-END-DT NOT NUMERIC
030630             OR ALCRULE-END-DT < ALCRULE-EFF-DT
030640             MOVE 'END DATE INVALID OR BEFORE EFF DATE'
030650                 TO JNL-ALC-HOLD-REASON
030660             PERFORM 1090-REJECT-ALLOC-RULE
030670         END-IF
030680     END-IF.
030690     IF JNL-RULE-CNT >= 200
030700         MOVE 'RULE TABLE FULL (200)' TO JNL-ALC-HOLD-REASON
030710         PERFORM 1090-REJECT-ALLOC-RULE
030720     END-IF.
030730     ADD 1 TO JNL-RULE-CNT.
030740     MOVE JNL-RULE-CNT TO JNL-RULE-SUB.
030750     MOVE ALCRULE-RULE-ID   TO JNL-RULE-ID (JNL-RULE-SUB).
030760     MOVE ALCRULE-FACCT-CD  TO JNL-RULE-FACCT-CD (JNL-RULE-SUB).
030770     MOVE ALCRULE-SRCE-SOBP TO JNL-RULE-SRCE-SOBP (JNL-RULE-SUB).
030780     MOVE ALCRULE-EFF-DT    TO JNL-RULE-EFF-DT (JNL-RULE-SUB).
030790     IF ALCRULE-END-DT = SPACES
030800         MOVE '99999999'     TO JNL-RULE-END-DT (JNL-RULE-SUB)
030810     ELSE
030820         MOVE ALCRULE-END-DT TO JNL-RULE-END-DT (JNL-RULE-SUB)
030830     END-IF.
030840     MOVE ALCRULE-TAX-FACCT-CD
030850         TO JNL-RULE-TAX-FACCT (JNL-RULE-SUB).
030860     MOVE ALCRULE-DESC      TO JNL-RULE-DESC (JNL-RULE-SUB).
030870     MOVE ZERO TO JNL-RULE-TGT-CNT (JNL-RULE-SUB)
030880         JNL-RULE-BIG-SUB (JNL-RULE-SUB)
030890         JNL-RULE-DET-CNT (JNL-RULE-SUB)
030900         JNL-RULE-GRS-AMT (JNL-RULE-SUB)
030910         JNL-RULE-TAX-AMT (JNL-RULE-SUB)
030920         JNL-RULE-PCT-TOTAL.
030930     PERFORM 1070-LOAD-ONE-TARGET
030940         THRU 1070-LOAD-ONE-TARGET-EXIT
030950         VARYING JNL-TGT-SUB FROM 1 BY 1
030960         UNTIL JNL-TGT-SUB > 5.
030970     IF JNL-RULE-TGT-CNT (JNL-RULE-SUB) = ZERO
030980         MOVE 'NO TARGET ENTITIES' TO JNL-ALC-HOLD-REASON
030990         PERFORM 1090-REJECT-ALLOC-RULE
031000     END-IF.
031010     IF JNL-RULE-PCT-TOTAL NOT = 100
031020         MOVE 'TARGET PERCENTAGES DO NOT ADD TO 100.00'
031030             TO JNL-ALC-HOLD-REASON
031040         PERFORM 1090-REJECT-ALLOC-RULE
031050     END-IF.
031060     PERFORM 1080-TEST-RULE-OVERLAP
031070         VARYING JNL-RULE-SUB-2 FROM 1 BY 1
031080         UNTIL JNL-RULE-SUB-2 >= JNL-RULE-SUB
031090         OR (JNL-RULE-FACCT-CD (JNL-RULE-SUB-2)
031100                 = JNL-RULE-FACCT-CD (JNL-RULE-SUB)
031110         AND JNL-RULE-SRCE-SOBP (JNL-RULE-SUB-2)
031120                 = JNL-RULE-SRCE-SOBP (JNL-RULE-SUB)
031130         AND JNL-RULE-EFF-DT (JNL-RULE-SUB-2)
031140                 <= JNL-RULE-END-DT (JNL-RULE-SUB)
031150         AND JNL-RULE-EFF-DT (JNL-RULE-SUB)
031160                 <= JNL-RULE-END-DT (JNL-RULE-SUB-2)).
031170     IF JNL-RULE-SUB-2 < JNL-RULE-SUB
031180         MOVE 'OVERLAPS EARLIER RULE, SAME FACCT/SOBP'
031190             TO JNL-ALC-HOLD-REASON
031200         PERFORM 1090-REJECT-ALLOC-RULE
031210     END-IF.
031220 1060-READ-ALLOC-RULE-EXIT.
031230     EXIT.
031240
031250*--------------------------------------------------------------*
031260* BLANK TARGET SLOTS ARE SKIPPED AND THE REST KEPT IN           *
031270* ORDER.  THE TARGET WITH THE LARGEST PERCENTAGE IS REMEMBERED  *
031280* - IT ABSORBS THE ROUNDING PENNIES.                            *
031290*--------------------------------------------------------------*
031300 1070-LOAD-ONE-TARGET.
031310     IF ALCRULE-TGT-SOBP (JNL-TGT-SUB) = SPACES
031320         GO TO 1070-LOAD-ONE-TARGET-EXIT
031330     END-IF.
031340     IF ALCRULE-TGT-PCT (JNL-TGT-SUB) NOT NUMERIC
031350         MOVE 'TARGET PERCENTAGE NOT NUMERIC'
031360             TO JNL-ALC-HOLD-REASON
031370         PERFORM 1090-REJECT-ALLOC-RULE
031380     END-IF.
031390     ADD 1 TO JNL-RULE-TGT-CNT (JNL-RULE-SUB).
031400     MOVE JNL-RULE-TGT-CNT (JNL-RULE-SUB) TO JNL-TGT-OUT-SUB.
031410     MOVE ALCRULE-TGT-SOBP (JNL-TGT-SUB)
031420         TO JNL-RULE-TGT-SOBP (JNL-RULE-SUB, JNL-TGT-OUT-SUB).
031430     MOVE ALCRULE-TGT-IET (JNL-TGT-SUB)
031440         TO JNL-RULE-TGT-IET (JNL-RULE-SUB, JNL-TGT-OUT-SUB).
031450     MOVE ALCRULE-TGT-PCT (JNL-TGT-SUB)
031460         TO JNL-RULE-TGT-PCT (JNL-RULE-SUB, JNL-TGT-OUT-SUB).
031470     MOVE ZERO
031480         TO JNL-RULE-TGT-GRS-AMT (JNL-RULE-SUB, JNL-TGT-OUT-SUB)
031490            JNL-RULE-TGT-TAX-AMT (JNL-RULE-SUB, JNL-TGT-OUT-SUB).
031500     ADD ALCRULE-TGT-PCT (JNL-TGT-SUB) TO JNL-RULE-PCT-TOTAL.
031510     IF JNL-RULE-BIG-SUB (JNL-RULE-SUB) = ZERO
031520         MOVE JNL-TGT-OUT-SUB TO JNL-RULE-BIG-SUB (JNL-RULE-SUB)
031530         GO TO 1070-LOAD-ONE-TARGET-EXIT
031540     END-IF.
031550     MOVE JNL-RULE-BIG-SUB (JNL-RULE-SUB) TO JNL-RULE-SUB-2.
031560     IF ALCRULE-TGT-PCT (JNL-TGT-SUB) >
031570         JNL-RULE-TGT-PCT (JNL-RULE-SUB, JNL-RULE-SUB-2)
031580         MOVE JNL-TGT-OUT-SUB TO JNL-RULE-BIG-SUB (JNL-RULE-SUB)
031590     END-IF.
031600 1070-LOAD-ONE-TARGET-EXIT.
031610     EXIT.
031620
031630 1080-TEST-RULE-OVERLAP.
031640     CONTINUE.
031650
031660*--------------------------------------------------------------*
031670 1090-REJECT-ALLOC-RULE.
031680     DISPLAY 'IJTGLP01 - ALCRULE ' ALCRULE-RULE-ID
031690         ' REJECTED - ' JNL-ALC-HOLD-REASON.
031700     CLOSE ALC-RULE-FILE.
031710     MOVE 16 TO RETURN-CODE.
031720     GOBACK.
031730
031740*--------------------------------------------------------------*
031750* A DETAIL FLAGGED FOR ALLOCATION IS MATCHED ON FACCT AND       *
031760* SOURCE SOBP TO THE RULE WHOSE DATE RANGE TAKES IN ITS         *
031770* JOURNAL DATE.  THE GROSS IS SPLIT ON THE DETAIL'S OWN FACCT   *
031780* AND THE TAX (ROUNDED TO THE CENT) ON THE RULE'S TAX           *
031790* FACCT.  A DETAIL WITH NO RULE, OR ONE THAT WOULD OVERFILL     *
031800* THE ALLOCATION TABLE, IS HELD WHOLE RATHER THAN POSTED TO     *
031810* THE SOURCE ENTITY.  UP TO TWELVE LINES (SOURCE AND FIVE       *
031820* TARGETS, GROSS AND TAX) CAN BE NEEDED.                        *
031830*--------------------------------------------------------------*
031840 2500-ALLOCATE-DETAIL.
031850     ADD 1 TO JNL-ALC-DETS-FLAGGED.
031860     MOVE XX-JRNL-DT-A (1:4) TO JNL-ALC-JRNL-CCYYMMDD (1:4).
031870     MOVE XX-JRNL-DT-A (6:2) TO JNL-ALC-JRNL-CCYYMMDD (5:2).
031880     MOVE XX-JRNL-DT-A (9:2) TO JNL-ALC-JRNL-CCYYMMDD (7:2).
031890     PERFORM 2510-TEST-ALLOC-RULE
031900         VARYING JNL-RULE-SUB FROM 1 BY 1
031910         UNTIL JNL-RULE-SUB > JNL-RULE-CNT
031920         OR (JNL-RULE-FACCT-CD (JNL-RULE-SUB) = XX-FACCT-CD
031930         AND JNL-RULE-SRCE-SOBP (JNL-RULE-SUB) = XX-SOBP
031940         AND JNL-RULE-EFF-DT (JNL-RULE-SUB)
031950                 <= JNL-ALC-JRNL-CCYYMMDD
031960         AND JNL-RULE-END-DT (JNL-RULE-SUB)
031970                 >= JNL-ALC-JRNL-CCYYMMDD).
031980     IF JNL-RULE-SUB > JNL-RULE-CNT
031990         MOVE 'NO ALLOCATION RULE IN EFFECT'
032000             TO JNL-ALC-HOLD-REASON
032010         PERFORM 2560-HOLD-DETAIL
032020             THRU 2560-HOLD-DETAIL-EXIT
032030         GO TO 2500-ALLOCATE-DETAIL-EXIT
032040     END-IF.
032050     IF JNL-ALC-CNT + 12 > 500
032060         MOVE 'ALLOCATION JOURNAL TABLE FULL'
032070             TO JNL-ALC-HOLD-REASON
032080         PERFORM 2560-HOLD-DETAIL
032090             THRU 2560-HOLD-DETAIL-EXIT
032100         GO TO 2500-ALLOCATE-DETAIL-EXIT
032110     END-IF.
032120     MOVE XX-JRNL-GRS-AT TO JNL-ALC-GRS-AMT.
032130     COMPUTE JNL-ALC-TAX-AMT ROUNDED = XX-GRS-TAX-AT.
032140     ADD 1 TO JNL-ALC-DETS-ALLOC.
032150     ADD 1 TO JNL-RULE-DET-CNT (JNL-RULE-SUB).
032160     ADD JNL-ALC-GRS-AMT TO JNL-RULE-GRS-AMT (JNL-RULE-SUB).
032170     ADD JNL-ALC-TAX-AMT TO JNL-RULE-TAX-AMT (JNL-RULE-SUB).
032180
032190     SET JNL-ALC-PASS-GROSS TO TRUE.
032200     MOVE JNL-ALC-GRS-AMT TO JNL-ALC-SPLIT-AMT.
032210     MOVE XX-FACCT-CD     TO JNL-ALC-KEY-FACCT.
032220     PERFORM 2530-SPLIT-AMOUNT
032230         THRU 2530-SPLIT-AMOUNT-EXIT.
032240
032250     SET JNL-ALC-PASS-TAX TO TRUE.
032260     MOVE JNL-ALC-TAX-AMT TO JNL-ALC-SPLIT-AMT.
032270     MOVE JNL-RULE-TAX-FACCT (JNL-RULE-SUB) TO JNL-ALC-KEY-FACCT.
032280     PERFORM 2530-SPLIT-AMOUNT
032290         THRU 2530-SPLIT-AMOUNT-EXIT.
032300 2500-ALLOCATE-DETAIL-EXIT.
032310     EXIT.
032320
032330 2510-TEST-ALLOC-RULE.
032340     CONTINUE.
032350
032360*--------------------------------------------------------------*
032370* SPLIT JNL-ALC-SPLIT-AMT BY THE RULE'S PERCENTAGES, GIVE THE   *
032380* ROUNDING DIFFERENCE TO THE LARGEST TARGET, THEN POST THE      *
032390* WHOLE AMOUNT OUT OF THE SOURCE ENTITY AND EACH SHARE INTO     *
032400* ITS TARGET ENTITY.                                            *
032410*--------------------------------------------------------------*
032420 2530-SPLIT-AMOUNT.
032430     IF JNL-ALC-SPLIT-AMT = ZERO
032440         GO TO 2530-SPLIT-AMOUNT-EXIT
032450     END-IF.
032460     MOVE ZERO TO JNL-ALC-SPLIT-SUM.
032470     PERFORM 2535-COMPUTE-SHARE
032480         THRU 2535-COMPUTE-SHARE-EXIT
032490         VARYING JNL-TGT-SUB FROM 1 BY 1
032500         UNTIL JNL-TGT-SUB > JNL-RULE-TGT-CNT (JNL-RULE-SUB).
032510     MOVE JNL-RULE-BIG-SUB (JNL-RULE-SUB) TO JNL-TGT-SUB.
032520     COMPUTE JNL-ALC-SHARE (JNL-TGT-SUB) =
032530         JNL-ALC-SHARE (JNL-TGT-SUB)
032540         + JNL-ALC-SPLIT-AMT - JNL-ALC-SPLIT-SUM.
032550
032560     MOVE XX-SOBP      TO JNL-ALC-KEY-SOBP.
032570     MOVE XX-IET       TO JNL-ALC-KEY-IET.
032580     MOVE XX-JRNL-DT-A TO JNL-ALC-KEY-JRNL-DT.
032590     COMPUTE JNL-ALC-POST-AMT = ZERO - JNL-ALC-SPLIT-AMT.
032600     PERFORM 2550-POST-ALC-LINE
032610         THRU 2550-POST-ALC-LINE-EXIT.
032620     PERFORM 2540-POST-TARGET-SHARE
032630         THRU 2540-POST-TARGET-SHARE-EXIT
032640         VARYING JNL-TGT-SUB FROM 1 BY 1
032650         UNTIL JNL-TGT-SUB > JNL-RULE-TGT-CNT (JNL-RULE-SUB).
032660 2530-SPLIT-AMOUNT-EXIT.
032670     EXIT.
032680
032690 2535-COMPUTE-SHARE.
032700     COMPUTE JNL-ALC-SHARE (JNL-TGT-SUB) ROUNDED =
032710         JNL-ALC-SPLIT-AMT
032720         * JNL-RULE-TGT-PCT (JNL-RULE-SUB, JNL-TGT-SUB) / 100.
032730     ADD JNL-ALC-SHARE (JNL-TGT-SUB) TO JNL-ALC-SPLIT-SUM.
032740 2535-COMPUTE-SHARE-EXIT.
032750     EXIT.
032760
032770*--------------------------------------------------------------*
032780 2540-POST-TARGET-SHARE.
032790     IF JNL-ALC-PASS-GROSS
032800         ADD JNL-ALC-SHARE (JNL-TGT-SUB)
032810             TO JNL-RULE-TGT-GRS-AMT (JNL-RULE-SUB, JNL-TGT-SUB)
032820     ELSE
032830         ADD JNL-ALC-SHARE (JNL-TGT-SUB)
032840             TO JNL-RULE-TGT-TAX-AMT (JNL-RULE-SUB, JNL-TGT-SUB)
032850     END-IF.
032860     IF JNL-ALC-SHARE (JNL-TGT-SUB) = ZERO
032870         GO TO 2540-POST-TARGET-SHARE-EXIT
032880     END-IF.
032890     MOVE JNL-RULE-TGT-SOBP (JNL-RULE-SUB, JNL-TGT-SUB)
032900         TO JNL-ALC-KEY-SOBP.
032910     MOVE JNL-RULE-TGT-IET (JNL-RULE-SUB, JNL-TGT-SUB)
032920         TO JNL-ALC-KEY-IET.
032930     MOVE JNL-ALC-SHARE (JNL-TGT-SUB) TO JNL-ALC-POST-AMT.
032940     PERFORM 2550-POST-ALC-LINE
032950         THRU 2550-POST-ALC-LINE-EXIT.
032960 2540-POST-TARGET-SHARE-EXIT.
032970     EXIT.
032980
032990*--------------------------------------------------------------*
033000 2550-POST-ALC-LINE.
033010     PERFORM 2555-TEST-ALC-ENTRY
033020         VARYING JNL-ALC-SUB FROM 1 BY 1
033030         UNTIL JNL-ALC-SUB > JNL-ALC-CNT
033040         OR JNL-ALC-KEY (JNL-ALC-SUB) = JNL-ALC-CUR-KEY.
033050     IF JNL-ALC-SUB > JNL-ALC-CNT
033060         ADD 1 TO JNL-ALC-CNT
033070         MOVE JNL-ALC-CNT TO JNL-ALC-SUB
033080         MOVE JNL-ALC-CUR-KEY TO JNL-ALC-KEY (JNL-ALC-SUB)
033090         MOVE ZERO TO JNL-ALC-REC-CNT (JNL-ALC-SUB)
033100         MOVE ZERO TO JNL-ALC-AMT (JNL-ALC-SUB)
033110     END-IF.
033120     ADD 1 TO JNL-ALC-REC-CNT (JNL-ALC-SUB).
033130     ADD JNL-ALC-POST-AMT TO JNL-ALC-AMT (JNL-ALC-SUB).
033140     ADD JNL-ALC-POST-AMT TO JNL-ALC-NET-AMT.
033150 2550-POST-ALC-LINE-EXIT.
033160     EXIT.
033170
033180 2555-TEST-ALC-ENTRY.
033190     CONTINUE.
033200
033210*--------------------------------------------------------------*
033220* A HELD DETAIL GOES TO ALCHOLD IN THE TIFEXCP LAYOUT (REASON   *
033230* AND TIF IMAGE) SO IT CAN BE RELEASED ONCE THE RULE IS SET     *
033240* UP, AND IS LISTED ON ALCRPT.                                  *
033250*--------------------------------------------------------------*
033260 2560-HOLD-DETAIL.
033270     SET JNL-ALC-HELD TO TRUE.
033280     ADD 1 TO JNL-ALC-DETS-HELD.
033290     ADD XX-JRNL-GRS-AT TO JNL-ALC-HELD-AMT.
033300     MOVE JNL-ALC-HOLD-REASON TO ALC-HOLD-REASON.
033310     MOVE JNL-TIF-RAW-REC     TO ALC-HOLD-DATA.
033320     WRITE ALC-HOLD-RECORD.
033330     MOVE XX-JRNL-GRS-AT TO JNL-ALC-EDIT-AMT.
033340     MOVE SPACES TO ALC-RPT-LINE.
033350     STRING JNL-CUR-JOBNAME ' ' JNL-CUR-SEQ-NM ' '
033360         XX-BL-ACCT-NB ' ' XX-FACCT-CD ' ' XX-SOBP ' '
033370         XX-JRNL-DT-A ' ' JNL-ALC-EDIT-AMT ' '
033380         JNL-ALC-HOLD-REASON
033390         DELIMITED BY SIZE INTO ALC-RPT-LINE.
033400     WRITE ALC-RPT-LINE.
033410 2560-HOLD-DETAIL-EXIT.
033420     EXIT.
033430
033440*--------------------------------------------------------------*
033450 9000-TERMINATE.
033460     IF JNL-KEYX-IN-STEP
033470         PERFORM 9100-CHECK-KEYX-END
033480             THRU 9100-CHECK-KEYX-END-EXIT
033490     END-IF.
033500     PERFORM 9200-WRITE-ALC-REGISTER
033510         THRU 9200-WRITE-ALC-REGISTER-EXIT.
033520     CLOSE TIF-IN-FILE GL-INTF-FILE.
033530     IF JNL-LINEAGE-ON
033540         CLOSE TIF-KEYX-FILE GL-LIN-FILE
033550     END-IF.
033560     CLOSE ALC-HOLD-FILE ALC-RPT-FILE.
033570     DISPLAY 'IJTGLP01 - TOTAL RECORDS READ     = ' JNL-RECS-READ.
033580     DISPLAY 'IJTGLP01 - DETAIL RECORDS READ     = '
033590         JNL-DETAILS-READ.
033600     DISPLAY 'IJTGLP01 - GL BATCHES WRITTEN      = '
033610         JNL-BATCHES-WRITTEN.
033620     DISPLAY 'IJTGLP01 - GL SUMMARY LINES WRITTEN = '
033630         JNL-LINES-WRITTEN.
033640     IF JNL-SUM-OVERFLOW > ZERO
033650         DISPLAY 'IJTGLP01 - DETAILS NOT SUMMARIZED (TABLE FULL)'
033660             ' = ' JNL-SUM-OVERFLOW
033670         MOVE 8 TO RETURN-CODE
033680     END-IF.
033690     DISPLAY 'IJTGLP01 - FILES BYPASSED (SRCSEL) = '
033700         JNL-SEL-FILES-BYPASSED.
033710     DISPLAY 'IJTGLP01 - DETAILS BYPASSED (SRCSEL) = '
033720         JNL-SEL-DETS-BYPASSED.
033730     IF JNL-LINEAGE-ON
033740         DISPLAY 'IJTGLP01 - LINEAGE RECORDS WRITTEN   = '
033750             JNL-LIN-WRITTEN
033760         DISPLAY 'IJTGLP01 - LINEAGE ALREADY ON GLLIN  = '
033770             JNL-LIN-ON-FILE
033780         DISPLAY 'IJTGLP01 - DETAILS WITH NO LINEAGE KEY = '
033790             JNL-LIN-UNKEYED
033800     END-IF.
033810     IF JNL-KEYX-OUT-OF-STEP > ZERO
033820         OR JNL-LIN-UNKEYED > ZERO
033830         MOVE 8 TO RETURN-CODE
033840     END-IF.
033850     IF JNL-ALC-DETS-HELD > ZERO
033860         AND RETURN-CODE < 4
033870         MOVE 4 TO RETURN-CODE
033880     END-IF.
033890 9000-TERMINATE-EXIT.
033900     EXIT.
033910
033920*--------------------------------------------------------------*
033930* ANY TIFKEYX RECORD LEFT AFTER THE LAST TIF DETAIL MEANS THE   *
033940* CROSS-REFERENCE CAME FROM A DIFFERENT SPLIT OF THE INPUT.     *
033950*--------------------------------------------------------------*
033960 9100-CHECK-KEYX-END.
033970     READ TIF-KEYX-FILE
033980         AT END
033990             GO TO 9100-CHECK-KEYX-END-EXIT
034000     END-READ.
034010     ADD 1 TO JNL-KEYX-OUT-OF-STEP.
034020     DISPLAY 'IJTGLP01 - TIFKEYX RUNS PAST LAST TIF DETAIL AT '
034030         TIFKEYX-JOBNAME ' ' TIFKEYX-SEQ-NM.
034040 9100-CHECK-KEYX-END-EXIT.
034050     EXIT.
034060
034070 COPY srcselp.
034080
034090*--------------------------------------------------------------*
034100* THE ALLOCATION REGISTER - EACH RULE'S DETAILS, GROSS AND TAX, *
034110* THE SHARE EACH TARGET TOOK, THEN THE RUN TOTALS.              *
034120*--------------------------------------------------------------*
034130 9200-WRITE-ALC-REGISTER.
034140     MOVE SPACES TO ALC-RPT-LINE.
034150     WRITE ALC-RPT-LINE.
034160     MOVE 'ALLOCATION BY RULE' TO ALC-RPT-LINE.
034170     WRITE ALC-RPT-LINE.
034180     MOVE SPACES TO ALC-RPT-LINE.
034190     MOVE 'RULE'         TO ALC-RPT-LINE (1:4).
034200     MOVE 'DESCRIPTION'  TO ALC-RPT-LINE (8:11).
034210     MOVE 'FACCT'        TO ALC-RPT-LINE (29:5).
034220     MOVE 'SOBP'         TO ALC-RPT-LINE (40:4).
034230     MOVE 'EFF/PCT'      TO ALC-RPT-LINE (51:7).
034240     MOVE 'END/IET'      TO ALC-RPT-LINE (60:7).
034250     MOVE 'DETAILS'      TO ALC-RPT-LINE (73:7).
034260     MOVE 'GROSS'        TO ALC-RPT-LINE (93:5).
034270     MOVE 'TAX'          TO ALC-RPT-LINE (113:3).
034280     WRITE ALC-RPT-LINE.
034290     PERFORM 9210-WRITE-RULE-LINES
034300         THRU 9210-WRITE-RULE-LINES-EXIT
034310         VARYING JNL-RULE-SUB FROM 1 BY 1
034320         UNTIL JNL-RULE-SUB > JNL-RULE-CNT.
034330     MOVE SPACES TO ALC-RPT-LINE.
034340     WRITE ALC-RPT-LINE.
034350     MOVE JNL-ALC-DETS-FLAGGED TO JNL-ALC-EDIT-CNT.
034360     MOVE JNL-ALC-DETS-ALLOC   TO JNL-ALC-EDIT-CNT-2.
034370     STRING 'DETAILS FLAGGED FOR ALLOCATION   ' JNL-ALC-EDIT-CNT
034380         '  ALLOCATED ' JNL-ALC-EDIT-CNT-2
034390         DELIMITED BY SIZE INTO ALC-RPT-LINE.
034400     WRITE ALC-RPT-LINE.
034410     MOVE SPACES TO ALC-RPT-LINE.
034420     MOVE JNL-ALC-DETS-HELD TO JNL-ALC-EDIT-CNT.
034430     MOVE JNL-ALC-HELD-AMT  TO JNL-ALC-EDIT-AMT.
034440     STRING 'DETAILS HELD TO ALCHOLD          ' JNL-ALC-EDIT-CNT
034450         '  GROSS ' JNL-ALC-EDIT-AMT
034460         DELIMITED BY SIZE INTO ALC-RPT-LINE.
034470     WRITE ALC-RPT-LINE.
034480     MOVE SPACES TO ALC-RPT-LINE.
034490     MOVE JNL-ALC-LINES-WRITTEN TO JNL-ALC-EDIT-CNT.
034500     MOVE JNL-ALC-NET-AMT       TO JNL-ALC-EDIT-AMT.
034510     STRING 'ALLOCATION LINES WRITTEN         ' JNL-ALC-EDIT-CNT
034520         '  NET   ' JNL-ALC-EDIT-AMT
034530         DELIMITED BY SIZE INTO ALC-RPT-LINE.
034540     WRITE ALC-RPT-LINE.
034550     DISPLAY 'IJTGLP01 - ALLOC DETAILS HELD = ' JNL-ALC-DETS-HELD.
034560     DISPLAY 'IJTGLP01 - ALLOC LINES = ' JNL-ALC-LINES-WRITTEN.
034570 9200-WRITE-ALC-REGISTER-EXIT.
034580     EXIT.
034590
034600 9210-WRITE-RULE-LINES.
034610     MOVE SPACES TO ALC-RPT-LINE.
034620     MOVE JNL-RULE-ID (JNL-RULE-SUB)   TO ALC-RPT-LINE (1:6).
034630     MOVE JNL-RULE-DESC (JNL-RULE-SUB) TO ALC-RPT-LINE (8:20).
034640     MOVE JNL-RULE-FACCT-CD (JNL-RULE-SUB)
034650         TO ALC-RPT-LINE (29:10).
034660     MOVE JNL-RULE-SRCE-SOBP (JNL-RULE-SUB)
034670         TO ALC-RPT-LINE (40:10).
034680     MOVE JNL-RULE-EFF-DT (JNL-RULE-SUB) TO ALC-RPT-LINE (51:8).
034690     MOVE JNL-RULE-END-DT (JNL-RULE-SUB) TO ALC-RPT-LINE (60:8).
034700     IF JNL-RULE-END-DT (JNL-RULE-SUB) = '99999999'
034710         MOVE 'OPEN' TO ALC-RPT-LINE (60:8)
034720     END-IF.
034730     MOVE JNL-RULE-DET-CNT (JNL-RULE-SUB) TO JNL-ALC-EDIT-CNT.
034740     MOVE JNL-ALC-EDIT-CNT TO ALC-RPT-LINE (69:11).
034750     MOVE JNL-RULE-GRS-AMT (JNL-RULE-SUB) TO JNL-ALC-EDIT-AMT.
034760     MOVE JNL-ALC-EDIT-AMT TO ALC-RPT-LINE (81:17).
034770     MOVE JNL-RULE-TAX-AMT (JNL-RULE-SUB) TO JNL-ALC-EDIT-AMT-2.
034780     MOVE JNL-ALC-EDIT-AMT-2 TO ALC-RPT-LINE (99:17).
034790     WRITE ALC-RPT-LINE.
034800     PERFORM 9220-WRITE-TARGET-LINE
034810         THRU 9220-WRITE-TARGET-LINE-EXIT
034820         VARYING JNL-TGT-SUB FROM 1 BY 1
034830         UNTIL JNL-TGT-SUB > JNL-RULE-TGT-CNT (JNL-RULE-SUB).
034840 9210-WRITE-RULE-LINES-EXIT.
034850     EXIT.
034860
034870 9220-WRITE-TARGET-LINE.
034880     MOVE SPACES TO ALC-RPT-LINE.
034890     MOVE 'TO' TO ALC-RPT-LINE (29:2).
034900     MOVE JNL-RULE-TGT-SOBP (JNL-RULE-SUB, JNL-TGT-SUB)
034910         TO ALC-RPT-LINE (40:10).
034920     MOVE JNL-RULE-TGT-PCT (JNL-RULE-SUB, JNL-TGT-SUB)
034930         TO JNL-ALC-EDIT-PCT.
034940     MOVE JNL-ALC-EDIT-PCT TO ALC-RPT-LINE (51:6).
034950     MOVE JNL-RULE-TGT-IET (JNL-RULE-SUB, JNL-TGT-SUB)
034960         TO ALC-RPT-LINE (60:10).
034970     MOVE JNL-RULE-TGT-GRS-AMT (JNL-RULE-SUB, JNL-TGT-SUB)
034980         TO JNL-ALC-EDIT-AMT.
034990     MOVE JNL-ALC-EDIT-AMT TO ALC-RPT-LINE (81:17).
035000     MOVE JNL-RULE-TGT-TAX-AMT (JNL-RULE-SUB, JNL-TGT-SUB)
035010         TO JNL-ALC-EDIT-AMT-2.
035020     MOVE JNL-ALC-EDIT-AMT-2 TO ALC-RPT-LINE (99:17).
035030     WRITE ALC-RPT-LINE.
035040 9220-WRITE-TARGET-LINE-EXIT.
035050     EXIT.
035060
035070*-------------------------------------------------------------.
035080*                     E N D   O F  I J T G L P 0 1             :
035090*-------------------------------------------------------------'
