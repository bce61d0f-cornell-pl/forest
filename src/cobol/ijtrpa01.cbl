000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJTRPA01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  10/01/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 29.9  10/01/26  RAS  NEW PROGRAM.  FILES BATCH REPORTS ON THE *
001100*                      RPTARC KEYED REPORT ARCHIVE SO A REPORT  *
001200*                      IS STILL THERE AFTER THE SPOOL           *
001300*                      PURGE.  THE RPACTL CARD PICKS THE        *
001400*                      MODE.  FILE, RUN AS THE LAST STEP OF A   *
001500*                      JOB ONCE FOR EACH PRINT FILE (TAXRPT,    *
001600*                      NETRPT, GLARPT AND THE REST) WITH THE    *
001700*                      PRINT FILE ON RPTIN, FILES EVERY LINE    *
001800*                      UNDER THE REPORT NAME, RUN DATE, SMS     *
001900*                      JOBNAME/SEQUENCE AND BILL CYCLE FROM THE *
002000*                      CARD; A RUN FILED AGAIN REPLACES THE     *
002100*                      EARLIER FILING.  PURGE DELETES EVERY RUN *
002200*                      OLDER THAN THE RETENTION RPTCAT SETS FOR *
002300*                      ITS REPORT.  IJTRPV01 IS THE ONLINE      *
002400*                      VIEWER.                                  *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.   IBM-370.
002900 OBJECT-COMPUTER.   IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT RPT-ARC-FILE  ASSIGN TO RPTARC
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS RPTARC-KEY
003600         FILE STATUS IS JNL-RPTARC-STATUS.
003700
003800     SELECT RPA-CTL-FILE  ASSIGN TO RPACTL
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS JNL-RPACTL-STATUS.
004100
004200     SELECT RPT-CAT-FILE  ASSIGN TO RPTCAT
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS JNL-RPTCAT-STATUS.
004500
004600     SELECT RPT-IN-FILE   ASSIGN TO RPTIN
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS JNL-RPTIN-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  RPT-ARC-FILE.
005300     COPY rptarc.
005400
005500 FD  RPA-CTL-FILE
005600     RECORDING MODE IS F.
005700 01  RPA-CTL-RECORD            PIC X(80).
005800
005900 FD  RPT-CAT-FILE
006000     RECORDING MODE IS F.
006100 01  RPT-CAT-IN-RECORD         PIC X(80).
006200
006300 FD  RPT-IN-FILE
006400     RECORDING MODE IS F.
006500 01  RPT-IN-LINE               PIC X(132).
006600
006700 WORKING-STORAGE SECTION.
006800 01  JNL-RPTARC-STATUS         PIC X(02) VALUE SPACES.
006900     88  JNL-RPTARC-OK                   VALUE '00'.
007000     88  JNL-RPTARC-EOF                  VALUE '10'.
007100 01  JNL-RPACTL-STATUS         PIC X(02) VALUE SPACES.
007200     88  JNL-RPACTL-OK                   VALUE '00'.
007300 01  JNL-RPTCAT-STATUS         PIC X(02) VALUE SPACES.
007400     88  JNL-RPTCAT-OK                   VALUE '00'.
007500     88  JNL-RPTCAT-EOF                  VALUE '10'.
007600 01  JNL-RPTIN-STATUS          PIC X(02) VALUE SPACES.
007700     88  JNL-RPTIN-OK                    VALUE '00'.
007800     88  JNL-RPTIN-EOF                   VALUE '10'.
007900
008000*--------------------------------------------------------------*
008100* CONTROL CARD - MODE, AND FOR FILE THE RUN BEING FILED: REPORT *
008200* NAME, SMS JOBNAME/SEQUENCE, BILL CYCLE AND RUN DATE           *
008300* (CCYYMMDD, BLANK - TODAY).  PURGE USES THE MODE ALONE.        *
008400*--------------------------------------------------------------*
008500 01  JNL-RPA-CARD.
008600     05  JNL-CARD-MODE         PIC X(08).
008700         88  JNL-MODE-FILE              VALUE 'FILE    '.
008800         88  JNL-MODE-PURGE             VALUE 'PURGE   '.
008900     05  JNL-CARD-RPT-NAME     PIC X(08).
009000     05  JNL-CARD-JOBNAME      PIC X(08).
009100     05  JNL-CARD-SEQ-NM       PIC X(06).
009200     05  JNL-CARD-BL-CYC-CD    PIC X(02).
009300     05  JNL-CARD-RUN-DT       PIC X(08).
009400     05  FILLER                PIC X(40).
009500
009600 COPY rptcat.
009700
009800*--------------------------------------------------------------*
009900* THE CATALOG, AND THE ROW THE REPORT IN HAND FALLS UNDER - ITS *
010000* OWN, ELSE THE DEFAULT.  JNL-CAT-SUB ZERO - NEITHER.           *
010100*--------------------------------------------------------------*
010200 01  JNL-CAT-CNT               PIC 9(04) COMP VALUE ZERO.
010300 01  JNL-CAT-SUB               PIC 9(04) COMP VALUE ZERO.
010400 01  JNL-CAT-DEFAULT-SUB       PIC 9(04) COMP VALUE ZERO.
010500 01  JNL-CAT-TABLE.
010600     05  JNL-CAT-ENTRY OCCURS 500 TIMES.
010700         10  JNL-CAT-RPT-NAME      PIC X(08).
010800         10  JNL-CAT-DESC          PIC X(30).
010900         10  JNL-CAT-RETAIN-DAYS   PIC 9(04).
011000 01  JNL-FIND-RPT-NAME         PIC X(08) VALUE SPACES.
011100
011200 01  JNL-FILE-RUN-KEY.
011300     05  JNL-FILE-RPT-NAME     PIC X(08).
011400     05  JNL-FILE-RUN-DT       PIC X(08).
011500     05  JNL-FILE-JOBNAME      PIC X(08).
011600     05  JNL-FILE-SEQ-NM       PIC X(06).
011700     05  JNL-FILE-BL-CYC-CD    PIC X(02).
011800 01  JNL-PURGE-RUN-KEY         PIC X(32) VALUE SPACES.
011900 01  JNL-HDR-RUN-KEY           PIC X(32) VALUE SPACES.
012000 01  JNL-LINE-NO               PIC 9(07) VALUE ZERO.
012100 01  JNL-RETAIN-DAYS           PIC 9(04) VALUE ZERO.
012200 01  JNL-RUN-AGE               PIC S9(07) COMP-3 VALUE ZERO.
012300 01  JNL-TODAY-DAYNO           PIC S9(07) COMP-3 VALUE ZERO.
012400 01  JNL-PURGE-SW              PIC X(01) VALUE 'N'.
012500     88  JNL-PURGING-RUN                 VALUE 'Y'.
012600
012700 01  JNL-STAMP.
012800     05  JNL-STAMP-DATE        PIC X(08).
012900     05  JNL-STAMP-TIME        PIC X(06).
013000 01  JNL-TIME-RAW              PIC X(08) VALUE SPACES.
013100
013200*--------------------------------------------------------------*
013300* DATE TO DAY NUMBER - DAYS SINCE THE START OF THE COMMON ERA,  *
013400* ENOUGH TO SUBTRACT ONE DATE FROM ANOTHER.                     *
013500*--------------------------------------------------------------*
013600 01  JNL-CUM-DAYS-VALUES       PIC X(36) VALUE
013700     '000031059090120151181212243273304334'.
013800 01  JNL-CUM-DAYS-TABLE REDEFINES JNL-CUM-DAYS-VALUES.
013900     05  JNL-CUM-DAYS OCCURS 12 TIMES
014000                               PIC 9(03).
014100 01  JNL-DT-WORK.
014200     05  JNL-DT-YEAR           PIC 9(04).
014300     05  JNL-DT-MONTH          PIC 9(02).
014400     05  JNL-DT-DAY            PIC 9(02).
014500 01  JNL-DT-WORK-A REDEFINES JNL-DT-WORK
014600                               PIC X(08).
014700 01  JNL-DT-DAYNO              PIC S9(07) COMP-3 VALUE ZERO.
014800 01  JNL-DT-YM1                PIC 9(04) COMP VALUE ZERO.
014900 01  JNL-DT-QUOT               PIC 9(04) COMP VALUE ZERO.
015000 01  JNL-DT-REM-4              PIC 9(04) COMP VALUE ZERO.
015100 01  JNL-DT-REM-100            PIC 9(04) COMP VALUE ZERO.
015200 01  JNL-DT-REM-400            PIC 9(04) COMP VALUE ZERO.
015300 01  JNL-DT-LEAP-SW            PIC X(01) VALUE 'N'.
015400     88  JNL-DT-LEAP-YEAR                VALUE 'Y'.
015500
015600 01  JNL-COUNTERS.
015700     05  JNL-LINES-FILED       PIC S9(09) COMP-3 VALUE ZERO.
015800     05  JNL-LINES-REPLACED    PIC S9(09) COMP-3 VALUE ZERO.
015900     05  JNL-RECS-READ         PIC S9(09) COMP-3 VALUE ZERO.
016000     05  JNL-RUNS-KEPT         PIC S9(09) COMP-3 VALUE ZERO.
016100     05  JNL-RUNS-PURGED       PIC S9(09) COMP-3 VALUE ZERO.
016200     05  JNL-LINES-PURGED      PIC S9(09) COMP-3 VALUE ZERO.
016300     05  JNL-ORPHANS-PURGED    PIC S9(09) COMP-3 VALUE ZERO.
016400
016500 PROCEDURE DIVISION.
016600*--------------------------------------------------------------*
016700 0000-MAINLINE.
016800     PERFORM 1000-INITIALIZE
016900         THRU 1000-INITIALIZE-EXIT.
017000     IF JNL-MODE-FILE
017100         PERFORM 2000-FILE-REPORT
017200             THRU 2000-FILE-REPORT-EXIT
017300     ELSE
017400         PERFORM 3000-PURGE-EXPIRED-RUNS
017500             THRU 3000-PURGE-EXPIRED-RUNS-EXIT
017600             UNTIL JNL-RPTARC-EOF
017700     END-IF.
017800     PERFORM 9000-TERMINATE
017900         THRU 9000-TERMINATE-EXIT.
018000     GOBACK.
018100
018200*--------------------------------------------------------------*
018300 1000-INITIALIZE.
018400     ACCEPT JNL-STAMP-DATE FROM DATE YYYYMMDD.
018500     ACCEPT JNL-TIME-RAW FROM TIME.
018600     MOVE JNL-TIME-RAW (1:6) TO JNL-STAMP-TIME.
018700     OPEN INPUT RPA-CTL-FILE.
018800     IF NOT JNL-RPACTL-OK
018900         DISPLAY 'IJTRPA01 - UNABLE TO OPEN RPACTL, RC=16'
019000         MOVE 16 TO RETURN-CODE
019100         GOBACK
019200     END-IF.
019300     READ RPA-CTL-FILE INTO JNL-RPA-CARD
019400         AT END
019500             DISPLAY 'IJTRPA01 - RPACTL IS EMPTY, RC=16'
019600             MOVE 16 TO RETURN-CODE
019700             GOBACK
019800     END-READ.
019900     CLOSE RPA-CTL-FILE.
020000     IF NOT JNL-MODE-FILE AND NOT JNL-MODE-PURGE
020100         DISPLAY 'IJTRPA01 - UNRECOGNIZED MODE "' JNL-CARD-MODE
020200             '" ON RPACTL, RC=16'
020300         MOVE 16 TO RETURN-CODE
020400         GOBACK
020500     END-IF.
020600     PERFORM 1100-LOAD-CATALOG
020700         THRU 1100-LOAD-CATALOG-EXIT.
020800
020900     OPEN I-O RPT-ARC-FILE.
021000     IF NOT JNL-RPTARC-OK
021100         DISPLAY 'IJTRPA01 - UNABLE TO OPEN RPTARC, STATUS = '
021200             JNL-RPTARC-STATUS
021300         MOVE 16 TO RETURN-CODE
021400         GOBACK
021500     END-IF.
021600
021700     IF JNL-MODE-FILE
021800         PERFORM 1200-EDIT-FILE-CARD
021900             THRU 1200-EDIT-FILE-CARD-EXIT
022000     ELSE
022100         MOVE JNL-STAMP-DATE TO JNL-DT-WORK-A
022200         PERFORM 7000-DATE-TO-DAYNO
022300             THRU 7000-DATE-TO-DAYNO-EXIT
022400         MOVE JNL-DT-DAYNO TO JNL-TODAY-DAYNO
022500         MOVE LOW-VALUES TO RPTARC-KEY
022600         START RPT-ARC-FILE KEY NOT < RPTARC-KEY
022700             INVALID KEY
022800                 SET JNL-RPTARC-EOF TO TRUE
022900         END-START
023000     END-IF.
023100 1000-INITIALIZE-EXIT.
023200     EXIT.
023300
023400*--------------------------------------------------------------*
023500 1100-LOAD-CATALOG.
023600     OPEN INPUT RPT-CAT-FILE.
023700     IF NOT JNL-RPTCAT-OK
023800         DISPLAY 'IJTRPA01 - UNABLE TO OPEN RPTCAT, RC=16'
023900         MOVE 16 TO RETURN-CODE
024000         GOBACK
024100     END-IF.
024200     PERFORM 1110-READ-CATALOG-ROW
024300         THRU 1110-READ-CATALOG-ROW-EXIT
024400         UNTIL JNL-RPTCAT-EOF.
024500     CLOSE RPT-CAT-FILE.
024600 1100-LOAD-CATALOG-EXIT.
024700     EXIT.
024800
024900 1110-READ-CATALOG-ROW.
025000     READ RPT-CAT-FILE INTO RPTCAT-RECORD
025100         AT END
025200             SET JNL-RPTCAT-EOF TO TRUE
025300             GO TO 1110-READ-CATALOG-ROW-EXIT
025400     END-READ.
025500     IF JNL-CAT-CNT >= 500
025600         DISPLAY 'IJTRPA01 - RPTCAT TABLE FULL, ROW DROPPED FOR '
025700             RPTCAT-RPT-NAME
025800         GO TO 1110-READ-CATALOG-ROW-EXIT
025900     END-IF.
026000     ADD 1 TO JNL-CAT-CNT.
026100     MOVE RPTCAT-RPT-NAME TO JNL-CAT-RPT-NAME (JNL-CAT-CNT).
026200     MOVE RPTCAT-DESC     TO JNL-CAT-DESC (JNL-CAT-CNT).
026300     IF RPTCAT-RETAIN-DAYS NUMERIC
026400         MOVE RPTCAT-RETAIN-DAYS
026500             TO JNL-CAT-RETAIN-DAYS (JNL-CAT-CNT)
026600     ELSE
026700         MOVE ZERO TO JNL-CAT-RETAIN-DAYS (JNL-CAT-CNT)
026800     END-IF.
026900     IF RPTCAT-DEFAULT-ROW
027000         MOVE JNL-CAT-CNT TO JNL-CAT-DEFAULT-SUB
027100     END-IF.
027200 1110-READ-CATALOG-ROW-EXIT.
027300     EXIT.
027400
027500*--------------------------------------------------------------*
027600* A REPORT IS ONLY FILED WHEN RPTCAT SAYS HOW LONG TO KEEP IT - *
027700* ITS OWN ROW OR THE DEFAULT ROW.                               *
027800*--------------------------------------------------------------*
027900 1200-EDIT-FILE-CARD.
028000     IF JNL-CARD-RPT-NAME = SPACES
028100         DISPLAY 'IJTRPA01 - NO REPORT NAME ON RPACTL, RC=16'
028200         MOVE 16 TO RETURN-CODE
028300         GOBACK
028400     END-IF.
028500     IF JNL-CARD-RUN-DT = SPACES
028600         MOVE JNL-STAMP-DATE TO JNL-CARD-RUN-DT
028700     END-IF.
028800     MOVE JNL-CARD-RUN-DT TO JNL-DT-WORK-A.
028900     PERFORM 7000-DATE-TO-DAYNO
029000         THRU 7000-DATE-TO-DAYNO-EXIT.
029100     IF JNL-DT-DAYNO = ZERO
029200         DISPLAY 'IJTRPA01 - RUN DATE ' JNL-CARD-RUN-DT
029300             ' NOT CCYYMMDD, RC=16'
029400         MOVE 16 TO RETURN-CODE
029500         GOBACK
029600     END-IF.
029700     MOVE JNL-CARD-RPT-NAME TO JNL-FIND-RPT-NAME.
029800     PERFORM 7200-FIND-CATALOG-ROW
029900         THRU 7200-FIND-CATALOG-ROW-EXIT.
030000     IF JNL-CAT-SUB = ZERO
030100         DISPLAY 'IJTRPA01 - REPORT ' JNL-CARD-RPT-NAME
030200             ' NOT ON RPTCAT AND NO DEFAULT ROW, RC=16'
030300         MOVE 16 TO RETURN-CODE
030400         GOBACK
030500     END-IF.
030600     OPEN INPUT RPT-IN-FILE.
030700     IF NOT JNL-RPTIN-OK
030800         DISPLAY 'IJTRPA01 - UNABLE TO OPEN RPTIN, RC=16'
030900         MOVE 16 TO RETURN-CODE
031000         GOBACK
031100     END-IF.
031200     MOVE JNL-CARD-RPT-NAME  TO JNL-FILE-RPT-NAME.
031300     MOVE JNL-CARD-RUN-DT    TO JNL-FILE-RUN-DT.
031400     MOVE JNL-CARD-JOBNAME   TO JNL-FILE-JOBNAME.
031500     MOVE JNL-CARD-SEQ-NM    TO JNL-FILE-SEQ-NM.
031600     MOVE JNL-CARD-BL-CYC-CD TO JNL-FILE-BL-CYC-CD.
031700 1200-EDIT-FILE-CARD-EXIT.
031800     EXIT.
031900
032000*--------------------------------------------------------------*
032100* ANY EARLIER FILING OF THE SAME RUN IS CLEARED FIRST, THEN     *
032200* EVERY PRINT LINE IS FILED IN ORDER AND THE RUN HEADER LAST.   *
032300*--------------------------------------------------------------*
032400 2000-FILE-REPORT.
032500     MOVE JNL-FILE-RUN-KEY TO RPTARC-RUN-KEY.
032600     MOVE ZERO TO RPTARC-LINE-NO.
032700     START RPT-ARC-FILE KEY NOT < RPTARC-KEY
032800         INVALID KEY
032900             SET JNL-RPTARC-EOF TO TRUE
033000     END-START.
033100     PERFORM 2100-CLEAR-EARLIER-FILING
033200         THRU 2100-CLEAR-EARLIER-FILING-EXIT
033300         UNTIL JNL-RPTARC-EOF.
033400     MOVE ZERO TO JNL-LINE-NO.
033500     PERFORM 2200-FILE-PRINT-LINE
033600         THRU 2200-FILE-PRINT-LINE-EXIT
033700         UNTIL JNL-RPTIN-EOF.
033800
033900     MOVE SPACES TO RPTARC-RECORD.
034000     MOVE JNL-FILE-RUN-KEY TO RPTARC-RUN-KEY.
034100     MOVE ZERO TO RPTARC-LINE-NO.
034200     MOVE JNL-LINE-NO    TO RPTARC-HDR-LINE-CNT.
034300     MOVE JNL-STAMP-DATE TO RPTARC-HDR-FILED-DT.
034400     MOVE JNL-STAMP-TIME TO RPTARC-HDR-FILED-TM.
034500     MOVE JNL-CAT-RETAIN-DAYS (JNL-CAT-SUB)
034600         TO RPTARC-HDR-RETAIN-DAYS.
034700     MOVE JNL-CAT-DESC (JNL-CAT-SUB) TO RPTARC-HDR-DESC.
034800     WRITE RPTARC-RECORD
034900         INVALID KEY
035000             DISPLAY 'IJTRPA01 - RUN HEADER NOT WRITTEN, KEY '
035100                 RPTARC-KEY ', RC=16'
035200             MOVE 16 TO RETURN-CODE
035300     END-WRITE.
035400 2000-FILE-REPORT-EXIT.
035500     EXIT.
035600
035700 2100-CLEAR-EARLIER-FILING.
035800     READ RPT-ARC-FILE NEXT
035900         AT END
036000             SET JNL-RPTARC-EOF TO TRUE
036100             GO TO 2100-CLEAR-EARLIER-FILING-EXIT
036200     END-READ.
036300     IF RPTARC-RUN-KEY NOT = JNL-FILE-RUN-KEY
036400         SET JNL-RPTARC-EOF TO TRUE
036500         GO TO 2100-CLEAR-EARLIER-FILING-EXIT
036600     END-IF.
036700     DELETE RPT-ARC-FILE
036800         INVALID KEY
036900             DISPLAY 'IJTRPA01 - DELETE FAILED ON RPTARC, KEY '
037000                 RPTARC-KEY
037100     END-DELETE.
037200     ADD 1 TO JNL-LINES-REPLACED.
037300 2100-CLEAR-EARLIER-FILING-EXIT.
037400     EXIT.
037500
037600 2200-FILE-PRINT-LINE.
037700     READ RPT-IN-FILE
037800         AT END
037900             SET JNL-RPTIN-EOF TO TRUE
038000             GO TO 2200-FILE-PRINT-LINE-EXIT
038100     END-READ.
038200     ADD 1 TO JNL-LINE-NO.
038300     MOVE JNL-FILE-RUN-KEY TO RPTARC-RUN-KEY.
038400     MOVE JNL-LINE-NO      TO RPTARC-LINE-NO.
038500     MOVE RPT-IN-LINE      TO RPTARC-LINE.
038600     WRITE RPTARC-RECORD
038700         INVALID KEY
038800             DISPLAY 'IJTRPA01 - LINE NOT WRITTEN, KEY '
038900                 RPTARC-KEY ', RC=16'
039000             MOVE 16 TO RETURN-CODE
039100             GO TO 2200-FILE-PRINT-LINE-EXIT
039200     END-WRITE.
039300     ADD 1 TO JNL-LINES-FILED.
039400 2200-FILE-PRINT-LINE-EXIT.
039500     EXIT.
039600
039700*--------------------------------------------------------------*
039800* PURGE LEG - A RUN HEADER DECIDES ITS RUN: PAST THE RETENTION  *
039900* OF ITS REPORT'S CATALOG ROW (THE RETENTION IT WAS FILED WITH  *
040000* WHEN THE ROW IS GONE), THE HEADER AND EVERY LINE BEHIND IT    *
040100* ARE DELETED.  LINES WITH NO HEADER ARE A FILING THAT NEVER    *
040200* FINISHED AND GO ONCE THEIR RUN DATE IS PAST.                  *
040300*--------------------------------------------------------------*
040400 3000-PURGE-EXPIRED-RUNS.
040500     READ RPT-ARC-FILE NEXT
040600         AT END
040700             SET JNL-RPTARC-EOF TO TRUE
040800             GO TO 3000-PURGE-EXPIRED-RUNS-EXIT
040900     END-READ.
041000     ADD 1 TO JNL-RECS-READ.
041100     IF RPTARC-RUN-HEADER
041200         PERFORM 3100-DECIDE-RUN
041300             THRU 3100-DECIDE-RUN-EXIT
041400         GO TO 3000-PURGE-EXPIRED-RUNS-EXIT
041500     END-IF.
041600     IF RPTARC-RUN-KEY = JNL-HDR-RUN-KEY
041700         IF JNL-PURGING-RUN
041800             PERFORM 3200-DELETE-ARCHIVE-REC
041900                 THRU 3200-DELETE-ARCHIVE-REC-EXIT
042000             ADD 1 TO JNL-LINES-PURGED
042100         END-IF
042200         GO TO 3000-PURGE-EXPIRED-RUNS-EXIT
042300     END-IF.
042400     IF RPTARC-RUN-DT < JNL-STAMP-DATE
042500         PERFORM 3200-DELETE-ARCHIVE-REC
042600             THRU 3200-DELETE-ARCHIVE-REC-EXIT
042700         ADD 1 TO JNL-ORPHANS-PURGED
042800     END-IF.
042900 3000-PURGE-EXPIRED-RUNS-EXIT.
043000     EXIT.
043100
043200 3100-DECIDE-RUN.
043300     MOVE RPTARC-RUN-KEY TO JNL-HDR-RUN-KEY.
043400     MOVE 'N' TO JNL-PURGE-SW.
043500     MOVE RPTARC-RPT-NAME TO JNL-FIND-RPT-NAME.
043600     PERFORM 7200-FIND-CATALOG-ROW
043700         THRU 7200-FIND-CATALOG-ROW-EXIT.
043800     IF JNL-CAT-SUB = ZERO
043900         MOVE RPTARC-HDR-RETAIN-DAYS TO JNL-RETAIN-DAYS
044000     ELSE
044100         MOVE JNL-CAT-RETAIN-DAYS (JNL-CAT-SUB)
044200             TO JNL-RETAIN-DAYS
044300     END-IF.
044400     MOVE RPTARC-RUN-DT TO JNL-DT-WORK-A.
044500     PERFORM 7000-DATE-TO-DAYNO
044600         THRU 7000-DATE-TO-DAYNO-EXIT.
044700     COMPUTE JNL-RUN-AGE = JNL-TODAY-DAYNO - JNL-DT-DAYNO.
044800     IF JNL-RETAIN-DAYS = ZERO
044900         OR JNL-DT-DAYNO = ZERO
045000         OR JNL-RUN-AGE NOT > JNL-RETAIN-DAYS
045100         ADD 1 TO JNL-RUNS-KEPT
045200         GO TO 3100-DECIDE-RUN-EXIT
045300     END-IF.
045400     SET JNL-PURGING-RUN TO TRUE.
045500     PERFORM 3200-DELETE-ARCHIVE-REC
045600         THRU 3200-DELETE-ARCHIVE-REC-EXIT.
045700     ADD 1 TO JNL-RUNS-PURGED.
045800 3100-DECIDE-RUN-EXIT.
045900     EXIT.
046000
046100 3200-DELETE-ARCHIVE-REC.
046200     DELETE RPT-ARC-FILE
046300         INVALID KEY
046400             DISPLAY 'IJTRPA01 - DELETE FAILED ON RPTARC, KEY '
046500                 RPTARC-KEY
046600     END-DELETE.
046700 3200-DELETE-ARCHIVE-REC-EXIT.
046800     EXIT.
046900
047000*--------------------------------------------------------------*
047100* CCYYMMDD IN JNL-DT-WORK TO A DAY NUMBER IN JNL-DT-DAYNO, ZERO *
047200* WHEN THE DATE IS NOT A DATE.                                  *
047300*--------------------------------------------------------------*
047400 7000-DATE-TO-DAYNO.
047500     MOVE ZERO TO JNL-DT-DAYNO.
047600     IF JNL-DT-WORK-A NOT NUMERIC
047700         OR JNL-DT-MONTH < 1 OR JNL-DT-MONTH > 12
047800         OR JNL-DT-DAY < 1 OR JNL-DT-DAY > 31
047900         OR JNL-DT-YEAR = ZERO
048000         GO TO 7000-DATE-TO-DAYNO-EXIT
048100     END-IF.
048200     PERFORM 7010-YEAR-BASE
048300         THRU 7010-YEAR-BASE-EXIT.
048400     ADD JNL-CUM-DAYS (JNL-DT-MONTH) JNL-DT-DAY
048500         TO JNL-DT-DAYNO.
048600     IF JNL-DT-LEAP-YEAR AND JNL-DT-MONTH > 2
048700         ADD 1 TO JNL-DT-DAYNO
048800     END-IF.
048900 7000-DATE-TO-DAYNO-EXIT.
049000     EXIT.
049100
049200*--------------------------------------------------------------*
049300* THE DAYS BEFORE 1 JANUARY OF JNL-DT-YEAR, AND WHETHER THE     *
049400* YEAR IS A LEAP YEAR.                                          *
049500*--------------------------------------------------------------*
049600 7010-YEAR-BASE.
049700     COMPUTE JNL-DT-YM1 = JNL-DT-YEAR - 1.
049800     COMPUTE JNL-DT-DAYNO = JNL-DT-YM1 * 365.
049900     DIVIDE JNL-DT-YM1 BY 4 GIVING JNL-DT-QUOT.
050000     ADD JNL-DT-QUOT TO JNL-DT-DAYNO.
050100     DIVIDE JNL-DT-YM1 BY 100 GIVING JNL-DT-QUOT.
050200     SUBTRACT JNL-DT-QUOT FROM JNL-DT-DAYNO.
050300     DIVIDE JNL-DT-YM1 BY 400 GIVING JNL-DT-QUOT.
050400     ADD JNL-DT-QUOT TO JNL-DT-DAYNO.
050500     DIVIDE JNL-DT-YEAR BY 4 GIVING JNL-DT-QUOT
050600         REMAINDER JNL-DT-REM-4.
050700     DIVIDE JNL-DT-YEAR BY 100 GIVING JNL-DT-QUOT
050800         REMAINDER JNL-DT-REM-100.
050900     DIVIDE JNL-DT-YEAR BY 400 GIVING JNL-DT-QUOT
051000         REMAINDER JNL-DT-REM-400.
051100     MOVE 'N' TO JNL-DT-LEAP-SW.
051200     IF JNL-DT-REM-4 = ZERO
051300         AND (JNL-DT-REM-100 NOT = ZERO OR JNL-DT-REM-400 = ZERO)
051400         SET JNL-DT-LEAP-YEAR TO TRUE
051500     END-IF.
051600 7010-YEAR-BASE-EXIT.
051700     EXIT.
051800
051900*--------------------------------------------------------------*
052000 7200-FIND-CATALOG-ROW.
052100     PERFORM 7210-TEST-CATALOG-ENTRY
052200         VARYING JNL-CAT-SUB FROM 1 BY 1
052300         UNTIL JNL-CAT-SUB > JNL-CAT-CNT
052400         OR JNL-CAT-RPT-NAME (JNL-CAT-SUB) = JNL-FIND-RPT-NAME.
052500     IF JNL-CAT-SUB > JNL-CAT-CNT
052600         MOVE JNL-CAT-DEFAULT-SUB TO JNL-CAT-SUB
052700     END-IF.
052800 7200-FIND-CATALOG-ROW-EXIT.
052900     EXIT.
053000
053100 7210-TEST-CATALOG-ENTRY.
053200     CONTINUE.
053300
053400*--------------------------------------------------------------*
053500 9000-TERMINATE.
053600     CLOSE RPT-ARC-FILE.
053700     IF JNL-MODE-FILE
053800         CLOSE RPT-IN-FILE
053900         DISPLAY 'IJTRPA01 - REPORT FILED             = '
054000             JNL-FILE-RPT-NAME ' ' JNL-FILE-RUN-DT ' '
054100             JNL-FILE-JOBNAME ' ' JNL-FILE-SEQ-NM ' '
054200             JNL-FILE-BL-CYC-CD
054300         DISPLAY 'IJTRPA01 - LINES FILED              = '
054400             JNL-LINES-FILED
054500         DISPLAY 'IJTRPA01 - EARLIER FILING REPLACED  = '
054600             JNL-LINES-REPLACED
054700     ELSE
054800         DISPLAY 'IJTRPA01 - ARCHIVE RECORDS READ     = '
054900             JNL-RECS-READ
055000         DISPLAY 'IJTRPA01 - RUNS KEPT                = '
055100             JNL-RUNS-KEPT
055200         DISPLAY 'IJTRPA01 - RUNS PURGED              = '
055300             JNL-RUNS-PURGED
055400         DISPLAY 'IJTRPA01 - LINES PURGED             = '
055500             JNL-LINES-PURGED
055600         DISPLAY 'IJTRPA01 - INCOMPLETE FILING LINES  = '
055700             JNL-ORPHANS-PURGED
055800     END-IF.
055900 9000-TERMINATE-EXIT.
056000     EXIT.
056100
056200*-------------------------------------------------------------.
056300*                     E N D   O F  I J T R P A 0 1             :
056400*-------------------------------------------------------------'
