000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJTALC01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/10/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 28.4  09/10/26  RAS  NEW PROGRAM.  ACCOUNT LIFECYCLE MASTER. *
001100*                      THE TIF CARRIES XX-ACCT-STAT-CD AND     *
001200*                      XX-ACCT-STAT-TO-CD ON EVERY DETAIL BUT  *
001300*                      NOTHING FOLLOWED AN ACCOUNT FROM CYCLE  *
001400*                      TO CYCLE.  EACH CYCLE'S DETAILS NOW     *
001500*                      UPDATE THE KEYED ACCTMST MASTER - THE   *
001600*                      ACCOUNT'S CURRENT STATUS, FIRST- AND    *
001700*                      LAST-BILLED DATES AND LEAD ACCOUNT -    *
001800*                      AND EVERY STATUS TRANSITION IS APPENDED *
001900*                      TO ACCTLOG.  ALCRPT LISTS RECURRING     *
002000*                      CHARGES BILLED AFTER AN ACCOUNT WENT TO *
002100*                      DISCONNECT, AND ACCOUNTS THAT CAME BACK *
002200*                      FROM DISCONNECT WITH NO STATUS-CHANGE   *
002300*                      RECORD - BOTH USED TO SURFACE ONLY WHEN *
002400*                      THE CUSTOMER DISPUTED THE BILL.  EITHER *
002500*                      EXCEPTION ENDS THE JOB RC=8.            *
002600*--------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.   IBM-370.
003000 OBJECT-COMPUTER.   IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT TIF-IN-FILE   ASSIGN TO TIFIN
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS JNL-TIFIN-STATUS.
003600
003700     SELECT ACCT-MST-FILE ASSIGN TO ACCTMST
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS ACCTMST-ACCT-NB
004100         FILE STATUS IS JNL-ACCTMST-STATUS.
004200
004300     SELECT ACCT-LOG-FILE ASSIGN TO ACCTLOG
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS JNL-ACCTLOG-STATUS.
004600
004700     SELECT ALC-RPT-FILE  ASSIGN TO ALCRPT
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS JNL-ALCRPT-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  TIF-IN-FILE
005400     RECORDING MODE IS V.
005500 01  TIF-IN-RECORD             PIC X(3092).
005600
005700 FD  ACCT-MST-FILE.
005800     COPY acctmst.
005900
006000 FD  ACCT-LOG-FILE
006100     RECORDING MODE IS F.
006200 01  ACCT-LOG-OUT-RECORD       PIC X(80).
006300
006400 FD  ALC-RPT-FILE
006500     RECORDING MODE IS F.
006600 01  ALC-RPT-LINE              PIC X(132).
006700
006800 WORKING-STORAGE SECTION.
006900 01  JNL-TIFIN-STATUS          PIC X(02) VALUE SPACES.
007000     88  JNL-TIFIN-OK                    VALUE '00'.
007100     88  JNL-TIFIN-EOF                   VALUE '10'.
007200 01  JNL-ACCTMST-STATUS        PIC X(02) VALUE SPACES.
007300     88  JNL-ACCTMST-OK                  VALUE '00'.
007400     88  JNL-ACCTMST-NOTFND              VALUE '23'.
007500 01  JNL-ACCTLOG-STATUS        PIC X(02) VALUE SPACES.
007600     88  JNL-ACCTLOG-OK                  VALUE '00'.
007700 01  JNL-ALCRPT-STATUS         PIC X(02) VALUE SPACES.
007800
007900 COPY acctlog.
008000
008100 01  JNL-STAMP-DATE            PIC X(08) VALUE SPACES.
008200 01  JNL-CUR-SRCE-SYS-CD       PIC X(04) VALUE SPACES.
008300
008400*--------------------------------------------------------------*
008500* THE STATUS THE DETAIL SAYS THE ACCOUNT IS NOW IN - THE        *
008600* CHANGE RECORD'S TO-STATUS WHEN THE DETAIL CARRIES ONE, ELSE   *
008700* ITS OWN STATUS - AND HOW THAT STATUS WAS LEARNED.             *
008800*--------------------------------------------------------------*
008900 01  JNL-NEW-STAT-CD           PIC X(01) VALUE SPACE.
009000     88  JNL-NEW-STAT-VLD                VALUE '1' THRU '4'.
009100     88  JNL-NEW-STAT-DISC               VALUE '4'.
009200 01  JNL-NEW-HOW-CD            PIC X(01) VALUE SPACE.
009300 01  JNL-OLD-STAT-CD           PIC X(01) VALUE SPACE.
009400
009500 01  JNL-COUNTERS.
009600     05  JNL-DETS-READ         PIC S9(09) COMP-3 VALUE ZERO.
009700     05  JNL-NO-ACCT-SKIPPED   PIC S9(09) COMP-3 VALUE ZERO.
009800     05  JNL-ACCTS-ADDED       PIC S9(09) COMP-3 VALUE ZERO.
009900     05  JNL-ACCTS-UPDATED     PIC S9(09) COMP-3 VALUE ZERO.
010000     05  JNL-TRANSITIONS-LOGGED PIC S9(09) COMP-3 VALUE ZERO.
010100     05  JNL-BILLED-AFTER-DISC PIC S9(07) COMP-3 VALUE ZERO.
010200     05  JNL-REACT-NO-RECORD   PIC S9(07) COMP-3 VALUE ZERO.
010300     05  JNL-MASTER-ERRORS     PIC S9(07) COMP-3 VALUE ZERO.
010400
010500 01  JNL-RPT-LINE.
010600     05  JNL-RPT-ACCT-NB       PIC X(13).
010700     05  FILLER                PIC X(02) VALUE SPACES.
010800     05  JNL-RPT-LEAD-ACCT-NB  PIC X(13).
010900     05  FILLER                PIC X(02) VALUE SPACES.
011000     05  JNL-RPT-MST-STAT      PIC X(01).
011100     05  FILLER                PIC X(02) VALUE SPACES.
011200     05  JNL-RPT-STAT-DT       PIC X(10).
011300     05  FILLER                PIC X(02) VALUE SPACES.
011400     05  JNL-RPT-DTL-STAT      PIC X(01).
011500     05  FILLER                PIC X(01) VALUE SPACE.
011600     05  JNL-RPT-DTL-TO-STAT   PIC X(01).
011700     05  FILLER                PIC X(02) VALUE SPACES.
011800     05  JNL-RPT-JRNL-DT       PIC X(10).
011900     05  FILLER                PIC X(02) VALUE SPACES.
012000     05  JNL-RPT-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
012100     05  FILLER                PIC X(02) VALUE SPACES.
012200     05  JNL-RPT-REASON        PIC X(32).
012300
012400     COPY tifview.
012500
012600 PROCEDURE DIVISION.
012700*--------------------------------------------------------------*
012800 0000-MAINLINE.
012900     PERFORM 1000-INITIALIZE
013000         THRU 1000-INITIALIZE-EXIT.
013100     PERFORM 2000-PROCESS-TIF-FILE
013200         THRU 2000-PROCESS-TIF-FILE-EXIT
013300         UNTIL JNL-TIFIN-EOF.
013400     PERFORM 9000-TERMINATE
013500         THRU 9000-TERMINATE-EXIT.
013600     GOBACK.
013700
013800*--------------------------------------------------------------*
013900* ACCTMST IS DEFINED EMPTY BEFORE THE FIRST RUN; AN UNOPENABLE  *
014000* MASTER OR LOG IS A SETUP ERROR.                               *
014100*--------------------------------------------------------------*
014200 1000-INITIALIZE.
014300     OPEN INPUT TIF-IN-FILE.
014400     IF NOT JNL-TIFIN-OK
014500         DISPLAY 'IJTALC01 - UNABLE TO OPEN TIFIN, RC = 16'
014600         MOVE 16 TO RETURN-CODE
014700         GOBACK
014800     END-IF.
014900     OPEN I-O ACCT-MST-FILE.
015000     IF NOT JNL-ACCTMST-OK
015100         DISPLAY 'IJTALC01 - UNABLE TO OPEN ACCTMST, RC = 16'
015200         MOVE 16 TO RETURN-CODE
015300         GOBACK
015400     END-IF.
015500     OPEN EXTEND ACCT-LOG-FILE.
015600     IF NOT JNL-ACCTLOG-OK
015700         DISPLAY 'IJTALC01 - UNABLE TO OPEN ACCTLOG, RC = 16'
015800         MOVE 16 TO RETURN-CODE
015900         GOBACK
016000     END-IF.
016100     OPEN OUTPUT ALC-RPT-FILE.
016200     ACCEPT JNL-STAMP-DATE FROM DATE YYYYMMDD.
016300     MOVE SPACES TO ALC-RPT-LINE.
016400     MOVE 'IJTALC01 - ACCOUNT LIFECYCLE EXCEPTIONS'
016500         TO ALC-RPT-LINE.
016600     WRITE ALC-RPT-LINE.
016700     MOVE SPACES TO ALC-RPT-LINE.
016800     STRING 'BILLED ACCOUNT ' 'LEAD ACCOUNT   ' 'MS' SPACE
016900         'STATUS DT ' SPACE SPACE 'DS TO' SPACE 'JOURNAL DT'
017000         SPACE SPACE '           AMOUNT ' SPACE SPACE 'REASON'
017100         DELIMITED BY SIZE INTO ALC-RPT-LINE
017200     END-STRING.
017300     WRITE ALC-RPT-LINE.
017400 1000-INITIALIZE-EXIT.
017500     EXIT.
017600
017700*--------------------------------------------------------------*
017800* ONLY THE FIXED PORTION IS NEEDED, SO THE DETAIL IS MOVED      *
017900* WITHOUT THE TAX-COUNT PEEK.  THE SOURCE SYSTEM RIDES ON THE   *
018000* FILE HEADER.                                                  *
018100*--------------------------------------------------------------*
018200 2000-PROCESS-TIF-FILE.
018300     READ TIF-IN-FILE INTO JNL-TIF-RAW-REC
018400         AT END
018500             SET JNL-TIFIN-EOF TO TRUE
018600     END-READ.
018700     IF JNL-TIFIN-EOF
018800         GO TO 2000-PROCESS-TIF-FILE-EXIT
018900     END-IF.
019000     IF JNL-TIF-RAW-REC (1:1) = LOW-VALUE
019100         MOVE JNL-TIF-RAW-REC TO JNL-TIF-HDR-VIEW
019200         MOVE XX-HDR-SRCE-SYS-CD TO JNL-CUR-SRCE-SYS-CD
019300         GO TO 2000-PROCESS-TIF-FILE-EXIT
019400     END-IF.
019500     IF JNL-TIF-RAW-REC (1:1) = HIGH-VALUE
019600         GO TO 2000-PROCESS-TIF-FILE-EXIT
019700     END-IF.
019800     ADD 1 TO JNL-DETS-READ.
019900     MOVE JNL-TIF-RAW-REC TO JNL-TIF-DTL-VIEW.
020000     IF XX-BL-ACCT-NB = SPACES
020100         ADD 1 TO JNL-NO-ACCT-SKIPPED
020200         GO TO 2000-PROCESS-TIF-FILE-EXIT
020300     END-IF.
020400     IF XX-ACCT-STAT-TO-CD NOT = SPACE
020500         MOVE XX-ACCT-STAT-TO-CD TO JNL-NEW-STAT-CD
020600         MOVE 'C' TO JNL-NEW-HOW-CD
020700     ELSE
020800         MOVE XX-ACCT-STAT-CD TO JNL-NEW-STAT-CD
020900         MOVE 'D' TO JNL-NEW-HOW-CD
021000     END-IF.
021100     MOVE XX-BL-ACCT-NB TO ACCTMST-ACCT-NB.
021200     READ ACCT-MST-FILE
021300         KEY IS ACCTMST-ACCT-NB
021400         INVALID KEY
021500             PERFORM 2100-ADD-ACCOUNT
021600                 THRU 2100-ADD-ACCOUNT-EXIT
021700             GO TO 2000-PROCESS-TIF-FILE-EXIT
021800     END-READ.
021900     PERFORM 2200-UPDATE-ACCOUNT
022000         THRU 2200-UPDATE-ACCOUNT-EXIT.
022100 2000-PROCESS-TIF-FILE-EXIT.
022200     EXIT.
022300
022400*--------------------------------------------------------------*
022500* AN ACCOUNT'S FIRST APPEARANCE IS LOGGED AS A TRANSITION FROM  *
022600* NO STATUS, SO THE LOG ALONE SHOWS WHEN EACH ACCOUNT STARTED.  *
022700*--------------------------------------------------------------*
022800 2100-ADD-ACCOUNT.
022900     MOVE SPACES TO ACCTMST-RECORD.
023000     MOVE XX-BL-ACCT-NB   TO ACCTMST-ACCT-NB.
023100     MOVE XX-LEAD-ACCT-NB TO ACCTMST-LEAD-ACCT-NB.
023200     IF JNL-NEW-STAT-VLD
023300         MOVE JNL-NEW-STAT-CD TO ACCTMST-STAT-CD
023400     END-IF.
023500     MOVE XX-JRNL-DT-A TO ACCTMST-STAT-DT
023600                          ACCTMST-FIRST-BILLED-DT
023700                          ACCTMST-LAST-BILLED-DT.
023800     MOVE JNL-CUR-SRCE-SYS-CD TO ACCTMST-LAST-SRCE-SYS-CD.
023900     WRITE ACCTMST-RECORD
024000         INVALID KEY
024100             ADD 1 TO JNL-MASTER-ERRORS
024200             DISPLAY 'IJTALC01 - WRITE TO ACCTMST FAILED FOR '
024300                 ACCTMST-ACCT-NB ', STATUS = '
024400                 JNL-ACCTMST-STATUS
024500             GO TO 2100-ADD-ACCOUNT-EXIT
024600     END-WRITE.
024700     ADD 1 TO JNL-ACCTS-ADDED.
024800     MOVE SPACE TO JNL-OLD-STAT-CD.
024900     MOVE 'N' TO JNL-NEW-HOW-CD.
025000     PERFORM 2500-LOG-TRANSITION
025100         THRU 2500-LOG-TRANSITION-EXIT.
025200 2100-ADD-ACCOUNT-EXIT.
025300     EXIT.
025400
025500*--------------------------------------------------------------*
025600* A RECURRING CHARGE JOURNALED AFTER THE DATE THE ACCOUNT WENT  *
025700* TO DISCONNECT IS BILLING A CUSTOMER WHO HAS LEFT - UNLESS THE *
025800* SAME DETAIL CARRIES THE CHANGE RECORD THAT RESTORES SERVICE.  *
025900* AN ACCOUNT LEAVING DISCONNECT ON ITS BARE DETAIL STATUS, WITH *
026000* NO CHANGE RECORD, REACTIVATED WITHOUT THE ORDER THAT SHOULD   *
026100* HAVE DONE IT.  THE MASTER FOLLOWS THE DETAIL EITHER WAY; THE  *
026200* EXCEPTION IS FOR SOMEONE TO CHASE.                            *
026300*--------------------------------------------------------------*
026400 2200-UPDATE-ACCOUNT.
026500     IF ACCTMST-DISCONNECTED
026600         AND XX-RCRG-NRCRG-ND = 'R'
026700         AND XX-JRNL-DT-A > ACCTMST-STAT-DT
026800         AND NOT (JNL-NEW-HOW-CD = 'C'
026900                  AND JNL-NEW-STAT-VLD
027000                  AND NOT JNL-NEW-STAT-DISC)
027100         ADD 1 TO JNL-BILLED-AFTER-DISC
027200         MOVE 'RECURRING BILLED AFTER DISCONNECT'
027300             TO JNL-RPT-REASON
027400         PERFORM 2900-WRITE-RPT-LINE
027500             THRU 2900-WRITE-RPT-LINE-EXIT
027600     END-IF.
027700     IF JNL-NEW-STAT-VLD
027800         AND JNL-NEW-STAT-CD NOT = ACCTMST-STAT-CD
027900         IF ACCTMST-DISCONNECTED AND JNL-NEW-HOW-CD = 'D'
028000             ADD 1 TO JNL-REACT-NO-RECORD
028100             MOVE 'REACTIVATED WITH NO CHANGE RECORD'
028200                 TO JNL-RPT-REASON
028300             PERFORM 2900-WRITE-RPT-LINE
028400                 THRU 2900-WRITE-RPT-LINE-EXIT
028500         END-IF
028600         MOVE ACCTMST-STAT-CD TO JNL-OLD-STAT-CD
028700         MOVE JNL-NEW-STAT-CD TO ACCTMST-STAT-CD
028800         MOVE XX-JRNL-DT-A    TO ACCTMST-STAT-DT
028900         PERFORM 2500-LOG-TRANSITION
029000             THRU 2500-LOG-TRANSITION-EXIT
029100     END-IF.
029200     IF XX-LEAD-ACCT-NB NOT = SPACES
029300         MOVE XX-LEAD-ACCT-NB TO ACCTMST-LEAD-ACCT-NB
029400     END-IF.
029500     IF XX-JRNL-DT-A < ACCTMST-FIRST-BILLED-DT
029600         MOVE XX-JRNL-DT-A TO ACCTMST-FIRST-BILLED-DT
029700     END-IF.
029800     IF XX-JRNL-DT-A > ACCTMST-LAST-BILLED-DT
029900         MOVE XX-JRNL-DT-A TO ACCTMST-LAST-BILLED-DT
030000     END-IF.
030100     MOVE JNL-CUR-SRCE-SYS-CD TO ACCTMST-LAST-SRCE-SYS-CD.
030200     REWRITE ACCTMST-RECORD
030300         INVALID KEY
030400             ADD 1 TO JNL-MASTER-ERRORS
030500             DISPLAY 'IJTALC01 - REWRITE OF ACCTMST FAILED FOR '
030600                 ACCTMST-ACCT-NB ', STATUS = '
030700                 JNL-ACCTMST-STATUS
030800             GO TO 2200-UPDATE-ACCOUNT-EXIT
030900     END-REWRITE.
031000     ADD 1 TO JNL-ACCTS-UPDATED.
031100 2200-UPDATE-ACCOUNT-EXIT.
031200     EXIT.
031300
031400*--------------------------------------------------------------*
031500 2500-LOG-TRANSITION.
031600     MOVE SPACES TO ACCTLOG-RECORD.
031700     MOVE ACCTMST-ACCT-NB      TO ACCTLOG-ACCT-NB.
031800     MOVE ACCTMST-LEAD-ACCT-NB TO ACCTLOG-LEAD-ACCT-NB.
031900     MOVE JNL-OLD-STAT-CD      TO ACCTLOG-FROM-STAT-CD.
032000     MOVE ACCTMST-STAT-CD      TO ACCTLOG-TO-STAT-CD.
032100     MOVE XX-JRNL-DT-A         TO ACCTLOG-JRNL-DT.
032200     MOVE JNL-CUR-SRCE-SYS-CD  TO ACCTLOG-SRCE-SYS-CD.
032300     MOVE JNL-NEW-HOW-CD       TO ACCTLOG-HOW-CD.
032400     MOVE JNL-STAMP-DATE       TO ACCTLOG-RUN-DT.
032500     MOVE ACCTLOG-RECORD TO ACCT-LOG-OUT-RECORD.
032600     WRITE ACCT-LOG-OUT-RECORD.
032700     ADD 1 TO JNL-TRANSITIONS-LOGGED.
032800 2500-LOG-TRANSITION-EXIT.
032900     EXIT.
033000
033100*--------------------------------------------------------------*
033200* THE MASTER STATUS AND DATE SHOWN ARE AS THEY STOOD BEFORE     *
033300* THIS DETAIL WAS APPLIED.                                      *
033400*--------------------------------------------------------------*
033500 2900-WRITE-RPT-LINE.
033600     MOVE ACCTMST-ACCT-NB      TO JNL-RPT-ACCT-NB.
033700     MOVE ACCTMST-LEAD-ACCT-NB TO JNL-RPT-LEAD-ACCT-NB.
033800     MOVE ACCTMST-STAT-CD      TO JNL-RPT-MST-STAT.
033900     MOVE ACCTMST-STAT-DT      TO JNL-RPT-STAT-DT.
034000     MOVE XX-ACCT-STAT-CD      TO JNL-RPT-DTL-STAT.
034100     MOVE XX-ACCT-STAT-TO-CD   TO JNL-RPT-DTL-TO-STAT.
034200     MOVE XX-JRNL-DT-A         TO JNL-RPT-JRNL-DT.
034300     MOVE XX-JRNL-GRS-AT       TO JNL-RPT-AMT.
034400     MOVE JNL-RPT-LINE TO ALC-RPT-LINE.
034500     WRITE ALC-RPT-LINE.
034600     MOVE SPACES TO JNL-RPT-REASON.
034700 2900-WRITE-RPT-LINE-EXIT.
034800     EXIT.
034900
035000*--------------------------------------------------------------*
035100 9000-TERMINATE.
035200     CLOSE TIF-IN-FILE ACCT-MST-FILE ACCT-LOG-FILE ALC-RPT-FILE.
035300     DISPLAY 'IJTALC01 - DETAILS READ           = ' JNL-DETS-READ.
035400     DISPLAY 'IJTALC01 - NO BILLED ACCOUNT      = '
035500         JNL-NO-ACCT-SKIPPED.
035600     DISPLAY 'IJTALC01 - ACCOUNTS ADDED         = '
035700         JNL-ACCTS-ADDED.
035800     DISPLAY 'IJTALC01 - ACCOUNT UPDATES        = '
035900         JNL-ACCTS-UPDATED.
036000     DISPLAY 'IJTALC01 - TRANSITIONS LOGGED     = '
036100         JNL-TRANSITIONS-LOGGED.
036200     DISPLAY 'IJTALC01 - BILLED AFTER DISCONNECT = '
036300         JNL-BILLED-AFTER-DISC.
036400     DISPLAY 'IJTALC01 - REACTIVATED NO RECORD  = '
036500         JNL-REACT-NO-RECORD.
036600     IF JNL-BILLED-AFTER-DISC > ZERO
036700         OR JNL-REACT-NO-RECORD > ZERO
036800         MOVE 8 TO RETURN-CODE
036900     END-IF.
037000     IF JNL-MASTER-ERRORS > ZERO
037100         DISPLAY 'IJTALC01 - ACCTMST UPDATE ERRORS  = '
037200             JNL-MASTER-ERRORS
037300         MOVE 16 TO RETURN-CODE
037400     END-IF.
037500 9000-TERMINATE-EXIT.
037600     EXIT.
037700
037800*-------------------------------------------------------------.
037900*                     E N D   O F  I J T A L C 0 1             :
038000*-------------------------------------------------------------'
