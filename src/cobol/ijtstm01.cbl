002100*                      JOURNAL CODE, TAX SUMMARIZED BY          *
002200*                      JURISDICTION (PULLED FROM THE DETAIL'S   *
002300*                      TIFTAX LINES), AND GRAND TOTALS.         *
002310* 29.0  09/17/26  RAS  READS THE ACCOUNT'S DETAILS OFF THE NEW  *
002320*                      TIFDET ACCOUNT PATHS (SEE TIFDETV) IN    *
002330*                      PLACE OF WALKING THE WHOLE FILE - FIRST  *
002340*                      THE BILLED-ACCOUNT PATH, THEN THE        *
002350*                      LEAD-ACCOUNT PATH, SKIPPING DETAILS THE  *
002360*                      FIRST PASS ALREADY TOOK.                 *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS TIFDET-KEY
003810         ALTERNATE RECORD KEY IS TIFDET-BL-ACCT-NB
003820             WITH DUPLICATES
003830         ALTERNATE RECORD KEY IS TIFDET-LEAD-ACCT-NB
003840             WITH DUPLICATES
003900         FILE STATUS IS JNL-TIFDET-STATUS.
004000
004100     SELECT TIF-TAX-FILE  ASSIGN TO TIFTAX
007300 01  JNL-TIFTAX-STATUS         PIC X(02) VALUE SPACES.
007400     88  JNL-TIFTAX-OK                   VALUE '00'.
007500 01  JNL-STMRPT-STATUS         PIC X(02) VALUE SPACES.
007510 01  JNL-PASS-SW               PIC X(01) VALUE 'B'.
007520     88  JNL-PASS-BILLED                 VALUE 'B'.
007530     88  JNL-PASS-LEAD                   VALUE 'L'.
007600
007700*--------------------------------------------------------------*
007800* THE STMCTL CARD - ACCOUNT NUMBER (MATCHED AGAINST BOTH        *
014700     PERFORM 2000-WALK-TIFDET
014800         THRU 2000-WALK-TIFDET-EXIT
014900         UNTIL JNL-TIFDET-EOF.
014910     PERFORM 1500-START-LEAD-PATH
014920         THRU 1500-START-LEAD-PATH-EXIT.
014930     PERFORM 2000-WALK-TIFDET
014940         THRU 2000-WALK-TIFDET-EXIT
014950         UNTIL JNL-TIFDET-EOF.
015000     PERFORM 8000-PRINT-STATEMENT
015100         THRU 8000-PRINT-STATEMENT-EXIT.
015200     PERFORM 9000-TERMINATE
019000         MOVE 16 TO RETURN-CODE
019100         GOBACK
019200     END-IF.
019400     SET JNL-PASS-BILLED TO TRUE.
019450     MOVE JNL-CTL-ACCT-NB TO TIFDET-BL-ACCT-NB.
019500     START TIF-DET-FILE KEY = TIFDET-BL-ACCT-NB
019550         INVALID KEY
019600             SET JNL-TIFDET-EOF TO TRUE
019650     END-START.
019800
019900     OPEN OUTPUT STM-RPT-FILE.
020000     MOVE SPACES TO STM-RPT-LINE.
020700 1000-INITIALIZE-EXIT.
020800     EXIT.
020900
020906*--------------------------------------------------------------*
020912* SECOND PASS - THE LEAD-ACCOUNT PATH, FOR DETAILS WHERE THE    *
020918* ACCOUNT IS THE LEAD BUT NOT THE BILLED ACCOUNT.               *
020924*--------------------------------------------------------------*
020930 1500-START-LEAD-PATH.
020936     SET JNL-PASS-LEAD TO TRUE.
020942     MOVE '00' TO JNL-TIFDET-STATUS.
020948     MOVE JNL-CTL-ACCT-NB TO TIFDET-LEAD-ACCT-NB.
020954     START TIF-DET-FILE KEY = TIFDET-LEAD-ACCT-NB
020960         INVALID KEY
020966             SET JNL-TIFDET-EOF TO TRUE
020972     END-START.
020978 1500-START-LEAD-PATH-EXIT.
020984     EXIT.
020990
021000*--------------------------------------------------------------*
021100* EVERY DETAIL ON THE ACCOUNT'S PATH (BILLED, THEN LEAD) WHOSE  *
021200* BILL PERIOD FALLS IN THE RANGE JOINS THE STATEMENT.           *
021300*--------------------------------------------------------------*
021400 2000-WALK-TIFDET.
021500     READ TIF-DET-FILE NEXT
021900     IF JNL-TIFDET-EOF
022000         GO TO 2000-WALK-TIFDET-EXIT
022100     END-IF.
022106     IF JNL-PASS-BILLED
022112         IF TIFDET-BL-ACCT-NB NOT = JNL-CTL-ACCT-NB
022118             SET JNL-TIFDET-EOF TO TRUE
022124             GO TO 2000-WALK-TIFDET-EXIT
022130         END-IF
022136     ELSE
022142         IF TIFDET-LEAD-ACCT-NB NOT = JNL-CTL-ACCT-NB
022148             SET JNL-TIFDET-EOF TO TRUE
022154             GO TO 2000-WALK-TIFDET-EXIT
022160         END-IF
022166         IF TIFDET-BL-ACCT-NB = JNL-CTL-ACCT-NB
022172             GO TO 2000-WALK-TIFDET-EXIT
022178         END-IF
022184     END-IF.
022200     ADD 1 TO JNL-DETS-READ.
022300     MOVE TIFDET-FIXED-DATA TO JNL-TIF-RAW-REC (1:902).
022310*--------------------------------------------------------------*
022450     END-IF.
022500     MOVE JNL-TIF-RAW-REC   TO JNL-TIF-DTL-VIEW.
022600
023100     IF XX-BL-DT NOT NUMERIC
023200         GO TO 2000-WALK-TIFDET-EXIT
023300     END-IF.
