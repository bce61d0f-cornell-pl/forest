000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJTXTR01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/24/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 29.3  09/24/26  RAS  NEW PROGRAM.  GENERAL AD HOC EXTRACT     *
001100*                      FROM THE TIFDET/TIFTAX VSAM PAIR, DRIVEN *
001200*                      BY XTRCTL SELECTION CARDS (SEE XTRCARD)  *
001300*                      ON ANY MIX OF SOURCE SYSTEM, JOURNAL     *
001400*                      DATE RANGE, ACCOUNT, USOC, FACCT,        *
001500*                      JOURNAL CODE, TYPE OF CHARGE, STATE AND  *
001600*                      TAX JURISDICTION, IN PLACE OF THE        *
001700*                      ONE-OFF PROGRAMS AND OVERNIGHT SCANS     *
001800*                      WRITTEN FOR EACH "ALL DETAILS FOR..."    *
001900*                      REQUEST.  SELECTED DETAILS GO TO XTROUT  *
002000*                      IN THE STANDARD IJNLTIF LAYOUT OR AS     *
002100*                      COMMA-DELIMITED ROWS, WITH OR WITHOUT    *
002200*                      THEIR TAX LINES; XTRRPT ECHOES THE CARD  *
002300*                      DECK AND GIVES THE SELECTION TOTALS.     *
002400*                      EVERY RUN MUST NAME ITS REQUESTER ON A   *
002500*                      REQUESTR CARD AND IS APPENDED TO THE     *
002600*                      XTRLOG REQUEST LOG (SEE XTRLOG), SO      *
002700*                      THERE IS A STANDING RECORD OF WHO ASKED  *
002800*                      FOR WHAT.  A DECK WITH ANY BAD CARD IS   *
002900*                      LOGGED AND REJECTED WHOLE, RC=16.        *
002920* 30.7  10/15/26  RAS  CHECK THE XTRRPT AND XTROUT OPENS.  A    *
002940*                      DETAIL WITH MORE THAN 30 TAX LINES NOW   *
002960*                      GOES OUT WITH ITS TAX COUNT HELD AT 30.  *
002965*                      TAX LINES PAST 30 IN THE STANDARD LAYOUT *
002970*                      ARE NO LONGER COUNTED IN THE XTRRPT TAX  *
002975*                      TOTALS; THEY ARE COUNTED AS DROPPED AND  *
002980*                      REPORTED, RC 4.                          *
003000*--------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT XTR-CTL-FILE ASSIGN TO XTRCTL
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS JNL-XTRCTL-STATUS.
004000
004100     SELECT TIF-DET-FILE ASSIGN TO TIFDET
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS TIFDET-KEY
004500         ALTERNATE RECORD KEY IS TIFDET-BL-ACCT-NB
004600             WITH DUPLICATES
004700         ALTERNATE RECORD KEY IS TIFDET-LEAD-ACCT-NB
004800             WITH DUPLICATES
004900         FILE STATUS IS JNL-TIFDET-STATUS.
005000
005100     SELECT TIF-TAX-FILE ASSIGN TO TIFTAX
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS TIFTAX-KEY
005500         FILE STATUS IS JNL-TIFTAX-STATUS.
005600
005700     SELECT XTR-OUT-FILE ASSIGN TO XTROUT
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS JNL-XTROUT-STATUS.
006000
006100     SELECT XTR-RPT-FILE ASSIGN TO XTRRPT
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS JNL-XTRRPT-STATUS.
006400
006500     SELECT XTR-LOG-FILE ASSIGN TO XTRLOG
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS JNL-XTRLOG-STATUS.
006800
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  XTR-CTL-FILE
007200     RECORDING MODE IS F.
007300 01  XTR-CTL-RECORD            PIC X(80).
007400
007500 FD  TIF-DET-FILE.
007600     COPY tifdetv.
007700
007800 FD  TIF-TAX-FILE.
007900     COPY tiftaxv.
008000
008100 FD  XTR-OUT-FILE
008200     RECORDING MODE IS V.
008300 01  XTR-OUT-RECORD            PIC X(3092).
008400
008500 FD  XTR-RPT-FILE
008600     RECORDING MODE IS F.
008700 01  XTR-RPT-LINE              PIC X(132).
008800
008900 FD  XTR-LOG-FILE
009000     RECORDING MODE IS F.
009100     COPY xtrlog.
009200
009300 WORKING-STORAGE SECTION.
009400 01  JNL-XTRCTL-STATUS         PIC X(02) VALUE SPACES.
009500     88  JNL-XTRCTL-OK                   VALUE '00'.
009600     88  JNL-XTRCTL-EOF                  VALUE '10'.
009700 01  JNL-TIFDET-STATUS         PIC X(02) VALUE SPACES.
009800     88  JNL-TIFDET-OK                   VALUE '00'.
009900     88  JNL-TIFDET-EOF                  VALUE '10'.
010000 01  JNL-TIFTAX-STATUS         PIC X(02) VALUE SPACES.
010100     88  JNL-TIFTAX-OK                   VALUE '00'.
010150 01  JNL-XTROUT-STATUS         PIC X(02) VALUE SPACES.
010200     88  JNL-XTROUT-OK                   VALUE '00'.
010300 01  JNL-XTRRPT-STATUS         PIC X(02) VALUE SPACES.
010350     88  JNL-XTRRPT-OK                   VALUE '00'.
010400 01  JNL-XTRLOG-STATUS         PIC X(02) VALUE SPACES.
010500     88  JNL-XTRLOG-OK                   VALUE '00'.
010600
010700 COPY xtrcard.
010800
010900 COPY tifview.
011000
011100 01  JNL-STAMP.
011200     05  JNL-STAMP-DATE        PIC X(08).
011300     05  JNL-STAMP-TIME        PIC X(06).
011400 01  JNL-TIME-RAW              PIC X(08) VALUE SPACES.
011500
011600*--------------------------------------------------------------*
011700* THE REQUEST ITSELF - REQUESTER, OUTPUT OPTIONS, AND THE CARD  *
011800* DECK'S VERDICT.                                               *
011900*--------------------------------------------------------------*
012000 01  JNL-REQUEST.
012100     05  JNL-REQ-USER-ID       PIC X(13) VALUE SPACES.
012200     05  JNL-REQ-REFERENCE     PIC X(13) VALUE SPACES.
012300     05  JNL-REQ-REASON        PIC X(43) VALUE SPACES.
012400     05  JNL-REQ-FORMAT-CD     PIC X(01) VALUE 'S'.
012500         88  JNL-REQ-STANDARD            VALUE 'S'.
012600         88  JNL-REQ-DELIMITED           VALUE 'D'.
012700     05  JNL-REQ-TAX-LINES-SW  PIC X(01) VALUE 'N'.
012800         88  JNL-REQ-TAX-LINES           VALUE 'Y'.
012900     05  JNL-REQ-FOUND-SW      PIC X(01) VALUE 'N'.
013000         88  JNL-REQ-FOUND               VALUE 'Y'.
013100 01  JNL-CARD-VERDICT          PIC X(40) VALUE SPACES.
013200 01  JNL-CARDS-READ            PIC 9(04) COMP VALUE ZERO.
013300 01  JNL-CARD-ERRORS           PIC 9(04) COMP VALUE ZERO.
013400
013500*--------------------------------------------------------------*
013600* SELECTION KEYWORDS IN TYPE ORDER.  JNL-TYPE-USED AND          *
013700* JNL-TYPE-HIT CARRY ONE BYTE PER TYPE - A DETAIL IS SELECTED   *
013800* WHEN EVERY TYPE THE DECK USED HAS A HIT, SO THE TWO MATCH.    *
013900*--------------------------------------------------------------*
014000 01  JNL-TYPE-NAME-LIST        PIC X(72) VALUE
014100     'SRCE    JRNLDATEACCT    USOC    FACCT   JRNLCD  CHGTYPE STAT
014200-    'E   TAXJUR  '.
014300 01  JNL-TYPE-NAME-TBL REDEFINES JNL-TYPE-NAME-LIST.
014400     05  JNL-TYPE-NAME         PIC X(08) OCCURS 9 TIMES.
014500 01  JNL-TYPE-SUB              PIC 9(04) COMP VALUE ZERO.
014600 01  JNL-TYPE-USED             PIC X(09) VALUE 'NNNNNNNNN'.
014700 01  JNL-TYPE-HIT              PIC X(09) VALUE 'NNNNNNNNN'.
014800 01  JNL-TYPE-TAXJUR           PIC 9(04) COMP VALUE 9.
014900 01  JNL-TYPE-JRNLDATE         PIC 9(04) COMP VALUE 2.
015000
015100 01  JNL-XSEL-CNT              PIC 9(04) COMP VALUE ZERO.
015200 01  JNL-XSEL-SUB              PIC 9(04) COMP VALUE ZERO.
015300 01  JNL-XSEL-TABLE.
015400     05  JNL-XSEL-ENTRY OCCURS 200 TIMES.
015500         10  JNL-XSEL-TYPE         PIC 9(04) COMP.
015600         10  JNL-XSEL-VALUE        PIC X(13).
015700         10  JNL-XSEL-THRU         PIC X(13).
015800         10  JNL-XSEL-MATCH-SW     PIC X(01).
015900         10  JNL-XSEL-HITS         PIC S9(09) COMP-3.
016000
016100 01  JNL-DATE-CHECK.
016200     05  JNL-DCHK-CCYY         PIC X(04).
016300     05  JNL-DCHK-DASH-1       PIC X(01).
016400     05  JNL-DCHK-MM           PIC X(02).
016500     05  JNL-DCHK-DASH-2       PIC X(01).
016600     05  JNL-DCHK-DD           PIC X(02).
016700     05  FILLER                PIC X(03).
016800 01  JNL-DATE-OK-SW            PIC X(01) VALUE 'Y'.
016900     88  JNL-DATE-OK                     VALUE 'Y'.
017000     88  JNL-DATE-BAD                    VALUE 'N'.
017100
017200 01  JNL-DET-SELECTED-SW       PIC X(01) VALUE 'N'.
017300     88  JNL-DET-SELECTED                VALUE 'Y'.
017400     88  JNL-DET-NOT-SELECTED            VALUE 'N'.
017500 01  JNL-TRUE-TAX-CNT          PIC S9(04) COMP VALUE ZERO.
017600 01  JNL-TAX-LINE-NO           PIC 9(04) COMP VALUE ZERO.
017700
017800*--------------------------------------------------------------*
017900* ONE STORED TAX LINE (TIFTAX-LINE-DATA) IN THE XX-TAX-TB       *
018000* SHAPE, SO A LINE PAST THE DETAIL VIEW'S 30 CAN STILL BE READ. *
018100*--------------------------------------------------------------*
018200 01  JNL-TAX-WORK.
018300     05  JNL-TAXW-CLS-CD       PIC X(01).
018400     05  JNL-TAXW-CLSFCTN-CD   PIC X(05).
018500     05  JNL-TAXW-JURIS-CD     PIC X(02).
018600     05  JNL-TAXW-TAX-RT       PIC SV9(5).
018700     05  JNL-TAXW-RSN-CD       PIC X(04).
018800     05  JNL-TAXW-TAX-AT       PIC S9(9)V9(7) COMP-3.
018900     05  FILLER                PIC X(47).
019000
019100*--------------------------------------------------------------*
019200* SELECTION TOTALS BY SOURCE SYSTEM.                            *
019300*--------------------------------------------------------------*
019400 01  JNL-SRCE-CNT              PIC 9(04) COMP VALUE ZERO.
019500 01  JNL-SRCE-SUB              PIC 9(04) COMP VALUE ZERO.
019600 01  JNL-SRCE-TABLE.
019700     05  JNL-SRCE-ENTRY OCCURS 50 TIMES.
019800         10  JNL-SRCE-SYS-CD       PIC X(04).
019900         10  JNL-SRCE-DETS         PIC S9(09) COMP-3.
020000         10  JNL-SRCE-GROSS-AMT    PIC S9(13)V99 COMP-3.
020100         10  JNL-SRCE-TAX-LINES    PIC S9(09) COMP-3.
020200         10  JNL-SRCE-TAX-AMT      PIC S9(13)V99 COMP-3.
020300 01  JNL-CUR-SRCE-SYS-CD       PIC X(04) VALUE SPACES.
020400
020500 01  JNL-COUNTERS.
020600     05  JNL-DETS-READ         PIC S9(09) COMP-3 VALUE ZERO.
020700     05  JNL-DETS-SELECTED     PIC S9(09) COMP-3 VALUE ZERO.
020800     05  JNL-TAX-WRITTEN       PIC S9(09) COMP-3 VALUE ZERO.
020900     05  JNL-TAX-MISSING       PIC S9(09) COMP-3 VALUE ZERO.
021000     05  JNL-TAX-OVER-30       PIC S9(09) COMP-3 VALUE ZERO.
021050     05  JNL-TAX-DROPPED       PIC S9(09) COMP-3 VALUE ZERO.
021100     05  JNL-TOT-GROSS-AMT     PIC S9(13)V99 COMP-3 VALUE ZERO.
021200     05  JNL-TOT-TAX-AMT       PIC S9(13)V99 COMP-3 VALUE ZERO.
021300
021400 01  JNL-DLM-FIELDS.
021500     05  JNL-DLM-GROSS         PIC +9(09).99.
021600     05  JNL-DLM-TAX-CNT       PIC 9(04).
021700     05  JNL-DLM-LINE-NO       PIC 9(04).
021800     05  JNL-DLM-TAX-RT        PIC +.9(05).
021900     05  JNL-DLM-TAX-AT        PIC +9(09).9(07).
022000
022100 01  JNL-RPT-HIT-LINE.
022200     05  JNL-RPT-HIT-KEYWORD   PIC X(08).
022300     05  FILLER                PIC X(02) VALUE SPACES.
022400     05  JNL-RPT-HIT-VALUE     PIC X(13).
022500     05  FILLER                PIC X(02) VALUE SPACES.
022600     05  JNL-RPT-HIT-THRU      PIC X(13).
022700     05  FILLER                PIC X(02) VALUE SPACES.
022800     05  JNL-RPT-HIT-DETS      PIC ZZZ,ZZZ,ZZ9.
022900
023000 01  JNL-RPT-SRCE-LINE.
023100     05  JNL-RPT-SRCE-SYS      PIC X(05).
023200     05  FILLER                PIC X(02) VALUE SPACES.
023300     05  JNL-RPT-SRCE-DETS     PIC ZZZ,ZZZ,ZZ9.
023400     05  FILLER                PIC X(02) VALUE SPACES.
023500     05  JNL-RPT-SRCE-GROSS    PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
023600     05  FILLER                PIC X(02) VALUE SPACES.
023700     05  JNL-RPT-SRCE-TAXL     PIC ZZZ,ZZZ,ZZ9.
023800     05  FILLER                PIC X(02) VALUE SPACES.
023900     05  JNL-RPT-SRCE-TAXAMT   PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
024000
024100 01  JNL-RPT-COUNT-LINE.
024200     05  JNL-RPT-COUNT-LABEL   PIC X(40).
024300     05  JNL-RPT-COUNT         PIC ZZZ,ZZZ,ZZ9.
024400
024500 PROCEDURE DIVISION.
024600*--------------------------------------------------------------*
024700 0000-MAINLINE.
024800     PERFORM 1000-INITIALIZE
024900         THRU 1000-INITIALIZE-EXIT.
025000     PERFORM 2000-WALK-TIFDET
025100         THRU 2000-WALK-TIFDET-EXIT
025200         UNTIL JNL-TIFDET-EOF.
025300     PERFORM 8000-PRINT-TOTALS
025400         THRU 8000-PRINT-TOTALS-EXIT.
025500     PERFORM 9000-TERMINATE
025600         THRU 9000-TERMINATE-EXIT.
025700     GOBACK.
025800
025900*--------------------------------------------------------------*
026000* THE LOG AND REPORT ARE OPENED BEFORE THE CARDS ARE READ SO A  *
026100* REJECTED DECK STILL LEAVES ITS ECHO ON XTRRPT AND ITS ROW ON  *
026200* XTRLOG.                                                       *
026300*--------------------------------------------------------------*
026400 1000-INITIALIZE.
026500     ACCEPT JNL-STAMP-DATE FROM DATE YYYYMMDD.
026600     ACCEPT JNL-TIME-RAW FROM TIME.
026700     MOVE JNL-TIME-RAW (1:6) TO JNL-STAMP-TIME.
026800     OPEN EXTEND XTR-LOG-FILE.
026900     IF NOT JNL-XTRLOG-OK
027000         DISPLAY 'IJTXTR01 - UNABLE TO OPEN XTRLOG, STATUS = '
027100             JNL-XTRLOG-STATUS
027200         MOVE 16 TO RETURN-CODE
027300         GOBACK
027400     END-IF.
027500     OPEN OUTPUT XTR-RPT-FILE.
027510     IF NOT JNL-XTRRPT-OK
027520         DISPLAY 'IJTXTR01 - UNABLE TO OPEN XTRRPT, STATUS = '
027530             JNL-XTRRPT-STATUS
027540         MOVE 16 TO RETURN-CODE
027550         GOBACK
027560     END-IF.
027600     MOVE SPACES TO XTR-RPT-LINE.
027700     STRING 'IJTXTR01 - AD HOC TIFDET/TIFTAX EXTRACT   RUN '
027800         JNL-STAMP-DATE SPACE JNL-STAMP-TIME
027900         DELIMITED BY SIZE INTO XTR-RPT-LINE
028000     END-STRING.
028100     WRITE XTR-RPT-LINE.
028200     MOVE SPACES TO XTR-RPT-LINE.
028300     WRITE XTR-RPT-LINE.
028400
028500     PERFORM 1100-LOAD-CARDS
028600         THRU 1100-LOAD-CARDS-EXIT.
028700     PERFORM 1200-PRINT-REQUEST
028800         THRU 1200-PRINT-REQUEST-EXIT.
028900     IF JNL-CARD-ERRORS > ZERO
029000         PERFORM 1900-REJECT-DECK
029100             THRU 1900-REJECT-DECK-EXIT
029200     END-IF.
029300
029400     OPEN INPUT TIF-DET-FILE.
029500     IF NOT JNL-TIFDET-OK
029600         DISPLAY 'IJTXTR01 - UNABLE TO OPEN TIFDET, STATUS = '
029700             JNL-TIFDET-STATUS
029800         MOVE 16 TO RETURN-CODE
029900         GOBACK
030000     END-IF.
030100     OPEN INPUT TIF-TAX-FILE.
030200     IF NOT JNL-TIFTAX-OK
030300         DISPLAY 'IJTXTR01 - UNABLE TO OPEN TIFTAX, STATUS = '
030400             JNL-TIFTAX-STATUS
030500         MOVE 16 TO RETURN-CODE
030600         GOBACK
030700     END-IF.
030800     OPEN OUTPUT XTR-OUT-FILE.
030810     IF NOT JNL-XTROUT-OK
030820         DISPLAY 'IJTXTR01 - UNABLE TO OPEN XTROUT, STATUS = '
030830             JNL-XTROUT-STATUS
030840         MOVE 16 TO RETURN-CODE
030850         GOBACK
030860     END-IF.
030900     MOVE LOW-VALUES TO TIFDET-KEY.
031000     START TIF-DET-FILE KEY NOT < TIFDET-KEY
031100         INVALID KEY
031200             SET JNL-TIFDET-EOF TO TRUE
031300     END-START.
031400 1000-INITIALIZE-EXIT.
031500     EXIT.
031600
031700*--------------------------------------------------------------*
031800* NO XTRCTL, NO REQUEST.  EVERY CARD IS ECHOED WITH ITS         *
031900* VERDICT.  A DECK WITH NO REQUESTR CARD, OR WITH NO SELECTION  *
032000* CARD AT ALL (WHICH WOULD DUMP THE WHOLE STORE), IS REJECTED.  *
032100*--------------------------------------------------------------*
032200 1100-LOAD-CARDS.
032300     MOVE SPACES TO XTR-RPT-LINE.
032400     MOVE 'SELECTION CARDS' TO XTR-RPT-LINE.
032500     WRITE XTR-RPT-LINE.
032600     OPEN INPUT XTR-CTL-FILE.
032700     IF NOT JNL-XTRCTL-OK
032800         DISPLAY 'IJTXTR01 - UNABLE TO OPEN XTRCTL, STATUS = '
032900             JNL-XTRCTL-STATUS
033000         MOVE 16 TO RETURN-CODE
033100         GOBACK
033200     END-IF.
033300     PERFORM 1110-READ-ONE-CARD
033400         THRU 1110-READ-ONE-CARD-EXIT
033500         UNTIL JNL-XTRCTL-EOF.
033600     CLOSE XTR-CTL-FILE.
033700     IF NOT JNL-REQ-FOUND
033800         ADD 1 TO JNL-CARD-ERRORS
033900         MOVE SPACES TO XTR-RPT-LINE
034000         MOVE '*** NO REQUESTR CARD - REQUESTER MUST BE NAMED'
034100             TO XTR-RPT-LINE
034200         WRITE XTR-RPT-LINE
034300     END-IF.
034400     IF JNL-XSEL-CNT = ZERO
034500         ADD 1 TO JNL-CARD-ERRORS
034600         MOVE SPACES TO XTR-RPT-LINE
034700         MOVE '*** NO SELECTION CARDS - WHOLE-STORE EXTRACTS ARE N
034800-            'OT TAKEN' TO XTR-RPT-LINE
034900         WRITE XTR-RPT-LINE
035000     END-IF.
035100 1100-LOAD-CARDS-EXIT.
035200     EXIT.
035300
035400 1110-READ-ONE-CARD.
035500     READ XTR-CTL-FILE INTO XTRCARD-RECORD
035600         AT END
035700             SET JNL-XTRCTL-EOF TO TRUE
035800             GO TO 1110-READ-ONE-CARD-EXIT
035900     END-READ.
036000     IF XTRCARD-IS-COMMENT
036100         GO TO 1110-READ-ONE-CARD-EXIT
036200     END-IF.
036300     ADD 1 TO JNL-CARDS-READ.
036400     MOVE 'ACCEPTED' TO JNL-CARD-VERDICT.
036500     EVALUATE TRUE
036600         WHEN XTRCARD-REQUESTR
036700             IF XTRCARD-VALUE = SPACES
036800                 MOVE 'REJECTED - USER ID MISSING'
036900                     TO JNL-CARD-VERDICT
037000             ELSE
037100                 SET JNL-REQ-FOUND TO TRUE
037200                 MOVE XTRCARD-VALUE  TO JNL-REQ-USER-ID
037300                 MOVE XTRCARD-THRU   TO JNL-REQ-REFERENCE
037400                 MOVE XTRCARD-REASON TO JNL-REQ-REASON
037500             END-IF
037600         WHEN XTRCARD-TAXLINES
037700             EVALUATE XTRCARD-VALUE
037800                 WHEN 'Y'
037900                     SET JNL-REQ-TAX-LINES TO TRUE
038000                 WHEN 'N'
038100                     MOVE 'N' TO JNL-REQ-TAX-LINES-SW
038200                 WHEN OTHER
038300                     MOVE 'REJECTED - TAXLINES MUST BE Y OR N'
038400                         TO JNL-CARD-VERDICT
038500             END-EVALUATE
038600         WHEN XTRCARD-FORMAT
038700             EVALUATE XTRCARD-VALUE
038800                 WHEN 'STANDARD'
038900                     SET JNL-REQ-STANDARD TO TRUE
039000                 WHEN 'DELIMITED'
039100                     SET JNL-REQ-DELIMITED TO TRUE
039200                 WHEN OTHER
039300                     MOVE 'REJECTED - FORMAT STANDARD/DELIMITED'
039400                         TO JNL-CARD-VERDICT
039500             END-EVALUATE
039600         WHEN OTHER
039700             PERFORM 1120-ADD-SELECTION
039800                 THRU 1120-ADD-SELECTION-EXIT
039900     END-EVALUATE.
040000     IF JNL-CARD-VERDICT NOT = 'ACCEPTED'
040100         ADD 1 TO JNL-CARD-ERRORS
040200     END-IF.
040300     MOVE SPACES TO XTR-RPT-LINE.
040400     STRING '  ' XTR-CTL-RECORD '  ' JNL-CARD-VERDICT
040500         DELIMITED BY SIZE INTO XTR-RPT-LINE
040600     END-STRING.
040700     WRITE XTR-RPT-LINE.
040800 1110-READ-ONE-CARD-EXIT.
040900     EXIT.
041000
041100*--------------------------------------------------------------*
041200 1120-ADD-SELECTION.
041300     PERFORM 1125-TEST-TYPE-NAME
041400         VARYING JNL-TYPE-SUB FROM 1 BY 1
041500         UNTIL JNL-TYPE-SUB > 9
041600         OR JNL-TYPE-NAME (JNL-TYPE-SUB) = XTRCARD-KEYWORD.
041700     IF JNL-TYPE-SUB > 9
041800         MOVE 'REJECTED - UNKNOWN KEYWORD' TO JNL-CARD-VERDICT
041900         GO TO 1120-ADD-SELECTION-EXIT
042000     END-IF.
042100     IF XTRCARD-VALUE = SPACES
042200         MOVE 'REJECTED - VALUE MISSING' TO JNL-CARD-VERDICT
042300         GO TO 1120-ADD-SELECTION-EXIT
042400     END-IF.
042500     IF JNL-XSEL-CNT >= 200
042600         MOVE 'REJECTED - MORE THAN 200 SELECTIONS'
042700             TO JNL-CARD-VERDICT
042800         GO TO 1120-ADD-SELECTION-EXIT
042900     END-IF.
043000     IF JNL-TYPE-SUB = JNL-TYPE-JRNLDATE
043100         PERFORM 1130-CHECK-DATE-RANGE
043200             THRU 1130-CHECK-DATE-RANGE-EXIT
043300         IF JNL-DATE-BAD
043400             GO TO 1120-ADD-SELECTION-EXIT
043500         END-IF
043600     END-IF.
043700     ADD 1 TO JNL-XSEL-CNT.
043800     MOVE JNL-TYPE-SUB  TO JNL-XSEL-TYPE (JNL-XSEL-CNT).
043900     MOVE XTRCARD-VALUE TO JNL-XSEL-VALUE (JNL-XSEL-CNT).
044000     MOVE XTRCARD-THRU  TO JNL-XSEL-THRU (JNL-XSEL-CNT).
044100     IF JNL-TYPE-SUB = JNL-TYPE-JRNLDATE
044200         AND XTRCARD-THRU = SPACES
044300         MOVE XTRCARD-VALUE TO JNL-XSEL-THRU (JNL-XSEL-CNT)
044400     END-IF.
044500     MOVE 'N'  TO JNL-XSEL-MATCH-SW (JNL-XSEL-CNT).
044600     MOVE ZERO TO JNL-XSEL-HITS (JNL-XSEL-CNT).
044700     MOVE 'Y'  TO JNL-TYPE-USED (JNL-TYPE-SUB:1).
044800 1120-ADD-SELECTION-EXIT.
044900     EXIT.
045000
045100 1125-TEST-TYPE-NAME.
045200     CONTINUE.
045300
045400*--------------------------------------------------------------*
045500* JOURNAL DATES ARE COMPARED AS THE CCYY-MM-DD TEXT IJTDRV01    *
045600* BUILDS IN XX-JRNL-DT, SO BOTH ENDS MUST BE IN THAT FORM.      *
045700*--------------------------------------------------------------*
045800 1130-CHECK-DATE-RANGE.
045900     SET JNL-DATE-OK TO TRUE.
046000     MOVE XTRCARD-VALUE TO JNL-DATE-CHECK.
046100     PERFORM 1135-CHECK-ONE-DATE
046200         THRU 1135-CHECK-ONE-DATE-EXIT.
046300     IF JNL-DATE-OK AND XTRCARD-THRU NOT = SPACES
046400         MOVE XTRCARD-THRU TO JNL-DATE-CHECK
046500         PERFORM 1135-CHECK-ONE-DATE
046600             THRU 1135-CHECK-ONE-DATE-EXIT
046700     END-IF.
046800     IF JNL-DATE-BAD
046900         MOVE 'REJECTED - DATES MUST BE CCYY-MM-DD'
047000             TO JNL-CARD-VERDICT
047100         GO TO 1130-CHECK-DATE-RANGE-EXIT
047200     END-IF.
047300     IF XTRCARD-THRU NOT = SPACES
047400         AND XTRCARD-THRU < XTRCARD-VALUE
047500         SET JNL-DATE-BAD TO TRUE
047600         MOVE 'REJECTED - THRU DATE BEFORE FROM DATE'
047700             TO JNL-CARD-VERDICT
047800     END-IF.
047900 1130-CHECK-DATE-RANGE-EXIT.
048000     EXIT.
048100
048200 1135-CHECK-ONE-DATE.
048300     IF JNL-DCHK-CCYY NOT NUMERIC
048400         OR JNL-DCHK-MM NOT NUMERIC
048500         OR JNL-DCHK-DD NOT NUMERIC
048600         OR JNL-DCHK-DASH-1 NOT = '-'
048700         OR JNL-DCHK-DASH-2 NOT = '-'
048800         SET JNL-DATE-BAD TO TRUE
048900     END-IF.
049000 1135-CHECK-ONE-DATE-EXIT.
049100     EXIT.
049200
049300*--------------------------------------------------------------*
049400 1200-PRINT-REQUEST.
049500     MOVE SPACES TO XTR-RPT-LINE.
049600     WRITE XTR-RPT-LINE.
049700     MOVE SPACES TO XTR-RPT-LINE.
049800     STRING 'REQUESTED BY ' JNL-REQ-USER-ID
049900         '  REFERENCE ' JNL-REQ-REFERENCE
050000         DELIMITED BY SIZE INTO XTR-RPT-LINE
050100     END-STRING.
050200     WRITE XTR-RPT-LINE.
050300     MOVE SPACES TO XTR-RPT-LINE.
050400     STRING 'REASON       ' JNL-REQ-REASON
050500         DELIMITED BY SIZE INTO XTR-RPT-LINE
050600     END-STRING.
050700     WRITE XTR-RPT-LINE.
050800     MOVE SPACES TO XTR-RPT-LINE.
050900     IF JNL-REQ-DELIMITED
051000         MOVE 'OUTPUT       DELIMITED' TO XTR-RPT-LINE
051100     ELSE
051200         MOVE 'OUTPUT       STANDARD IJNLTIF' TO XTR-RPT-LINE
051300     END-IF.
051400     IF JNL-REQ-TAX-LINES
051500         MOVE ', WITH TAX LINES' TO XTR-RPT-LINE (30:16)
051600     ELSE
051700         MOVE ', NO TAX LINES' TO XTR-RPT-LINE (30:14)
051800     END-IF.
051900     WRITE XTR-RPT-LINE.
052000 1200-PRINT-REQUEST-EXIT.
052100     EXIT.
052200
052300*--------------------------------------------------------------*
052400* A DECK WITH ANY BAD CARD RUNS NOTHING - A HALF-UNDERSTOOD     *
052500* REQUEST WOULD HAND BACK THE WRONG DETAILS WITH NO WARNING.    *
052600* THE ATTEMPT IS STILL LOGGED.                                  *
052700*--------------------------------------------------------------*
052800 1900-REJECT-DECK.
052900     MOVE SPACES TO XTR-RPT-LINE.
053000     WRITE XTR-RPT-LINE.
053100     MOVE '*** CARD DECK REJECTED - EXTRACT NOT RUN'
053200         TO XTR-RPT-LINE.
053300     WRITE XTR-RPT-LINE.
053400     SET XTRLOG-CARDS-REJECTED TO TRUE.
053500     PERFORM 7900-WRITE-LOG
053600         THRU 7900-WRITE-LOG-EXIT.
053700     CLOSE XTR-RPT-FILE XTR-LOG-FILE.
053800     DISPLAY 'IJTXTR01 - XTRCTL CARDS IN ERROR = '
053900         JNL-CARD-ERRORS ', EXTRACT NOT RUN - SEE XTRRPT'.
054000     MOVE 16 TO RETURN-CODE.
054100     GOBACK.
054200 1900-REJECT-DECK-EXIT.
054300     EXIT.
054400
054500*--------------------------------------------------------------*
054600* OVERLAY EACH STORED DETAIL THE SAME WAY IJTSPS01 DOES (TRUE   *
054700* TAX-LINE COUNT KEPT ASIDE, VIEW CAPPED AT 30), TEST IT, AND   *
054800* WRITE IT IF IT PASSES.                                        *
054900*--------------------------------------------------------------*
055000 2000-WALK-TIFDET.
055100     READ TIF-DET-FILE NEXT
055200         AT END
055300             SET JNL-TIFDET-EOF TO TRUE
055400     END-READ.
055500     IF JNL-TIFDET-EOF
055600         GO TO 2000-WALK-TIFDET-EXIT
055700     END-IF.
055800     ADD 1 TO JNL-DETS-READ.
055900     MOVE TIFDET-FIXED-DATA TO JNL-TIF-RAW-REC (1:902).
056000     MOVE JNL-PEEK-CTM-ND   TO JNL-TRUE-TAX-CNT.
056100     IF JNL-TRUE-TAX-CNT > 30
056200         MOVE 30 TO XX-CTM-ND
056300     ELSE
056400         MOVE JNL-TRUE-TAX-CNT TO XX-CTM-ND
056500     END-IF.
056600     MOVE JNL-TIF-RAW-REC   TO JNL-TIF-DTL-VIEW.
056700
056800     PERFORM 2100-APPLY-SELECTIONS
056900         THRU 2100-APPLY-SELECTIONS-EXIT.
057000     IF JNL-DET-NOT-SELECTED
057100         GO TO 2000-WALK-TIFDET-EXIT
057200     END-IF.
057300
057400     ADD 1 TO JNL-DETS-SELECTED.
057500     PERFORM 2400-COUNT-HIT
057600         THRU 2400-COUNT-HIT-EXIT
057700         VARYING JNL-XSEL-SUB FROM 1 BY 1
057800         UNTIL JNL-XSEL-SUB > JNL-XSEL-CNT.
057900     MOVE TIFDET-SRCE-SYS-CD TO JNL-CUR-SRCE-SYS-CD.
058000     PERFORM 7000-FIND-OR-ADD-SRCE
058100         THRU 7000-FIND-OR-ADD-SRCE-EXIT.
058200     ADD 1 TO JNL-SRCE-DETS (JNL-SRCE-SUB).
058300     ADD XX-JRNL-GRS-AT TO JNL-SRCE-GROSS-AMT (JNL-SRCE-SUB)
058400                           JNL-TOT-GROSS-AMT.
058500     PERFORM 2500-WRITE-DETAIL
058600         THRU 2500-WRITE-DETAIL-EXIT.
058700 2000-WALK-TIFDET-EXIT.
058800     EXIT.
058900
059000*--------------------------------------------------------------*
059100* THE FIXED-DATA TESTS FIRST; ONLY A DETAIL THAT PASSES ALL OF  *
059200* THEM HAS ITS TAX LINES READ FOR A TAXJUR TEST.                *
059300*--------------------------------------------------------------*
059400 2100-APPLY-SELECTIONS.
059500     SET JNL-DET-NOT-SELECTED TO TRUE.
059600     MOVE 'NNNNNNNNN' TO JNL-TYPE-HIT.
059700     PERFORM 2110-TEST-ONE-SELECTION
059800         THRU 2110-TEST-ONE-SELECTION-EXIT
059900         VARYING JNL-XSEL-SUB FROM 1 BY 1
060000         UNTIL JNL-XSEL-SUB > JNL-XSEL-CNT.
060100     IF JNL-TYPE-HIT (1:8) NOT = JNL-TYPE-USED (1:8)
060200         GO TO 2100-APPLY-SELECTIONS-EXIT
060300     END-IF.
060400     IF JNL-TYPE-USED (9:1) = 'Y'
060500         AND JNL-TRUE-TAX-CNT > ZERO
060600         PERFORM 2200-TEST-ONE-TAX-LINE
060700             THRU 2200-TEST-ONE-TAX-LINE-EXIT
060800             VARYING JNL-TAX-LINE-NO FROM 1 BY 1
060900             UNTIL JNL-TAX-LINE-NO > JNL-TRUE-TAX-CNT
061000             OR JNL-TYPE-HIT (9:1) = 'Y'
061100     END-IF.
061200     IF JNL-TYPE-HIT = JNL-TYPE-USED
061300         SET JNL-DET-SELECTED TO TRUE
061400     END-IF.
061500 2100-APPLY-SELECTIONS-EXIT.
061600     EXIT.
061700
061800 2110-TEST-ONE-SELECTION.
061900     MOVE 'N' TO JNL-XSEL-MATCH-SW (JNL-XSEL-SUB).
062000     EVALUATE JNL-XSEL-TYPE (JNL-XSEL-SUB)
062100         WHEN 1
062200             IF JNL-XSEL-VALUE (JNL-XSEL-SUB) = TIFDET-SRCE-SYS-CD
062300                 MOVE 'Y' TO JNL-XSEL-MATCH-SW (JNL-XSEL-SUB)
062400             END-IF
062500         WHEN 2
062600             IF XX-JRNL-DT-A
062700                 NOT < JNL-XSEL-VALUE (JNL-XSEL-SUB) (1:10)
062800                 AND XX-JRNL-DT-A
062900                 NOT > JNL-XSEL-THRU (JNL-XSEL-SUB) (1:10)
063000                 MOVE 'Y' TO JNL-XSEL-MATCH-SW (JNL-XSEL-SUB)
063100             END-IF
063200         WHEN 3
063300             IF JNL-XSEL-VALUE (JNL-XSEL-SUB) = XX-BL-ACCT-NB
063400                 OR JNL-XSEL-VALUE (JNL-XSEL-SUB)
063500                     = XX-LEAD-ACCT-NB
063600                 OR JNL-XSEL-VALUE (JNL-XSEL-SUB) = XX-ACCT-NB
063700                 MOVE 'Y' TO JNL-XSEL-MATCH-SW (JNL-XSEL-SUB)
063800             END-IF
063900         WHEN 4
064000             IF JNL-XSEL-VALUE (JNL-XSEL-SUB) = XX-USOC-CD
064100                 MOVE 'Y' TO JNL-XSEL-MATCH-SW (JNL-XSEL-SUB)
064200             END-IF
064300         WHEN 5
064400             IF JNL-XSEL-VALUE (JNL-XSEL-SUB) = XX-FACCT-CD
064500                 MOVE 'Y' TO JNL-XSEL-MATCH-SW (JNL-XSEL-SUB)
064600             END-IF
064700         WHEN 6
064800             IF JNL-XSEL-VALUE (JNL-XSEL-SUB) = XX-JRNL-CD
064900                 MOVE 'Y' TO JNL-XSEL-MATCH-SW (JNL-XSEL-SUB)
065000             END-IF
065100         WHEN 7
065200             IF JNL-XSEL-VALUE (JNL-XSEL-SUB) = XX-TYPE-OF-CHG
065300                 MOVE 'Y' TO JNL-XSEL-MATCH-SW (JNL-XSEL-SUB)
065400             END-IF
065500         WHEN 8
065600             IF JNL-XSEL-VALUE (JNL-XSEL-SUB) = XX-ST-CD
065700                 MOVE 'Y' TO JNL-XSEL-MATCH-SW (JNL-XSEL-SUB)
065800             END-IF
065900         WHEN OTHER
066000             CONTINUE
066100     END-EVALUATE.
066200     IF JNL-XSEL-MATCH-SW (JNL-XSEL-SUB) = 'Y'
066300         MOVE 'Y' TO
066400             JNL-TYPE-HIT (JNL-XSEL-TYPE (JNL-XSEL-SUB):1)
066500     END-IF.
066600 2110-TEST-ONE-SELECTION-EXIT.
066700     EXIT.
066800
066900*--------------------------------------------------------------*
067000* A TAX LINE MISSING FROM TIFTAX SIMPLY FAILS THE TEST; IT IS   *
067100* COUNTED WHEN THE LINES ARE WRITTEN AND LEFT TO IJTAUD01.      *
067200*--------------------------------------------------------------*
067300 2200-TEST-ONE-TAX-LINE.
067400     MOVE TIFDET-SRCE-SYS-CD TO TIFTAX-SRCE-SYS-CD.
067500     MOVE TIFDET-SEQ-NO      TO TIFTAX-SEQ-NO.
067600     MOVE JNL-TAX-LINE-NO    TO TIFTAX-LINE-NO.
067700     READ TIF-TAX-FILE
067800         KEY IS TIFTAX-KEY
067900         INVALID KEY
068000             GO TO 2200-TEST-ONE-TAX-LINE-EXIT
068100     END-READ.
068200     MOVE TIFTAX-LINE-DATA TO JNL-TAX-WORK.
068300     PERFORM 2210-TEST-TAXJUR-ENTRY
068400         THRU 2210-TEST-TAXJUR-ENTRY-EXIT
068500         VARYING JNL-XSEL-SUB FROM 1 BY 1
068600         UNTIL JNL-XSEL-SUB > JNL-XSEL-CNT.
068700 2200-TEST-ONE-TAX-LINE-EXIT.
068800     EXIT.
068900
069000 2210-TEST-TAXJUR-ENTRY.
069100     IF JNL-XSEL-TYPE (JNL-XSEL-SUB) = JNL-TYPE-TAXJUR
069200         AND JNL-XSEL-VALUE (JNL-XSEL-SUB) = JNL-TAXW-JURIS-CD
069300         MOVE 'Y' TO JNL-XSEL-MATCH-SW (JNL-XSEL-SUB)
069400         MOVE 'Y' TO JNL-TYPE-HIT (9:1)
069500     END-IF.
069600 2210-TEST-TAXJUR-ENTRY-EXIT.
069700     EXIT.
069800
069900*--------------------------------------------------------------*
070000 2400-COUNT-HIT.
070100     IF JNL-XSEL-MATCH-SW (JNL-XSEL-SUB) = 'Y'
070200         ADD 1 TO JNL-XSEL-HITS (JNL-XSEL-SUB)
070300     END-IF.
070400 2400-COUNT-HIT-EXIT.
070500     EXIT.
070600
070700*--------------------------------------------------------------*
070800* STANDARD LAYOUT IS THE IJNLTIF DETAIL AS IT CAME IN, ITS TAX  *
070900* TABLE REFILLED FROM TIFTAX (OR EMPTIED WHEN TAX LINES ARE NOT *
071000* WANTED).  THE LAYOUT HOLDS 30 TAX LINES - A CONTINUED DETAIL  *
071100* WITH MORE IS COUNTED AND NEEDS THE DELIMITED LAYOUT FOR ITS   *
071200* FULL SET.  DELIMITED LAYOUT IS ONE DTL ROW PER DETAIL AND ONE *
071250* TAX ROW PER TAX LINE.  A STANDARD DETAIL'S LINES PAST 30 ARE  *
071300* NOT EXTRACTED, SO THEY ARE COUNTED AS DROPPED AND LEFT OUT OF *
071350* THE TAX TOTALS.                                               *
071400*--------------------------------------------------------------*
071500 2500-WRITE-DETAIL.
071600     IF JNL-REQ-DELIMITED
071700         PERFORM 2700-WRITE-DLM-DETAIL
071800             THRU 2700-WRITE-DLM-DETAIL-EXIT
071900     END-IF.
072000     IF JNL-REQ-TAX-LINES
072100         AND JNL-TRUE-TAX-CNT > ZERO
072200         PERFORM 2600-TAKE-ONE-TAX-LINE
072300             THRU 2600-TAKE-ONE-TAX-LINE-EXIT
072400             VARYING JNL-TAX-LINE-NO FROM 1 BY 1
072500             UNTIL JNL-TAX-LINE-NO > JNL-TRUE-TAX-CNT
072600     END-IF.
072700     IF JNL-REQ-DELIMITED
072800         GO TO 2500-WRITE-DETAIL-EXIT
072900     END-IF.
073000     IF JNL-REQ-TAX-LINES
073100         IF JNL-TRUE-TAX-CNT > 30
073200             ADD 1 TO JNL-TAX-OVER-30
073250             MOVE 30 TO XX-CTM-ND
073300         END-IF
073400     ELSE
073500         MOVE ZERO TO XX-CTM-ND
073600     END-IF.
073700     MOVE JNL-TIF-DTL-VIEW TO XTR-OUT-RECORD.
073800     WRITE XTR-OUT-RECORD.
073900 2500-WRITE-DETAIL-EXIT.
074000     EXIT.
074100
074200 2600-TAKE-ONE-TAX-LINE.
074300     IF JNL-REQ-STANDARD AND JNL-TAX-LINE-NO NOT > 30
074400         INITIALIZE XX-TAX-TB (JNL-TAX-LINE-NO)
074500     END-IF.
074600     MOVE TIFDET-SRCE-SYS-CD TO TIFTAX-SRCE-SYS-CD.
074700     MOVE TIFDET-SEQ-NO      TO TIFTAX-SEQ-NO.
074800     MOVE JNL-TAX-LINE-NO    TO TIFTAX-LINE-NO.
074900     READ TIF-TAX-FILE
075000         KEY IS TIFTAX-KEY
075100         INVALID KEY
075200             ADD 1 TO JNL-TAX-MISSING
075300             GO TO 2600-TAKE-ONE-TAX-LINE-EXIT
075400     END-READ.
075500     MOVE TIFTAX-LINE-DATA TO JNL-TAX-WORK.
075550     IF JNL-REQ-STANDARD AND JNL-TAX-LINE-NO > 30
075600         ADD 1 TO JNL-TAX-DROPPED
075650         GO TO 2600-TAKE-ONE-TAX-LINE-EXIT
075700     END-IF.
075750     ADD 1 TO JNL-TAX-WRITTEN.
075800     ADD 1 TO JNL-SRCE-TAX-LINES (JNL-SRCE-SUB).
075850     ADD JNL-TAXW-TAX-AT TO JNL-SRCE-TAX-AMT (JNL-SRCE-SUB)
075900         ROUNDED JNL-TOT-TAX-AMT ROUNDED.
075950     IF JNL-REQ-DELIMITED
076000         PERFORM 2750-WRITE-DLM-TAX
076050             THRU 2750-WRITE-DLM-TAX-EXIT
076100     ELSE
076150         MOVE TIFTAX-LINE-DATA TO XX-TAX-TB (JNL-TAX-LINE-NO)
076200     END-IF.
076900 2600-TAKE-ONE-TAX-LINE-EXIT.
077000     EXIT.
077100
077200*--------------------------------------------------------------*
077300 2700-WRITE-DLM-DETAIL.
077400     MOVE XX-JRNL-GRS-AT   TO JNL-DLM-GROSS.
077500     MOVE JNL-TRUE-TAX-CNT TO JNL-DLM-TAX-CNT.
077600     MOVE SPACES TO XTR-OUT-RECORD.
077700     STRING 'DTL' ',' TIFDET-SRCE-SYS-CD ',' TIFDET-SEQ-NO ','
077800         XX-JRNL-DT-A ',' XX-ACCT-NB ',' XX-BL-ACCT-NB ','
077900         XX-LEAD-ACCT-NB ',' XX-USOC-CD ',' XX-FACCT-CD ','
078000         XX-JRNL-CD ',' XX-TYPE-OF-CHG ',' XX-ST-CD ','
078100         JNL-DLM-GROSS ',' JNL-DLM-TAX-CNT
078200         DELIMITED BY SIZE INTO XTR-OUT-RECORD
078300     END-STRING.
078400     WRITE XTR-OUT-RECORD.
078500 2700-WRITE-DLM-DETAIL-EXIT.
078600     EXIT.
078700
078800 2750-WRITE-DLM-TAX.
078900     MOVE JNL-TAX-LINE-NO  TO JNL-DLM-LINE-NO.
079000     MOVE JNL-TAXW-TAX-RT  TO JNL-DLM-TAX-RT.
079100     MOVE JNL-TAXW-TAX-AT  TO JNL-DLM-TAX-AT.
079200     MOVE SPACES TO XTR-OUT-RECORD.
079300     STRING 'TAX' ',' TIFDET-SRCE-SYS-CD ',' TIFDET-SEQ-NO ','
079400         JNL-DLM-LINE-NO ',' JNL-TAXW-CLS-CD ','
079500         JNL-TAXW-CLSFCTN-CD ',' JNL-TAXW-JURIS-CD ','
079600         JNL-TAXW-RSN-CD ',' JNL-DLM-TAX-RT ',' JNL-DLM-TAX-AT
079700         DELIMITED BY SIZE INTO XTR-OUT-RECORD
079800     END-STRING.
079900     WRITE XTR-OUT-RECORD.
080000 2750-WRITE-DLM-TAX-EXIT.
080100     EXIT.
080200
080300*--------------------------------------------------------------*
080400 7000-FIND-OR-ADD-SRCE.
080500     PERFORM 7100-TEST-SRCE-ENTRY
080600         VARYING JNL-SRCE-SUB FROM 1 BY 1
080700         UNTIL JNL-SRCE-SUB > JNL-SRCE-CNT
080800         OR JNL-SRCE-SYS-CD (JNL-SRCE-SUB) = JNL-CUR-SRCE-SYS-CD.
080900     IF JNL-SRCE-SUB > JNL-SRCE-CNT
081000         IF JNL-SRCE-CNT >= 50
081100             DISPLAY 'IJTXTR01 - SOURCE SYSTEM TABLE FULL'
081200             MOVE 16 TO RETURN-CODE
081300             GOBACK
081400         END-IF
081500         ADD 1 TO JNL-SRCE-CNT
081600         MOVE JNL-SRCE-CNT TO JNL-SRCE-SUB
081700         MOVE JNL-CUR-SRCE-SYS-CD
081800             TO JNL-SRCE-SYS-CD (JNL-SRCE-SUB)
081900         MOVE ZERO TO JNL-SRCE-DETS (JNL-SRCE-SUB)
082000         MOVE ZERO TO JNL-SRCE-GROSS-AMT (JNL-SRCE-SUB)
082100         MOVE ZERO TO JNL-SRCE-TAX-LINES (JNL-SRCE-SUB)
082200         MOVE ZERO TO JNL-SRCE-TAX-AMT (JNL-SRCE-SUB)
082300     END-IF.
082400 7000-FIND-OR-ADD-SRCE-EXIT.
082500     EXIT.
082600
082700 7100-TEST-SRCE-ENTRY.
082800     CONTINUE.
082900
083000*--------------------------------------------------------------*
083100 7900-WRITE-LOG.
083200     MOVE SPACES              TO XTRLOG-RECORD.
083300     MOVE JNL-STAMP-DATE      TO XTRLOG-RUN-DATE.
083400     MOVE JNL-STAMP-TIME      TO XTRLOG-RUN-TIME.
083500     MOVE JNL-REQ-USER-ID     TO XTRLOG-USER-ID.
083600     MOVE JNL-REQ-REFERENCE   TO XTRLOG-REFERENCE.
083700     MOVE JNL-REQ-REASON      TO XTRLOG-REASON.
083800     MOVE JNL-XSEL-CNT        TO XTRLOG-SEL-CARDS.
083900     MOVE JNL-REQ-FORMAT-CD   TO XTRLOG-FORMAT-CD.
084000     MOVE JNL-REQ-TAX-LINES-SW TO XTRLOG-TAX-LINES-SW.
084100     MOVE JNL-DETS-READ       TO XTRLOG-DETS-READ.
084200     MOVE JNL-DETS-SELECTED   TO XTRLOG-DETS-SELECTED.
084300     IF JNL-CARD-ERRORS > ZERO
084400         SET XTRLOG-CARDS-REJECTED TO TRUE
084500     ELSE
084600         SET XTRLOG-COMPLETED TO TRUE
084700     END-IF.
084800     WRITE XTRLOG-RECORD.
084900 7900-WRITE-LOG-EXIT.
085000     EXIT.
085100
085200*--------------------------------------------------------------*
085300* SELECTION TOTALS - HOW MANY SELECTED DETAILS EACH CARD        *
085400* MATCHED (A CARD WITH NO HITS IS USUALLY A MISTYPED VALUE),    *
085500* THEN DETAILS, GROSS DOLLARS AND TAX BY SOURCE SYSTEM.         *
085600*--------------------------------------------------------------*
085700 8000-PRINT-TOTALS.
085800     MOVE SPACES TO XTR-RPT-LINE.
085900     WRITE XTR-RPT-LINE.
086000     MOVE SPACES TO XTR-RPT-LINE.
086100     STRING 'KEYWORD ' SPACE SPACE 'VALUE        ' SPACE SPACE
086200         'THRU         ' SPACE SPACE 'SELECTED DETS'
086300         DELIMITED BY SIZE INTO XTR-RPT-LINE
086400     END-STRING.
086500     WRITE XTR-RPT-LINE.
086600     PERFORM 8100-PRINT-ONE-HIT
086700         THRU 8100-PRINT-ONE-HIT-EXIT
086800         VARYING JNL-XSEL-SUB FROM 1 BY 1
086900         UNTIL JNL-XSEL-SUB > JNL-XSEL-CNT.
087000
087100     MOVE SPACES TO XTR-RPT-LINE.
087200     WRITE XTR-RPT-LINE.
087300     MOVE SPACES TO XTR-RPT-LINE.
087400     STRING 'SRCE ' SPACE SPACE '    DETAILS' SPACE SPACE
087500         '          GROSS AMOUNT' SPACE SPACE '  TAX LINES'
087600         SPACE SPACE '            TAX AMOUNT'
087700         DELIMITED BY SIZE INTO XTR-RPT-LINE
087800     END-STRING.
087900     WRITE XTR-RPT-LINE.
088000     PERFORM 8200-PRINT-ONE-SRCE
088100         THRU 8200-PRINT-ONE-SRCE-EXIT
088200         VARYING JNL-SRCE-SUB FROM 1 BY 1
088300         UNTIL JNL-SRCE-SUB > JNL-SRCE-CNT.
088400     MOVE SPACES TO JNL-RPT-SRCE-LINE.
088500     MOVE 'TOTAL'             TO JNL-RPT-SRCE-SYS.
088600     MOVE JNL-DETS-SELECTED   TO JNL-RPT-SRCE-DETS.
088700     MOVE JNL-TOT-GROSS-AMT   TO JNL-RPT-SRCE-GROSS.
088800     MOVE JNL-TAX-WRITTEN     TO JNL-RPT-SRCE-TAXL.
088900     MOVE JNL-TOT-TAX-AMT     TO JNL-RPT-SRCE-TAXAMT.
089000     MOVE JNL-RPT-SRCE-LINE TO XTR-RPT-LINE.
089100     WRITE XTR-RPT-LINE.
089200
089300     MOVE SPACES TO XTR-RPT-LINE.
089400     WRITE XTR-RPT-LINE.
089500     MOVE 'DETAILS READ FROM TIFDET' TO JNL-RPT-COUNT-LABEL.
089600     MOVE JNL-DETS-READ TO JNL-RPT-COUNT.
089700     PERFORM 8300-PRINT-COUNT
089800         THRU 8300-PRINT-COUNT-EXIT.
089900     MOVE 'DETAILS SELECTED' TO JNL-RPT-COUNT-LABEL.
090000     MOVE JNL-DETS-SELECTED TO JNL-RPT-COUNT.
090100     PERFORM 8300-PRINT-COUNT
090200         THRU 8300-PRINT-COUNT-EXIT.
090300     MOVE 'TAX LINES WRITTEN' TO JNL-RPT-COUNT-LABEL.
090400     MOVE JNL-TAX-WRITTEN TO JNL-RPT-COUNT.
090500     PERFORM 8300-PRINT-COUNT
090600         THRU 8300-PRINT-COUNT-EXIT.
090700     IF JNL-TAX-MISSING > ZERO
090800         MOVE 'TAX LINES MISSING FROM TIFTAX' TO
090900             JNL-RPT-COUNT-LABEL
091000         MOVE JNL-TAX-MISSING TO JNL-RPT-COUNT
091100         PERFORM 8300-PRINT-COUNT
091200             THRU 8300-PRINT-COUNT-EXIT
091300     END-IF.
091400     IF JNL-TAX-OVER-30 > ZERO
091500         MOVE 'DETAILS CUT TO 30 TAX LINES' TO
091600             JNL-RPT-COUNT-LABEL
091700         MOVE JNL-TAX-OVER-30 TO JNL-RPT-COUNT
091800         PERFORM 8300-PRINT-COUNT
091900             THRU 8300-PRINT-COUNT-EXIT
092000     END-IF.
092010     IF JNL-TAX-DROPPED > ZERO
092020         MOVE 'TAX LINES PAST 30 NOT EXTRACTED' TO
092030             JNL-RPT-COUNT-LABEL
092040         MOVE JNL-TAX-DROPPED TO JNL-RPT-COUNT
092050         PERFORM 8300-PRINT-COUNT
092060             THRU 8300-PRINT-COUNT-EXIT
092070     END-IF.
092100 8000-PRINT-TOTALS-EXIT.
092200     EXIT.
092300
092400 8100-PRINT-ONE-HIT.
092500     MOVE SPACES TO JNL-RPT-HIT-LINE.
092600     MOVE JNL-TYPE-NAME (JNL-XSEL-TYPE (JNL-XSEL-SUB))
092700         TO JNL-RPT-HIT-KEYWORD.
092800     MOVE JNL-XSEL-VALUE (JNL-XSEL-SUB) TO JNL-RPT-HIT-VALUE.
092900     IF JNL-XSEL-TYPE (JNL-XSEL-SUB) = JNL-TYPE-JRNLDATE
093000         MOVE JNL-XSEL-THRU (JNL-XSEL-SUB) TO JNL-RPT-HIT-THRU
093100     END-IF.
093200     MOVE JNL-XSEL-HITS (JNL-XSEL-SUB) TO JNL-RPT-HIT-DETS.
093300     MOVE JNL-RPT-HIT-LINE TO XTR-RPT-LINE.
093400     WRITE XTR-RPT-LINE.
093500 8100-PRINT-ONE-HIT-EXIT.
093600     EXIT.
093700
093800 8200-PRINT-ONE-SRCE.
093900     MOVE SPACES TO JNL-RPT-SRCE-LINE.
094000     MOVE JNL-SRCE-SYS-CD (JNL-SRCE-SUB)    TO JNL-RPT-SRCE-SYS.
094100     MOVE JNL-SRCE-DETS (JNL-SRCE-SUB)      TO JNL-RPT-SRCE-DETS.
094200     MOVE JNL-SRCE-GROSS-AMT (JNL-SRCE-SUB)
094300         TO JNL-RPT-SRCE-GROSS.
094400     MOVE JNL-SRCE-TAX-LINES (JNL-SRCE-SUB) TO JNL-RPT-SRCE-TAXL.
094500     MOVE JNL-SRCE-TAX-AMT (JNL-SRCE-SUB)
094600         TO JNL-RPT-SRCE-TAXAMT.
094700     MOVE JNL-RPT-SRCE-LINE TO XTR-RPT-LINE.
094800     WRITE XTR-RPT-LINE.
094900 8200-PRINT-ONE-SRCE-EXIT.
095000     EXIT.
095100
095200 8300-PRINT-COUNT.
095300     MOVE JNL-RPT-COUNT-LINE TO XTR-RPT-LINE.
095400     WRITE XTR-RPT-LINE.
095500 8300-PRINT-COUNT-EXIT.
095600     EXIT.
095700
095800*--------------------------------------------------------------*
095900 9000-TERMINATE.
096000     PERFORM 7900-WRITE-LOG
096100         THRU 7900-WRITE-LOG-EXIT.
096200     CLOSE TIF-DET-FILE TIF-TAX-FILE XTR-OUT-FILE XTR-RPT-FILE
096300         XTR-LOG-FILE.
096400     DISPLAY 'IJTXTR01 - REQUESTED BY      = ' JNL-REQ-USER-ID
096500         ' ' JNL-REQ-REFERENCE.
096600     DISPLAY 'IJTXTR01 - DETAILS READ      = ' JNL-DETS-READ.
096700     DISPLAY 'IJTXTR01 - DETAILS SELECTED  = ' JNL-DETS-SELECTED.
096800     DISPLAY 'IJTXTR01 - TAX LINES WRITTEN = ' JNL-TAX-WRITTEN.
096900     DISPLAY 'IJTXTR01 - TAX LINES MISSING = ' JNL-TAX-MISSING.
097000     DISPLAY 'IJTXTR01 - DETAILS OVER 30 TAX LINES CUT = '
097100         JNL-TAX-OVER-30.
097110     DISPLAY 'IJTXTR01 - TAX LINES PAST 30 DROPPED = '
097120         JNL-TAX-DROPPED.
097150     IF JNL-TAX-MISSING > ZERO OR JNL-TAX-OVER-30 > ZERO
097200         OR JNL-TAX-DROPPED > ZERO
097300         MOVE 4 TO RETURN-CODE
097400     END-IF.
097500 9000-TERMINATE-EXIT.
097600     EXIT.
097700
097800*-------------------------------------------------------------.
097900*                     E N D   O F  I J T X T R 0 1             :
098000*-------------------------------------------------------------'
