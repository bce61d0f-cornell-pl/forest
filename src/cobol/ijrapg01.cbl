000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJRAPG01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  10/01/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 30.5  10/01/26  RAS  NEW PROGRAM.  HIGH-VALUE APPROVAL GATE   *
001100*                      FOR RP519 ADJUSTMENTS AND CREDIT         *
001200*                      ADJUSTMENTS AHEAD OF THE POSTING         *
001300*                      FEED.  THEY HAVE POSTED WITH NO APPROVAL *
001400*                      EVIDENCE HOWEVER LARGE, AND IJXADJ01     *
001500*                      ONLY SEES THEM AFTER THE POST.  A RECORD *
001600*                      FLAGGED RP519-ADJ, OR WITH AN ADJUSTMENT *
001700*                      OR CREDIT/DEBIT ADJUSTMENT EXTRACT TYPE, *
001800*                      WHOSE RP519-CUR-AMT IS ABOVE ITS APRTHR  *
001900*                      LIMIT (BY SALES OFFICE AND REASON CODE)  *
002000*                      IS HELD ON RP5PND INSTEAD OF GOING TO    *
002100*                      RP519OUT.  IJRAPV01 APPROVES OR REJECTS  *
002200*                      IT UNDER MAKER/CHECKER CONTROL.  EACH    *
002300*                      RUN FIRST RE-ENTERS THE RECORDS APPROVED *
002400*                      SINCE THE LAST RUN ON RP519OUT AND       *
002500*                      RETURNS THE REJECTED ONES ON RP5REJ,     *
002600*                      WHICH IJTRNF01 TURNS INTO NOTIFY NOTICES *
002700*                      FOR THE FEEDER.  APGRPT LISTS EVERY      *
002800*                      RECORD HELD, RE-ENTERED OR RETURNED.  RC *
002900*                      4 WHEN ANYTHING WAS HELD.                *
003000* 30.7  10/15/26  RAS  CREDIT-CODED RECORDS (RP519-CR-CODE) ARE *
003100*                      NOW GATED AS WELL - A HIGH-VALUE PLAIN   *
003200*                      CREDIT POSTED WITHOUT APPROVAL.          *
003300*                      RERUN SAFE: EVERY ROW IS STAMPED WITH THE*
003400*                      RP519 GENERATION THAT HELD IT AND THE ONE*
003500*                      THAT RE-ENTERED OR RETURNED IT.  A RERUN *
003600*                      OF THE SAME GENERATION ISSUES THOSE ROWS *
003700*                      AGAIN AND DOES NOT HOLD A RECORD IT HELD *
003800*                      BEFORE.  THE CONTROL ROW IS REWRITTEN AS *
003900*                      EACH HOLD IS WRITTEN, NOT ONLY AT THE    *
004000*                      END.                                     *
004100*--------------------------------------------------------------*
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.   IBM-370.
004500 OBJECT-COMPUTER.   IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT APR-THR-FILE    ASSIGN TO APRTHR
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS JNL-APRTHR-STATUS.
005100
005200     SELECT RP519-IN-FILE   ASSIGN TO RP519IN
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS JNL-RP519IN-STATUS.
005500
005600     SELECT RP519-OUT-FILE  ASSIGN TO RP519OUT
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS JNL-RP519OUT-STATUS.
005900
006000     SELECT RP5-PND-FILE    ASSIGN TO RP5PND
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS DYNAMIC
006300         RECORD KEY IS RP5PND-KEY
006400         FILE STATUS IS JNL-RP5PND-STATUS.
006500
006600     SELECT RP5-REJ-FILE    ASSIGN TO RP5REJ
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS JNL-RP5REJ-STATUS.
006900
007000     SELECT APG-RPT-FILE    ASSIGN TO APGRPT
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS JNL-APGRPT-STATUS.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  APR-THR-FILE
007700     RECORDING MODE IS F.
007800 01  APR-THR-IN-RECORD         PIC X(40).
007900
008000 FD  RP519-IN-FILE
008100     RECORDING MODE IS F.
008200 01  RP519-IN-RECORD           PIC X(450).
008300
008400 FD  RP519-OUT-FILE
008500     RECORDING MODE IS F.
008600 01  RP519-OUT-RECORD          PIC X(450).
008700
008800 FD  RP5-PND-FILE.
008900     COPY rp5pnd.
009000
009100 FD  RP5-REJ-FILE
009200     RECORDING MODE IS F.
009300 01  RP5-REJ-RECORD.
009400     05  RP5-REJ-REASON        PIC X(40).
009500     05  RP5-REJ-DATA          PIC X(450).
009600
009700 FD  APG-RPT-FILE
009800     RECORDING MODE IS F.
009900 01  APG-RPT-LINE              PIC X(132).
010000
010100 WORKING-STORAGE SECTION.
010200 01  JNL-APRTHR-STATUS         PIC X(02) VALUE SPACES.
010300     88  JNL-APRTHR-OK                   VALUE '00'.
010400     88  JNL-APRTHR-EOF                  VALUE '10'.
010500 01  JNL-RP519IN-STATUS        PIC X(02) VALUE SPACES.
010600     88  JNL-RP519IN-OK                  VALUE '00'.
010700     88  JNL-RP519IN-EOF                 VALUE '10'.
010800 01  JNL-RP519OUT-STATUS       PIC X(02) VALUE SPACES.
010900 01  JNL-RP5PND-STATUS         PIC X(02) VALUE SPACES.
011000     88  JNL-RP5PND-OK                   VALUE '00'.
011100     88  JNL-RP5PND-EOF                  VALUE '10'.
011200 01  JNL-RP5REJ-STATUS         PIC X(02) VALUE SPACES.
011300 01  JNL-APGRPT-STATUS         PIC X(02) VALUE SPACES.
011400
011500 COPY aprthr.
011600
011700 COPY rps REPLACING ==01  RP519-RECORD.==
011800     BY ==01  JNL-RP519-VIEW.==.
011900
012000*--------------------------------------------------------------*
012100* APRTHR AS LOADED.  THE LOOKUP KEY IS TRIED MOST SPECIFIC      *
012200* FIRST - OFFICE AND REASON, OFFICE ALONE, REASON ALONE, THEN   *
012300* THE CATCH-ALL.                                                *
012400*--------------------------------------------------------------*
012500 01  JNL-THR-CNT               PIC 9(04) COMP VALUE ZERO.
012600 01  JNL-THR-SUB               PIC 9(04) COMP VALUE ZERO.
012700 01  JNL-THR-TABLE.
012800     05  JNL-THR-ENTRY OCCURS 500 TIMES.
012900         10  JNL-THR-KEY           PIC X(04).
013000         10  JNL-THR-LIMIT-AMT     PIC 9(09)V99.
013100 01  JNL-THR-FIND-KEY.
013200     05  JNL-THR-FIND-OFFC     PIC X(02).
013300     05  JNL-THR-FIND-RSN      PIC X(02).
013400
013500 01  JNL-SWITCHES.
013600     05  JNL-PND-DONE-SW       PIC X(01) VALUE 'N'.
013700         88  JNL-PND-DONE                VALUE 'Y'.
013800     05  JNL-GATED-SW          PIC X(01) VALUE 'N'.
013900         88  JNL-RECORD-GATED            VALUE 'Y'.
014000     05  JNL-FIRST-REC-SW      PIC X(01) VALUE 'N'.
014100         88  JNL-FIRST-REC-WAITING       VALUE 'Y'.
014200     05  JNL-GEN-KNOWN-SW      PIC X(01) VALUE 'N'.
014300         88  JNL-GEN-KNOWN               VALUE 'Y'.
014400     05  JNL-EARLIER-HOLD-SW   PIC X(01) VALUE 'N'.
014500         88  JNL-EARLIER-HOLD-FOUND      VALUE 'Y'.
014600
014700 01  JNL-RUN-DATE              PIC X(08) VALUE SPACES.
014800 01  JNL-LAST-HOLD-NO          PIC 9(08) VALUE ZERO.
014900 01  JNL-RPT-ACTION            PIC X(10) VALUE SPACES.
015000
015100*--------------------------------------------------------------*
015200* THIS RUN'S RP519 GENERATION, AND THE ROWS AN EARLIER RUN OF   *
015300* THE SAME GENERATION HELD - EACH IS MATCHED AT MOST ONCE.      *
015400*--------------------------------------------------------------*
015500 01  JNL-RUN-GEN.
015600     05  JNL-RUN-GDG-NO        PIC 9(03) VALUE ZERO.
015700     05  JNL-RUN-EXTR-GDG-NO   PIC 9(04) VALUE ZERO.
015800 01  JNL-RUN-GEN-A REDEFINES JNL-RUN-GEN
015900                               PIC X(07).
016000 01  JNL-GEN-HOLD-CNT          PIC 9(04) COMP VALUE ZERO.
016100 01  JNL-GEN-HOLD-SUB          PIC 9(04) COMP VALUE ZERO.
016200 01  JNL-GEN-HOLD-TABLE.
016300     05  JNL-GEN-HOLD-ENTRY OCCURS 2000 TIMES.
016400         10  JNL-GEN-HOLD-NO       PIC 9(08).
016500         10  JNL-GEN-HOLD-USED-SW  PIC X(01).
016600
016700 01  JNL-COUNTERS.
016800     05  JNL-RECS-READ         PIC S9(09) COMP-3 VALUE ZERO.
016900     05  JNL-RECS-GATED        PIC S9(09) COMP-3 VALUE ZERO.
017000     05  JNL-RECS-POSTED       PIC S9(09) COMP-3 VALUE ZERO.
017100     05  JNL-RECS-HELD         PIC S9(09) COMP-3 VALUE ZERO.
017200     05  JNL-RECS-RE-ENTERED   PIC S9(09) COMP-3 VALUE ZERO.
017300     05  JNL-RECS-RETURNED     PIC S9(09) COMP-3 VALUE ZERO.
017400     05  JNL-RECS-STILL-OPEN   PIC S9(09) COMP-3 VALUE ZERO.
017500     05  JNL-HELD-AMT          PIC S9(13)V99 COMP-3 VALUE ZERO.
017600     05  JNL-RECS-ALREADY-HELD PIC S9(09) COMP-3 VALUE ZERO.
017700     05  JNL-RECS-REISSUED     PIC S9(09) COMP-3 VALUE ZERO.
017800     05  JNL-RECS-DEFERRED     PIC S9(09) COMP-3 VALUE ZERO.
017900
018000 01  JNL-RPT-LINE.
018100     05  JNL-RPT-LABEL         PIC X(10).
018200     05  FILLER                PIC X(02) VALUE SPACES.
018300     05  JNL-RPT-HOLD-NO       PIC 9(08).
018400     05  FILLER                PIC X(02) VALUE SPACES.
018500     05  JNL-RPT-INVC-NUM      PIC X(10).
018600     05  FILLER                PIC X(02) VALUE SPACES.
018700     05  JNL-RPT-EXTR-TYPE     PIC X(03).
018800     05  FILLER                PIC X(02) VALUE SPACES.
018900     05  JNL-RPT-OFFC          PIC X(02).
019000     05  FILLER                PIC X(02) VALUE SPACES.
019100     05  JNL-RPT-RSN           PIC X(02).
019200     05  FILLER                PIC X(02) VALUE SPACES.
019300     05  JNL-RPT-DBCR          PIC X(02).
019400     05  FILLER                PIC X(02) VALUE SPACES.
019500     05  JNL-RPT-AMT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
019600     05  FILLER                PIC X(02) VALUE SPACES.
019700     05  JNL-RPT-LIMIT         PIC Z,ZZZ,ZZZ,ZZ9.99.
019800     05  FILLER                PIC X(02) VALUE SPACES.
019900     05  JNL-RPT-USERS         PIC X(17).
020000     05  FILLER                PIC X(02) VALUE SPACES.
020100     05  JNL-RPT-REASON        PIC X(20).
020200
020300 PROCEDURE DIVISION.
020400*--------------------------------------------------------------*
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE
020700         THRU 1000-INITIALIZE-EXIT.
020800     PERFORM 2000-WORK-ONE-PENDING
020900         THRU 2000-WORK-ONE-PENDING-EXIT
021000         UNTIL JNL-PND-DONE.
021100     PERFORM 3000-GATE-RP519-FILE
021200         THRU 3000-GATE-RP519-FILE-EXIT
021300         UNTIL JNL-RP519IN-EOF.
021400     PERFORM 9000-TERMINATE
021500         THRU 9000-TERMINATE-EXIT.
021600     GOBACK.
021700
021800*--------------------------------------------------------------*
021900* APRTHR, RP5PND AND RP519IN ARE ALL REQUIRED.  THE CONTROL ROW *
022000* IS WRITTEN ON THE FIRST RUN AGAINST AN EMPTY RP5PND.  THE     *
022100* FIRST RP519 RECORD IS READ HERE FOR ITS GENERATION            *
022200* (RP519-GDG-NO/RP519-EXTRACT-GDG-NO, THE PAIR IJRGDG01 LOGS),  *
022300* WHICH EVERY ROW THIS RUN HOLDS OR FINISHES IS STAMPED WITH.   *
022400*--------------------------------------------------------------*
022500 1000-INITIALIZE.
022600     ACCEPT JNL-RUN-DATE FROM DATE YYYYMMDD.
022700     PERFORM 1100-LOAD-THR-TABLE
022800         THRU 1100-LOAD-THR-TABLE-EXIT.
022900     OPEN I-O RP5-PND-FILE.
023000     IF NOT JNL-RP5PND-OK
023100         DISPLAY 'IJRAPG01 - UNABLE TO OPEN RP5PND, STATUS = '
023200             JNL-RP5PND-STATUS
023300         MOVE 16 TO RETURN-CODE
023400         GOBACK
023500     END-IF.
023600     MOVE ZERO TO RP5PND-HOLD-NO.
023700     READ RP5-PND-FILE
023800         KEY IS RP5PND-KEY
023900         INVALID KEY
024000             MOVE SPACES TO RP5PND-DATA RP5PND-RP519-DATA
024100             MOVE ZERO   TO RP5PND-HOLD-NO
024200             MOVE ZERO   TO RP5PND-CTL-LAST-HOLD-NO
024300             WRITE RP5PND-RECORD
024400     END-READ.
024500     MOVE RP5PND-CTL-LAST-HOLD-NO TO JNL-LAST-HOLD-NO.
024600     MOVE 1 TO RP5PND-HOLD-NO.
024700     START RP5-PND-FILE KEY NOT < RP5PND-KEY
024800         INVALID KEY
024900             SET JNL-PND-DONE TO TRUE
025000     END-START.
025100     OPEN INPUT  RP519-IN-FILE.
025200     IF NOT JNL-RP519IN-OK
025300         DISPLAY 'IJRAPG01 - UNABLE TO OPEN RP519IN, STATUS = '
025400             JNL-RP519IN-STATUS
025500         MOVE 16 TO RETURN-CODE
025600         GOBACK
025700     END-IF.
025800     READ RP519-IN-FILE INTO JNL-RP519-VIEW
025900         AT END
026000             SET JNL-RP519IN-EOF TO TRUE
026100     END-READ.
026200     IF JNL-RP519IN-EOF
026300         DISPLAY 'IJRAPG01 - RP519IN IS EMPTY, DECIDED HOLDS '
026400             'WAIT FOR THE NEXT RUN'
026500     ELSE
026600         MOVE RP519-GDG-NO         TO JNL-RUN-GDG-NO
026700         MOVE RP519-EXTRACT-GDG-NO TO JNL-RUN-EXTR-GDG-NO
026800         SET JNL-GEN-KNOWN         TO TRUE
026900         SET JNL-FIRST-REC-WAITING TO TRUE
027000     END-IF.
027100     OPEN OUTPUT RP519-OUT-FILE.
027200     OPEN OUTPUT RP5-REJ-FILE.
027300     OPEN OUTPUT APG-RPT-FILE.
027400     MOVE SPACES TO APG-RPT-LINE.
027500     STRING 'IJRAPG01 - RP519 HIGH-VALUE APPROVAL GATE - '
027600         JNL-RUN-DATE DELIMITED BY SIZE INTO APG-RPT-LINE
027700     END-STRING.
027800     WRITE APG-RPT-LINE.
027900     MOVE SPACES TO APG-RPT-LINE.
028000     WRITE APG-RPT-LINE.
028100     MOVE SPACES TO APG-RPT-LINE.
028200     STRING 'ACTION    ' SPACE SPACE 'HOLD NO ' SPACE SPACE
028300         'INVOICE   ' SPACE SPACE 'EXT' SPACE SPACE 'SO' SPACE
028400         SPACE 'RS' SPACE SPACE 'DC' SPACE SPACE
028500         '          AMOUNT' SPACE SPACE '           LIMIT'
028600         SPACE SPACE 'MAKER    CHECKER ' SPACE SPACE 'REASON'
028700         DELIMITED BY SIZE INTO APG-RPT-LINE
028800     END-STRING.
028900     WRITE APG-RPT-LINE.
029000 1000-INITIALIZE-EXIT.
029100     EXIT.
029200
029300*--------------------------------------------------------------*
029400* A BAD LIMIT OR A DUPLICATE OFFICE/REASON ROW STOPS THE RUN -  *
029500* A WRONG LIMIT WOULD LET A RECORD POST UNAPPROVED.             *
029600*--------------------------------------------------------------*
029700 1100-LOAD-THR-TABLE.
029800     OPEN INPUT APR-THR-FILE.
029900     IF NOT JNL-APRTHR-OK
030000         DISPLAY 'IJRAPG01 - UNABLE TO OPEN APRTHR, RC=16'
030100         MOVE 16 TO RETURN-CODE
030200         GOBACK
030300     END-IF.
030400     PERFORM 1110-READ-THR-ROW
030500         THRU 1110-READ-THR-ROW-EXIT
030600         UNTIL JNL-APRTHR-EOF.
030700     CLOSE APR-THR-FILE.
030800     IF JNL-THR-CNT = ZERO
030900         DISPLAY 'IJRAPG01 - APRTHR IS EMPTY, RC=16'
031000         MOVE 16 TO RETURN-CODE
031100         GOBACK
031200     END-IF.
031300 1100-LOAD-THR-TABLE-EXIT.
031400     EXIT.
031500
031600 1110-READ-THR-ROW.
031700     READ APR-THR-FILE INTO APRTHR-RECORD
031800         AT END
031900             SET JNL-APRTHR-EOF TO TRUE
032000             GO TO 1110-READ-THR-ROW-EXIT
032100     END-READ.
032200     IF APRTHR-LIMIT-AMT NOT NUMERIC
032300         DISPLAY 'IJRAPG01 - BAD LIMIT ON APRTHR FOR '
032400             APRTHR-KEY ', RC=16'
032500         MOVE 16 TO RETURN-CODE
032600         GOBACK
032700     END-IF.
032800     MOVE APRTHR-KEY TO JNL-THR-FIND-KEY.
032900     PERFORM 2210-FIND-THR-ENTRY
033000         THRU 2210-FIND-THR-ENTRY-EXIT.
033100     IF JNL-THR-SUB NOT > JNL-THR-CNT
033200         DISPLAY 'IJRAPG01 - DUPLICATE APRTHR ROW FOR '
033300             APRTHR-KEY ', RC=16'
033400         MOVE 16 TO RETURN-CODE
033500         GOBACK
033600     END-IF.
033700     IF JNL-THR-CNT >= 500
033800         DISPLAY 'IJRAPG01 - THRESHOLD TABLE FULL'
033900         MOVE 16 TO RETURN-CODE
034000         GOBACK
034100     END-IF.
034200     ADD 1 TO JNL-THR-CNT.
034300     MOVE APRTHR-KEY       TO JNL-THR-KEY (JNL-THR-CNT).
034400     MOVE APRTHR-LIMIT-AMT TO JNL-THR-LIMIT-AMT (JNL-THR-CNT).
034500 1110-READ-THR-ROW-EXIT.
034600     EXIT.
034700
034800*--------------------------------------------------------------*
034900* PASS OVER RP5PND BEFORE THE NEW FEED.  A RECORD APPROVED      *
035000* SINCE THE LAST RUN RE-ENTERS THE CYCLE ON RP519OUT; A         *
035100* REJECTED ONE GOES BACK TO THE FEEDER ON RP5REJ WITH THE       *
035200* CHECKED REASON.  EITHER WAY THE ROW IS STAMPED WITH THE RUN   *
035300* DATE AND THIS RUN'S RP519 GENERATION AND KEPT.  ON A RERUN OF *
035400* THE SAME GENERATION THE ROWS THAT RUN RE-ENTERED OR RETURNED  *
035500* ARE ISSUED AGAIN, SO RP519OUT AND RP5REJ COME OUT             *
035600* WHOLE.  WITH NO RP519IN THERE IS NO GENERATION TO STAMP AND   *
035700* DECIDED ROWS WAIT FOR THE NEXT RUN.                           *
035800*--------------------------------------------------------------*
035900 2000-WORK-ONE-PENDING.
036000     READ RP5-PND-FILE NEXT
036100         AT END
036200             SET JNL-PND-DONE TO TRUE
036300             GO TO 2000-WORK-ONE-PENDING-EXIT
036400     END-READ.
036500     IF RP5PND-CONTROL-ROW
036600         GO TO 2000-WORK-ONE-PENDING-EXIT
036700     END-IF.
036800     IF JNL-GEN-KNOWN
036900         AND RP5PND-HELD-GEN = JNL-RUN-GEN-A
037000         PERFORM 2100-NOTE-GEN-HOLD
037100             THRU 2100-NOTE-GEN-HOLD-EXIT
037200     END-IF.
037300     EVALUATE TRUE
037400         WHEN RP5PND-APPROVED AND NOT JNL-GEN-KNOWN
037500         WHEN RP5PND-REJECTED AND NOT JNL-GEN-KNOWN
037600             ADD 1 TO JNL-RECS-DEFERRED
037700         WHEN RP5PND-APPROVED
037800             MOVE RP5PND-RP519-DATA TO RP519-OUT-RECORD
037900             WRITE RP519-OUT-RECORD
038000             SET RP5PND-RE-ENTERED TO TRUE
038100             MOVE JNL-RUN-DATE  TO RP5PND-DONE-DT
038200             MOVE JNL-RUN-GEN-A TO RP5PND-DONE-GEN
038300             REWRITE RP5PND-RECORD
038400             ADD 1 TO JNL-RECS-RE-ENTERED
038500             MOVE 'RE-ENTERED' TO JNL-RPT-ACTION
038600             PERFORM 2700-WRITE-PND-LINE
038700                 THRU 2700-WRITE-PND-LINE-EXIT
038800         WHEN RP5PND-RE-ENTERED AND JNL-GEN-KNOWN
038900             AND RP5PND-DONE-GEN = JNL-RUN-GEN-A
039000             MOVE RP5PND-RP519-DATA TO RP519-OUT-RECORD
039100             WRITE RP519-OUT-RECORD
039200             ADD 1 TO JNL-RECS-RE-ENTERED JNL-RECS-REISSUED
039300             MOVE 'RE-ENTERED' TO JNL-RPT-ACTION
039400             PERFORM 2700-WRITE-PND-LINE
039500                 THRU 2700-WRITE-PND-LINE-EXIT
039600         WHEN RP5PND-REJECTED
039700             MOVE RP5PND-REASON-TX  TO RP5-REJ-REASON
039800             MOVE RP5PND-RP519-DATA TO RP5-REJ-DATA
039900             WRITE RP5-REJ-RECORD
040000             SET RP5PND-RETURNED TO TRUE
040100             MOVE JNL-RUN-DATE  TO RP5PND-DONE-DT
040200             MOVE JNL-RUN-GEN-A TO RP5PND-DONE-GEN
040300             REWRITE RP5PND-RECORD
040400             ADD 1 TO JNL-RECS-RETURNED
040500             MOVE 'RETURNED' TO JNL-RPT-ACTION
040600             PERFORM 2700-WRITE-PND-LINE
040700                 THRU 2700-WRITE-PND-LINE-EXIT
040800         WHEN RP5PND-RETURNED AND JNL-GEN-KNOWN
040900             AND RP5PND-DONE-GEN = JNL-RUN-GEN-A
041000             MOVE RP5PND-REASON-TX  TO RP5-REJ-REASON
041100             MOVE RP5PND-RP519-DATA TO RP5-REJ-DATA
041200             WRITE RP5-REJ-RECORD
041300             ADD 1 TO JNL-RECS-RETURNED JNL-RECS-REISSUED
041400             MOVE 'RETURNED' TO JNL-RPT-ACTION
041500             PERFORM 2700-WRITE-PND-LINE
041600                 THRU 2700-WRITE-PND-LINE-EXIT
041700         WHEN RP5PND-OPEN
041800             ADD 1 TO JNL-RECS-STILL-OPEN
041900         WHEN OTHER
042000             CONTINUE
042100     END-EVALUATE.
042200 2000-WORK-ONE-PENDING-EXIT.
042300     EXIT.
042400
042500*--------------------------------------------------------------*
042600* A ROW THIS SAME GENERATION HELD ON AN EARLIER RUN IS NOTED,   *
042700* SO THE GATE CAN MATCH ITS RECORD INSTEAD OF HOLDING IT AGAIN  *
042800* (3150).                                                       *
042900*--------------------------------------------------------------*
043000 2100-NOTE-GEN-HOLD.
043100     IF JNL-GEN-HOLD-CNT >= 2000
043200         DISPLAY 'IJRAPG01 - GENERATION HOLD TABLE FULL, RC=16'
043300         MOVE 16 TO RETURN-CODE
043400         GOBACK
043500     END-IF.
043600     ADD 1 TO JNL-GEN-HOLD-CNT.
043700     MOVE RP5PND-HOLD-NO TO JNL-GEN-HOLD-NO (JNL-GEN-HOLD-CNT).
043800     MOVE 'N' TO JNL-GEN-HOLD-USED-SW (JNL-GEN-HOLD-CNT).
043900 2100-NOTE-GEN-HOLD-EXIT.
044000     EXIT.
044100
044200*--------------------------------------------------------------*
044300* FIND JNL-THR-FIND-KEY IN THE THRESHOLD TABLE.  JNL-THR-SUB    *
044400* PAST JNL-THR-CNT MEANS NO ROW.                                *
044500*--------------------------------------------------------------*
044600 2210-FIND-THR-ENTRY.
044700     PERFORM 2220-TEST-THR-ENTRY
044800         VARYING JNL-THR-SUB FROM 1 BY 1
044900         UNTIL JNL-THR-SUB > JNL-THR-CNT
045000         OR JNL-THR-KEY (JNL-THR-SUB) = JNL-THR-FIND-KEY.
045100 2210-FIND-THR-ENTRY-EXIT.
045200     EXIT.
045300
045400 2220-TEST-THR-ENTRY.
045500     CONTINUE.
045600
045700*--------------------------------------------------------------*
045800 2700-WRITE-PND-LINE.
045900     MOVE SPACES TO JNL-RPT-LINE.
046000     MOVE JNL-RPT-ACTION       TO JNL-RPT-LABEL.
046100     MOVE RP5PND-HOLD-NO       TO JNL-RPT-HOLD-NO.
046200     MOVE RP5PND-INVC-NUM      TO JNL-RPT-INVC-NUM.
046300     MOVE RP5PND-EXTRACT-TYPE  TO JNL-RPT-EXTR-TYPE.
046400     MOVE RP5PND-SALES-OFFC-CD TO JNL-RPT-OFFC.
046500     MOVE RP5PND-ADJ-RSN-CD    TO JNL-RPT-RSN.
046600     MOVE RP5PND-DBCR-CD       TO JNL-RPT-DBCR.
046700     MOVE RP5PND-CUR-AMT       TO JNL-RPT-AMT.
046800     MOVE RP5PND-LIMIT-AMT     TO JNL-RPT-LIMIT.
046900     STRING RP5PND-MAKER-ID SPACE RP5PND-CHECKER-ID
047000         DELIMITED BY SIZE INTO JNL-RPT-USERS
047100     END-STRING.
047200     MOVE RP5PND-REASON-TX     TO JNL-RPT-REASON.
047300     MOVE JNL-RPT-LINE TO APG-RPT-LINE.
047400     WRITE APG-RPT-LINE.
047500 2700-WRITE-PND-LINE-EXIT.
047600     EXIT.
047700
047800*--------------------------------------------------------------*
047900* AN ADJUSTMENT (RP519-ADJ OR AN ADJUSTMENT EXTRACT TYPE), A    *
048000* CREDIT/DEBIT ADJUSTMENT EXTRACT TYPE OR A CREDIT-CODED RECORD *
048100* (RP519-CR-CODE) IS GATED BY THE MOST SPECIFIC APRTHR ROW FOR  *
048200* ITS SALES OFFICE AND REASON CODE.  ABOVE THE LIMIT IT IS HELD *
048300* ON RP5PND; EVERYTHING ELSE PASSES TO RP519OUT UNCHANGED.  THE *
048400* FIRST RECORD WAS READ AHEAD IN 1000-INITIALIZE FOR ITS        *
048500* GENERATION.                                                   *
048600*--------------------------------------------------------------*
048700 3000-GATE-RP519-FILE.
048800     IF JNL-FIRST-REC-WAITING
048900         MOVE 'N' TO JNL-FIRST-REC-SW
049000     ELSE
049100         READ RP519-IN-FILE INTO JNL-RP519-VIEW
049200             AT END
049300                 SET JNL-RP519IN-EOF TO TRUE
049400         END-READ
049500     END-IF.
049600     IF JNL-RP519IN-EOF
049700         GO TO 3000-GATE-RP519-FILE-EXIT
049800     END-IF.
049900     ADD 1 TO JNL-RECS-READ.
050000     MOVE 'N' TO JNL-GATED-SW.
050100     IF RP519-ADJ OR RP519-ADJUST
050200         OR RP519-CR-ADJMT OR RP519-DB-ADJMT
050300         OR RP519-CR-CODE
050400         ADD 1 TO JNL-RECS-GATED
050500         PERFORM 3100-FIND-LIMIT
050600             THRU 3100-FIND-LIMIT-EXIT
050700         IF JNL-THR-SUB NOT > JNL-THR-CNT
050800             IF RP519-CUR-AMT > JNL-THR-LIMIT-AMT (JNL-THR-SUB)
050900                 SET JNL-RECORD-GATED TO TRUE
051000             END-IF
051100         END-IF
051200     END-IF.
051300     IF JNL-RECORD-GATED
051400         PERFORM 3150-FIND-EARLIER-HOLD
051500             THRU 3150-FIND-EARLIER-HOLD-EXIT
051600         IF JNL-EARLIER-HOLD-FOUND
051700             ADD 1 TO JNL-RECS-ALREADY-HELD
051800             MOVE 'RERUN HELD' TO JNL-RPT-ACTION
051900             PERFORM 2700-WRITE-PND-LINE
052000                 THRU 2700-WRITE-PND-LINE-EXIT
052100         ELSE
052200             PERFORM 3200-HOLD-RECORD
052300                 THRU 3200-HOLD-RECORD-EXIT
052400         END-IF
052500     ELSE
052600         MOVE JNL-RP519-VIEW TO RP519-OUT-RECORD
052700         WRITE RP519-OUT-RECORD
052800         ADD 1 TO JNL-RECS-POSTED
052900     END-IF.
053000 3000-GATE-RP519-FILE-EXIT.
053100     EXIT.
053200
053300*--------------------------------------------------------------*
053400 3100-FIND-LIMIT.
053500     MOVE RP519-SALES-OFFC-CD TO JNL-THR-FIND-OFFC.
053600     MOVE RP519-ADJ-RSN-CD    TO JNL-THR-FIND-RSN.
053700     PERFORM 2210-FIND-THR-ENTRY
053800         THRU 2210-FIND-THR-ENTRY-EXIT.
053900     IF JNL-THR-SUB NOT > JNL-THR-CNT
054000         GO TO 3100-FIND-LIMIT-EXIT
054100     END-IF.
054200     MOVE '**' TO JNL-THR-FIND-RSN.
054300     PERFORM 2210-FIND-THR-ENTRY
054400         THRU 2210-FIND-THR-ENTRY-EXIT.
054500     IF JNL-THR-SUB NOT > JNL-THR-CNT
054600         GO TO 3100-FIND-LIMIT-EXIT
054700     END-IF.
054800     MOVE '**'             TO JNL-THR-FIND-OFFC.
054900     MOVE RP519-ADJ-RSN-CD TO JNL-THR-FIND-RSN.
055000     PERFORM 2210-FIND-THR-ENTRY
055100         THRU 2210-FIND-THR-ENTRY-EXIT.
055200     IF JNL-THR-SUB NOT > JNL-THR-CNT
055300         GO TO 3100-FIND-LIMIT-EXIT
055400     END-IF.
055500     MOVE '**' TO JNL-THR-FIND-RSN.
055600     PERFORM 2210-FIND-THR-ENTRY
055700         THRU 2210-FIND-THR-ENTRY-EXIT.
055800 3100-FIND-LIMIT-EXIT.
055900     EXIT.
056000
056100*--------------------------------------------------------------*
056200* ON A RERUN OF A GENERATION, A RECORD THE EARLIER RUN ALREADY  *
056300* HELD IS MATCHED TO ITS ROW (THE SAME RP519 RECORD, HELD UNDER *
056400* THIS GENERATION AND NOT ALREADY MATCHED) AND IS NOT HELD A    *
056500* SECOND TIME.                                                  *
056600*--------------------------------------------------------------*
056700 3150-FIND-EARLIER-HOLD.
056800     MOVE 'N' TO JNL-EARLIER-HOLD-SW.
056900     PERFORM 3160-TEST-GEN-HOLD
057000         THRU 3160-TEST-GEN-HOLD-EXIT
057100         VARYING JNL-GEN-HOLD-SUB FROM 1 BY 1
057200         UNTIL JNL-GEN-HOLD-SUB > JNL-GEN-HOLD-CNT
057300         OR JNL-EARLIER-HOLD-FOUND.
057400 3150-FIND-EARLIER-HOLD-EXIT.
057500     EXIT.
057600
057700 3160-TEST-GEN-HOLD.
057800     IF JNL-GEN-HOLD-USED-SW (JNL-GEN-HOLD-SUB) = 'Y'
057900         GO TO 3160-TEST-GEN-HOLD-EXIT
058000     END-IF.
058100     MOVE JNL-GEN-HOLD-NO (JNL-GEN-HOLD-SUB) TO RP5PND-HOLD-NO.
058200     READ RP5-PND-FILE
058300         KEY IS RP5PND-KEY
058400         INVALID KEY
058500             GO TO 3160-TEST-GEN-HOLD-EXIT
058600     END-READ.
058700     IF RP5PND-RP519-DATA = JNL-RP519-VIEW
058800         MOVE 'Y' TO JNL-GEN-HOLD-USED-SW (JNL-GEN-HOLD-SUB)
058900         MOVE 'Y' TO JNL-EARLIER-HOLD-SW
059000     END-IF.
059100 3160-TEST-GEN-HOLD-EXIT.
059200     EXIT.
059300
059400*--------------------------------------------------------------*
059500 3200-HOLD-RECORD.
059600     ADD 1 TO JNL-LAST-HOLD-NO.
059700     MOVE SPACES              TO RP5PND-DATA.
059800     MOVE JNL-LAST-HOLD-NO    TO RP5PND-HOLD-NO.
059900     SET RP5PND-AWAITING      TO TRUE.
060000     MOVE JNL-RUN-DATE        TO RP5PND-HELD-DT.
060100     MOVE RP519-SALES-OFFC-CD TO RP5PND-SALES-OFFC-CD.
060200     MOVE RP519-ADJ-RSN-CD    TO RP5PND-ADJ-RSN-CD.
060300     MOVE RP519-INVC-NUM      TO RP5PND-INVC-NUM.
060400     MOVE RP519-EXTRACT-TYPE  TO RP5PND-EXTRACT-TYPE.
060500     MOVE RP519-LEAD-ACCOUNT  TO RP5PND-LEAD-ACCOUNT.
060600     MOVE RP519-DBCR-CD       TO RP5PND-DBCR-CD.
060700     MOVE RP519-CUR-AMT       TO RP5PND-CUR-AMT.
060800     MOVE JNL-THR-LIMIT-AMT (JNL-THR-SUB) TO RP5PND-LIMIT-AMT.
060900     MOVE JNL-RP519-VIEW      TO RP5PND-RP519-DATA.
061000     MOVE JNL-RUN-GEN-A       TO RP5PND-HELD-GEN.
061100     WRITE RP5PND-RECORD
061200         INVALID KEY
061300             DISPLAY 'IJRAPG01 - HOLD NUMBER ' JNL-LAST-HOLD-NO
061400                 ' ALREADY ON RP5PND, RC=16'
061500             MOVE 16 TO RETURN-CODE
061600             GOBACK
061700     END-WRITE.
061800     ADD 1 TO JNL-RECS-HELD.
061900     ADD RP519-CUR-AMT TO JNL-HELD-AMT.
062000     MOVE 'HELD' TO JNL-RPT-ACTION.
062100     PERFORM 2700-WRITE-PND-LINE
062200         THRU 2700-WRITE-PND-LINE-EXIT.
062300     PERFORM 3300-SAVE-LAST-HOLD-NO
062400         THRU 3300-SAVE-LAST-HOLD-NO-EXIT.
062500 3200-HOLD-RECORD-EXIT.
062600     EXIT.
062700
062800*--------------------------------------------------------------*
062900* THE CONTROL ROW IS KEPT IN STEP WITH EVERY HOLD WRITTEN, SO A *
063000* RUN THAT STOPS PART WAY THROUGH LEAVES THE NEXT ONE ISSUING   *
063100* FROM THE LAST HOLD NUMBER ACTUALLY USED.                      *
063200*--------------------------------------------------------------*
063300 3300-SAVE-LAST-HOLD-NO.
063400     MOVE ZERO TO RP5PND-HOLD-NO.
063500     READ RP5-PND-FILE
063600         KEY IS RP5PND-KEY
063700         INVALID KEY
063800             DISPLAY 'IJRAPG01 - RP5PND CONTROL ROW MISSING, '
063900                 'RC=16'
064000             MOVE 16 TO RETURN-CODE
064100             GOBACK
064200     END-READ.
064300     MOVE JNL-LAST-HOLD-NO TO RP5PND-CTL-LAST-HOLD-NO.
064400     REWRITE RP5PND-RECORD.
064500 3300-SAVE-LAST-HOLD-NO-EXIT.
064600     EXIT.
064700
064800*--------------------------------------------------------------*
064900 9000-TERMINATE.
065000     CLOSE RP519-IN-FILE RP519-OUT-FILE RP5-PND-FILE
065100         RP5-REJ-FILE APG-RPT-FILE.
065200     DISPLAY 'IJRAPG01 - RECORDS READ           = '
065300         JNL-RECS-READ.
065400     DISPLAY 'IJRAPG01 - ADJUSTMENTS CHECKED    = '
065500         JNL-RECS-GATED.
065600     DISPLAY 'IJRAPG01 - RECORDS POSTED         = '
065700         JNL-RECS-POSTED.
065800     DISPLAY 'IJRAPG01 - RECORDS HELD           = '
065900         JNL-RECS-HELD.
066000     DISPLAY 'IJRAPG01 - AMOUNT HELD            = '
066100         JNL-HELD-AMT.
066200     DISPLAY 'IJRAPG01 - APPROVED, RE-ENTERED   = '
066300         JNL-RECS-RE-ENTERED.
066400     DISPLAY 'IJRAPG01 - REJECTED, RETURNED     = '
066500         JNL-RECS-RETURNED.
066600     DISPLAY 'IJRAPG01 - EARLIER HOLDS STILL OPEN= '
066700         JNL-RECS-STILL-OPEN.
066800     DISPLAY 'IJRAPG01 - RERUN, HELD BEFORE     = '
066900         JNL-RECS-ALREADY-HELD.
067000     DISPLAY 'IJRAPG01 - RERUN, ISSUED AGAIN    = '
067100         JNL-RECS-REISSUED.
067200     DISPLAY 'IJRAPG01 - NO GENERATION, WAITING = '
067300         JNL-RECS-DEFERRED.
067400     IF (JNL-RECS-HELD > ZERO OR JNL-RECS-ALREADY-HELD > ZERO)
067500         AND RETURN-CODE < 4
067600         MOVE 4 TO RETURN-CODE
067700     END-IF.
067800 9000-TERMINATE-EXIT.
067900     EXIT.
068000
068100*-------------------------------------------------------------.
068200*                     E N D   O F  I J R A P G 0 1             :
068300*-------------------------------------------------------------'
