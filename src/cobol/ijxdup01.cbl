000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJXDUP01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/17/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 28.5  09/17/26  RAS  NEW PROGRAM.  CROSS-FEED DUPLICATE      *
001100*                      REVENUE DETECTION.  IJRDUP01 GUARDS     *
001200*                      RP519 AGAINST ITSELF, BUT WHEN A        *
001300*                      PRODUCT MOVES FROM ONE BILLER TO        *
001400*                      ANOTHER THE SAME CHARGE CAN REACH THE   *
001500*                      G-L ONCE ON RP519 AND AGAIN ON TIF.     *
001600*                      EACH RP519 RECORD IS PAIRED WITH AN     *
001700*                      UNPAIRED TIF DETAIL CARRYING THE SAME   *
001800*                      BILLED ACCOUNT (RP519-BL-TO-CD VS       *
001900*                      XX-BL-ACCT-NB), USOC, BILL PERIOD AND   *
002000*                      SIGNED AMOUNT.  EACH PAIR GOES TO THE   *
002100*                      XDPREV REVIEW FILE WITH BOTH SIDES'     *
002200*                      IDENTIFIERS AND THE OVERLAPPING         *
002300*                      DOLLARS, AND TO XDPRPT.  DUPHIN/DUPHOUT *
002400*                      CARRY EVERY PAIR EVER DETECTED FORWARD; *
002500*                      A PAIR SENT BACK ON DUPCLR IS CLEARED   *
002600*                      AND NOT REPORTED AGAIN.  AN OPEN PAIR   *
002700*                      ENDS THE JOB RC=8.                      *
002800*--------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.   IBM-370.
003200 OBJECT-COMPUTER.   IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT TIF-IN-FILE    ASSIGN TO TIFIN
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS JNL-TIFIN-STATUS.
003800
003900     SELECT RP519-IN-FILE  ASSIGN TO RP519IN
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS JNL-RP519IN-STATUS.
004200
004300     SELECT DUPH-IN-FILE   ASSIGN TO DUPHIN
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS JNL-DUPHIN-STATUS.
004600
004700     SELECT DUP-CLR-FILE   ASSIGN TO DUPCLR
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS JNL-DUPCLR-STATUS.
005000
005100     SELECT DUPH-OUT-FILE  ASSIGN TO DUPHOUT
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS JNL-DUPHOUT-STATUS.
005400
005500     SELECT XDP-REV-FILE   ASSIGN TO XDPREV
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS JNL-XDPREV-STATUS.
005800
005900     SELECT XDP-RPT-FILE   ASSIGN TO XDPRPT
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS JNL-XDPRPT-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  TIF-IN-FILE
006600     RECORDING MODE IS V.
006700 01  TIF-IN-RECORD             PIC X(3092).
006800
006900 FD  RP519-IN-FILE
007000     RECORDING MODE IS F.
007100 01  RP519-IN-RECORD           PIC X(450).
007200
007300 FD  DUPH-IN-FILE
007400     RECORDING MODE IS F.
007500 01  DUPH-IN-RECORD            PIC X(80).
007600
007700 FD  DUP-CLR-FILE
007800     RECORDING MODE IS F.
007900 01  DUP-CLR-RECORD            PIC X(150).
008000
008100 FD  DUPH-OUT-FILE
008200     RECORDING MODE IS F.
008300 01  DUPH-OUT-RECORD           PIC X(80).
008400
008500 FD  XDP-REV-FILE
008600     RECORDING MODE IS F.
008700 01  XDP-REV-OUT-RECORD        PIC X(150).
008800
008900 FD  XDP-RPT-FILE
009000     RECORDING MODE IS F.
009100 01  XDP-RPT-LINE              PIC X(132).
009200
009300 WORKING-STORAGE SECTION.
009400 01  JNL-TIFIN-STATUS          PIC X(02) VALUE SPACES.
009500     88  JNL-TIFIN-OK                    VALUE '00'.
009600     88  JNL-TIFIN-EOF                   VALUE '10'.
009700 01  JNL-RP519IN-STATUS        PIC X(02) VALUE SPACES.
009800     88  JNL-RP519IN-OK                  VALUE '00'.
009900     88  JNL-RP519IN-EOF                 VALUE '10'.
010000 01  JNL-DUPHIN-STATUS         PIC X(02) VALUE SPACES.
010100     88  JNL-DUPHIN-OK                   VALUE '00'.
010200     88  JNL-DUPHIN-EOF                  VALUE '10'.
010300     88  JNL-DUPHIN-NOT-FOUND            VALUE '35'.
010400 01  JNL-DUPCLR-STATUS         PIC X(02) VALUE SPACES.
010500     88  JNL-DUPCLR-OK                   VALUE '00'.
010600     88  JNL-DUPCLR-EOF                  VALUE '10'.
010700     88  JNL-DUPCLR-NOT-FOUND            VALUE '35'.
010800 01  JNL-DUPHOUT-STATUS        PIC X(02) VALUE SPACES.
010900 01  JNL-XDPREV-STATUS         PIC X(02) VALUE SPACES.
011000 01  JNL-XDPRPT-STATUS         PIC X(02) VALUE SPACES.
011100
011200 COPY rps REPLACING ==01  RP519-RECORD.==
011300     BY ==01  JNL-RP519-VIEW.==.
011400
011500 COPY xdprev.
011600
011700 01  JNL-STAMP-DATE            PIC X(08) VALUE SPACES.
011800 01  JNL-CUR-SRCE-SYS-CD       PIC X(04) VALUE SPACES.
011900 01  JNL-TIF-DTL-NO            PIC 9(09) COMP VALUE ZERO.
012000 01  JNL-RP519-REC-NO          PIC 9(09) COMP VALUE ZERO.
012100
012200*--------------------------------------------------------------*
012300* THE MATCH KEY BOTH FEEDS ARE REDUCED TO.  RP519'S 11-BYTE     *
012400* BILL-TO CODE IS SPACE-FILLED TO TIF'S 13-BYTE ACCOUNT, ITS    *
012500* YYMMDD EFFECTIVE DATE HAS THE CENTURY JOINED ON TO MATCH      *
012600* TIF'S CCYYMM BILL DATE, AND A CREDIT-CODED RP519 AMOUNT IS    *
012700* NEGATED TO MATCH TIF'S SIGNED GROSS AMOUNT.                   *
012800*--------------------------------------------------------------*
012900 01  JNL-CUR-MATCH-KEY.
013000     05  JNL-CUR-ACCT-NB       PIC X(13).
013100     05  JNL-CUR-USOC-CD       PIC X(05).
013200     05  JNL-CUR-BL-PRD        PIC X(06).
013300     05  JNL-CUR-AMT           PIC S9(11)V99 SIGN LEADING
013400                               SEPARATE.
013500 01  JNL-EFF-DATE-VIEW.
013600     05  JNL-EFF-YY            PIC X(02).
013700     05  JNL-EFF-MM            PIC X(02).
013800     05  JNL-EFF-DD            PIC X(02).
013900 01  JNL-EFF-PERIOD.
014000     05  JNL-EFF-PER-CC        PIC X(02) VALUE '20'.
014100     05  JNL-EFF-PER-YR        PIC X(02).
014200     05  JNL-EFF-PER-MO        PIC X(02).
014300
014400*--------------------------------------------------------------*
014500* THIS CYCLE'S TIF DETAILS THAT CAN TAKE PART IN A MATCH.  A    *
014600* DETAIL PAIRS WITH AT MOST ONE RP519 RECORD.                   *
014700*--------------------------------------------------------------*
014800 01  JNL-TDT-CNT               PIC 9(05) COMP VALUE ZERO.
014900 01  JNL-TDT-SUB               PIC 9(05) COMP VALUE ZERO.
015000 01  JNL-TDT-TABLE.
015100     05  JNL-TDT-ENTRY OCCURS 20000 TIMES.
015200         10  JNL-TDT-MATCH-KEY     PIC X(38).
015300         10  JNL-TDT-SRCE-SYS-CD   PIC X(04).
015400         10  JNL-TDT-DTL-NO        PIC 9(09) COMP.
015500         10  JNL-TDT-JRNL-DT       PIC X(10).
015600         10  JNL-TDT-INV-NB        PIC X(20).
015700         10  JNL-TDT-PAIRED-SW     PIC X(01).
015800             88  JNL-TDT-PAIRED          VALUE 'Y'.
015900
016000*--------------------------------------------------------------*
016100* CARRY-FORWARD RECORD - ONE ROW PER PAIR EVER DETECTED, OPEN   *
016200* OR CLEARED, WITH WHEN IT WAS FIRST AND LAST SEEN.             *
016300*--------------------------------------------------------------*
016400 01  JNL-DUPH-CF-REC.
016500     05  JNL-CF-PAIR-KEY       PIC X(48).
016600     05  JNL-CF-STAT-CD        PIC X(01).
016700     05  JNL-CF-FIRST-DET-DT   PIC X(08).
016800     05  JNL-CF-LAST-DET-DT    PIC X(08).
016900     05  JNL-CF-CLEARED-DT     PIC X(08).
017000     05  FILLER                PIC X(07).
017100
017200 01  JNL-HST-CNT               PIC 9(05) COMP VALUE ZERO.
017300 01  JNL-HST-SUB               PIC 9(05) COMP VALUE ZERO.
017400 01  JNL-HST-TABLE.
017500     05  JNL-HST-ENTRY OCCURS 20000 TIMES.
017600         10  JNL-HST-PAIR-KEY      PIC X(48).
017700         10  JNL-HST-STAT-CD       PIC X(01).
017800             88  JNL-HST-OPEN            VALUE 'O'.
017900             88  JNL-HST-CLEARED         VALUE 'C'.
018000         10  JNL-HST-FIRST-DET-DT  PIC X(08).
018100         10  JNL-HST-LAST-DET-DT   PIC X(08).
018200         10  JNL-HST-CLEARED-DT    PIC X(08).
018300
018400 01  JNL-COUNTERS.
018500     05  JNL-TIF-DTLS-READ     PIC S9(09) COMP-3 VALUE ZERO.
018600     05  JNL-TIF-DTLS-LOADED   PIC S9(09) COMP-3 VALUE ZERO.
018700     05  JNL-RP519-RECS-READ   PIC S9(09) COMP-3 VALUE ZERO.
018800     05  JNL-RP519-RECS-TRIED  PIC S9(09) COMP-3 VALUE ZERO.
018900     05  JNL-PAIRS-NEW         PIC S9(07) COMP-3 VALUE ZERO.
019000     05  JNL-PAIRS-STILL-OPEN  PIC S9(07) COMP-3 VALUE ZERO.
019100     05  JNL-PAIRS-CLEARED     PIC S9(07) COMP-3 VALUE ZERO.
019200     05  JNL-CLEARANCES-READ   PIC S9(07) COMP-3 VALUE ZERO.
019300     05  JNL-TABLE-OVERFLOW    PIC S9(07) COMP-3 VALUE ZERO.
019400 01  JNL-TOT-OVERLAP-AMT       PIC S9(11)V99 COMP-3 VALUE ZERO.
019500
019600 01  JNL-RPT-LINE.
019700     05  JNL-RPT-ACCT-NB       PIC X(13).
019800     05  FILLER                PIC X(01) VALUE SPACE.
019900     05  JNL-RPT-USOC-CD       PIC X(05).
020000     05  FILLER                PIC X(01) VALUE SPACE.
020100     05  JNL-RPT-BL-PRD        PIC X(06).
020200     05  FILLER                PIC X(02) VALUE SPACES.
020300     05  JNL-RPT-INVC-NUM      PIC X(10).
020400     05  FILLER                PIC X(01) VALUE SPACE.
020500     05  JNL-RPT-EXTRACT-TYPE  PIC X(03).
020600     05  FILLER                PIC X(01) VALUE SPACE.
020700     05  JNL-RPT-RP519-REC-NO  PIC Z(08)9.
020800     05  FILLER                PIC X(02) VALUE SPACES.
020900     05  JNL-RPT-SRCE-SYS-CD   PIC X(04).
021000     05  FILLER                PIC X(01) VALUE SPACE.
021100     05  JNL-RPT-TIF-DTL-NO    PIC Z(08)9.
021200     05  FILLER                PIC X(01) VALUE SPACE.
021300     05  JNL-RPT-JRNL-DT       PIC X(10).
021400     05  FILLER                PIC X(02) VALUE SPACES.
021500     05  JNL-RPT-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
021600     05  FILLER                PIC X(02) VALUE SPACES.
021700     05  JNL-RPT-FLAG          PIC X(10).
021800     05  FILLER                PIC X(01) VALUE SPACE.
021900     05  JNL-RPT-FIRST-DET-DT  PIC X(08).
022000 01  JNL-EDIT-AMT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
022100
022200     COPY tifview.
022300
022400 PROCEDURE DIVISION.
022500*--------------------------------------------------------------*
022600 0000-MAINLINE.
022700     PERFORM 1000-INITIALIZE
022800         THRU 1000-INITIALIZE-EXIT.
022900     PERFORM 2000-LOAD-TIF-FILE
023000         THRU 2000-LOAD-TIF-FILE-EXIT
023100         UNTIL JNL-TIFIN-EOF.
023200     PERFORM 3000-PROCESS-RP519-FILE
023300         THRU 3000-PROCESS-RP519-FILE-EXIT
023400         UNTIL JNL-RP519IN-EOF.
023500     PERFORM 8000-WRITE-HISTORY
023600         THRU 8000-WRITE-HISTORY-EXIT.
023700     PERFORM 9000-TERMINATE
023800         THRU 9000-TERMINATE-EXIT.
023900     GOBACK.
024000
024100*--------------------------------------------------------------*
024200 1000-INITIALIZE.
024300     ACCEPT JNL-STAMP-DATE FROM DATE YYYYMMDD.
024400     PERFORM 1100-LOAD-HISTORY
024500         THRU 1100-LOAD-HISTORY-EXIT.
024600     PERFORM 1200-APPLY-CLEARANCES
024700         THRU 1200-APPLY-CLEARANCES-EXIT.
024800     OPEN INPUT TIF-IN-FILE.
024900     IF NOT JNL-TIFIN-OK
025000         DISPLAY 'IJXDUP01 - UNABLE TO OPEN TIFIN, RC=16'
025100         MOVE 16 TO RETURN-CODE
025200         GOBACK
025300     END-IF.
025400     OPEN INPUT RP519-IN-FILE.
025500     IF NOT JNL-RP519IN-OK
025600         DISPLAY 'IJXDUP01 - UNABLE TO OPEN RP519IN, RC=16'
025700         MOVE 16 TO RETURN-CODE
025800         GOBACK
025900     END-IF.
026000     OPEN OUTPUT XDP-REV-FILE.
026100     OPEN OUTPUT XDP-RPT-FILE.
026200     MOVE SPACES TO XDP-RPT-LINE.
026300     MOVE 'IJXDUP01 - CROSS-FEED DUPLICATE REVENUE REVIEW'
026400         TO XDP-RPT-LINE.
026500     WRITE XDP-RPT-LINE.
026600     MOVE SPACES TO XDP-RPT-LINE.
026700     STRING 'BILLED ACCOUNT' SPACE 'USOC ' SPACE 'PERIOD'
026800         SPACE SPACE 'RP519 INVC' SPACE 'EXT' SPACE
026900         '  REC NO.' SPACE SPACE 'SRCE' SPACE '  DTL NO.'
027000         SPACE 'JOURNAL DT' SPACE SPACE
027100         '   OVERLAP AMOUNT' SPACE SPACE 'FLAG      ' SPACE
027200         'FIRST'
027300         DELIMITED BY SIZE INTO XDP-RPT-LINE
027400     END-STRING.
027500     WRITE XDP-RPT-LINE.
027600 1000-INITIALIZE-EXIT.
027700     EXIT.
027800
027900*--------------------------------------------------------------*
028000* NO DUPHIN YET MEANS THE FIRST CYCLE UNDER THE CHECK - NO      *
028100* PAIR HAS BEEN DETECTED BEFORE.                                *
028200*--------------------------------------------------------------*
028300 1100-LOAD-HISTORY.
028400     OPEN INPUT DUPH-IN-FILE.
028500     IF JNL-DUPHIN-NOT-FOUND
028600         SET JNL-DUPHIN-EOF TO TRUE
028700         GO TO 1100-LOAD-HISTORY-EXIT
028800     END-IF.
028900     IF NOT JNL-DUPHIN-OK
029000         DISPLAY 'IJXDUP01 - UNABLE TO OPEN DUPHIN, STATUS = '
029100             JNL-DUPHIN-STATUS
029200         MOVE 16 TO RETURN-CODE
029300         GOBACK
029400     END-IF.
029500     PERFORM 1110-READ-HISTORY-ENTRY
029600         THRU 1110-READ-HISTORY-ENTRY-EXIT
029700         UNTIL JNL-DUPHIN-EOF.
029800     CLOSE DUPH-IN-FILE.
029900 1100-LOAD-HISTORY-EXIT.
030000     EXIT.
030100
030200 1110-READ-HISTORY-ENTRY.
030300     READ DUPH-IN-FILE INTO JNL-DUPH-CF-REC
030400         AT END
030500             SET JNL-DUPHIN-EOF TO TRUE
030600             GO TO 1110-READ-HISTORY-ENTRY-EXIT
030700     END-READ.
030800     IF JNL-HST-CNT >= 20000
030900         DISPLAY 'IJXDUP01 - PAIR HISTORY TABLE FULL, RC=16'
031000         MOVE 16 TO RETURN-CODE
031100         GOBACK
031200     END-IF.
031300     ADD 1 TO JNL-HST-CNT.
031400     MOVE JNL-CF-PAIR-KEY     TO JNL-HST-PAIR-KEY (JNL-HST-CNT).
031500     MOVE JNL-CF-STAT-CD      TO JNL-HST-STAT-CD (JNL-HST-CNT).
031600     MOVE JNL-CF-FIRST-DET-DT
031700         TO JNL-HST-FIRST-DET-DT (JNL-HST-CNT).
031800     MOVE JNL-CF-LAST-DET-DT
031900         TO JNL-HST-LAST-DET-DT (JNL-HST-CNT).
032000     MOVE JNL-CF-CLEARED-DT
032100         TO JNL-HST-CLEARED-DT (JNL-HST-CNT).
032200 1110-READ-HISTORY-ENTRY-EXIT.
032300     EXIT.
032400
032500*--------------------------------------------------------------*
032600* DUPCLR IS THE REVIEWERS' ANSWER - XDPREV ROWS FOR PAIRS THEY  *
032700* HAVE WORKED.  A CLEARED PAIR NOT ON THE HISTORY (REVIEWED     *
032800* FROM A LOST CYCLE) IS ADDED CLEARED SO IT STAYS QUIET.        *
032900*--------------------------------------------------------------*
033000 1200-APPLY-CLEARANCES.
033100     OPEN INPUT DUP-CLR-FILE.
033200     IF JNL-DUPCLR-NOT-FOUND
033300         SET JNL-DUPCLR-EOF TO TRUE
033400         GO TO 1200-APPLY-CLEARANCES-EXIT
033500     END-IF.
033600     IF NOT JNL-DUPCLR-OK
033700         DISPLAY 'IJXDUP01 - UNABLE TO OPEN DUPCLR, STATUS = '
033800             JNL-DUPCLR-STATUS
033900         MOVE 16 TO RETURN-CODE
034000         GOBACK
034100     END-IF.
034200     PERFORM 1210-READ-CLEARANCE
034300         THRU 1210-READ-CLEARANCE-EXIT
034400         UNTIL JNL-DUPCLR-EOF.
034500     CLOSE DUP-CLR-FILE.
034600 1200-APPLY-CLEARANCES-EXIT.
034700     EXIT.
034800
034900 1210-READ-CLEARANCE.
035000     READ DUP-CLR-FILE INTO XDPREV-RECORD
035100         AT END
035200             SET JNL-DUPCLR-EOF TO TRUE
035300             GO TO 1210-READ-CLEARANCE-EXIT
035400     END-READ.
035500     ADD 1 TO JNL-CLEARANCES-READ.
035600     PERFORM 4100-FIND-HISTORY
035700         THRU 4100-FIND-HISTORY-EXIT.
035800     IF JNL-HST-SUB > JNL-HST-CNT
035900         IF JNL-HST-CNT >= 20000
036000             DISPLAY 'IJXDUP01 - PAIR HISTORY TABLE FULL, RC=16'
036100             MOVE 16 TO RETURN-CODE
036200             GOBACK
036300         END-IF
036400         ADD 1 TO JNL-HST-CNT
036500         MOVE JNL-HST-CNT TO JNL-HST-SUB
036600         MOVE XDPREV-PAIR-KEY TO JNL-HST-PAIR-KEY (JNL-HST-SUB)
036700         MOVE XDPREV-FIRST-DET-DT
036800             TO JNL-HST-FIRST-DET-DT (JNL-HST-SUB)
036900         MOVE XDPREV-RUN-DT
037000             TO JNL-HST-LAST-DET-DT (JNL-HST-SUB)
037100     END-IF.
037200     SET JNL-HST-CLEARED (JNL-HST-SUB) TO TRUE.
037300     MOVE JNL-STAMP-DATE TO JNL-HST-CLEARED-DT (JNL-HST-SUB).
037400 1210-READ-CLEARANCE-EXIT.
037500     EXIT.
037600
037700*--------------------------------------------------------------*
037800* A TIF DETAIL WITH NO ACCOUNT, NO USOC, NO BILL DATE OR NO     *
037900* DOLLARS HAS NOTHING TO PAIR ON.                               *
038000*--------------------------------------------------------------*
038100 2000-LOAD-TIF-FILE.
038200     READ TIF-IN-FILE INTO JNL-TIF-RAW-REC
038300         AT END
038400             SET JNL-TIFIN-EOF TO TRUE
038500     END-READ.
038600     IF JNL-TIFIN-EOF
038700         GO TO 2000-LOAD-TIF-FILE-EXIT
038800     END-IF.
038900     IF JNL-TIF-RAW-REC (1:1) = LOW-VALUE
039000         MOVE JNL-TIF-RAW-REC TO JNL-TIF-HDR-VIEW
039100         MOVE XX-HDR-SRCE-SYS-CD TO JNL-CUR-SRCE-SYS-CD
039200         GO TO 2000-LOAD-TIF-FILE-EXIT
039300     END-IF.
039400     IF JNL-TIF-RAW-REC (1:1) = HIGH-VALUE
039500         GO TO 2000-LOAD-TIF-FILE-EXIT
039600     END-IF.
039700     ADD 1 TO JNL-TIF-DTLS-READ.
039800     ADD 1 TO JNL-TIF-DTL-NO.
039900     MOVE JNL-TIF-RAW-REC TO JNL-TIF-DTL-VIEW.
040000     IF XX-BL-ACCT-NB = SPACES
040100         OR XX-USOC-CD = SPACES
040200         OR XX-BL-DT NOT NUMERIC
040300         OR XX-JRNL-GRS-AT = ZERO
040400         GO TO 2000-LOAD-TIF-FILE-EXIT
040500     END-IF.
040600     IF JNL-TDT-CNT >= 20000
040700         ADD 1 TO JNL-TABLE-OVERFLOW
040800         GO TO 2000-LOAD-TIF-FILE-EXIT
040900     END-IF.
041000     MOVE XX-BL-ACCT-NB  TO JNL-CUR-ACCT-NB.
041100     MOVE XX-USOC-CD     TO JNL-CUR-USOC-CD.
041200     MOVE XX-BL-DT       TO JNL-CUR-BL-PRD.
041300     MOVE XX-JRNL-GRS-AT TO JNL-CUR-AMT.
041400     ADD 1 TO JNL-TDT-CNT.
041500     ADD 1 TO JNL-TIF-DTLS-LOADED.
041600     MOVE JNL-CUR-MATCH-KEY TO JNL-TDT-MATCH-KEY (JNL-TDT-CNT).
041700     MOVE JNL-CUR-SRCE-SYS-CD
041800         TO JNL-TDT-SRCE-SYS-CD (JNL-TDT-CNT).
041900     MOVE JNL-TIF-DTL-NO TO JNL-TDT-DTL-NO (JNL-TDT-CNT).
042000     MOVE XX-JRNL-DT-A   TO JNL-TDT-JRNL-DT (JNL-TDT-CNT).
042100     MOVE XX-INV-NB      TO JNL-TDT-INV-NB (JNL-TDT-CNT).
042200     MOVE 'N'            TO JNL-TDT-PAIRED-SW (JNL-TDT-CNT).
042300 2000-LOAD-TIF-FILE-EXIT.
042400     EXIT.
042500
042600*--------------------------------------------------------------*
042700* AN RP519 RECORD WITH THE SAME MATCH KEY AS A STILL-UNPAIRED   *
042800* TIF DETAIL IS A PROBABLE DOUBLE-BOOKING.  A PAIR CLEARED IN   *
042900* AN EARLIER CYCLE IS COUNTED BUT NOT REPORTED.                 *
043000*--------------------------------------------------------------*
043100 3000-PROCESS-RP519-FILE.
043200     READ RP519-IN-FILE INTO JNL-RP519-VIEW
043300         AT END
043400             SET JNL-RP519IN-EOF TO TRUE
043500     END-READ.
043600     IF JNL-RP519IN-EOF
043700         GO TO 3000-PROCESS-RP519-FILE-EXIT
043800     END-IF.
043900     ADD 1 TO JNL-RP519-RECS-READ.
044000     ADD 1 TO JNL-RP519-REC-NO.
044100     IF RP519-BL-TO-CD = SPACES
044200         OR RP519-USOC-CD = SPACES
044300         OR RP519-EFFECTIVE-DATE NOT NUMERIC
044400         OR RP519-CUR-AMT = ZERO
044500         GO TO 3000-PROCESS-RP519-FILE-EXIT
044600     END-IF.
044700     ADD 1 TO JNL-RP519-RECS-TRIED.
044800     MOVE RP519-BL-TO-CD       TO JNL-CUR-ACCT-NB.
044900     MOVE RP519-USOC-CD        TO JNL-CUR-USOC-CD.
045000     MOVE RP519-EFFECTIVE-DATE TO JNL-EFF-DATE-VIEW.
045100     MOVE JNL-EFF-YY           TO JNL-EFF-PER-YR.
045200     MOVE JNL-EFF-MM           TO JNL-EFF-PER-MO.
045300     MOVE JNL-EFF-PERIOD       TO JNL-CUR-BL-PRD.
045400     IF RP519-CR-CODE
045500         COMPUTE JNL-CUR-AMT = ZERO - RP519-CUR-AMT
045600     ELSE
045700         MOVE RP519-CUR-AMT TO JNL-CUR-AMT
045800     END-IF.
045900     PERFORM 4000-FIND-TIF-MATCH
046000         THRU 4000-FIND-TIF-MATCH-EXIT.
046100     IF JNL-TDT-SUB > JNL-TDT-CNT
046200         GO TO 3000-PROCESS-RP519-FILE-EXIT
046300     END-IF.
046400     MOVE 'Y' TO JNL-TDT-PAIRED-SW (JNL-TDT-SUB).
046500
046600     MOVE SPACES TO XDPREV-RECORD.
046700     MOVE JNL-CUR-ACCT-NB    TO XDPREV-ACCT-NB.
046800     MOVE JNL-CUR-USOC-CD    TO XDPREV-USOC-CD.
046900     MOVE JNL-CUR-BL-PRD     TO XDPREV-BL-PRD.
047000     MOVE JNL-CUR-AMT        TO XDPREV-AMT.
047100     MOVE RP519-INVC-NUM     TO XDPREV-RP519-INVC-NUM.
047200     PERFORM 4100-FIND-HISTORY
047300         THRU 4100-FIND-HISTORY-EXIT.
047400     IF JNL-HST-SUB NOT > JNL-HST-CNT
047500         IF JNL-HST-CLEARED (JNL-HST-SUB)
047600             ADD 1 TO JNL-PAIRS-CLEARED
047700             GO TO 3000-PROCESS-RP519-FILE-EXIT
047800         END-IF
047900         SET XDPREV-STILL-OPEN TO TRUE
048000         ADD 1 TO JNL-PAIRS-STILL-OPEN
048100     ELSE
048200         IF JNL-HST-CNT >= 20000
048300             ADD 1 TO JNL-TABLE-OVERFLOW
048400             GO TO 3000-PROCESS-RP519-FILE-EXIT
048500         END-IF
048600         ADD 1 TO JNL-HST-CNT
048700         MOVE JNL-HST-CNT TO JNL-HST-SUB
048800         MOVE XDPREV-PAIR-KEY TO JNL-HST-PAIR-KEY (JNL-HST-SUB)
048900         SET JNL-HST-OPEN (JNL-HST-SUB) TO TRUE
049000         MOVE JNL-STAMP-DATE
049100             TO JNL-HST-FIRST-DET-DT (JNL-HST-SUB)
049200         MOVE SPACES TO JNL-HST-CLEARED-DT (JNL-HST-SUB)
049300         SET XDPREV-NEW TO TRUE
049400         ADD 1 TO JNL-PAIRS-NEW
049500     END-IF.
049600     MOVE JNL-STAMP-DATE TO JNL-HST-LAST-DET-DT (JNL-HST-SUB).
049700     PERFORM 5000-WRITE-REVIEW
049800         THRU 5000-WRITE-REVIEW-EXIT.
049900 3000-PROCESS-RP519-FILE-EXIT.
050000     EXIT.
050100
050200*--------------------------------------------------------------*
050300 4000-FIND-TIF-MATCH.
050400     PERFORM 4010-TEST-TIF-ENTRY
050500         VARYING JNL-TDT-SUB FROM 1 BY 1
050600         UNTIL JNL-TDT-SUB > JNL-TDT-CNT
050700         OR (JNL-TDT-MATCH-KEY (JNL-TDT-SUB) = JNL-CUR-MATCH-KEY
050800             AND NOT JNL-TDT-PAIRED (JNL-TDT-SUB)).
050900 4000-FIND-TIF-MATCH-EXIT.
051000     EXIT.
051100
051200 4010-TEST-TIF-ENTRY.
051300     CONTINUE.
051400
051500*--------------------------------------------------------------*
051600 4100-FIND-HISTORY.
051700     PERFORM 4110-TEST-HIST-ENTRY
051800         VARYING JNL-HST-SUB FROM 1 BY 1
051900         UNTIL JNL-HST-SUB > JNL-HST-CNT
052000         OR JNL-HST-PAIR-KEY (JNL-HST-SUB) = XDPREV-PAIR-KEY.
052100 4100-FIND-HISTORY-EXIT.
052200     EXIT.
052300
052400 4110-TEST-HIST-ENTRY.
052500     CONTINUE.
052600
052700*--------------------------------------------------------------*
052800* THE MATCH IS ON EQUAL AMOUNTS, SO THE OVERLAPPING DOLLARS ARE *
052900* THE WHOLE OF EITHER SIDE.                                     *
053000*--------------------------------------------------------------*
053100 5000-WRITE-REVIEW.
053200     MOVE RP519-EXTRACT-TYPE TO XDPREV-RP519-EXTRACT-TYPE.
053300     MOVE RP519-BILLER-ID    TO XDPREV-RP519-BILLER-ID.
053400     MOVE JNL-RP519-REC-NO   TO XDPREV-RP519-REC-NO.
053500     MOVE JNL-TDT-SRCE-SYS-CD (JNL-TDT-SUB)
053600         TO XDPREV-TIF-SRCE-SYS-CD.
053700     MOVE JNL-TDT-DTL-NO (JNL-TDT-SUB)  TO XDPREV-TIF-DTL-NO.
053800     MOVE JNL-TDT-JRNL-DT (JNL-TDT-SUB) TO XDPREV-TIF-JRNL-DT.
053900     MOVE JNL-TDT-INV-NB (JNL-TDT-SUB)  TO XDPREV-TIF-INV-NB.
054000     MOVE JNL-CUR-AMT        TO XDPREV-OVERLAP-AMT.
054100     MOVE JNL-HST-FIRST-DET-DT (JNL-HST-SUB)
054200         TO XDPREV-FIRST-DET-DT.
054300     MOVE JNL-STAMP-DATE     TO XDPREV-RUN-DT.
054400     MOVE XDPREV-RECORD TO XDP-REV-OUT-RECORD.
054500     WRITE XDP-REV-OUT-RECORD.
054600     ADD JNL-CUR-AMT TO JNL-TOT-OVERLAP-AMT.
054700
054800     MOVE XDPREV-ACCT-NB            TO JNL-RPT-ACCT-NB.
054900     MOVE XDPREV-USOC-CD            TO JNL-RPT-USOC-CD.
055000     MOVE XDPREV-BL-PRD             TO JNL-RPT-BL-PRD.
055100     MOVE XDPREV-RP519-INVC-NUM     TO JNL-RPT-INVC-NUM.
055200     MOVE XDPREV-RP519-EXTRACT-TYPE TO JNL-RPT-EXTRACT-TYPE.
055300     MOVE XDPREV-RP519-REC-NO       TO JNL-RPT-RP519-REC-NO.
055400     MOVE XDPREV-TIF-SRCE-SYS-CD    TO JNL-RPT-SRCE-SYS-CD.
055500     MOVE XDPREV-TIF-DTL-NO         TO JNL-RPT-TIF-DTL-NO.
055600     MOVE XDPREV-TIF-JRNL-DT        TO JNL-RPT-JRNL-DT.
055700     MOVE JNL-CUR-AMT               TO JNL-RPT-AMT.
055800     IF XDPREV-NEW
055900         MOVE 'NEW       ' TO JNL-RPT-FLAG
056000     ELSE
056100         MOVE 'STILL OPEN' TO JNL-RPT-FLAG
056200     END-IF.
056300     MOVE XDPREV-FIRST-DET-DT       TO JNL-RPT-FIRST-DET-DT.
056400     MOVE JNL-RPT-LINE TO XDP-RPT-LINE.
056500     WRITE XDP-RPT-LINE.
056600 5000-WRITE-REVIEW-EXIT.
056700     EXIT.
056800
056900*--------------------------------------------------------------*
057000* EVERY PAIR RIDES FORWARD, CLEARED ONES INCLUDED, SO A CLEARED *
057100* PAIR THAT TURNS UP AGAIN IS RECOGNIZED.                       *
057200*--------------------------------------------------------------*
057300 8000-WRITE-HISTORY.
057400     OPEN OUTPUT DUPH-OUT-FILE.
057500     PERFORM 8100-WRITE-ONE-PAIR
057600         THRU 8100-WRITE-ONE-PAIR-EXIT
057700         VARYING JNL-HST-SUB FROM 1 BY 1
057800         UNTIL JNL-HST-SUB > JNL-HST-CNT.
057900     CLOSE DUPH-OUT-FILE.
058000 8000-WRITE-HISTORY-EXIT.
058100     EXIT.
058200
058300 8100-WRITE-ONE-PAIR.
058400     MOVE SPACES TO JNL-DUPH-CF-REC.
058500     MOVE JNL-HST-PAIR-KEY (JNL-HST-SUB)     TO JNL-CF-PAIR-KEY.
058600     MOVE JNL-HST-STAT-CD (JNL-HST-SUB)      TO JNL-CF-STAT-CD.
058700     MOVE JNL-HST-FIRST-DET-DT (JNL-HST-SUB)
058800         TO JNL-CF-FIRST-DET-DT.
058900     MOVE JNL-HST-LAST-DET-DT (JNL-HST-SUB)
059000         TO JNL-CF-LAST-DET-DT.
059100     MOVE JNL-HST-CLEARED-DT (JNL-HST-SUB)   TO JNL-CF-CLEARED-DT.
059200     MOVE JNL-DUPH-CF-REC TO DUPH-OUT-RECORD.
059300     WRITE DUPH-OUT-RECORD.
059400 8100-WRITE-ONE-PAIR-EXIT.
059500     EXIT.
059600
059700*--------------------------------------------------------------*
059800 9000-TERMINATE.
059900     CLOSE TIF-IN-FILE RP519-IN-FILE XDP-REV-FILE XDP-RPT-FILE.
060000     MOVE JNL-TOT-OVERLAP-AMT TO JNL-EDIT-AMT.
060100     DISPLAY 'IJXDUP01 - TIF DETAILS READ       = '
060200         JNL-TIF-DTLS-READ.
060300     DISPLAY 'IJXDUP01 - TIF DETAILS MATCHABLE  = '
060400         JNL-TIF-DTLS-LOADED.
060500     DISPLAY 'IJXDUP01 - RP519 RECORDS READ     = '
060600         JNL-RP519-RECS-READ.
060700     DISPLAY 'IJXDUP01 - RP519 RECORDS MATCHABLE= '
060800         JNL-RP519-RECS-TRIED.
060900     DISPLAY 'IJXDUP01 - CLEARANCES APPLIED     = '
061000         JNL-CLEARANCES-READ.
061100     DISPLAY 'IJXDUP01 - NEW PAIRS              = '
061200         JNL-PAIRS-NEW.
061300     DISPLAY 'IJXDUP01 - PAIRS STILL OPEN       = '
061400         JNL-PAIRS-STILL-OPEN.
061500     DISPLAY 'IJXDUP01 - CLEARED PAIRS SEEN     = '
061600         JNL-PAIRS-CLEARED.
061700     DISPLAY 'IJXDUP01 - OVERLAPPING DOLLARS    = '
061800         JNL-EDIT-AMT.
061900     IF JNL-PAIRS-NEW > ZERO
062000         OR JNL-PAIRS-STILL-OPEN > ZERO
062100         MOVE 8 TO RETURN-CODE
062200     END-IF.
062300     IF JNL-TABLE-OVERFLOW > ZERO
062400         DISPLAY 'IJXDUP01 - TABLE OVERFLOW         = '
062500             JNL-TABLE-OVERFLOW
062600         MOVE 16 TO RETURN-CODE
062700     END-IF.
062800 9000-TERMINATE-EXIT.
062900     EXIT.
063000
063100*-------------------------------------------------------------.
063200*                     E N D   O F  I J X D U P 0 1             :
063300*-------------------------------------------------------------'
