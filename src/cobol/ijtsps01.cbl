000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJTSPS01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/10/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 27.9  09/10/26  RAS  NEW PROGRAM.  SERVICE-PROVIDER           *
001100*                      SETTLEMENT RUN FOR THE WIRELESS AND      *
001200*                      RESELLER VOLUME.  THE SETLCTL CARD NAMES *
001300*                      A PROVIDER CYCLE END DATE; EVERY TIFDET  *
001400*                      DETAIL WHOSE XX-WRLS-CYC-END-DT MATCHES  *
001500*                      IS SETTLED TO ITS XX-SVC-PRVD-ID - BILLED*
001600*                      REVENUE, ADJUSTMENTS, TAX COLLECTED (OFF *
001700*                      ITS TIFTAX LINES) AND USAGE VOLUME - ON  *
001800*                      A PER-PROVIDER STATEMENT (SETLRPT) AND A *
001900*                      FIXED-FORMAT SETTLEMENT FILE FOR         *
002000*                      ACCOUNTS PAYABLE (SETLOUT, SEE SPSETL).  *
002100*                      EACH ISSUED PROVIDER CYCLE'S TOTALS ARE  *
002200*                      KEPT ON HISTSTOR UNDER APP ID IJTSPSIS;  *
002300*                      DETAILS FOR AN EARLIER CYCLE THAT TURN   *
002400*                      UP ON TIFDET AFTER ITS STATEMENT WENT    *
002500*                      OUT ARE CARRIED ON THE NEXT STATEMENT AS *
002600*                      LATE ITEMS AND ARE NOT REPORTED AGAIN.   *
002610* 29.0  09/17/26  RAS  TIFDET NOW CARRIES ALTERNATE KEYS ON THE *
002620*                      BILLED AND LEAD ACCOUNT NUMBERS (SEE     *
002630*                      TIFDETV).  DECLARED HERE SO TIFDET IS    *
002640*                      OPENED WITH THE SAME KEY SET EVERYWHERE. *
002700*--------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT SETL-CTL-FILE ASSIGN TO SETLCTL
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS JNL-SETLCTL-STATUS.
003700
003800     SELECT TIF-DET-FILE  ASSIGN TO TIFDET
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS TIFDET-KEY
004110         ALTERNATE RECORD KEY IS TIFDET-BL-ACCT-NB
004120             WITH DUPLICATES
004130         ALTERNATE RECORD KEY IS TIFDET-LEAD-ACCT-NB
004140             WITH DUPLICATES
004200         FILE STATUS IS JNL-TIFDET-STATUS.
004300
004400     SELECT TIF-TAX-FILE  ASSIGN TO TIFTAX
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS TIFTAX-KEY
004800         FILE STATUS IS JNL-TIFTAX-STATUS.
004900
005000     SELECT SETL-OUT-FILE ASSIGN TO SETLOUT
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS JNL-SETLOUT-STATUS.
005300
005400     SELECT SETL-RPT-FILE ASSIGN TO SETLRPT
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS JNL-SETLRPT-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  SETL-CTL-FILE
006100     RECORDING MODE IS F.
006200 01  SETL-CTL-RECORD           PIC X(80).
006300
006400 FD  TIF-DET-FILE.
006500     COPY tifdetv.
006600
006700 FD  TIF-TAX-FILE.
006800     COPY tiftaxv.
006900
007000 FD  SETL-OUT-FILE
007100     RECORDING MODE IS F.
007200 01  SETL-OUT-RECORD           PIC X(150).
007300
007400 FD  SETL-RPT-FILE
007500     RECORDING MODE IS F.
007600 01  SETL-RPT-LINE             PIC X(132).
007700
007800 WORKING-STORAGE SECTION.
007900 01  JNL-SETLCTL-STATUS        PIC X(02) VALUE SPACES.
008000     88  JNL-SETLCTL-OK                  VALUE '00'.
008100 01  JNL-TIFDET-STATUS         PIC X(02) VALUE SPACES.
008200     88  JNL-TIFDET-OK                   VALUE '00'.
008300     88  JNL-TIFDET-EOF                  VALUE '10'.
008400 01  JNL-TIFTAX-STATUS         PIC X(02) VALUE SPACES.
008500     88  JNL-TIFTAX-OK                   VALUE '00'.
008600 01  JNL-SETLOUT-STATUS        PIC X(02) VALUE SPACES.
008700 01  JNL-SETLRPT-STATUS        PIC X(02) VALUE SPACES.
008800
008900 COPY hstcomm.
009000 COPY spsetl.
009100
009200*--------------------------------------------------------------*
009300* THE SETLCTL CARD - THE PROVIDER CYCLE END DATE TO SETTLE.     *
009400*--------------------------------------------------------------*
009500 01  JNL-SETL-CTL-CARD.
009600     05  JNL-CTL-CYC-END-DT    PIC X(08).
009700     05  FILLER                PIC X(72).
009800
009900*--------------------------------------------------------------*
010000* THIS CYCLE'S TOTALS, ONE ENTRY PER PROVIDER.  LATE ITEMS FROM *
010100* EARLIER CYCLES ARE ROLLED IN AFTER THE WALK.                  *
010200*--------------------------------------------------------------*
010300 01  JNL-PRV-CNT               PIC 9(04) COMP VALUE ZERO.
010400 01  JNL-PRV-SUB               PIC 9(04) COMP VALUE ZERO.
010500 01  JNL-PRV-TABLE.
010600     05  JNL-PRV-ENTRY OCCURS 500 TIMES.
010700         10  JNL-PRV-ID            PIC X(05).
010800         10  JNL-PRV-DET-CNT       PIC S9(09)    COMP-3.
010900         10  JNL-PRV-REV-AMT       PIC S9(11)V99 COMP-3.
011000         10  JNL-PRV-ADJ-AMT       PIC S9(11)V99 COMP-3.
011100         10  JNL-PRV-TAX-AMT       PIC S9(11)V99 COMP-3.
011200         10  JNL-PRV-MSG-CT        PIC S9(11)    COMP-3.
011300         10  JNL-PRV-MIN-CT        PIC S9(11)    COMP-3.
011400         10  JNL-PRV-SEC-CT        PIC S9(11)    COMP-3.
011500         10  JNL-PRV-LATE-CNT      PIC S9(09)    COMP-3.
011600         10  JNL-PRV-LATE-AMT      PIC S9(11)V99 COMP-3.
011700         10  JNL-PRV-LATE-TAX      PIC S9(11)V99 COMP-3.
011800 01  JNL-PRV-OVERFLOW          PIC S9(09) COMP-3 VALUE ZERO.
011900 01  JNL-CUR-PRVD-ID           PIC X(05) VALUE SPACES.
012000
012100*--------------------------------------------------------------*
012200* EVERY PROVIDER CYCLE ALREADY ISSUED, AS CARRIED ON HISTSTOR,  *
012300* WITH THE COUNT AND DOLLARS IT WAS SETTLED FOR AND WHAT TIFDET *
012400* HOLDS FOR IT NOW.  ANY GROWTH IS LATE ITEMS.                  *
012500*--------------------------------------------------------------*
012600 01  JNL-ISS-CNT               PIC 9(04) COMP VALUE ZERO.
012700 01  JNL-ISS-SUB               PIC 9(04) COMP VALUE ZERO.
012800 01  JNL-ISS-TABLE.
012900     05  JNL-ISS-ENTRY OCCURS 3000 TIMES.
013000         10  JNL-ISS-KEY.
013100             15  JNL-ISS-PRVD-ID       PIC X(05).
013200             15  JNL-ISS-CYC-END-DT    PIC X(08).
013300         10  JNL-ISS-DET-CNT       PIC S9(09)    COMP-3.
013400         10  JNL-ISS-AMT           PIC S9(11)V99 COMP-3.
013500         10  JNL-ISS-TAX           PIC S9(11)V99 COMP-3.
013600         10  JNL-ISS-NOW-CNT       PIC S9(09)    COMP-3.
013700         10  JNL-ISS-NOW-AMT       PIC S9(11)V99 COMP-3.
013800         10  JNL-ISS-NOW-TAX       PIC S9(11)V99 COMP-3.
013900         10  JNL-ISS-LATE-SW       PIC X(01).
014000             88  JNL-ISS-HAS-LATE             VALUE 'Y'.
014100 01  JNL-ISS-OVERFLOW          PIC S9(09) COMP-3 VALUE ZERO.
014200 01  JNL-CUR-ISS-KEY.
014300     05  JNL-CUR-ISS-PRVD-ID   PIC X(05) VALUE SPACES.
014400     05  JNL-CUR-ISS-CYC-DT    PIC X(08) VALUE SPACES.
014500
014600*--------------------------------------------------------------*
014700* THE IJTSPSIS HISTSTOR ENTRY - KEY IS PROVIDER PLUS CYCLE END  *
014800* DATE, DATA IS WHAT THE CYCLE HAS BEEN SETTLED FOR TO DATE.    *
014900*--------------------------------------------------------------*
015000 01  JNL-SP-HST-REC.
015100     05  JNL-HST-DET-CNT       PIC S9(09)    COMP-3.
015200     05  JNL-HST-AMT           PIC S9(11)V99 COMP-3.
015300     05  JNL-HST-TAX           PIC S9(11)V99 COMP-3.
015400     05  JNL-HST-ISSUED-DT     PIC X(08).
015500
015600 01  JNL-RUN-DATE              PIC X(08) VALUE SPACES.
015700 01  JNL-TAX-LINE-SUB          PIC 9(04) COMP VALUE ZERO.
015800 01  JNL-TRUE-TAX-CNT          PIC S9(04) COMP VALUE ZERO.
015900 01  JNL-DET-TAX-AMT           PIC S9(11)V99 COMP-3 VALUE ZERO.
016000 01  JNL-DET-AMT               PIC S9(11)V99 COMP-3 VALUE ZERO.
016100 01  JNL-NET-AMT               PIC S9(11)V99 COMP-3 VALUE ZERO.
016200
016300 01  JNL-COUNTERS.
016400     05  JNL-DETS-READ         PIC S9(09) COMP-3 VALUE ZERO.
016500     05  JNL-DETS-SETTLED      PIC S9(09) COMP-3 VALUE ZERO.
016600     05  JNL-DETS-RECOUNTED    PIC S9(09) COMP-3 VALUE ZERO.
016700     05  JNL-TAX-LINES-PULLED  PIC S9(09) COMP-3 VALUE ZERO.
016800     05  JNL-LATE-CYCLES       PIC S9(09) COMP-3 VALUE ZERO.
016900     05  JNL-SETL-RECS-OUT     PIC S9(09) COMP-3 VALUE ZERO.
017000
017100 01  JNL-EDIT-FIELDS.
017200     05  JNL-EDIT-CNT          PIC ZZZ,ZZZ,ZZ9.
017300     05  JNL-EDIT-AMT          PIC Z,ZZZ,ZZZ,ZZ9.99-.
017400     05  JNL-EDIT-VOL          PIC ZZ,ZZZ,ZZZ,ZZ9-.
017500
017600 01  JNL-RPT-LINE.
017700     05  JNL-RPT-LABEL         PIC X(30).
017800     05  FILLER                PIC X(02) VALUE SPACES.
017900     05  JNL-RPT-CNT           PIC X(11).
018000     05  FILLER                PIC X(03) VALUE SPACES.
018100     05  JNL-RPT-AMT           PIC X(18).
018200
018300     COPY tifview.
018400
018500 PROCEDURE DIVISION.
018600*--------------------------------------------------------------*
018700 0000-MAINLINE.
018800     PERFORM 1000-INITIALIZE
018900         THRU 1000-INITIALIZE-EXIT.
019000     PERFORM 2000-WALK-TIFDET
019100         THRU 2000-WALK-TIFDET-EXIT
019200         UNTIL JNL-TIFDET-EOF.
019300     PERFORM 3000-FIND-LATE-ITEMS
019400         THRU 3000-FIND-LATE-ITEMS-EXIT
019500         VARYING JNL-ISS-SUB FROM 1 BY 1
019600         UNTIL JNL-ISS-SUB > JNL-ISS-CNT.
019700     PERFORM 8000-PRINT-STATEMENTS
019800         THRU 8000-PRINT-STATEMENTS-EXIT
019900         VARYING JNL-PRV-SUB FROM 1 BY 1
020000         UNTIL JNL-PRV-SUB > JNL-PRV-CNT.
020100     PERFORM 9100-SAVE-ISSUED-CYCLES
020200         THRU 9100-SAVE-ISSUED-CYCLES-EXIT.
020300     PERFORM 9000-TERMINATE
020400         THRU 9000-TERMINATE-EXIT.
020500     GOBACK.
020600
020700*--------------------------------------------------------------*
020800 1000-INITIALIZE.
020900     ACCEPT JNL-RUN-DATE FROM DATE YYYYMMDD.
021000     OPEN INPUT SETL-CTL-FILE.
021100     IF NOT JNL-SETLCTL-OK
021200         DISPLAY 'IJTSPS01 - UNABLE TO OPEN SETLCTL, RC=16'
021300         MOVE 16 TO RETURN-CODE
021400         GOBACK
021500     END-IF.
021600     READ SETL-CTL-FILE INTO JNL-SETL-CTL-CARD
021700         AT END
021800             DISPLAY 'IJTSPS01 - SETLCTL IS EMPTY, RC=16'
021900             MOVE 16 TO RETURN-CODE
022000             GOBACK
022100     END-READ.
022200     CLOSE SETL-CTL-FILE.
022300     IF JNL-CTL-CYC-END-DT NOT NUMERIC
022400         DISPLAY 'IJTSPS01 - BAD SETLCTL CARD, RC=16'
022500         MOVE 16 TO RETURN-CODE
022600         GOBACK
022700     END-IF.
022800
022900     PERFORM 1100-LOAD-ISSUED-CYCLES
023000         THRU 1100-LOAD-ISSUED-CYCLES-EXIT.
023100
023200     OPEN INPUT TIF-DET-FILE.
023300     IF NOT JNL-TIFDET-OK
023400         DISPLAY 'IJTSPS01 - UNABLE TO OPEN TIFDET, STATUS = '
023500             JNL-TIFDET-STATUS
023600         MOVE 16 TO RETURN-CODE
023700         GOBACK
023800     END-IF.
023900     OPEN INPUT TIF-TAX-FILE.
024000     IF NOT JNL-TIFTAX-OK
024100         DISPLAY 'IJTSPS01 - UNABLE TO OPEN TIFTAX, STATUS = '
024200             JNL-TIFTAX-STATUS
024300         MOVE 16 TO RETURN-CODE
024400         GOBACK
024500     END-IF.
024600     MOVE LOW-VALUES TO TIFDET-KEY.
024700     START TIF-DET-FILE KEY NOT < TIFDET-KEY
024800         INVALID KEY
024900             SET JNL-TIFDET-EOF TO TRUE
025000     END-START.
025100
025200     OPEN OUTPUT SETL-OUT-FILE.
025300     OPEN OUTPUT SETL-RPT-FILE.
025400 1000-INITIALIZE-EXIT.
025500     EXIT.
025600
025700*--------------------------------------------------------------*
025800* PULL EVERY ISSUED PROVIDER CYCLE FROM THE STORE.  A RERUN OF  *
025900* THIS SAME CYCLE RE-ISSUES IT, SO ITS OWN ENTRIES ARE NOT      *
026000* LOADED AS ISSUED.  AN ENTRY THAT WILL NOT FIT CANNOT BE       *
026100* CHECKED FOR LATE ITEMS - IT IS COUNTED AND THE RUN ENDS RC 8. *
026200*--------------------------------------------------------------*
026300 1100-LOAD-ISSUED-CYCLES.
026400     SET HST-FUNC-OPEN TO TRUE.
026500     CALL 'IJHSTR01' USING HST-COMM-AREA.
026600     IF NOT HST-RC-OK
026700         DISPLAY 'IJTSPS01 - UNABLE TO OPEN HISTSTOR, RC = '
026800             HST-RETURN-CD
026900         MOVE 16 TO RETURN-CODE
027000         GOBACK
027100     END-IF.
027200     MOVE 'IJTSPSIS' TO HST-COMM-APP-ID.
027300     SET HST-FUNC-START TO TRUE.
027400     CALL 'IJHSTR01' USING HST-COMM-AREA.
027500     IF NOT HST-RC-OK
027600         GO TO 1100-LOAD-ISSUED-CYCLES-EXIT
027700     END-IF.
027800     PERFORM 1110-READ-ISSUED-ENTRY
027900         THRU 1110-READ-ISSUED-ENTRY-EXIT
028000         UNTIL HST-RC-EOF.
028100 1100-LOAD-ISSUED-CYCLES-EXIT.
028200     EXIT.
028300
028400 1110-READ-ISSUED-ENTRY.
028500     SET HST-FUNC-NEXT TO TRUE.
028600     CALL 'IJHSTR01' USING HST-COMM-AREA.
028700     IF NOT HST-RC-OK
028800         GO TO 1110-READ-ISSUED-ENTRY-EXIT
028900     END-IF.
029000     IF HST-COMM-REC-KEY (6:8) NOT < JNL-CTL-CYC-END-DT
029100         GO TO 1110-READ-ISSUED-ENTRY-EXIT
029200     END-IF.
029300     IF JNL-ISS-CNT >= 3000
029400         ADD 1 TO JNL-ISS-OVERFLOW
029500         GO TO 1110-READ-ISSUED-ENTRY-EXIT
029600     END-IF.
029700     ADD 1 TO JNL-ISS-CNT.
029800     MOVE JNL-ISS-CNT TO JNL-ISS-SUB.
029900     MOVE HST-COMM-DATA (1:27) TO JNL-SP-HST-REC.
030000     MOVE HST-COMM-REC-KEY (1:13) TO JNL-ISS-KEY (JNL-ISS-SUB).
030100     MOVE JNL-HST-DET-CNT TO JNL-ISS-DET-CNT (JNL-ISS-SUB).
030200     MOVE JNL-HST-AMT     TO JNL-ISS-AMT (JNL-ISS-SUB).
030300     MOVE JNL-HST-TAX     TO JNL-ISS-TAX (JNL-ISS-SUB).
030400     MOVE ZERO TO JNL-ISS-NOW-CNT (JNL-ISS-SUB)
030500         JNL-ISS-NOW-AMT (JNL-ISS-SUB)
030600         JNL-ISS-NOW-TAX (JNL-ISS-SUB).
030700     MOVE 'N' TO JNL-ISS-LATE-SW (JNL-ISS-SUB).
030800 1110-READ-ISSUED-ENTRY-EXIT.
030900     EXIT.
031000
031100*--------------------------------------------------------------*
031200* A PROVIDER DETAIL FOR THE CYCLE BEING SETTLED GOES ON ITS     *
031300* STATEMENT; ONE FOR AN EARLIER, ALREADY-ISSUED CYCLE IS        *
031400* RECOUNTED AGAINST WHAT THAT CYCLE WAS SETTLED FOR.  CASH      *
031500* DETAILS ARE THE CUSTOMER'S PAYMENTS, NOT PROVIDER REVENUE.    *
031600*--------------------------------------------------------------*
031700 2000-WALK-TIFDET.
031800     READ TIF-DET-FILE NEXT
031900         AT END
032000             SET JNL-TIFDET-EOF TO TRUE
032100     END-READ.
032200     IF JNL-TIFDET-EOF
032300         GO TO 2000-WALK-TIFDET-EXIT
032400     END-IF.
032500     ADD 1 TO JNL-DETS-READ.
032600     MOVE TIFDET-FIXED-DATA TO JNL-TIF-RAW-REC (1:902).
032700     MOVE JNL-PEEK-CTM-ND   TO JNL-TRUE-TAX-CNT.
032800     IF JNL-TRUE-TAX-CNT > 30
032900         MOVE 30 TO XX-CTM-ND
033000     ELSE
033100         MOVE JNL-TRUE-TAX-CNT TO XX-CTM-ND
033200     END-IF.
033300     MOVE JNL-TIF-RAW-REC   TO JNL-TIF-DTL-VIEW.
033400
033500     IF XX-SVC-PRVD-ID = SPACES
033600         OR XX-WRLS-CYC-END-DT NOT NUMERIC
033700         OR XX-CASH-TRNSCTN-CD NOT = SPACE
033800         GO TO 2000-WALK-TIFDET-EXIT
033900     END-IF.
034000     IF XX-WRLS-CYC-END-DT > JNL-CTL-CYC-END-DT
034100         GO TO 2000-WALK-TIFDET-EXIT
034200     END-IF.
034300     IF XX-WRLS-CYC-END-DT < JNL-CTL-CYC-END-DT
034400         PERFORM 2300-RECOUNT-ISSUED
034500             THRU 2300-RECOUNT-ISSUED-EXIT
034600         GO TO 2000-WALK-TIFDET-EXIT
034700     END-IF.
034800
034900     MOVE XX-SVC-PRVD-ID TO JNL-CUR-PRVD-ID.
035000     PERFORM 2100-FIND-OR-ADD-PROVIDER
035100         THRU 2100-FIND-OR-ADD-PROVIDER-EXIT.
035200     IF JNL-PRV-SUB > JNL-PRV-CNT
035300         GO TO 2000-WALK-TIFDET-EXIT
035400     END-IF.
035500     ADD 1 TO JNL-DETS-SETTLED.
035600     PERFORM 2200-SUM-DETAIL-TAX
035700         THRU 2200-SUM-DETAIL-TAX-EXIT.
035800     ADD 1 TO JNL-PRV-DET-CNT (JNL-PRV-SUB).
035900     IF XX-JRNL-ADJMT-CAT-CD NOT = SPACE
036000         ADD XX-JRNL-GRS-AT TO JNL-PRV-ADJ-AMT (JNL-PRV-SUB)
036100     ELSE
036200         ADD XX-JRNL-GRS-AT TO JNL-PRV-REV-AMT (JNL-PRV-SUB)
036300     END-IF.
036400     ADD JNL-DET-TAX-AMT TO JNL-PRV-TAX-AMT (JNL-PRV-SUB).
036500     ADD XX-MSG-CT       TO JNL-PRV-MSG-CT (JNL-PRV-SUB).
036600     ADD XX-MSG-MN-CT    TO JNL-PRV-MIN-CT (JNL-PRV-SUB).
036700     ADD XX-MSG-SC-CT    TO JNL-PRV-SEC-CT (JNL-PRV-SUB).
036800 2000-WALK-TIFDET-EXIT.
036900     EXIT.
037000
037100*--------------------------------------------------------------*
037200 2100-FIND-OR-ADD-PROVIDER.
037300     PERFORM 2110-TEST-PRV-ENTRY
037400         VARYING JNL-PRV-SUB FROM 1 BY 1
037500         UNTIL JNL-PRV-SUB > JNL-PRV-CNT
037600         OR JNL-PRV-ID (JNL-PRV-SUB) = JNL-CUR-PRVD-ID.
037700     IF JNL-PRV-SUB > JNL-PRV-CNT
037800         IF JNL-PRV-CNT >= 500
037900             ADD 1 TO JNL-PRV-OVERFLOW
038000             GO TO 2100-FIND-OR-ADD-PROVIDER-EXIT
038100         END-IF
038200         ADD 1 TO JNL-PRV-CNT
038300         MOVE JNL-PRV-CNT TO JNL-PRV-SUB
038400         MOVE JNL-CUR-PRVD-ID TO JNL-PRV-ID (JNL-PRV-SUB)
038500         MOVE ZERO TO JNL-PRV-DET-CNT (JNL-PRV-SUB)
038600             JNL-PRV-REV-AMT (JNL-PRV-SUB)
038700             JNL-PRV-ADJ-AMT (JNL-PRV-SUB)
038800             JNL-PRV-TAX-AMT (JNL-PRV-SUB)
038900             JNL-PRV-MSG-CT (JNL-PRV-SUB)
039000             JNL-PRV-MIN-CT (JNL-PRV-SUB)
039100             JNL-PRV-SEC-CT (JNL-PRV-SUB)
039200             JNL-PRV-LATE-CNT (JNL-PRV-SUB)
039300             JNL-PRV-LATE-AMT (JNL-PRV-SUB)
039400             JNL-PRV-LATE-TAX (JNL-PRV-SUB)
039500     END-IF.
039600 2100-FIND-OR-ADD-PROVIDER-EXIT.
039700     EXIT.
039800
039900 2110-TEST-PRV-ENTRY.
040000     CONTINUE.
040100
040200*--------------------------------------------------------------*
040300* TAX COLLECTED IS THE SUM OF THE DETAIL'S TIFTAX LINES, PULLED *
040400* BY KEY AND CARVED THROUGH THE VIEW'S FIRST TAX TABLE ENTRY,   *
040500* AS IN IJTSTM01.                                               *
040600*--------------------------------------------------------------*
040700 2200-SUM-DETAIL-TAX.
040800     MOVE ZERO TO JNL-DET-TAX-AMT.
040900     IF JNL-TRUE-TAX-CNT > ZERO
041000         PERFORM 2210-PULL-ONE-TAX-LINE
041100             THRU 2210-PULL-ONE-TAX-LINE-EXIT
041200             VARYING JNL-TAX-LINE-SUB FROM 1 BY 1
041300             UNTIL JNL-TAX-LINE-SUB > JNL-TRUE-TAX-CNT
041400     END-IF.
041500 2200-SUM-DETAIL-TAX-EXIT.
041600     EXIT.
041700
041800 2210-PULL-ONE-TAX-LINE.
041900     MOVE TIFDET-SRCE-SYS-CD TO TIFTAX-SRCE-SYS-CD.
042000     MOVE TIFDET-SEQ-NO      TO TIFTAX-SEQ-NO.
042100     MOVE JNL-TAX-LINE-SUB   TO TIFTAX-LINE-NO.
042200     READ TIF-TAX-FILE
042300         KEY IS TIFTAX-KEY
042400         INVALID KEY
042500             GO TO 2210-PULL-ONE-TAX-LINE-EXIT
042600     END-READ.
042700     ADD 1 TO JNL-TAX-LINES-PULLED.
042800     MOVE TIFTAX-LINE-DATA TO XX-TAX-TB (1).
042900     ADD XX-TB-TAX-AT (1) TO JNL-DET-TAX-AMT.
043000 2210-PULL-ONE-TAX-LINE-EXIT.
043100     EXIT.
043200
043300*--------------------------------------------------------------*
043400 2300-RECOUNT-ISSUED.
043500     MOVE XX-SVC-PRVD-ID     TO JNL-CUR-ISS-PRVD-ID.
043600     MOVE XX-WRLS-CYC-END-DT TO JNL-CUR-ISS-CYC-DT.
043700     PERFORM 2310-TEST-ISS-ENTRY
043800         VARYING JNL-ISS-SUB FROM 1 BY 1
043900         UNTIL JNL-ISS-SUB > JNL-ISS-CNT
044000         OR JNL-ISS-KEY (JNL-ISS-SUB) = JNL-CUR-ISS-KEY.
044100     IF JNL-ISS-SUB > JNL-ISS-CNT
044200         GO TO 2300-RECOUNT-ISSUED-EXIT
044300     END-IF.
044400     ADD 1 TO JNL-DETS-RECOUNTED.
044500     PERFORM 2200-SUM-DETAIL-TAX
044600         THRU 2200-SUM-DETAIL-TAX-EXIT.
044700     ADD 1 TO JNL-ISS-NOW-CNT (JNL-ISS-SUB).
044800     ADD XX-JRNL-GRS-AT  TO JNL-ISS-NOW-AMT (JNL-ISS-SUB).
044900     ADD JNL-DET-TAX-AMT TO JNL-ISS-NOW-TAX (JNL-ISS-SUB).
045000 2300-RECOUNT-ISSUED-EXIT.
045100     EXIT.
045200
045300 2310-TEST-ISS-ENTRY.
045400     CONTINUE.
045500
045600*--------------------------------------------------------------*
045700* AN ISSUED CYCLE THAT NOW HOLDS MORE DETAILS THAN IT WAS       *
045800* SETTLED FOR PICKED UP LATE ITEMS.  THE DIFFERENCE RIDES ON    *
045900* THE PROVIDER'S STATEMENT THIS CYCLE AND THE CYCLE'S SETTLED   *
046000* TOTALS MOVE UP SO THE SAME ITEMS ARE NOT REPORTED AGAIN.  A   *
046100* CYCLE THAT SHRANK WAS PURGED BY IJTARC01 AND IS LEFT ALONE.   *
046200*--------------------------------------------------------------*
046300 3000-FIND-LATE-ITEMS.
046400     IF JNL-ISS-NOW-CNT (JNL-ISS-SUB) NOT >
046500         JNL-ISS-DET-CNT (JNL-ISS-SUB)
046600         GO TO 3000-FIND-LATE-ITEMS-EXIT
046700     END-IF.
046800     ADD 1 TO JNL-LATE-CYCLES.
046900     SET JNL-ISS-HAS-LATE (JNL-ISS-SUB) TO TRUE.
047000     MOVE JNL-ISS-PRVD-ID (JNL-ISS-SUB) TO JNL-CUR-PRVD-ID.
047100     PERFORM 2100-FIND-OR-ADD-PROVIDER
047200         THRU 2100-FIND-OR-ADD-PROVIDER-EXIT.
047300     IF JNL-PRV-SUB > JNL-PRV-CNT
047400         GO TO 3000-FIND-LATE-ITEMS-EXIT
047500     END-IF.
047600     COMPUTE JNL-PRV-LATE-CNT (JNL-PRV-SUB) =
047700         JNL-PRV-LATE-CNT (JNL-PRV-SUB)
047800       + JNL-ISS-NOW-CNT (JNL-ISS-SUB)
047900       - JNL-ISS-DET-CNT (JNL-ISS-SUB).
048000     COMPUTE JNL-PRV-LATE-AMT (JNL-PRV-SUB) =
048100         JNL-PRV-LATE-AMT (JNL-PRV-SUB)
048200       + JNL-ISS-NOW-AMT (JNL-ISS-SUB)
048300       - JNL-ISS-AMT (JNL-ISS-SUB).
048400     COMPUTE JNL-PRV-LATE-TAX (JNL-PRV-SUB) =
048500         JNL-PRV-LATE-TAX (JNL-PRV-SUB)
048600       + JNL-ISS-NOW-TAX (JNL-ISS-SUB)
048700       - JNL-ISS-TAX (JNL-ISS-SUB).
048800 3000-FIND-LATE-ITEMS-EXIT.
048900     EXIT.
049000
049100*--------------------------------------------------------------*
049200* ONE STATEMENT PAGE AND ONE 'S' SETTLEMENT RECORD PER          *
049300* PROVIDER, FOLLOWED BY A LINE AND AN 'L' RECORD FOR EACH       *
049400* EARLIER CYCLE OF ITS THAT PICKED UP LATE ITEMS.               *
049500*--------------------------------------------------------------*
049600 8000-PRINT-STATEMENTS.
049700     MOVE SPACES TO SETL-RPT-LINE.
049800     STRING 'IJTSPS01 - SERVICE-PROVIDER SETTLEMENT STATEMENT'
049900         ' - PROVIDER ' JNL-PRV-ID (JNL-PRV-SUB)
050000         '  CYCLE END ' JNL-CTL-CYC-END-DT
050100         DELIMITED BY SIZE INTO SETL-RPT-LINE
050200     END-STRING.
050300     WRITE SETL-RPT-LINE.
050400     MOVE SPACES TO SETL-RPT-LINE.
050500     WRITE SETL-RPT-LINE.
050600
050700     MOVE 'DETAILS SETTLED' TO JNL-RPT-LABEL.
050800     MOVE JNL-PRV-DET-CNT (JNL-PRV-SUB) TO JNL-EDIT-CNT.
050900     MOVE JNL-EDIT-CNT TO JNL-RPT-CNT.
051000     MOVE SPACES TO JNL-RPT-AMT.
051100     PERFORM 8900-WRITE-RPT-LINE
051200         THRU 8900-WRITE-RPT-LINE-EXIT.
051300     MOVE 'BILLED REVENUE' TO JNL-RPT-LABEL.
051400     MOVE JNL-PRV-REV-AMT (JNL-PRV-SUB) TO JNL-DET-AMT.
051500     PERFORM 8800-WRITE-AMT-LINE
051600         THRU 8800-WRITE-AMT-LINE-EXIT.
051700     MOVE 'ADJUSTMENTS' TO JNL-RPT-LABEL.
051800     MOVE JNL-PRV-ADJ-AMT (JNL-PRV-SUB) TO JNL-DET-AMT.
051900     PERFORM 8800-WRITE-AMT-LINE
052000         THRU 8800-WRITE-AMT-LINE-EXIT.
052100     MOVE 'TAX COLLECTED' TO JNL-RPT-LABEL.
052200     MOVE JNL-PRV-TAX-AMT (JNL-PRV-SUB) TO JNL-DET-AMT.
052300     PERFORM 8800-WRITE-AMT-LINE
052400         THRU 8800-WRITE-AMT-LINE-EXIT.
052500
052600     MOVE SPACES TO SETL-RPT-LINE.
052700     MOVE JNL-PRV-MSG-CT (JNL-PRV-SUB) TO JNL-EDIT-VOL.
052800     STRING 'USAGE VOLUME - MESSAGES  ' JNL-EDIT-VOL
052900         DELIMITED BY SIZE INTO SETL-RPT-LINE
053000     END-STRING.
053100     WRITE SETL-RPT-LINE.
053200     MOVE SPACES TO SETL-RPT-LINE.
053300     MOVE JNL-PRV-MIN-CT (JNL-PRV-SUB) TO JNL-EDIT-VOL.
053400     STRING '             - MINUTES   ' JNL-EDIT-VOL
053500         DELIMITED BY SIZE INTO SETL-RPT-LINE
053600     END-STRING.
053700     WRITE SETL-RPT-LINE.
053800     MOVE SPACES TO SETL-RPT-LINE.
053900     MOVE JNL-PRV-SEC-CT (JNL-PRV-SUB) TO JNL-EDIT-VOL.
054000     STRING '             - SECONDS   ' JNL-EDIT-VOL
054100         DELIMITED BY SIZE INTO SETL-RPT-LINE
054200     END-STRING.
054300     WRITE SETL-RPT-LINE.
054400
054500     MOVE SPACES TO SPSETL-RECORD.
054600     SET SPSETL-STATEMENT TO TRUE.
054700     MOVE JNL-PRV-ID (JNL-PRV-SUB)      TO SPSETL-PRVD-ID.
054800     MOVE JNL-CTL-CYC-END-DT            TO SPSETL-STMT-CYC-DT.
054900     MOVE JNL-CTL-CYC-END-DT            TO SPSETL-CYC-END-DT.
055000     MOVE JNL-PRV-DET-CNT (JNL-PRV-SUB) TO SPSETL-DET-CNT.
055100     MOVE JNL-PRV-REV-AMT (JNL-PRV-SUB) TO SPSETL-REV-AMT.
055200     MOVE JNL-PRV-ADJ-AMT (JNL-PRV-SUB) TO SPSETL-ADJ-AMT.
055300     MOVE JNL-PRV-TAX-AMT (JNL-PRV-SUB) TO SPSETL-TAX-AMT.
055400     MOVE JNL-PRV-MSG-CT (JNL-PRV-SUB)  TO SPSETL-MSG-CT.
055500     MOVE JNL-PRV-MIN-CT (JNL-PRV-SUB)  TO SPSETL-MIN-CT.
055600     MOVE JNL-PRV-SEC-CT (JNL-PRV-SUB)  TO SPSETL-SEC-CT.
055700     COMPUTE SPSETL-NET-AMT = JNL-PRV-REV-AMT (JNL-PRV-SUB)
055800         + JNL-PRV-ADJ-AMT (JNL-PRV-SUB)
055900         + JNL-PRV-TAX-AMT (JNL-PRV-SUB).
056000     PERFORM 8950-WRITE-SETTLEMENT
056100         THRU 8950-WRITE-SETTLEMENT-EXIT.
056200
056300     IF JNL-PRV-LATE-CNT (JNL-PRV-SUB) > ZERO
056400         MOVE SPACES TO SETL-RPT-LINE
056500         WRITE SETL-RPT-LINE
056600         MOVE SPACES TO SETL-RPT-LINE
056700         MOVE '*** LATE ITEMS FROM EARLIER CYCLES ***'
056800             TO SETL-RPT-LINE
056900         WRITE SETL-RPT-LINE
057000         PERFORM 8100-PRINT-LATE-CYCLE
057100             THRU 8100-PRINT-LATE-CYCLE-EXIT
057200             VARYING JNL-ISS-SUB FROM 1 BY 1
057300             UNTIL JNL-ISS-SUB > JNL-ISS-CNT
057400     END-IF.
057500
057600     COMPUTE JNL-NET-AMT = JNL-PRV-REV-AMT (JNL-PRV-SUB)
057700         + JNL-PRV-ADJ-AMT (JNL-PRV-SUB)
057800         + JNL-PRV-TAX-AMT (JNL-PRV-SUB)
057900         + JNL-PRV-LATE-AMT (JNL-PRV-SUB)
058000         + JNL-PRV-LATE-TAX (JNL-PRV-SUB).
058100     MOVE SPACES TO SETL-RPT-LINE.
058200     WRITE SETL-RPT-LINE.
058300     MOVE 'NET SETTLEMENT' TO JNL-RPT-LABEL.
058400     MOVE JNL-NET-AMT TO JNL-DET-AMT.
058500     PERFORM 8800-WRITE-AMT-LINE
058600         THRU 8800-WRITE-AMT-LINE-EXIT.
058700 8000-PRINT-STATEMENTS-EXIT.
058800     EXIT.
058900
059000*--------------------------------------------------------------*
059100 8100-PRINT-LATE-CYCLE.
059200     IF NOT JNL-ISS-HAS-LATE (JNL-ISS-SUB)
059300         OR JNL-ISS-PRVD-ID (JNL-ISS-SUB) NOT =
059400            JNL-PRV-ID (JNL-PRV-SUB)
059500         GO TO 8100-PRINT-LATE-CYCLE-EXIT
059600     END-IF.
059700     MOVE SPACES TO SPSETL-RECORD.
059800     SET SPSETL-LATE-ITEM TO TRUE.
059900     MOVE JNL-PRV-ID (JNL-PRV-SUB)  TO SPSETL-PRVD-ID.
060000     MOVE JNL-CTL-CYC-END-DT        TO SPSETL-STMT-CYC-DT.
060100     MOVE JNL-ISS-CYC-END-DT (JNL-ISS-SUB)
060200         TO SPSETL-CYC-END-DT.
060300     COMPUTE SPSETL-DET-CNT = JNL-ISS-NOW-CNT (JNL-ISS-SUB)
060400         - JNL-ISS-DET-CNT (JNL-ISS-SUB).
060500     COMPUTE SPSETL-REV-AMT = JNL-ISS-NOW-AMT (JNL-ISS-SUB)
060600         - JNL-ISS-AMT (JNL-ISS-SUB).
060700     MOVE ZERO TO SPSETL-ADJ-AMT SPSETL-MSG-CT SPSETL-MIN-CT
060800         SPSETL-SEC-CT.
060900     COMPUTE SPSETL-TAX-AMT = JNL-ISS-NOW-TAX (JNL-ISS-SUB)
061000         - JNL-ISS-TAX (JNL-ISS-SUB).
061100     COMPUTE SPSETL-NET-AMT = SPSETL-REV-AMT + SPSETL-TAX-AMT.
061200     PERFORM 8950-WRITE-SETTLEMENT
061300         THRU 8950-WRITE-SETTLEMENT-EXIT.
061400
061500     MOVE SPACES TO JNL-RPT-LINE.
061600     STRING 'LATE - CYCLE END ' JNL-ISS-CYC-END-DT (JNL-ISS-SUB)
061700         DELIMITED BY SIZE INTO JNL-RPT-LABEL
061800     END-STRING.
061900     MOVE SPSETL-DET-CNT TO JNL-EDIT-CNT.
062000     MOVE JNL-EDIT-CNT   TO JNL-RPT-CNT.
062100     MOVE SPSETL-NET-AMT TO JNL-EDIT-AMT.
062200     MOVE JNL-EDIT-AMT   TO JNL-RPT-AMT.
062300     PERFORM 8900-WRITE-RPT-LINE
062400         THRU 8900-WRITE-RPT-LINE-EXIT.
062500 8100-PRINT-LATE-CYCLE-EXIT.
062600     EXIT.
062700
062800*--------------------------------------------------------------*
062900 8800-WRITE-AMT-LINE.
063000     MOVE SPACES      TO JNL-RPT-CNT.
063100     MOVE JNL-DET-AMT TO JNL-EDIT-AMT.
063200     MOVE JNL-EDIT-AMT TO JNL-RPT-AMT.
063300     PERFORM 8900-WRITE-RPT-LINE
063400         THRU 8900-WRITE-RPT-LINE-EXIT.
063500 8800-WRITE-AMT-LINE-EXIT.
063600     EXIT.
063700
063800 8900-WRITE-RPT-LINE.
063900     MOVE JNL-RPT-LINE TO SETL-RPT-LINE.
064000     WRITE SETL-RPT-LINE.
064100     MOVE SPACES TO JNL-RPT-LINE.
064200 8900-WRITE-RPT-LINE-EXIT.
064300     EXIT.
064400
064500 8950-WRITE-SETTLEMENT.
064600     MOVE SPSETL-RECORD TO SETL-OUT-RECORD.
064700     WRITE SETL-OUT-RECORD.
064800     ADD 1 TO JNL-SETL-RECS-OUT.
064900 8950-WRITE-SETTLEMENT-EXIT.
065000     EXIT.
065100
065200*--------------------------------------------------------------*
065300 9000-TERMINATE.
065400     CLOSE TIF-DET-FILE TIF-TAX-FILE SETL-OUT-FILE
065500         SETL-RPT-FILE.
065600     DISPLAY 'IJTSPS01 - DETAILS READ            = '
065700         JNL-DETS-READ.
065800     DISPLAY 'IJTSPS01 - DETAILS SETTLED         = '
065900         JNL-DETS-SETTLED.
066000     DISPLAY 'IJTSPS01 - ISSUED-CYCLE DETAILS    = '
066100         JNL-DETS-RECOUNTED.
066200     DISPLAY 'IJTSPS01 - TAX LINES PULLED        = '
066300         JNL-TAX-LINES-PULLED.
066400     DISPLAY 'IJTSPS01 - CYCLES WITH LATE ITEMS  = '
066500         JNL-LATE-CYCLES.
066600     DISPLAY 'IJTSPS01 - SETTLEMENT RECORDS OUT  = '
066700         JNL-SETL-RECS-OUT.
066800     IF JNL-PRV-OVERFLOW > ZERO OR JNL-ISS-OVERFLOW > ZERO
066900         DISPLAY 'IJTSPS01 - TABLE OVERFLOW, SETTLEMENT IS '
067000             'INCOMPLETE'
067100         MOVE 8 TO RETURN-CODE
067200     END-IF.
067300 9000-TERMINATE-EXIT.
067400     EXIT.
067500
067600*--------------------------------------------------------------*
067700* RECORD THIS CYCLE AS ISSUED FOR EVERY PROVIDER THAT HAD       *
067800* ACTIVITY IN IT, AND MOVE UP ANY EARLIER CYCLE THAT PICKED UP  *
067900* LATE ITEMS.  REWRITING AN ENTRY ALSO KEEPS IT CLEAR OF THE    *
068000* STORE'S RETENTION PRUNE.                                      *
068100*--------------------------------------------------------------*
068200 9100-SAVE-ISSUED-CYCLES.
068300     PERFORM 9110-SAVE-ONE-PROVIDER
068400         THRU 9110-SAVE-ONE-PROVIDER-EXIT
068500         VARYING JNL-PRV-SUB FROM 1 BY 1
068600         UNTIL JNL-PRV-SUB > JNL-PRV-CNT.
068700     PERFORM 9120-SAVE-ONE-LATE-CYCLE
068800         THRU 9120-SAVE-ONE-LATE-CYCLE-EXIT
068900         VARYING JNL-ISS-SUB FROM 1 BY 1
069000         UNTIL JNL-ISS-SUB > JNL-ISS-CNT.
069100     SET HST-FUNC-CLOSE TO TRUE.
069200     CALL 'IJHSTR01' USING HST-COMM-AREA.
069300 9100-SAVE-ISSUED-CYCLES-EXIT.
069400     EXIT.
069500
069600 9110-SAVE-ONE-PROVIDER.
069700     IF JNL-PRV-DET-CNT (JNL-PRV-SUB) = ZERO
069800         GO TO 9110-SAVE-ONE-PROVIDER-EXIT
069900     END-IF.
070000     MOVE 'IJTSPSIS' TO HST-COMM-APP-ID.
070100     MOVE SPACES TO HST-COMM-REC-KEY HST-COMM-DATA.
070200     MOVE JNL-PRV-ID (JNL-PRV-SUB) TO HST-COMM-REC-KEY (1:5).
070300     MOVE JNL-CTL-CYC-END-DT       TO HST-COMM-REC-KEY (6:8).
070400     MOVE JNL-PRV-DET-CNT (JNL-PRV-SUB) TO JNL-HST-DET-CNT.
070500     COMPUTE JNL-HST-AMT = JNL-PRV-REV-AMT (JNL-PRV-SUB)
070600         + JNL-PRV-ADJ-AMT (JNL-PRV-SUB).
070700     MOVE JNL-PRV-TAX-AMT (JNL-PRV-SUB) TO JNL-HST-TAX.
070800     MOVE JNL-RUN-DATE TO JNL-HST-ISSUED-DT.
070900     MOVE JNL-SP-HST-REC TO HST-COMM-DATA (1:27).
071000     SET HST-FUNC-WRITE TO TRUE.
071100     CALL 'IJHSTR01' USING HST-COMM-AREA.
071200 9110-SAVE-ONE-PROVIDER-EXIT.
071300     EXIT.
071400
071500 9120-SAVE-ONE-LATE-CYCLE.
071600     IF NOT JNL-ISS-HAS-LATE (JNL-ISS-SUB)
071700         GO TO 9120-SAVE-ONE-LATE-CYCLE-EXIT
071800     END-IF.
071900     MOVE 'IJTSPSIS' TO HST-COMM-APP-ID.
072000     MOVE SPACES TO HST-COMM-REC-KEY HST-COMM-DATA.
072100     MOVE JNL-ISS-KEY (JNL-ISS-SUB) TO HST-COMM-REC-KEY (1:13).
072200     MOVE JNL-ISS-NOW-CNT (JNL-ISS-SUB) TO JNL-HST-DET-CNT.
072300     MOVE JNL-ISS-NOW-AMT (JNL-ISS-SUB) TO JNL-HST-AMT.
072400     MOVE JNL-ISS-NOW-TAX (JNL-ISS-SUB) TO JNL-HST-TAX.
072500     MOVE JNL-RUN-DATE TO JNL-HST-ISSUED-DT.
072600     MOVE JNL-SP-HST-REC TO HST-COMM-DATA (1:27).
072700     SET HST-FUNC-WRITE TO TRUE.
072800     CALL 'IJHSTR01' USING HST-COMM-AREA.
072900 9120-SAVE-ONE-LATE-CYCLE-EXIT.
073000     EXIT.
073100
073200*-------------------------------------------------------------.
073300*                     E N D   O F  I J T S P S 0 1             :
073400*-------------------------------------------------------------'
