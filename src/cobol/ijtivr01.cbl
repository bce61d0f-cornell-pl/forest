000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJTIVR01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/17/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 28.6  09/17/26  RAS  NEW PROGRAM.  TIF INVOICE REGISTER WITH *
001100*                      INVOICE-LEVEL PROOF.  TIF DETAILS CARRY *
001200*                      XX-INV-NB AND XX-LINE-NB BUT NOTHING    *
001300*                      WORKED AT THE INVOICE LEVEL - "WHAT WAS *
001400*                      ON INVOICE X AND DOES IT ADD UP" TOOK A *
001500*                      SCAN.  WALKS THE TIFDET/TIFTAX PAIR AND *
001600*                      REBUILDS THE INVREG VSAM FILE, ONE      *
001700*                      RECORD PER INVOICE WITH ITS CHARGE,     *
001800*                      ADJUSTMENT, CASH AND TAX TOTALS AND ITS *
001900*                      LINE COUNTS.  INVRPT FLAGS INVOICES     *
002000*                      WHOSE LINE NUMBERS DO NOT RUN UNBROKEN, *
002100*                      INVOICES SPLIT ACROSS SOURCE SYSTEMS OR *
002200*                      BILL DATES, AND INVOICES WHOSE TIFTAX   *
002300*                      LINES DO NOT SUM TO THE DETAIL-LEVEL    *
002400*                      TAX (XX-GRS-TAX-AT).  ANY FLAGGED       *
002500*                      INVOICE ENDS THE JOB RC=8.  IJTINQ01    *
002600*                      LOOKS INVOICES UP ON INVREG.            *
002610* 29.0  09/17/26  RAS  TIFDET NOW CARRIES ALTERNATE KEYS       *
002620*                      ON THE BILLED AND LEAD ACCOUNT NUMBERS  *
002630*                      (SEE TIFDETV).  DECLARED HERE SO TIFDET *
002640*                      IS OPENED WITH THE SAME KEY SET         *
002650*                      EVERYWHERE.                             *
002700*--------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT TIF-DET-FILE  ASSIGN TO TIFDET
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS TIFDET-KEY
003710         ALTERNATE RECORD KEY IS TIFDET-BL-ACCT-NB
003720             WITH DUPLICATES
003730         ALTERNATE RECORD KEY IS TIFDET-LEAD-ACCT-NB
003740             WITH DUPLICATES
003800         FILE STATUS IS JNL-TIFDET-STATUS.
003900
004000     SELECT TIF-TAX-FILE  ASSIGN TO TIFTAX
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS TIFTAX-KEY
004400         FILE STATUS IS JNL-TIFTAX-STATUS.
004500
004600     SELECT INV-REG-FILE  ASSIGN TO INVREG
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS INVREG-INV-NB
005000         FILE STATUS IS JNL-INVREG-STATUS.
005100
005200     SELECT INV-RPT-FILE  ASSIGN TO INVRPT
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS JNL-INVRPT-STATUS.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  TIF-DET-FILE.
005900     COPY tifdetv.
006000
006100 FD  TIF-TAX-FILE.
006200     COPY tiftaxv.
006300
006400 FD  INV-REG-FILE.
006500     COPY invreg.
006600
006700 FD  INV-RPT-FILE
006800     RECORDING MODE IS F.
006900 01  INV-RPT-LINE              PIC X(132).
007000
007100 WORKING-STORAGE SECTION.
007200 01  JNL-TIFDET-STATUS         PIC X(02) VALUE SPACES.
007300     88  JNL-TIFDET-OK                   VALUE '00'.
007400     88  JNL-TIFDET-EOF                  VALUE '10'.
007500 01  JNL-TIFTAX-STATUS         PIC X(02) VALUE SPACES.
007600     88  JNL-TIFTAX-OK                   VALUE '00'.
007700 01  JNL-INVREG-STATUS         PIC X(02) VALUE SPACES.
007800     88  JNL-INVREG-OK                   VALUE '00'.
007900     88  JNL-INVREG-EOF                  VALUE '10'.
008000 01  JNL-INVRPT-STATUS         PIC X(02) VALUE SPACES.
008100
008200 01  JNL-STAMP-DATE            PIC X(08) VALUE SPACES.
008300 01  JNL-TAX-LINE-SUB          PIC 9(04) COMP VALUE ZERO.
008400 01  JNL-TRUE-TAX-CNT          PIC S9(04) COMP VALUE ZERO.
008500 01  JNL-CUR-LINE-NB           PIC 9(10) VALUE ZERO.
008600 01  JNL-LINE-SPAN             PIC S9(11) COMP-3 VALUE ZERO.
008700 01  JNL-TAX-DIFF-AMT          PIC S9(11)V9(7) COMP-3
008800                               VALUE ZERO.
008900 01  JNL-TAX-TOLERANCE         PIC S9(01)V99 COMP-3
009000                               VALUE .01.
009100 01  JNL-INV-FLAGGED-SW        PIC X(01) VALUE 'N'.
009200     88  JNL-INV-FLAGGED                 VALUE 'Y'.
009300
009400 01  JNL-COUNTERS.
009500     05  JNL-DETS-READ         PIC S9(09) COMP-3 VALUE ZERO.
009600     05  JNL-DETS-NO-INVOICE   PIC S9(09) COMP-3 VALUE ZERO.
009700     05  JNL-TAX-LINES-PULLED  PIC S9(09) COMP-3 VALUE ZERO.
009800     05  JNL-TAX-LINES-MISSING PIC S9(09) COMP-3 VALUE ZERO.
009900     05  JNL-INVOICES          PIC S9(09) COMP-3 VALUE ZERO.
010000     05  JNL-INV-LINE-GAP      PIC S9(07) COMP-3 VALUE ZERO.
010100     05  JNL-INV-SPLIT-SRCE    PIC S9(07) COMP-3 VALUE ZERO.
010200     05  JNL-INV-SPLIT-BLDT    PIC S9(07) COMP-3 VALUE ZERO.
010300     05  JNL-INV-TAX-OFF       PIC S9(07) COMP-3 VALUE ZERO.
010400     05  JNL-INV-FLAGGED-CNT   PIC S9(07) COMP-3 VALUE ZERO.
010500     05  JNL-REG-ERRORS        PIC S9(07) COMP-3 VALUE ZERO.
010600
010700 01  JNL-TOTALS.
010800     05  JNL-TOT-CHG-AMT       PIC S9(11)V99 COMP-3 VALUE ZERO.
010900     05  JNL-TOT-ADJ-AMT       PIC S9(11)V99 COMP-3 VALUE ZERO.
011000     05  JNL-TOT-CASH-AMT      PIC S9(11)V99 COMP-3 VALUE ZERO.
011100     05  JNL-TOT-TAX-AMT       PIC S9(11)V99 COMP-3 VALUE ZERO.
011200
011300 01  JNL-EDIT-AMT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
011400 01  JNL-EDIT-CNT              PIC ZZZ,ZZZ,ZZ9.
011500
011600 01  JNL-RPT-LINE.
011700     05  JNL-RPT-INV-NB        PIC X(20).
011800     05  FILLER                PIC X(01) VALUE SPACE.
011900     05  JNL-RPT-SRCE-SYS-CD   PIC X(04).
012000     05  FILLER                PIC X(01) VALUE SPACE.
012100     05  JNL-RPT-BL-DT         PIC X(06).
012200     05  FILLER                PIC X(01) VALUE SPACE.
012300     05  JNL-RPT-DTL-CNT       PIC Z(06)9.
012400     05  FILLER                PIC X(01) VALUE SPACE.
012500     05  JNL-RPT-LOW-LINE      PIC Z(09)9.
012600     05  FILLER                PIC X(01) VALUE SPACE.
012700     05  JNL-RPT-HIGH-LINE     PIC Z(09)9.
012800     05  FILLER                PIC X(01) VALUE SPACE.
012900     05  JNL-RPT-DTL-TAX       PIC Z,ZZZ,ZZZ,ZZ9.99-.
013000     05  FILLER                PIC X(01) VALUE SPACE.
013100     05  JNL-RPT-LINE-TAX      PIC Z,ZZZ,ZZZ,ZZ9.99-.
013200     05  FILLER                PIC X(02) VALUE SPACES.
013300     05  JNL-RPT-FLAGS         PIC X(24).
013400
013500     COPY tifview.
013600
013700 PROCEDURE DIVISION.
013800*--------------------------------------------------------------*
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE
014100         THRU 1000-INITIALIZE-EXIT.
014200     PERFORM 2000-WALK-TIFDET
014300         THRU 2000-WALK-TIFDET-EXIT
014400         UNTIL JNL-TIFDET-EOF.
014500     PERFORM 8000-PROVE-INVOICES
014600         THRU 8000-PROVE-INVOICES-EXIT.
014700     PERFORM 9000-TERMINATE
014800         THRU 9000-TERMINATE-EXIT.
014900     GOBACK.
015000
015100*--------------------------------------------------------------*
015200* INVREG IS REBUILT FROM SCRATCH EVERY RUN - TIFDET IS THE      *
015300* WHOLE STORE, SO THE REGISTER IS ALWAYS THE WHOLE STORE'S.     *
015400* OPENING IT OUTPUT EMPTIES IT; IT IS THEN REOPENED I-O SO AN   *
015500* INVOICE CAN BE READ BACK AND ADDED TO AS ITS LINES ARRIVE.    *
015600*--------------------------------------------------------------*
015700 1000-INITIALIZE.
015800     ACCEPT JNL-STAMP-DATE FROM DATE YYYYMMDD.
015900     OPEN INPUT TIF-DET-FILE.
016000     IF NOT JNL-TIFDET-OK
016100         DISPLAY 'IJTIVR01 - UNABLE TO OPEN TIFDET, STATUS = '
016200             JNL-TIFDET-STATUS
016300         MOVE 16 TO RETURN-CODE
016400         GOBACK
016500     END-IF.
016600     OPEN INPUT TIF-TAX-FILE.
016700     IF NOT JNL-TIFTAX-OK
016800         DISPLAY 'IJTIVR01 - UNABLE TO OPEN TIFTAX, STATUS = '
016900             JNL-TIFTAX-STATUS
017000         MOVE 16 TO RETURN-CODE
017100         GOBACK
017200     END-IF.
017300     OPEN OUTPUT INV-REG-FILE.
017400     CLOSE INV-REG-FILE.
017500     OPEN I-O INV-REG-FILE.
017600     IF NOT JNL-INVREG-OK
017700         DISPLAY 'IJTIVR01 - UNABLE TO OPEN INVREG, STATUS = '
017800             JNL-INVREG-STATUS
017900         MOVE 16 TO RETURN-CODE
018000         GOBACK
018100     END-IF.
018200     MOVE LOW-VALUES TO TIFDET-KEY.
018300     START TIF-DET-FILE KEY NOT < TIFDET-KEY
018400         INVALID KEY
018500             SET JNL-TIFDET-EOF TO TRUE
018600     END-START.
018700
018800     OPEN OUTPUT INV-RPT-FILE.
018900     MOVE SPACES TO INV-RPT-LINE.
019000     MOVE 'IJTIVR01 - TIF INVOICE REGISTER PROOF EXCEPTIONS'
019100         TO INV-RPT-LINE.
019200     WRITE INV-RPT-LINE.
019300     MOVE SPACES TO INV-RPT-LINE.
019400     STRING 'INVOICE NUMBER      ' SPACE 'SRCE' SPACE 'BL-DT '
019500         SPACE 'DETAILS' SPACE ' LOW LINE ' SPACE
019600         'HIGH LINE ' SPACE '       DETAIL TAX' SPACE
019700         '     TAX-LINE TAX' SPACE SPACE 'FLAGS'
019800         DELIMITED BY SIZE INTO INV-RPT-LINE
019900     END-STRING.
020000     WRITE INV-RPT-LINE.
020100 1000-INITIALIZE-EXIT.
020200     EXIT.
020300
020400*--------------------------------------------------------------*
020500* EVERY STORED DETAIL CARRYING AN INVOICE NUMBER IS FILED TO    *
020600* ITS INVOICE, WITH ITS TIFTAX LINES.                           *
020700*--------------------------------------------------------------*
020800 2000-WALK-TIFDET.
020900     READ TIF-DET-FILE NEXT
021000         AT END
021100             SET JNL-TIFDET-EOF TO TRUE
021200     END-READ.
021300     IF JNL-TIFDET-EOF
021400         GO TO 2000-WALK-TIFDET-EXIT
021500     END-IF.
021600     ADD 1 TO JNL-DETS-READ.
021700     MOVE TIFDET-FIXED-DATA TO JNL-TIF-RAW-REC (1:902).
021800*--------------------------------------------------------------*
021900* A CONTINUED DETAIL STORES MORE THAN 30 TAX LINES - THE TRUE   *
022000* COUNT IS KEPT ASIDE AND THE VIEW'S OWN 30-ENTRY TABLE IS      *
022100* CAPPED FOR THE OVERLAY MOVE, AS IN IJTINQ01.                  *
022200*--------------------------------------------------------------*
022300     MOVE JNL-PEEK-CTM-ND   TO JNL-TRUE-TAX-CNT.
022400     IF JNL-TRUE-TAX-CNT > 30
022500         MOVE 30 TO XX-CTM-ND
022600     ELSE
022700         MOVE JNL-TRUE-TAX-CNT TO XX-CTM-ND
022800     END-IF.
022900     MOVE JNL-TIF-RAW-REC   TO JNL-TIF-DTL-VIEW.
023000     IF XX-INV-NB = SPACES
023100         ADD 1 TO JNL-DETS-NO-INVOICE
023200         GO TO 2000-WALK-TIFDET-EXIT
023300     END-IF.
023400
023500     MOVE XX-INV-NB TO INVREG-INV-NB.
023600     READ INV-REG-FILE
023700         KEY IS INVREG-INV-NB
023800         INVALID KEY
023900             PERFORM 2100-START-INVOICE
024000                 THRU 2100-START-INVOICE-EXIT
024100     END-READ.
024200     PERFORM 2200-FILE-DETAIL
024300         THRU 2200-FILE-DETAIL-EXIT.
024400     IF JNL-TRUE-TAX-CNT > ZERO
024500         PERFORM 2300-PULL-ONE-TAX-LINE
024600             THRU 2300-PULL-ONE-TAX-LINE-EXIT
024700             VARYING JNL-TAX-LINE-SUB FROM 1 BY 1
024800             UNTIL JNL-TAX-LINE-SUB > JNL-TRUE-TAX-CNT
024900     END-IF.
025000     IF INVREG-DTL-CNT = 1
025100         WRITE INVREG-RECORD
025200             INVALID KEY
025300                 ADD 1 TO JNL-REG-ERRORS
025400                 DISPLAY 'IJTIVR01 - WRITE TO INVREG FAILED FOR '
025500                     INVREG-INV-NB ', STATUS = '
025600                     JNL-INVREG-STATUS
025700         END-WRITE
025800     ELSE
025900         REWRITE INVREG-RECORD
026000             INVALID KEY
026100                 ADD 1 TO JNL-REG-ERRORS
026200                 DISPLAY 'IJTIVR01 - REWRITE OF INVREG FAILED '
026300                     'FOR ' INVREG-INV-NB ', STATUS = '
026400                     JNL-INVREG-STATUS
026500         END-REWRITE
026600     END-IF.
026700 2000-WALK-TIFDET-EXIT.
026800     EXIT.
026900
027000*--------------------------------------------------------------*
027100* THE FIRST DETAIL OF AN INVOICE SETS THE SOURCE SYSTEM, BILL   *
027200* DATE AND ACCOUNT THE REST OF ITS LINES ARE HELD TO.           *
027300*--------------------------------------------------------------*
027400 2100-START-INVOICE.
027500     MOVE SPACES TO INVREG-RECORD.
027600     MOVE XX-INV-NB          TO INVREG-INV-NB.
027700     MOVE TIFDET-SRCE-SYS-CD TO INVREG-SRCE-SYS-CD.
027800     MOVE XX-BL-DT           TO INVREG-BL-DT.
027900     MOVE XX-BL-ACCT-NB      TO INVREG-BL-ACCT-NB.
028000     MOVE ZERO TO INVREG-DTL-CNT INVREG-NUMBERED-CNT
028100                  INVREG-LOW-LINE-NB INVREG-HIGH-LINE-NB
028200                  INVREG-TAX-LINE-CNT
028300                  INVREG-CHG-AMT INVREG-ADJ-AMT
028400                  INVREG-CASH-AMT INVREG-DTL-TAX-AMT
028500                  INVREG-LINE-TAX-AMT.
028600     MOVE 'NNNN'             TO INVREG-FLAGS.
028700     MOVE JNL-STAMP-DATE     TO INVREG-BUILD-DT.
028800     ADD 1 TO JNL-INVOICES.
028900 2100-START-INVOICE-EXIT.
029000     EXIT.
029100
029200*--------------------------------------------------------------*
029300* CASH IS A DETAIL CARRYING A CASH TRANSACTION CODE (AS IN      *
029400* IJXCSH01), AN ADJUSTMENT ONE CARRYING AN ADJUSTMENT CATEGORY  *
029500* (AS IN IJXADJ01); EVERYTHING ELSE IS A CHARGE.                *
029600*--------------------------------------------------------------*
029700 2200-FILE-DETAIL.
029800     ADD 1 TO INVREG-DTL-CNT.
029900     EVALUATE TRUE
030000         WHEN XX-CASH-TRNSCTN-CD NOT = SPACE
030100             ADD XX-JRNL-GRS-AT TO INVREG-CASH-AMT
030200             ADD XX-JRNL-GRS-AT TO JNL-TOT-CASH-AMT
030300         WHEN XX-JRNL-ADJMT-CAT-CD NOT = SPACE
030400             ADD XX-JRNL-GRS-AT TO INVREG-ADJ-AMT
030500             ADD XX-JRNL-GRS-AT TO JNL-TOT-ADJ-AMT
030600         WHEN OTHER
030700             ADD XX-JRNL-GRS-AT TO INVREG-CHG-AMT
030800             ADD XX-JRNL-GRS-AT TO JNL-TOT-CHG-AMT
030900     END-EVALUATE.
031000     ADD XX-GRS-TAX-AT TO INVREG-DTL-TAX-AMT.
031100     ADD XX-GRS-TAX-AT TO JNL-TOT-TAX-AMT.
031200     IF TIFDET-SRCE-SYS-CD NOT = INVREG-SRCE-SYS-CD
031300         MOVE 'Y' TO INVREG-SPLIT-SRCE-SW
031400     END-IF.
031500     IF XX-BL-DT NOT = INVREG-BL-DT
031600         MOVE 'Y' TO INVREG-SPLIT-BLDT-SW
031700     END-IF.
031800     IF XX-LINE-NB NOT NUMERIC
031900         GO TO 2200-FILE-DETAIL-EXIT
032000     END-IF.
032100     MOVE XX-LINE-NB TO JNL-CUR-LINE-NB.
032200     ADD 1 TO INVREG-NUMBERED-CNT.
032300     IF INVREG-NUMBERED-CNT = 1
032400         OR JNL-CUR-LINE-NB < INVREG-LOW-LINE-NB
032500         MOVE JNL-CUR-LINE-NB TO INVREG-LOW-LINE-NB
032600     END-IF.
032700     IF JNL-CUR-LINE-NB > INVREG-HIGH-LINE-NB
032800         MOVE JNL-CUR-LINE-NB TO INVREG-HIGH-LINE-NB
032900     END-IF.
033000 2200-FILE-DETAIL-EXIT.
033100     EXIT.
033200
033300*--------------------------------------------------------------*
033400* EACH TIFTAX LINE IS CARVED THROUGH THE VIEW'S FIRST TAX TABLE *
033500* ENTRY, AS IN IJTSTM01.                                        *
033600*--------------------------------------------------------------*
033700 2300-PULL-ONE-TAX-LINE.
033800     MOVE TIFDET-SRCE-SYS-CD TO TIFTAX-SRCE-SYS-CD.
033900     MOVE TIFDET-SEQ-NO      TO TIFTAX-SEQ-NO.
034000     MOVE JNL-TAX-LINE-SUB   TO TIFTAX-LINE-NO.
034100     READ TIF-TAX-FILE
034200         KEY IS TIFTAX-KEY
034300         INVALID KEY
034400             ADD 1 TO JNL-TAX-LINES-MISSING
034500             GO TO 2300-PULL-ONE-TAX-LINE-EXIT
034600     END-READ.
034700     ADD 1 TO JNL-TAX-LINES-PULLED.
034800     MOVE TIFTAX-LINE-DATA TO XX-TAX-TB (1).
034900     ADD 1 TO INVREG-TAX-LINE-CNT.
035000     ADD XX-TB-TAX-AT (1) TO INVREG-LINE-TAX-AMT.
035100 2300-PULL-ONE-TAX-LINE-EXIT.
035200     EXIT.
035300
035400*--------------------------------------------------------------*
035500* ONCE EVERY DETAIL IS FILED, EACH INVOICE IS PROVED.  LINE     *
035600* NUMBERS MUST RUN UNBROKEN FROM LOW TO HIGH WITH ONE DETAIL    *
035700* EACH - A SPAN WIDER THAN THE COUNT IS A GAP, NARROWER IS A    *
035800* REPEAT, AND AN UNNUMBERED DETAIL CANNOT BE PLACED AT ALL.     *
035900* THE TAX LINES MUST SUM TO THE DETAIL-LEVEL TAX WITHIN A CENT. *
036000*--------------------------------------------------------------*
036100 8000-PROVE-INVOICES.
036200     MOVE LOW-VALUES TO INVREG-INV-NB.
036300     START INV-REG-FILE KEY NOT < INVREG-INV-NB
036400         INVALID KEY
036500             SET JNL-INVREG-EOF TO TRUE
036600     END-START.
036700     PERFORM 8100-PROVE-ONE-INVOICE
036800         THRU 8100-PROVE-ONE-INVOICE-EXIT
036900         UNTIL JNL-INVREG-EOF.
037000     PERFORM 8500-PRINT-TOTALS
037100         THRU 8500-PRINT-TOTALS-EXIT.
037200 8000-PROVE-INVOICES-EXIT.
037300     EXIT.
037400
037500 8100-PROVE-ONE-INVOICE.
037600     READ INV-REG-FILE NEXT
037700         AT END
037800             SET JNL-INVREG-EOF TO TRUE
037900             GO TO 8100-PROVE-ONE-INVOICE-EXIT
038000     END-READ.
038100     MOVE 'N' TO JNL-INV-FLAGGED-SW.
038200     MOVE SPACES TO JNL-RPT-FLAGS.
038300     COMPUTE JNL-LINE-SPAN =
038400         INVREG-HIGH-LINE-NB - INVREG-LOW-LINE-NB + 1.
038500     IF INVREG-NUMBERED-CNT < INVREG-DTL-CNT
038600         OR JNL-LINE-SPAN NOT = INVREG-NUMBERED-CNT
038700         MOVE 'Y' TO INVREG-LINE-GAP-SW
038800         ADD 1 TO JNL-INV-LINE-GAP
038900         SET JNL-INV-FLAGGED TO TRUE
039000         MOVE 'GAP' TO JNL-RPT-FLAGS (1:3)
039100     END-IF.
039200     IF INVREG-SPLIT-SRCE
039300         ADD 1 TO JNL-INV-SPLIT-SRCE
039400         SET JNL-INV-FLAGGED TO TRUE
039500         MOVE 'SRCE' TO JNL-RPT-FLAGS (5:4)
039600     END-IF.
039700     IF INVREG-SPLIT-BLDT
039800         ADD 1 TO JNL-INV-SPLIT-BLDT
039900         SET JNL-INV-FLAGGED TO TRUE
040000         MOVE 'BLDT' TO JNL-RPT-FLAGS (10:4)
040100     END-IF.
040200     COMPUTE JNL-TAX-DIFF-AMT =
040300         INVREG-DTL-TAX-AMT - INVREG-LINE-TAX-AMT.
040400     IF JNL-TAX-DIFF-AMT < ZERO
040500         COMPUTE JNL-TAX-DIFF-AMT = ZERO - JNL-TAX-DIFF-AMT
040600     END-IF.
040700     IF JNL-TAX-DIFF-AMT > JNL-TAX-TOLERANCE
040800         MOVE 'Y' TO INVREG-TAX-OFF-SW
040900         ADD 1 TO JNL-INV-TAX-OFF
041000         SET JNL-INV-FLAGGED TO TRUE
041100         MOVE 'TAX' TO JNL-RPT-FLAGS (15:3)
041200     END-IF.
041300     IF NOT JNL-INV-FLAGGED
041400         GO TO 8100-PROVE-ONE-INVOICE-EXIT
041500     END-IF.
041600     ADD 1 TO JNL-INV-FLAGGED-CNT.
041700     REWRITE INVREG-RECORD
041800         INVALID KEY
041900             ADD 1 TO JNL-REG-ERRORS
042000             DISPLAY 'IJTIVR01 - REWRITE OF INVREG FAILED FOR '
042100                 INVREG-INV-NB ', STATUS = '
042200                 JNL-INVREG-STATUS
042300     END-REWRITE.
042400     MOVE INVREG-INV-NB       TO JNL-RPT-INV-NB.
042500     MOVE INVREG-SRCE-SYS-CD  TO JNL-RPT-SRCE-SYS-CD.
042600     MOVE INVREG-BL-DT        TO JNL-RPT-BL-DT.
042700     MOVE INVREG-DTL-CNT      TO JNL-RPT-DTL-CNT.
042800     MOVE INVREG-LOW-LINE-NB  TO JNL-RPT-LOW-LINE.
042900     MOVE INVREG-HIGH-LINE-NB TO JNL-RPT-HIGH-LINE.
043000     MOVE INVREG-DTL-TAX-AMT  TO JNL-RPT-DTL-TAX.
043100     MOVE INVREG-LINE-TAX-AMT TO JNL-RPT-LINE-TAX.
043200     MOVE JNL-RPT-LINE TO INV-RPT-LINE.
043300     WRITE INV-RPT-LINE.
043400 8100-PROVE-ONE-INVOICE-EXIT.
043500     EXIT.
043600
043700*--------------------------------------------------------------*
043800 8500-PRINT-TOTALS.
043900     MOVE SPACES TO INV-RPT-LINE.
044000     WRITE INV-RPT-LINE.
044100     MOVE JNL-INVOICES TO JNL-EDIT-CNT.
044200     MOVE SPACES TO INV-RPT-LINE.
044300     STRING 'INVOICES ON REGISTER    ' JNL-EDIT-CNT
044400         DELIMITED BY SIZE INTO INV-RPT-LINE
044500     END-STRING.
044600     WRITE INV-RPT-LINE.
044700     MOVE JNL-TOT-CHG-AMT TO JNL-EDIT-AMT.
044800     MOVE SPACES TO INV-RPT-LINE.
044900     STRING 'TOTAL CHARGES           ' JNL-EDIT-AMT
045000         DELIMITED BY SIZE INTO INV-RPT-LINE
045100     END-STRING.
045200     WRITE INV-RPT-LINE.
045300     MOVE JNL-TOT-ADJ-AMT TO JNL-EDIT-AMT.
045400     MOVE SPACES TO INV-RPT-LINE.
045500     STRING 'TOTAL ADJUSTMENTS       ' JNL-EDIT-AMT
045600         DELIMITED BY SIZE INTO INV-RPT-LINE
045700     END-STRING.
045800     WRITE INV-RPT-LINE.
045900     MOVE JNL-TOT-CASH-AMT TO JNL-EDIT-AMT.
046000     MOVE SPACES TO INV-RPT-LINE.
046100     STRING 'TOTAL CASH              ' JNL-EDIT-AMT
046200         DELIMITED BY SIZE INTO INV-RPT-LINE
046300     END-STRING.
046400     WRITE INV-RPT-LINE.
046500     MOVE JNL-TOT-TAX-AMT TO JNL-EDIT-AMT.
046600     MOVE SPACES TO INV-RPT-LINE.
046700     STRING 'TOTAL DETAIL TAX        ' JNL-EDIT-AMT
046800         DELIMITED BY SIZE INTO INV-RPT-LINE
046900     END-STRING.
047000     WRITE INV-RPT-LINE.
047100 8500-PRINT-TOTALS-EXIT.
047200     EXIT.
047300
047400*--------------------------------------------------------------*
047500 9000-TERMINATE.
047600     CLOSE TIF-DET-FILE TIF-TAX-FILE INV-REG-FILE INV-RPT-FILE.
047700     DISPLAY 'IJTIVR01 - DETAILS READ           = ' JNL-DETS-READ.
047800     DISPLAY 'IJTIVR01 - DETAILS NO INVOICE NO. = '
047900         JNL-DETS-NO-INVOICE.
048000     DISPLAY 'IJTIVR01 - TAX LINES PULLED       = '
048100         JNL-TAX-LINES-PULLED.
048200     DISPLAY 'IJTIVR01 - TAX LINES MISSING      = '
048300         JNL-TAX-LINES-MISSING.
048400     DISPLAY 'IJTIVR01 - INVOICES REGISTERED    = '
048500         JNL-INVOICES.
048600     DISPLAY 'IJTIVR01 - LINE-NUMBER GAPS       = '
048700         JNL-INV-LINE-GAP.
048800     DISPLAY 'IJTIVR01 - SPLIT SOURCE SYSTEMS   = '
048900         JNL-INV-SPLIT-SRCE.
049000     DISPLAY 'IJTIVR01 - SPLIT BILL DATES       = '
049100         JNL-INV-SPLIT-BLDT.
049200     DISPLAY 'IJTIVR01 - TAX NOT PROVED         = '
049300         JNL-INV-TAX-OFF.
049400     IF JNL-INV-FLAGGED-CNT > ZERO
049500         MOVE 8 TO RETURN-CODE
049600     END-IF.
049700     IF JNL-REG-ERRORS > ZERO
049800         DISPLAY 'IJTIVR01 - INVREG UPDATE ERRORS   = '
049900             JNL-REG-ERRORS
050000         MOVE 16 TO RETURN-CODE
050100     END-IF.
050200 9000-TERMINATE-EXIT.
050300     EXIT.
050400
050500*-------------------------------------------------------------.
050600*                     E N D   O F  I J T I V R 0 1             :
050700*-------------------------------------------------------------'
