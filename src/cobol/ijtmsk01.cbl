000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJTMSK01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/24/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 29.2  09/24/26  RAS  NEW PROGRAM.  TEST-DATA MASKING          *
001100*                      UTILITY.  COPIES A PRODUCTION TIF        *
001200*                      (IJNLTIFH/IJNLTIF/IJNLTIFT), RP519 AND   *
001300*                      CRS (CRSHDR/CRSDET) FEED INTO TIFMSK,    *
001400*                      RP519MSK AND CRSMSK WITH EVERY ACCOUNT   *
001500*                      NUMBER, MCN, CIRCUIT ID, INVOICE NUMBER, *
001600*                      BILLING TELEPHONE NUMBER AND CUSTOMER    *
001700*                      CODE REPLACED BY A SUBSTITUTE, SO FEEDER *
001800*                      AND EDIT TESTING NO LONGER NEEDS REAL    *
001900*                      CUSTOMER DATA IN TEST.  THE SUBSTITUTE   *
002000*                      IS COMPUTED FROM THE VALUE ITSELF AND    *
002100*                      THE SECURED MSKKEY CARD, NOT ASSIGNED    *
002200*                      IN ARRIVAL ORDER, SO THE SAME REAL       *
002300*                      VALUE GETS THE SAME FAKE VALUE IN EVERY  *
002400*                      FEED AND IN EVERY RUN MADE WITH THE SAME *
002500*                      KEY - IJXLDA01, IJXJNL01 AND THE OTHER   *
002600*                      CROSS-FEED JOBS STILL MATCH.  HEADERS,   *
002700*                      TRAILERS AND EVERY AMOUNT ARE COPIED     *
002800*                      UNCHANGED, SO IJTREC01 AND IJCDSC01      *
002900*                      STILL BALANCE THE MASKED FILES.          *
002910* 30.7  10/15/26  RAS  RP519 BILL-TO AND DEBIT/CREDIT CUSTOMER  *
002920*                      CODES ARE MASKED THROUGH                 *
002930*                      4100-MASK-ACCOUNT IN THE SAME PIECES AS  *
002940*                      A TIF ACCOUNT, SO ONE ACCOUNT MASKS      *
002950*                      ALIKE IN BOTH FEEDS.                     *
003000*--------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT MSK-KEY-FILE   ASSIGN TO MSKKEY
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS JNL-MSKKEY-STATUS.
004000
004100     SELECT TIF-IN-FILE    ASSIGN TO TIFIN
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS JNL-TIFIN-STATUS.
004400
004500     SELECT TIF-OUT-FILE   ASSIGN TO TIFMSK
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS JNL-TIFMSK-STATUS.
004800
004900     SELECT RP519-IN-FILE  ASSIGN TO RP519IN
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS JNL-RP519IN-STATUS.
005200
005300     SELECT RP519-OUT-FILE ASSIGN TO RP519MSK
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS JNL-RP519MSK-STATUS.
005600
005700     SELECT CRS-IN-FILE    ASSIGN TO CRSIN
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS JNL-CRSIN-STATUS.
006000
006100     SELECT CRS-OUT-FILE   ASSIGN TO CRSMSK
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS JNL-CRSMSK-STATUS.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  MSK-KEY-FILE
006800     RECORDING MODE IS F.
006900 01  MSK-KEY-RECORD            PIC X(80).
007000
007100 FD  TIF-IN-FILE
007200     RECORDING MODE IS V.
007300 01  TIF-IN-RECORD             PIC X(3092).
007400
007500 FD  TIF-OUT-FILE
007600     RECORDING MODE IS V.
007700 01  TIF-OUT-RECORD            PIC X(3092).
007800
007900 FD  RP519-IN-FILE
008000     RECORDING MODE IS F.
008100 01  RP519-IN-RECORD           PIC X(450).
008200
008300 FD  RP519-OUT-FILE
008400     RECORDING MODE IS F.
008500 01  RP519-OUT-RECORD          PIC X(450).
008600
008700 FD  CRS-IN-FILE
008800     RECORDING MODE IS F.
008900 01  CRS-IN-RECORD             PIC X(86).
009000
009100 FD  CRS-OUT-FILE
009200     RECORDING MODE IS F.
009300 01  CRS-OUT-RECORD            PIC X(86).
009400
009500 WORKING-STORAGE SECTION.
009600 01  JNL-MSKKEY-STATUS         PIC X(02) VALUE SPACES.
009700     88  JNL-MSKKEY-OK                   VALUE '00'.
009800 01  JNL-TIFIN-STATUS          PIC X(02) VALUE SPACES.
009900     88  JNL-TIFIN-OK                    VALUE '00'.
010000     88  JNL-TIFIN-EOF                   VALUE '10'.
010100     88  JNL-TIFIN-NOT-FOUND             VALUE '35'.
010200 01  JNL-TIFMSK-STATUS         PIC X(02) VALUE SPACES.
010300 01  JNL-RP519IN-STATUS        PIC X(02) VALUE SPACES.
010400     88  JNL-RP519IN-OK                  VALUE '00'.
010500     88  JNL-RP519IN-EOF                 VALUE '10'.
010600     88  JNL-RP519IN-NOT-FOUND           VALUE '35'.
010700 01  JNL-RP519MSK-STATUS       PIC X(02) VALUE SPACES.
010800 01  JNL-CRSIN-STATUS          PIC X(02) VALUE SPACES.
010900     88  JNL-CRSIN-OK                    VALUE '00'.
011000     88  JNL-CRSIN-EOF                   VALUE '10'.
011100     88  JNL-CRSIN-NOT-FOUND             VALUE '35'.
011200 01  JNL-CRSMSK-STATUS         PIC X(02) VALUE SPACES.
011300
011400*--------------------------------------------------------------*
011500* MSKKEY CARD - COLUMNS 1-24 HOLD THE MASKING KEY.  THE CARD    *
011600* LIVES IN THE PRODUCTION CONTROL LIBRARY ONLY; WITHOUT IT THE  *
011700* MASKED VALUES CANNOT BE WORKED BACK TO THE REAL ONES.  THE    *
011800* SAME KEY MUST BE USED FOR EVERY FEED OF A TEST CYCLE.         *
011900*--------------------------------------------------------------*
012000 01  JNL-KEY-CARD.
012100     05  JNL-KEY-TEXT          PIC X(24).
012200     05  FILLER                PIC X(56).
012300
012400 COPY tifview.
012500
012600 COPY rps REPLACING ==01  RP519-RECORD.==
012700     BY ==01  JNL-RP519-VIEW.==.
012800
012900 01  JNL-CRS-RAW-REC           PIC X(86).
013000
013100 COPY crshdr REPLACING ==01  XX-CRS-HEADER.==
013200     BY ==01  JNL-CRS-HDR-VIEW REDEFINES JNL-CRS-RAW-REC.==.
013300
013400 COPY crsdet REPLACING ==01  XX-CRS-RECORD.==
013500     BY ==01  JNL-CRS-DTL-VIEW REDEFINES JNL-CRS-RAW-REC.==.
013600
013700*--------------------------------------------------------------*
013800* SUBSTITUTION ALPHABET.  A DIGIT IS ALWAYS REPLACED BY A DIGIT *
013900* AND A LETTER BY A LETTER, SO A MASKED VALUE STILL PASSES THE  *
014000* FEEDER EDITS; SPACES AND PUNCTUATION ARE LEFT WHERE THEY ARE. *
014100*--------------------------------------------------------------*
014200 01  JNL-MSK-ALPHA             PIC X(36)
014300         VALUE '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
014400 01  JNL-MSK-ALPHA-TBL REDEFINES JNL-MSK-ALPHA.
014500     05  JNL-MSK-ALPHA-CHR     PIC X(01) OCCURS 36 TIMES.
014600
014700 01  JNL-MSK-KEY-TABLE.
014800     05  JNL-MSK-KEY-ORD       PIC 9(04) COMP OCCURS 24 TIMES.
014900
015000 01  JNL-MSK-WORK.
015100     05  JNL-MSK-FIELD         PIC X(24) VALUE SPACES.
015200     05  JNL-MSK-ACCT          PIC X(13) VALUE SPACES.
015300     05  JNL-MSK-CHAR          PIC X(01) VALUE SPACE.
015400     05  JNL-MSK-LEN           PIC 9(04) COMP VALUE ZERO.
015500     05  JNL-MSK-POS           PIC 9(04) COMP VALUE ZERO.
015600     05  JNL-MSK-IX            PIC 9(04) COMP VALUE ZERO.
015700     05  JNL-MSK-ORD           PIC 9(04) COMP VALUE ZERO.
015800     05  JNL-MSK-CHAIN         PIC 9(04) COMP VALUE ZERO.
015900     05  JNL-MSK-SHIFT         PIC 9(04) COMP VALUE ZERO.
016000     05  JNL-MSK-QUOT          PIC 9(04) COMP VALUE ZERO.
016100     05  JNL-MSK-REM           PIC 9(04) COMP VALUE ZERO.
016200
016300 01  JNL-SWITCHES.
016400     05  JNL-TIF-PRESENT-SW    PIC X(01) VALUE 'N'.
016500         88  JNL-TIF-PRESENT             VALUE 'Y'.
016600     05  JNL-RP519-PRESENT-SW  PIC X(01) VALUE 'N'.
016700         88  JNL-RP519-PRESENT           VALUE 'Y'.
016800     05  JNL-CRS-PRESENT-SW    PIC X(01) VALUE 'N'.
016900         88  JNL-CRS-PRESENT             VALUE 'Y'.
017000
017100 01  JNL-COUNTERS.
017200     05  JNL-TIF-RECS-READ     PIC S9(09) COMP-3 VALUE ZERO.
017300     05  JNL-TIF-DETAILS       PIC S9(09) COMP-3 VALUE ZERO.
017400     05  JNL-TIF-PASSED        PIC S9(09) COMP-3 VALUE ZERO.
017500     05  JNL-RP519-RECS-READ   PIC S9(09) COMP-3 VALUE ZERO.
017600     05  JNL-RP519-DUMMY-KEPT  PIC S9(09) COMP-3 VALUE ZERO.
017700     05  JNL-CRS-RECS-READ     PIC S9(09) COMP-3 VALUE ZERO.
017800     05  JNL-CRS-DETAILS       PIC S9(09) COMP-3 VALUE ZERO.
017900     05  JNL-CRS-PASSED        PIC S9(09) COMP-3 VALUE ZERO.
018000     05  JNL-FIELDS-MASKED     PIC S9(09) COMP-3 VALUE ZERO.
018100
018200 PROCEDURE DIVISION.
018300*--------------------------------------------------------------*
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALIZE
018600         THRU 1000-INITIALIZE-EXIT.
018700     IF JNL-TIF-PRESENT
018800         PERFORM 2000-MASK-TIF-FILE
018900             THRU 2000-MASK-TIF-FILE-EXIT
019000             UNTIL JNL-TIFIN-EOF
019100     END-IF.
019200     IF JNL-RP519-PRESENT
019300         PERFORM 3000-MASK-RP519-FILE
019400             THRU 3000-MASK-RP519-FILE-EXIT
019500             UNTIL JNL-RP519IN-EOF
019600     END-IF.
019700     IF JNL-CRS-PRESENT
019800         PERFORM 3500-MASK-CRS-FILE
019900             THRU 3500-MASK-CRS-FILE-EXIT
020000             UNTIL JNL-CRSIN-EOF
020100     END-IF.
020200     PERFORM 9000-TERMINATE
020300         THRU 9000-TERMINATE-EXIT.
020400     GOBACK.
020500
020600*--------------------------------------------------------------*
020700* EACH FEED IS OPTIONAL - A TEST CYCLE OFTEN NEEDS ONLY ONE OR  *
020800* TWO OF THEM - BUT A RUN WITH NONE OF THE THREE HAS NOTHING TO *
020900* DO AND IS A SETUP ERROR.                                      *
021000*--------------------------------------------------------------*
021100 1000-INITIALIZE.
021200     PERFORM 1100-LOAD-MASK-KEY
021300         THRU 1100-LOAD-MASK-KEY-EXIT.
021400     OPEN INPUT TIF-IN-FILE.
021500     IF JNL-TIFIN-OK
021600         SET JNL-TIF-PRESENT TO TRUE
021700         OPEN OUTPUT TIF-OUT-FILE
021800     ELSE
021900         IF NOT JNL-TIFIN-NOT-FOUND
022000             DISPLAY 'IJTMSK01 - UNABLE TO OPEN TIFIN, STATUS = '
022100                 JNL-TIFIN-STATUS
022200             MOVE 16 TO RETURN-CODE
022300             GOBACK
022400         END-IF
022500     END-IF.
022600     OPEN INPUT RP519-IN-FILE.
022700     IF JNL-RP519IN-OK
022800         SET JNL-RP519-PRESENT TO TRUE
022900         OPEN OUTPUT RP519-OUT-FILE
023000     ELSE
023100         IF NOT JNL-RP519IN-NOT-FOUND
023200             DISPLAY 'IJTMSK01 - UNABLE TO OPEN RP519IN, STATUS '
023300                 '= ' JNL-RP519IN-STATUS
023400             MOVE 16 TO RETURN-CODE
023500             GOBACK
023600         END-IF
023700     END-IF.
023800     OPEN INPUT CRS-IN-FILE.
023900     IF JNL-CRSIN-OK
024000         SET JNL-CRS-PRESENT TO TRUE
024100         OPEN OUTPUT CRS-OUT-FILE
024200     ELSE
024300         IF NOT JNL-CRSIN-NOT-FOUND
024400             DISPLAY 'IJTMSK01 - UNABLE TO OPEN CRSIN, STATUS = '
024500                 JNL-CRSIN-STATUS
024600             MOVE 16 TO RETURN-CODE
024700             GOBACK
024800         END-IF
024900     END-IF.
025000     IF NOT JNL-TIF-PRESENT
025100         AND NOT JNL-RP519-PRESENT
025200         AND NOT JNL-CRS-PRESENT
025300         DISPLAY 'IJTMSK01 - NO TIFIN, RP519IN OR CRSIN PRESENT,'
025400             ' NOTHING TO MASK'
025500         MOVE 16 TO RETURN-CODE
025600         GOBACK
025700     END-IF.
025800 1000-INITIALIZE-EXIT.
025900     EXIT.
026000
026100*--------------------------------------------------------------*
026200* NO KEY, NO RUN - MASKING WITH A BLANK OR MISSING KEY WOULD    *
026300* GIVE SUBSTITUTES ANYONE COULD WORK BACK FROM THIS SOURCE.     *
026400* EACH KEY CHARACTER IS TURNED INTO ITS PLACE IN THE ALPHABET   *
026500* (ZERO FOR A SPACE OR PUNCTUATION) ONCE, UP FRONT.             *
026600*--------------------------------------------------------------*
026700 1100-LOAD-MASK-KEY.
026800     OPEN INPUT MSK-KEY-FILE.
026900     IF NOT JNL-MSKKEY-OK
027000         DISPLAY 'IJTMSK01 - UNABLE TO OPEN MSKKEY, STATUS = '
027100             JNL-MSKKEY-STATUS
027200         MOVE 16 TO RETURN-CODE
027300         GOBACK
027400     END-IF.
027500     MOVE SPACES TO JNL-KEY-CARD.
027600     READ MSK-KEY-FILE INTO JNL-KEY-CARD
027700         AT END
027800             MOVE SPACES TO JNL-KEY-CARD
027900     END-READ.
028000     CLOSE MSK-KEY-FILE.
028100     IF JNL-KEY-TEXT = SPACES
028200         DISPLAY 'IJTMSK01 - MSKKEY CARD IS MISSING OR BLANK'
028300         MOVE 16 TO RETURN-CODE
028400         GOBACK
028500     END-IF.
028600     PERFORM 1110-LOAD-KEY-POSITION
028700         VARYING JNL-MSK-POS FROM 1 BY 1
028800         UNTIL JNL-MSK-POS > 24.
028900 1100-LOAD-MASK-KEY-EXIT.
029000     EXIT.
029100
029200 1110-LOAD-KEY-POSITION.
029300     MOVE JNL-KEY-TEXT (JNL-MSK-POS:1) TO JNL-MSK-CHAR.
029400     PERFORM 4920-FIND-ORDINAL
029500         THRU 4920-FIND-ORDINAL-EXIT.
029600     MOVE JNL-MSK-ORD TO JNL-MSK-KEY-ORD (JNL-MSK-POS).
029700 1110-LOAD-KEY-POSITION-EXIT.
029800     EXIT.
029900
030000*--------------------------------------------------------------*
030100* HEADER AND TRAILER GO OUT AS READ, CONTROL COUNT AND AMOUNT   *
030200* INCLUDED.  A DETAIL HAS ITS IDENTIFYING FIELDS MASKED AND     *
030300* NOTHING ELSE TOUCHED.  THE TAX-LINE COUNT IS PEEKED FIRST SO  *
030400* THE WHOLE TAX TABLE COMES ACROSS (SEE TIFVIEW).               *
030500*--------------------------------------------------------------*
030600 2000-MASK-TIF-FILE.
030700     READ TIF-IN-FILE INTO JNL-TIF-RAW-REC
030800         AT END
030900             SET JNL-TIFIN-EOF TO TRUE
031000     END-READ.
031100     IF JNL-TIFIN-EOF
031200         GO TO 2000-MASK-TIF-FILE-EXIT
031300     END-IF.
031400     ADD 1 TO JNL-TIF-RECS-READ.
031500
031600     IF JNL-TIF-RAW-REC (1:1) = LOW-VALUE
031700         OR JNL-TIF-RAW-REC (1:1) = HIGH-VALUE
031800         ADD 1 TO JNL-TIF-PASSED
031900         MOVE JNL-TIF-RAW-REC TO TIF-OUT-RECORD
032000         WRITE TIF-OUT-RECORD
032100         GO TO 2000-MASK-TIF-FILE-EXIT
032200     END-IF.
032300
032400     ADD 1 TO JNL-TIF-DETAILS.
032500     MOVE JNL-PEEK-CTM-ND TO XX-CTM-ND.
032600     MOVE JNL-TIF-RAW-REC TO JNL-TIF-DTL-VIEW.
032700     PERFORM 2100-MASK-TIF-DETAIL
032800         THRU 2100-MASK-TIF-DETAIL-EXIT.
032900     MOVE JNL-TIF-DTL-VIEW TO TIF-OUT-RECORD.
033000     WRITE TIF-OUT-RECORD.
033100 2000-MASK-TIF-FILE-EXIT.
033200     EXIT.
033300
033400*--------------------------------------------------------------*
033500* A FEEDER THAT CARRIES THE BILL DATE IN THE FRONT OF THE       *
033600* INVOICE FIELD (XX-BL-DT-REF) KEEPS THE DATE, SO IJTBBR01 AND  *
033700* IJTDTV01 STILL AGE THE MASKED DETAIL; ONLY THE REST OF THE    *
033800* FIELD IS MASKED.                                              *
033900*--------------------------------------------------------------*
034000 2100-MASK-TIF-DETAIL.
034100     MOVE XX-ACCT-NB TO JNL-MSK-ACCT.
034200     PERFORM 4100-MASK-ACCOUNT
034300         THRU 4100-MASK-ACCOUNT-EXIT.
034400     MOVE JNL-MSK-ACCT TO XX-ACCT-NB.
034500
034600     MOVE XX-LEAD-ACCT-NB TO JNL-MSK-ACCT.
034700     PERFORM 4100-MASK-ACCOUNT
034800         THRU 4100-MASK-ACCOUNT-EXIT.
034900     MOVE JNL-MSK-ACCT TO XX-LEAD-ACCT-NB.
035000
035100     MOVE XX-BL-ACCT-NB TO JNL-MSK-ACCT.
035200     PERFORM 4100-MASK-ACCOUNT
035300         THRU 4100-MASK-ACCOUNT-EXIT.
035400     MOVE JNL-MSK-ACCT TO XX-BL-ACCT-NB.
035500
035600     IF XX-BL-DT-REF NUMERIC
035700         MOVE XX-INV-NB (9:12) TO JNL-MSK-FIELD
035800         MOVE 12 TO JNL-MSK-LEN
035900         PERFORM 4000-MASK-VALUE
036000             THRU 4000-MASK-VALUE-EXIT
036100         MOVE JNL-MSK-FIELD TO XX-INV-NB (9:12)
036200     ELSE
036300         MOVE XX-INV-NB TO JNL-MSK-FIELD
036400         MOVE 20 TO JNL-MSK-LEN
036500         PERFORM 4000-MASK-VALUE
036600             THRU 4000-MASK-VALUE-EXIT
036700         MOVE JNL-MSK-FIELD TO XX-INV-NB
036800     END-IF.
036900
037000     MOVE XX-CKT-NUM TO JNL-MSK-FIELD.
037100     MOVE 24 TO JNL-MSK-LEN.
037200     PERFORM 4000-MASK-VALUE
037300         THRU 4000-MASK-VALUE-EXIT.
037400     MOVE JNL-MSK-FIELD TO XX-CKT-NUM.
037500
037600     MOVE XX-BTN-LEC-REF-NB TO JNL-MSK-FIELD.
037700     MOVE 10 TO JNL-MSK-LEN.
037800     PERFORM 4000-MASK-VALUE
037900         THRU 4000-MASK-VALUE-EXIT.
038000     MOVE JNL-MSK-FIELD TO XX-BTN-LEC-REF-NB.
038100 2100-MASK-TIF-DETAIL-EXIT.
038200     EXIT.
038300
038400*--------------------------------------------------------------*
038450* RP519 HAS NO HEADER OR TRAILER - EVERY RECORD IS MASKED.  THE *
038500* MCN (BASE AND SUFFIX) IS MASKED AS ONE PIECE, THE SAME PIECE  *
038550* 4100 MASKS INSIDE A VTNS BILLED ACCOUNT, SO THE TWO FEEDS'    *
038600* MCNS STILL AGREE.  THE BILL-TO AND CUSTOMER CODES ARE         *
038650* ACCOUNTS AND GO THROUGH 4100 AS WELL, SO THEY MASK AS THE     *
038700* SAME ACCOUNT DOES ON TIF.  THE DUMMY ORIGINAL-INVOICE VALUES  *
038750* (RP519-DUMMY) ARE SIGNALS, NOT CUSTOMER DATA, AND ARE         *
038800* KEPT.  THE CIRCUIT NUMBER'S CHANNEL-ID AND MCN-INDICATOR      *
038850* BYTES ARE CODES AND ARE KEPT.                                 *
039200*--------------------------------------------------------------*
039300 3000-MASK-RP519-FILE.
039400     READ RP519-IN-FILE INTO JNL-RP519-VIEW
039500         AT END
039600             SET JNL-RP519IN-EOF TO TRUE
039700     END-READ.
039800     IF JNL-RP519IN-EOF
039900         GO TO 3000-MASK-RP519-FILE-EXIT
040000     END-IF.
040100     ADD 1 TO JNL-RP519-RECS-READ.
040200
040300     MOVE RP519-LEAD-ACCOUNT TO JNL-MSK-ACCT.
040400     PERFORM 4100-MASK-ACCOUNT
040500         THRU 4100-MASK-ACCOUNT-EXIT.
040600     MOVE JNL-MSK-ACCT TO RP519-LEAD-ACCOUNT.
040700
040800     MOVE RP519-PRIVATE-LINE-ID (3:9) TO JNL-MSK-FIELD.
040900     MOVE 9 TO JNL-MSK-LEN.
041000     PERFORM 4000-MASK-VALUE
041100         THRU 4000-MASK-VALUE-EXIT.
041200     MOVE JNL-MSK-FIELD TO RP519-PRIVATE-LINE-ID (3:9).
041300
041400     MOVE RP519-INVC-NUM TO JNL-MSK-FIELD.
041500     MOVE 10 TO JNL-MSK-LEN.
041600     PERFORM 4000-MASK-VALUE
041700         THRU 4000-MASK-VALUE-EXIT.
041800     MOVE JNL-MSK-FIELD TO RP519-INVC-NUM.
041900
042000     IF RP519-DUMMY
042100         ADD 1 TO JNL-RP519-DUMMY-KEPT
042200     ELSE
042300         MOVE RP519-ORIGNL-INVC-NUM TO JNL-MSK-FIELD
042400         MOVE 10 TO JNL-MSK-LEN
042500         PERFORM 4000-MASK-VALUE
042600             THRU 4000-MASK-VALUE-EXIT
042700         MOVE JNL-MSK-FIELD TO RP519-ORIGNL-INVC-NUM
042800     END-IF.
042900
043000     MOVE RP519-PLUSS-CKT-NUM (1:22) TO JNL-MSK-FIELD.
043100     MOVE 22 TO JNL-MSK-LEN.
043200     PERFORM 4000-MASK-VALUE
043300         THRU 4000-MASK-VALUE-EXIT.
043400     MOVE JNL-MSK-FIELD TO RP519-PLUSS-CKT-NUM (1:22).
043500
043600     MOVE RP519-BL-TO-CD TO JNL-MSK-ACCT.
043700     PERFORM 4100-MASK-ACCOUNT
043800         THRU 4100-MASK-ACCOUNT-EXIT.
043900     MOVE JNL-MSK-ACCT (1:11) TO RP519-BL-TO-CD.
044000
044100     MOVE RP519-DB-CUSTOMER-CD TO JNL-MSK-ACCT.
044200     PERFORM 4100-MASK-ACCOUNT
044300         THRU 4100-MASK-ACCOUNT-EXIT.
044400     MOVE JNL-MSK-ACCT (1:11) TO RP519-DB-CUSTOMER-CD.
044500
044600     MOVE RP519-CR-CUSTOMER-CD TO JNL-MSK-ACCT.
044700     PERFORM 4100-MASK-ACCOUNT
044800         THRU 4100-MASK-ACCOUNT-EXIT.
044900     MOVE JNL-MSK-ACCT (1:11) TO RP519-CR-CUSTOMER-CD.
045300
045400     MOVE JNL-RP519-VIEW TO RP519-OUT-RECORD.
045500     WRITE RP519-OUT-RECORD.
045600 3000-MASK-RP519-FILE-EXIT.
045700     EXIT.
045800
045900*--------------------------------------------------------------*
046000* HEADERS (FIRST SIX BYTES LOW-VALUES, AS IJCDSC01 TESTS) GO    *
046100* OUT AS READ WITH THEIR CONTROL TOTALS; A DETAIL HAS ITS LEAD  *
046200* AND SUB-ACCOUNT MASKED AND ITS JURISDICTION TOTALS KEPT.      *
046300*--------------------------------------------------------------*
046400 3500-MASK-CRS-FILE.
046500     READ CRS-IN-FILE INTO JNL-CRS-RAW-REC
046600         AT END
046700             SET JNL-CRSIN-EOF TO TRUE
046800     END-READ.
046900     IF JNL-CRSIN-EOF
047000         GO TO 3500-MASK-CRS-FILE-EXIT
047100     END-IF.
047200     ADD 1 TO JNL-CRS-RECS-READ.
047300
047400     IF JNL-CRS-RAW-REC (1:6) = LOW-VALUES
047500         ADD 1 TO JNL-CRS-PASSED
047600         MOVE JNL-CRS-RAW-REC TO CRS-OUT-RECORD
047700         WRITE CRS-OUT-RECORD
047800         GO TO 3500-MASK-CRS-FILE-EXIT
047900     END-IF.
048000
048100     ADD 1 TO JNL-CRS-DETAILS.
048200     MOVE XX-LEAD-ACCT-NUM TO JNL-MSK-ACCT.
048300     PERFORM 4100-MASK-ACCOUNT
048400         THRU 4100-MASK-ACCOUNT-EXIT.
048500     MOVE JNL-MSK-ACCT TO XX-LEAD-ACCT-NUM.
048600
048700     MOVE XX-SUB-ACCT-NUM TO JNL-MSK-ACCT.
048800     PERFORM 4100-MASK-ACCOUNT
048900         THRU 4100-MASK-ACCOUNT-EXIT.
049000     MOVE JNL-MSK-ACCT TO XX-SUB-ACCT-NUM.
049100
049200     MOVE JNL-CRS-RAW-REC TO CRS-OUT-RECORD.
049300     WRITE CRS-OUT-RECORD.
049400 3500-MASK-CRS-FILE-EXIT.
049500     EXIT.
049600
049700*--------------------------------------------------------------*
049800* MASK THE FIRST JNL-MSK-LEN BYTES OF JNL-MSK-FIELD IN PLACE.   *
049900* A BLANK FIELD STAYS BLANK.                                    *
050000*--------------------------------------------------------------*
050100 4000-MASK-VALUE.
050200     IF JNL-MSK-FIELD (1:JNL-MSK-LEN) = SPACES
050300         GO TO 4000-MASK-VALUE-EXIT
050400     END-IF.
050500     ADD 1 TO JNL-FIELDS-MASKED.
050600     PERFORM 4900-MASK-SEGMENT
050700         THRU 4900-MASK-SEGMENT-EXIT.
050800 4000-MASK-VALUE-EXIT.
050900     EXIT.
051000
051100*--------------------------------------------------------------*
051200* EVERY 13-BYTE ACCOUNT - TIF, RP519 OR CRS, BILLED, LEAD OR    *
051300* SUB - IS MASKED IN THE SAME THREE PIECES AS THE VTNS ACCOUNT  *
051400* ID (SALES OFFICE, MCN AND SUFFIX, TRAILER), SO AN ACCOUNT     *
051500* MATCHES ITSELF ACROSS FEEDS AND THE MCN INSIDE IT MATCHES     *
051600* RP519'S MASKED MCN.                                           *
051700*--------------------------------------------------------------*
051800 4100-MASK-ACCOUNT.
051900     IF JNL-MSK-ACCT = SPACES
052000         GO TO 4100-MASK-ACCOUNT-EXIT
052100     END-IF.
052200     ADD 1 TO JNL-FIELDS-MASKED.
052300
052400     MOVE JNL-MSK-ACCT (1:2) TO JNL-MSK-FIELD.
052500     MOVE 2 TO JNL-MSK-LEN.
052600     PERFORM 4900-MASK-SEGMENT
052700         THRU 4900-MASK-SEGMENT-EXIT.
052800     MOVE JNL-MSK-FIELD TO JNL-MSK-ACCT (1:2).
052900
053000     MOVE JNL-MSK-ACCT (3:9) TO JNL-MSK-FIELD.
053100     MOVE 9 TO JNL-MSK-LEN.
053200     PERFORM 4900-MASK-SEGMENT
053300         THRU 4900-MASK-SEGMENT-EXIT.
053400     MOVE JNL-MSK-FIELD TO JNL-MSK-ACCT (3:9).
053500
053600     MOVE JNL-MSK-ACCT (12:2) TO JNL-MSK-FIELD.
053700     MOVE 2 TO JNL-MSK-LEN.
053800     PERFORM 4900-MASK-SEGMENT
053900         THRU 4900-MASK-SEGMENT-EXIT.
054000     MOVE JNL-MSK-FIELD TO JNL-MSK-ACCT (12:2).
054100 4100-MASK-ACCOUNT-EXIT.
054200     EXIT.
054300
054400*--------------------------------------------------------------*
054500* EACH CHARACTER IS SHIFTED WITHIN ITS OWN CLASS (DIGIT OR      *
054600* LETTER) BY THE KEY CHARACTER FOR ITS POSITION PLUS THE REAL   *
054700* CHARACTER BEFORE IT.  THE RESULT DEPENDS ONLY ON THE KEY AND  *
054800* THE VALUE FROM THE LEFT, SO AN INVOICE NUMBER MASKS THE SAME  *
054900* IN RP519'S 10-BYTE FIELD AS IN THE TIF'S 20-BYTE ONE.  A      *
055000* SPACE OR PUNCTUATION MARK IS KEPT AND RESTARTS THE CHAIN.     *
055100*--------------------------------------------------------------*
055200 4900-MASK-SEGMENT.
055300     MOVE ZERO TO JNL-MSK-CHAIN.
055400     PERFORM 4910-MASK-POSITION
055500         THRU 4910-MASK-POSITION-EXIT
055600         VARYING JNL-MSK-POS FROM 1 BY 1
055700         UNTIL JNL-MSK-POS > JNL-MSK-LEN.
055800 4900-MASK-SEGMENT-EXIT.
055900     EXIT.
056000
056100 4910-MASK-POSITION.
056200     MOVE JNL-MSK-FIELD (JNL-MSK-POS:1) TO JNL-MSK-CHAR.
056300     PERFORM 4920-FIND-ORDINAL
056400         THRU 4920-FIND-ORDINAL-EXIT.
056500     IF JNL-MSK-ORD = ZERO
056600         MOVE ZERO TO JNL-MSK-CHAIN
056700         GO TO 4910-MASK-POSITION-EXIT
056800     END-IF.
056900     IF JNL-MSK-ORD > 10
057000         COMPUTE JNL-MSK-SHIFT = JNL-MSK-ORD - 11
057100             + JNL-MSK-KEY-ORD (JNL-MSK-POS) + JNL-MSK-CHAIN
057200         DIVIDE JNL-MSK-SHIFT BY 26
057300             GIVING JNL-MSK-QUOT REMAINDER JNL-MSK-REM
057400         ADD 11 TO JNL-MSK-REM
057500     ELSE
057600         COMPUTE JNL-MSK-SHIFT = JNL-MSK-ORD - 1
057700             + JNL-MSK-KEY-ORD (JNL-MSK-POS) + JNL-MSK-CHAIN
057800         DIVIDE JNL-MSK-SHIFT BY 10
057900             GIVING JNL-MSK-QUOT REMAINDER JNL-MSK-REM
058000         ADD 1 TO JNL-MSK-REM
058100     END-IF.
058200     MOVE JNL-MSK-ORD TO JNL-MSK-CHAIN.
058300     MOVE JNL-MSK-ALPHA-CHR (JNL-MSK-REM)
058400         TO JNL-MSK-FIELD (JNL-MSK-POS:1).
058500 4910-MASK-POSITION-EXIT.
058600     EXIT.
058700
058800*--------------------------------------------------------------*
058900* PLACE OF JNL-MSK-CHAR IN THE ALPHABET, ZERO WHEN IT IS NOT A  *
059000* DIGIT OR CAPITAL LETTER.                                      *
059100*--------------------------------------------------------------*
059200 4920-FIND-ORDINAL.
059300     MOVE ZERO TO JNL-MSK-ORD.
059400     PERFORM 4925-TEST-ALPHA-ENTRY
059500         VARYING JNL-MSK-IX FROM 1 BY 1
059600         UNTIL JNL-MSK-IX > 36
059700         OR JNL-MSK-ORD > ZERO.
059800 4920-FIND-ORDINAL-EXIT.
059900     EXIT.
060000
060100 4925-TEST-ALPHA-ENTRY.
060200     IF JNL-MSK-ALPHA-CHR (JNL-MSK-IX) = JNL-MSK-CHAR
060300         MOVE JNL-MSK-IX TO JNL-MSK-ORD
060400     END-IF.
060500 4925-TEST-ALPHA-ENTRY-EXIT.
060600     EXIT.
060700
060800*--------------------------------------------------------------*
060900 9000-TERMINATE.
061000     IF JNL-TIF-PRESENT
061100         CLOSE TIF-IN-FILE TIF-OUT-FILE
061200         DISPLAY 'IJTMSK01 - TIF RECORDS READ          = '
061300             JNL-TIF-RECS-READ
061400         DISPLAY 'IJTMSK01 - TIF DETAILS MASKED        = '
061500             JNL-TIF-DETAILS
061600         DISPLAY 'IJTMSK01 - TIF HEADERS/TRAILERS KEPT = '
061700             JNL-TIF-PASSED
061800     ELSE
061900         DISPLAY 'IJTMSK01 - TIFIN NOT PRESENT, NOT MASKED'
062000     END-IF.
062100     IF JNL-RP519-PRESENT
062200         CLOSE RP519-IN-FILE RP519-OUT-FILE
062300         DISPLAY 'IJTMSK01 - RP519 RECORDS MASKED      = '
062400             JNL-RP519-RECS-READ
062500         DISPLAY 'IJTMSK01 - RP519 DUMMY INVOICES KEPT = '
062600             JNL-RP519-DUMMY-KEPT
062700     ELSE
062800         DISPLAY 'IJTMSK01 - RP519IN NOT PRESENT, NOT MASKED'
062900     END-IF.
063000     IF JNL-CRS-PRESENT
063100         CLOSE CRS-IN-FILE CRS-OUT-FILE
063200         DISPLAY 'IJTMSK01 - CRS RECORDS READ          = '
063300             JNL-CRS-RECS-READ
063400         DISPLAY 'IJTMSK01 - CRS DETAILS MASKED        = '
063500             JNL-CRS-DETAILS
063600         DISPLAY 'IJTMSK01 - CRS HEADERS KEPT          = '
063700             JNL-CRS-PASSED
063800     ELSE
063900         DISPLAY 'IJTMSK01 - CRSIN NOT PRESENT, NOT MASKED'
064000     END-IF.
064100     DISPLAY 'IJTMSK01 - FIELDS MASKED             = '
064200         JNL-FIELDS-MASKED.
064300 9000-TERMINATE-EXIT.
064400     EXIT.
