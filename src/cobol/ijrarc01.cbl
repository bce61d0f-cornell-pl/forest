000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJRARC01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/24/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 29.4  09/24/26  RAS  NEW PROGRAM.  RETENTION-DRIVEN ARCHIVE   *
001100*                      AND PURGE FOR THE RP5STR KEYED RP519     *
001200*                      INVOICE STORE, WHICH IJRSTL01 ONLY EVER  *
001300*                      ADDS TO - THE SAME RULES IJTARC01 HOLDS  *
001400*                      THE TIFDET/TIFTAX PAIR TO.  THE RP5ACTL  *
001500*                      CARD PICKS THE MODE.  PURGE UNLOADS      *
001600*                      EVERY RECORD LOADED BEFORE THE CUTOFF TO *
001700*                      THE FLAT RP5AOUT FILE AND DELETES IT     *
001800*                      FROM THE STORE.  RESTORE RELOADS A       *
001900*                      REQUESTED EXTRACT TYPE AND LOAD-DATE     *
002000*                      RANGE FROM A PRIOR ARCHIVE WHEN A        *
002100*                      DISPUTE REACHES BACK PAST THE CUTOFF.    *
002200*--------------------------------------------------------------*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.   IBM-370.
002600 OBJECT-COMPUTER.   IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT RP5-STR-FILE ASSIGN TO RP5STR
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS DYNAMIC
003200         RECORD KEY IS RP5STR-KEY
003300         ALTERNATE RECORD KEY IS RP5STR-ORIGNL-INVC-NUM
003400             WITH DUPLICATES
003500         ALTERNATE RECORD KEY IS RP5STR-BL-TO-CD
003600             WITH DUPLICATES
003700         ALTERNATE RECORD KEY IS RP5STR-LEAD-ACCOUNT
003800             WITH DUPLICATES
003900         FILE STATUS IS JNL-RP5STR-STATUS.
004000
004100     SELECT ARC-CTL-FILE ASSIGN TO RP5ACTL
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS JNL-ARCCTL-STATUS.
004400
004500     SELECT ARCH-OUT-FILE ASSIGN TO RP5AOUT
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS JNL-ARCHOUT-STATUS.
004800
004900     SELECT ARCH-IN-FILE ASSIGN TO RP5AIN
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS JNL-ARCHIN-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  RP5-STR-FILE.
005600     COPY rp5str.
005700
005800 FD  ARC-CTL-FILE
005900     RECORDING MODE IS F.
006000 01  ARC-CTL-RECORD            PIC X(80).
006100
006200 FD  ARCH-OUT-FILE
006300     RECORDING MODE IS F.
006400 01  ARCH-OUT-RECORD           PIC X(529).
006500
006600 FD  ARCH-IN-FILE
006700     RECORDING MODE IS F.
006800 01  ARCH-IN-RECORD            PIC X(529).
006900
007000 WORKING-STORAGE SECTION.
007100 01  JNL-RP5STR-STATUS         PIC X(02) VALUE SPACES.
007200     88  JNL-RP5STR-OK                   VALUE '00'.
007300     88  JNL-RP5STR-EOF                  VALUE '10'.
007400 01  JNL-ARCCTL-STATUS         PIC X(02) VALUE SPACES.
007500     88  JNL-ARCCTL-OK                   VALUE '00'.
007600 01  JNL-ARCHOUT-STATUS        PIC X(02) VALUE SPACES.
007700 01  JNL-ARCHIN-STATUS         PIC X(02) VALUE SPACES.
007800     88  JNL-ARCHIN-OK                   VALUE '00'.
007900     88  JNL-ARCHIN-EOF                  VALUE '10'.
008000
008100*--------------------------------------------------------------*
008200* CONTROL CARD - MODE, EXTRACT TYPE ('ALL' FOR EVERY ONE), AND  *
008300* THE LOAD-DATE WINDOW (CCYYMMDD).  FOR PURGE ONLY DATE-1 IS    *
008400* USED: EVERY RECORD LOADED BEFORE IT GOES TO THE ARCHIVE.      *
008500* FOR RESTORE, DATE-1 THRU DATE-2 IS THE RANGE RELOADED.        *
008600*--------------------------------------------------------------*
008700 01  JNL-ARC-CARD.
008800     05  JNL-CARD-MODE         PIC X(08).
008900         88  JNL-MODE-PURGE             VALUE 'PURGE   '.
009000         88  JNL-MODE-RESTORE           VALUE 'RESTORE '.
009100     05  JNL-CARD-EXTR-TYPE    PIC X(03).
009200         88  JNL-CARD-ALL-TYPES         VALUE 'ALL'.
009300     05  JNL-CARD-DATE-1       PIC X(08).
009400     05  JNL-CARD-DATE-2       PIC X(08).
009500     05  FILLER                PIC X(53).
009600
009700 01  JNL-COUNTERS.
009800     05  JNL-RECS-READ         PIC S9(09) COMP-3 VALUE ZERO.
009900     05  JNL-RECS-PURGED       PIC S9(09) COMP-3 VALUE ZERO.
010000     05  JNL-RECS-RESTORED     PIC S9(09) COMP-3 VALUE ZERO.
010100     05  JNL-ARCH-READ         PIC S9(09) COMP-3 VALUE ZERO.
010200     05  JNL-DUP-RESTORES      PIC S9(09) COMP-3 VALUE ZERO.
010300
010400 PROCEDURE DIVISION.
010500*--------------------------------------------------------------*
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE
010800         THRU 1000-INITIALIZE-EXIT.
010900     IF JNL-MODE-PURGE
011000         PERFORM 2000-PURGE-OLD-RECORDS
011100             THRU 2000-PURGE-OLD-RECORDS-EXIT
011200             UNTIL JNL-RP5STR-EOF
011300     ELSE
011400         PERFORM 3000-RESTORE-FROM-ARCHIVE
011500             THRU 3000-RESTORE-FROM-ARCHIVE-EXIT
011600             UNTIL JNL-ARCHIN-EOF
011700     END-IF.
011800     PERFORM 9000-TERMINATE
011900         THRU 9000-TERMINATE-EXIT.
012000     GOBACK.
012100
012200*--------------------------------------------------------------*
012300 1000-INITIALIZE.
012400     OPEN INPUT ARC-CTL-FILE.
012500     IF NOT JNL-ARCCTL-OK
012600         DISPLAY 'IJRARC01 - UNABLE TO OPEN RP5ACTL, RC=16'
012700         MOVE 16 TO RETURN-CODE
012800         GOBACK
012900     END-IF.
013000     READ ARC-CTL-FILE INTO JNL-ARC-CARD
013100         AT END
013200             DISPLAY 'IJRARC01 - RP5ACTL IS EMPTY, RC=16'
013300             MOVE 16 TO RETURN-CODE
013400             GOBACK
013500     END-READ.
013600     CLOSE ARC-CTL-FILE.
013700     IF NOT JNL-MODE-PURGE AND NOT JNL-MODE-RESTORE
013800         DISPLAY 'IJRARC01 - UNRECOGNIZED MODE "' JNL-CARD-MODE
013900             '" ON RP5ACTL, RC=16'
014000         MOVE 16 TO RETURN-CODE
014100         GOBACK
014200     END-IF.
014300
014400     OPEN I-O RP5-STR-FILE.
014500     IF NOT JNL-RP5STR-OK
014600         DISPLAY 'IJRARC01 - UNABLE TO OPEN RP5STR, STATUS = '
014700             JNL-RP5STR-STATUS
014800         MOVE 16 TO RETURN-CODE
014900         GOBACK
015000     END-IF.
015100
015200     IF JNL-MODE-PURGE
015300         OPEN OUTPUT ARCH-OUT-FILE
015400         MOVE LOW-VALUES TO RP5STR-KEY
015500         START RP5-STR-FILE KEY NOT < RP5STR-KEY
015600             INVALID KEY
015700                 SET JNL-RP5STR-EOF TO TRUE
015800         END-START
015900     ELSE
016000         OPEN INPUT ARCH-IN-FILE
016100         IF NOT JNL-ARCHIN-OK
016200             DISPLAY 'IJRARC01 - UNABLE TO OPEN RP5AIN, STATUS = '
016300                 JNL-ARCHIN-STATUS
016400             MOVE 16 TO RETURN-CODE
016500             GOBACK
016600         END-IF
016700     END-IF.
016800 1000-INITIALIZE-EXIT.
016900     EXIT.
017000
017100*--------------------------------------------------------------*
017200* PURGE LEG - EVERY RECORD LOADED BEFORE THE CUTOFF IS WRITTEN  *
017300* TO THE ARCHIVE AND DELETED FROM THE STORE.                    *
017400*--------------------------------------------------------------*
017500 2000-PURGE-OLD-RECORDS.
017600     READ RP5-STR-FILE NEXT
017700         AT END
017800             SET JNL-RP5STR-EOF TO TRUE
017900     END-READ.
018000     IF JNL-RP5STR-EOF
018100         GO TO 2000-PURGE-OLD-RECORDS-EXIT
018200     END-IF.
018300     ADD 1 TO JNL-RECS-READ.
018400     IF NOT JNL-CARD-ALL-TYPES
018500         AND RP5STR-EXTRACT-TYPE NOT = JNL-CARD-EXTR-TYPE
018600         GO TO 2000-PURGE-OLD-RECORDS-EXIT
018700     END-IF.
018800     IF RP5STR-LOAD-DT NOT < JNL-CARD-DATE-1
018900         GO TO 2000-PURGE-OLD-RECORDS-EXIT
019000     END-IF.
019100
019200     MOVE RP5STR-RECORD TO ARCH-OUT-RECORD.
019300     WRITE ARCH-OUT-RECORD.
019400     DELETE RP5-STR-FILE
019500         INVALID KEY
019600             DISPLAY 'IJRARC01 - DELETE FAILED ON RP5STR, KEY '
019700                 RP5STR-KEY
019800     END-DELETE.
019900     ADD 1 TO JNL-RECS-PURGED.
020000 2000-PURGE-OLD-RECORDS-EXIT.
020100     EXIT.
020200
020300*--------------------------------------------------------------*
020400* RESTORE LEG - EACH ARCHIVED RECORD IS RELOADED WHEN IT FITS   *
020500* THE REQUESTED EXTRACT TYPE AND LOAD-DATE RANGE.  A RECORD     *
020600* ALREADY BACK ON THE STORE IS COUNTED AND LEFT ALONE, SO A     *
020700* RESTORE CAN BE RERUN SAFELY.                                  *
020800*--------------------------------------------------------------*
020900 3000-RESTORE-FROM-ARCHIVE.
021000     READ ARCH-IN-FILE
021100         AT END
021200             SET JNL-ARCHIN-EOF TO TRUE
021300     END-READ.
021400     IF JNL-ARCHIN-EOF
021500         GO TO 3000-RESTORE-FROM-ARCHIVE-EXIT
021600     END-IF.
021700     ADD 1 TO JNL-ARCH-READ.
021800     MOVE ARCH-IN-RECORD TO RP5STR-RECORD.
021900     IF NOT JNL-CARD-ALL-TYPES
022000         AND RP5STR-EXTRACT-TYPE NOT = JNL-CARD-EXTR-TYPE
022100         GO TO 3000-RESTORE-FROM-ARCHIVE-EXIT
022200     END-IF.
022300     IF RP5STR-LOAD-DT < JNL-CARD-DATE-1
022400         OR RP5STR-LOAD-DT > JNL-CARD-DATE-2
022500         GO TO 3000-RESTORE-FROM-ARCHIVE-EXIT
022600     END-IF.
022700     WRITE RP5STR-RECORD
022800         INVALID KEY
022900             ADD 1 TO JNL-DUP-RESTORES
023000             GO TO 3000-RESTORE-FROM-ARCHIVE-EXIT
023100     END-WRITE.
023200     ADD 1 TO JNL-RECS-RESTORED.
023300 3000-RESTORE-FROM-ARCHIVE-EXIT.
023400     EXIT.
023500
023600*--------------------------------------------------------------*
023700 9000-TERMINATE.
023800     IF JNL-MODE-PURGE
023900         CLOSE ARCH-OUT-FILE
024000     ELSE
024100         CLOSE ARCH-IN-FILE
024200     END-IF.
024300     CLOSE RP5-STR-FILE.
024400     IF JNL-MODE-PURGE
024500         DISPLAY 'IJRARC01 - STORE RECORDS READ     = '
024600             JNL-RECS-READ
024700         DISPLAY 'IJRARC01 - RECORDS PURGED         = '
024800             JNL-RECS-PURGED
024900     ELSE
025000         DISPLAY 'IJRARC01 - ARCHIVE RECORDS READ   = '
025100             JNL-ARCH-READ
025200         DISPLAY 'IJRARC01 - RECORDS RESTORED       = '
025300             JNL-RECS-RESTORED
025400         DISPLAY 'IJRARC01 - ALREADY ON FILE        = '
025500             JNL-DUP-RESTORES
025600     END-IF.
025700 9000-TERMINATE-EXIT.
025800     EXIT.
025900
026000*-------------------------------------------------------------.
026100*                     E N D   O F  I J R A R C 0 1             :
026200*-------------------------------------------------------------'
