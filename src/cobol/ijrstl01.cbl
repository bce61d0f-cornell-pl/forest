000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IJRSTL01.
000300 AUTHOR.        G-L INTERFACE SUPPORT.
000400 INSTALLATION.  REVENUE ACCOUNTING SYSTEMS.
000500 DATE-WRITTEN.  09/24/2026.
000600 DATE-COMPILED.
000700*--------------------------------------------------------------*
000800* REL   DATE      INI  CHANGES HISTORY                         *
000900* ----  --------  ---  --------------------------------------- *
001000* 29.4  09/24/26  RAS  NEW PROGRAM.  LOADS EACH CYCLE'S RP519   *
001100*                      GENERATION INTO THE RP5STR KEYED INVOICE *
001200*                      STORE (SEE RP5STR), SO SDN/ONENET        *
001300*                      REVENUE CAN BE LOOKED UP BY INVOICE,     *
001400*                      BILL-TO CODE OR LEAD ACCOUNT ONLINE      *
001500*                      (IJRINQ01) INSTEAD OF WAITING ON A GDG   *
001600*                      RESTORE.  EVERY RECORD IS STORED AS IT   *
001700*                      ARRIVED, ERROR CODE OR NOT.  THE KEY     *
001800*                      CARRIES THE GENERATION AND THE RECORD'S  *
001900*                      POSITION IN IT, SO A RERUN OF THE SAME   *
002000*                      GENERATION IS COUNTED AND LEFT ALONE,    *
002100*                      THE SAME WAY AN IJTARC01 RESTORE IS.     *
002200*                      THE STORE IS CREATED ON FIRST USE.       *
002300*                      IJRARC01 PURGES IT.                      *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
002800 OBJECT-COMPUTER.   IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT RP519-IN-FILE  ASSIGN TO RP519IN
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS JNL-RP519IN-STATUS.
003400
003500     SELECT RP5-STR-FILE   ASSIGN TO RP5STR
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS RP5STR-KEY
003900         ALTERNATE RECORD KEY IS RP5STR-ORIGNL-INVC-NUM
004000             WITH DUPLICATES
004100         ALTERNATE RECORD KEY IS RP5STR-BL-TO-CD
004200             WITH DUPLICATES
004300         ALTERNATE RECORD KEY IS RP5STR-LEAD-ACCOUNT
004400             WITH DUPLICATES
004500         FILE STATUS IS JNL-RP5STR-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  RP519-IN-FILE
005000     RECORDING MODE IS F.
005100 01  RP519-IN-RECORD           PIC X(450).
005200
005300 FD  RP5-STR-FILE.
005400     COPY rp5str.
005500
005600 WORKING-STORAGE SECTION.
005700 COPY rps REPLACING ==01  RP519-RECORD.==
005800     BY ==01  JNL-RP519-VIEW.==.
005900
006000 01  JNL-RP519IN-STATUS        PIC X(02) VALUE SPACES.
006100     88  JNL-RP519IN-OK                  VALUE '00'.
006200     88  JNL-RP519IN-EOF                 VALUE '10'.
006300 01  JNL-RP5STR-STATUS         PIC X(02) VALUE SPACES.
006400     88  JNL-RP5STR-OK                   VALUE '00'.
006500     88  JNL-RP5STR-NOTFND               VALUE '35'.
006600
006700 01  JNL-LOAD-DT               PIC X(08) VALUE SPACES.
006800 01  JNL-REC-ORD               PIC 9(07) VALUE ZERO.
006900
007000 01  JNL-COUNTERS.
007100     05  JNL-RECS-READ         PIC S9(09) COMP-3 VALUE ZERO.
007200     05  JNL-RECS-STORED       PIC S9(09) COMP-3 VALUE ZERO.
007300     05  JNL-RECS-ON-FILE      PIC S9(09) COMP-3 VALUE ZERO.
007400
007500 PROCEDURE DIVISION.
007600*--------------------------------------------------------------*
007700 0000-MAINLINE.
007800     PERFORM 1000-INITIALIZE
007900         THRU 1000-INITIALIZE-EXIT.
008000     PERFORM 2000-STORE-ONE-RECORD
008100         THRU 2000-STORE-ONE-RECORD-EXIT
008200         UNTIL JNL-RP519IN-EOF.
008300     PERFORM 9000-TERMINATE
008400         THRU 9000-TERMINATE-EXIT.
008500     GOBACK.
008600
008700*--------------------------------------------------------------*
008800* OPEN THE STORE I-O, CREATING IT ON FIRST USE WITH THE SAME    *
008900* FALLBACK IJTAPL01 USES FOR TIFDET.                            *
009000*--------------------------------------------------------------*
009100 1000-INITIALIZE.
009200     ACCEPT JNL-LOAD-DT FROM DATE YYYYMMDD.
009300     OPEN INPUT RP519-IN-FILE.
009400     IF NOT JNL-RP519IN-OK
009500         DISPLAY 'IJRSTL01 - UNABLE TO OPEN RP519IN, STATUS = '
009600             JNL-RP519IN-STATUS
009700         MOVE 16 TO RETURN-CODE
009800         GOBACK
009900     END-IF.
010000     OPEN I-O RP5-STR-FILE.
010100     IF JNL-RP5STR-NOTFND
010200         OPEN OUTPUT RP5-STR-FILE
010300         CLOSE RP5-STR-FILE
010400         OPEN I-O RP5-STR-FILE
010500     END-IF.
010600     IF NOT JNL-RP5STR-OK
010700         DISPLAY 'IJRSTL01 - UNABLE TO OPEN RP5STR, STATUS = '
010800             JNL-RP5STR-STATUS
010900         MOVE 16 TO RETURN-CODE
011000         GOBACK
011100     END-IF.
011200 1000-INITIALIZE-EXIT.
011300     EXIT.
011400
011500*--------------------------------------------------------------*
011600 2000-STORE-ONE-RECORD.
011700     READ RP519-IN-FILE INTO JNL-RP519-VIEW
011800         AT END
011900             SET JNL-RP519IN-EOF TO TRUE
012000             GO TO 2000-STORE-ONE-RECORD-EXIT
012100     END-READ.
012200     ADD 1 TO JNL-RECS-READ.
012300     ADD 1 TO JNL-REC-ORD.
012400     MOVE SPACES                TO RP5STR-RECORD.
012500     MOVE RP519-INVC-NUM        TO RP5STR-INVC-NUM.
012600     MOVE RP519-EXTRACT-TYPE    TO RP5STR-EXTRACT-TYPE.
012700     MOVE RP519-GDG-NO          TO RP5STR-GDG-NO.
012800     MOVE RP519-EXTRACT-GDG-NO  TO RP5STR-EXTRACT-GDG-NO.
012900     MOVE JNL-REC-ORD           TO RP5STR-REC-ORD.
013000     MOVE RP519-ORIGNL-INVC-NUM TO RP5STR-ORIGNL-INVC-NUM.
013100     MOVE RP519-BL-TO-CD        TO RP5STR-BL-TO-CD.
013200     MOVE RP519-LEAD-ACCOUNT    TO RP5STR-LEAD-ACCOUNT.
013300     MOVE JNL-LOAD-DT           TO RP5STR-LOAD-DT.
013400     MOVE JNL-RP519-VIEW        TO RP5STR-RP519-DATA.
013500     WRITE RP5STR-RECORD
013600         INVALID KEY
013700             ADD 1 TO JNL-RECS-ON-FILE
013800             GO TO 2000-STORE-ONE-RECORD-EXIT
013900     END-WRITE.
014000     ADD 1 TO JNL-RECS-STORED.
014100 2000-STORE-ONE-RECORD-EXIT.
014200     EXIT.
014300
014400*--------------------------------------------------------------*
014500 9000-TERMINATE.
014600     CLOSE RP519-IN-FILE RP5-STR-FILE.
014700     DISPLAY 'IJRSTL01 - RP519 RECORDS READ    = ' JNL-RECS-READ.
014800     DISPLAY 'IJRSTL01 - RECORDS STORED        = '
014900         JNL-RECS-STORED.
015000     DISPLAY 'IJRSTL01 - ALREADY ON THE STORE  = '
015100         JNL-RECS-ON-FILE.
015200 9000-TERMINATE-EXIT.
015300     EXIT.
015400
015500*-------------------------------------------------------------.
015600*                     E N D   O F  I J R S T L 0 1             :
015700*-------------------------------------------------------------'
