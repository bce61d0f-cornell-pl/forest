002700*                      FEEDER'S OWN CONNECTION.  ANY OF THE    *
002800*                      THREE INPUTS MAY BE ABSENT ON A CLEAN   *
002900*                      NIGHT.                                  *
002912* 30.5  10/01/26  RAS  ADDED IJRAPG01'S RP5REJ FILE AS A FOURTH *
002924*                      OPTIONAL INPUT.  A HIGH-VALUE RP519      *
002936*                      ADJUSTMENT THE APPROVERS REJECTED GOES   *
002948*                      BACK AS AN 'R' NOTICE UNDER SOURCE       *
002960*                      SYSTEM 'R519' WITH THE REJECT REASON,    *
002972*                      THE AMOUNT AND THE LEAD ACCOUNT, JE AND  *
002984*                      INVOICE.                                 *
003000*--------------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS JNL-TIFEXCP-STATUS.
004800
004820     SELECT RP5-REJ-FILE  ASSIGN TO RP5REJ
004840         ORGANIZATION IS LINE SEQUENTIAL
004860         FILE STATUS IS JNL-RP5REJ-STATUS.
004880
004900     SELECT NOTIFY-FILE   ASSIGN TO NOTIFY
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS JNL-NOTIFY-STATUS.
006600     05  TIF-EXCP-REASON       PIC X(40).
006700     05  TIF-EXCP-DATA         PIC X(3092).
006800
006814 FD  RP5-REJ-FILE
006828     RECORDING MODE IS F.
006842 01  RP5-REJ-RECORD.
006856     05  RP5-REJ-REASON        PIC X(40).
006870     05  RP5-REJ-DATA          PIC X(450).
006884
006900 FD  NOTIFY-FILE
007000     RECORDING MODE IS F.
007100 01  NOTIFY-RECORD             PIC X(160).
008300     88  JNL-TIFEXCP-OK                  VALUE '00'.
008400     88  JNL-TIFEXCP-EOF                 VALUE '10'.
008500     88  JNL-TIFEXCP-NOT-FOUND           VALUE '35'.
008520 01  JNL-RP5REJ-STATUS         PIC X(02) VALUE SPACES.
008540     88  JNL-RP5REJ-OK                   VALUE '00'.
008560     88  JNL-RP5REJ-EOF                  VALUE '10'.
008580     88  JNL-RP5REJ-NOT-FOUND            VALUE '35'.
008600 01  JNL-NOTIFY-STATUS         PIC X(02) VALUE SPACES.
008700
008800 COPY tifnotf.
010700     05  JNL-QUAR-FILES        PIC S9(05) COMP-3 VALUE ZERO.
010800     05  JNL-HELD-FILES        PIC S9(05) COMP-3 VALUE ZERO.
010900     05  JNL-EXCP-DETAILS      PIC S9(09) COMP-3 VALUE ZERO.
010950     05  JNL-RP519-RETURNED    PIC S9(09) COMP-3 VALUE ZERO.
011000     05  JNL-NOTICES-WRITTEN   PIC S9(09) COMP-3 VALUE ZERO.
011100
011200     COPY tifview.
011225
011250 COPY rps REPLACING ==01  RP519-RECORD.==
011275     BY ==01  JNL-RP519-VIEW.==.
011300
011400 PROCEDURE DIVISION.
011500*--------------------------------------------------------------*
012900     PERFORM 4000-NOTIFY-ONE-EXCEPTION
013000         THRU 4000-NOTIFY-ONE-EXCEPTION-EXIT
013100         UNTIL JNL-TIFEXCP-EOF.
013125     PERFORM 5000-NOTIFY-ONE-RP519-REJECT
013150         THRU 5000-NOTIFY-ONE-RP519-REJECT-EXIT
013175         UNTIL JNL-RP5REJ-EOF.
013200     PERFORM 9000-TERMINATE
013300         THRU 9000-TERMINATE-EXIT.
013400     GOBACK.
013500
013600*--------------------------------------------------------------*
013700* A CLEAN NIGHT HAS NONE OF THE FOUR INPUTS - EACH ONE IS       *
013800* OPTIONAL AND AN ABSENT FILE SIMPLY CONTRIBUTES NOTHING.       *
013900*--------------------------------------------------------------*
014000 1000-INITIALIZE.
015000     IF JNL-TIFEXCP-NOT-FOUND
015100         SET JNL-TIFEXCP-EOF TO TRUE
015200     END-IF.
015220     OPEN INPUT RP5-REJ-FILE.
015240     IF JNL-RP5REJ-NOT-FOUND
015260         SET JNL-RP5REJ-EOF TO TRUE
015280     END-IF.
015300     OPEN OUTPUT NOTIFY-FILE.
015400 1000-INITIALIZE-EXIT.
015500     EXIT.
028000 4000-NOTIFY-ONE-EXCEPTION-EXIT.
028100     EXIT.
028200
028202*--------------------------------------------------------------*
028204* AN RP5REJ RECORD IS A HIGH-VALUE RP519 ADJUSTMENT IJRAPG01    *
028206* HELD AND THE APPROVERS REJECTED - THE CHECKED REJECT REASON   *
028208* PLUS THE RP519 RECORD AS RECEIVED.  IT GOES BACK UNDER SOURCE *
028210* SYSTEM 'R519' WITH THE LEAD ACCOUNT, JE AND INVOICE AS ITS    *
028212* KEYS, A CREDIT AS A NEGATIVE AMOUNT.                          *
028214*--------------------------------------------------------------*
028216 5000-NOTIFY-ONE-RP519-REJECT.
028218     READ RP5-REJ-FILE
028220         AT END
028222             SET JNL-RP5REJ-EOF TO TRUE
028224             GO TO 5000-NOTIFY-ONE-RP519-REJECT-EXIT
028226     END-READ.
028228     ADD 1 TO JNL-RP519-RETURNED.
028230     MOVE RP5-REJ-DATA TO JNL-RP519-VIEW.
028232     MOVE SPACES TO TIFNOTF-RECORD.
028234     MOVE 'R519'             TO TIFNOTF-SRCE-SYS-CD.
028236     MOVE 'R'                TO TIFNOTF-TYPE-CD.
028238     MOVE RP5-REJ-REASON     TO TIFNOTF-REASON.
028240     MOVE ZERO               TO TIFNOTF-CLAIMED-CNT.
028242     MOVE 1                  TO TIFNOTF-ACTUAL-CNT.
028244     MOVE ZERO               TO TIFNOTF-CLAIMED-AMT.
028246     IF RP519-CR-CODE
028248         COMPUTE TIFNOTF-ACTUAL-AMT = ZERO - RP519-CUR-AMT
028250     ELSE
028252         MOVE RP519-CUR-AMT  TO TIFNOTF-ACTUAL-AMT
028254     END-IF.
028256     MOVE RP519-LEAD-ACCOUNT TO TIFNOTF-ACCT-NB.
028258     MOVE RP519-JE           TO TIFNOTF-JRNL-CD.
028260     MOVE RP519-INVC-NUM     TO TIFNOTF-INV-NB.
028262     MOVE TIFNOTF-RECORD TO NOTIFY-RECORD.
028264     WRITE NOTIFY-RECORD.
028266     ADD 1 TO JNL-NOTICES-WRITTEN.
028268 5000-NOTIFY-ONE-RP519-REJECT-EXIT.
028270     EXIT.
028272
028300*--------------------------------------------------------------*
028400 9000-TERMINATE.
028500     CLOSE TIF-QUAR-FILE TIF-HOLD-FILE TIF-EXCP-FILE
028600         RP5-REJ-FILE NOTIFY-FILE.
028700     DISPLAY 'IJTRNF01 - FILES QUARANTINED      = '
028800         JNL-QUAR-FILES.
028900     DISPLAY 'IJTRNF01 - FILES HELD             = '
029000         JNL-HELD-FILES.
029100     DISPLAY 'IJTRNF01 - DETAILS REJECTED       = '
029200         JNL-EXCP-DETAILS.
029233     DISPLAY 'IJTRNF01 - RP519 RECORDS RETURNED = '
029266         JNL-RP519-RETURNED.
029300     DISPLAY 'IJTRNF01 - NOTICES WRITTEN        = '
029400         JNL-NOTICES-WRITTEN.
029500 9000-TERMINATE-EXIT.
