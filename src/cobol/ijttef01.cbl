002500*                      FIRST, AND TECFEXT CARRIES THE SAME      *
002600*                      ROWS AS A MACHINE-READABLE EXTRACT FOR   *
002700*                      THE ACCOUNT TEAMS' RE-SOLICITATION.      *
002710* 29.0  09/17/26  RAS  READS EACH CERTIFICATE ACCOUNT'S DETAILS *
002720*                      OFF THE NEW TIFDET BILLED-ACCOUNT PATH   *
002730*                      (SEE TIFDETV), ONCE PER ACCOUNT, IN      *
002740*                      PLACE OF WALKING THE WHOLE FILE.         *
002800*--------------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS TIFDET-KEY
004610         ALTERNATE RECORD KEY IS TIFDET-BL-ACCT-NB
004620             WITH DUPLICATES
004630         ALTERNATE RECORD KEY IS TIFDET-LEAD-ACCT-NB
004640             WITH DUPLICATES
004700         FILE STATUS IS JNL-TIFDET-STATUS.
004800
004900     SELECT TEC-FRPT-FILE ASSIGN TO TECFRPT
012600 01  JNL-CUR-CERT-KEY.
012700     05  JNL-CUR-ACCT-NB       PIC X(13) VALUE SPACES.
012800     05  JNL-CUR-LVL-CD        PIC X(01) VALUE SPACES.
012810 01  JNL-WALK-SUB              PIC 9(04) COMP VALUE ZERO.
012820 01  JNL-PRIOR-SUB             PIC 9(04) COMP VALUE ZERO.
012830 01  JNL-WALK-ACCT-NB          PIC X(13) VALUE SPACES.
012900
013000*--------------------------------------------------------------*
013100* THE FIVE JURISDICTION LEVELS IN THE ORDER THE XX-TAX-EXMPT    *
019200 0000-MAINLINE.
019300     PERFORM 1000-INITIALIZE
019400         THRU 1000-INITIALIZE-EXIT.
019500     PERFORM 1500-WALK-CERT-ACCOUNT
019550         THRU 1500-WALK-CERT-ACCOUNT-EXIT
019600         VARYING JNL-WALK-SUB FROM 1 BY 1
019650         UNTIL JNL-WALK-SUB > JNL-CERT-CNT.
019800     PERFORM 8000-RANK-AND-REPORT
019900         THRU 8000-RANK-AND-REPORT-EXIT.
020000     PERFORM 9000-TERMINATE
023500         MOVE 16 TO RETURN-CODE
023600         GOBACK
023700     END-IF.
024300
024400     OPEN OUTPUT TEC-FRPT-FILE.
024500     OPEN OUTPUT TEC-FEXT-FILE.
031600 1110-READ-CERT-ROW-EXIT.
031700     EXIT.
031800
031803*--------------------------------------------------------------*
031806* EACH CERTIFICATE ACCOUNT'S DETAILS ARE READ OFF THE TIFDET    *
031809* BILLED-ACCOUNT PATH - ONCE PER ACCOUNT, HOWEVER MANY LEVELS   *
031812* IT HOLDS CERTIFICATES FOR.                                    *
031815*--------------------------------------------------------------*
031818 1500-WALK-CERT-ACCOUNT.
031821     PERFORM 1510-TEST-PRIOR-ACCT
031824         VARYING JNL-PRIOR-SUB FROM 1 BY 1
031827         UNTIL JNL-PRIOR-SUB NOT < JNL-WALK-SUB
031830         OR JNL-CERT-ACCT-NB (JNL-PRIOR-SUB) =
031833            JNL-CERT-ACCT-NB (JNL-WALK-SUB).
031836     IF JNL-PRIOR-SUB < JNL-WALK-SUB
031839         GO TO 1500-WALK-CERT-ACCOUNT-EXIT
031842     END-IF.
031845     MOVE JNL-CERT-ACCT-NB (JNL-WALK-SUB) TO JNL-WALK-ACCT-NB.
031848     MOVE JNL-WALK-ACCT-NB TO TIFDET-BL-ACCT-NB.
031851     MOVE '00' TO JNL-TIFDET-STATUS.
031854     START TIF-DET-FILE KEY = TIFDET-BL-ACCT-NB
031857         INVALID KEY
031860             SET JNL-TIFDET-EOF TO TRUE
031863     END-START.
031866     PERFORM 2000-WALK-TIFDET
031869         THRU 2000-WALK-TIFDET-EXIT
031872         UNTIL JNL-TIFDET-EOF.
031875 1500-WALK-CERT-ACCOUNT-EXIT.
031878     EXIT.
031881
031884 1510-TEST-PRIOR-ACCT.
031887     CONTINUE.
031890
031900*--------------------------------------------------------------*
032000* EVERY STORED DETAIL CLAIMING AN EXEMPTION ADDS ITS GROSS      *
032100* REVENUE TO THE CERTIFICATE ROW COVERING THAT ACCOUNT AND      *
033000     IF JNL-TIFDET-EOF
033100         GO TO 2000-WALK-TIFDET-EXIT
033200     END-IF.
033210     IF TIFDET-BL-ACCT-NB NOT = JNL-WALK-ACCT-NB
033220         SET JNL-TIFDET-EOF TO TRUE
033230         GO TO 2000-WALK-TIFDET-EXIT
033240     END-IF.
033300     ADD 1 TO JNL-DETS-READ.
033400     MOVE TIFDET-FIXED-DATA TO JNL-TIF-RAW-REC (1:902).
033410*--------------------------------------------------------------*
