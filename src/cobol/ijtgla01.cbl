002400*                      NOTHING WE SENT ARE REPORTED TOO.  ANY   *
002500*                      REJECT OR OVERDUE LINE ENDS THE JOB      *
002600*                      RC=8.                                    *
002610* 28.1  09/10/26  RAS  ALSO LOADS THE CRS DISCOUNT JOURNAL      *
002620*                      IJCGLD01 SENDS (DD GLDSCINT, OPTIONAL)   *
002630*                      SO ITS CONTRA-REVENUE AND OFFSET LINES   *
002640*                      ARE MATCHED TO GLCONF WITH THE TIF ONES. *
002700*--------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS JNL-GLCONF-STATUS.
004500
004520     SELECT GL-DSC-FILE   ASSIGN TO GLDSCINT
004540         ORGANIZATION IS LINE SEQUENTIAL
004560         FILE STATUS IS JNL-GLDSC-STATUS.
004580
004600     SELECT GLA-RPT-FILE  ASSIGN TO GLARPT
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS JNL-GLARPT-STATUS.
006000 FD  GL-CONF-FILE
006100     RECORDING MODE IS F.
006200 01  GL-CONF-IN-RECORD         PIC X(80).
006210
006220 FD  GL-DSC-FILE
006230     RECORDING MODE IS F.
006240 01  GL-DSC-RECORD             PIC X(80).
006250
006400 FD  GLA-RPT-FILE
006500     RECORDING MODE IS F.
006600 01  GLA-RPT-LINE              PIC X(132).
007500     88  JNL-GLCONF-OK                   VALUE '00'.
007600     88  JNL-GLCONF-EOF                  VALUE '10'.
007700     88  JNL-GLCONF-NOT-FOUND            VALUE '35'.
007710 01  JNL-GLDSC-STATUS          PIC X(02) VALUE SPACES.
007720     88  JNL-GLDSC-OK                    VALUE '00'.
007730     88  JNL-GLDSC-EOF                   VALUE '10'.
007740     88  JNL-GLDSC-NOT-FOUND             VALUE '35'.
007800 01  JNL-GLARPT-STATUS         PIC X(02) VALUE SPACES.
007900
008000 COPY glconf.
014300     PERFORM 2000-LOAD-GLINTF-LINES
014400         THRU 2000-LOAD-GLINTF-LINES-EXIT
014500         UNTIL JNL-GLINTF-EOF.
014510     PERFORM 2100-LOAD-GLDSCINT-LINES
014520         THRU 2100-LOAD-GLDSCINT-LINES-EXIT
014530         UNTIL JNL-GLDSC-EOF.
014600     PERFORM 3000-APPLY-CONFIRMATIONS
014700         THRU 3000-APPLY-CONFIRMATIONS-EXIT
014800         UNTIL JNL-GLCONF-EOF.
018900             GOBACK
019000         END-IF
019100     END-IF.
019110*--------------------------------------------------------------*
019120* GLDSCINT ONLY EXISTS ON DAYS IJCGLD01 JOURNALED A CRS CYCLE - *
019130* NO DISCOUNT LINES SENT, NONE TO MATCH.                        *
019140*--------------------------------------------------------------*
019150     OPEN INPUT GL-DSC-FILE.
019160     IF JNL-GLDSC-NOT-FOUND
019170         SET JNL-GLDSC-EOF TO TRUE
019180     ELSE
019190         IF NOT JNL-GLDSC-OK
019191             DISPLAY 'IJTGLA01 - UNABLE TO OPEN GLDSCINT, RC=16'
019192             MOVE 16 TO RETURN-CODE
019193             GOBACK
019194         END-IF
019195     END-IF.
019200
019300     OPEN OUTPUT GLA-RPT-FILE.
019400     MOVE SPACES TO GLA-RPT-LINE.
021900     IF JNL-GLINTF-EOF
022000         GO TO 2000-LOAD-GLINTF-LINES-EXIT
022100     END-IF.
022110     PERFORM 2200-ADD-SENT-LINE
022120         THRU 2200-ADD-SENT-LINE-EXIT.
022130 2000-LOAD-GLINTF-LINES-EXIT.
022140     EXIT.
022150
022160*--------------------------------------------------------------*
022170* THE CRS DISCOUNT JOURNAL IS THE SAME BATCH FORMAT, SO ITS 'D'  *
022180* LINES GO INTO THE SAME TABLE AND THE CONFIRMATIONS TICK THEM   *
022190* OFF THE SAME WAY.                                              *
022191*--------------------------------------------------------------*
022192 2100-LOAD-GLDSCINT-LINES.
022193     READ GL-DSC-FILE INTO JNL-GL-DTL-VIEW
022194         AT END
022195             SET JNL-GLDSC-EOF TO TRUE
022196     END-READ.
022197     IF JNL-GLDSC-EOF
022198         GO TO 2100-LOAD-GLDSCINT-LINES-EXIT
022199     END-IF.
022201     PERFORM 2200-ADD-SENT-LINE
022202         THRU 2200-ADD-SENT-LINE-EXIT.
022203 2100-LOAD-GLDSCINT-LINES-EXIT.
022204     EXIT.
022205
022206*--------------------------------------------------------------*
022207 2200-ADD-SENT-LINE.
022210     IF JNL-GLD-REC-TYPE NOT = 'D'
022300         GO TO 2200-ADD-SENT-LINE-EXIT
022400     END-IF.
022500     IF JNL-SENT-CNT >= 2000
022600         ADD 1 TO JNL-SENT-OVERFLOW
022700         GO TO 2200-ADD-SENT-LINE-EXIT
022800     END-IF.
022900     ADD 1 TO JNL-SENT-CNT.
023000     ADD 1 TO JNL-LINES-SENT.
023200     MOVE JNL-GLD-JRNL-DT  TO JNL-SENT-JRNL-DT (JNL-SENT-CNT).
023300     MOVE JNL-GLD-AMT      TO JNL-SENT-AMT (JNL-SENT-CNT).
023400     SET JNL-SENT-UNCONFIRMED (JNL-SENT-CNT) TO TRUE.
023500 2200-ADD-SENT-LINE-EXIT.
023600     EXIT.
023700
023800*--------------------------------------------------------------*
033600
033700*--------------------------------------------------------------*
033800 9000-TERMINATE.
033900     CLOSE GL-INTF-FILE GL-DSC-FILE GL-CONF-FILE GLA-RPT-FILE.
034000     DISPLAY 'IJTGLA01 - SUMMARY LINES SENT     = '
034100         JNL-LINES-SENT.
034200     DISPLAY 'IJTGLA01 - CONFIRMATIONS READ     = '
