002200*                      ANY BREAK ENDS THE JOB RC=8 - A RECORD   *
002300*                      DROPPED BETWEEN PROGRAMS WAS PREVIOUSLY  *
002400*                      UNDETECTABLE.                            *
002410* 27.8  09/10/26  RAS  THE IJTBBR01 BACK-BILLING LIMIT EDIT NOW *
002420*                      RUNS BETWEEN IJTDTV01 AND IJTDSP01/      *
002430*                      IJTREC01 AND WRITES ITS OWN RUNCTL.  IT  *
002440*                      IS THE THIRD OF FIVE STAGES - IT MUST    *
002450*                      SEE WHAT IJTDTV01 PASSED CLEAN, AND      *
002460*                      IJTDSP01 AND IJTREC01 MUST NOW EACH SEE  *
002470*                      WHAT IJTBBR01 PASSED ON.                 *
002473* 30.0  10/01/26  RAS  ALSO WRITES EVERY BREAK TO THE CHNBRK    *
002476*                      RESULT FILE (SEE CHNBRK), WITH A TRAILER *
002479*                      ROW CARRYING FILES TIED AND BROKEN, SO   *
002482*                      THE IJTCCG01 CYCLE-CLOSE CERTIFICATION   *
002485*                      CAN LIST THE BREAKS AS CHECKLIST ITEMS   *
002488*                      AND TELL A CLEAN BALANCE FROM ONE THAT   *
002491*                      NEVER RAN.                               *
002493* 30.7  10/15/26  RAS  CHECK THE CHNRPT AND CHNBRK OPENS.       *
002500*--------------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
003600     SELECT CHN-RPT-FILE ASSIGN TO CHNRPT
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS JNL-CHNRPT-STATUS.
003820
003840     SELECT CHN-BRK-FILE ASSIGN TO CHNBRK
003860         ORGANIZATION IS LINE SEQUENTIAL
003880         FILE STATUS IS JNL-CHNBRK-STATUS.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004600 FD  CHN-RPT-FILE
004700     RECORDING MODE IS F.
004800 01  CHN-RPT-LINE              PIC X(132).
004820
004840 FD  CHN-BRK-FILE
004860     RECORDING MODE IS F.
004880     COPY chnbrk.
004900
005000 WORKING-STORAGE SECTION.
005100 01  JNL-RUNCTL-STATUS         PIC X(02) VALUE SPACES.
005200     88  JNL-RUNCTL-OK                   VALUE '00'.
005300     88  JNL-RUNCTL-EOF                  VALUE '10'.
005320 01  JNL-CHNRPT-STATUS         PIC X(02) VALUE SPACES.
005340     88  JNL-CHNRPT-OK                   VALUE '00'.
005360 01  JNL-CHNBRK-STATUS         PIC X(02) VALUE SPACES.
005380     88  JNL-CHNBRK-OK                   VALUE '00'.
005500
005600*--------------------------------------------------------------*
005700* ONE ROW PER TIF FILE SEEN ON ANY STAGE'S RUN-CONTROL, WITH    *
005800* SLOTS FOR THE FIVE CHAIN STAGES IN PROCESSING ORDER -        *
005900* 1 IJTHDR01, 2 IJTDTV01, 3 IJTBBR01, 4 IJTDSP01, 5 IJTREC01.  *
006000*--------------------------------------------------------------*
006100 01  JNL-FILE-CNT              PIC 9(04) COMP VALUE ZERO.
006200 01  JNL-FILE-SUB              PIC 9(04) COMP VALUE ZERO.
006300 01  JNL-STAGE-SUB             PIC 9(04) COMP VALUE ZERO.
006310 01  JNL-FEED-SUB              PIC 9(04) COMP VALUE ZERO.
006400 01  JNL-FILE-TABLE.
006500     05  JNL-FILE-ENTRY OCCURS 200 TIMES.
006600         10  JNL-FILE-KEY.
006700             15  JNL-FILE-JOBNAME  PIC X(08).
006800             15  JNL-FILE-SEQ-NM   PIC X(06).
006900         10  JNL-STAGE-SLOT OCCURS 5 TIMES.
007000             15  JNL-STAGE-SEEN-SW PIC X(01).
007100                 88  JNL-STAGE-SEEN       VALUE 'Y'.
007200             15  JNL-STAGE-IN      PIC S9(09) COMP-3.
007900 01  JNL-STAGE-NAMES.
008000     05  FILLER                PIC X(08) VALUE 'IJTHDR01'.
008100     05  FILLER                PIC X(08) VALUE 'IJTDTV01'.
008150     05  FILLER                PIC X(08) VALUE 'IJTBBR01'.
008200     05  FILLER                PIC X(08) VALUE 'IJTDSP01'.
008300     05  FILLER                PIC X(08) VALUE 'IJTREC01'.
008400 01  JNL-STAGE-NAME-TABLE REDEFINES JNL-STAGE-NAMES.
008500     05  JNL-STAGE-NAME OCCURS 5 TIMES
008600                               PIC X(08).
008700
008800 01  JNL-COUNTERS.
009100     05  JNL-FILES-BROKEN      PIC S9(05) COMP-3 VALUE ZERO.
009200 01  JNL-FILE-BROKEN-SW        PIC X(01) VALUE 'N'.
009300     88  JNL-FILE-IS-BROKEN              VALUE 'Y'.
009350 01  JNL-BRK-KIND-CD           PIC X(01) VALUE SPACE.
009400
009500 01  JNL-EDIT-FIELDS.
009600     05  JNL-EDIT-IN           PIC ZZZ,ZZZ,ZZ9.
013300         MOVE 16 TO RETURN-CODE
013400         GOBACK
013500     END-IF.
013510     OPEN OUTPUT CHN-RPT-FILE.
013520     IF NOT JNL-CHNRPT-OK
013530         DISPLAY 'IJTRCB01 - UNABLE TO OPEN CHNRPT, STATUS = '
013540             JNL-CHNRPT-STATUS
013550         MOVE 16 TO RETURN-CODE
013560         GOBACK
013570     END-IF.
013580     OPEN OUTPUT CHN-BRK-FILE.
013590     IF NOT JNL-CHNBRK-OK
013600         DISPLAY 'IJTRCB01 - UNABLE TO OPEN CHNBRK, STATUS = '
013610             JNL-CHNBRK-STATUS
013620         MOVE 16 TO RETURN-CODE
013630         GOBACK
013640     END-IF.
013700     MOVE SPACES TO CHN-RPT-LINE.
013800     MOVE 'IJTRCB01 - TIF CHAIN STAGE-TO-STAGE CONTROL BALANCE'
013900         TO CHN-RPT-LINE.
016100
016200     PERFORM 2100-FIND-STAGE-SLOT
016300         THRU 2100-FIND-STAGE-SLOT-EXIT.
016400     IF JNL-STAGE-SUB > 5
016500         DISPLAY 'IJTRCB01 - UNRECOGNIZED PROGRAM "'
016600             RUNCTL-PROGRAM-ID '" ON RUNCTL, RECORD SKIPPED'
016700         GO TO 2000-LOAD-RUN-CONTROL-EXIT
018300 2100-FIND-STAGE-SLOT.
018400     PERFORM 2110-TEST-STAGE-NAME
018500         VARYING JNL-STAGE-SUB FROM 1 BY 1
018600         UNTIL JNL-STAGE-SUB > 5
018700         OR JNL-STAGE-NAME (JNL-STAGE-SUB) = RUNCTL-PROGRAM-ID.
018800 2100-FIND-STAGE-SLOT-EXIT.
018900     EXIT.
021100         PERFORM 2220-CLEAR-STAGE-SLOT
021200             THRU 2220-CLEAR-STAGE-SLOT-EXIT
021300             VARYING JNL-STAGE-SUB FROM 1 BY 1
021400             UNTIL JNL-STAGE-SUB > 5
021500         PERFORM 2100-FIND-STAGE-SLOT
021600             THRU 2100-FIND-STAGE-SLOT-EXIT
021700     END-IF.
023100
023200*--------------------------------------------------------------*
023300* TIE EACH FILE'S STAGES TOGETHER.  IJTDTV01 MUST SEE WHAT      *
023400* IJTHDR01 PASSED; IJTBBR01 MUST SEE WHAT IJTDTV01 PASSED       *
023410* CLEAN; IJTDSP01 AND IJTREC01 MUST EACH SEE WHAT IJTBBR01      *
023500* PASSED ON.  A SUCCESSOR THAT NEVER REPORTED WHEN              *
023600* ITS PREDECESSOR PASSED RECORDS ON IS A MISSING STAGE.         *
023700*--------------------------------------------------------------*
023800 3000-BALANCE-FILES.
024900     PERFORM 3200-PRINT-ONE-STAGE
025000         THRU 3200-PRINT-ONE-STAGE-EXIT
025100         VARYING JNL-STAGE-SUB FROM 1 BY 1
025200         UNTIL JNL-STAGE-SUB > 5.
025300     PERFORM 3300-CHECK-HANDOFF
025400         THRU 3300-CHECK-HANDOFF-EXIT.
025500     IF JNL-FILE-IS-BROKEN
028700         PERFORM 3320-CHECK-DTV-SUCCESSORS
028800             THRU 3320-CHECK-DTV-SUCCESSORS-EXIT
028900     END-IF.
028910     IF JNL-STAGE-SEEN (JNL-FILE-SUB, 3)
028920         PERFORM 3340-CHECK-BBR-SUCCESSORS
028930             THRU 3340-CHECK-BBR-SUCCESSORS-EXIT
028940     END-IF.
029000 3300-CHECK-HANDOFF-EXIT.
029100     EXIT.
029200
029300*--------------------------------------------------------------*
029400 3310-CHECK-ONE-LINK.
029500     MOVE 2 TO JNL-STAGE-SUB.
029550     MOVE 1 TO JNL-FEED-SUB.
029600     IF JNL-STAGE-SEEN (JNL-FILE-SUB, 2)
029700         IF JNL-STAGE-IN (JNL-FILE-SUB, 2) NOT =
029800             JNL-STAGE-OUT (JNL-FILE-SUB, 1)
031000
031100*--------------------------------------------------------------*
031200 3320-CHECK-DTV-SUCCESSORS.
031300     MOVE 2 TO JNL-FEED-SUB.
031400     MOVE 3 TO JNL-STAGE-SUB.
031500     PERFORM 3330-CHECK-ONE-SUCCESSOR
031600         THRU 3330-CHECK-ONE-SUCCESSOR-EXIT.
031900 3320-CHECK-DTV-SUCCESSORS-EXIT.
032000     EXIT.
032100
032200 3330-CHECK-ONE-SUCCESSOR.
032300     IF JNL-STAGE-SEEN (JNL-FILE-SUB, JNL-STAGE-SUB)
032400         IF JNL-STAGE-IN (JNL-FILE-SUB, JNL-STAGE-SUB) NOT =
032500             JNL-STAGE-OUT (JNL-FILE-SUB, JNL-FEED-SUB)
032600             PERFORM 3400-WRITE-BREAK-LINE
032700                 THRU 3400-WRITE-BREAK-LINE-EXIT
032800         END-IF
032900     ELSE
033000         IF JNL-STAGE-OUT (JNL-FILE-SUB, JNL-FEED-SUB) > ZERO
033100             PERFORM 3450-WRITE-MISSING-LINE
033200                 THRU 3450-WRITE-MISSING-LINE-EXIT
033300         END-IF
033400     END-IF.
033500 3330-CHECK-ONE-SUCCESSOR-EXIT.
033600     EXIT.
033610
033620*--------------------------------------------------------------*
033630 3340-CHECK-BBR-SUCCESSORS.
033640     MOVE 3 TO JNL-FEED-SUB.
033650     MOVE 4 TO JNL-STAGE-SUB.
033660     PERFORM 3330-CHECK-ONE-SUCCESSOR
033670         THRU 3330-CHECK-ONE-SUCCESSOR-EXIT.
033680     MOVE 5 TO JNL-STAGE-SUB.
033690     PERFORM 3330-CHECK-ONE-SUCCESSOR
033695         THRU 3330-CHECK-ONE-SUCCESSOR-EXIT.
033696 3340-CHECK-BBR-SUCCESSORS-EXIT.
033697     EXIT.
033700
033800*--------------------------------------------------------------*
033900 3400-WRITE-BREAK-LINE.
034900         DELIMITED BY SIZE INTO CHN-RPT-LINE
035000     END-STRING.
035100     WRITE CHN-RPT-LINE.
035125     MOVE 'O' TO JNL-BRK-KIND-CD.
035150     PERFORM 3460-WRITE-BREAK-REC
035175         THRU 3460-WRITE-BREAK-REC-EXIT.
035200 3400-WRITE-BREAK-LINE-EXIT.
035300     EXIT.
035400
036500         DELIMITED BY SIZE INTO CHN-RPT-LINE
036600     END-STRING.
036700     WRITE CHN-RPT-LINE.
036725     MOVE 'M' TO JNL-BRK-KIND-CD.
036750     PERFORM 3460-WRITE-BREAK-REC
036775         THRU 3460-WRITE-BREAK-REC-EXIT.
036800 3450-WRITE-MISSING-LINE-EXIT.
036900     EXIT.
036904
036908*--------------------------------------------------------------*
036912* THE SAME BREAK FOR CHNBRK - THE STAGE AT FAULT, WHAT IT SAW,  *
036916* AND WHAT THE STAGE FEEDING IT PASSED ON, UNDER THE KIND OF    *
036920* BREAK THE CALLER SET.                                         *
036924*--------------------------------------------------------------*
036928 3460-WRITE-BREAK-REC.
036936     MOVE SPACES TO CHNBRK-RECORD.
036940     SET CHNBRK-BREAK TO TRUE.
036944     MOVE JNL-BRK-KIND-CD TO CHNBRK-KIND-CD.
036948     MOVE JNL-FILE-JOBNAME (JNL-FILE-SUB) TO CHNBRK-JOBNAME.
036952     MOVE JNL-FILE-SEQ-NM (JNL-FILE-SUB)  TO CHNBRK-SEQ-NM.
036956     MOVE JNL-STAGE-NAME (JNL-STAGE-SUB)  TO CHNBRK-STAGE.
036960     MOVE ZERO TO CHNBRK-RECS-SEEN.
036964     IF JNL-STAGE-SEEN (JNL-FILE-SUB, JNL-STAGE-SUB)
036968         MOVE JNL-STAGE-IN (JNL-FILE-SUB, JNL-STAGE-SUB)
036972             TO CHNBRK-RECS-SEEN
036976     END-IF.
036980     MOVE JNL-STAGE-OUT (JNL-FILE-SUB, JNL-FEED-SUB)
036984         TO CHNBRK-RECS-PASSED.
036988     WRITE CHNBRK-RECORD.
036992 3460-WRITE-BREAK-REC-EXIT.
036996     EXIT.
037000
037100*--------------------------------------------------------------*
037200 9000-TERMINATE.
037216     MOVE SPACES TO CHNBRK-RECORD.
037232     SET CHNBRK-TRAILER TO TRUE.
037248     MOVE JNL-FILES-TIED   TO CHNBRK-FILES-TIED.
037264     MOVE JNL-FILES-BROKEN TO CHNBRK-FILES-BROKEN.
037280     WRITE CHNBRK-RECORD.
037300     CLOSE RUN-CTL-FILE CHN-RPT-FILE CHN-BRK-FILE.
037400     DISPLAY 'IJTRCB01 - RUN-CONTROL RECORDS READ = '
037500         JNL-CTL-RECS-READ.
037600     DISPLAY 'IJTRCB01 - FILES TIED               = '
