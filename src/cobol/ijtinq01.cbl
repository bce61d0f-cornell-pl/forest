002340*                      HELD ASIDE AND SHOWN ON THE SCREEN;      *
002350*                      XX-CTM-ND IS CAPPED AT THE VIEW'S OWN    *
002360*                      30-ENTRY TABLE FOR THE OVERLAY MOVE.     *
002365* 28.6  09/17/26  RAS  I) LOOKUP BY INVOICE NUMBER.  READS THE  *
002370*                      INVREG REGISTER IJTIVR01 BUILDS AND SHOWS*
002375*                      THE INVOICE'S TOTALS AND PROOF FLAGS,    *
002380*                      THEN STEPS THROUGH ITS DETAILS THE SAME  *
002385*                      WAY THE ACCOUNT LOOKUP DOES.  INVREG IS  *
002390*                      OPTIONAL - WITHOUT IT THE OTHER LOOKUPS  *
002395*                      STILL RUN.                               *
002400* 28.9  09/17/26  RAS  G) G-L DRILL-DOWN.  STARTS FROM A FACCT  *
002405*                      AND JOURNAL DATE AND LISTS, A PAGE AT A  *
002410*                      TIME, EVERY TIF DETAIL THAT FED THE      *
002415*                      GLINTF SUMMARY LINES FOR THEM - TIFDET   *
002420*                      KEY, SOBP, IET, BILLED ACCOUNT AND       *
002425*                      AMOUNT - FROM THE GLLIN LINEAGE STORE    *
002430*                      IJTGLP01 BUILDS, WITH A RUNNING COUNT    *
002435*                      AND TOTAL.  GLLIN IS OPTIONAL, AS INVREG *
002440*                      IS.                                      *
002445* 29.0  09/17/26  RAS  A) ACCOUNT LOOKUP NOW STARTS ON THE NEW  *
002450*                      TIFDET BILLED-ACCOUNT PATH (SEE TIFDETV) *
002455*                      AND READS ONLY THAT ACCOUNT'S DETAILS IN *
002460*                      PLACE OF BROWSING THE WHOLE FILE.  A     *
002465*                      LEAD ACCOUNT MAY BE KEYED INSTEAD, WHICH *
002470*                      USES THE LEAD-ACCOUNT PATH.              *
002472* 30.7  10/15/26  RAS  A) A BLANK ACCOUNT ENTRY IS REFUSED WITH *
002474*                      A MESSAGE INSTEAD OF STARTING THE LEAD   *
002476*                      PATH ON SPACES.                          *
002478*                      B) THE INVOICE DETAIL BROWSE STARTS      *
002480*                      TIFDET ON THE INVOICE'S BILLED ACCOUNT   *
002482*                      AND STOPS WHEN THE ACCOUNT CHANGES, IN   *
002484*                      PLACE OF BROWSING THE WHOLE FILE.        *
002490*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.   IBM-370.
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS DYNAMIC
003600         RECORD KEY IS TIFDET-KEY
003610         ALTERNATE RECORD KEY IS TIFDET-BL-ACCT-NB
003620             WITH DUPLICATES
003630         ALTERNATE RECORD KEY IS TIFDET-LEAD-ACCT-NB
003640             WITH DUPLICATES
003700         FILE STATUS IS JNL-TIFDET-STATUS.
003800
003900     SELECT TIF-TAX-FILE ASSIGN TO TIFTAX
004200         RECORD KEY IS TIFTAX-KEY
004300         FILE STATUS IS JNL-TIFTAX-STATUS.
004400
004410
004420     SELECT INV-REG-FILE ASSIGN TO INVREG
004430         ORGANIZATION IS INDEXED
004440         ACCESS MODE IS DYNAMIC
004450         RECORD KEY IS INVREG-INV-NB
004460         FILE STATUS IS JNL-INVREG-STATUS.
004465
004470     SELECT GL-LIN-FILE ASSIGN TO GLLIN
004475         ORGANIZATION IS INDEXED
004480         ACCESS MODE IS DYNAMIC
004485         RECORD KEY IS GLLIN-KEY
004490         FILE STATUS IS JNL-GLLIN-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  TIF-DET-FILE.
004900
005000 FD  TIF-TAX-FILE.
005100     COPY tiftaxv.
005110
005120 FD  INV-REG-FILE.
005130     COPY invreg.
005140
005150 FD  GL-LIN-FILE.
005160     COPY gllin.
005200
005300 WORKING-STORAGE SECTION.
005400 01  JNL-TIFDET-STATUS         PIC X(02) VALUE SPACES.
005700     88  JNL-TIFDET-NOTFND               VALUE '23'.
005800 01  JNL-TIFTAX-STATUS         PIC X(02) VALUE SPACES.
005900     88  JNL-TIFTAX-OK                   VALUE '00'.
005910 01  JNL-INVREG-STATUS         PIC X(02) VALUE SPACES.
005920     88  JNL-INVREG-OK                   VALUE '00'.
005930     88  JNL-INVREG-NOT-FOUND            VALUE '35'.
005940 01  JNL-GLLIN-STATUS          PIC X(02) VALUE SPACES.
005950     88  JNL-GLLIN-OK                    VALUE '00'.
005960     88  JNL-GLLIN-NOT-FOUND             VALUE '35'.
006000 01  JNL-CRT-STATUS            PIC 9(04) VALUE ZERO.
006100
006200 01  JNL-SWITCHES.
006400         88  JNL-DONE                    VALUE 'Y'.
006500     05  JNL-SCAN-DONE-SW      PIC X(01) VALUE 'N'.
006600         88  JNL-SCAN-DONE               VALUE 'Y'.
006610     05  JNL-INVREG-OPEN-SW    PIC X(01) VALUE 'N'.
006620         88  JNL-INVREG-OPEN             VALUE 'Y'.
006630     05  JNL-GLLIN-OPEN-SW     PIC X(01) VALUE 'N'.
006640         88  JNL-GLLIN-OPEN              VALUE 'Y'.
006650     05  JNL-PATH-SW           PIC X(01) VALUE SPACE.
006660         88  JNL-PATH-BILLED             VALUE 'B'.
006670         88  JNL-PATH-LEAD               VALUE 'L'.
006700
006800 01  JNL-MENU-CHOICE           PIC X(01) VALUE SPACES.
006900     88  JNL-CHOICE-KEY              VALUE 'K'.
007000     88  JNL-CHOICE-ACCT             VALUE 'A'.
007010     88  JNL-CHOICE-INVC             VALUE 'I'.
007020     88  JNL-CHOICE-GLDR             VALUE 'G'.
007100     88  JNL-CHOICE-EXIT             VALUE 'X'.
007200
007300 01  JNL-INQ-SRCE-SYS-CD       PIC X(04) VALUE SPACES.
007400 01  JNL-INQ-SEQ-NO            PIC 9(08) VALUE ZERO.
007500 01  JNL-INQ-ACCT-NB           PIC X(13) VALUE SPACES.
007505 01  JNL-INQ-LEAD-NB           PIC X(13) VALUE SPACES.
007510 01  JNL-INQ-INV-NB            PIC X(20) VALUE SPACES.
007520 01  JNL-INQ-FACCT-CD          PIC X(10) VALUE SPACES.
007530 01  JNL-INQ-JRNL-DT           PIC X(10) VALUE SPACES.
007600 01  JNL-CONTINUE-CHOICE       PIC X(01) VALUE SPACES.
007700 01  JNL-MESSAGE-LINE          PIC X(60) VALUE SPACES.
007800
009800 01  JNL-TAX-SUB               PIC 9(02) VALUE ZERO.
009900 01  JNL-EDIT-TAX-AT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
010000 01  JNL-EDIT-TAX-RT           PIC .9(05).
010006
010012*--------------------------------------------------------------*
010018* INVOICE REGISTER FIELDS FORMATTED FOR THE INVOICE SCREEN.     *
010024*--------------------------------------------------------------*
010030 01  JNL-INV-DSP-FIELDS.
010036     05  JNL-INV-DSP-DTL-CNT   PIC Z(06)9 VALUE ZERO.
010042     05  JNL-INV-DSP-LOW-LINE  PIC Z(09)9 VALUE ZERO.
010048     05  JNL-INV-DSP-HIGH-LINE PIC Z(09)9 VALUE ZERO.
010054     05  JNL-INV-DSP-TAX-CNT   PIC Z(06)9 VALUE ZERO.
010060     05  JNL-INV-DSP-CHG-AMT   PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
010066     05  JNL-INV-DSP-ADJ-AMT   PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
010072     05  JNL-INV-DSP-CASH-AMT  PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
010078     05  JNL-INV-DSP-DTL-TAX   PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
010084     05  JNL-INV-DSP-LINE-TAX  PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
010090     05  JNL-INV-DSP-FLAGS     PIC X(40) VALUE SPACES.
010100
010106*--------------------------------------------------------------*
010112* G-L LINEAGE LINES FORMATTED FOR THE DRILL-DOWN SCREEN, TEN    *
010118* TO A PAGE, WITH THE RUNNING COUNT AND TOTAL.                  *
010124*--------------------------------------------------------------*
010130 01  JNL-LIN-DISP-LINES.
010136     05  JNL-LIN-DISP-LINE OCCURS 10 TIMES
010142                               PIC X(72).
010148 01  JNL-LIN-PAGE-CNT          PIC 9(02) VALUE ZERO.
010154 01  JNL-LIN-SUB               PIC 9(02) VALUE ZERO.
010160 01  JNL-LIN-TOTAL-CNT         PIC S9(07)    COMP-3 VALUE ZERO.
010166 01  JNL-LIN-TOTAL-AMT         PIC S9(11)V99 COMP-3 VALUE ZERO.
010172 01  JNL-LIN-DSP-CNT           PIC Z(06)9 VALUE ZERO.
010178 01  JNL-LIN-DSP-AMT           PIC Z,ZZZ,ZZZ,ZZ9.99- VALUE ZERO.
010184 01  JNL-EDIT-LIN-AT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
010190
010200     COPY tifview.
010300
010400 SCREEN SECTION.
010800         'IJTINQ01 - TIF DETAIL/TAX INQUIRY'.
010900     05  LINE 03 COLUMN 01 VALUE 'K) LOOKUP BY SOURCE/SEQUENCE'.
011000     05  LINE 04 COLUMN 01 VALUE 'A) LOOKUP BY BILLED ACCOUNT'.
011010     05  LINE 05 COLUMN 01 VALUE 'I) LOOKUP BY INVOICE NUMBER'.
011020     05  LINE 06 COLUMN 01 VALUE 'G) G-L DRILL-DOWN BY FACCT'.
011100     05  LINE 07 COLUMN 01 VALUE 'X) EXIT'.
011200     05  LINE 08 COLUMN 01 VALUE 'SELECTION:'.
011300     05  LINE 08 COLUMN 12 PIC X(01) TO JNL-MENU-CHOICE.
011400
011500 01  JNL-KEY-SCREEN.
011600     05  LINE 09 COLUMN 01 VALUE 'SOURCE SYSTEM:'.
012100 01  JNL-ACCT-SCREEN.
012200     05  LINE 09 COLUMN 01 VALUE 'BILLED ACCOUNT NO:'.
012300     05  LINE 09 COLUMN 20 PIC X(13) USING JNL-INQ-ACCT-NB.
012301     05  LINE 10 COLUMN 01 VALUE 'OR LEAD ACCOUNT:'.
012302     05  LINE 10 COLUMN 20 PIC X(13) USING JNL-INQ-LEAD-NB.
012303
012304 01  JNL-INVC-SCREEN.
012306     05  LINE 09 COLUMN 01 VALUE 'INVOICE NO:'.
012308     05  LINE 09 COLUMN 20 PIC X(20) USING JNL-INQ-INV-NB.
012310
012312 01  JNL-INVOICE-SCREEN.
012314     05  BLANK SCREEN.
012316     05  LINE 01 COLUMN 01 VALUE
012318         'IJTINQ01 - TIF INVOICE REGISTER RESULT'.
012320     05  LINE 03 COLUMN 01 VALUE 'INVOICE NO:'.
012322     05  LINE 03 COLUMN 20 PIC X(20) FROM INVREG-INV-NB.
012324     05  LINE 04 COLUMN 01 VALUE 'SOURCE SYSTEM:'.
012326     05  LINE 04 COLUMN 20 PIC X(04) FROM INVREG-SRCE-SYS-CD.
012328     05  LINE 04 COLUMN 30 VALUE 'BILL DATE:'.
012330     05  LINE 04 COLUMN 41 PIC X(06) FROM INVREG-BL-DT.
012332     05  LINE 05 COLUMN 01 VALUE 'BILLED ACCOUNT:'.
012334     05  LINE 05 COLUMN 20 PIC X(13) FROM INVREG-BL-ACCT-NB.
012336     05  LINE 06 COLUMN 01 VALUE 'DETAILS:'.
012338     05  LINE 06 COLUMN 20 PIC X(07) FROM JNL-INV-DSP-DTL-CNT.
012340     05  LINE 06 COLUMN 30 VALUE 'TAX LINES:'.
012342     05  LINE 06 COLUMN 41 PIC X(07) FROM JNL-INV-DSP-TAX-CNT.
012344     05  LINE 07 COLUMN 01 VALUE 'LINE NUMBERS:'.
012346     05  LINE 07 COLUMN 20 PIC X(10) FROM JNL-INV-DSP-LOW-LINE.
012348     05  LINE 07 COLUMN 31 VALUE 'THRU'.
012350     05  LINE 07 COLUMN 36 PIC X(10) FROM JNL-INV-DSP-HIGH-LINE.
012352     05  LINE 08 COLUMN 01 VALUE 'CHARGES:'.
012354     05  LINE 08 COLUMN 20 PIC X(18) FROM JNL-INV-DSP-CHG-AMT.
012356     05  LINE 09 COLUMN 01 VALUE 'ADJUSTMENTS:'.
012358     05  LINE 09 COLUMN 20 PIC X(18) FROM JNL-INV-DSP-ADJ-AMT.
012360     05  LINE 10 COLUMN 01 VALUE 'CASH:'.
012362     05  LINE 10 COLUMN 20 PIC X(18) FROM JNL-INV-DSP-CASH-AMT.
012364     05  LINE 11 COLUMN 01 VALUE 'DETAIL TAX:'.
012366     05  LINE 11 COLUMN 20 PIC X(18) FROM JNL-INV-DSP-DTL-TAX.
012368     05  LINE 12 COLUMN 01 VALUE 'TAX-LINE TAX:'.
012370     05  LINE 12 COLUMN 20 PIC X(18) FROM JNL-INV-DSP-LINE-TAX.
012372     05  LINE 13 COLUMN 01 VALUE 'PROOF:'.
012374     05  LINE 13 COLUMN 20 PIC X(40) FROM JNL-INV-DSP-FLAGS.
012376     05  LINE 19 COLUMN 01 PIC X(60) FROM JNL-MESSAGE-LINE.
012378     05  LINE 20 COLUMN 01 VALUE 'SHOW DETAILS (Y/N):'.
012380     05  LINE 20 COLUMN 21 PIC X(01) TO JNL-CONTINUE-CHOICE.
012400
012402 01  JNL-GLDR-SCREEN.
012404     05  LINE 09 COLUMN 01 VALUE 'FACCT:'.
012406     05  LINE 09 COLUMN 20 PIC X(10) USING JNL-INQ-FACCT-CD.
012408     05  LINE 10 COLUMN 01 VALUE 'JOURNAL DATE:'.
012410     05  LINE 10 COLUMN 20 PIC X(10) USING JNL-INQ-JRNL-DT.
012412
012414 01  JNL-LINEAGE-SCREEN.
012416     05  BLANK SCREEN.
012418     05  LINE 01 COLUMN 01 VALUE
012420         'IJTINQ01 - G-L DRILL-DOWN RESULT'.
012422     05  LINE 03 COLUMN 01 VALUE 'FACCT:'.
012424     05  LINE 03 COLUMN 20 PIC X(10) FROM JNL-INQ-FACCT-CD.
012426     05  LINE 03 COLUMN 34 VALUE 'JOURNAL DATE:'.
012428     05  LINE 03 COLUMN 48 PIC X(10) FROM JNL-INQ-JRNL-DT.
012430     05  LINE 05 COLUMN 01 VALUE 'SRCE'.
012432     05  LINE 05 COLUMN 06 VALUE 'SEQUENCE'.
012434     05  LINE 05 COLUMN 15 VALUE 'PT'.
012436     05  LINE 05 COLUMN 19 VALUE 'SOBP'.
012438     05  LINE 05 COLUMN 30 VALUE 'IET'.
012440     05  LINE 05 COLUMN 41 VALUE 'BILLED ACCT'.
012442     05  LINE 05 COLUMN 66 VALUE 'AMOUNT'.
012444     05  LINE 06 COLUMN 01 PIC X(72)
012446         FROM JNL-LIN-DISP-LINE (1).
012448     05  LINE 07 COLUMN 01 PIC X(72)
012450         FROM JNL-LIN-DISP-LINE (2).
012452     05  LINE 08 COLUMN 01 PIC X(72)
012454         FROM JNL-LIN-DISP-LINE (3).
012456     05  LINE 09 COLUMN 01 PIC X(72)
012458         FROM JNL-LIN-DISP-LINE (4).
012460     05  LINE 10 COLUMN 01 PIC X(72)
012462         FROM JNL-LIN-DISP-LINE (5).
012464     05  LINE 11 COLUMN 01 PIC X(72)
012466         FROM JNL-LIN-DISP-LINE (6).
012468     05  LINE 12 COLUMN 01 PIC X(72)
012470         FROM JNL-LIN-DISP-LINE (7).
012472     05  LINE 13 COLUMN 01 PIC X(72)
012474         FROM JNL-LIN-DISP-LINE (8).
012476     05  LINE 14 COLUMN 01 PIC X(72)
012478         FROM JNL-LIN-DISP-LINE (9).
012480     05  LINE 15 COLUMN 01 PIC X(72)
012482         FROM JNL-LIN-DISP-LINE (10).
012484     05  LINE 17 COLUMN 01 VALUE 'DETAILS SO FAR:'.
012486     05  LINE 17 COLUMN 20 PIC X(07) FROM JNL-LIN-DSP-CNT.
012488     05  LINE 17 COLUMN 30 VALUE 'AMOUNT SO FAR:'.
012490     05  LINE 17 COLUMN 45 PIC X(18) FROM JNL-LIN-DSP-AMT.
012492     05  LINE 19 COLUMN 01 PIC X(60) FROM JNL-MESSAGE-LINE.
012494     05  LINE 20 COLUMN 01 VALUE 'CONTINUE (Y/N):'.
012496     05  LINE 20 COLUMN 17 PIC X(01) TO JNL-CONTINUE-CHOICE.
012500 01  JNL-DETAIL-SCREEN.
012600     05  BLANK SCREEN.
012700     05  LINE 01 COLUMN 01 VALUE
018800         MOVE 16 TO RETURN-CODE
018900         GOBACK
019000     END-IF.
019009     OPEN INPUT INV-REG-FILE.
019018     IF JNL-INVREG-OK
019027         SET JNL-INVREG-OPEN TO TRUE
019036     ELSE
019045         IF NOT JNL-INVREG-NOT-FOUND
019054             DISPLAY 'IJTINQ01 - UNABLE TO OPEN INVREG, RC = 16'
019063             MOVE 16 TO RETURN-CODE
019072             GOBACK
019081         END-IF
019090     END-IF.
019091     OPEN INPUT GL-LIN-FILE.
019092     IF JNL-GLLIN-OK
019093         SET JNL-GLLIN-OPEN TO TRUE
019094     END-IF.
019095     IF NOT JNL-GLLIN-OK AND NOT JNL-GLLIN-NOT-FOUND
019096         DISPLAY 'IJTINQ01 - UNABLE TO OPEN GLLIN, RC = 16'
019097         MOVE 16 TO RETURN-CODE
019098         GOBACK
019099     END-IF.
019100 1000-INITIALIZE-EXIT.
019200     EXIT.
019300
020400         WHEN JNL-CHOICE-ACCT
020500             PERFORM 4000-ACCT-INQUIRY
020600                 THRU 4000-ACCT-INQUIRY-EXIT
020610         WHEN JNL-CHOICE-INVC
020620             PERFORM 4500-INVOICE-INQUIRY
020630                 THRU 4500-INVOICE-INQUIRY-EXIT
020640         WHEN JNL-CHOICE-GLDR
020650             PERFORM 4700-GL-DRILL-DOWN
020660                 THRU 4700-GL-DRILL-DOWN-EXIT
020700         WHEN JNL-CHOICE-EXIT
020800             SET JNL-DONE TO TRUE
020900         WHEN OTHER
023700     EXIT.
023800
023900*--------------------------------------------------------------*
023910* FOLLOW THE ACCOUNT PATH ON TIFDET - THE BILLED ACCOUNT WHEN   *
023920* ONE IS KEYED, OTHERWISE THE LEAD ACCOUNT - AND STOP AT EACH   *
023930* DETAIL ON IT UNTIL THE USER STOPS OR THE PATH MOVES ON TO     *
023940* THE NEXT ACCOUNT.                                             *
023950*--------------------------------------------------------------*
023960 4000-ACCT-INQUIRY.
023970     MOVE SPACES TO JNL-INQ-ACCT-NB JNL-INQ-LEAD-NB.
023980     DISPLAY JNL-ACCT-SCREEN.
023990     ACCEPT JNL-ACCT-SCREEN.
024000     IF JNL-INQ-ACCT-NB = SPACES AND JNL-INQ-LEAD-NB = SPACES
024010         MOVE 'ENTER A BILLED OR A LEAD ACCOUNT NUMBER' TO
024020             JNL-MESSAGE-LINE
024030         PERFORM 6500-SHOW-EMPTY-RESULT
024040             THRU 6500-SHOW-EMPTY-RESULT-EXIT
024050         GO TO 4000-ACCT-INQUIRY-EXIT
024060     END-IF.
024070
024080     MOVE 'N' TO JNL-SCAN-DONE-SW.
024090     IF JNL-INQ-ACCT-NB NOT = SPACES
024100         SET JNL-PATH-BILLED TO TRUE
024110         MOVE JNL-INQ-ACCT-NB TO TIFDET-BL-ACCT-NB
024120         START TIF-DET-FILE KEY = TIFDET-BL-ACCT-NB
024130             INVALID KEY
024140                 SET JNL-SCAN-DONE TO TRUE
024150         END-START
024160     ELSE
024170         SET JNL-PATH-LEAD TO TRUE
024180         MOVE JNL-INQ-LEAD-NB TO TIFDET-LEAD-ACCT-NB
024190         START TIF-DET-FILE KEY = TIFDET-LEAD-ACCT-NB
024200             INVALID KEY
024210                 SET JNL-SCAN-DONE TO TRUE
024220         END-START
024230     END-IF.
024240     IF JNL-SCAN-DONE
024250         MOVE 'NO DETAIL FOUND FOR THAT ACCOUNT' TO
024260             JNL-MESSAGE-LINE
024270         PERFORM 6500-SHOW-EMPTY-RESULT
024280             THRU 6500-SHOW-EMPTY-RESULT-EXIT
024290         GO TO 4000-ACCT-INQUIRY-EXIT
024300     END-IF.
024310     PERFORM 4100-SCAN-NEXT-DETAIL
024320         THRU 4100-SCAN-NEXT-DETAIL-EXIT
024330         UNTIL JNL-SCAN-DONE.
024340 4000-ACCT-INQUIRY-EXIT.
024350     EXIT.
024360
024370*--------------------------------------------------------------*
024380 4100-SCAN-NEXT-DETAIL.
024390     READ TIF-DET-FILE NEXT
024400         AT END
024410             SET JNL-SCAN-DONE TO TRUE
024420             GO TO 4100-SCAN-NEXT-DETAIL-EXIT
024430     END-READ.
024440     IF JNL-PATH-BILLED
024450         IF TIFDET-BL-ACCT-NB NOT = JNL-INQ-ACCT-NB
024460             SET JNL-SCAN-DONE TO TRUE
024470             GO TO 4100-SCAN-NEXT-DETAIL-EXIT
024480         END-IF
024490     ELSE
024500         IF TIFDET-LEAD-ACCT-NB NOT = JNL-INQ-LEAD-NB
024510             SET JNL-SCAN-DONE TO TRUE
024520             GO TO 4100-SCAN-NEXT-DETAIL-EXIT
024530         END-IF
024540     END-IF.
024550     PERFORM 5000-OVERLAY-DETAIL
024560         THRU 5000-OVERLAY-DETAIL-EXIT.
024570     MOVE 'MATCH FOUND - Y CONTINUES THE SEARCH' TO
024580         JNL-MESSAGE-LINE.
024590     PERFORM 6000-SHOW-DETAIL
024600         THRU 6000-SHOW-DETAIL-EXIT.
024610     IF JNL-CONTINUE-CHOICE NOT = 'Y'
024620         SET JNL-SCAN-DONE TO TRUE
024630     END-IF.
024640 4100-SCAN-NEXT-DETAIL-EXIT.
024650     EXIT.
024660*--------------------------------------------------------------*
024670* READ THE INVOICE'S REGISTER RECORD AND SHOW ITS TOTALS AND    *
024675* PROOF FLAGS; ON Y, BROWSE TIFDET ON THE INVOICE'S BILLED      *
024680* ACCOUNT (THE ALTERNATE KEY) UNTIL THE ACCOUNT CHANGES,        *
024685* STOPPING AT EACH DETAIL ON THE INVOICE AS THE ACCOUNT LOOKUP  *
024690* DOES.                                                         *
024700*--------------------------------------------------------------*
024710 4500-INVOICE-INQUIRY.
024720     IF NOT JNL-INVREG-OPEN
024730         MOVE 'INVOICE REGISTER IS NOT AVAILABLE' TO
024740             JNL-MESSAGE-LINE
024750         PERFORM 6500-SHOW-EMPTY-RESULT
024760             THRU 6500-SHOW-EMPTY-RESULT-EXIT
024770         GO TO 4500-INVOICE-INQUIRY-EXIT
024780     END-IF.
024790     MOVE SPACES TO JNL-INQ-INV-NB.
024800     DISPLAY JNL-INVC-SCREEN.
024810     ACCEPT JNL-INVC-SCREEN.
024820
024830     MOVE JNL-INQ-INV-NB TO INVREG-INV-NB.
024840     READ INV-REG-FILE
024850         KEY IS INVREG-INV-NB
024860         INVALID KEY
024870             MOVE 'NO INVOICE FOUND FOR THAT NUMBER' TO
024880                 JNL-MESSAGE-LINE
024890             PERFORM 6500-SHOW-EMPTY-RESULT
024900                 THRU 6500-SHOW-EMPTY-RESULT-EXIT
024910             GO TO 4500-INVOICE-INQUIRY-EXIT
024920     END-READ.
024930     PERFORM 6600-SHOW-INVOICE
024940         THRU 6600-SHOW-INVOICE-EXIT.
024950     IF JNL-CONTINUE-CHOICE NOT = 'Y'
024960         GO TO 4500-INVOICE-INQUIRY-EXIT
024970     END-IF.
024980
024990     MOVE 'N' TO JNL-SCAN-DONE-SW.
025000     MOVE INVREG-BL-ACCT-NB TO TIFDET-BL-ACCT-NB.
025010     START TIF-DET-FILE KEY = TIFDET-BL-ACCT-NB
025020         INVALID KEY
025030             SET JNL-SCAN-DONE TO TRUE
025040     END-START.
025050     PERFORM 4600-SCAN-INVOICE-DETAIL
025060         THRU 4600-SCAN-INVOICE-DETAIL-EXIT
025070         UNTIL JNL-SCAN-DONE.
025080 4500-INVOICE-INQUIRY-EXIT.
025090     EXIT.
025100
025110*--------------------------------------------------------------*
025120 4600-SCAN-INVOICE-DETAIL.
025130     READ TIF-DET-FILE NEXT
025140         AT END
025150             SET JNL-SCAN-DONE TO TRUE
025160             GO TO 4600-SCAN-INVOICE-DETAIL-EXIT
025170     END-READ.
025172     IF TIFDET-BL-ACCT-NB NOT = INVREG-BL-ACCT-NB
025174         SET JNL-SCAN-DONE TO TRUE
025176         GO TO 4600-SCAN-INVOICE-DETAIL-EXIT
025178     END-IF.
025180     PERFORM 5000-OVERLAY-DETAIL
025190         THRU 5000-OVERLAY-DETAIL-EXIT.
025200     IF XX-INV-NB NOT = JNL-INQ-INV-NB
025210         GO TO 4600-SCAN-INVOICE-DETAIL-EXIT
025220     END-IF.
025230     MOVE 'INVOICE LINE - Y CONTINUES THE SEARCH' TO
025240         JNL-MESSAGE-LINE.
025250     PERFORM 6000-SHOW-DETAIL
025260         THRU 6000-SHOW-DETAIL-EXIT.
025270     IF JNL-CONTINUE-CHOICE NOT = 'Y'
025280         SET JNL-SCAN-DONE TO TRUE
025290     END-IF.
025300 4600-SCAN-INVOICE-DETAIL-EXIT.
025310     EXIT.
025320
025330*--------------------------------------------------------------*
025340* G-L DRILL-DOWN - BROWSE GLLIN FROM THE FACCT AND JOURNAL DATE *
025350* ENTERED AND LIST EVERY DETAIL THAT FED THE GLINTF LINES FOR   *
025360* THEM, TEN TO A PAGE, UNTIL THE USER STOPS OR THE KEY CHANGES. *
025370*--------------------------------------------------------------*
025380 4700-GL-DRILL-DOWN.
025390     IF NOT JNL-GLLIN-OPEN
025400         MOVE 'G-L LINEAGE STORE IS NOT AVAILABLE' TO
025410             JNL-MESSAGE-LINE
025420         PERFORM 6500-SHOW-EMPTY-RESULT
025430             THRU 6500-SHOW-EMPTY-RESULT-EXIT
025440         GO TO 4700-GL-DRILL-DOWN-EXIT
025450     END-IF.
025460     MOVE SPACES TO JNL-INQ-FACCT-CD JNL-INQ-JRNL-DT.
025470     DISPLAY JNL-GLDR-SCREEN.
025480     ACCEPT JNL-GLDR-SCREEN.
025490
025500     MOVE ZERO TO JNL-LIN-TOTAL-CNT JNL-LIN-TOTAL-AMT.
025510     MOVE 'N' TO JNL-SCAN-DONE-SW.
025520     MOVE LOW-VALUES       TO GLLIN-KEY.
025530     MOVE JNL-INQ-FACCT-CD TO GLLIN-FACCT-CD.
025540     MOVE JNL-INQ-JRNL-DT  TO GLLIN-JRNL-DT.
025550     START GL-LIN-FILE KEY NOT < GLLIN-KEY
025560         INVALID KEY
025570             SET JNL-SCAN-DONE TO TRUE
025580     END-START.
025590     PERFORM 4710-SHOW-LINEAGE-PAGE
025600         THRU 4710-SHOW-LINEAGE-PAGE-EXIT
025610         UNTIL JNL-SCAN-DONE.
025620     IF JNL-LIN-TOTAL-CNT = ZERO
025630         MOVE 'NO G-L LINEAGE FOUND FOR THAT FACCT/DATE' TO
025640             JNL-MESSAGE-LINE
025650         PERFORM 6500-SHOW-EMPTY-RESULT
025660             THRU 6500-SHOW-EMPTY-RESULT-EXIT
025670     END-IF.
025680 4700-GL-DRILL-DOWN-EXIT.
025690     EXIT.
025700
025710*--------------------------------------------------------------*
025720 4710-SHOW-LINEAGE-PAGE.
025730     PERFORM 4730-CLEAR-LIN-LINE
025740         THRU 4730-CLEAR-LIN-LINE-EXIT
025750         VARYING JNL-LIN-SUB FROM 1 BY 1
025760         UNTIL JNL-LIN-SUB > 10.
025770     MOVE ZERO TO JNL-LIN-PAGE-CNT.
025780     PERFORM 4720-NEXT-LINEAGE
025790         THRU 4720-NEXT-LINEAGE-EXIT
025800         UNTIL JNL-SCAN-DONE
025810         OR JNL-LIN-PAGE-CNT = 10.
025820     IF JNL-LIN-PAGE-CNT = ZERO
025830         GO TO 4710-SHOW-LINEAGE-PAGE-EXIT
025840     END-IF.
025850     MOVE JNL-LIN-TOTAL-CNT TO JNL-LIN-DSP-CNT.
025860     MOVE JNL-LIN-TOTAL-AMT TO JNL-LIN-DSP-AMT.
025870     IF JNL-SCAN-DONE
025880         MOVE 'END OF CONTRIBUTING DETAILS' TO JNL-MESSAGE-LINE
025890     ELSE
025900         MOVE 'MORE DETAILS - Y SHOWS THE NEXT PAGE' TO
025910             JNL-MESSAGE-LINE
025920     END-IF.
025930     MOVE SPACE TO JNL-CONTINUE-CHOICE.
025940     DISPLAY JNL-LINEAGE-SCREEN.
025950     ACCEPT JNL-LINEAGE-SCREEN.
025960     IF JNL-CONTINUE-CHOICE NOT = 'Y'
025970         SET JNL-SCAN-DONE TO TRUE
025980     END-IF.
025990 4710-SHOW-LINEAGE-PAGE-EXIT.
026000     EXIT.
026010
026020*--------------------------------------------------------------*
026030 4720-NEXT-LINEAGE.
026040     READ GL-LIN-FILE NEXT
026050         AT END
026060             SET JNL-SCAN-DONE TO TRUE
026070             GO TO 4720-NEXT-LINEAGE-EXIT
026080     END-READ.
026090     IF GLLIN-FACCT-CD NOT = JNL-INQ-FACCT-CD
026100         OR GLLIN-JRNL-DT NOT = JNL-INQ-JRNL-DT
026110         SET JNL-SCAN-DONE TO TRUE
026120         GO TO 4720-NEXT-LINEAGE-EXIT
026130     END-IF.
026140     ADD 1 TO JNL-LIN-PAGE-CNT.
026150     ADD 1 TO JNL-LIN-TOTAL-CNT.
026160     ADD GLLIN-AMT TO JNL-LIN-TOTAL-AMT.
026170     MOVE GLLIN-AMT TO JNL-EDIT-LIN-AT.
026180     STRING GLLIN-SRCE-SYS-CD ' ' GLLIN-SEQ-NO ' '
026190         GLLIN-PART-NO ' ' GLLIN-SOBP ' ' GLLIN-IET ' '
026200         GLLIN-BL-ACCT-NB ' ' JNL-EDIT-LIN-AT
026210         DELIMITED BY SIZE
026220         INTO JNL-LIN-DISP-LINE (JNL-LIN-PAGE-CNT)
026230     END-STRING.
026240 4720-NEXT-LINEAGE-EXIT.
026250     EXIT.
026260
026270 4730-CLEAR-LIN-LINE.
026280     MOVE SPACES TO JNL-LIN-DISP-LINE (JNL-LIN-SUB).
026290 4730-CLEAR-LIN-LINE-EXIT.
026300     EXIT.
026310
028300*--------------------------------------------------------------*
028400* OVERLAY THE FIXED DATA ONTO THE IJNLTIF DETAIL VIEW - THE     *
028500* STORED TAX-LINE COUNT RIDES IN BYTES 901-902, SO THE PEEK     *
039000 6500-SHOW-EMPTY-RESULT-EXIT.
039100     EXIT.
039200
039202*--------------------------------------------------------------*
039204 6600-SHOW-INVOICE.
039206     MOVE INVREG-DTL-CNT      TO JNL-INV-DSP-DTL-CNT.
039208     MOVE INVREG-LOW-LINE-NB  TO JNL-INV-DSP-LOW-LINE.
039210     MOVE INVREG-HIGH-LINE-NB TO JNL-INV-DSP-HIGH-LINE.
039212     MOVE INVREG-TAX-LINE-CNT TO JNL-INV-DSP-TAX-CNT.
039214     MOVE INVREG-CHG-AMT      TO JNL-INV-DSP-CHG-AMT.
039216     MOVE INVREG-ADJ-AMT      TO JNL-INV-DSP-ADJ-AMT.
039218     MOVE INVREG-CASH-AMT     TO JNL-INV-DSP-CASH-AMT.
039220     MOVE INVREG-DTL-TAX-AMT  TO JNL-INV-DSP-DTL-TAX.
039222     MOVE INVREG-LINE-TAX-AMT TO JNL-INV-DSP-LINE-TAX.
039224     MOVE SPACES TO JNL-INV-DSP-FLAGS.
039226     IF INVREG-FLAGS = 'NNNN'
039228         MOVE 'PROVED' TO JNL-INV-DSP-FLAGS
039230     END-IF.
039232     IF INVREG-LINE-GAP
039234         MOVE 'LINE GAP' TO JNL-INV-DSP-FLAGS (1:8)
039236     END-IF.
039238     IF INVREG-SPLIT-SRCE
039240         MOVE 'SPLIT SRCE' TO JNL-INV-DSP-FLAGS (10:10)
039242     END-IF.
039244     IF INVREG-SPLIT-BLDT
039246         MOVE 'SPLIT BLDT' TO JNL-INV-DSP-FLAGS (21:10)
039248     END-IF.
039250     IF INVREG-TAX-OFF
039252         MOVE 'TAX OFF' TO JNL-INV-DSP-FLAGS (32:7)
039254     END-IF.
039256     MOVE 'Y SHOWS THE INVOICE''S DETAILS ONE AT A TIME' TO
039258         JNL-MESSAGE-LINE.
039260     MOVE SPACE TO JNL-CONTINUE-CHOICE.
039262     DISPLAY JNL-INVOICE-SCREEN.
039264     ACCEPT JNL-INVOICE-SCREEN.
039266 6600-SHOW-INVOICE-EXIT.
039268     EXIT.
039300*--------------------------------------------------------------*
039400 9000-TERMINATE.
039500     CLOSE TIF-DET-FILE TIF-TAX-FILE.
039510     IF JNL-INVREG-OPEN
039520         CLOSE INV-REG-FILE
039530     END-IF.
039540     IF JNL-GLLIN-OPEN
039550         CLOSE GL-LIN-FILE
039560     END-IF.
039600 9000-TERMINATE-EXIT.
039700     EXIT.
039800
