000100*--------------------------------------------------------------*
000200*                          D S P C A S E                       *
000300*  COPYLIB DSPCASE                                             *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE KEYED BILLING DISPUTE CASE VSAM FILE   *
000600* (DSPCASE).  IJTDCM01 OPENS, LINKS AND CLOSES CASES ONLINE    *
000700* AND IJTDCA01 AGES AND RECONCILES THEM WEEKLY.  A CASE IS     *
000800* KEYED BY CASE NUMBER, AND THE TIFDET DETAILS AND RP519       *
000900* INVOICES ATTACHED TO IT FOLLOW UNDER THAT NUMBER AS ITEMS 1  *
001000* THRU N.  ITEM ZERO IS THE CASE HEADER (DSPCASE-CASE-VIEW) -  *
001100* THE ACCOUNT, DISPUTED AMOUNT AND REASON, AND ONCE CLOSED THE *
001200* RESOLUTION AND THE ADJUSTMENT THAT SETTLED IT.  CASE NUMBER  *
001300* ZERO IS THE CONTROL ROW (DSPCASE-CTL-VIEW) HOLDING THE LAST  *
001400* CASE NUMBER ISSUED.  THE ACCOUNT IS CARRIED ON EVERY ROW AS  *
001500* AN ALTERNATE KEY WITH DUPLICATES SO A CASE CAN BE FOUND FROM *
001600* THE ACCOUNT.                                                 *
001700*                                                              *
001800* DSPCASE-HIGH-SEQ-NO AND DSPCASE-HIGH-LOAD-DT ARE THE NEWEST  *
001900* TIFDET SEQUENCE NUMBER AND RP5STR LOAD DATE ATTACHED TO THE  *
002000* CASE - AN ADJUSTMENT ONLY COUNTS AS SETTLING THE CASE IF IT  *
002100* ARRIVED ON A LATER FEED THAN EVERYTHING IN DISPUTE.  AN      *
002200* RP519 ITEM IS CARRIED UNDER SOURCE SYSTEM 'R519' SO IT       *
002300* TOTALS ALONGSIDE THE TIF FEEDERS.                            *
002400*                                                              *
002500* REL   DATE      INI  CHANGES HISTORY                         *
002600* ----  --------  ---  --------------------------------------- *
002700* 30.4  10/01/26  RAS  NEW COPYBOOK.                           *
002800*--------------------------------------------------------------*
002900 01  DSPCASE-RECORD.
003000     05  DSPCASE-KEY.
003100         10  DSPCASE-CASE-NO       PIC 9(08).
003200             88  DSPCASE-CONTROL-ROW     VALUE ZERO.
003300         10  DSPCASE-ITEM-NO       PIC 9(03).
003400             88  DSPCASE-CASE-HEADER     VALUE ZERO.
003500     05  DSPCASE-ACCT-NB           PIC X(13).
003600     05  DSPCASE-DATA              PIC X(226).
003700     05  DSPCASE-CASE-VIEW REDEFINES DSPCASE-DATA.
003800         10  DSPCASE-STATUS-CD     PIC X(01).
003900             88  DSPCASE-OPEN            VALUE 'O'.
004000             88  DSPCASE-CLOSED          VALUE 'C'.
004100         10  DSPCASE-CHANNEL-CD    PIC X(01).
004200             88  DSPCASE-VALID-CHANNEL   VALUE 'P' 'E' 'L' 'W'.
004300         10  DSPCASE-OPEN-DT       PIC X(08).
004400         10  DSPCASE-OPEN-USER     PIC X(08).
004500         10  DSPCASE-DISP-AMT      PIC 9(09)V99.
004600         10  DSPCASE-REASON-CD     PIC X(02).
004700         10  DSPCASE-REASON-TX     PIC X(40).
004800         10  DSPCASE-ITEM-CNT      PIC 9(03).
004900         10  DSPCASE-HIGH-SEQ-NO   PIC 9(08).
005000         10  DSPCASE-HIGH-LOAD-DT  PIC X(08).
005100         10  DSPCASE-CLOSE-DT      PIC X(08).
005200         10  DSPCASE-CLOSE-USER    PIC X(08).
005300         10  DSPCASE-RESOL-CD      PIC X(01).
005400             88  DSPCASE-ADJUSTED        VALUE 'A'.
005500             88  DSPCASE-DENIED          VALUE 'D'.
005600             88  DSPCASE-WITHDRAWN       VALUE 'W'.
005700             88  DSPCASE-VALID-RESOL     VALUE 'A' 'D' 'W'.
005800         10  DSPCASE-RESOL-TX      PIC X(40).
005900         10  DSPCASE-ADJ-TYPE      PIC X(01).
006000             88  DSPCASE-ADJ-NONE        VALUE SPACE.
006100             88  DSPCASE-ADJ-TIF         VALUE 'T'.
006200             88  DSPCASE-ADJ-RP519       VALUE 'R'.
006300         10  DSPCASE-ADJ-SRCE-SYS-CD
006400                                   PIC X(04).
006500         10  DSPCASE-ADJ-SEQ-NO    PIC 9(08).
006600         10  DSPCASE-ADJ-INVC-NUM  PIC X(10).
006700         10  DSPCASE-ADJ-AMT       PIC 9(09)V99.
006800         10  FILLER                PIC X(45).
006900     05  DSPCASE-ITEM-VIEW REDEFINES DSPCASE-DATA.
007000         10  DSPCASE-ITEM-TYPE     PIC X(01).
007100             88  DSPCASE-ITEM-TIF        VALUE 'T'.
007200             88  DSPCASE-ITEM-RP519      VALUE 'R'.
007300         10  DSPCASE-ITEM-SRCE-SYS-CD
007400                                   PIC X(04).
007500         10  DSPCASE-ITEM-SEQ-NO   PIC 9(08).
007600         10  DSPCASE-ITEM-INVC-NUM PIC X(10).
007700         10  DSPCASE-ITEM-EXTR-TYPE
007800                                   PIC X(03).
007900         10  DSPCASE-ITEM-LOAD-DT  PIC X(08).
008000         10  DSPCASE-ITEM-USOC-CD  PIC X(05).
008100         10  DSPCASE-ITEM-SRCE-AMT PIC S9(11)V99.
008200         10  DSPCASE-ITEM-DISP-AMT PIC 9(09)V99.
008300         10  DSPCASE-ITEM-ADD-DT   PIC X(08).
008400         10  DSPCASE-ITEM-ADD-USER PIC X(08).
008500         10  FILLER                PIC X(147).
008600     05  DSPCASE-CTL-VIEW REDEFINES DSPCASE-DATA.
008700         10  DSPCASE-CTL-LAST-CASE-NO
008800                                   PIC 9(08).
008900         10  FILLER                PIC X(218).
009000*-------------------------------------------------------------.
009100*                     E N D   O F  D S P C A S E               :
009200*-------------------------------------------------------------'
