000100*--------------------------------------------------------------*
000200*                          L S E R E G                         *
000300*  COPYLIB LSEREG                                              *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE EQUIPMENT-LEASE / TERM-CHARGE EXPIRY   *
000600* REGISTER CARRIED CYCLE TO CYCLE BY IJTLSE01 (LSEIN/LSEOUT).  *
000700* ONE ROW PER ACTIVE LEASED OR TERMED RECURRING CHARGE, KEYED  *
000800* BY BILLED ACCOUNT AND USOC, HOLDING WHEN THE LEASE TOOK      *
000900* EFFECT (XX-LEASE-EFF-DT, ELSE XX-CHG-EFF-DT), ITS TERM IN    *
001000* MONTHS (XX-TERMS-CD), THE DATE THE TERM RUNS OUT, THE RATE   *
001100* BILLED WHILE IN TERM AND THE LAST CYCLE IT BILLED.           *
001200*--------------------------------------------------------------*
001300 01  LSEREG-RECORD.
001400     05  LSEREG-KEY.
001500         10  LSEREG-ACCT-NB        PIC X(13).
001600         10  LSEREG-USOC-CD        PIC X(05).
001700     05  LSEREG-EFF-DT             PIC X(08).
001800     05  LSEREG-TERMS-CD           PIC X(04).
001900     05  LSEREG-TERM-MOS           PIC 9(04).
002000     05  LSEREG-END-DT             PIC X(08).
002100     05  LSEREG-CHG-FREQ           PIC X(01).
002200     05  LSEREG-PRICE-ELEM-GP      PIC X(04).
002300     05  LSEREG-LEASE-AT           PIC S9(09)V99 SIGN LEADING
002400                                   SEPARATE.
002500     05  LSEREG-LAST-BL-PRD        PIC X(06).
002600     05  LSEREG-STAT-CD            PIC X(01).
002700         88  LSEREG-ACTIVE               VALUE 'A'.
002800         88  LSEREG-PAST-TERM            VALUE 'P'.
002900         88  LSEREG-STOPPED              VALUE 'S'.
003000     05  LSEREG-FIRST-DT           PIC X(08).
003100     05  LSEREG-LAST-RUN-DT        PIC X(08).
003200     05  FILLER                    PIC X(18).
003300*-------------------------------------------------------------.
003400*                     E N D   O F  L S E R E G                 :
003500*-------------------------------------------------------------'
