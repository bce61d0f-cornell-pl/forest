000100*--------------------------------------------------------------*
000200*                          B D G I N                           *
000300*  COPYLIB BDGIN                                               *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR FINANCE'S MONTHLY REVENUE BUDGET FILE      *
000600* (BUDGIN), EXPORTED FROM THEIR BUDGET SPREADSHEET AND LOADED  *
000700* INTO BVAMST BY IJTBGL01.  ONE ROW PER PERIOD (CCYYMM), FACCT *
000800* AND SOBP ENTITY.  A BLANK SOBP BUDGETS THE FACCT'S RP519     *
000900* REVENUE, WHICH CARRIES NO ENTITY.  A ROW LOADED AGAIN        *
001000* REPLACES THE EARLIER BUDGET AMOUNT.                          *
001100*                                                              *
001200* REL   DATE      INI  CHANGES HISTORY                         *
001300* ----  --------  ---  --------------------------------------- *
001400* 29.5  09/24/26  RAS  NEW COPYBOOK.                           *
001500*--------------------------------------------------------------*
001600 01  BDGIN-RECORD.
001700     05  BDGIN-PERIOD.
001800         10  BDGIN-PERIOD-CCYY     PIC X(04).
001900         10  BDGIN-PERIOD-MM       PIC X(02).
002000             88  BDGIN-MONTH-VALID       VALUE '01' THRU '12'.
002100     05  BDGIN-FACCT-CD            PIC X(10).
002200     05  BDGIN-SOBP                PIC X(10).
002300     05  BDGIN-BUDGET-AMT          PIC S9(11)V99 SIGN LEADING
002400                                   SEPARATE.
002500     05  FILLER                    PIC X(40).
002600*-------------------------------------------------------------.
002700*                     E N D   O F  B D G I N                   :
002800*-------------------------------------------------------------'
