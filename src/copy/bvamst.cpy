000100*--------------------------------------------------------------*
000200*                         B V A M S T                          *
000300*  COPYLIB BVAMST                                              *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE REVENUE BUDGET-VERSUS-ACTUAL MASTER    *
000600* VSAM FILE (BVAMST).  ONE ROW PER ACCOUNTING PERIOD (CCYYMM), *
000700* FACCT AND SOBP ENTITY.  IJTBGL01 LOADS FINANCE'S MONTHLY     *
000800* BUDGET INTO BVAMST-BUDGET-AMT (SEE BDGIN); IJTBVA01 ADDS     *
000900* EACH CYCLE'S ACTUALS MONTH TO DATE - GLINTF SUMMARY LINES    *
001000* INTO BVAMST-TIF-ACT-AMT BY FACCT AND SOBP, RP519-CUR-AMT     *
001100* INTO BVAMST-RP519-ACT-AMT BY RP519-CR-FACCT.  RP519 CARRIES  *
001200* NO SOBP, SO ITS ACTUALS LAND ON THE FACCT'S ROW WITH A BLANK *
001300* SOBP.  A ROW WITH ACTUALS AND NO BUDGET IS UNBUDGETED        *
001400* REVENUE.  A ROW WHOSE FACCT IS '*CYCLE*' IS NOT A BUDGET     *
001500* LINE - IT MARKS A BILL CYCLE (FIRST 2 BYTES OF THE SOBP)     *
001600* WHOSE ACTUALS HAVE ALREADY BEEN ADDED FOR THE PERIOD, SO A   *
001700* RERUN OF THE SAME CYCLE IS NOT COUNTED TWICE.                *
001800*                                                              *
001900* REL   DATE      INI  CHANGES HISTORY                         *
002000* ----  --------  ---  --------------------------------------- *
002100* 29.5  09/24/26  RAS  NEW COPYBOOK.                           *
002200*--------------------------------------------------------------*
002300 01  BVAMST-RECORD.
002400     05  BVAMST-KEY.
002500         10  BVAMST-PERIOD         PIC X(06).
002600         10  BVAMST-FACCT-CD       PIC X(10).
002700             88  BVAMST-CYCLE-MARK       VALUE '*CYCLE*'.
002800         10  BVAMST-SOBP           PIC X(10).
002900     05  BVAMST-BUDGET-AMT         PIC S9(11)V99 COMP-3.
003000     05  BVAMST-TIF-ACT-AMT        PIC S9(11)V99 COMP-3.
003100     05  BVAMST-RP519-ACT-AMT      PIC S9(11)V99 COMP-3.
003200     05  BVAMST-BUDGET-LOAD-DT     PIC X(08).
003300     05  BVAMST-LAST-POST-DT       PIC X(08).
003400     05  FILLER                    PIC X(16).
003500*-------------------------------------------------------------.
003600*                     E N D   O F  B V A M S T                 :
003700*-------------------------------------------------------------'
