000100*--------------------------------------------------------------*
000200*                         C M S P A Y                          *
000300*  COPYLIB CMSPAY                                              *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE SALES COMMISSION PAYROLL INTERFACE     *
000600* FILE (CMSPAY) IJRCSM01 WRITES FOR PAYROLL EACH MONTH.  ONE   *
000700* RECORD PER SALES GROUP (SALES OFFICE AND GROUP CODE FROM     *
000800* RP519-PRIVATE-LINE-ID) WITH A STATEMENT THAT MONTH: THE      *
000900* COMMISSION EARNED, THE CLAWBACKS DEDUCTED FROM IT, THE       *
001000* AMOUNT TO PAY (NEVER NEGATIVE) AND THE CLAWBACK BALANCE      *
001100* CARRIED TO THE NEXT STATEMENT.                               *
001200*                                                              *
001300* REL   DATE      INI  CHANGES HISTORY                         *
001400* ----  --------  ---  --------------------------------------- *
001500* 29.6  09/24/26  RAS  NEW COPYBOOK.                           *
001600*--------------------------------------------------------------*
001700 01  CMSPAY-RECORD.
001800     05  CMSPAY-PERIOD             PIC X(06).
001900     05  CMSPAY-SALES-OFFC-CD      PIC X(02).
002000     05  CMSPAY-SALES-GRP-CD       PIC X(02).
002100     05  CMSPAY-BRANCH-OFFICE      PIC X(08).
002200     05  CMSPAY-EARNED-AMT         PIC S9(09)V99 SIGN LEADING
002300                                   SEPARATE.
002400     05  CMSPAY-DEDUCT-AMT         PIC S9(09)V99 SIGN LEADING
002500                                   SEPARATE.
002600     05  CMSPAY-PAY-AMT            PIC S9(09)V99 SIGN LEADING
002700                                   SEPARATE.
002800     05  CMSPAY-CARRY-AMT          PIC S9(09)V99 SIGN LEADING
002900                                   SEPARATE.
003000     05  FILLER                    PIC X(14).
003100*-------------------------------------------------------------.
003200*                     E N D   O F  C M S P A Y                 :
003300*-------------------------------------------------------------'
