000100*--------------------------------------------------------------*
000200*                          A L C R U L E                       *
000300*  COPYLIB ALCRULE                                             *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE SHARED-REVENUE ALLOCATION RULE MASTER  *
000600* (ALCRULE), MAINTAINED BY CORPORATE ACCOUNTING.  ONE ROW PER  *
000700* FACCT AND SOURCE SOBP ENTITY FOR AN EFFECTIVE DATE RANGE,    *
000800* GIVING UP TO FIVE TARGET SOBP/IET ENTITIES AND THE           *
000900* PERCENTAGE OF THE REVENUE AND TAX EACH TAKES (THE            *
001000* PERCENTAGES ADD TO 100.00).  AN END DATE OF SPACES LEAVES    *
001100* THE RULE OPEN.  IJTGLP01 ALLOCATES EVERY TIF DETAIL FLAGGED  *
001200* XX-ALLOC-ND BY THE ROW IN EFFECT ON ITS JOURNAL DATE; THE    *
001300* TAX SHARES POST TO THE ROW'S TAX FACCT.                      *
001400*                                                              *
001500* REL   DATE      INI  CHANGES HISTORY                         *
001600* ----  --------  ---  --------------------------------------- *
001700* 30.3  10/01/26  RAS  NEW COPYBOOK.                           *
001800*--------------------------------------------------------------*
001900 01  ALCRULE-RECORD.
002000     05  ALCRULE-RULE-ID           PIC X(06).
002100     05  ALCRULE-FACCT-CD          PIC X(10).
002200     05  ALCRULE-SRCE-SOBP         PIC X(10).
002300     05  ALCRULE-EFF-DT            PIC X(08).
002400     05  ALCRULE-END-DT            PIC X(08).
002500     05  ALCRULE-TAX-FACCT-CD      PIC X(10).
002600     05  ALCRULE-TARGET OCCURS 5 TIMES.
002700         10  ALCRULE-TGT-SOBP      PIC X(10).
002800         10  ALCRULE-TGT-IET       PIC X(10).
002900         10  ALCRULE-TGT-PCT       PIC 9(03)V99.
003000     05  ALCRULE-DESC              PIC X(20).
003100     05  FILLER                    PIC X(03).
003200*-------------------------------------------------------------.
003300*                     E N D   O F  A L C R U L E               :
003400*-------------------------------------------------------------'
