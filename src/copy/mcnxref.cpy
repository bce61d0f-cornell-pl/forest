000100*--------------------------------------------------------------*
000200*                          M C N X R E F                       *
000300*  COPYLIB MCNXREF                                             *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE MCN-TO-LEAD-ACCOUNT CROSS-REFERENCE    *
000600* TABLE FILE (MCNXREF).  ONE ROW PER LEAD ACCOUNT, NAMING THE  *
000700* MASTER CUSTOMER NUMBER IT BELONGS TO, SO A FEED THAT CARRIES *
000800* ONLY THE LEAD ACCOUNT - CRS - CAN BE TIED TO THE ENTERPRISE  *
000900* CUSTOMER.  IJXMCN01 READS THE TABLE, ADDS OR EXTENDS A       *
001000* FEED-DERIVED ('F') ROW FOR EVERY LEAD ACCOUNT A TIF DETAIL   *
001100* (XX-VTNS-MCN/SFX) OR RP519 RECORD (RP519-MCN-BASE/SUFFIX)    *
001200* SHOWS UNDER AN MCN, AND WRITES THE NEXT GENERATION IN        *
001300* LEAD-ACCOUNT ORDER.  OPS MAY KEY 'M' ROWS FOR A LEAD ACCOUNT *
001400* NO FEED CARRIES AN MCN FOR, OR TO OVERRIDE ONE; AN 'M' ROW   *
001500* IS NEVER CHANGED BY THE PROGRAM, AND A FEED SHOWING THE LEAD *
001600* ACCOUNT UNDER ANOTHER MCN IS REPORTED.  THE PERIODS ARE THE  *
001700* FIRST AND LAST CCYYMM THE FEEDS SHOWED THE PAIR.             *
001800*                                                              *
001900* REL   DATE      INI  CHANGES HISTORY                         *
002000* ----  --------  ---  --------------------------------------- *
002100* 30.6  10/01/26  RAS  NEW COPYBOOK.                           *
002200*--------------------------------------------------------------*
002300 01  MCNXREF-RECORD.
002400     05  MCNXREF-LEAD-ACCT-NB      PIC X(13).
002500     05  MCNXREF-MCN.
002600         10  MCNXREF-MCN-BASE      PIC X(06).
002700         10  MCNXREF-MCN-SUFFIX    PIC X(03).
002800     05  MCNXREF-SRCE-CD           PIC X(01).
002900         88  MCNXREF-OPS-KEYED           VALUE 'M'.
003000         88  MCNXREF-FEED-DERIVED        VALUE 'F'.
003100         88  MCNXREF-SRCE-VALID          VALUE 'M' 'F'.
003200     05  MCNXREF-FIRST-PRD         PIC X(06).
003300     05  MCNXREF-LAST-PRD          PIC X(06).
003400     05  MCNXREF-DESC              PIC X(12).
003500     05  FILLER                    PIC X(03).
003600*-------------------------------------------------------------.
003700*                     E N D   O F  M C N X R E F               :
003800*-------------------------------------------------------------'
