000100*--------------------------------------------------------------*
000200*                         I N V R E G                          *
000300*  COPYLIB INVREG                                              *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE TIF INVOICE REGISTER VSAM FILE         *
000600* (INVREG), REBUILT FROM THE TIFDET/TIFTAX PAIR BY IJTIVR01    *
000700* AND READ BY THE IJTINQ01 INVOICE LOOKUP.  ONE RECORD PER     *
000800* XX-INV-NB, KEYED BY THE INVOICE NUMBER, CARRYING THE         *
000900* INVOICE'S CHARGE, ADJUSTMENT, CASH AND TAX TOTALS, ITS LINE  *
001000* COUNTS AND LINE-NUMBER RANGE, AND THE PROOF FLAGS SET WHEN   *
001100* THE REGISTER IS BUILT.  THE SOURCE SYSTEM, BILL DATE AND     *
001200* ACCOUNT ARE THOSE OF THE FIRST DETAIL FOUND FOR THE INVOICE. *
001300*--------------------------------------------------------------*
001400 01  INVREG-RECORD.
001500     05  INVREG-INV-NB             PIC X(20).
001600     05  INVREG-SRCE-SYS-CD        PIC X(04).
001700     05  INVREG-BL-DT              PIC X(06).
001800     05  INVREG-BL-ACCT-NB         PIC X(13).
001900     05  INVREG-DTL-CNT            PIC 9(07).
002000     05  INVREG-NUMBERED-CNT       PIC 9(07).
002100     05  INVREG-LOW-LINE-NB        PIC 9(10).
002200     05  INVREG-HIGH-LINE-NB       PIC 9(10).
002300     05  INVREG-TAX-LINE-CNT       PIC 9(07).
002400     05  INVREG-CHG-AMT            PIC S9(11)V99   COMP-3.
002500     05  INVREG-ADJ-AMT            PIC S9(11)V99   COMP-3.
002600     05  INVREG-CASH-AMT           PIC S9(11)V99   COMP-3.
002700     05  INVREG-DTL-TAX-AMT        PIC S9(11)V9(4) COMP-3.
002800     05  INVREG-LINE-TAX-AMT       PIC S9(11)V9(7) COMP-3.
002900     05  INVREG-FLAGS.
003000         10  INVREG-LINE-GAP-SW    PIC X(01).
003100             88  INVREG-LINE-GAP             VALUE 'Y'.
003200         10  INVREG-SPLIT-SRCE-SW  PIC X(01).
003300             88  INVREG-SPLIT-SRCE           VALUE 'Y'.
003400         10  INVREG-SPLIT-BLDT-SW  PIC X(01).
003500             88  INVREG-SPLIT-BLDT           VALUE 'Y'.
003600         10  INVREG-TAX-OFF-SW     PIC X(01).
003700             88  INVREG-TAX-OFF              VALUE 'Y'.
003800     05  INVREG-BUILD-DT           PIC X(08).
003900     05  FILLER                    PIC X(15).
004000*-------------------------------------------------------------.
004100*                     E N D   O F  I N V R E G                 :
004200*-------------------------------------------------------------'
