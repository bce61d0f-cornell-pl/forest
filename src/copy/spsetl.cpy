000100*--------------------------------------------------------------*
000200*                          S P S E T L                         *
000300*  COPYLIB SPSETL                                              *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE SERVICE-PROVIDER SETTLEMENT FILE       *
000600* (SETLOUT) IJTSPS01 WRITES FOR ACCOUNTS PAYABLE.  ONE 'S'     *
000700* RECORD PER PROVIDER (XX-SVC-PRVD-ID) FOR THE PROVIDER CYCLE  *
000800* BEING SETTLED, PLUS ONE 'L' RECORD FOR EACH EARLIER CYCLE    *
000900* OF THAT PROVIDER THAT PICKED UP LATE DETAILS AFTER ITS OWN   *
001000* STATEMENT WAS ISSUED.  SPSETL-STMT-CYC-DT IS THE CYCLE WHOSE *
001100* STATEMENT THE RECORD RIDES ON; SPSETL-CYC-END-DT IS THE      *
001200* CYCLE THE DOLLARS BELONG TO (THE SAME DATE ON AN 'S').       *
001300* AMOUNTS ARE SIGNED DISPLAY, SIGN LEADING SEPARATE.           *
001400*--------------------------------------------------------------*
001500 01  SPSETL-RECORD.
001600     05  SPSETL-REC-TYPE           PIC X(01).
001700         88  SPSETL-STATEMENT            VALUE 'S'.
001800         88  SPSETL-LATE-ITEM            VALUE 'L'.
001900     05  SPSETL-PRVD-ID            PIC X(05).
002000     05  SPSETL-STMT-CYC-DT        PIC X(08).
002100     05  SPSETL-CYC-END-DT         PIC X(08).
002200     05  SPSETL-DET-CNT            PIC 9(09).
002300     05  SPSETL-REV-AMT            PIC S9(11)V99
002400                                   SIGN LEADING SEPARATE.
002500     05  SPSETL-ADJ-AMT            PIC S9(11)V99
002600                                   SIGN LEADING SEPARATE.
002700     05  SPSETL-TAX-AMT            PIC S9(11)V99
002800                                   SIGN LEADING SEPARATE.
002900     05  SPSETL-MSG-CT             PIC S9(11)
003000                                   SIGN LEADING SEPARATE.
003100     05  SPSETL-MIN-CT             PIC S9(11)
003200                                   SIGN LEADING SEPARATE.
003300     05  SPSETL-SEC-CT             PIC S9(11)
003400                                   SIGN LEADING SEPARATE.
003500     05  SPSETL-NET-AMT            PIC S9(11)V99
003600                                   SIGN LEADING SEPARATE.
003700     05  FILLER                    PIC X(27).
003800*-------------------------------------------------------------.
003900*                     E N D   O F  S P S E T L                 :
004000*-------------------------------------------------------------'
