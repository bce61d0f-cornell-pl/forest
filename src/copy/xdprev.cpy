000100*--------------------------------------------------------------*
000200*                         X D P R E V                          *
000300*  COPYLIB XDPREV                                              *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE CROSS-FEED DUPLICATE REVIEW FILE       *
000600* WRITTEN BY IJXDUP01.  ONE ROW PER RP519 RECORD AND TIF       *
000700* DETAIL THAT CARRY THE SAME BILLED ACCOUNT, USOC, BILL PERIOD *
000800* AND AMOUNT - A PROBABLE DOUBLE-BOOKING OF ONE CHARGE BY TWO  *
000900* BILLERS.  THE PAIR KEY IDENTIFIES THE PAIR FROM CYCLE TO     *
001000* CYCLE.  ONCE REVIEWED, A ROW SENT BACK ON DUPCLR IN THIS     *
001100* SAME LAYOUT CLEARS THE PAIR AND IT IS NOT REPORTED AGAIN.    *
001200*--------------------------------------------------------------*
001300 01  XDPREV-RECORD.
001400     05  XDPREV-PAIR-KEY.
001500         10  XDPREV-ACCT-NB        PIC X(13).
001600         10  XDPREV-USOC-CD        PIC X(05).
001700         10  XDPREV-BL-PRD         PIC X(06).
001800         10  XDPREV-AMT            PIC S9(11)V99 SIGN LEADING
001900                                   SEPARATE.
002000         10  XDPREV-RP519-INVC-NUM PIC X(10).
002100     05  XDPREV-RP519-EXTRACT-TYPE PIC X(03).
002200     05  XDPREV-RP519-BILLER-ID    PIC X(01).
002300     05  XDPREV-RP519-REC-NO       PIC 9(09).
002400     05  XDPREV-TIF-SRCE-SYS-CD    PIC X(04).
002500     05  XDPREV-TIF-DTL-NO         PIC 9(09).
002600     05  XDPREV-TIF-JRNL-DT        PIC X(10).
002700     05  XDPREV-TIF-INV-NB         PIC X(20).
002800     05  XDPREV-OVERLAP-AMT        PIC S9(11)V99 SIGN LEADING
002900                                   SEPARATE.
003000     05  XDPREV-STAT-CD            PIC X(01).
003100         88  XDPREV-NEW                      VALUE 'N'.
003200         88  XDPREV-STILL-OPEN               VALUE 'O'.
003300     05  XDPREV-FIRST-DET-DT       PIC X(08).
003400     05  XDPREV-RUN-DT             PIC X(08).
003500     05  FILLER                    PIC X(15).
003600*-------------------------------------------------------------.
003700*                     E N D   O F  X D P R E V                 :
003800*-------------------------------------------------------------'
