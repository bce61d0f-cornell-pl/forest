000100*--------------------------------------------------------------*
000200*                          X T R L O G                         *
000300*  COPYLIB XTRLOG                                              *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE AD HOC EXTRACT REQUEST LOG (XTRLOG),   *
000600* APPENDED TO BY IJTXTR01 ON EVERY RUN - ONE ROW PER REQUEST:  *
000700* WHO ASKED, UNDER WHAT REFERENCE AND WHY, WHEN IT RAN, HOW    *
000800* MANY SELECTION CARDS IT CARRIED, WHAT IT WROTE AND HOW IT    *
000900* ENDED.  THE FULL CARD DECK IS ECHOED ON THAT RUN'S XTRRPT.   *
001000*                                                              *
001100* REL   DATE      INI  CHANGES HISTORY                         *
001200* ----  --------  ---  --------------------------------------- *
001300* 29.3  09/24/26  RAS  NEW COPYBOOK.                           *
001400*--------------------------------------------------------------*
001500 01  XTRLOG-RECORD.
001600     05  XTRLOG-RUN-DATE           PIC X(08).
001700     05  XTRLOG-RUN-TIME           PIC X(06).
001800     05  XTRLOG-USER-ID            PIC X(13).
001900     05  XTRLOG-REFERENCE          PIC X(13).
002000     05  XTRLOG-REASON             PIC X(43).
002100     05  XTRLOG-SEL-CARDS          PIC 9(04).
002200     05  XTRLOG-FORMAT-CD          PIC X(01).
002300         88  XTRLOG-STANDARD             VALUE 'S'.
002400         88  XTRLOG-DELIMITED            VALUE 'D'.
002500     05  XTRLOG-TAX-LINES-SW       PIC X(01).
002600     05  XTRLOG-DETS-READ          PIC 9(09).
002700     05  XTRLOG-DETS-SELECTED      PIC 9(09).
002800     05  XTRLOG-END-CD             PIC X(01).
002900         88  XTRLOG-COMPLETED            VALUE 'C'.
003000         88  XTRLOG-CARDS-REJECTED       VALUE 'R'.
003100     05  FILLER                    PIC X(12).
003200*-------------------------------------------------------------.
003300*                     E N D   O F  X T R L O G                 :
003400*-------------------------------------------------------------'
