000100*--------------------------------------------------------------*
000200*                         A C C T L O G                        *
000300*  COPYLIB ACCTLOG                                             *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE ACCOUNT STATUS-CHANGE LOG (ACCTLOG),   *
000600* APPENDED TO BY IJTALC01 EVERY CYCLE.  ONE ROW PER STATUS     *
000700* TRANSITION ON ACCTMST - THE STATUS IT LEFT AND TOOK, THE     *
000800* JOURNAL DATE OF THE DETAIL THAT MOVED IT, AND HOW WE LEARNED *
000900* OF IT: A STATUS-CHANGE RECORD (XX-ACCT-STAT-TO-CD), A BARE   *
001000* CHANGE IN XX-ACCT-STAT-CD WITH NO CHANGE RECORD, OR THE      *
001100* ACCOUNT'S FIRST APPEARANCE.                                  *
001200*--------------------------------------------------------------*
001300 01  ACCTLOG-RECORD.
001400     05  ACCTLOG-ACCT-NB           PIC X(13).
001500     05  ACCTLOG-LEAD-ACCT-NB      PIC X(13).
001600     05  ACCTLOG-FROM-STAT-CD      PIC X(01).
001700     05  ACCTLOG-TO-STAT-CD        PIC X(01).
001800     05  ACCTLOG-JRNL-DT           PIC X(10).
001900     05  ACCTLOG-SRCE-SYS-CD       PIC X(04).
002000     05  ACCTLOG-HOW-CD            PIC X(01).
002100         88  ACCTLOG-BY-CHANGE-REC           VALUE 'C'.
002200         88  ACCTLOG-BY-DETAIL-STAT          VALUE 'D'.
002300         88  ACCTLOG-NEW-ACCOUNT             VALUE 'N'.
002400     05  ACCTLOG-RUN-DT            PIC X(08).
002500     05  FILLER                    PIC X(29).
002600*-------------------------------------------------------------.
002700*                     E N D   O F  A C C T L O G               :
002800*-------------------------------------------------------------'
