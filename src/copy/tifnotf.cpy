001400* FILLED).  THE FILE IDENTITY IS THE HEADER'S SMS JOBNAME AND  *
001500* SEQUENCE NAME THROUGHOUT, SO THE FEEDER CAN AUTOMATE ITS     *
001600* OWN CORRECTION INSTEAD OF WORKING FROM A SCREEN PRINT.       *
001620* 'R' RECORDS ARE HIGH-VALUE RP519 ADJUSTMENTS IJRAPG01 HELD   *
001640* AND THE APPROVERS REJECTED, RETURNED UNDER SOURCE SYSTEM     *
001660* 'R519' WITH THE LEAD ACCOUNT, JE AND INVOICE AS THE DETAIL   *
001680* KEYS.                                                        *
001700*--------------------------------------------------------------*
001800 01  TIFNOTF-RECORD.
001900     05  TIFNOTF-SRCE-SYS-CD       PIC X(04).
002100         88  TIFNOTF-FILE-QUARANTINED    VALUE 'Q'.
002200         88  TIFNOTF-FILE-HELD           VALUE 'H'.
002300         88  TIFNOTF-DETAIL-REJECTED     VALUE 'D'.
002350         88  TIFNOTF-RP519-REJECTED      VALUE 'R'.
002400     05  TIFNOTF-JOBNAME           PIC X(08).
002500     05  TIFNOTF-SEQ-NM            PIC X(06).
002600     05  TIFNOTF-REASON            PIC X(40).
