000100*--------------------------------------------------------------*
000200*                         A C C T M S T                        *
000300*  COPYLIB ACCTMST                                             *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE ACCOUNT LIFECYCLE MASTER (ACCTMST), A  *
000600* VSAM FILE KEYED BY BILLED ACCOUNT (XX-BL-ACCT-NB).  ONE ROW  *
000700* PER ACCOUNT EVER BILLED ON THE TIF, CARRYING ITS CURRENT     *
000800* STATUS (XX-ACCT-STAT-CD VALUES 1-4; 4 IS DISCONNECTED) AND   *
000900* THE JOURNAL DATE IT TOOK THAT STATUS, THE JOURNAL DATES IT   *
001000* WAS FIRST AND LAST BILLED, AND ITS LEAD ACCOUNT.  IJTALC01   *
001100* KEEPS IT CURRENT FROM EACH CYCLE'S TIF DETAILS AND WRITES    *
001200* EVERY STATUS TRANSITION TO ACCTLOG.                          *
001300*--------------------------------------------------------------*
001400 01  ACCTMST-RECORD.
001500     05  ACCTMST-ACCT-NB           PIC X(13).
001600     05  ACCTMST-LEAD-ACCT-NB      PIC X(13).
001700     05  ACCTMST-STAT-CD           PIC X(01).
001800         88  ACCTMST-ACTIVE                  VALUE '1'.
001900         88  ACCTMST-DISCONNECTED            VALUE '4'.
002000     05  ACCTMST-STAT-DT           PIC X(10).
002100     05  ACCTMST-FIRST-BILLED-DT   PIC X(10).
002200     05  ACCTMST-LAST-BILLED-DT    PIC X(10).
002300     05  ACCTMST-LAST-SRCE-SYS-CD  PIC X(04).
002400     05  FILLER                    PIC X(19).
002500*-------------------------------------------------------------.
002600*                     E N D   O F  A C C T M S T               :
002700*-------------------------------------------------------------'
