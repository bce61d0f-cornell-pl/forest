000100*--------------------------------------------------------------*
000200*                          R P T C A T                         *
000300*  COPYLIB RPTCAT                                              *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE OPS-MAINTAINED REPORT CATALOG FILE     *
000600* (RPTCAT).  ONE ROW PER BATCH REPORT FILED ON THE RPTARC      *
000700* REPORT ARCHIVE - THE REPORT NAME IT IS FILED UNDER (ITS DD   *
000800* NAME, TAXRPT, NETRPT AND SO ON), A DESCRIPTION, HOW MANY     *
000900* DAYS A FILED RUN IS KEPT (ZERO - KEPT UNTIL THE ROW IS       *
001000* CHANGED) AND THE ACCESS GROUP A USER MUST HOLD ON THE        *
001100* AUTHUSR LIST TO VIEW IT ONLINE (BLANK - ANY AUTHUSR          *
001200* USER).  A ROW WITH REPORT NAME '********' IS THE DEFAULT FOR *
001300* A REPORT WITHOUT ITS OWN ROW.  IJTRPA01 FILES AND PURGES     *
001400* AGAINST IT; IJTRPV01 GATES THE VIEWER WITH IT.               *
001500*                                                              *
001600* REL   DATE      INI  CHANGES HISTORY                         *
001700* ----  --------  ---  --------------------------------------- *
001800* 29.9  10/01/26  RAS  NEW COPYBOOK.                           *
001900*--------------------------------------------------------------*
002000 01  RPTCAT-RECORD.
002100     05  RPTCAT-RPT-NAME           PIC X(08).
002200         88  RPTCAT-DEFAULT-ROW          VALUE '********'.
002300     05  RPTCAT-DESC               PIC X(30).
002400     05  RPTCAT-RETAIN-DAYS        PIC 9(04).
002500     05  RPTCAT-ACCESS-GRP         PIC X(04).
002600     05  FILLER                    PIC X(34).
002700*-------------------------------------------------------------.
002800*                     E N D   O F  R P T C A T                 :
002900*-------------------------------------------------------------'
