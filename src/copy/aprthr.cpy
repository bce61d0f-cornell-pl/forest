000100*--------------------------------------------------------------*
000200*                          A P R T H R                         *
000300*  COPYLIB APRTHR                                              *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE OPS-MAINTAINED RP519 APPROVAL          *
000600* THRESHOLD TABLE FILE (APRTHR), IN THE SAME SPIRIT AS         *
000700* FACCTREQ AND CURRATE.  ONE ROW PER SALES OFFICE              *
000800* (RP519-SALES-OFFC-CD) AND ADJUSTMENT REASON                  *
000900* (RP519-ADJ-RSN-CD); '**' IN EITHER CODE MATCHES ANY          *
001000* VALUE.  IJRAPG01 HOLDS AN RP519 ADJUSTMENT, CREDIT           *
001100* ADJUSTMENT OR CREDIT-CODED RECORD WHOSE RP519-CUR-AMT IS     *
001200* ABOVE THE LIMIT OF THE MOST SPECIFIC MATCHING ROW (OFFICE    *
001300* AND REASON, THEN OFFICE ALONE, THEN REASON ALONE, THEN       *
001400* '**'/'**') ON RP5PND FOR APPROVAL INSTEAD OF LETTING IT      *
001500* POST.  A RECORD NO ROW MATCHES IS NOT GATED.                 *
001600*                                                              *
001700* REL   DATE      INI  CHANGES HISTORY                         *
001800* ----  --------  ---  --------------------------------------- *
001900* 30.5  10/01/26  RAS  NEW COPYBOOK.                           *
001950* 30.7  10/15/26  RAS  CREDIT-CODED RECORDS ARE GATED TOO.     *
002000*--------------------------------------------------------------*
002100 01  APRTHR-RECORD.
002200     05  APRTHR-KEY.
002300         10  APRTHR-SALES-OFFC-CD  PIC X(02).
002400         10  APRTHR-ADJ-RSN-CD     PIC X(02).
002500     05  APRTHR-LIMIT-AMT          PIC 9(09)V99.
002600     05  APRTHR-DESC               PIC X(20).
002700     05  FILLER                    PIC X(05).
002800*-------------------------------------------------------------.
002900*                     E N D   O F  A P R T H R                 :
003000*-------------------------------------------------------------'
