000100*--------------------------------------------------------------*
000200*                         D S C F A C C T                      *
000300*  COPYLIB DSCFACCT                                            *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE OPS-MAINTAINED CRS DISCOUNT FACCT      *
000600* TABLE (DSCFACCT), IN THE SAME SPIRIT AS CRSJURD.  ONE ROW    *
000700* PER CRSJURD JURISDICTION SLOT, GIVING THE CONTRA-REVENUE     *
000800* FACCT THE SLOT'S DISCOUNT DOLLARS POST TO, THE OFFSETTING    *
000900* FACCT THAT BALANCES THEM, AND THE SOBP AND IET ENTITIES BOTH *
001000* LINES CARRY.  IJCGLD01 WILL NOT JOURNAL A BILL CYCLE WITH    *
001100* DISCOUNT DOLLARS IN A SLOT THAT HAS NO ROW HERE.             *
001200*--------------------------------------------------------------*
001300 01  DSCFACCT-RECORD.
001400     05  DSCFACCT-SLOT-NO          PIC 9(02).
001500     05  DSCFACCT-DISC-FACCT       PIC X(10).
001600     05  DSCFACCT-OFST-FACCT       PIC X(10).
001700     05  DSCFACCT-SOBP             PIC X(10).
001800     05  DSCFACCT-IET              PIC X(10).
001900     05  DSCFACCT-DESC             PIC X(20).
002000     05  FILLER                    PIC X(18).
002100*-------------------------------------------------------------.
002200*                     E N D   O F  D S C F A C C T             :
002300*-------------------------------------------------------------'
