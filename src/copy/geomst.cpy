000100*--------------------------------------------------------------*
000200*                          G E O M S T                         *
000300*  COPYLIB GEOMST                                              *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE GEOCODE MASTER (GEOMST), MAINTAINED BY *
000600* THE TAX DEPARTMENT.  ONE ROW PER GEOCODE AS THE BILLERS SEND *
000700* IT IN XX-GEO-CD / XX-GEO-SHIP-TO-CD / XX-GEO-SHIP-FROM-CD,   *
000800* GIVING THE STATE THE GEOCODE LIES IN AND UP TO FIVE TAX      *
000900* JURISDICTION LEVELS IT FALLS UNDER (THE XX-TB-TAX-JURIS-CD   *
001000* VALUES - FE, ST, CN, CI, SC).  A BLANK SLOT IS UNUSED.       *
001100* IJTGEO01 EDITS THE TIF LOCATION FIELDS AGAINST THIS MASTER.  *
001200*--------------------------------------------------------------*
001300 01  GEOMST-RECORD.
001400     05  GEOMST-GEO-CD             PIC X(13).
001500     05  GEOMST-STATE-CD           PIC X(02).
001600     05  GEOMST-JURIS-TABLE.
001700         10  GEOMST-JURIS-CD       PIC X(02) OCCURS 5 TIMES.
001800     05  GEOMST-DESC               PIC X(30).
001900     05  FILLER                    PIC X(25).
002000*-------------------------------------------------------------.
002100*                     E N D   O F  G E O M S T                 :
002200*-------------------------------------------------------------'
