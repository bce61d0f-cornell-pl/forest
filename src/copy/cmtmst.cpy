000100*--------------------------------------------------------------*
000200*                          C M T M S T                         *
000300*  COPYLIB CMTMST                                              *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE CONTRACT-COMMITMENT MASTER (CMTMST),   *
000600* MAINTAINED BY THE CONTRACTS GROUP.  ONE ROW PER TERM         *
000700* AGREEMENT, KEYED BY ITS CONTRACT NUMBER AND MATCHED TO THE   *
000800* RP519 EXTRACT ON MCN (RP519-MCN-BASE/SUFFIX) PLUS            *
000900* TERM-AGREEMENT PLAN TYPE (RP519-TRM-AGRE-PLN-TYPE).  THE     *
001000* TERM IS IN MONTHS AND THE MINIMUM IS THE ANNUAL REVENUE THE  *
001100* CUSTOMER COMMITTED TO; IJRCMT01 PRORATES IT OVER THE TERM.   *
001200* THE TERM STARTS ON RP519-TRM-AGRE-STRT-DTE AS BILLED.        *
001300*--------------------------------------------------------------*
001400 01  CMTMST-RECORD.
001500     05  CMTMST-CONTRACT-NB        PIC X(10).
001600     05  CMTMST-MCN.
001700         10  CMTMST-MCN-BASE       PIC X(06).
001800         10  CMTMST-MCN-SUFFIX     PIC X(03).
001900     05  CMTMST-PLAN-TYPE          PIC X(08).
002000     05  CMTMST-TERM-MONTHS        PIC 9(03).
002100     05  CMTMST-ANNUAL-MIN         PIC 9(11)V99.
002200     05  CMTMST-CUST-NAME          PIC X(30).
002300     05  FILLER                    PIC X(07).
002400*-------------------------------------------------------------.
002500*                     E N D   O F  C M T M S T                 :
002600*-------------------------------------------------------------'
