000100*--------------------------------------------------------------*
000200*                          S L A T G T                         *
000300*  COPYLIB SLATGT                                              *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE OPS-MAINTAINED FEEDER SLA TARGET TABLE *
000600* FILE (SLATGT), IN THE SAME SPIRIT AS FEEDSCHD AND            *
000700* THRUPUT.  ONE ROW PER SOURCE SYSTEM HOLDING THE SERVICE      *
000800* LEVEL AGREED AT ITS QUARTERLY REVIEW - THE LOWEST ACCEPTABLE *
000900* ON-TIME PERCENTAGE AND THE MOST FILES HELD, FILES            *
001000* QUARANTINED, DETAIL REJECTS PER THOUSAND, SUSPENSE DOLLARS   *
001100* AGED PAST 30 DAYS AND RERUNS PLUS BACKOUTS IT MAY RUN UP IN  *
001200* A MONTH.  A ROW WITH SOURCE SYSTEM '****' IS THE DEFAULT FOR *
001300* A FEEDER WITHOUT ITS OWN ROW.  IJTSLA01 CALLS OUT EVERY      *
001400* MONTHLY FIGURE OUTSIDE ITS TARGET AS A BREACH.               *
001500*                                                              *
001600* REL   DATE      INI  CHANGES HISTORY                         *
001700* ----  --------  ---  --------------------------------------- *
001800* 29.8  09/24/26  RAS  NEW COPYBOOK.                           *
001900*--------------------------------------------------------------*
002000 01  SLATGT-RECORD.
002100     05  SLATGT-SRCE-SYS-CD        PIC X(04).
002200         88  SLATGT-DEFAULT-ROW          VALUE '****'.
002300     05  SLATGT-ONTIME-PCT-MIN     PIC 9(03)V9.
002400     05  SLATGT-HELD-MAX           PIC 9(03).
002500     05  SLATGT-QUAR-MAX           PIC 9(03).
002600     05  SLATGT-REJ-PER-K-MAX      PIC 9(04)V99.
002700     05  SLATGT-SUSP-AGED-MAX      PIC 9(09)V99.
002800     05  SLATGT-RERUN-MAX          PIC 9(03).
002900     05  SLATGT-DESC               PIC X(20).
003000     05  FILLER                    PIC X(26).
003100*-------------------------------------------------------------.
003200*                     E N D   O F  S L A T G T                 :
003300*-------------------------------------------------------------'
