000100*--------------------------------------------------------------*
000200*                          C H N B R K                         *
000300*  COPYLIB CHNBRK                                              *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE CHAIN BALANCE RESULT FILE (CHNBRK)     *
000600* IJTRCB01 WRITES ALONGSIDE ITS CHNRPT REPORT.  ONE 'B' ROW    *
000700* PER BREAK IT FOUND - THE TIF FILE BY SMS JOBNAME/SEQUENCE,   *
000800* THE STAGE THAT WAS OUT OF STEP OR NEVER REPORTED, THE COUNT  *
000900* IT SAW AND THE COUNT ITS PREDECESSOR PASSED ON - AND ONE 'T' *
001000* ROW LAST WITH THE FILES TIED AND FILES BROKEN, SO A READER   *
001100* CAN TELL A CLEAN BALANCE FROM A BALANCE THAT NEVER           *
001200* RAN.  IJTCCG01 TURNS EACH BREAK INTO A CYCLE-CLOSE CHECKLIST *
001300* ITEM.                                                        *
001400*                                                              *
001500* REL   DATE      INI  CHANGES HISTORY                         *
001600* ----  --------  ---  --------------------------------------- *
001700* 30.0  10/01/26  RAS  NEW COPYBOOK.                           *
001800*--------------------------------------------------------------*
001900 01  CHNBRK-RECORD.
002000     05  CHNBRK-REC-TYPE           PIC X(01).
002100         88  CHNBRK-BREAK                VALUE 'B'.
002200         88  CHNBRK-TRAILER              VALUE 'T'.
002300     05  CHNBRK-JOBNAME            PIC X(08).
002400     05  CHNBRK-SEQ-NM             PIC X(06).
002500     05  CHNBRK-STAGE              PIC X(08).
002600     05  CHNBRK-KIND-CD            PIC X(01).
002700         88  CHNBRK-OUT-OF-STEP          VALUE 'O'.
002800         88  CHNBRK-STAGE-MISSING        VALUE 'M'.
002900     05  CHNBRK-RECS-SEEN          PIC S9(09) COMP-3.
003000     05  CHNBRK-RECS-PASSED        PIC S9(09) COMP-3.
003100     05  FILLER                    PIC X(46).
003200 01  CHNBRK-TRL-VIEW REDEFINES CHNBRK-RECORD.
003300     05  FILLER                    PIC X(01).
003400     05  CHNBRK-FILES-TIED         PIC 9(05).
003500     05  CHNBRK-FILES-BROKEN       PIC 9(05).
003600     05  FILLER                    PIC X(69).
003700*-------------------------------------------------------------.
003800*                     E N D   O F  C H N B R K                 :
003900*-------------------------------------------------------------'
