000100*--------------------------------------------------------------*
000200*                         C E R T L O G                        *
000300*  COPYLIB CERTLOG                                             *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE CYCLE-CLOSE CERTIFICATE LOG (CERTLOG), *
000600* APPENDED TO BY EVERY IJTCCG01 RUN AND KEPT AS THE CLOSE      *
000700* EVIDENCE FOR THE QUARTERLY SOX REVIEW.  EACH RUN WRITES ONE  *
000800* 'I' ROW PER CHECKLIST ITEM IT FOUND OPEN - WHAT KIND OF      *
000900* CONDITION, WHICH FILE, ENTRY OR LINE, AND EITHER STILL OPEN  *
001000* OR SIGNED OFF BY AN AUTHUSR USER WITH A REASON - THEN ONE    *
001100* 'C' CERTIFICATE ROW WITH THE VERDICT (CERTIFIED AND          *
001200* RELEASED, OR WITHHELD), THE ITEM COUNTS AND THE GLINTF       *
001300* TOTALS IT RELEASED OR HELD BACK.  EVERY ROW CARRIES THE      *
001400* CLOSE CYCLE AND THE RUN'S DATE AND TIME, SO A RERUN OF THE   *
001500* SAME CYCLE AFTER SIGN-OFF SITS BESIDE THE RUN THAT WAS       *
001600* WITHHELD.                                                    *
001700*                                                              *
001800* REL   DATE      INI  CHANGES HISTORY                         *
001900* ----  --------  ---  --------------------------------------- *
002000* 30.0  10/01/26  RAS  NEW COPYBOOK.                           *
002100*--------------------------------------------------------------*
002200 01  CERTLOG-RECORD.
002300     05  CERTLOG-RUN-KEY.
002400         10  CERTLOG-BL-CYC-CD     PIC X(02).
002500         10  CERTLOG-CLOSE-DT      PIC X(08).
002600         10  CERTLOG-RUN-DT        PIC X(08).
002700         10  CERTLOG-RUN-TM        PIC X(06).
002800     05  CERTLOG-REC-TYPE          PIC X(01).
002900         88  CERTLOG-CERTIFICATE         VALUE 'C'.
003000         88  CERTLOG-ITEM                VALUE 'I'.
003100     05  CERTLOG-BODY              PIC X(175).
003200     05  CERTLOG-ITEM-VIEW REDEFINES CERTLOG-BODY.
003300         10  CERTLOG-ITEM-TYPE     PIC X(02).
003400             88  CERTLOG-RUN-CONTROL       VALUE 'RC'.
003500             88  CERTLOG-HELD-FILE         VALUE 'HD'.
003600             88  CERTLOG-QUARANTINE        VALUE 'QU'.
003700             88  CERTLOG-HELD-JE           VALUE 'JE'.
003800             88  CERTLOG-UNCONFIRMED       VALUE 'GC'.
003900             88  CERTLOG-AGED-EXCP         VALUE 'EX'.
004000         10  CERTLOG-ITEM-KEY      PIC X(30).
004100         10  CERTLOG-ITEM-DESC     PIC X(60).
004200         10  CERTLOG-ITEM-STATE    PIC X(01).
004300             88  CERTLOG-ITEM-OPEN         VALUE 'O'.
004400             88  CERTLOG-ITEM-SIGNED       VALUE 'S'.
004500         10  CERTLOG-SIGN-USER-ID  PIC X(08).
004600         10  CERTLOG-SIGN-REASON   PIC X(40).
004700         10  FILLER                PIC X(34).
004800     05  CERTLOG-CERT-VIEW REDEFINES CERTLOG-BODY.
004900         10  CERTLOG-VERDICT-CD    PIC X(01).
005000             88  CERTLOG-CERTIFIED         VALUE 'C'.
005100             88  CERTLOG-WITHHELD          VALUE 'W'.
005200         10  CERTLOG-ITEMS-FOUND   PIC 9(05).
005300         10  CERTLOG-ITEMS-SIGNED  PIC 9(05).
005400         10  CERTLOG-ITEMS-OPEN    PIC 9(05).
005500         10  CERTLOG-GL-BATCHES    PIC 9(05).
005600         10  CERTLOG-GL-LINES      PIC 9(07).
005700         10  CERTLOG-GL-AMT        PIC S9(11)V99 SIGN LEADING
005800                                   SEPARATE.
005900         10  FILLER                PIC X(133).
006000*-------------------------------------------------------------.
006100*                     E N D   O F  C E R T L O G               :
006200*-------------------------------------------------------------'
