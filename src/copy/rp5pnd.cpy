000100*--------------------------------------------------------------*
000200*                          R P 5 P N D                         *
000300*  COPYLIB RP5PND                                              *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE KEYED RP519 PENDING-APPROVAL VSAM FILE *
000600* (RP5PND).  IJRAPG01 WRITES ONE ROW PER RP519 ADJUSTMENT,     *
000700* CREDIT ADJUSTMENT OR CREDIT-CODED RECORD IT HOLDS ABOVE ITS  *
000800* APRTHR LIMIT, CARRYING THE RECORD AS RECEIVED IN             *
000900* RP5PND-RP519-DATA.  ON IJRAPV01 ONE AUTHORIZED USER KEYS THE *
001000* DECISION (APPROVE OR REJECT, WITH A REASON) AND A DIFFERENT  *
001100* ONE CONFIRMS OR SENDS IT BACK - THE MAKER CANNOT CHECK THEIR *
001200* OWN DECISION.  THE NEXT IJRAPG01 RUN RE-ENTERS AN APPROVED   *
001300* RECORD ON RP519OUT AND RETURNS A REJECTED ONE TO THE FEEDER  *
001400* ON RP5REJ FOR THE NOTIFY FEED; THE ROW STAYS ON FILE AS THE  *
001500* APPROVAL EVIDENCE.  HOLD NUMBER ZERO IS THE CONTROL ROW      *
001600* (RP5PND-CTL-VIEW) HOLDING THE LAST HOLD NUMBER ISSUED.       *
001610* RP5PND-HELD-GEN AND RP5PND-DONE-GEN CARRY THE RP519          *
001620* GENERATION (RP519-GDG-NO FOLLOWED BY RP519-EXTRACT-GDG-NO)   *
001630* OF THE IJRAPG01 RUN THAT HELD THE ROW AND OF THE ONE THAT    *
001640* RE-ENTERED OR RETURNED IT, SO A RERUN OF THE SAME GENERATION *
001650* ISSUES THOSE ROWS AGAIN AND DOES NOT HOLD ITS RECORDS TWICE. *
001700*                                                              *
001800* REL   DATE      INI  CHANGES HISTORY                         *
001900* ----  --------  ---  --------------------------------------- *
002000* 30.5  10/01/26  RAS  NEW COPYBOOK.                           *
002050* 30.7  10/15/26  RAS  CREDIT-CODED RECORDS ARE HELD TOO.      *
002060*                      EACH ROW CARRIES THE RP519 GENERATION   *
002070*                      (GDG-NO/EXTRACT-GDG-NO) THAT HELD IT AND*
002080*                      THE ONE THAT RE-ENTERED OR RETURNED IT. *
002100*--------------------------------------------------------------*
002200 01  RP5PND-RECORD.
002300     05  RP5PND-KEY.
002400         10  RP5PND-HOLD-NO        PIC 9(08).
002500             88  RP5PND-CONTROL-ROW      VALUE ZERO.
002600     05  RP5PND-DATA               PIC X(190).
002700     05  RP5PND-HOLD-VIEW REDEFINES RP5PND-DATA.
002800         10  RP5PND-STATUS-CD      PIC X(01).
002900             88  RP5PND-AWAITING         VALUE 'P'.
003000             88  RP5PND-DECISION-KEYED   VALUE 'M'.
003100             88  RP5PND-APPROVED         VALUE 'A'.
003200             88  RP5PND-REJECTED         VALUE 'R'.
003300             88  RP5PND-RE-ENTERED       VALUE 'E'.
003400             88  RP5PND-RETURNED         VALUE 'N'.
003500             88  RP5PND-OPEN             VALUE 'P' 'M'.
003600         10  RP5PND-DECISION-CD    PIC X(01).
003700             88  RP5PND-DECIDE-APPROVE   VALUE 'A'.
003800             88  RP5PND-DECIDE-REJECT    VALUE 'R'.
003900         10  RP5PND-HELD-DT        PIC X(08).
004000         10  RP5PND-SALES-OFFC-CD  PIC X(02).
004100         10  RP5PND-ADJ-RSN-CD     PIC X(02).
004200         10  RP5PND-INVC-NUM       PIC X(10).
004300         10  RP5PND-EXTRACT-TYPE   PIC X(03).
004400         10  RP5PND-LEAD-ACCOUNT   PIC X(13).
004500         10  RP5PND-DBCR-CD        PIC X(02).
004600         10  RP5PND-CUR-AMT        PIC 9(11)V99.
004700         10  RP5PND-LIMIT-AMT      PIC 9(09)V99.
004800         10  RP5PND-MAKER-ID       PIC X(08).
004900         10  RP5PND-MAKER-STAMP    PIC X(14).
005000         10  RP5PND-CHECKER-ID     PIC X(08).
005100         10  RP5PND-CHECKER-STAMP  PIC X(14).
005200         10  RP5PND-REASON-TX      PIC X(40).
005250         10  RP5PND-DONE-DT        PIC X(08).
005300         10  RP5PND-HELD-GEN       PIC X(07).
005350         10  RP5PND-DONE-GEN       PIC X(07).
005400         10  FILLER                PIC X(18).
005500     05  RP5PND-CTL-VIEW REDEFINES RP5PND-DATA.
005600         10  RP5PND-CTL-LAST-HOLD-NO
005700                                   PIC 9(08).
005800         10  FILLER                PIC X(182).
005900     05  RP5PND-RP519-DATA         PIC X(450).
006000*-------------------------------------------------------------.
006100*                     E N D   O F  R P 5 P N D                 :
006200*-------------------------------------------------------------'
