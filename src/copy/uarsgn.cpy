000100*--------------------------------------------------------------*
000200*                          U A R S G N                         *
000300*  COPYLIB UARSGN                                              *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE USER-ACCESS RECERTIFICATION SIGN-OFF   *
000550* FILE (UARSGN).  IJTUAR01'S REVIEW RUN WRITES ONE ROW PER     *
000600* USER PER FUNCTION HELD - IJTVVM01 VALID-VALUE MAINTENANCE,   *
000650* IJRCOR01 REJECT CORRECTION, IJTHLD01 HOLD DISPOSITIONS,      *
000700* IJTRPV01 REPORT VIEWING, IJTCCG01 CLOSE SIGN-OFF, IJTDCM01   *
000750* DISPUTE CASES AND IJRAPV01 RP519 APPROVALS - GROUPED BY THE  *
000800* USER'S MANAGER, WITH THE LAST ACTIVITY FOUND AND THE DORMANT *
000850* AND MAKER/CHECKER-PAIR FLAGS.  EACH MANAGER FILLS IN THE     *
000900* DECISION (K KEEP, R REVOKE), THEIR OWN USER ID AND A REASON, *
000950* AND IJTUAR01'S APPLY RUN TAKES THE REVOKES OFF THE AUTHUSR   *
001000* LISTS.                                                       *
001500*                                                              *
001600* REL   DATE      INI  CHANGES HISTORY                         *
001700* ----  --------  ---  --------------------------------------- *
001800* 30.1  10/01/26  RAS  NEW COPYBOOK.                           *
001850* 30.7  10/15/26  RAS  IJTDCM01 AND IJRAPV01 ADDED.            *
001900*--------------------------------------------------------------*
002000 01  UARSGN-RECORD.
002100     05  UARSGN-MGR-ID             PIC X(08).
002200     05  UARSGN-FUNC-CD            PIC X(03).
002300     05  UARSGN-USER-ID            PIC X(08).
002400     05  UARSGN-LAST-ACT-DT        PIC X(08).
002500     05  UARSGN-DORMANT-SW         PIC X(01).
002600         88  UARSGN-DORMANT              VALUE 'D'.
002700     05  UARSGN-PAIR-SW            PIC X(01).
002800         88  UARSGN-IN-PAIR              VALUE 'P'.
002900     05  UARSGN-REVIEW-DT          PIC X(08).
003000     05  UARSGN-DECISION-CD        PIC X(01).
003100         88  UARSGN-KEEP                 VALUE 'K'.
003200         88  UARSGN-REVOKE               VALUE 'R'.
003300     05  UARSGN-SIGN-USER-ID       PIC X(08).
003400     05  UARSGN-REASON             PIC X(34).
003500*-------------------------------------------------------------.
003600*                     E N D   O F  U A R S G N                 :
003700*-------------------------------------------------------------'
