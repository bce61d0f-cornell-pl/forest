000100*--------------------------------------------------------------*
000200*                         R P 5 S T R                          *
000300*  COPYLIB RP5STR                                              *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE KEYED RP519 INVOICE STORE VSAM FILE    *
000600* (RP5STR).  IJRSTL01 LOADS EVERY RECORD OF EACH RP519         *
000700* GENERATION, IJRARC01 PURGES AND RESTORES IT UNDER THE SAME   *
000800* RETENTION RULES IJTARC01 APPLIES TO TIFDET, AND IJRINQ01     *
000900* LOOKS IT UP ONLINE.  THE FULL 450-BYTE RP519 RECORD IS HELD  *
001000* AS IT ARRIVED.  KEYED BY INVOICE NUMBER AND EXTRACT TYPE;    *
001100* THE GENERATION (RP519-GDG-NO/RP519-EXTRACT-GDG-NO) AND THE   *
001200* RECORD'S POSITION IN IT MAKE THE KEY UNIQUE, SO A            *
001300* GENERATION LOADED TWICE ADDS NOTHING THE SECOND TIME.        *
001400* THREE ALTERNATE KEYS, ALL WITH DUPLICATES, CARRY COPIES OF   *
001500* THE RP519 FIELDS THEY INDEX - THE ORIGINAL INVOICE NUMBER (SO*
001600* AN INVOICE'S REVERSALS CAN BE FOUND FROM IT), THE BILL-TO    *
001700* CODE AND THE LEAD ACCOUNT.  RP5STR-LOAD-DT (CCYYMMDD) IS     *
001800* WHAT THE RETENTION CUTOFF IS TESTED AGAINST.                 *
001900*                                                              *
002000* REL   DATE      INI  CHANGES HISTORY                         *
002100* ----  --------  ---  --------------------------------------- *
002200* 29.4  09/24/26  RAS  NEW COPYBOOK.                           *
002300*--------------------------------------------------------------*
002400 01  RP5STR-RECORD.
002500     05  RP5STR-KEY.
002600         10  RP5STR-INVC-NUM       PIC X(10).
002700         10  RP5STR-EXTRACT-TYPE   PIC X(03).
002800         10  RP5STR-GDG-NO         PIC 9(03).
002900         10  RP5STR-EXTRACT-GDG-NO PIC 9(04).
003000         10  RP5STR-REC-ORD        PIC 9(07).
003100     05  RP5STR-ORIGNL-INVC-NUM    PIC X(10).
003200     05  RP5STR-BL-TO-CD           PIC X(11).
003300     05  RP5STR-LEAD-ACCOUNT       PIC X(13).
003400     05  RP5STR-LOAD-DT            PIC X(08).
003500     05  FILLER                    PIC X(10).
003600     05  RP5STR-RP519-DATA         PIC X(450).
003700*-------------------------------------------------------------.
003800*                     E N D   O F  R P 5 S T R                 :
003900*-------------------------------------------------------------'
