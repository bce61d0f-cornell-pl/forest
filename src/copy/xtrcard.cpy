000100*--------------------------------------------------------------*
000200*                         X T R C A R D                        *
000300*  COPYLIB XTRCARD                                             *
000400*--------------------------------------------------------------*
000500* SELECTION CARD LAYOUT FOR THE IJTXTR01 AD HOC TIFDET/TIFTAX  *
000600* EXTRACT (XTRCTL DD).  ONE KEYWORD PER CARD IN COLUMNS 1-8,   *
000700* ITS VALUE IN 10-22 AND, FOR A RANGE, THE THRU VALUE IN 24-36.*
000800* AN '*' IN COLUMN 1 IS A COMMENT.                             *
000900*   REQUESTR  USER ID (10-22), REQUEST REFERENCE (24-36) AND   *
001000*             REASON (38-80) - REQUIRED, LOGGED ON XTRLOG      *
001100*   SRCE      SOURCE SYSTEM CODE                               *
001200*   JRNLDATE  JOURNAL DATE CCYY-MM-DD, THRU CCYY-MM-DD         *
001300*             (A BLANK THRU DATE SELECTS THE ONE DAY)          *
001400*   ACCT      ACCOUNT - BILLED, LEAD OR DETAIL ACCOUNT         *
001500*   USOC      USOC CODE                                        *
001600*   FACCT     FINANCIAL ACCOUNT                                *
001700*   JRNLCD    JOURNAL CODE                                     *
001800*   CHGTYPE   TYPE OF CHARGE                                   *
001900*   STATE     STATE CODE                                       *
002000*   TAXJUR    TAX JURISDICTION ON ANY OF THE DETAIL'S TAX LINES*
002100*   TAXLINES  Y TO WRITE THE TAX LINES, N (DEFAULT) TO OMIT    *
002200*   FORMAT    STANDARD (DEFAULT, IJNLTIF LAYOUT) OR DELIMITED  *
002300* CARDS OF ONE KEYWORD ARE OR'ED, DIFFERENT KEYWORDS AND'ED.   *
002400*                                                              *
002500* REL   DATE      INI  CHANGES HISTORY                         *
002600* ----  --------  ---  --------------------------------------- *
002700* 29.3  09/24/26  RAS  NEW COPYBOOK.                           *
002800*--------------------------------------------------------------*
002900 01  XTRCARD-RECORD.
003000     05  XTRCARD-KEYWORD           PIC X(08).
003100         88  XTRCARD-REQUESTR            VALUE 'REQUESTR'.
003200         88  XTRCARD-TAXLINES            VALUE 'TAXLINES'.
003300         88  XTRCARD-FORMAT              VALUE 'FORMAT'.
003400     05  XTRCARD-COMMENT-FLAG REDEFINES XTRCARD-KEYWORD.
003500         10  XTRCARD-COL-1         PIC X(01).
003600             88  XTRCARD-IS-COMMENT      VALUE '*'.
003700         10  FILLER                PIC X(07).
003800     05  FILLER                    PIC X(01).
003900     05  XTRCARD-VALUE             PIC X(13).
004000     05  FILLER                    PIC X(01).
004100     05  XTRCARD-THRU              PIC X(13).
004200     05  FILLER                    PIC X(01).
004300     05  XTRCARD-REASON            PIC X(43).
004400*-------------------------------------------------------------.
004500*                     E N D   O F  X T R C A R D               :
004600*-------------------------------------------------------------'
