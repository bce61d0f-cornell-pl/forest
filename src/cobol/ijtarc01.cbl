002400*                      DIRECTIONS - THE ARCHIVE CARRIES EACH    *
002500*                      DETAIL IMMEDIATELY FOLLOWED BY ITS       *
002600*                      LINES.                                   *
002610* 29.0  09/17/26  RAS  DECLARES THE NEW TIFDET ALTERNATE        *
002620*                      KEYS ON THE BILLED AND LEAD ACCOUNT      *
002630*                      NUMBERS (SEE TIFDETV) SO A PURGE DROPS,  *
002640*                      AND A RESTORE PUTS BACK, THE ACCOUNT-    *
002650*                      PATH ENTRIES WITH THE DETAIL.            *
002700*--------------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS TIFDET-KEY
003710         ALTERNATE RECORD KEY IS TIFDET-BL-ACCT-NB
003720             WITH DUPLICATES
003730         ALTERNATE RECORD KEY IS TIFDET-LEAD-ACCT-NB
003740             WITH DUPLICATES
003800         FILE STATUS IS JNL-TIFDET-STATUS.
003900
004000     SELECT TIF-TAX-FILE ASSIGN TO TIFTAX
