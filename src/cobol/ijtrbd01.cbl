002600*                      'C' CONTROL RECORD - AND A SHORTFALL    *
002700*                      ENDS THE JOB RC=8 RATHER THAN HAND THE  *
002800*                      CLOSE A QUIETLY INCOMPLETE PAIR.        *
002810* 29.0  09/17/26  RAS  DECLARES THE NEW TIFDET ALTERNATE       *
002820*                      KEYS ON THE BILLED AND LEAD ACCOUNT     *
002830*                      NUMBERS (SEE TIFDETV) SO THE REBUILD    *
002840*                      RELOADS THE ACCOUNT PATHS ALONG WITH    *
002850*                      THE BASE KEY.                           *
002900*--------------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS TIFDET-KEY
005110         ALTERNATE RECORD KEY IS TIFDET-BL-ACCT-NB
005120             WITH DUPLICATES
005130         ALTERNATE RECORD KEY IS TIFDET-LEAD-ACCT-NB
005140             WITH DUPLICATES
005200         FILE STATUS IS JNL-TIFDET-STATUS.
005300
005400     SELECT TIF-TAX-FILE ASSIGN TO TIFTAX
