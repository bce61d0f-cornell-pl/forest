002900*                      AND ITEMIZES IT BY ACCOUNT.  THE        *
003000*                      STORED PAIR IS NOT REWRITTEN - THE      *
003100*                      CORRECTION POSTS AS ADJUSTMENTS.        *
003110* 29.0  09/17/26  RAS  TIFDET NOW CARRIES ALTERNATE KEYS       *
003120*                      ON THE BILLED AND LEAD ACCOUNT NUMBERS  *
003130*                      (SEE TIFDETV).  DECLARED HERE SO TIFDET *
003140*                      IS OPENED WITH THE SAME KEY SET         *
003150*                      EVERYWHERE.                             *
003200*--------------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS TIFDET-KEY
005010         ALTERNATE RECORD KEY IS TIFDET-BL-ACCT-NB
005020             WITH DUPLICATES
005030         ALTERNATE RECORD KEY IS TIFDET-LEAD-ACCT-NB
005040             WITH DUPLICATES
005100         FILE STATUS IS JNL-TIFDET-STATUS.
005200
005300     SELECT TIF-TAX-FILE  ASSIGN TO TIFTAX
