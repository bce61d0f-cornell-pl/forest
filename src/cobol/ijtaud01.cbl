002400*                      REPORT GIVES A CLEAN/BROKEN VERDICT PER  *
002500*                      SOURCE SYSTEM AND THE JOB ENDS RC=8      *
002600*                      WHEN ANY SOURCE SYSTEM IS BROKEN.        *
002610* 29.0  09/17/26  RAS  TIFDET NOW CARRIES ALTERNATE KEYS ON THE *
002620*                      BILLED AND LEAD ACCOUNT NUMBERS (SEE     *
002630*                      TIFDETV).  DECLARED HERE SO TIFDET IS    *
002640*                      OPENED WITH THE SAME KEY SET EVERYWHERE. *
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
