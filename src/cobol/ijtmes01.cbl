002100*                      FILE TYPE CODE AND SOURCE SYSTEM ID      *
002200*                      WITH COUNTS, GROSS DOLLARS AND A GRAND   *
002300*                      TOTAL LINE.                              *
002310* 29.0  09/17/26  RAS  TIFDET NOW CARRIES ALTERNATE KEYS ON THE *
002320*                      BILLED AND LEAD ACCOUNT NUMBERS (SEE     *
002330*                      TIFDETV).  DECLARED HERE SO TIFDET IS    *
002340*                      OPENED WITH THE SAME KEY SET EVERYWHERE. *
002400*--------------------------------------------------------------*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS TIFDET-KEY
003410         ALTERNATE RECORD KEY IS TIFDET-BL-ACCT-NB
003420             WITH DUPLICATES
003430         ALTERNATE RECORD KEY IS TIFDET-LEAD-ACCT-NB
003440             WITH DUPLICATES
003500         FILE STATUS IS JNL-TIFDET-STATUS.
003600
003700     SELECT MONTH-CARD-FILE ASSIGN TO MONTHCRD
