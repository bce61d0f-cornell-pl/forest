002580*                      - AND THE INPUT TIF FILES AGE OFF GDG.  *
002590*                      IJTRBD01 REBUILDS THE PAIR FROM A       *
002591*                      BACKUP PLUS THESE JOURNALS.             *
002592* 29.0  09/17/26  RAS  DECLARES THE NEW TIFDET ALTERNATE       *
002593*                      KEYS ON THE BILLED AND LEAD ACCOUNT     *
002594*                      NUMBERS (SEE TIFDETV) SO EVERY APPLIED  *
002595*                      ADD POSTS TO THE ACCOUNT PATHS AS WELL  *
002596*                      AS THE BASE KEY.                        *
002600*--------------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS TIFDET-KEY
004810         ALTERNATE RECORD KEY IS TIFDET-BL-ACCT-NB
004820             WITH DUPLICATES
004830         ALTERNATE RECORD KEY IS TIFDET-LEAD-ACCT-NB
004840             WITH DUPLICATES
004900         FILE STATUS IS JNL-TIFDET-STATUS.
005000
005100     SELECT TIF-TAX-FILE ASSIGN TO TIFTAX
