001100* SOURCE SYSTEM CODE AND A RUN-GENERATED SEQUENCE NUMBER (THE   *
001200* TIF DETAIL RECORD CARRIES NO NATURAL UNIQUE KEY OF ITS OWN),  *
001300* WHICH IS ALSO THE PARENT HALF OF TIFTAXV'S KEY.               *
001310* TWO ALTERNATE KEYS, BOTH WITH DUPLICATES, GIVE THE ACCOUNT    *
001320* LOOKUPS A DIRECT PATH INSTEAD OF A FULL-FILE SCAN - THE       *
001330* BILLED ACCOUNT (XX-BL-ACCT-NB, FIXED-DATA BYTES 66-78) AND    *
001340* THE LEAD ACCOUNT (XX-LEAD-ACCT-NB, BYTES 53-65).  EVERY       *
001350* PROGRAM THAT OPENS TIFDET DECLARES BOTH, SO THE FILE IS       *
001360* ALWAYS OPENED WITH THE SAME KEY SET.                          *
001400*--------------------------------------------------------------*
001500 01  TIFDET-RECORD.
001600     05  TIFDET-KEY.
001700         10  TIFDET-SRCE-SYS-CD    PIC X(04).
001800         10  TIFDET-SEQ-NO         PIC 9(08).
001900     05  TIFDET-FIXED-DATA         PIC X(902).
001910     05  TIFDET-ACCT-PATHS REDEFINES TIFDET-FIXED-DATA.
001920         10  FILLER                PIC X(52).
001930         10  TIFDET-LEAD-ACCT-NB   PIC X(13).
001940         10  TIFDET-BL-ACCT-NB     PIC X(13).
001950         10  FILLER                PIC X(824).
002000*-------------------------------------------------------------.
002100*                     E N D   O F  T I F D E T V               :
002200*-------------------------------------------------------------'
