000100*--------------------------------------------------------------*
000200*                          R P T A R C                         *
000300*  COPYLIB RPTARC                                              *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE KEYED BATCH REPORT ARCHIVE VSAM FILE   *
000600* (RPTARC).  IJTRPA01 FILES EACH RUN OF A REPORT AT END OF JOB *
000700* AND PURGES RUNS PAST THE RETENTION RPTCAT SETS FOR THE       *
000800* REPORT; IJTRPV01 LISTS AND PAGES THROUGH THEM ONLINE.  A RUN *
000900* IS KEYED BY REPORT NAME, RUN DATE (CCYYMMDD), SMS            *
001000* JOBNAME/SEQUENCE AND BILL CYCLE, AND ITS PRINT LINES FOLLOW  *
001100* UNDER THAT RUN KEY AS LINES 1 THRU N, EACH HELD AS           *
001200* PRINTED.  LINE ZERO IS THE RUN HEADER (RPTARC-HDR-VIEW) -    *
001300* WRITTEN LAST, SO A RUN WITHOUT ONE WAS NEVER COMPLETELY      *
001400* FILED.                                                       *
001500*                                                              *
001600* REL   DATE      INI  CHANGES HISTORY                         *
001700* ----  --------  ---  --------------------------------------- *
001800* 29.9  10/01/26  RAS  NEW COPYBOOK.                           *
001900*--------------------------------------------------------------*
002000 01  RPTARC-RECORD.
002100     05  RPTARC-KEY.
002200         10  RPTARC-RUN-KEY.
002300             15  RPTARC-RPT-NAME   PIC X(08).
002400             15  RPTARC-RUN-DT     PIC X(08).
002500             15  RPTARC-JOBNAME    PIC X(08).
002600             15  RPTARC-SEQ-NM     PIC X(06).
002700             15  RPTARC-BL-CYC-CD  PIC X(02).
002800         10  RPTARC-LINE-NO        PIC 9(07).
002900             88  RPTARC-RUN-HEADER       VALUE ZERO.
003000     05  RPTARC-LINE               PIC X(132).
003100     05  RPTARC-HDR-VIEW REDEFINES RPTARC-LINE.
003200         10  RPTARC-HDR-LINE-CNT   PIC 9(07).
003300         10  RPTARC-HDR-FILED-DT   PIC X(08).
003400         10  RPTARC-HDR-FILED-TM   PIC X(06).
003500         10  RPTARC-HDR-RETAIN-DAYS
003600                                   PIC 9(04).
003700         10  RPTARC-HDR-DESC       PIC X(30).
003800         10  FILLER                PIC X(77).
003900*-------------------------------------------------------------.
004000*                     E N D   O F  R P T A R C                 :
004100*-------------------------------------------------------------'
