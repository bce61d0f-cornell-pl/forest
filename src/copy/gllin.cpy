000100*--------------------------------------------------------------*
000200*                          G L L I N                           *
000300*  COPYLIB GLLIN                                               *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE G-L DRILL-DOWN LINEAGE VSAM FILE       *
000600* (GLLIN), WRITTEN BY IJTGLP01 AS IT SUMMARIZES A TIF FILE     *
000700* INTO GLINTF AND READ BY THE IJTINQ01 G-L DRILL-DOWN.  ONE    *
000800* RECORD PER TIF DETAIL THAT FED A GLINTF SUMMARY LINE, KEYED  *
000900* BY THE LINE'S FACCT AND JOURNAL DATE, THEN BY THE DETAIL'S    *
001000* TIFDET KEY (SOURCE SYSTEM AND SEQUENCE) AND PART NUMBER (0   *
001100* FOR THE DETAIL ITSELF, 1 UP FOR ITS CONTINUATIONS - SEE      *
001200* TIFKEYX), SO A BROWSE ON FACCT/JOURNAL DATE RETURNS EVERY    *
001300* DETAIL BEHIND THE LINE.  THE REST OF THE GLINTF LINE KEY     *
001400* (SOBP, IET) AND THE BATCH'S SMS JOBNAME/SEQUENCE RIDE IN THE *
001500* DATA PORTION.                                                *
001600*--------------------------------------------------------------*
001700 01  GLLIN-RECORD.
001800     05  GLLIN-KEY.
001900         10  GLLIN-FACCT-CD        PIC X(10).
002000         10  GLLIN-JRNL-DT         PIC X(10).
002100         10  GLLIN-SRCE-SYS-CD     PIC X(04).
002200         10  GLLIN-SEQ-NO          PIC 9(08).
002300         10  GLLIN-PART-NO         PIC 9(03).
002400     05  GLLIN-SOBP                PIC X(10).
002500     05  GLLIN-IET                 PIC X(10).
002600     05  GLLIN-BATCH-NO            PIC 9(05).
002700     05  GLLIN-JOBNAME             PIC X(08).
002800     05  GLLIN-SEQ-NM              PIC X(06).
002900     05  GLLIN-BL-ACCT-NB          PIC X(13).
003000     05  GLLIN-AMT                 PIC S9(11)V99 SIGN LEADING
003100                                   SEPARATE.
003200     05  FILLER                    PIC X(19).
003300*-------------------------------------------------------------.
003400*                     E N D   O F  G L L I N                   :
003500*-------------------------------------------------------------'
