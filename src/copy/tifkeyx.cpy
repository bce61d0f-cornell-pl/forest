000100*--------------------------------------------------------------*
000200*                         T I F K E Y X                        *
000300*  COPYLIB TIFKEYX                                             *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE TIF DETAIL KEY CROSS-REFERENCE FILE    *
000600* (TIFKEYX) IJTDSP01 WRITES WHILE IT SPLITS A TIF FILE.  ONE   *
000700* RECORD PER DETAIL IT PROCESSES, IN TIF ORDER, IDENTIFIED BY  *
000800* THE TIF HEADER'S SMS JOBNAME/SEQUENCE AND THE DETAIL'S       *
000900* ORDINAL WITHIN THAT FILE, CARRYING THE TIFDET KEY THE DETAIL *
001000* WAS STORED UNDER.  A CONTINUATION CARRIES ITS PARENT'S KEY   *
001100* AND A PART NUMBER COUNTING UP FROM 1; THE PARENT ITSELF IS   *
001200* PART 0.  A CONTINUATION WITH NO PARENT CARRIES A ZERO        *
001300* SEQUENCE NUMBER.  IJTGLP01 READS THE FILE IN STEP WITH THE   *
001400* SAME TIF FILE TO BUILD THE GLLIN LINEAGE STORE.              *
001500*--------------------------------------------------------------*
001600 01  TIFKEYX-RECORD.
001700     05  TIFKEYX-JOBNAME           PIC X(08).
001800     05  TIFKEYX-SEQ-NM            PIC X(06).
001900     05  TIFKEYX-DTL-ORD           PIC 9(09).
002000     05  TIFKEYX-TIFDET-KEY.
002100         10  TIFKEYX-SRCE-SYS-CD   PIC X(04).
002200         10  TIFKEYX-SEQ-NO        PIC 9(08).
002300     05  TIFKEYX-PART-NO           PIC 9(03).
002400     05  FILLER                    PIC X(42).
002500*-------------------------------------------------------------.
002600*                     E N D   O F  T I F K E Y X               :
002700*-------------------------------------------------------------'
