000100*--------------------------------------------------------------*
000200*                         M R D C O M M                        *
000300*  COPYLIB MRDCOMM                                             *
000400*--------------------------------------------------------------*
000500* COMMUNICATION AREA BETWEEN THE IJTMRD01 SINGLE-PASS TIFIN    *
000600* DRIVER AND EACH TIF REPORT IT RUNS.  THE DRIVER READS TIFIN  *
000700* ONCE AND CALLS EVERY REPORT SWITCHED ON BY ITS MRDCTL CARDS, *
000800* BY PROGRAM NAME, USING THIS AREA:                            *
000900*   OPEN - LOAD CONTROL TABLES AND OPEN THE REPORT'S OWN       *
001000*          OUTPUT FILES                                        *
001100*   RECD - PROCESS THE TIF RECORD IN MRD-TIF-RECORD (HEADER,   *
001200*          DETAIL OR TRAILER, EXACTLY AS READ FROM TIFIN)      *
001300*   CLSE - PRINT TOTALS, CLOSE THE REPORT'S FILES AND DISPLAY  *
001400*          ITS BALANCING COUNTS                                *
001500* A REPORT SETS RETURN-CODE AS IT ALWAYS HAS; 16 FROM ANY CALL *
001600* STOPS THE DRIVER.                                            *
001700*                                                              *
001800* REL   DATE      INI  CHANGES HISTORY                         *
001900* ----  --------  ---  --------------------------------------- *
002000* 29.1  09/17/26  RAS  NEW COPYBOOK.                           *
002100*--------------------------------------------------------------*
002200 01  MRD-COMM-AREA.
002300     05  MRD-FUNC                  PIC X(04).
002400         88  MRD-FUNC-OPEN               VALUE 'OPEN'.
002500         88  MRD-FUNC-RECORD             VALUE 'RECD'.
002600         88  MRD-FUNC-CLOSE              VALUE 'CLSE'.
002700     05  MRD-TIF-RECORD            PIC X(3092).
002800*-------------------------------------------------------------.
002900*                     E N D   O F  M R D C O M M               :
003000*-------------------------------------------------------------'
