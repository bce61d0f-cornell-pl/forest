000700* AND DRVRULE.  ONE ROW PER SOURCE SYSTEM DUE IN A GIVEN BILL  *
000800* CYCLE - IJTSCH01 RAISES AN ALARM FOR EVERY ROW OF THE RUN'S  *
000900* CYCLE THAT HAS NO MATCHING HEADER ON THE TIFAUDIT TRAIL.     *
000910* FEEDSCHD-DUE-HHMM IS THE TIME OF DAY (24-HOUR HHMM) THE FEED *
000920* IS DUE ON THE DAY ITS CYCLE CLOSES IN CYCCAL - IJTSLA01      *
000930* SCORES EACH ARRIVAL ON THE TRAIL AS ON TIME OR LATE AGAINST  *
000940* IT.  A BLANK DUE TIME MEANS BY THE END OF THE CLOSE DAY.     *
000950*                                                              *
000960* REL   DATE      INI  CHANGES HISTORY                         *
000970* ----  --------  ---  --------------------------------------- *
000980* 29.8  09/24/26  RAS  ADDED FEEDSCHD-DUE-HHMM FOR THE         *
000990*                      IJTSLA01 FEEDER SCORECARD.  FILLER      *
000995*                      SHRANK BY FOUR - NO LENGTH CHANGE.      *
001000*--------------------------------------------------------------*
001100 01  FEEDSCHD-RECORD.
001200     05  FEEDSCHD-BL-CYC-CD        PIC X(02).
001300     05  FEEDSCHD-SRCE-SYS-CD      PIC X(04).
001400     05  FEEDSCHD-DESC             PIC X(30).
001500     05  FEEDSCHD-DUE-HHMM         PIC X(04).
001600*-------------------------------------------------------------.
001700*                     E N D   O F  F E E D S C H D             :
001800*-------------------------------------------------------------'
