000100*--------------------------------------------------------------*
000200*                        C M S P L A N                         *
000300*  COPYLIB CMSPLAN                                             *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE SALES COMMISSION PLAN MASTER FILE      *
000600* (CMSPLAN), MAINTAINED BY SALES COMPENSATION IN THE SAME      *
000700* SPIRIT AS USOCMST AND OFFCMST.  ONE ROW PER PLAN, NAMING THE *
000800* SALES CHANNEL (RP519-SALES-CHANNEL), SALES GROUP             *
000900* (RP519-SALES-GRP-CD) AND USOC PRODUCT FAMILY (USOCMST) IT    *
001000* PAYS ON - A BLANK FIELD MATCHES ANY VALUE, AND IJRCSM01 PAYS *
001100* A RECORD ON THE ROW MATCHING THE MOST FIELDS EXACTLY.  THE   *
001200* RATE SCHEDULE IS UP TO FIVE TIERS, EACH A FLOOR (DOLLARS OF  *
001300* THE MONTH'S NET COMMISSIONABLE REVENUE) AND THE RATE PAID ON *
001400* THE REVENUE ABOVE IT UP TO THE NEXT TIER'S FLOOR.  A FLAT    *
001500* RATE PLAN IS ONE TIER WITH A ZERO FLOOR; A LATER TIER WITH A *
001600* ZERO FLOOR IS UNUSED.  CMSPLAN-CLAWBACK-MOS IS THE PLAN      *
001700* WINDOW - REVENUE REVERSED WITHIN THAT MANY MONTHS OF ITS     *
001800* ORIGINAL INVOICE IS CLAWED BACK ON THE NEXT STATEMENT AT THE *
001900* FIRST-TIER RATE.                                             *
002000*                                                              *
002100* REL   DATE      INI  CHANGES HISTORY                         *
002200* ----  --------  ---  --------------------------------------- *
002300* 29.6  09/24/26  RAS  NEW COPYBOOK.                           *
002400*--------------------------------------------------------------*
002500 01  CMSPLAN-RECORD.
002600     05  CMSPLAN-PLAN-ID           PIC X(04).
002700     05  CMSPLAN-SALES-CHANNEL     PIC X(08).
002800     05  CMSPLAN-SALES-GRP-CD      PIC X(02).
002900     05  CMSPLAN-PROD-FAM-CD       PIC X(10).
003000     05  CMSPLAN-CLAWBACK-MOS      PIC 9(02).
003100     05  CMSPLAN-TIER OCCURS 5 TIMES.
003200         10  CMSPLAN-TIER-FLOOR    PIC 9(09)V99.
003300         10  CMSPLAN-TIER-RATE     PIC 9V9(04).
003400     05  CMSPLAN-DESC              PIC X(20).
003500     05  FILLER                    PIC X(14).
003600*-------------------------------------------------------------.
003700*                     E N D   O F  C M S P L A N               :
003800*-------------------------------------------------------------'
