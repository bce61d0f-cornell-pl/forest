000100*--------------------------------------------------------------*
000200*                          R T C A R D                         *
000300*  COPYLIB RTCARD                                              *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE USAGE RATE CARD (RTCARD), MAINTAINED   *
000600* BY PRODUCT MANAGEMENT.  ONE ROW PER PRICING PLAN             *
000700* (XX-PRICING-PLAN), MESSAGE RATE CLASS (XX-MSG-RT-CLS-CD) AND *
000800* MESSAGE TYPE (XX-MSG-TYPE-CD), GIVING THE TARIFFED RATE PER  *
000900* MINUTE OF USAGE AND PER MESSAGE.  RATES CARRY FIVE DECIMALS  *
001000* (00012500 IS 0.12500 PER UNIT).  EITHER RATE MAY BE ZERO     *
001100* WHERE THE PLAN DOES NOT CHARGE THAT WAY.  IJTRRT01 RE-RATES  *
001200* TIF USAGE AGAINST THIS CARD.                                 *
001300*--------------------------------------------------------------*
001400 01  RTCARD-RECORD.
001500     05  RTCARD-KEY.
001600         10  RTCARD-PRICING-PLAN   PIC X(08).
001700         10  RTCARD-MSG-RT-CLS-CD  PIC X(01).
001800         10  RTCARD-MSG-TYPE-CD    PIC X(01).
001900     05  RTCARD-MINUTE-RT          PIC 9(03)V9(05).
002000     05  RTCARD-MESSAGE-RT         PIC 9(03)V9(05).
002100     05  RTCARD-DESC               PIC X(30).
002200     05  FILLER                    PIC X(24).
002300*-------------------------------------------------------------.
002400*                     E N D   O F  R T C A R D                 :
002500*-------------------------------------------------------------'
