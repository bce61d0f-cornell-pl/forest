000100*--------------------------------------------------------------*
000200*                         R E V B A N D                        *
000300*  COPYLIB REVBAND                                             *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE CUSTOMER REVENUE-BAND DEFINITION TABLE *
000600* (REVBAND), MAINTAINED BY MARKETING.  ONE ROW PER BAND CODE   *
000700* THE FEEDERS STAMP IN XX-CUST-REV-BAND, GIVING THE ROLLING    *
000800* 12-MONTH REVENUE RANGE (LOW THRU HIGH, WHOLE DOLLARS AND     *
000900* CENTS) AN ACCOUNT IN THAT BAND SHOULD BILL.  ROWS RUN FROM   *
001000* THE LOWEST BAND TO THE HIGHEST; IJXBND01 COUNTS HOW FAR A    *
001100* STAMPED BAND IS OFF BY ROW POSITION.                         *
001200*--------------------------------------------------------------*
001300 01  REVBAND-RECORD.
001400     05  REVBAND-BAND-CD           PIC X(03).
001500     05  REVBAND-LOW-AT            PIC 9(11)V99.
001600     05  REVBAND-HIGH-AT           PIC 9(11)V99.
001700     05  REVBAND-DESC              PIC X(30).
001800     05  FILLER                    PIC X(21).
001900*-------------------------------------------------------------.
002000*                     E N D   O F  R E V B A N D               :
002100*-------------------------------------------------------------'
