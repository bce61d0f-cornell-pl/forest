000100*--------------------------------------------------------------*
000200*                        B B L I M I T                         *
000300*  COPYLIB BBLIMIT                                             *
000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE OPS-MAINTAINED STATE BACK-BILLING      *
000600* LIMIT TABLE (BBLIMIT), IN THE SAME SPIRIT AS TAXRATE AND     *
000700* CURRATE.  ONE ROW PER SERVICE STATE (XX-SRVC-STATE), GIVING  *
000800* THE NUMBER OF MONTHS AFTER A CALL OCCURS THAT THE STATE      *
000900* ALLOWS IT TO BE BILLED.  A STATE WITH NO ROW HAS NO LIMIT;   *
001000* USAGE BILLED PAST ITS STATE'S LIMIT IS HELD ON THE IJTBBR01  *
001100* BACK-BILL REVIEW QUEUE INSTEAD OF POSTING.  BBLIMIT-REF      *
001200* CARRIES THE TARIFF OR RULE CITATION FOR THE AUDIT TRAIL.     *
001300*--------------------------------------------------------------*
001400 01  BBLIMIT-RECORD.
001500     05  BBLIMIT-STATE             PIC X(02).
001600     05  BBLIMIT-MONTHS            PIC 9(03).
001700     05  BBLIMIT-REF               PIC X(30).
001800     05  FILLER                    PIC X(05).
001900*-------------------------------------------------------------.
002000*                     E N D   O F  B B L I M I T               :
002100*-------------------------------------------------------------'
