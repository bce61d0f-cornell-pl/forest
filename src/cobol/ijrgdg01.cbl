004800*                      THE RETENTION PRUNE COULD NEVER RETIRE AN *
004900*                      OLD GENERATION. ONLY GENERATIONS FIRST    *
005000*                      LOGGED THIS RUN ARE WRITTEN NOW.          *
005016* 29.7  09/24/26  RAS  EACH NEWLY LOGGED GENERATION NOW CARRIES *
005032*                      THE BILL CYCLE OFF ITS FIRST RECORD      *
005048*                      (RP519-BILL-CYCLE) AND THE DATE IT WAS   *
005064*                      LOADED, SO IJTUBA01 CAN TELL FROM THE    *
005080*                      LOG WHICH BILL CYCLES HAVE ARRIVED.      *
005100*--------------------------------------------------------------*
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
011600 01  JNL-CUR-GDG-NO            PIC 9(03) VALUE ZERO.
011700 01  JNL-CUR-EXTRACT-GDG-NO    PIC 9(04) VALUE ZERO.
011800 01  JNL-FIRST-RP519-RECORD    PIC X(450).
011811
011822*--------------------------------------------------------------*
011833* WHAT THE LOG ENTRY CARRIES FOR A GENERATION - THE BILL CYCLE  *
011844* OFF ITS FIRST RECORD AND THE DAY IT WAS LOADED.               *
011855*--------------------------------------------------------------*
011866 01  JNL-GDG-HST-REC.
011877     05  JNL-HST-BILL-CYCLE    PIC X(02) VALUE SPACES.
011888     05  JNL-HST-LOAD-DT       PIC X(08) VALUE SPACES.
011900
012000*--------------------------------------------------------------*
012100* LOG OF GENERATIONS ALREADY POSTED, KEPT ON THE HISTSTOR        *
020200     MOVE JNL-RP519-VIEW TO JNL-FIRST-RP519-RECORD.
020300     MOVE RP519-GDG-NO TO JNL-CUR-GDG-NO.
020400     MOVE RP519-EXTRACT-GDG-NO TO JNL-CUR-EXTRACT-GDG-NO.
020433     MOVE RP519-BILL-CYCLE TO JNL-HST-BILL-CYCLE.
020466     ACCEPT JNL-HST-LOAD-DT FROM DATE YYYYMMDD.
020500 1000-INITIALIZE-EXIT.
020600     EXIT.
020700
042300         TO HST-COMM-REC-KEY (1:3).
042400     MOVE JNL-GDGLOG-EXTRACT-GDG-NO (JNL-GDGLOG-SUB)
042500         TO HST-COMM-REC-KEY (4:4).
042550     MOVE JNL-GDG-HST-REC TO HST-COMM-DATA (1:10).
042600     SET HST-FUNC-WRITE TO TRUE.
042700     CALL 'IJHSTR01' USING HST-COMM-AREA.
042800 9100-WRITE-GDG-LOG-ENTRY-EXIT.
