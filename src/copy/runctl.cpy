000400*--------------------------------------------------------------*
000500* RECORD LAYOUT FOR THE COMMON RUN-CONTROL FILE (RUNCTL).      *
000600* EVERY PROGRAM IN THE TIF PROCESSING CHAIN (IJTHDR01,         *
000700* IJTDTV01, IJTBBR01, IJTDSP01, IJTREC01) WRITES ONE RECORD    *
000800* PER TIF FILE IT WORKED, KEYED BY THE HEADER'S SMS JOBNAME    *
000900* AND SEQUENCE NAME, CARRYING ITS DETAIL RECORDS IN, OUT AND   *
001000* ROUTED TO AN EXCEPTION PATH.  THE JCL CONCATENATES EVERY     *
001100* STAGE'S FILE INTO ONE INPUT FOR THE IJTRCB01 END-OF-CHAIN    *
001200* BALANCER, WHICH PROVES RECORDS-OUT OF EACH STAGE EQUALS      *
