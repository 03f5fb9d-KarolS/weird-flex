000900*    OF THE SAME CYCLE SHOWS UP AS ATTEMPT 2, 3, AND SO ON.      *
001000*    WRITTEN BY:  CODEABBEY-SET-30 (RUN-LOG RECORDER)            *
001100*    READ   BY:   CODEABBEY-SET-31 (RUN-LOG INQUIRY)             *
001120*                 CODEABBEY-SET-47 (CHAIN RESUME DRIVER)         *
001140*                 CODEABBEY-SET-48 (CHARGEBACK COMPLETENESS)     *
001160*                 CODEABBEY-SET-52 (BATCH-WINDOW SLA TREND)      *
001200******************************************************************
001300 01  RUNLREC.
001400     05  RUNLREC-KEY.
