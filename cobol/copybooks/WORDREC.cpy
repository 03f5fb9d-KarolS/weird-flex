000500*    VOWLREC-LINE-ID, SO THE TWO RESULT FILES CAN BE MATCHED.    *
000600*    WRITTEN BY:  CODEABBEY-SET-21                               *
000700*    READ   BY:   CODEABBEY-SET-26 (LINGUISTICS MATCH/MERGE)     *
000750*                 CODEABBEY-SET-51 (WAREHOUSE EXTRACT)           *
000800******************************************************************
000900 01  WORDREC.
001000     05  WORDREC-LINE-ID      PIC 9(07).
