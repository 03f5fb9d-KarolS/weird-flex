000500*    THE SAME LINE ID. ONE RECORD PER LINE MATCHED ON BOTH       *
000600*    SIDES - UNMATCHED LINES ARE REPORTED, NOT WRITTEN HERE.     *
000700*    WRITTEN BY:  CODEABBEY-SET-26 (LINGUISTICS MATCH/MERGE)     *
000800*    READ   BY:   SCORING TEAM DOWNSTREAM JOBS,                  *
000850*                  CODEABBEY-SET-42 (READABILITY SCORING)        *
000900******************************************************************
001000 01  LINGREC.
001100     05  LINGREC-LINE-ID      PIC 9(07).
