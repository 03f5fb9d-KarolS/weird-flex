000800*    WRITTEN BY:  CODEABBEY-SET-23 (TREND VERDICT)               *
000900*                 CODEABBEY-SET-24 (BALANCE VERDICT)             *
001000*                 CODEABBEY-SET-26 (MATCH VERDICT)               *
001010*                 CODEABBEY-SET-40 (SOURCES VERDICT)             *
001020*                 CODEABBEY-SET-41 (DUPLICATES VERDICT)          *
001030*                 CODEABBEY-SET-44 (LETTER MIX VERDICT)          *
001100*    READ   BY:   CODEABBEY-SET-33 (CYCLE SCORECARD)             *
001200******************************************************************
001300 01  RSLTREC.
