000600*    BREACHED CONDITION, FIXED COLUMNS, SO THE AUTOMATION TEAM   *
000700*    CAN TRAP ON IT WITHOUT PARSING REPORT TEXT. THE RUN THAT    *
000800*    WRITES ANY OF THESE ENDS WITH RETURN CODE 8.                *
000810*    THE CYCLE SOURCE CHECK WRITES THE SAME LAYOUT, ONE RECORD   *
000820*    PER FEED SOURCE OUT OF LINE WITH THE SOURCE REGISTRY, AND   *
000830*    NAMES THAT SOURCE IN ALERTREC-SOURCE-ID (BLANK ON THE       *
000840*    CYCLE-WIDE SET-20 ALERTS). THAT RUN ENDS WITH RC=4.         *
000850*    THE LETTER PROFILE CHECK WRITES ONE PER SOURCE WHOSE        *
000860*    CYCLE LETTER MIX STRAYS FROM ITS REFERENCE PROFILE, THE     *
000870*    DISTANCE AND LIMIT PER TEN THOUSAND; THAT RUN ENDS RC=4.    *
000880*    THE QA VERDICT RUN WRITES ONE PER SAMPLED LINE A REVIEWER   *
000890*    DISAGREED WITH - THE CYCLE IT WAS SCORED IN, ITS SOURCE,    *
000895*    ITS LINE ID AS THE ACTUAL, LIMIT ZERO; THAT RUN ENDS RC=4.  *
000900*    WRITTEN BY:  CODEABBEY-SET-20                               *
000910*                 CODEABBEY-SET-40 (CYCLE SOURCE CHECK)          *
000920*                 CODEABBEY-SET-44 (LETTER PROFILE CHECK)        *
000930*                 CODEABBEY-SET-50 (QA VERDICT RECORDING)        *
001000*    READ   BY:   SCHEDULER AUTOMATION                           *
001100******************************************************************
001200 01  ALERTREC.
001500     05  ALERTREC-CONDITION   PIC X(12).
001600     05  ALERTREC-ACTUAL      PIC 9(09).
001700     05  ALERTREC-LIMIT       PIC 9(09).
001710     05  ALERTREC-SOURCE-ID   PIC X(08).
001800     05  FILLER               PIC X(28).
