001000*    ARCHIVED RECORD (THE 140-BYTE LINGMSTR).                    *
001100*    WRITTEN BY:  CODEABBEY-SET-34 (ARCHIVE SWEEP)               *
001200*    READ   BY:   CODEABBEY-SET-35 (ARCHIVE RETRIEVAL)           *
001250*                 CODEABBEY-SET-48 (CHARGEBACK STATS INPUT)      *
001300******************************************************************
001400 01  ARCHREC.
001500     05  ARCHREC-CYCLE-DATE   PIC 9(06).
