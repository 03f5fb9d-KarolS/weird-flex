000100******************************************************************
000200*    CHRGREC - ONE ROW OF THE MONTHLY CHARGEBACK INTERFACE FILE  *
000300*    HANDED TO THE FINANCE LEDGER LOAD. ONE DETAIL ROW ('D')     *
000400*    PER FEED SOURCE CHARGED FOR THE MONTH, THEN ONE TRAILER     *
000500*    ROW ('T') CARRYING THE DETAIL ROW COUNT AND THE MONTH'S     *
000600*    CHARGE TOTALS, SO THE LOAD CAN PROVE IT TOOK THE WHOLE      *
000700*    FILE. AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS.       *
000800*    REWORK LINES ARE THE LINES REJECTED PLUS THE LINES          *
000900*    EXCEPTED AS OVERLENGTH, CHARGED AT THE REWORK RATE.         *
001000*    WRITTEN BY:  CODEABBEY-SET-48 (MONTHLY CHARGEBACK)          *
001100*    READ   BY:   FINANCE LEDGER LOAD                            *
001200******************************************************************
001300 01  CHRGREC.
001400     05  CHRGREC-REC-TYPE      PIC X(01).
001500         88  CHRGREC-DETAIL             VALUE 'D'.
001600         88  CHRGREC-TRAILER            VALUE 'T'.
001700     05  CHRGREC-CHARGE-MONTH  PIC 9(04).
001800     05  CHRGREC-DETAIL-DATA.
001900         10  CHRGREC-SOURCE-ID      PIC X(08).
002000         10  CHRGREC-OWNER-GROUP    PIC X(16).
002100         10  CHRGREC-CYCLES         PIC 9(03).
002200         10  CHRGREC-LINES-SCORED   PIC 9(09).
002300         10  CHRGREC-LINES-REWORK   PIC 9(09).
002400         10  CHRGREC-SCORED-AMT     PIC 9(07)V99.
002500         10  CHRGREC-REWORK-AMT     PIC 9(07)V99.
002600         10  CHRGREC-TOTAL-AMT      PIC 9(07)V99.
002700         10  FILLER                 PIC X(03).
002800     05  CHRGREC-TRAILER-DATA REDEFINES CHRGREC-DETAIL-DATA.
002900         10  CHRGREC-TRL-ROW-COUNT  PIC 9(05).
003000         10  CHRGREC-TRL-SCORED-AMT PIC 9(09)V99.
003100         10  CHRGREC-TRL-REWORK-AMT PIC 9(09)V99.
003200         10  CHRGREC-TRL-TOTAL-AMT  PIC 9(09)V99.
003300         10  FILLER                 PIC X(37).
