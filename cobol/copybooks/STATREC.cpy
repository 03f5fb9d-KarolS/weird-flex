000540*    TREND AND RECONCILIATION STEPS DO. ONE FURTHER RECORD       *
000550*    FOLLOWS PER SOURCE IN THE CYCLE'S FEED, CARRYING THAT       *
000560*    SOURCE'S HDR SOURCE ID AND ITS SHARE OF THE TOTALS.         *
000570*    EVERY ROW CARRIES ITS CYCLE DATE; ROWS WRITTEN BEFORE THE   *
000580*    DATE WAS ADDED HAVE SPACES THERE.                           *
000600*    WRITTEN BY:  CODEABBEY-SET-20                               *
000700*    READ   BY:   CODEABBEY-SET-23 (TREND)                       *
000710*                 CODEABBEY-SET-24 (RECONCILIATION)              *
000715*                 CODEABBEY-SET-40 (CYCLE SOURCE CHECK)          *
000720*                 CODEABBEY-SET-48 (MONTHLY CHARGEBACK)          *
000800******************************************************************
000900 01  STATREC.
001000     05  STATREC-LINES-READ     PIC 9(07).
001500     05  STATREC-MIN-VOWELS     PIC 9(04).
001600     05  STATREC-MAX-VOWELS     PIC 9(04).
001650     05  STATREC-SOURCE-ID      PIC X(08).
001660     05  STATREC-CYCLE-DATE     PIC X(06).
001700     05  FILLER                 PIC X(21).
