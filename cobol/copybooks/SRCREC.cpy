000100******************************************************************
000200*    SRCREC - ONE ENTRY OF THE FEED-SOURCE REGISTRY (KSDS        *
000300*    CODEABBEY.SET20.SRCREG, KEY = SOURCE ID, 8 BYTES AT OFFSET  *
000400*    0). ONE ENTRY PER SOURCE SYSTEM ALLOWED TO SEND HDR BATCHES *
000500*    ON THE SET-20 FEED: WHO OWNS IT, WHICH DAYS OF THE WEEK IT  *
000600*    IS EXPECTED (ONE Y/N FLAG PER DAY, MONDAY FIRST), AND THE   *
000700*    NORMAL RANGE OF LINES IT SENDS IN A CYCLE. A MAXIMUM OF     *
000800*    ZERO MEANS THE SOURCE HAS NO UPPER LIMIT. A RETIRED ENTRY   *
000900*    IS KEPT ON FILE FOR THE AUDIT TRAIL BUT IS NO LONGER        *
001000*    EXPECTED, AND A BATCH FROM IT COUNTS AS UNREGISTERED.       *
001100*    WRITTEN BY:  CODEABBEY-SET-39 (REGISTRY MAINTENANCE)        *
001200*    READ   BY:   CODEABBEY-SET-40 (CYCLE SOURCE CHECK)          *
001250*                 CODEABBEY-SET-48 (MONTHLY CHARGEBACK)          *
001300******************************************************************
001400 01  SRCREC.
001500     05  SRCREC-KEY.
001600         10  SRCREC-SOURCE-ID PIC X(08).
001700     05  SRCREC-OWNER-GROUP   PIC X(16).
001800     05  SRCREC-DAYS.
001900         10  SRCREC-DAY-FLAG  PIC X(01) OCCURS 7 TIMES.
002000     05  SRCREC-MIN-LINES     PIC 9(07).
002100     05  SRCREC-MAX-LINES     PIC 9(07).
002200     05  SRCREC-STATUS        PIC X(01).
002300         88  SRCREC-ACTIVE             VALUE 'A'.
002400         88  SRCREC-RETIRED            VALUE 'R'.
002500     05  SRCREC-ADDED-DATE    PIC 9(06).
002600     05  SRCREC-CHANGED-DATE  PIC 9(06).
002700     05  SRCREC-RETIRED-DATE  PIC 9(06).
002800     05  FILLER               PIC X(16).
