000100******************************************************************
000200*    QASMREC - ONE SCORED LINE DRAWN FOR QA REVIEW, WITH THE     *
000300*    FIGURES THE SYSTEM GAVE IT: THE SIX VOWEL COUNTS AND TOTAL  *
000400*    FROM VOWLREC AND THE 26 LETTER COUNTS FROM LTTRREC. THE     *
000500*    DRAW IS REPEATABLE - THE SAME CYCLE, FEED AND SEED ALWAYS   *
000600*    DRAW THE SAME LINES. QASMREC-DRAW IS THE LINE'S DRAW NUMBER *
000700*    (0-9999); A LINE IS TAKEN WHEN IT FALLS UNDER THE SAMPLE    *
000800*    RATE PER TEN THOUSAND ('R'), OR AS ITS SOURCE'S LOWEST DRAW *
000900*    WHEN NOTHING ELSE FROM THE SOURCE WAS TAKEN ('M').          *
001000*    WRITTEN BY:  CODEABBEY-SET-49 (QA SAMPLE DRAW)              *
001100*    READ   BY:   CODEABBEY-SET-50 (QA VERDICT RECORDING)        *
001200******************************************************************
001300 01  QASMREC.
001400     05  QASMREC-CYCLE-DATE   PIC 9(06).
001500     05  QASMREC-LINE-ID      PIC 9(07).
001600     05  QASMREC-SOURCE-ID    PIC X(08).
001700     05  QASMREC-HOW-DRAWN    PIC X(01).
001800         88  QASMREC-BY-RATE           VALUE 'R'.
001900         88  QASMREC-SOURCE-MINIMUM    VALUE 'M'.
002000     05  QASMREC-DRAW         PIC 9(04).
002100     05  QASMREC-CNT-A        PIC 9(04).
002200     05  QASMREC-CNT-E        PIC 9(04).
002300     05  QASMREC-CNT-I        PIC 9(04).
002400     05  QASMREC-CNT-O        PIC 9(04).
002500     05  QASMREC-CNT-U        PIC 9(04).
002600     05  QASMREC-CNT-Y        PIC 9(04).
002700     05  QASMREC-TOTAL        PIC 9(09).
002800     05  QASMREC-LETTER-CNT   PIC 9(03) OCCURS 26 TIMES.
002900     05  QASMREC-TEXT         PIC X(80).
003000     05  FILLER               PIC X(03).
