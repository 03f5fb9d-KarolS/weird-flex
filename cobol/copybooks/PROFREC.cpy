000100******************************************************************
000200*    PROFREC - ONE REFERENCE LETTER-FREQUENCY PROFILE ON THE     *
000300*    PROFILE GDG CODEABBEY.SET43.PROFILE. ONE RECORD PER FEED    *
000400*    SOURCE WITH ENOUGH KNOWN-GOOD TEXT TO PROFILE, PLUS THE     *
000500*    '*ALL*' PROFILE OF EVERY LINE IN THE CHOSEN CYCLES, WHICH   *
000600*    STANDS IN FOR ANY SOURCE WITHOUT ITS OWN. EACH LETTER'S     *
000700*    SHARE IS PER TEN THOUSAND LETTERS (THE 26 SHARES SUM TO     *
000800*    10000, GIVE OR TAKE ROUNDING). THE WHOLE GENERATION IS      *
000900*    REBUILT AT ONCE FROM THE LTTRREC ROWS OF THE CYCLES         *
001000*    OPERATIONS JUDGE CLEAN.                                     *
001100*    WRITTEN BY:  CODEABBEY-SET-43 (LETTER PROFILE REBUILD)      *
001200*    READ   BY:   CODEABBEY-SET-44 (LETTER PROFILE CHECK)        *
001300******************************************************************
001400 01  PROFREC.
001500     05  PROFREC-SOURCE-ID    PIC X(08).
001600         88  PROFREC-ALL-SOURCES       VALUE '*ALL*'.
001700     05  PROFREC-BUILT-DATE   PIC 9(06).
001800     05  PROFREC-FIRST-CYCLE  PIC 9(06).
001900     05  PROFREC-LAST-CYCLE   PIC 9(06).
002000     05  PROFREC-CYCLES       PIC 9(03).
002100     05  PROFREC-LINES        PIC 9(09).
002200     05  PROFREC-LETTERS      PIC 9(11).
002300     05  PROFREC-SHARES.
002400         10  PROFREC-SHARE    PIC 9(05) OCCURS 26 TIMES.
002500     05  FILLER               PIC X(21).
