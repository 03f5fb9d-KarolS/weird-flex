000100******************************************************************
000200*    SUSPREC - SUSPECT-CONTENT RECORD, ONE PER LINE OR WHOLE     *
000300*    SOURCE WHOSE LETTER MIX IS FURTHER FROM ITS REFERENCE       *
000400*    PROFILE THAN THE PARM-CARD LIMIT. THE DISTANCE IS HALF THE  *
000500*    SUM OF THE 26 LETTER-SHARE DIFFERENCES, PER TEN THOUSAND:   *
000600*    0 IS A PERFECT MATCH, 10000 HAS NO LETTER IN COMMON.        *
000700*    SUSPREC-PROFILE-ID NAMES THE PROFILE USED - THE SOURCE'S    *
000800*    OWN, OR '*ALL*'. A SOURCE RECORD HAS ZERO LINE ID AND       *
000900*    BLANK TEXT.                                                 *
001000*    WRITTEN BY:  CODEABBEY-SET-44 (LETTER PROFILE CHECK)        *
001100*    READ   BY:   DATA-QUALITY REVIEW                            *
001200******************************************************************
001300 01  SUSPREC.
001400     05  SUSPREC-TYPE         PIC X(01).
001500         88  SUSPREC-LINE              VALUE 'L'.
001600         88  SUSPREC-SOURCE            VALUE 'S'.
001700     05  SUSPREC-CYCLE-DATE   PIC 9(06).
001800     05  SUSPREC-SOURCE-ID    PIC X(08).
001900     05  SUSPREC-LINE-ID      PIC 9(07).
002000     05  SUSPREC-PROFILE-ID   PIC X(08).
002100     05  SUSPREC-DISTANCE     PIC 9(05).
002200     05  SUSPREC-LIMIT        PIC 9(05).
002300     05  SUSPREC-LETTERS      PIC 9(09).
002400     05  SUSPREC-TEXT         PIC X(80).
002500     05  FILLER               PIC X(04).
