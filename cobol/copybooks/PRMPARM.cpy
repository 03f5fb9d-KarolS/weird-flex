000100******************************************************************
000200*    PRMPARM - PARAMETER BLOCK FOR THE CODEABBEY-SET-45          *
000300*    PARAMETER LOOKUP. THE CALLER FILLS IN THE PARAMETER NAME,   *
000400*    THE CYCLE DATE THE VALUE IS WANTED FOR AND ITS OWN PROGRAM  *
000500*    ID; SET-45 HANDS BACK THE VALUE IN FORCE ON THAT DATE WITH  *
000600*    ITS EFFECTIVE DATE AND WHO KEYED IT. A ZERO AS-OF DATE      *
000700*    MEANS THE RUN DATE - THE CASE FOR A STEP WITH NO CYCLE-DATE *
000800*    CARD. NOT-FOUND MEANS THE MASTER HOLDS NO ENTRY FOR THE     *
000900*    NAME ON OR BEFORE THAT DATE; UNAVAILABLE MEANS THE MASTER   *
001000*    COULD NOT BE OPENED AT ALL.                                 *
001100*    DEFINED BY:  CODEABBEY-SET-45 (LINKAGE)                     *
001200*    USED   BY:   CODEABBEY-SET-20, 25, 28, 34, 37, 38, 42       *
001300******************************************************************
001400 01  PRMPARM.
001500     05  PRMPARM-NAME         PIC X(12).
001600     05  PRMPARM-AS-OF-DATE   PIC 9(06).
001700     05  PRMPARM-PROGRAM      PIC X(08).
001800     05  PRMPARM-RESULT       PIC X(01).
001900         88  PRMPARM-FOUND             VALUE 'F'.
002000         88  PRMPARM-NOT-FOUND         VALUE 'N'.
002100         88  PRMPARM-UNAVAILABLE       VALUE 'U'.
002200     05  PRMPARM-VALUE        PIC X(12).
002300     05  PRMPARM-EFF-DATE     PIC 9(06).
002400     05  PRMPARM-CHANGED-BY   PIC X(08).
