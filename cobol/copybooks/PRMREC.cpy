000100******************************************************************
000200*    PRMREC - ONE ENTRY OF THE EFFECTIVE-DATED PARAMETER MASTER  *
000300*    (KSDS CODEABBEY.SET20.PARMMSTR, KEY = PARAMETER NAME +      *
000400*    EFFECTIVE DATE, 18 BYTES AT OFFSET 0). EVERY SETTING THE    *
000500*    CHAIN USED TO TAKE FROM AN IN-STREAM CARD IS HELD HERE AS A *
000600*    HISTORY: ONE ENTRY PER CHANGE, NEVER UPDATED ONCE IT HAS    *
000700*    TAKEN EFFECT. THE VALUE IN FORCE FOR A CYCLE IS THE ENTRY   *
000800*    WITH THE LATEST EFFECTIVE DATE NOT AFTER THAT CYCLE DATE,   *
000900*    SO A RERUN OF AN OLD CYCLE GETS THE RULES IT RAN UNDER.     *
001000*    THE VALUE IS KEPT AS KEYED, LEFT-JUSTIFIED: Y/N, A ZERO-    *
001100*    PADDED NUMBER, OR NONE FOR A QUALITY GATE SWITCHED OFF.     *
001200*    WRITTEN BY:  CODEABBEY-SET-46 (PARAMETER MAINTENANCE)       *
001300*    READ   BY:   CODEABBEY-SET-45 (PARAMETER LOOKUP)            *
001400******************************************************************
001500 01  PRMREC.
001600     05  PRMREC-KEY.
001700         10  PRMREC-NAME      PIC X(12).
001800         10  PRMREC-EFF-DATE  PIC 9(06).
001900     05  PRMREC-VALUE         PIC X(12).
002000     05  PRMREC-CHANGED-BY    PIC X(08).
002100     05  PRMREC-CHANGED-DATE  PIC 9(06).
002200     05  PRMREC-CHANGED-TIME  PIC 9(06).
002300     05  PRMREC-REASON        PIC X(34).
002400     05  FILLER               PIC X(16).
