000100******************************************************************
000200*    FPRTREC - ONE ENTRY OF THE ROLLING LINE-FINGERPRINT MASTER  *
000300*    (KSDS CODEABBEY.SET41.FPRINT, KEY = THE TWO 8-DIGIT HASHES  *
000400*    OF A SCORED LINE'S 80-COLUMN TEXT, 16 BYTES AT OFFSET 0).   *
000500*    ONE ENTRY PER DISTINCT TEXT SEEN ON THE FEED: THE CYCLE,    *
000600*    LINE ID AND SOURCE IT FIRST ARRIVED IN, THE LAST CYCLE IT   *
000700*    TURNED UP IN AND ITS FIRST LINE ID IN THAT CYCLE, AND HOW   *
000800*    MANY CYCLES HAVE CARRIED IT. THE TEXT ITSELF IS HELD SO A   *
000900*    HASH COLLISION IS NEVER MISTAKEN FOR A DUPLICATE. ENTRIES   *
001000*    NOT SEEN FOR THE RETENTION PERIOD ARE PURGED.               *
001100*    WRITTEN BY:  CODEABBEY-SET-41 (DUPLICATE LINE DETECTION)    *
001200*    READ   BY:   CODEABBEY-SET-41                               *
001300******************************************************************
001400 01  FPRTREC.
001500     05  FPRTREC-KEY.
001600         10  FPRTREC-HASH-1      PIC 9(08).
001700         10  FPRTREC-HASH-2      PIC 9(08).
001800     05  FPRTREC-FIRST-CYCLE     PIC 9(06).
001900     05  FPRTREC-FIRST-LINE-ID   PIC 9(07).
002000     05  FPRTREC-FIRST-SOURCE    PIC X(08).
002100     05  FPRTREC-LAST-CYCLE      PIC 9(06).
002200     05  FPRTREC-LAST-LINE-ID    PIC 9(07).
002300     05  FPRTREC-CYCLES-SEEN     PIC 9(05).
002400     05  FPRTREC-TEXT            PIC X(80).
002500     05  FILLER                  PIC X(05).
