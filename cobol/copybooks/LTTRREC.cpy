000500*    VOWLREC-LINE-ID. THE 26 COUNTS RUN A THROUGH Z, UPPER AND   *
000600*    LOWER CASE COUNTED TOGETHER - AN 80-COLUMN LINE CANNOT      *
000700*    EXCEED 80 OF ANY ONE LETTER, SO THREE DIGITS EACH IS        *
000800*    ROOM TO SPARE. EACH ROW ALSO CARRIES THE SOURCE ID FROM ITS *
000810*    BATCH'S HDR RECORD AND THE CYCLE DATE, SO A SET OF CYCLES   *
000820*    CAN BE CONCATENATED AND STILL BE TOLD APART BY SOURCE.      *
000830*    ROWS WRITTEN BEFORE 2026-10-14 HAVE BOTH FIELDS BLANK.      *
000900*    WRITTEN BY:  CODEABBEY-SET-36                               *
001000*    READ   BY:   LINGUISTICS DOWNSTREAM JOBS,                   *
001010*                 CODEABBEY-SET-43 (LETTER PROFILE REBUILD),     *
001020*                 CODEABBEY-SET-44 (LETTER PROFILE CHECK),       *
001030*                 CODEABBEY-SET-49 (QA SAMPLE DRAW),             *
001040*                 CODEABBEY-SET-51 (WAREHOUSE EXTRACT)           *
001100******************************************************************
001200 01  LTTRREC.
001300     05  LTTRREC-LINE-ID      PIC 9(07).
001400     05  LTTRREC-COUNTS.
001500         10  LTTRREC-CNT      PIC 9(03) OCCURS 26 TIMES.
001600     05  LTTRREC-SOURCE-ID    PIC X(08).
001700     05  LTTRREC-CYCLE-DATE   PIC 9(06).
001800     05  FILLER               PIC X(01).
