000100******************************************************************
000200*    EXTRREC - THE ROWS OF THE CYCLE'S OUTBOUND WAREHOUSE        *
000300*    EXTRACT: ONE HEADER ROW ('H'), ONE DETAIL ROW ('D') PER     *
000400*    TEXT LINE OF THE FEED, THEN ONE TRAILER ROW ('T'). FIELDS   *
000500*    ARE SEPARATED BY '|' AND EACH ALSO SITS IN FIXED COLUMNS,   *
000600*    SO THE LOAD MAY SPLIT ON THE SEPARATOR OR CUT BY POSITION.  *
000700*    NUMBERS ARE UNSIGNED AND ZERO-FILLED, TEXT SPACE-FILLED,    *
000800*    ROWS SPACE-FILLED TO 300 BYTES. NO FIELD CAN HOLD A '|'.    *
000900*    DETAIL ROW COLUMNS:                                         *
001000*          1  'D'                                                *
001100*        3-8  CYCLE DATE, YYMMDD                                 *
001200*      10-16  LINE ID                                            *
001300*      18-25  SOURCE ID                                          *
001400*         27  S = SCORED, R = REJECTED, U = NEITHER ON FILE      *
001500*      29-48  REJREC REASON                                      *
001600*      50-78  VOWEL COUNTS A E I O U Y, 4 DIGITS EACH            *
001700*      80-88  VOWEL TOTAL AS SCORED BY SET-20                    *
001800*      90-92  WORD COUNT                                         *
001900*      94-98  VOWELS IN WORDS                                    *
002000*    100-105  AVERAGE VOWELS PER WORD, 999.99                    *
002100*    107-109  LONGEST WORD LENGTH                                *
002200*    111-190  LONGEST WORD                                       *
002300*    191-294  LETTER COUNTS A TO Z, '|' AND 3 DIGITS EACH        *
002400*    A REJECTED LINE CARRIES ZERO VOWEL COUNTS AND ITS REASON, A *
002500*    SCORED LINE A BLANK REASON. A 'U' LINE HAD NO SET-20 RESULT *
002600*    AT ALL - ITS EXTRACT IS HELD (SEE XMITREC). THE TRAILER HAS *
002700*    THE ROW COUNTS AND HASH TOTALS OF THE VOWEL COUNTS AND THE  *
002800*    LINE IDS.                                                   *
002900*    WRITTEN BY:  CODEABBEY-SET-51 (WAREHOUSE EXTRACT)           *
003000*    READ   BY:   DATA WAREHOUSE LOAD                            *
003100******************************************************************
003200 01  EXTRREC-HEADER.
003300     05  EXTRREC-H-TYPE       PIC X(01) VALUE 'H'.
003400     05  FILLER               PIC X(01) VALUE '|'.
003500     05  EXTRREC-H-CYCLE-DATE PIC 9(06).
003600     05  FILLER               PIC X(01) VALUE '|'.
003700     05  EXTRREC-H-SYSTEM     PIC X(09) VALUE 'CODEABBEY'.
003800     05  FILLER               PIC X(01) VALUE '|'.
003900     05  EXTRREC-H-INTERFACE  PIC X(08) VALUE 'WHSEXTR'.
004000     05  FILLER               PIC X(01) VALUE '|'.
004100     05  EXTRREC-H-LAYOUT     PIC 9(02) VALUE 01.
004200     05  FILLER               PIC X(01) VALUE '|'.
004300     05  EXTRREC-H-RUN-DATE   PIC 9(06).
004400     05  FILLER               PIC X(01) VALUE '|'.
004500     05  EXTRREC-H-RUN-TIME   PIC 9(08).
004600     05  FILLER               PIC X(254) VALUE SPACES.
004700 01  EXTRREC-DETAIL.
004800     05  EXTRREC-D-TYPE       PIC X(01) VALUE 'D'.
004900     05  FILLER               PIC X(01) VALUE '|'.
005000     05  EXTRREC-D-CYCLE-DATE PIC 9(06).
005100     05  FILLER               PIC X(01) VALUE '|'.
005200     05  EXTRREC-D-LINE-ID    PIC 9(07).
005300     05  FILLER               PIC X(01) VALUE '|'.
005400     05  EXTRREC-D-SOURCE-ID  PIC X(08).
005500     05  FILLER               PIC X(01) VALUE '|'.
005600     05  EXTRREC-D-STATUS     PIC X(01).
005700         88  EXTRREC-D-SCORED          VALUE 'S'.
005800         88  EXTRREC-D-REJECTED        VALUE 'R'.
005900         88  EXTRREC-D-UNRESOLVED      VALUE 'U'.
006000     05  FILLER               PIC X(01) VALUE '|'.
006100     05  EXTRREC-D-REASON     PIC X(20).
006200     05  FILLER               PIC X(01) VALUE '|'.
006300     05  EXTRREC-D-CNT-A      PIC 9(04).
006400     05  FILLER               PIC X(01) VALUE '|'.
006500     05  EXTRREC-D-CNT-E      PIC 9(04).
006600     05  FILLER               PIC X(01) VALUE '|'.
006700     05  EXTRREC-D-CNT-I      PIC 9(04).
006800     05  FILLER               PIC X(01) VALUE '|'.
006900     05  EXTRREC-D-CNT-O      PIC 9(04).
007000     05  FILLER               PIC X(01) VALUE '|'.
007100     05  EXTRREC-D-CNT-U      PIC 9(04).
007200     05  FILLER               PIC X(01) VALUE '|'.
007300     05  EXTRREC-D-CNT-Y      PIC 9(04).
007400     05  FILLER               PIC X(01) VALUE '|'.
007500     05  EXTRREC-D-TOTAL      PIC 9(09).
007600     05  FILLER               PIC X(01) VALUE '|'.
007700     05  EXTRREC-D-WORD-COUNT PIC 9(03).
007800     05  FILLER               PIC X(01) VALUE '|'.
007900     05  EXTRREC-D-WORD-VOWELS PIC 9(05).
008000     05  FILLER               PIC X(01) VALUE '|'.
008100     05  EXTRREC-D-AVG-VOWELS PIC 9(03).99.
008200     05  FILLER               PIC X(01) VALUE '|'.
008300     05  EXTRREC-D-LONGEST-LEN PIC 9(03).
008400     05  FILLER               PIC X(01) VALUE '|'.
008500     05  EXTRREC-D-LONGEST-WORD PIC X(80).
008600     05  EXTRREC-D-LETTER OCCURS 26 TIMES.
008700         10  FILLER           PIC X(01) VALUE '|'.
008800         10  EXTRREC-D-LTR-CNT PIC 9(03).
008900     05  FILLER               PIC X(06) VALUE SPACES.
009000 01  EXTRREC-TRAILER.
009100     05  EXTRREC-T-TYPE       PIC X(01) VALUE 'T'.
009200     05  FILLER               PIC X(01) VALUE '|'.
009300     05  EXTRREC-T-CYCLE-DATE PIC 9(06).
009400     05  FILLER               PIC X(01) VALUE '|'.
009500     05  EXTRREC-T-DETAIL-ROWS PIC 9(09).
009600     05  FILLER               PIC X(01) VALUE '|'.
009700     05  EXTRREC-T-SCORED-ROWS PIC 9(09).
009800     05  FILLER               PIC X(01) VALUE '|'.
009900     05  EXTRREC-T-REJECT-ROWS PIC 9(09).
010000     05  FILLER               PIC X(01) VALUE '|'.
010100     05  EXTRREC-T-HASH-A     PIC 9(11).
010200     05  FILLER               PIC X(01) VALUE '|'.
010300     05  EXTRREC-T-HASH-E     PIC 9(11).
010400     05  FILLER               PIC X(01) VALUE '|'.
010500     05  EXTRREC-T-HASH-I     PIC 9(11).
010600     05  FILLER               PIC X(01) VALUE '|'.
010700     05  EXTRREC-T-HASH-O     PIC 9(11).
010800     05  FILLER               PIC X(01) VALUE '|'.
010900     05  EXTRREC-T-HASH-U     PIC 9(11).
011000     05  FILLER               PIC X(01) VALUE '|'.
011100     05  EXTRREC-T-HASH-Y     PIC 9(11).
011200     05  FILLER               PIC X(01) VALUE '|'.
011300     05  EXTRREC-T-HASH-TOTAL PIC 9(11).
011400     05  FILLER               PIC X(01) VALUE '|'.
011500     05  EXTRREC-T-HASH-LINE-ID PIC 9(13).
011600     05  FILLER               PIC X(164) VALUE SPACES.
