000100******************************************************************
000200*    READREC - PER-LINE READABILITY RECORD WRITTEN BY            *
000300*    CODEABBEY-SET-42, ONE PER LINE ON THE LINGMSTR MASTER,      *
000400*    KEYED BY THE SAME PHYSICAL LINE NUMBER CODEABBEY-SET-20     *
000500*    PUTS IN VOWLREC-LINE-ID. SYLLABLES ARE ESTIMATED FROM       *
000600*    VOWEL GROUPS UNDER THE CYCLE'S YVOWEL= SETTING (CARRIED     *
000700*    IN READREC-Y-SWITCH); THE GRADE IS THE FLESCH-KINCAID       *
000800*    GRADE LEVEL, 0.39 X WORDS PER SENTENCE + 11.8 X SYLLABLES   *
000900*    PER WORD - 15.59, HELD BETWEEN 0.0 AND 99.9.                *
001000*    WRITTEN BY:  CODEABBEY-SET-42 (READABILITY SCORING)         *
001100*    READ   BY:   LINGUISTICS DOWNSTREAM JOBS                    *
001200******************************************************************
001300 01  READREC.
001400     05  READREC-LINE-ID        PIC 9(07).
001500     05  READREC-SOURCE-ID      PIC X(08).
001600     05  READREC-CYCLE-DATE     PIC 9(06).
001700     05  READREC-WORD-COUNT     PIC 9(03).
001800     05  READREC-SENTENCES      PIC 9(03).
001900     05  READREC-SYLLABLES      PIC 9(04).
002000     05  READREC-POLY-WORDS     PIC 9(03).
002100     05  READREC-SYL-PER-WORD   PIC 9(02)V99.
002200     05  READREC-WORDS-PER-SENT PIC 9(03)V99.
002300     05  READREC-GRADE          PIC 9(02)V9.
002400     05  READREC-Y-SWITCH       PIC X(01).
002500     05  FILLER                 PIC X(33).
