000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CODEABBEY-SET-42.
000300 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000400 INSTALLATION. CODEABBEY-DP-CENTER.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900* MODIFICATION HISTORY                                        *
001000*---------------------------------------------------------------
001100* DATE       INIT DESCRIPTION                                  *
001200* 2026-10-14  JPR INITIAL VERSION - READABILITY SCORING. THE   *
001300*                 LINGUISTICS GROUP STILL EXPORTS LINGMSTR TO  *
001400*                 ESTIMATE SYLLABLES AND GRADE EACH LINE OFF   *
001500*                 THE MAINFRAME. THIS STEP READS THE CYCLE'S   *
001600*                 LINGMSTR ALONGSIDE THE SAME LRECL=133 FEED   *
001700*                 (LINE IDS ALIGNED THE SET-21/SET-36 WAY, HDR *
001800*                 SOURCE IDS CARRIED TO EACH LINE), SPLITS     *
001900*                 EACH LINE ON LINGMSTR INTO WORDS AFTER THE   *
002000*                 XLATFILE TRANSLATION SET-21 APPLIES, COUNTS  *
002100*                 VOWEL GROUPS PER WORD UNDER THE YVOWEL=      *
002200*                 SETTING ON THE SET-20 PARMCARD, AND WRITES A *
002300*                 READREC PER LINE WITH ITS SYLLABLES AND      *
002400*                 FLESCH-KINCAID GRADE LEVEL. THE CYCLE REPORT *
002500*                 GIVES THE GRADE-LEVEL DISTRIBUTION, THE FIVE *
002600*                 HARDEST AND FIVE EASIEST LINES, AND AVERAGES *
002700*                 PER SOURCE.                                  *
002710* 2026-10-14  JPR THE Y SWITCH NOW COMES FROM THE YVOWEL ENTRY *
002720*                 ON THE EFFECTIVE-DATED PARAMETER MASTER, AS  *
002730*                 OF THE CYCLE DATE, THROUGH THE CODEABBEY-    *
002740*                 SET-45 LOOKUP - THE SET-20 PARMCARD IS NO    *
002750*                 LONGER READ. SYLLABLES FOR AN OLD CYCLE ARE  *
002760*                 COUNTED WITH THE VOWELS THAT CYCLE WAS       *
002770*                 SCORED WITH.                                 *
002800***************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT INFILE ASSIGN TO INFILE
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-INFILE-STATUS.
003800     SELECT LINGFILE ASSIGN TO LINGFILE
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-LINGFILE-STATUS.
004100     SELECT READFILE ASSIGN TO READFILE
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-READFILE-STATUS.
004700     SELECT XLATFILE ASSIGN TO XLATFILE
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-XLATFILE-STATUS.
005000     SELECT DATEFILE ASSIGN TO DATEFILE
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-DATEFILE-STATUS.
005300     SELECT REPTFILE ASSIGN TO REPTFILE
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-REPTFILE-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800*----------------------------------------------------------------
005900* IN-REC MATCHES THE LRECL=133 CYCLE INPUT FEED; ONLY THE FIRST
006000* 80 COLUMNS ARE SCORED, THE SAME WINDOW SET-20 SCORES. THE HDR
006100* RECORD OF EACH BATCH GIVES THE SOURCE ID (COLS 4-11).
006200*----------------------------------------------------------------
006300 FD  INFILE
006400     LABEL RECORDS ARE STANDARD
006500     RECORDING MODE IS F.
006600 01  IN-REC PIC X(133).
006700*----------------------------------------------------------------
006800* LINGFILE - THE CYCLE'S LINGMSTR FROM CODEABBEY-SET-26, IN
006900* LINE-ID ORDER, ONE LINGREC PER LINE SCORED ON BOTH SIDES.
007000*----------------------------------------------------------------
007100 FD  LINGFILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORDING MODE IS F.
007400     COPY LINGREC.
007500*----------------------------------------------------------------
007600* READFILE - ONE READREC PER LINGMSTR LINE.
007700*----------------------------------------------------------------
007800 FD  READFILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORDING MODE IS F.
008100     COPY READREC.
009000*----------------------------------------------------------------
009100* XLATFILE - THE EXTENDED-CHARACTER TRANSLATION DECK SET-20 AND
009200* SET-21 SCORE WITH (COL 1 = EXTENDED CHARACTER, COL 3 = ITS
009300* BASE LETTER; '*' IN COL 1 IS A COMMENT).
009400*----------------------------------------------------------------
009500 FD  XLATFILE
009600     LABEL RECORDS ARE STANDARD
009700     RECORDING MODE IS F.
009800 01  XLAT-REC PIC X(80).
009900*----------------------------------------------------------------
010000* DATEFILE - THE SCHEDULER'S CYCLE-DATE CARD, COLS 1-6 YYMMDD.
010100*----------------------------------------------------------------
010200 FD  DATEFILE
010300     LABEL RECORDS ARE STANDARD
010400     RECORDING MODE IS F.
010500 01  DATE-REC PIC X(80).
010600*----------------------------------------------------------------
010700* REPTFILE - RETAINED COPY OF THE READABILITY REPORT.
010800*----------------------------------------------------------------
010900 FD  REPTFILE
011000     LABEL RECORDS ARE STANDARD
011100     RECORDING MODE IS F.
011200 01  REPT-REC PIC X(80).
011300 WORKING-STORAGE SECTION.
011400*----------------------------------------------------------------
011500* FILE STATUS AND SWITCH BYTES
011600*----------------------------------------------------------------
011700 01  WS-INFILE-STATUS PIC X(02).
011800     88  WS-INFILE-OK                VALUE '00'.
011900 01  WS-LINGFILE-STATUS PIC X(02).
012000     88  WS-LINGFILE-OK              VALUE '00'.
012100 01  WS-READFILE-STATUS PIC X(02).
012200     88  WS-READFILE-OK              VALUE '00'.
012500 01  WS-XLATFILE-STATUS PIC X(02).
012600     88  WS-XLATFILE-OK              VALUE '00'.
012700 01  WS-DATEFILE-STATUS PIC X(02).
012800     88  WS-DATEFILE-OK              VALUE '00'.
012900 01  WS-REPTFILE-STATUS PIC X(02).
013000     88  WS-REPTFILE-OK              VALUE '00'.
013100 01  WS-SWITCHES.
013200     05  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
013300         88  WS-AT-EOF                VALUE 'Y'.
013400         88  WS-NOT-AT-EOF            VALUE 'N'.
013700     05  WS-XLAT-EOF-SWITCH PIC X(01) VALUE 'N'.
013800         88  WS-XLAT-AT-EOF           VALUE 'Y'.
013900*        THE SET-20 Y SWITCH - DEFAULT Y, AS SET-20 DEFAULTS IT.
014000     05  WS-Y-SWITCH PIC X(01) VALUE 'Y'.
014100         88  WS-Y-COUNTS-AS-VOWEL     VALUE 'Y'.
014200         88  WS-Y-NOT-A-VOWEL         VALUE 'N'.
014300     05  WS-GROUP-SWITCH PIC X(01) VALUE 'N'.
014400         88  WS-IN-VOWEL-GROUP        VALUE 'Y'.
014500         88  WS-NOT-IN-VOWEL-GROUP    VALUE 'N'.
014600     05  WS-VOWEL-SWITCH PIC X(01) VALUE 'N'.
014700         88  WS-CHAR-IS-VOWEL         VALUE 'Y'.
014800         88  WS-CHAR-NOT-VOWEL        VALUE 'N'.
014900     05  WS-PREV-VOWEL-SWITCH PIC X(01) VALUE 'N'.
015000         88  WS-PREV-WAS-VOWEL        VALUE 'Y'.
015100     05  WS-LAST-VOWEL-SWITCH PIC X(01) VALUE 'N'.
015200         88  WS-LAST-WAS-VOWEL        VALUE 'Y'.
015300     05  WS-SENT-OPEN-SWITCH PIC X(01) VALUE 'N'.
015400         88  WS-SENTENCE-OPEN         VALUE 'Y'.
015500         88  WS-SENTENCE-CLOSED       VALUE 'N'.
015600 01  WS-CYCLE-DATE PIC 9(06) VALUE ZERO.
015900*----------------------------------------------------------------
016000* EXTENDED-CHARACTER TRANSLATION, BUILT EXACTLY AS SET-21 BUILDS
016100* IT: EVERY PLAIN BYTE TO ITSELF, EVERY OTHER BYTE TO THE MARKER,
016200* THEN EACH OPERATIONS CARD'S BYTE TO ITS BASE LETTER.
016300*----------------------------------------------------------------
016400 01  WS-XLAT-FROM-X PIC X(256).
016500 01  WS-XLAT-FROM REDEFINES WS-XLAT-FROM-X.
016600     05  WS-XLAT-FROM-CH PIC X(01) OCCURS 256 TIMES.
016700 01  WS-XLAT-TO-X PIC X(256).
016800 01  WS-XLAT-TO REDEFINES WS-XLAT-TO-X.
016900     05  WS-XLAT-TO-CH PIC X(01) OCCURS 256 TIMES.
017000 01  WS-PLAIN-CHARS-X.
017100     05  FILLER PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
017200     05  FILLER PIC X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
017300     05  FILLER PIC X(11) VALUE '0123456789 '.
017400     05  FILLER PIC X(22) VALUE '.,;:!?()-''"/&+=<>*%$#@'.
017500 01  WS-PLAIN-CHARS REDEFINES WS-PLAIN-CHARS-X PIC X(85).
017600 01  WS-CHAR-PAIR.
017700     05  WS-CHAR-HI PIC X(01).
017800     05  WS-CHAR-LO PIC X(01).
017900 01  WS-CHAR-CODE REDEFINES WS-CHAR-PAIR PIC 9(04) COMP.
018000 01  WS-XLAT-SUB PIC 9(03) COMP VALUE ZERO.
018100 01  WS-PLAIN-HIT PIC 9(03) COMP VALUE ZERO.
018200 01  WS-XLAT-BASE PIC X(01).
018300 01  WS-XLAT-CARDS PIC 9(03) COMP VALUE ZERO.
018400 01  WS-XLAT-MARKER PIC X(01) VALUE X'07'.
018500*----------------------------------------------------------------
018600* THE LINE IN HAND. WS-LINE-NUMBER IS ITS PHYSICAL LINE NUMBER
018700* (HDR/TRL NOT COUNTED), THE SAME NUMBER SET-20 PUTS IN
018800* VOWLREC-LINE-ID. WS-LING-LINE-ID IS THE NEXT LINGREC'S LINE
018900* ID, FORCED TO ALL NINES AT END OF FILE. WS-ORIG-LINE KEEPS THE
019000* TEXT AS SENT FOR THE HARDEST/EASIEST LISTING; WS-LINE IS THE
019100* TRANSLATED, UPPER-CASED COPY THE SYLLABLES ARE COUNTED ON.
019200*----------------------------------------------------------------
019300 01  WS-LINE PIC X(80).
019400 01  WS-ORIG-LINE PIC X(80).
019500 01  WS-LINE-NUMBER PIC 9(07) COMP VALUE ZERO.
019600 01  WS-LING-LINE-ID PIC 9(07) VALUE ZERO.
019700 01  WS-CUR-SOURCE PIC X(08) VALUE SPACES.
019800*----------------------------------------------------------------
019900* WORD AND SYLLABLE WORK AREAS.
020000*----------------------------------------------------------------
020100 01  WS-PTR PIC 9(03) COMP VALUE 1.
020200 01  WS-WORD PIC X(80).
020300 01  WS-WORD-LEN PIC 9(03) COMP VALUE ZERO.
020400 01  WS-CHAR-SUB PIC 9(03) COMP VALUE ZERO.
020500 01  WS-CHAR PIC X(01).
020600 01  WS-LAST-LETTER PIC X(01).
020700 01  WS-PREV-LETTER PIC X(01).
020800 01  WS-WORD-SYLLABLES PIC 9(03) COMP VALUE ZERO.
020900 01  WS-LINE-WORDS PIC 9(03) COMP VALUE ZERO.
021000 01  WS-LINE-SYLLABLES PIC 9(04) COMP VALUE ZERO.
021100 01  WS-LINE-POLY PIC 9(03) COMP VALUE ZERO.
021200 01  WS-LINE-SENTENCES PIC 9(03) COMP VALUE ZERO.
021300*----------------------------------------------------------------
021400* FLESCH-KINCAID GRADE LEVEL:
021500*     0.39 X WORDS/SENTENCE + 11.8 X SYLLABLES/WORD - 15.59
021600* A LINE OF SHORT PLAIN WORDS COMES OUT BELOW ZERO AND IS HELD
021700* AT 0.0; NOTHING REAL REACHES THE 99.9 CEILING.
021800*----------------------------------------------------------------
021900 77  WS-FK-WPS-WEIGHT PIC 9V99 VALUE 0.39.
022000 77  WS-FK-SPW-WEIGHT PIC 9(02)V9 VALUE 11.8.
022100 77  WS-FK-CONSTANT PIC 9(02)V99 VALUE 15.59.
022200 77  WS-GRADE-CEILING PIC 9(02)V9 VALUE 99.9.
022300 01  WS-WORDS-PER-SENT PIC 9(03)V99 VALUE ZERO.
022400 01  WS-SYL-PER-WORD PIC 9(02)V99 VALUE ZERO.
022500 01  WS-GRADE-PART PIC 9(05)V9(04) VALUE ZERO.
022600 01  WS-GRADE-WORK PIC S9(05)V9(04) VALUE ZERO.
022700 01  WS-GRADE PIC 9(02)V9 VALUE ZERO.
022800*----------------------------------------------------------------
022900* GRADE-LEVEL DISTRIBUTION. BAND BOUNDARIES FOLLOW THE SCHOOL
023000* YEARS THE LINGUISTICS GROUP REPORTS IN.
023100*----------------------------------------------------------------
023200 01  WS-BAND-LABELS.
023300     05  FILLER PIC X(08) VALUE '  0 -  2'.
023400     05  FILLER PIC X(08) VALUE '  3 -  4'.
023500     05  FILLER PIC X(08) VALUE '  5 -  6'.
023600     05  FILLER PIC X(08) VALUE '  7 -  8'.
023700     05  FILLER PIC X(08) VALUE '  9 - 10'.
023800     05  FILLER PIC X(08) VALUE ' 11 - 12'.
023900     05  FILLER PIC X(08) VALUE ' 13 - 16'.
024000     05  FILLER PIC X(08) VALUE ' 17 +   '.
024100 01  WS-BAND-LABEL-TBL REDEFINES WS-BAND-LABELS.
024200     05  WS-BAND-LABEL PIC X(08) OCCURS 8 TIMES.
024300 01  WS-BAND-COUNTS.
024400     05  WS-BAND-COUNT PIC 9(07) COMP OCCURS 8 TIMES.
024500 77  WS-BAND-MAX PIC 9(07) COMP VALUE ZERO.
024600 77  WS-BAND-SUB PIC 9(02) COMP VALUE ZERO.
024700 01  WS-STAR-BAR PIC X(30).
024800 77  WS-STAR-COUNT PIC 9(02) COMP VALUE ZERO.
024900 77  WS-STAR-WORK PIC 9(09) COMP VALUE ZERO.
025000*----------------------------------------------------------------
025100* HARDEST AND EASIEST LINES - THE FIVE HIGHEST AND FIVE LOWEST
025200* GRADES SEEN. ON A TIE THE EARLIER LINE KEEPS ITS PLACE.
025300*----------------------------------------------------------------
025400 77  WS-TOP-MAX PIC 9(02) COMP VALUE 5.
025500 77  WS-TOP-SUB PIC 9(02) COMP VALUE ZERO.
025600 77  WS-WEAK-SUB PIC 9(02) COMP VALUE ZERO.
025700 77  WS-BEST-SUB PIC 9(02) COMP VALUE ZERO.
025800 77  WS-RANK PIC 9(02) COMP VALUE ZERO.
025900 01  WS-HARD-COUNT PIC 9(02) COMP VALUE ZERO.
026000 01  WS-HARD-TABLE.
026100     05  WS-HARD-ENTRY OCCURS 5 TIMES.
026200         10  WS-HARD-LINE-ID   PIC 9(07).
026300         10  WS-HARD-SOURCE    PIC X(08).
026400         10  WS-HARD-GRADE     PIC 9(02)V9.
026500         10  WS-HARD-TEXT      PIC X(42).
026600         10  WS-HARD-PICKED    PIC X(01).
026700 01  WS-EASY-COUNT PIC 9(02) COMP VALUE ZERO.
026800 01  WS-EASY-TABLE.
026900     05  WS-EASY-ENTRY OCCURS 5 TIMES.
027000         10  WS-EASY-LINE-ID   PIC 9(07).
027100         10  WS-EASY-SOURCE    PIC X(08).
027200         10  WS-EASY-GRADE     PIC 9(02)V9.
027300         10  WS-EASY-TEXT      PIC X(42).
027400         10  WS-EASY-PICKED    PIC X(01).
027500*----------------------------------------------------------------
027600* PER-SOURCE FIGURES FOR THE AVERAGES. THE LAST SLOT IS KEPT FOR
027700* '*OTHER*': A FEED WITH MORE SOURCES THAN THE REST OF THE TABLE
027800* HOLDS LUMPS THE EXCESS THERE.
027900*----------------------------------------------------------------
028000 77  WS-SRC-MAX PIC 9(03) COMP VALUE 50.
028100 77  WS-SRC-COUNT PIC 9(03) COMP VALUE ZERO.
028200 77  WS-SRC-SUB PIC 9(03) COMP VALUE ZERO.
028300 77  WS-SRC-CUR PIC 9(03) COMP VALUE 1.
028400 77  WS-SRC-HIT PIC 9(03) COMP VALUE ZERO.
028500 01  WS-SRC-TABLE.
028600     05  WS-SRC-ENTRY OCCURS 50 TIMES.
028700         10  WS-SRC-ID         PIC X(08).
028800         10  WS-SRC-LINES      PIC 9(07) COMP.
028900         10  WS-SRC-WORDS      PIC 9(09) COMP.
029000         10  WS-SRC-SYLLABLES  PIC 9(09) COMP.
029100         10  WS-SRC-GRADE-SUM  PIC 9(09)V9 COMP.
029200*----------------------------------------------------------------
029300* CYCLE COUNTS FOR THE TOTALS AND THE RUN LOG.
029400*----------------------------------------------------------------
029500 01  WS-LINES-SCORED PIC 9(07) COMP VALUE ZERO.
029600 01  WS-LINES-GRADED PIC 9(07) COMP VALUE ZERO.
029700 01  WS-NOT-ON-LING PIC 9(07) COMP VALUE ZERO.
029800 01  WS-WORD-DIFF-COUNT PIC 9(07) COMP VALUE ZERO.
029900 01  WS-TOT-WORDS PIC 9(09) COMP VALUE ZERO.
030000 01  WS-TOT-SYLLABLES PIC 9(09) COMP VALUE ZERO.
030100 01  WS-TOT-POLY PIC 9(09) COMP VALUE ZERO.
030200 01  WS-TOT-GRADE-SUM PIC 9(09)V9 COMP VALUE ZERO.
030300 01  WS-READ-WRITTEN PIC 9(07) COMP VALUE ZERO.
030400 01  WS-AVG-GRADE PIC 9(02)V9 VALUE ZERO.
030500 01  WS-AVG-SPW PIC 9(02)V99 VALUE ZERO.
030600 01  WS-AVG-WPL PIC 9(03)V9 VALUE ZERO.
030700*----------------------------------------------------------------
030800* REPORT BUILDING AREAS.
030900*----------------------------------------------------------------
031000 01  WS-PRINT-LINE PIC X(80).
031100 01  WS-EDIT-COUNT PIC 9(07).
031200 01  WS-EDIT-BIG PIC 9(09).
031300 01  WS-EDIT-LINE PIC 9(07).
031400 01  WS-EDIT-DATE PIC 9(06).
031500 01  WS-EDIT-RANK PIC 9(01).
031600 01  WS-EDIT-GRADE PIC Z9.9.
031700 01  WS-EDIT-SPW PIC Z9.99.
031800 01  WS-EDIT-WPL PIC ZZ9.9.
031900*----------------------------------------------------------------
032000* NAME OF THE FILE CURRENTLY BEING OPENED, FOR THE ABEND MESSAGE
032100* IN 9900-ABEND-ON-OPEN-ERROR BELOW.
032200*----------------------------------------------------------------
032300 01  WS-ABEND-FILE-NAME PIC X(08).
032310*----------------------------------------------------------------
032320* PARAMETER BLOCK FOR THE CODEABBEY-SET-45 PARAMETER LOOKUP -
032330* SEE 1050-RESOLVE-Y-SWITCH.
032340*----------------------------------------------------------------
032350     COPY PRMPARM.
032400*----------------------------------------------------------------
032500* PARAMETER BLOCK FOR THE CODEABBEY-SET-30 RUN-LOG RECORDER -
032600* SEE 1030-LOG-RUN-START AND 9800-LOG-RUN-END.
032700*----------------------------------------------------------------
032800     COPY RUNLPARM.
032900 PROCEDURE DIVISION.
033000*----------------------------------------------------------------
033100* 0000-MAINLINE - OVERALL FLOW OF CONTROL FOR THE RUN.
033200*----------------------------------------------------------------
033300 0000-MAINLINE.
033400     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
033500     PERFORM 2000-SCORE-ONE-LINE THRU 2000-SCORE-ONE-LINE-EXIT
033600         UNTIL WS-AT-EOF.
033700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
033800     STOP RUN.
033900*----------------------------------------------------------------
034000* 1000-INITIALIZE - CARDS, TRANSLATION TABLE, FILE OPENS AND THE
034100*     PRIMING READ OF THE FEED.
034200*----------------------------------------------------------------
034300 1000-INITIALIZE.
034400     PERFORM 1055-READ-DATE-CARD THRU 1055-READ-DATE-CARD-EXIT.
034500     PERFORM 1030-LOG-RUN-START THRU 1030-LOG-RUN-START-EXIT.
034550     PERFORM 1050-RESOLVE-Y-SWITCH
034600         THRU 1050-RESOLVE-Y-SWITCH-EXIT.
034700     PERFORM 1040-LOAD-XLAT-TABLE THRU 1040-LOAD-XLAT-TABLE-EXIT.
034800     PERFORM 1100-CLEAR-ONE-BAND THRU 1100-CLEAR-ONE-BAND-EXIT
034900         VARYING WS-BAND-SUB FROM 1 BY 1
035000         UNTIL WS-BAND-SUB > 8.
035100     OPEN INPUT INFILE.
035200     IF NOT WS-INFILE-OK
035300         MOVE 'INFILE' TO WS-ABEND-FILE-NAME
035400         PERFORM 9900-ABEND-ON-OPEN-ERROR
035500     END-IF.
035600     OPEN INPUT LINGFILE.
035700     IF NOT WS-LINGFILE-OK
035800         MOVE 'LINGFILE' TO WS-ABEND-FILE-NAME
035900         PERFORM 9900-ABEND-ON-OPEN-ERROR
036000     END-IF.
036100     OPEN OUTPUT READFILE.
036200     IF NOT WS-READFILE-OK
036300         MOVE 'READFILE' TO WS-ABEND-FILE-NAME
036400         PERFORM 9900-ABEND-ON-OPEN-ERROR
036500     END-IF.
036600     OPEN OUTPUT REPTFILE.
036700     IF NOT WS-REPTFILE-OK
036800         MOVE 'REPTFILE' TO WS-ABEND-FILE-NAME
036900         PERFORM 9900-ABEND-ON-OPEN-ERROR
037000     END-IF.
037100     PERFORM 2100-READ-INFILE THRU 2100-READ-INFILE-EXIT.
037200 1000-INITIALIZE-EXIT.
037300     EXIT.
037400*----------------------------------------------------------------
037500* 1030-LOG-RUN-START - CLAIM THIS RUN'S ATTEMPT NUMBER ON THE
037600*     CHAIN-WIDE RUN LOG. WS-CYCLE-DATE IS FROM THE DATEFILE
037700*     CARD 1055 JUST READ - ZERO IF THERE WAS NONE, AND THE
037800*     RECORDER THEN STAMPS THE RUN DATE.
037900*----------------------------------------------------------------
038000 1030-LOG-RUN-START.
038100     SET RUNLPARM-LOG-START TO TRUE.
038200     MOVE 'SET-42' TO RUNLPARM-PROGRAM.
038300     MOVE WS-CYCLE-DATE TO RUNLPARM-CYCLE-DATE.
038400     SET RUNLPARM-FRESH-START TO TRUE.
038500     MOVE ZERO TO RUNLPARM-ATTEMPT RUNLPARM-READ-COUNT
038600         RUNLPARM-WRITE-COUNT RUNLPARM-REJ-COUNT
038700         RUNLPARM-RETURN-CODE.
038800     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
038900 1030-LOG-RUN-START-EXIT.
039000     EXIT.
039100*----------------------------------------------------------------
039200* 1040-LOAD-XLAT-TABLE - BUILD THE 256-SLOT TRANSLATION PAIR,
039300*     SAME MECHANICS AS SET-21'S 1040-LOAD-XLAT-TABLE: DEFAULT
039400*     EVERY SLOT (1042), THEN APPLY THE OPERATIONS CARDS (1044).
039500*     NO FILE LEAVES THE DEFAULTS - EXTENDED BYTES THEN SIMPLY
039600*     DO NOT COUNT AS VOWELS.
039700*----------------------------------------------------------------
039800 1040-LOAD-XLAT-TABLE.
039900     PERFORM 1042-INIT-ONE-SLOT THRU 1042-INIT-ONE-SLOT-EXIT
040000         VARYING WS-XLAT-SUB FROM 1 BY 1
040100         UNTIL WS-XLAT-SUB > 256.
040200     OPEN INPUT XLATFILE.
040300     IF NOT WS-XLATFILE-OK
040400         DISPLAY 'NO TRANSLATION TABLE SUPPLIED - EXTENDED'
040500             ' CHARACTERS ARE NOT COUNTED AS VOWELS'
040600         GO TO 1040-LOAD-XLAT-TABLE-EXIT
040700     END-IF.
040800     PERFORM 1044-READ-ONE-XLAT-CARD
040900         THRU 1044-READ-ONE-XLAT-CARD-EXIT
041000         UNTIL WS-XLAT-AT-EOF.
041100     CLOSE XLATFILE.
041200 1040-LOAD-XLAT-TABLE-EXIT.
041300     EXIT.
041400*----------------------------------------------------------------
041500* 1042-INIT-ONE-SLOT - ONE BYTE'S DEFAULT TRANSLATION: ITSELF
041600*     IF IT IS IN THE SHOP'S PLAIN CHARACTER SET, THE MARKER
041700*     IF NOT.
041800*----------------------------------------------------------------
041900 1042-INIT-ONE-SLOT.
042000     SUBTRACT 1 FROM WS-XLAT-SUB GIVING WS-CHAR-CODE.
042100     MOVE WS-CHAR-LO TO WS-XLAT-FROM-CH (WS-XLAT-SUB).
042200     MOVE ZERO TO WS-PLAIN-HIT.
042300     INSPECT WS-PLAIN-CHARS TALLYING WS-PLAIN-HIT
042400         FOR ALL WS-CHAR-LO.
042500     IF WS-PLAIN-HIT > ZERO
042600         MOVE WS-CHAR-LO TO WS-XLAT-TO-CH (WS-XLAT-SUB)
042700     ELSE
042800         MOVE WS-XLAT-MARKER TO WS-XLAT-TO-CH (WS-XLAT-SUB)
042900     END-IF.
043000 1042-INIT-ONE-SLOT-EXIT.
043100     EXIT.
043200*----------------------------------------------------------------
043300* 1044-READ-ONE-XLAT-CARD - ONE TRANSLATION CARD, VALIDATED
043400*     THE SAME WAY SET-20 VALIDATES IT: A CARD FOR A PLAIN
043500*     CHARACTER OR WITH A BASE THAT IS NOT A LETTER IS WARNED
043600*     AND IGNORED.
043700*----------------------------------------------------------------
043800 1044-READ-ONE-XLAT-CARD.
043900     READ XLATFILE
044000         AT END
044100             SET WS-XLAT-AT-EOF TO TRUE
044200             GO TO 1044-READ-ONE-XLAT-CARD-EXIT
044300     END-READ.
044400     IF XLAT-REC = SPACES OR XLAT-REC (1:1) = '*'
044500         GO TO 1044-READ-ONE-XLAT-CARD-EXIT
044600     END-IF.
044700     MOVE LOW-VALUE TO WS-CHAR-HI.
044800     MOVE XLAT-REC (1:1) TO WS-CHAR-LO.
044900     MOVE ZERO TO WS-PLAIN-HIT.
045000     INSPECT WS-PLAIN-CHARS TALLYING WS-PLAIN-HIT
045100         FOR ALL WS-CHAR-LO.
045200     IF WS-PLAIN-HIT > ZERO
045300         DISPLAY 'XLAT CARD FOR A PLAIN CHARACTER, IGNORED: '
045400             XLAT-REC (1:10)
045500         GO TO 1044-READ-ONE-XLAT-CARD-EXIT
045600     END-IF.
045700     MOVE XLAT-REC (3:1) TO WS-XLAT-BASE.
045800     INSPECT WS-XLAT-BASE
045900         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
046000                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
046100     IF WS-XLAT-BASE IS NOT ALPHABETIC
046200             OR WS-XLAT-BASE = SPACE
046300         DISPLAY 'XLAT CARD BASE IS NOT A LETTER, IGNORED: '
046400             XLAT-REC (1:10)
046500         GO TO 1044-READ-ONE-XLAT-CARD-EXIT
046600     END-IF.
046700     ADD 1 WS-CHAR-CODE GIVING WS-XLAT-SUB.
046800     MOVE WS-XLAT-BASE TO WS-XLAT-TO-CH (WS-XLAT-SUB).
046900     ADD 1 TO WS-XLAT-CARDS.
047000 1044-READ-ONE-XLAT-CARD-EXIT.
047100     EXIT.
047200*----------------------------------------------------------------
047300* 1050-RESOLVE-Y-SWITCH - THE Y-AS-VOWEL SWITCH IN FORCE FOR
047400*     THE CYCLE, FROM THE YVOWEL ENTRY ON THE PARAMETER MASTER
047500*     - THE SAME ENTRY SET-20 SCORED THE CYCLE UNDER, SO
047600*     SYLLABLES ARE COUNTED WITH THE VOWELS THE CYCLE HAD.
047700*     NO ENTRY IN FORCE LEAVES THE DEFAULT OF WS-Y-SWITCH = 'Y'.
047800*     A MASTER THAT CANNOT BE READ IS AN ABEND, NOT A GUESS.
047900*----------------------------------------------------------------
048000 1050-RESOLVE-Y-SWITCH.
048100     MOVE 'YVOWEL' TO PRMPARM-NAME.
048200     MOVE WS-CYCLE-DATE TO PRMPARM-AS-OF-DATE.
048300     MOVE 'SET-42' TO PRMPARM-PROGRAM.
048400     CALL 'CODEABBEY-SET-45' USING PRMPARM.
048500     IF PRMPARM-UNAVAILABLE
048600         DISPLAY '*** PARAMETER MASTER UNAVAILABLE'
048700             ' - JOB ABENDING ***'
048800         MOVE 16 TO RETURN-CODE
048900         STOP RUN
049000     END-IF.
049100     IF PRMPARM-NOT-FOUND
049200         GO TO 1050-RESOLVE-Y-SWITCH-EXIT
049300     END-IF.
049400     IF PRMPARM-VALUE (1:1) = 'Y' OR PRMPARM-VALUE (1:1) = 'N'
049500         MOVE PRMPARM-VALUE (1:1) TO WS-Y-SWITCH
049600     ELSE
049700         DISPLAY 'YVOWEL VALUE NOT USABLE, IGNORED: '
049800             PRMPARM-VALUE
049900     END-IF.
050000 1050-RESOLVE-Y-SWITCH-EXIT.
050100     EXIT.
051200*----------------------------------------------------------------
051300* 1055-READ-DATE-CARD - THE CYCLE DATE, COLS 1-6 = YYMMDD. NO
051400*     CARD, OR A NON-NUMERIC ONE, LEAVES ZERO - THE RECORDER
051500*     THEN STAMPS THE RUN DATE.
051600*----------------------------------------------------------------
051700 1055-READ-DATE-CARD.
051800     OPEN INPUT DATEFILE.
051900     IF NOT WS-DATEFILE-OK
052000         GO TO 1055-READ-DATE-CARD-EXIT
052100     END-IF.
052200     READ DATEFILE
052300         AT END
052400             CLOSE DATEFILE
052500             GO TO 1055-READ-DATE-CARD-EXIT
052600     END-READ.
052700     IF DATE-REC (1:6) IS NUMERIC
052800         MOVE DATE-REC (1:6) TO WS-CYCLE-DATE
052900     END-IF.
053000     CLOSE DATEFILE.
053100 1055-READ-DATE-CARD-EXIT.
053200     EXIT.
053300*----------------------------------------------------------------
053400* 1100-CLEAR-ONE-BAND - ZERO ONE GRADE-LEVEL BAND.
053500*----------------------------------------------------------------
053600 1100-CLEAR-ONE-BAND.
053700     MOVE ZERO TO WS-BAND-COUNT (WS-BAND-SUB).
053800 1100-CLEAR-ONE-BAND-EXIT.
053900     EXIT.
054000*----------------------------------------------------------------
054100* 2000-SCORE-ONE-LINE - LINE THE FEED LINE UP WITH ITS LINGREC.
054200*     A LINE ON LINGMSTR IS SPLIT, SYLLABLE-COUNTED, GRADED,
054300*     WRITTEN AND ACCUMULATED; A LINE NOT ON IT (REJECTED BY
054400*     SET-20, OR UNMATCHED BY SET-26) IS ONLY COUNTED.
054500*----------------------------------------------------------------
054600 2000-SCORE-ONE-LINE.
054700     PERFORM 2150-READ-LINGFILE THRU 2150-READ-LINGFILE-EXIT
054800         UNTIL WS-LING-LINE-ID NOT < WS-LINE-NUMBER.
054900     IF WS-LING-LINE-ID NOT = WS-LINE-NUMBER
055000         ADD 1 TO WS-NOT-ON-LING
055100         PERFORM 2100-READ-INFILE THRU 2100-READ-INFILE-EXIT
055200         GO TO 2000-SCORE-ONE-LINE-EXIT
055300     END-IF.
055400     ADD 1 TO WS-LINES-SCORED.
055500     PERFORM 2200-SPLIT-INTO-WORDS
055600         THRU 2200-SPLIT-INTO-WORDS-EXIT.
055700     IF WS-LINE-WORDS NOT = LINGREC-WORD-COUNT
055800         ADD 1 TO WS-WORD-DIFF-COUNT
055900     END-IF.
056000     PERFORM 2300-GRADE-THE-LINE THRU 2300-GRADE-THE-LINE-EXIT.
056100     PERFORM 2400-WRITE-READ-RECORD
056200         THRU 2400-WRITE-READ-RECORD-EXIT.
056300     IF WS-LINE-WORDS > ZERO
056400         PERFORM 2500-ACCUMULATE-LINE
056500             THRU 2500-ACCUMULATE-LINE-EXIT
056600     END-IF.
056700     PERFORM 2100-READ-INFILE THRU 2100-READ-INFILE-EXIT.
056800 2000-SCORE-ONE-LINE-EXIT.
056900     EXIT.
057000*----------------------------------------------------------------
057100* 2100-READ-INFILE - READ THE NEXT RECORD, SET EOF SWITCH.
057200*     HDR AND TRL RECORDS ARE BATCH CONTROL RECORDS, NOT TEXT,
057300*     AND THE FEED MAY BE SEVERAL BATCHES CONCATENATED - SKIP
057400*     THEM WHEREVER THEY APPEAR, THE SAME RECORDS SET-20
057500*     EXCLUDES FROM ITS LINE COUNT, SO THE LINE NUMBERING
057600*     STAYS ALIGNED WITH SET-20'S LINE IDS. EACH HDR NAMES THE
057700*     SOURCE OF THE LINES THAT FOLLOW IT.
057800*----------------------------------------------------------------
057900 2100-READ-INFILE.
058000     READ INFILE
058100         AT END
058200             SET WS-AT-EOF TO TRUE
058300             GO TO 2100-READ-INFILE-EXIT
058400     END-READ.
058500     IF IN-REC (1:3) = 'HDR'
058600         MOVE IN-REC (4:8) TO WS-CUR-SOURCE
058700         GO TO 2100-READ-INFILE
058800     END-IF.
058900     IF IN-REC (1:3) = 'TRL'
059000         GO TO 2100-READ-INFILE
059100     END-IF.
059200     ADD 1 TO WS-LINE-NUMBER.
059300     MOVE IN-REC (1:80) TO WS-ORIG-LINE.
059400     MOVE IN-REC (1:80) TO WS-LINE.
059500*        TRANSLATE EXTENDED CHARACTERS TO THEIR BASE LETTERS AND
059600*        FOLD TO UPPER CASE BEFORE THE WORD SPLIT.
059700     INSPECT WS-LINE
059800         CONVERTING WS-XLAT-FROM-X TO WS-XLAT-TO-X.
059900     INSPECT WS-LINE
060000         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
060100                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
060200 2100-READ-INFILE-EXIT.
060300     EXIT.
060400*----------------------------------------------------------------
060500* 2150-READ-LINGFILE - NEXT LINGREC. AT END THE LINE ID GOES TO
060600*     ALL NINES SO EVERY REMAINING FEED LINE READS AS NOT ON
060700*     LINGMSTR.
060800*----------------------------------------------------------------
060900 2150-READ-LINGFILE.
061000     READ LINGFILE
061100         AT END
061200             MOVE 9999999 TO WS-LING-LINE-ID
061300             GO TO 2150-READ-LINGFILE-EXIT
061400     END-READ.
061500     MOVE LINGREC-LINE-ID TO WS-LING-LINE-ID.
061600 2150-READ-LINGFILE-EXIT.
061700     EXIT.
061800*----------------------------------------------------------------
061900* 2200-SPLIT-INTO-WORDS - BREAK WS-LINE INTO BLANK-DELIMITED
062000*     WORDS THE WAY SET-21 DOES, SO THE WORD COUNT AGREES WITH
062100*     LINGREC-WORD-COUNT, AND TOTAL THEIR SYLLABLES. A WORD
062200*     ENDING IN . ! OR ? CLOSES A SENTENCE; TEXT AFTER THE LAST
062300*     CLOSE IS ONE MORE.
062400*----------------------------------------------------------------
062500 2200-SPLIT-INTO-WORDS.
062600     MOVE 1 TO WS-PTR.
062700     MOVE ZERO TO WS-LINE-WORDS WS-LINE-SYLLABLES WS-LINE-POLY
062800         WS-LINE-SENTENCES.
062900     SET WS-SENTENCE-CLOSED TO TRUE.
063000     PERFORM 2210-EXTRACT-ONE-WORD THRU 2210-EXTRACT-ONE-WORD-EXIT
063100         UNTIL WS-PTR > 80.
063200     IF WS-SENTENCE-OPEN
063300         ADD 1 TO WS-LINE-SENTENCES
063400     END-IF.
063500 2200-SPLIT-INTO-WORDS-EXIT.
063600     EXIT.
063700*----------------------------------------------------------------
063800* 2210-EXTRACT-ONE-WORD - PULL THE NEXT BLANK-DELIMITED TOKEN
063900*     OUT OF WS-LINE AND COUNT ITS SYLLABLES.
064000*----------------------------------------------------------------
064100 2210-EXTRACT-ONE-WORD.
064200     MOVE SPACES TO WS-WORD.
064300     UNSTRING WS-LINE DELIMITED BY ALL SPACE
064400         INTO WS-WORD
064500         WITH POINTER WS-PTR.
064600     IF WS-WORD = SPACES
064700         GO TO 2210-EXTRACT-ONE-WORD-EXIT
064800     END-IF.
064900     ADD 1 TO WS-LINE-WORDS.
065000     MOVE ZERO TO WS-WORD-LEN.
065100     INSPECT WS-WORD TALLYING WS-WORD-LEN
065200         FOR CHARACTERS BEFORE INITIAL SPACE.
065300     PERFORM 2250-COUNT-SYLLABLES THRU 2250-COUNT-SYLLABLES-EXIT.
065400     ADD WS-WORD-SYLLABLES TO WS-LINE-SYLLABLES.
065500     IF WS-WORD-SYLLABLES > 2
065600         ADD 1 TO WS-LINE-POLY
065700     END-IF.
065800     IF WS-WORD (WS-WORD-LEN:1) = '.' OR '!' OR '?'
065900         ADD 1 TO WS-LINE-SENTENCES
066000         SET WS-SENTENCE-CLOSED TO TRUE
066100     ELSE
066200         SET WS-SENTENCE-OPEN TO TRUE
066300     END-IF.
066400 2210-EXTRACT-ONE-WORD-EXIT.
066500     EXIT.
066600*----------------------------------------------------------------
066700* 2250-COUNT-SYLLABLES - ONE SYLLABLE PER RUN OF VOWELS (A E I O
066800*     U, AND Y WHEN THE CYCLE RAN WITH YVOWEL=Y). A FINAL E AFTER
066900*     A CONSONANT OTHER THAN L IS SILENT WHEN THE WORD HAS
067000*     ANOTHER VOWEL GROUP (MAKE, NOT TABLE OR AGREE). EVERY WORD
067100*     IS AT LEAST ONE SYLLABLE, NUMBERS INCLUDED.
067200*----------------------------------------------------------------
067300 2250-COUNT-SYLLABLES.
067400     MOVE ZERO TO WS-WORD-SYLLABLES.
067500     MOVE SPACE TO WS-LAST-LETTER WS-PREV-LETTER.
067600     MOVE 'N' TO WS-LAST-VOWEL-SWITCH WS-PREV-VOWEL-SWITCH.
067700     SET WS-NOT-IN-VOWEL-GROUP TO TRUE.
067800     PERFORM 2260-SCAN-ONE-CHAR THRU 2260-SCAN-ONE-CHAR-EXIT
067900         VARYING WS-CHAR-SUB FROM 1 BY 1
068000         UNTIL WS-CHAR-SUB > WS-WORD-LEN.
068100     IF WS-LAST-LETTER = 'E' AND WS-WORD-SYLLABLES > 1
068200             AND WS-PREV-LETTER NOT = 'L'
068300             AND NOT WS-PREV-WAS-VOWEL
068400         SUBTRACT 1 FROM WS-WORD-SYLLABLES
068500     END-IF.
068600     IF WS-WORD-SYLLABLES = ZERO
068700         MOVE 1 TO WS-WORD-SYLLABLES
068800     END-IF.
068900 2250-COUNT-SYLLABLES-EXIT.
069000     EXIT.
069100*----------------------------------------------------------------
069200* 2260-SCAN-ONE-CHAR - ONE CHARACTER OF THE WORD. A LETTER
069300*     EITHER OPENS OR CONTINUES A VOWEL GROUP OR ENDS ONE; ANY
069400*     OTHER CHARACTER ENDS THE GROUP AND IS OTHERWISE IGNORED.
069500*----------------------------------------------------------------
069600 2260-SCAN-ONE-CHAR.
069700     MOVE WS-WORD (WS-CHAR-SUB:1) TO WS-CHAR.
069800     IF WS-CHAR IS NOT ALPHABETIC-UPPER OR WS-CHAR = SPACE
069900         SET WS-NOT-IN-VOWEL-GROUP TO TRUE
070000         GO TO 2260-SCAN-ONE-CHAR-EXIT
070100     END-IF.
070200     MOVE WS-LAST-LETTER TO WS-PREV-LETTER.
070300     MOVE WS-LAST-VOWEL-SWITCH TO WS-PREV-VOWEL-SWITCH.
070400     MOVE WS-CHAR TO WS-LAST-LETTER.
070500     SET WS-CHAR-NOT-VOWEL TO TRUE.
070600     IF WS-CHAR = 'A' OR 'E' OR 'I' OR 'O' OR 'U'
070700         SET WS-CHAR-IS-VOWEL TO TRUE
070800     END-IF.
070900     IF WS-CHAR = 'Y' AND WS-Y-COUNTS-AS-VOWEL
071000         SET WS-CHAR-IS-VOWEL TO TRUE
071100     END-IF.
071200     MOVE WS-VOWEL-SWITCH TO WS-LAST-VOWEL-SWITCH.
071300     IF WS-CHAR-NOT-VOWEL
071400         SET WS-NOT-IN-VOWEL-GROUP TO TRUE
071500         GO TO 2260-SCAN-ONE-CHAR-EXIT
071600     END-IF.
071700     IF WS-NOT-IN-VOWEL-GROUP
071800         ADD 1 TO WS-WORD-SYLLABLES
071900         SET WS-IN-VOWEL-GROUP TO TRUE
072000     END-IF.
072100 2260-SCAN-ONE-CHAR-EXIT.
072200     EXIT.
072300*----------------------------------------------------------------
072400* 2300-GRADE-THE-LINE - WORDS PER SENTENCE, SYLLABLES PER WORD
072500*     AND THE FLESCH-KINCAID GRADE, HELD BETWEEN 0.0 AND 99.9.
072600*     A LINE WITH NO WORDS GRADES 0.0 AND IS LEFT OUT OF THE
072700*     DISTRIBUTION AND AVERAGES.
072800*----------------------------------------------------------------
072900 2300-GRADE-THE-LINE.
073000     MOVE ZERO TO WS-WORDS-PER-SENT WS-SYL-PER-WORD WS-GRADE.
073100     IF WS-LINE-WORDS = ZERO
073200         GO TO 2300-GRADE-THE-LINE-EXIT
073300     END-IF.
073400     DIVIDE WS-LINE-WORDS BY WS-LINE-SENTENCES
073500         GIVING WS-WORDS-PER-SENT ROUNDED.
073600     DIVIDE WS-LINE-SYLLABLES BY WS-LINE-WORDS
073700         GIVING WS-SYL-PER-WORD ROUNDED.
073800     MULTIPLY WS-FK-WPS-WEIGHT BY WS-WORDS-PER-SENT
073900         GIVING WS-GRADE-PART.
074000     MOVE WS-GRADE-PART TO WS-GRADE-WORK.
074100     MULTIPLY WS-FK-SPW-WEIGHT BY WS-SYL-PER-WORD
074200         GIVING WS-GRADE-PART.
074300     ADD WS-GRADE-PART TO WS-GRADE-WORK.
074400     SUBTRACT WS-FK-CONSTANT FROM WS-GRADE-WORK.
074500     IF WS-GRADE-WORK < ZERO
074600         GO TO 2300-GRADE-THE-LINE-EXIT
074700     END-IF.
074800     IF WS-GRADE-WORK > WS-GRADE-CEILING
074900         MOVE WS-GRADE-CEILING TO WS-GRADE
075000         GO TO 2300-GRADE-THE-LINE-EXIT
075100     END-IF.
075200     ADD ZERO WS-GRADE-WORK GIVING WS-GRADE ROUNDED.
075300 2300-GRADE-THE-LINE-EXIT.
075400     EXIT.
075500*----------------------------------------------------------------
075600* 2400-WRITE-READ-RECORD - ONE READREC FOR THIS LINE, UNDER THE
075700*     SAME LINE ID AS ITS LINGREC.
075800*----------------------------------------------------------------
075900 2400-WRITE-READ-RECORD.
076000     MOVE SPACES             TO READREC.
076100     MOVE WS-LINE-NUMBER     TO READREC-LINE-ID.
076200     MOVE WS-CUR-SOURCE      TO READREC-SOURCE-ID.
076300     MOVE WS-CYCLE-DATE      TO READREC-CYCLE-DATE.
076400     MOVE WS-LINE-WORDS      TO READREC-WORD-COUNT.
076500     MOVE WS-LINE-SENTENCES  TO READREC-SENTENCES.
076600     MOVE WS-LINE-SYLLABLES  TO READREC-SYLLABLES.
076700     MOVE WS-LINE-POLY       TO READREC-POLY-WORDS.
076800     MOVE WS-SYL-PER-WORD    TO READREC-SYL-PER-WORD.
076900     MOVE WS-WORDS-PER-SENT  TO READREC-WORDS-PER-SENT.
077000     MOVE WS-GRADE           TO READREC-GRADE.
077100     MOVE WS-Y-SWITCH        TO READREC-Y-SWITCH.
077200     WRITE READREC.
077300     IF NOT WS-READFILE-OK
077400         DISPLAY '*** WRITE FAILED, STATUS '
077500             WS-READFILE-STATUS ' - JOB ABENDING ***'
077600         MOVE 16 TO RETURN-CODE
077700         STOP RUN
077800     END-IF.
077900     ADD 1 TO WS-READ-WRITTEN.
078000 2400-WRITE-READ-RECORD-EXIT.
078100     EXIT.
078200*----------------------------------------------------------------
078300* 2500-ACCUMULATE-LINE - ROLL A GRADED LINE INTO THE CYCLE
078400*     TOTALS, ITS GRADE BAND, ITS SOURCE, AND THE HARDEST AND
078500*     EASIEST LISTS.
078600*----------------------------------------------------------------
078700 2500-ACCUMULATE-LINE.
078800     ADD 1 TO WS-LINES-GRADED.
078900     ADD WS-LINE-WORDS TO WS-TOT-WORDS.
079000     ADD WS-LINE-SYLLABLES TO WS-TOT-SYLLABLES.
079100     ADD WS-LINE-POLY TO WS-TOT-POLY.
079200     ADD WS-GRADE TO WS-TOT-GRADE-SUM.
079300     EVALUATE TRUE
079400         WHEN WS-GRADE < 3
079500             MOVE 1 TO WS-BAND-SUB
079600         WHEN WS-GRADE < 5
079700             MOVE 2 TO WS-BAND-SUB
079800         WHEN WS-GRADE < 7
079900             MOVE 3 TO WS-BAND-SUB
080000         WHEN WS-GRADE < 9
080100             MOVE 4 TO WS-BAND-SUB
080200         WHEN WS-GRADE < 11
080300             MOVE 5 TO WS-BAND-SUB
080400         WHEN WS-GRADE < 13
080500             MOVE 6 TO WS-BAND-SUB
080600         WHEN WS-GRADE < 17
080700             MOVE 7 TO WS-BAND-SUB
080800         WHEN OTHER
080900             MOVE 8 TO WS-BAND-SUB
081000     END-EVALUATE.
081100     ADD 1 TO WS-BAND-COUNT (WS-BAND-SUB).
081200     IF WS-BAND-COUNT (WS-BAND-SUB) > WS-BAND-MAX
081300         MOVE WS-BAND-COUNT (WS-BAND-SUB) TO WS-BAND-MAX
081400     END-IF.
081500     PERFORM 2600-FIND-SOURCE THRU 2600-FIND-SOURCE-EXIT.
081600     ADD 1 TO WS-SRC-LINES (WS-SRC-CUR).
081700     ADD WS-LINE-WORDS TO WS-SRC-WORDS (WS-SRC-CUR).
081800     ADD WS-LINE-SYLLABLES TO WS-SRC-SYLLABLES (WS-SRC-CUR).
081900     ADD WS-GRADE TO WS-SRC-GRADE-SUM (WS-SRC-CUR).
082000     PERFORM 2700-RANK-HARDEST THRU 2700-RANK-HARDEST-EXIT.
082100     PERFORM 2800-RANK-EASIEST THRU 2800-RANK-EASIEST-EXIT.
082200 2500-ACCUMULATE-LINE-EXIT.
082300     EXIT.
082400*----------------------------------------------------------------
082500* 2600-FIND-SOURCE - POINT WS-SRC-CUR AT THIS LINE'S SOURCE IN
082600*     THE AVERAGES TABLE, ADDING IT ON FIRST SIGHT. THE FEED
082700*     ARRIVES A BATCH AT A TIME, SO THE SOURCE IS USUALLY THE
082800*     SAME AS THE LAST LINE'S AND THE SEARCH IS SKIPPED. ONCE
082810*     ALL BUT THE LAST SLOT ARE TAKEN, A NEW SOURCE GOES TO THE
082820*     '*OTHER*' SLOT, SET UP THE FIRST TIME IT IS NEEDED.
082900*----------------------------------------------------------------
083000 2600-FIND-SOURCE.
083100     IF WS-SRC-COUNT > ZERO
083200         IF WS-SRC-ID (WS-SRC-CUR) = WS-CUR-SOURCE
083300             GO TO 2600-FIND-SOURCE-EXIT
083400         END-IF
083500     END-IF.
083600     MOVE ZERO TO WS-SRC-HIT.
083700     PERFORM 2650-MATCH-ONE-SOURCE
083800         THRU 2650-MATCH-ONE-SOURCE-EXIT
083900         VARYING WS-SRC-SUB FROM 1 BY 1
084000         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
084100     IF WS-SRC-HIT > ZERO
084200         MOVE WS-SRC-HIT TO WS-SRC-CUR
084300         GO TO 2600-FIND-SOURCE-EXIT
084400     END-IF.
084500     IF WS-SRC-COUNT < WS-SRC-MAX - 1
084600         ADD 1 TO WS-SRC-COUNT
084700         MOVE WS-SRC-COUNT TO WS-SRC-CUR
084800         MOVE WS-CUR-SOURCE TO WS-SRC-ID (WS-SRC-CUR)
084900         MOVE ZERO TO WS-SRC-LINES (WS-SRC-CUR)
085000             WS-SRC-WORDS (WS-SRC-CUR)
085100             WS-SRC-SYLLABLES (WS-SRC-CUR)
085200             WS-SRC-GRADE-SUM (WS-SRC-CUR)
085250         GO TO 2600-FIND-SOURCE-EXIT
085300     END-IF.
085400     MOVE WS-SRC-MAX TO WS-SRC-CUR.
085500     IF WS-SRC-COUNT < WS-SRC-MAX
085510         MOVE WS-SRC-MAX TO WS-SRC-COUNT
085520         MOVE '*OTHER*' TO WS-SRC-ID (WS-SRC-CUR)
085530         MOVE ZERO TO WS-SRC-LINES (WS-SRC-CUR)
085540             WS-SRC-WORDS (WS-SRC-CUR)
085550             WS-SRC-SYLLABLES (WS-SRC-CUR)
085560             WS-SRC-GRADE-SUM (WS-SRC-CUR)
085600     END-IF.
085700 2600-FIND-SOURCE-EXIT.
085800     EXIT.
085900*----------------------------------------------------------------
086000* 2650-MATCH-ONE-SOURCE - ONE TABLE SLOT AGAINST THE SOURCE.
086100*----------------------------------------------------------------
086200 2650-MATCH-ONE-SOURCE.
086300     IF WS-SRC-ID (WS-SRC-SUB) = WS-CUR-SOURCE
086400         MOVE WS-SRC-SUB TO WS-SRC-HIT
086500     END-IF.
086600 2650-MATCH-ONE-SOURCE-EXIT.
086700     EXIT.
086800*----------------------------------------------------------------
086900* 2700-RANK-HARDEST - KEEP THIS LINE IF THE LIST IS NOT YET FULL
087000*     OR IT GRADES ABOVE THE EASIEST LINE NOW ON THE LIST.
087100*----------------------------------------------------------------
087200 2700-RANK-HARDEST.
087300     IF WS-HARD-COUNT < WS-TOP-MAX
087400         ADD 1 TO WS-HARD-COUNT
087500         MOVE WS-HARD-COUNT TO WS-TOP-SUB
087600         PERFORM 2790-FILL-HARD-SLOT THRU 2790-FILL-HARD-SLOT-EXIT
087700         GO TO 2700-RANK-HARDEST-EXIT
087800     END-IF.
087900     MOVE 1 TO WS-WEAK-SUB.
088000     PERFORM 2710-FIND-WEAKEST-HARD
088100         THRU 2710-FIND-WEAKEST-HARD-EXIT
088200         VARYING WS-TOP-SUB FROM 2 BY 1
088300         UNTIL WS-TOP-SUB > WS-TOP-MAX.
088400     IF WS-GRADE > WS-HARD-GRADE (WS-WEAK-SUB)
088500         MOVE WS-WEAK-SUB TO WS-TOP-SUB
088600         PERFORM 2790-FILL-HARD-SLOT THRU 2790-FILL-HARD-SLOT-EXIT
088700     END-IF.
088800 2700-RANK-HARDEST-EXIT.
088900     EXIT.
089000*----------------------------------------------------------------
089100* 2710-FIND-WEAKEST-HARD - THE LOWEST GRADE ON THE HARDEST LIST,
089200*     THE LATER LINE ON A TIE.
089300*----------------------------------------------------------------
089400 2710-FIND-WEAKEST-HARD.
089500     IF WS-HARD-GRADE (WS-TOP-SUB) < WS-HARD-GRADE (WS-WEAK-SUB)
089600         MOVE WS-TOP-SUB TO WS-WEAK-SUB
089700         GO TO 2710-FIND-WEAKEST-HARD-EXIT
089800     END-IF.
089900     IF WS-HARD-GRADE (WS-TOP-SUB) = WS-HARD-GRADE (WS-WEAK-SUB)
090000             AND WS-HARD-LINE-ID (WS-TOP-SUB) >
090100                 WS-HARD-LINE-ID (WS-WEAK-SUB)
090200         MOVE WS-TOP-SUB TO WS-WEAK-SUB
090300     END-IF.
090400 2710-FIND-WEAKEST-HARD-EXIT.
090500     EXIT.
090600*----------------------------------------------------------------
090700* 2790-FILL-HARD-SLOT - THIS LINE INTO HARDEST-LIST SLOT
090800*     WS-TOP-SUB.
090900*----------------------------------------------------------------
091000 2790-FILL-HARD-SLOT.
091100     MOVE WS-LINE-NUMBER TO WS-HARD-LINE-ID (WS-TOP-SUB).
091200     MOVE WS-CUR-SOURCE  TO WS-HARD-SOURCE (WS-TOP-SUB).
091300     MOVE WS-GRADE       TO WS-HARD-GRADE (WS-TOP-SUB).
091400     MOVE WS-ORIG-LINE   TO WS-HARD-TEXT (WS-TOP-SUB).
091500     MOVE 'N'            TO WS-HARD-PICKED (WS-TOP-SUB).
091600 2790-FILL-HARD-SLOT-EXIT.
091700     EXIT.
091800*----------------------------------------------------------------
091900* 2800-RANK-EASIEST - KEEP THIS LINE IF THE LIST IS NOT YET FULL
092000*     OR IT GRADES BELOW THE HARDEST LINE NOW ON THE LIST.
092100*----------------------------------------------------------------
092200 2800-RANK-EASIEST.
092300     IF WS-EASY-COUNT < WS-TOP-MAX
092400         ADD 1 TO WS-EASY-COUNT
092500         MOVE WS-EASY-COUNT TO WS-TOP-SUB
092600         PERFORM 2890-FILL-EASY-SLOT THRU 2890-FILL-EASY-SLOT-EXIT
092700         GO TO 2800-RANK-EASIEST-EXIT
092800     END-IF.
092900     MOVE 1 TO WS-WEAK-SUB.
093000     PERFORM 2810-FIND-WEAKEST-EASY
093100         THRU 2810-FIND-WEAKEST-EASY-EXIT
093200         VARYING WS-TOP-SUB FROM 2 BY 1
093300         UNTIL WS-TOP-SUB > WS-TOP-MAX.
093400     IF WS-GRADE < WS-EASY-GRADE (WS-WEAK-SUB)
093500         MOVE WS-WEAK-SUB TO WS-TOP-SUB
093600         PERFORM 2890-FILL-EASY-SLOT THRU 2890-FILL-EASY-SLOT-EXIT
093700     END-IF.
093800 2800-RANK-EASIEST-EXIT.
093900     EXIT.
094000*----------------------------------------------------------------
094100* 2810-FIND-WEAKEST-EASY - THE HIGHEST GRADE ON THE EASIEST
094200*     LIST, THE LATER LINE ON A TIE.
094300*----------------------------------------------------------------
094400 2810-FIND-WEAKEST-EASY.
094500     IF WS-EASY-GRADE (WS-TOP-SUB) > WS-EASY-GRADE (WS-WEAK-SUB)
094600         MOVE WS-TOP-SUB TO WS-WEAK-SUB
094700         GO TO 2810-FIND-WEAKEST-EASY-EXIT
094800     END-IF.
094900     IF WS-EASY-GRADE (WS-TOP-SUB) = WS-EASY-GRADE (WS-WEAK-SUB)
095000             AND WS-EASY-LINE-ID (WS-TOP-SUB) >
095100                 WS-EASY-LINE-ID (WS-WEAK-SUB)
095200         MOVE WS-TOP-SUB TO WS-WEAK-SUB
095300     END-IF.
095400 2810-FIND-WEAKEST-EASY-EXIT.
095500     EXIT.
095600*----------------------------------------------------------------
095700* 2890-FILL-EASY-SLOT - THIS LINE INTO EASIEST-LIST SLOT
095800*     WS-TOP-SUB.
095900*----------------------------------------------------------------
096000 2890-FILL-EASY-SLOT.
096100     MOVE WS-LINE-NUMBER TO WS-EASY-LINE-ID (WS-TOP-SUB).
096200     MOVE WS-CUR-SOURCE  TO WS-EASY-SOURCE (WS-TOP-SUB).
096300     MOVE WS-GRADE       TO WS-EASY-GRADE (WS-TOP-SUB).
096400     MOVE WS-ORIG-LINE   TO WS-EASY-TEXT (WS-TOP-SUB).
096500     MOVE 'N'            TO WS-EASY-PICKED (WS-TOP-SUB).
096600 2890-FILL-EASY-SLOT-EXIT.
096700     EXIT.
096800*----------------------------------------------------------------
096900* 9000-TERMINATE - CLOSE THE DATA FILES, PRINT THE REPORT, LOG
097000*     THE RUN.
097100*----------------------------------------------------------------
097200 9000-TERMINATE.
097300     CLOSE INFILE.
097400     CLOSE LINGFILE.
097500     CLOSE READFILE.
097600     PERFORM 9100-PRINT-CYCLE-TOTALS
097700         THRU 9100-PRINT-CYCLE-TOTALS-EXIT.
097800     IF WS-LINES-GRADED > ZERO
097900         PERFORM 9200-PRINT-DISTRIBUTION
098000             THRU 9200-PRINT-DISTRIBUTION-EXIT
098100         PERFORM 9300-PRINT-HARDEST THRU 9300-PRINT-HARDEST-EXIT
098200         PERFORM 9400-PRINT-EASIEST THRU 9400-PRINT-EASIEST-EXIT
098300         PERFORM 9500-PRINT-SOURCE-AVERAGES
098400             THRU 9500-PRINT-SOURCE-AVERAGES-EXIT
098500     END-IF.
098600     CLOSE REPTFILE.
098700     PERFORM 9800-LOG-RUN-END THRU 9800-LOG-RUN-END-EXIT.
098800 9000-TERMINATE-EXIT.
098900     EXIT.
099000*----------------------------------------------------------------
099100* 9100-PRINT-CYCLE-TOTALS - BANNER AND THE CYCLE FIGURES.
099200*----------------------------------------------------------------
099300 9100-PRINT-CYCLE-TOTALS.
099400     MOVE '********************************************'
099500         TO WS-PRINT-LINE.
099600     PERFORM 9050-WRITE-REPORT-LINE
099700         THRU 9050-WRITE-REPORT-LINE-EXIT.
099800     MOVE '*  CODEABBEY-SET-42 READABILITY REPORT     *'
099900         TO WS-PRINT-LINE.
100000     PERFORM 9050-WRITE-REPORT-LINE
100100         THRU 9050-WRITE-REPORT-LINE-EXIT.
100200     MOVE '********************************************'
100300         TO WS-PRINT-LINE.
100400     PERFORM 9050-WRITE-REPORT-LINE
100500         THRU 9050-WRITE-REPORT-LINE-EXIT.
100600     MOVE WS-CYCLE-DATE TO WS-EDIT-DATE.
100700     MOVE SPACES TO WS-PRINT-LINE.
100800     STRING 'CYCLE DATE ............: ' DELIMITED BY SIZE
100900         WS-EDIT-DATE DELIMITED BY SIZE
101000         INTO WS-PRINT-LINE.
101100     PERFORM 9050-WRITE-REPORT-LINE
101200         THRU 9050-WRITE-REPORT-LINE-EXIT.
101300     MOVE SPACES TO WS-PRINT-LINE.
101400     STRING 'Y COUNTED AS A VOWEL ..: ' DELIMITED BY SIZE
101500         WS-Y-SWITCH DELIMITED BY SIZE
101600         INTO WS-PRINT-LINE.
101700     PERFORM 9050-WRITE-REPORT-LINE
101800         THRU 9050-WRITE-REPORT-LINE-EXIT.
101900     MOVE WS-LINES-SCORED TO WS-EDIT-COUNT.
102000     MOVE SPACES TO WS-PRINT-LINE.
102100     STRING 'LINES ON LINGMSTR .....: ' DELIMITED BY SIZE
102200         WS-EDIT-COUNT DELIMITED BY SIZE
102300         INTO WS-PRINT-LINE.
102400     PERFORM 9050-WRITE-REPORT-LINE
102500         THRU 9050-WRITE-REPORT-LINE-EXIT.
102600     MOVE WS-NOT-ON-LING TO WS-EDIT-COUNT.
102700     MOVE SPACES TO WS-PRINT-LINE.
102800     STRING 'FEED LINES NOT ON IT ..: ' DELIMITED BY SIZE
102900         WS-EDIT-COUNT DELIMITED BY SIZE
103000         INTO WS-PRINT-LINE.
103100     PERFORM 9050-WRITE-REPORT-LINE
103200         THRU 9050-WRITE-REPORT-LINE-EXIT.
103300     MOVE WS-LINES-GRADED TO WS-EDIT-COUNT.
103400     MOVE SPACES TO WS-PRINT-LINE.
103500     STRING 'LINES GRADED ..........: ' DELIMITED BY SIZE
103600         WS-EDIT-COUNT DELIMITED BY SIZE
103700         INTO WS-PRINT-LINE.
103800     PERFORM 9050-WRITE-REPORT-LINE
103900         THRU 9050-WRITE-REPORT-LINE-EXIT.
104000     MOVE WS-WORD-DIFF-COUNT TO WS-EDIT-COUNT.
104100     MOVE SPACES TO WS-PRINT-LINE.
104200     STRING 'WORD COUNT DISAGREES ..: ' DELIMITED BY SIZE
104300         WS-EDIT-COUNT DELIMITED BY SIZE
104400         INTO WS-PRINT-LINE.
104500     PERFORM 9050-WRITE-REPORT-LINE
104600         THRU 9050-WRITE-REPORT-LINE-EXIT.
104700     MOVE WS-TOT-WORDS TO WS-EDIT-BIG.
104800     MOVE SPACES TO WS-PRINT-LINE.
104900     STRING 'WORDS .................: ' DELIMITED BY SIZE
105000         WS-EDIT-BIG DELIMITED BY SIZE
105100         INTO WS-PRINT-LINE.
105200     PERFORM 9050-WRITE-REPORT-LINE
105300         THRU 9050-WRITE-REPORT-LINE-EXIT.
105400     MOVE WS-TOT-SYLLABLES TO WS-EDIT-BIG.
105500     MOVE SPACES TO WS-PRINT-LINE.
105600     STRING 'SYLLABLES .............: ' DELIMITED BY SIZE
105700         WS-EDIT-BIG DELIMITED BY SIZE
105800         INTO WS-PRINT-LINE.
105900     PERFORM 9050-WRITE-REPORT-LINE
106000         THRU 9050-WRITE-REPORT-LINE-EXIT.
106100     MOVE WS-TOT-POLY TO WS-EDIT-BIG.
106200     MOVE SPACES TO WS-PRINT-LINE.
106300     STRING 'WORDS OF 3+ SYLLABLES .: ' DELIMITED BY SIZE
106400         WS-EDIT-BIG DELIMITED BY SIZE
106500         INTO WS-PRINT-LINE.
106600     PERFORM 9050-WRITE-REPORT-LINE
106700         THRU 9050-WRITE-REPORT-LINE-EXIT.
106800     MOVE ZERO TO WS-AVG-SPW WS-AVG-GRADE.
106900     IF WS-TOT-WORDS > ZERO
107000         DIVIDE WS-TOT-SYLLABLES BY WS-TOT-WORDS
107100             GIVING WS-AVG-SPW ROUNDED
107200     END-IF.
107300     IF WS-LINES-GRADED > ZERO
107400         DIVIDE WS-TOT-GRADE-SUM BY WS-LINES-GRADED
107500             GIVING WS-AVG-GRADE ROUNDED
107600     END-IF.
107700     MOVE WS-AVG-SPW TO WS-EDIT-SPW.
107800     MOVE SPACES TO WS-PRINT-LINE.
107900     STRING 'SYLLABLES PER WORD ....: ' DELIMITED BY SIZE
108000         WS-EDIT-SPW DELIMITED BY SIZE
108100         INTO WS-PRINT-LINE.
108200     PERFORM 9050-WRITE-REPORT-LINE
108300         THRU 9050-WRITE-REPORT-LINE-EXIT.
108400     MOVE WS-AVG-GRADE TO WS-EDIT-GRADE.
108500     MOVE SPACES TO WS-PRINT-LINE.
108600     STRING 'AVERAGE GRADE LEVEL ...: ' DELIMITED BY SIZE
108700         WS-EDIT-GRADE DELIMITED BY SIZE
108800         INTO WS-PRINT-LINE.
108900     PERFORM 9050-WRITE-REPORT-LINE
109000         THRU 9050-WRITE-REPORT-LINE-EXIT.
109100     IF WS-LINES-GRADED = ZERO
109200         MOVE 'NO LINES GRADED - NO DISTRIBUTION' TO WS-PRINT-LINE
109300         PERFORM 9050-WRITE-REPORT-LINE
109400             THRU 9050-WRITE-REPORT-LINE-EXIT
109500     END-IF.
109600 9100-PRINT-CYCLE-TOTALS-EXIT.
109700     EXIT.
109800*----------------------------------------------------------------
109900* 9200-PRINT-DISTRIBUTION - ONE LINE PER GRADE BAND: RANGE,
110000*     COUNT, AND A STAR BAR SCALED TO THE LARGEST BAND.
110100*----------------------------------------------------------------
110200 9200-PRINT-DISTRIBUTION.
110300     MOVE SPACES TO WS-PRINT-LINE.
110400     PERFORM 9050-WRITE-REPORT-LINE
110500         THRU 9050-WRITE-REPORT-LINE-EXIT.
110600     MOVE 'LINES BY GRADE LEVEL' TO WS-PRINT-LINE.
110700     PERFORM 9050-WRITE-REPORT-LINE
110800         THRU 9050-WRITE-REPORT-LINE-EXIT.
110900     PERFORM 9210-PRINT-ONE-BAND THRU 9210-PRINT-ONE-BAND-EXIT
111000         VARYING WS-BAND-SUB FROM 1 BY 1
111100         UNTIL WS-BAND-SUB > 8.
111200 9200-PRINT-DISTRIBUTION-EXIT.
111300     EXIT.
111400*----------------------------------------------------------------
111500* 9210-PRINT-ONE-BAND - FORMAT AND PRINT A SINGLE BAND LINE.
111600*----------------------------------------------------------------
111700 9210-PRINT-ONE-BAND.
111800     MOVE WS-BAND-COUNT (WS-BAND-SUB) TO WS-EDIT-COUNT.
111900     MOVE SPACES TO WS-STAR-BAR.
112000     MULTIPLY WS-BAND-COUNT (WS-BAND-SUB) BY 30
112100         GIVING WS-STAR-WORK.
112200     DIVIDE WS-STAR-WORK BY WS-BAND-MAX
112300         GIVING WS-STAR-COUNT.
112400     IF WS-STAR-COUNT = ZERO AND
112500             WS-BAND-COUNT (WS-BAND-SUB) > ZERO
112600         MOVE 1 TO WS-STAR-COUNT
112700     END-IF.
112800     IF WS-STAR-COUNT > ZERO
112900         MOVE ALL '*' TO WS-STAR-BAR (1:WS-STAR-COUNT)
113000     END-IF.
113100     MOVE SPACES TO WS-PRINT-LINE.
113200     STRING '  ' DELIMITED BY SIZE
113300         WS-BAND-LABEL (WS-BAND-SUB) DELIMITED BY SIZE
113400         ' : ' DELIMITED BY SIZE
113500         WS-EDIT-COUNT DELIMITED BY SIZE
113600         '  ' DELIMITED BY SIZE
113700         WS-STAR-BAR DELIMITED BY SIZE
113800         INTO WS-PRINT-LINE.
113900     PERFORM 9050-WRITE-REPORT-LINE
114000         THRU 9050-WRITE-REPORT-LINE-EXIT.
114100 9210-PRINT-ONE-BAND-EXIT.
114200     EXIT.
114300*----------------------------------------------------------------
114400* 9300-PRINT-HARDEST - THE HARDEST LINES, HIGHEST GRADE FIRST.
114500*----------------------------------------------------------------
114600 9300-PRINT-HARDEST.
114700     MOVE SPACES TO WS-PRINT-LINE.
114800     PERFORM 9050-WRITE-REPORT-LINE
114900         THRU 9050-WRITE-REPORT-LINE-EXIT.
115000     MOVE 'HARDEST LINES' TO WS-PRINT-LINE.
115100     PERFORM 9050-WRITE-REPORT-LINE
115200         THRU 9050-WRITE-REPORT-LINE-EXIT.
115300     MOVE '  # LINE ID SOURCE   GRADE TEXT' TO WS-PRINT-LINE.
115400     PERFORM 9050-WRITE-REPORT-LINE
115500         THRU 9050-WRITE-REPORT-LINE-EXIT.
115600     PERFORM 9310-PRINT-ONE-HARD THRU 9310-PRINT-ONE-HARD-EXIT
115700         VARYING WS-RANK FROM 1 BY 1
115800         UNTIL WS-RANK > WS-HARD-COUNT.
115900 9300-PRINT-HARDEST-EXIT.
116000     EXIT.
116100*----------------------------------------------------------------
116200* 9310-PRINT-ONE-HARD - PICK THE HIGHEST GRADE NOT YET PRINTED
116300*     (EARLIER LINE ON A TIE) AND PRINT IT.
116400*----------------------------------------------------------------
116500 9310-PRINT-ONE-HARD.
116600     MOVE ZERO TO WS-BEST-SUB.
116700     PERFORM 9315-SCAN-ONE-HARD THRU 9315-SCAN-ONE-HARD-EXIT
116800         VARYING WS-TOP-SUB FROM 1 BY 1
116900         UNTIL WS-TOP-SUB > WS-HARD-COUNT.
117000     MOVE 'Y' TO WS-HARD-PICKED (WS-BEST-SUB).
117100     MOVE WS-RANK TO WS-EDIT-RANK.
117200     MOVE WS-HARD-LINE-ID (WS-BEST-SUB) TO WS-EDIT-LINE.
117300     MOVE WS-HARD-GRADE (WS-BEST-SUB) TO WS-EDIT-GRADE.
117400     MOVE SPACES TO WS-PRINT-LINE.
117500     STRING '  ' DELIMITED BY SIZE
117600         WS-EDIT-RANK DELIMITED BY SIZE
117700         ' ' DELIMITED BY SIZE
117800         WS-EDIT-LINE DELIMITED BY SIZE
117900         ' ' DELIMITED BY SIZE
118000         WS-HARD-SOURCE (WS-BEST-SUB) DELIMITED BY SIZE
118100         ' ' DELIMITED BY SIZE
118200         WS-EDIT-GRADE DELIMITED BY SIZE
118300         '  ' DELIMITED BY SIZE
118400         WS-HARD-TEXT (WS-BEST-SUB) DELIMITED BY SIZE
118500         INTO WS-PRINT-LINE.
118600     PERFORM 9050-WRITE-REPORT-LINE
118700         THRU 9050-WRITE-REPORT-LINE-EXIT.
118800 9310-PRINT-ONE-HARD-EXIT.
118900     EXIT.
119000*----------------------------------------------------------------
119100* 9315-SCAN-ONE-HARD - ONE HARDEST-LIST SLOT AGAINST THE BEST
119200*     FOUND SO FAR.
119300*----------------------------------------------------------------
119400 9315-SCAN-ONE-HARD.
119500     IF WS-HARD-PICKED (WS-TOP-SUB) = 'Y'
119600         GO TO 9315-SCAN-ONE-HARD-EXIT
119700     END-IF.
119800     IF WS-BEST-SUB = ZERO
119900         MOVE WS-TOP-SUB TO WS-BEST-SUB
120000         GO TO 9315-SCAN-ONE-HARD-EXIT
120100     END-IF.
120200     IF WS-HARD-GRADE (WS-TOP-SUB) > WS-HARD-GRADE (WS-BEST-SUB)
120300         MOVE WS-TOP-SUB TO WS-BEST-SUB
120400         GO TO 9315-SCAN-ONE-HARD-EXIT
120500     END-IF.
120600     IF WS-HARD-GRADE (WS-TOP-SUB) = WS-HARD-GRADE (WS-BEST-SUB)
120700             AND WS-HARD-LINE-ID (WS-TOP-SUB) <
120800                 WS-HARD-LINE-ID (WS-BEST-SUB)
120900         MOVE WS-TOP-SUB TO WS-BEST-SUB
121000     END-IF.
121100 9315-SCAN-ONE-HARD-EXIT.
121200     EXIT.
121300*----------------------------------------------------------------
121400* 9400-PRINT-EASIEST - THE EASIEST LINES, LOWEST GRADE FIRST.
121500*----------------------------------------------------------------
121600 9400-PRINT-EASIEST.
121700     MOVE SPACES TO WS-PRINT-LINE.
121800     PERFORM 9050-WRITE-REPORT-LINE
121900         THRU 9050-WRITE-REPORT-LINE-EXIT.
122000     MOVE 'EASIEST LINES' TO WS-PRINT-LINE.
122100     PERFORM 9050-WRITE-REPORT-LINE
122200         THRU 9050-WRITE-REPORT-LINE-EXIT.
122300     MOVE '  # LINE ID SOURCE   GRADE TEXT' TO WS-PRINT-LINE.
122400     PERFORM 9050-WRITE-REPORT-LINE
122500         THRU 9050-WRITE-REPORT-LINE-EXIT.
122600     PERFORM 9410-PRINT-ONE-EASY THRU 9410-PRINT-ONE-EASY-EXIT
122700         VARYING WS-RANK FROM 1 BY 1
122800         UNTIL WS-RANK > WS-EASY-COUNT.
122900 9400-PRINT-EASIEST-EXIT.
123000     EXIT.
123100*----------------------------------------------------------------
123200* 9410-PRINT-ONE-EASY - PICK THE LOWEST GRADE NOT YET PRINTED
123300*     (EARLIER LINE ON A TIE) AND PRINT IT.
123400*----------------------------------------------------------------
123500 9410-PRINT-ONE-EASY.
123600     MOVE ZERO TO WS-BEST-SUB.
123700     PERFORM 9415-SCAN-ONE-EASY THRU 9415-SCAN-ONE-EASY-EXIT
123800         VARYING WS-TOP-SUB FROM 1 BY 1
123900         UNTIL WS-TOP-SUB > WS-EASY-COUNT.
124000     MOVE 'Y' TO WS-EASY-PICKED (WS-BEST-SUB).
124100     MOVE WS-RANK TO WS-EDIT-RANK.
124200     MOVE WS-EASY-LINE-ID (WS-BEST-SUB) TO WS-EDIT-LINE.
124300     MOVE WS-EASY-GRADE (WS-BEST-SUB) TO WS-EDIT-GRADE.
124400     MOVE SPACES TO WS-PRINT-LINE.
124500     STRING '  ' DELIMITED BY SIZE
124600         WS-EDIT-RANK DELIMITED BY SIZE
124700         ' ' DELIMITED BY SIZE
124800         WS-EDIT-LINE DELIMITED BY SIZE
124900         ' ' DELIMITED BY SIZE
125000         WS-EASY-SOURCE (WS-BEST-SUB) DELIMITED BY SIZE
125100         ' ' DELIMITED BY SIZE
125200         WS-EDIT-GRADE DELIMITED BY SIZE
125300         '  ' DELIMITED BY SIZE
125400         WS-EASY-TEXT (WS-BEST-SUB) DELIMITED BY SIZE
125500         INTO WS-PRINT-LINE.
125600     PERFORM 9050-WRITE-REPORT-LINE
125700         THRU 9050-WRITE-REPORT-LINE-EXIT.
125800 9410-PRINT-ONE-EASY-EXIT.
125900     EXIT.
126000*----------------------------------------------------------------
126100* 9415-SCAN-ONE-EASY - ONE EASIEST-LIST SLOT AGAINST THE BEST
126200*     FOUND SO FAR.
126300*----------------------------------------------------------------
126400 9415-SCAN-ONE-EASY.
126500     IF WS-EASY-PICKED (WS-TOP-SUB) = 'Y'
126600         GO TO 9415-SCAN-ONE-EASY-EXIT
126700     END-IF.
126800     IF WS-BEST-SUB = ZERO
126900         MOVE WS-TOP-SUB TO WS-BEST-SUB
127000         GO TO 9415-SCAN-ONE-EASY-EXIT
127100     END-IF.
127200     IF WS-EASY-GRADE (WS-TOP-SUB) < WS-EASY-GRADE (WS-BEST-SUB)
127300         MOVE WS-TOP-SUB TO WS-BEST-SUB
127400         GO TO 9415-SCAN-ONE-EASY-EXIT
127500     END-IF.
127600     IF WS-EASY-GRADE (WS-TOP-SUB) = WS-EASY-GRADE (WS-BEST-SUB)
127700             AND WS-EASY-LINE-ID (WS-TOP-SUB) <
127800                 WS-EASY-LINE-ID (WS-BEST-SUB)
127900         MOVE WS-TOP-SUB TO WS-BEST-SUB
128000     END-IF.
128100 9415-SCAN-ONE-EASY-EXIT.
128200     EXIT.
128300*----------------------------------------------------------------
128400* 9500-PRINT-SOURCE-AVERAGES - ONE LINE PER SOURCE: LINES
128500*     GRADED, WORDS PER LINE, SYLLABLES PER WORD, AVERAGE GRADE.
128600*----------------------------------------------------------------
128700 9500-PRINT-SOURCE-AVERAGES.
128800     MOVE SPACES TO WS-PRINT-LINE.
128900     PERFORM 9050-WRITE-REPORT-LINE
129000         THRU 9050-WRITE-REPORT-LINE-EXIT.
129100     MOVE 'AVERAGES BY SOURCE' TO WS-PRINT-LINE.
129200     PERFORM 9050-WRITE-REPORT-LINE
129300         THRU 9050-WRITE-REPORT-LINE-EXIT.
129400     MOVE 'SOURCE     LINES  WORDS/LINE  SYL/WORD  GRADE'
129500         TO WS-PRINT-LINE.
129600     PERFORM 9050-WRITE-REPORT-LINE
129700         THRU 9050-WRITE-REPORT-LINE-EXIT.
129800     PERFORM 9510-PRINT-ONE-SOURCE THRU 9510-PRINT-ONE-SOURCE-EXIT
129900         VARYING WS-SRC-SUB FROM 1 BY 1
130000         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
130100 9500-PRINT-SOURCE-AVERAGES-EXIT.
130200     EXIT.
130300*----------------------------------------------------------------
130400* 9510-PRINT-ONE-SOURCE - ONE SOURCE'S AVERAGES LINE. A SOURCE
130500*     ONLY GETS A SLOT WHEN IT HAS A GRADED LINE, SO ITS LINE
130600*     AND WORD COUNTS ARE NEVER ZERO HERE.
130700*----------------------------------------------------------------
130800 9510-PRINT-ONE-SOURCE.
130900     DIVIDE WS-SRC-WORDS (WS-SRC-SUB) BY WS-SRC-LINES (WS-SRC-SUB)
131000         GIVING WS-AVG-WPL ROUNDED.
131100     DIVIDE WS-SRC-SYLLABLES (WS-SRC-SUB)
131200         BY WS-SRC-WORDS (WS-SRC-SUB)
131300         GIVING WS-AVG-SPW ROUNDED.
131400     DIVIDE WS-SRC-GRADE-SUM (WS-SRC-SUB)
131500         BY WS-SRC-LINES (WS-SRC-SUB)
131600         GIVING WS-AVG-GRADE ROUNDED.
131700     MOVE WS-SRC-LINES (WS-SRC-SUB) TO WS-EDIT-COUNT.
131800     MOVE WS-AVG-WPL TO WS-EDIT-WPL.
131900     MOVE WS-AVG-SPW TO WS-EDIT-SPW.
132000     MOVE WS-AVG-GRADE TO WS-EDIT-GRADE.
132100     MOVE SPACES TO WS-PRINT-LINE.
132200     STRING WS-SRC-ID (WS-SRC-SUB) DELIMITED BY SIZE
132300         ' ' DELIMITED BY SIZE
132400         WS-EDIT-COUNT DELIMITED BY SIZE
132500         '       ' DELIMITED BY SIZE
132600         WS-EDIT-WPL DELIMITED BY SIZE
132700         '     ' DELIMITED BY SIZE
132800         WS-EDIT-SPW DELIMITED BY SIZE
132900         '   ' DELIMITED BY SIZE
133000         WS-EDIT-GRADE DELIMITED BY SIZE
133100         INTO WS-PRINT-LINE.
133200     PERFORM 9050-WRITE-REPORT-LINE
133300         THRU 9050-WRITE-REPORT-LINE-EXIT.
133400 9510-PRINT-ONE-SOURCE-EXIT.
133500     EXIT.
133600*----------------------------------------------------------------
133700* 9800-LOG-RUN-END - COMPLETE THIS RUN'S ROW ON THE CHAIN-WIDE
133800*     RUN LOG: LINGMSTR LINES READ, READRECS WRITTEN.
133900*----------------------------------------------------------------
134000 9800-LOG-RUN-END.
134100     SET RUNLPARM-LOG-END TO TRUE.
134200     MOVE WS-LINES-SCORED TO RUNLPARM-READ-COUNT.
134300     MOVE WS-READ-WRITTEN TO RUNLPARM-WRITE-COUNT.
134400     MOVE ZERO            TO RUNLPARM-REJ-COUNT.
134500     MOVE RETURN-CODE     TO RUNLPARM-RETURN-CODE.
134600     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
134700 9800-LOG-RUN-END-EXIT.
134800     EXIT.
134900*----------------------------------------------------------------
135000* 9050-WRITE-REPORT-LINE - ONE REPORT LINE TO SYSOUT AND TO THE
135100*     RETAINED DATASET, SO THE TWO COPIES CANNOT DRIFT APART.
135200*----------------------------------------------------------------
135300 9050-WRITE-REPORT-LINE.
135400     DISPLAY WS-PRINT-LINE.
135500     MOVE WS-PRINT-LINE TO REPT-REC.
135600     WRITE REPT-REC.
135700 9050-WRITE-REPORT-LINE-EXIT.
135800     EXIT.
135900*----------------------------------------------------------------
136000* 9900-ABEND-ON-OPEN-ERROR - A FILE WE DEPEND ON FAILED TO OPEN.
136100*     MOVE THE DD NAME TO WS-ABEND-FILE-NAME BEFORE THE PERFORM
136200*     SO THE MESSAGE IDENTIFIES WHICH ONE.
136300*----------------------------------------------------------------
136400 9900-ABEND-ON-OPEN-ERROR.
136500     DISPLAY '*** OPEN FAILED FOR ' WS-ABEND-FILE-NAME
136600         ' - JOB ABENDING ***'.
136700     MOVE 16 TO RETURN-CODE.
136800     STOP RUN.
136900 END PROGRAM CODEABBEY-SET-42.
