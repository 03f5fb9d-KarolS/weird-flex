000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CODEABBEY-SET-46.
000300 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000400 INSTALLATION. CODEABBEY-DP-CENTER.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900* MODIFICATION HISTORY                                        *
001000*---------------------------------------------------------------
001100* DATE       INIT DESCRIPTION                                  *
001200* 2026-10-14  JPR INITIAL VERSION - PARAMETER MASTER           *
001300*                 MAINTENANCE AND CHANGE AUDIT. YVOWEL, THE    *
001400*                 QUALITY-GATE TOLERANCES AND THE TWO          *
001500*                 RETENTION PERIODS USED TO LIVE ON UNDATED    *
001600*                 PARM CARD DATASETS, WITH NO RECORD OF        *
001700*                 WHICH VALUES A CYCLE RAN UNDER OR WHO        *
001800*                 CHANGED THEM. THEY NOW LIVE ON THE           *
001900*                 EFFECTIVE-DATED PARAMETER MASTER, AND THIS   *
002000*                 JOB IS THE ONLY WAY ONTO IT: EACH ADD CARD   *
002100*                 KEYS A NEW VALUE WITH ITS EFFECTIVE DATE,    *
002200*                 WHO CHANGED IT AND WHY. A CHANGE DATED       *
002300*                 BEFORE TODAY IS REFUSED - CYCLES ALREADY RUN *
002400*                 MUST KEEP THE RULES THEY RAN UNDER - EXCEPT  *
002500*                 THE OPENING ENTRY OF A PARAMETER NOT YET ON  *
002600*                 THE MASTER, WHICH RECORDS THE SETTING        *
002700*                 ALREADY IN PRODUCTION. A QRY CARD PRINTS THE *
002800*                 SETTINGS IN FORCE ON ANY DATE, AND EVERY RUN *
002900*                 ENDS WITH THE FULL CHANGE HISTORY - THE      *
003000*                 AUDITORS' QUARTERLY QUESTION ANSWERED FROM   *
003100*                 ONE REPORT. A CARD THAT CANNOT BE APPLIED IS *
003200*                 PRINTED WITH ITS REASON AND THE RUN ENDS     *
003300*                 RC=4, AS IN REGISTRY MAINTENANCE.            *
003400***************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
003800 OBJECT-COMPUTER. IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT TRANFILE ASSIGN TO TRANFILE
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-TRANFILE-STATUS.
004400     SELECT PRMFILE ASSIGN TO PRMFILE
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS PRMREC-KEY
004800         FILE STATUS IS WS-PRMFILE-STATUS.
004900     SELECT REPTFILE ASSIGN TO REPTFILE
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-REPTFILE-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400*----------------------------------------------------------------
005500* TRANFILE - PARAMETER MAINTENANCE CARDS, ONE PER CARD:
005600*     COLS  1- 3  ACTION - ADD OR QRY
005700*     COLS  5-16  PARAMETER NAME (BLANK ON A QRY = EVERY ONE)
005800*     COLS 18-23  EFFECTIVE DATE YYMMDD (ON A QRY, THE AS-OF
005900*                 DATE TO SHOW THE SETTINGS FOR)
006000*     COLS 25-36  VALUE, LEFT-JUSTIFIED
006100*     COLS 38-45  CHANGED-BY ID
006200*     COLS 47-80  REASON FOR THE CHANGE
006300* AN ADD NEEDS EVERY FIELD. BLANK CARDS AND CARDS WITH AN
006400* ASTERISK IN COL 1 ARE COMMENTS.
006500*----------------------------------------------------------------
006600 FD  TRANFILE
006700     LABEL RECORDS ARE STANDARD
006800     RECORDING MODE IS F.
006900 01  TRAN-REC.
007000     05  TRAN-ACTION          PIC X(03).
007100     05  FILLER               PIC X(01).
007200     05  TRAN-NAME            PIC X(12).
007300     05  FILLER               PIC X(01).
007400     05  TRAN-EFF-DATE        PIC X(06).
007500     05  TRAN-EFF-DATE-N REDEFINES TRAN-EFF-DATE
007600                              PIC 9(06).
007700     05  TRAN-EFF-PARTS REDEFINES TRAN-EFF-DATE.
007800         10  TRAN-EFF-YY      PIC 9(02).
007900         10  TRAN-EFF-MM      PIC 9(02).
008000         10  TRAN-EFF-DD      PIC 9(02).
008100     05  FILLER               PIC X(01).
008200     05  TRAN-VALUE           PIC X(12).
008300     05  FILLER               PIC X(01).
008400     05  TRAN-CHANGED-BY      PIC X(08).
008500     05  FILLER               PIC X(01).
008600     05  TRAN-REASON          PIC X(34).
008700*----------------------------------------------------------------
008800* PRMFILE - THE EFFECTIVE-DATED PARAMETER MASTER, DEFINED ONE-
008900* TIME BY CODE031S.JCL. NEW ENTRIES ARE ADDED; AN ENTRY ALREADY
009000* IN EFFECT IS NEVER CHANGED OR REMOVED.
009100*----------------------------------------------------------------
009200 FD  PRMFILE
009300     LABEL RECORDS ARE STANDARD.
009400     COPY PRMREC.
009500*----------------------------------------------------------------
009600* REPTFILE - RETAINED COPY OF THE CHANGE AUDIT REPORT.
009700*----------------------------------------------------------------
009800 FD  REPTFILE
009900     LABEL RECORDS ARE STANDARD
010000     RECORDING MODE IS F.
010100 01  REPT-REC PIC X(80).
010200 WORKING-STORAGE SECTION.
010300*----------------------------------------------------------------
010400* FILE STATUS AND SWITCH BYTES
010500*----------------------------------------------------------------
010600 01  WS-TRANFILE-STATUS PIC X(02).
010700     88  WS-TRANFILE-OK              VALUE '00'.
010800 01  WS-PRMFILE-STATUS PIC X(02).
010900     88  WS-PRMFILE-OK               VALUE '00'.
011000     88  WS-PRMFILE-NOTFND           VALUE '23'.
011100     88  WS-PRMFILE-ENDED            VALUE '10'.
011200     88  WS-PRMFILE-UNLOADED         VALUE '35'.
011300 01  WS-REPTFILE-STATUS PIC X(02).
011400     88  WS-REPTFILE-OK              VALUE '00'.
011500 01  WS-SWITCHES.
011600     05  WS-TRAN-EOF-SWITCH PIC X(01) VALUE 'N'.
011700         88  WS-TRAN-AT-EOF           VALUE 'Y'.
011800         88  WS-TRAN-NOT-AT-EOF       VALUE 'N'.
011900     05  WS-LIST-DONE-SWITCH PIC X(01) VALUE 'N'.
012000         88  WS-LIST-DONE             VALUE 'Y'.
012100         88  WS-LIST-NOT-DONE         VALUE 'N'.
012200     05  WS-SCAN-DONE-SWITCH PIC X(01) VALUE 'N'.
012300         88  WS-SCAN-DONE             VALUE 'Y'.
012400         88  WS-SCAN-NOT-DONE         VALUE 'N'.
012500     05  WS-HELD-SWITCH PIC X(01) VALUE 'N'.
012600         88  WS-AN-ENTRY-IS-HELD      VALUE 'Y'.
012700         88  WS-NO-ENTRY-IS-HELD      VALUE 'N'.
012800     05  WS-NAME-SWITCH PIC X(01) VALUE 'N'.
012900         88  WS-NAME-KNOWN            VALUE 'Y'.
013000         88  WS-NAME-UNKNOWN          VALUE 'N'.
013100     05  WS-HISTORY-SWITCH PIC X(01) VALUE 'N'.
013200         88  WS-NAME-HAS-HISTORY      VALUE 'Y'.
013300         88  WS-NAME-HAS-NO-HISTORY   VALUE 'N'.
013400*----------------------------------------------------------------
013500* THE PARAMETERS THE MASTER HOLDS AND THE PROGRAMS THAT READ
013600* THEM. A NAME NOT IN THIS TABLE IS REFUSED, SO A MISSPELLED
013700* NAME CANNOT SIT ON THE MASTER UNREAD.
013800*     YVOWEL      Y/N - Y SCORES AS A VOWEL (SET-20, 25, 37, 38,
013900*                 42)
014000*     MAXREJPCT   NNN - HIGHEST REJECT PERCENTAGE, OR NONE
014100*     MAXEXCP     NNNNNNN - MOST OVERLENGTH EXCEPTIONS, OR NONE
014200*     MINRECS     NNNNNNN - FEWEST LINES A CYCLE MAY HOLD, OR NONE
014300*                 (THE THREE SET-20 QUALITY-GATE TOLERANCES)
014400*     RETAINDAYS  NNN - DAYS OF RESULTS MASTER SET-28 KEEPS
014500*     ARCHDAYS    NNN - AGE IN DAYS BEFORE SET-34 MAY ARCHIVE A
014600*                 CYCLE
014700*----------------------------------------------------------------
014800 01  WS-PARM-NAME-VALUES.
014900     05  FILLER PIC X(12) VALUE 'YVOWEL'.
015000     05  FILLER PIC X(12) VALUE 'MAXREJPCT'.
015100     05  FILLER PIC X(12) VALUE 'MAXEXCP'.
015200     05  FILLER PIC X(12) VALUE 'MINRECS'.
015300     05  FILLER PIC X(12) VALUE 'RETAINDAYS'.
015400     05  FILLER PIC X(12) VALUE 'ARCHDAYS'.
015500 01  WS-PARM-NAME-TABLE REDEFINES WS-PARM-NAME-VALUES.
015600     05  WS-PARM-NAME PIC X(12) OCCURS 6 TIMES.
015700 77  WS-PARM-NAME-COUNT PIC 9(02) COMP VALUE 6.
015800 77  WS-NAME-SUB PIC 9(02) COMP VALUE ZERO.
015850 77  WS-NAME-HIT PIC 9(02) COMP VALUE ZERO.
015900*----------------------------------------------------------------
016000* THE RUN DATE - NO CHANGE MAY TAKE EFFECT BEFORE IT - AND THE
016100* AS-OF DATE OF THE QRY CARD BEING ANSWERED.
016200*----------------------------------------------------------------
016300 01  WS-RUN-DATE PIC 9(06) VALUE ZERO.
016400 01  WS-TIME-NOW PIC 9(08) VALUE ZERO.
016500 01  WS-AS-OF-DATE PIC 9(06) VALUE ZERO.
016600*----------------------------------------------------------------
016700* CARD COUNTERS AND THE REASON A CARD WAS TURNED DOWN - SPACES
016800* WHILE THE CARD IS STILL GOOD. WS-APPLIED-NOTE QUALIFIES AN
016900* APPLIED CARD THAT REPLACED A PENDING ENTRY.
017000*----------------------------------------------------------------
017100 01  WS-CARD-COUNT PIC 9(05) COMP VALUE ZERO.
017200 01  WS-APPLIED-COUNT PIC 9(05) COMP VALUE ZERO.
017300 01  WS-REJECTED-COUNT PIC 9(05) COMP VALUE ZERO.
017400 01  WS-QUERY-COUNT PIC 9(05) COMP VALUE ZERO.
017500 01  WS-LISTED-COUNT PIC 9(05) COMP VALUE ZERO.
017600 01  WS-REASON PIC X(40).
017700 01  WS-APPLIED-NOTE PIC X(40).
017800*----------------------------------------------------------------
017900* THE SETTING FOUND IN FORCE BY 2550-FIND-IN-FORCE.
018000*----------------------------------------------------------------
018100 01  WS-FOUND-SWITCH PIC X(01) VALUE 'N'.
018200     88  WS-SETTING-FOUND             VALUE 'Y'.
018300     88  WS-SETTING-NOT-FOUND         VALUE 'N'.
018400 01  WS-FOUND-VALUE PIC X(12).
018500 01  WS-FOUND-EFF-DATE PIC 9(06).
018600 01  WS-FOUND-CHANGED-BY PIC X(08).
018700*----------------------------------------------------------------
018800* THE HISTORY LISTING HOLDS ONE ENTRY BACK: WHETHER AN ENTRY IS
018900* THE ONE IN FORCE TODAY DEPENDS ON THE ENTRY AFTER IT.
019000*----------------------------------------------------------------
019100 01  WS-HELD-ENTRY PIC X(100).
019200 01  WS-NEXT-ENTRY PIC X(100).
019300 01  WS-NEXT-NAME PIC X(12).
019400 01  WS-NEXT-EFF-DATE PIC 9(06).
019500*----------------------------------------------------------------
019600* REPORT BUILDING AREAS.
019700*----------------------------------------------------------------
019800 01  WS-PRINT-LINE PIC X(80).
019900 01  WS-EDIT-COUNT PIC 9(07).
020000 01  WS-EDIT-DATE PIC 9(06).
020100 01  WS-EDIT-KEYED PIC 9(06).
020200 01  WS-STATUS-TEXT PIC X(10).
020300*----------------------------------------------------------------
020400* NAME OF THE FILE CURRENTLY BEING OPENED, FOR THE ABEND MESSAGE
020500* IN 9900-ABEND-ON-OPEN-ERROR BELOW.
020600*----------------------------------------------------------------
020700 01  WS-ABEND-FILE-NAME PIC X(08).
020800*----------------------------------------------------------------
020900* PARAMETER BLOCK FOR THE CODEABBEY-SET-30 RUN-LOG RECORDER -
021000* SEE 1030-LOG-RUN-START AND 9800-LOG-RUN-END.
021100*----------------------------------------------------------------
021200     COPY RUNLPARM.
021300 PROCEDURE DIVISION.
021400*----------------------------------------------------------------
021500* 0000-MAINLINE - OVERALL FLOW OF CONTROL FOR THE RUN.
021600*----------------------------------------------------------------
021700 0000-MAINLINE.
021800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
021900     PERFORM 2000-APPLY-ONE-CARD THRU 2000-APPLY-ONE-CARD-EXIT
022000         UNTIL WS-TRAN-AT-EOF.
022100     PERFORM 3000-LIST-HISTORY THRU 3000-LIST-HISTORY-EXIT.
022200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
022300     STOP RUN.
022400*----------------------------------------------------------------
022500* 1000-INITIALIZE - OPEN EVERYTHING, PRINT THE HEADING, PRIME
022600*     THE CARD READ.
022700*----------------------------------------------------------------
022800 1000-INITIALIZE.
022900     ACCEPT WS-RUN-DATE FROM DATE.
023000     PERFORM 1030-LOG-RUN-START THRU 1030-LOG-RUN-START-EXIT.
023100     OPEN INPUT TRANFILE.
023200     IF NOT WS-TRANFILE-OK
023300         MOVE 'TRANFILE' TO WS-ABEND-FILE-NAME
023400         PERFORM 9900-ABEND-ON-OPEN-ERROR
023500     END-IF.
023600     OPEN I-O PRMFILE.
023700*        A NEWLY DEFINED KSDS THAT HAS NEVER BEEN LOADED OPENS
023800*        WITH STATUS 35 - THE FIRST RUN AFTER THE CODE031S
023900*        DEFINE. PRIME THE EMPTY CLUSTER AND CARRY ON.
024000     IF WS-PRMFILE-UNLOADED
024100         OPEN OUTPUT PRMFILE
024200         IF NOT WS-PRMFILE-OK
024300             MOVE 'PRMFILE' TO WS-ABEND-FILE-NAME
024400             PERFORM 9900-ABEND-ON-OPEN-ERROR
024500         END-IF
024600         CLOSE PRMFILE
024700         OPEN I-O PRMFILE
024800     END-IF.
024900     IF NOT WS-PRMFILE-OK
025000         MOVE 'PRMFILE' TO WS-ABEND-FILE-NAME
025100         PERFORM 9900-ABEND-ON-OPEN-ERROR
025200     END-IF.
025300     OPEN OUTPUT REPTFILE.
025400     IF NOT WS-REPTFILE-OK
025500         MOVE 'REPTFILE' TO WS-ABEND-FILE-NAME
025600         PERFORM 9900-ABEND-ON-OPEN-ERROR
025700     END-IF.
025800     MOVE '********************************************'
025900         TO WS-PRINT-LINE.
026000     PERFORM 9050-WRITE-REPORT-LINE
026100         THRU 9050-WRITE-REPORT-LINE-EXIT.
026200     MOVE '*  CODEABBEY-SET-46 PARAMETER CHANGE AUDIT  *'
026300         TO WS-PRINT-LINE.
026400     PERFORM 9050-WRITE-REPORT-LINE
026500         THRU 9050-WRITE-REPORT-LINE-EXIT.
026600     MOVE '********************************************'
026700         TO WS-PRINT-LINE.
026800     PERFORM 9050-WRITE-REPORT-LINE
026900         THRU 9050-WRITE-REPORT-LINE-EXIT.
027000     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
027100     MOVE SPACES TO WS-PRINT-LINE.
027200     STRING 'RUN DATE ..............: ' DELIMITED BY SIZE
027300         WS-EDIT-DATE DELIMITED BY SIZE
027400         INTO WS-PRINT-LINE.
027500     PERFORM 9050-WRITE-REPORT-LINE
027600         THRU 9050-WRITE-REPORT-LINE-EXIT.
027700     PERFORM 2100-READ-TRANFILE THRU 2100-READ-TRANFILE-EXIT.
027800 1000-INITIALIZE-EXIT.
027900     EXIT.
028000*----------------------------------------------------------------
028100* 1030-LOG-RUN-START - CLAIM THIS RUN'S ATTEMPT NUMBER ON THE
028200*     CHAIN-WIDE RUN LOG. A ZERO CYCLE DATE TELLS THE RECORDER
028300*     TO STAMP THE RUN DATE - PARAMETER MAINTENANCE HAS NO
028400*     CYCLE OF ITS OWN.
028500*----------------------------------------------------------------
028600 1030-LOG-RUN-START.
028700     SET RUNLPARM-LOG-START TO TRUE.
028800     MOVE 'SET-46' TO RUNLPARM-PROGRAM.
028900     MOVE ZERO TO RUNLPARM-CYCLE-DATE.
029000     SET RUNLPARM-FRESH-START TO TRUE.
029100     MOVE ZERO TO RUNLPARM-ATTEMPT RUNLPARM-READ-COUNT
029200         RUNLPARM-WRITE-COUNT RUNLPARM-REJ-COUNT
029300         RUNLPARM-RETURN-CODE.
029400     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
029500 1030-LOG-RUN-START-EXIT.
029600     EXIT.
029700*----------------------------------------------------------------
029800* 2000-APPLY-ONE-CARD - EDIT ONE MAINTENANCE CARD, APPLY OR
029900*     ANSWER IT, PRINT WHAT HAPPENED, READ THE NEXT.
030000*----------------------------------------------------------------
030100 2000-APPLY-ONE-CARD.
030200     IF TRAN-REC = SPACES
030300         OR TRAN-REC (1:1) = '*'
030400         GO TO 2000-APPLY-ONE-CARD-NEXT
030500     END-IF.
030600     ADD 1 TO WS-CARD-COUNT.
030700     MOVE SPACES TO WS-REASON WS-APPLIED-NOTE.
030800     IF TRAN-ACTION = 'QRY'
030900         PERFORM 2700-ANSWER-QUERY THRU 2700-ANSWER-QUERY-EXIT
031000         GO TO 2000-APPLY-ONE-CARD-NEXT
031100     END-IF.
031200     IF TRAN-ACTION = 'ADD'
031300         PERFORM 2200-ADD-ENTRY THRU 2200-ADD-ENTRY-EXIT
031400     ELSE
031500         MOVE 'ACTION IS NOT ADD OR QRY' TO WS-REASON
031600     END-IF.
031700     MOVE SPACES TO WS-PRINT-LINE.
031800     IF WS-REASON = SPACES
031900         ADD 1 TO WS-APPLIED-COUNT
032000         STRING TRAN-ACTION DELIMITED BY SIZE
032100             ' ' DELIMITED BY SIZE
032200             TRAN-NAME DELIMITED BY SIZE
032300             ' ' DELIMITED BY SIZE
032400             TRAN-EFF-DATE DELIMITED BY SIZE
032500             ' : APPLIED' DELIMITED BY SIZE
032600             WS-APPLIED-NOTE DELIMITED BY SIZE
032700             INTO WS-PRINT-LINE
032800     ELSE
032900         ADD 1 TO WS-REJECTED-COUNT
033000         STRING TRAN-ACTION DELIMITED BY SIZE
033100             ' ' DELIMITED BY SIZE
033200             TRAN-NAME DELIMITED BY SIZE
033300             ' ' DELIMITED BY SIZE
033400             TRAN-EFF-DATE DELIMITED BY SIZE
033500             ' : REJECTED - ' DELIMITED BY SIZE
033600             WS-REASON DELIMITED BY SIZE
033700             INTO WS-PRINT-LINE
033800     END-IF.
033900     PERFORM 9050-WRITE-REPORT-LINE
034000         THRU 9050-WRITE-REPORT-LINE-EXIT.
034100 2000-APPLY-ONE-CARD-NEXT.
034200     PERFORM 2100-READ-TRANFILE THRU 2100-READ-TRANFILE-EXIT.
034300 2000-APPLY-ONE-CARD-EXIT.
034400     EXIT.
034500*----------------------------------------------------------------
034600* 2100-READ-TRANFILE - NEXT MAINTENANCE CARD, SET EOF SWITCH.
034700*----------------------------------------------------------------
034800 2100-READ-TRANFILE.
034900     READ TRANFILE
035000         AT END
035100             SET WS-TRAN-AT-EOF TO TRUE
035200             GO TO 2100-READ-TRANFILE-EXIT
035300     END-READ.
035400 2100-READ-TRANFILE-EXIT.
035500     EXIT.
035600*----------------------------------------------------------------
035700* 2150-EDIT-DATE - THE CARD'S DATE MUST BE A PLAUSIBLE YYMMDD.
035800*----------------------------------------------------------------
035900 2150-EDIT-DATE.
036000     IF TRAN-EFF-DATE IS NOT NUMERIC
036100         MOVE 'DATE NOT A YYMMDD NUMBER IN COLS 18-23'
036200             TO WS-REASON
036300         GO TO 2150-EDIT-DATE-EXIT
036400     END-IF.
036500     IF TRAN-EFF-MM < 1 OR TRAN-EFF-MM > 12
036600         OR TRAN-EFF-DD < 1 OR TRAN-EFF-DD > 31
036700         MOVE 'DATE IS NOT A CALENDAR DATE' TO WS-REASON
036800     END-IF.
036900 2150-EDIT-DATE-EXIT.
037000     EXIT.
037100*----------------------------------------------------------------
037200* 2160-FIND-NAME - IS THE CARD'S NAME ONE THE MASTER HOLDS.
037300*----------------------------------------------------------------
037400 2160-FIND-NAME.
037500     SET WS-NAME-UNKNOWN TO TRUE.
037600     PERFORM 2165-MATCH-ONE-NAME THRU 2165-MATCH-ONE-NAME-EXIT
037700         VARYING WS-NAME-SUB FROM 1 BY 1
037800         UNTIL WS-NAME-SUB > WS-PARM-NAME-COUNT
037900         OR WS-NAME-KNOWN.
038000 2160-FIND-NAME-EXIT.
038100     EXIT.
038200*----------------------------------------------------------------
038300* 2165-MATCH-ONE-NAME - COMPARE ONE TABLE SLOT.
038400*----------------------------------------------------------------
038500 2165-MATCH-ONE-NAME.
038600     IF WS-PARM-NAME (WS-NAME-SUB) = TRAN-NAME
038700         SET WS-NAME-KNOWN TO TRUE
038750         MOVE WS-NAME-SUB TO WS-NAME-HIT
038800     END-IF.
038900 2165-MATCH-ONE-NAME-EXIT.
039000     EXIT.
039100*----------------------------------------------------------------
039200* 2170-EDIT-VALUE - THE VALUE MUST SUIT THE PARAMETER, IN THE
039300*     FORM THE READING PROGRAM EXPECTS: Y/N, A ZERO-PADDED
039400*     NUMBER AT ITS FIXED WIDTH, OR NONE WHERE A GATE MAY BE
039500*     SWITCHED OFF. NOTHING MAY FOLLOW THE VALUE.
039600*----------------------------------------------------------------
039700 2170-EDIT-VALUE.
039800     EVALUATE TRAN-NAME
039900         WHEN 'YVOWEL'
040000             IF (TRAN-VALUE (1:1) NOT = 'Y'
040100                 AND TRAN-VALUE (1:1) NOT = 'N')
040200                 OR TRAN-VALUE (2:11) NOT = SPACES
040300                 MOVE 'YVOWEL VALUE MUST BE Y OR N' TO WS-REASON
040400             END-IF
040500         WHEN 'MAXREJPCT'
040600             IF TRAN-VALUE NOT = 'NONE'
040700                 IF TRAN-VALUE (1:3) IS NOT NUMERIC
040800                     OR TRAN-VALUE (4:9) NOT = SPACES
040900                     OR TRAN-VALUE (1:3) > '100'
041000                     MOVE 'VALUE MUST BE NNN (000-100) OR NONE'
041100                         TO WS-REASON
041200                 END-IF
041300             END-IF
041400         WHEN 'MAXEXCP'
041500         WHEN 'MINRECS'
041600             IF TRAN-VALUE NOT = 'NONE'
041700                 IF TRAN-VALUE (1:7) IS NOT NUMERIC
041800                     OR TRAN-VALUE (8:5) NOT = SPACES
041900                     MOVE 'VALUE MUST BE NNNNNNN OR NONE'
042000                         TO WS-REASON
042100                 END-IF
042200             END-IF
042300         WHEN 'RETAINDAYS'
042400         WHEN 'ARCHDAYS'
042500             IF TRAN-VALUE (1:3) IS NOT NUMERIC
042600                 OR TRAN-VALUE (1:3) = '000'
042700                 OR TRAN-VALUE (4:9) NOT = SPACES
042800                 MOVE 'VALUE MUST BE NNN DAYS, NOT 000'
042900                     TO WS-REASON
043000             END-IF
043100     END-EVALUATE.
043200 2170-EDIT-VALUE-EXIT.
043300     EXIT.
043400*----------------------------------------------------------------
043500* 2200-ADD-ENTRY - KEY ONE NEW EFFECTIVE-DATED VALUE. EVERY
043600*     FIELD IS REQUIRED. THE EFFECTIVE DATE MAY NOT BE BEFORE
043700*     TODAY UNLESS THIS IS THE PARAMETER'S OPENING ENTRY. AN
043800*     ENTRY ALREADY ON FILE FOR THE SAME DATE MAY BE REPLACED
043900*     ONLY WHILE IT IS STILL PENDING - ONCE A DATE HAS ARRIVED
044000*     A CYCLE MAY HAVE RUN UNDER IT.
044100*----------------------------------------------------------------
044200 2200-ADD-ENTRY.
044300     PERFORM 2160-FIND-NAME THRU 2160-FIND-NAME-EXIT.
044400     IF WS-NAME-UNKNOWN
044500         MOVE 'NOT A PARAMETER THE MASTER HOLDS' TO WS-REASON
044600         GO TO 2200-ADD-ENTRY-EXIT
044700     END-IF.
044800     PERFORM 2150-EDIT-DATE THRU 2150-EDIT-DATE-EXIT.
044900     IF WS-REASON NOT = SPACES
045000         GO TO 2200-ADD-ENTRY-EXIT
045100     END-IF.
045200     IF TRAN-VALUE = SPACES
045300         MOVE 'VALUE REQUIRED IN COLS 25-36' TO WS-REASON
045400         GO TO 2200-ADD-ENTRY-EXIT
045500     END-IF.
045600     PERFORM 2170-EDIT-VALUE THRU 2170-EDIT-VALUE-EXIT.
045700     IF WS-REASON NOT = SPACES
045800         GO TO 2200-ADD-ENTRY-EXIT
045900     END-IF.
046000     IF TRAN-CHANGED-BY = SPACES
046100         MOVE 'CHANGED-BY ID REQUIRED IN COLS 38-45'
046200             TO WS-REASON
046300         GO TO 2200-ADD-ENTRY-EXIT
046400     END-IF.
046500     IF TRAN-REASON = SPACES
046600         MOVE 'REASON REQUIRED IN COLS 47-80' TO WS-REASON
046700         GO TO 2200-ADD-ENTRY-EXIT
046800     END-IF.
046900     IF TRAN-EFF-DATE-N < WS-RUN-DATE
047000         PERFORM 2250-CHECK-FOR-HISTORY
047100             THRU 2250-CHECK-FOR-HISTORY-EXIT
047200         IF WS-NAME-HAS-HISTORY
047300             MOVE 'BACK-DATED - EFFECTIVE DATE BEFORE TODAY'
047400                 TO WS-REASON
047500             GO TO 2200-ADD-ENTRY-EXIT
047600         END-IF
047700     END-IF.
047800     MOVE TRAN-NAME TO PRMREC-NAME.
047900     MOVE TRAN-EFF-DATE-N TO PRMREC-EFF-DATE.
048000     READ PRMFILE
048100         INVALID KEY
048200             GO TO 2200-ADD-ENTRY-NEW
048300     END-READ.
048400     IF PRMREC-EFF-DATE NOT > WS-RUN-DATE
048500         MOVE 'ENTRY FOR THIS DATE ALREADY IN EFFECT'
048600             TO WS-REASON
048700         GO TO 2200-ADD-ENTRY-EXIT
048800     END-IF.
048900     STRING ', PENDING VALUE ' DELIMITED BY SIZE
049000         PRMREC-VALUE DELIMITED BY SPACE
049100         ' REPLACED' DELIMITED BY SIZE
049200         INTO WS-APPLIED-NOTE.
049300     PERFORM 2300-FILL-FROM-CARD THRU 2300-FILL-FROM-CARD-EXIT.
049400     REWRITE PRMREC.
049500     IF NOT WS-PRMFILE-OK
049600         DISPLAY '*** REWRITE FAILED, STATUS '
049700             WS-PRMFILE-STATUS ' - JOB ABENDING ***'
049800         MOVE 16 TO RETURN-CODE
049900         STOP RUN
050000     END-IF.
050100     GO TO 2200-ADD-ENTRY-EXIT.
050200 2200-ADD-ENTRY-NEW.
050300     MOVE SPACES TO PRMREC.
050400     MOVE TRAN-NAME TO PRMREC-NAME.
050500     MOVE TRAN-EFF-DATE-N TO PRMREC-EFF-DATE.
050600     PERFORM 2300-FILL-FROM-CARD THRU 2300-FILL-FROM-CARD-EXIT.
050700     WRITE PRMREC.
050800     IF NOT WS-PRMFILE-OK
050900         DISPLAY '*** WRITE FAILED, STATUS '
051000             WS-PRMFILE-STATUS ' - JOB ABENDING ***'
051100         MOVE 16 TO RETURN-CODE
051200         STOP RUN
051300     END-IF.
051400 2200-ADD-ENTRY-EXIT.
051500     EXIT.
051600*----------------------------------------------------------------
051700* 2250-CHECK-FOR-HISTORY - DOES THE MASTER HOLD ANY ENTRY AT ALL
051800*     FOR THE CARD'S PARAMETER.
051900*----------------------------------------------------------------
052000 2250-CHECK-FOR-HISTORY.
052100     SET WS-NAME-HAS-NO-HISTORY TO TRUE.
052200     MOVE TRAN-NAME TO PRMREC-NAME.
052300     MOVE ZERO TO PRMREC-EFF-DATE.
052400     START PRMFILE KEY NOT < PRMREC-KEY
052500         INVALID KEY
052600             GO TO 2250-CHECK-FOR-HISTORY-EXIT
052700     END-START.
052800     READ PRMFILE NEXT RECORD
052900         AT END
053000             GO TO 2250-CHECK-FOR-HISTORY-EXIT
053100     END-READ.
053200     IF PRMREC-NAME = TRAN-NAME
053300         SET WS-NAME-HAS-HISTORY TO TRUE
053400     END-IF.
053500 2250-CHECK-FOR-HISTORY-EXIT.
053600     EXIT.
053700*----------------------------------------------------------------
053800* 2300-FILL-FROM-CARD - THE DATA FIELDS OF AN ADD CARD, STAMPED
053900*     WITH THE DATE AND TIME THEY WERE KEYED.
054000*----------------------------------------------------------------
054100 2300-FILL-FROM-CARD.
054200     MOVE TRAN-VALUE TO PRMREC-VALUE.
054300     MOVE TRAN-CHANGED-BY TO PRMREC-CHANGED-BY.
054400     MOVE TRAN-REASON TO PRMREC-REASON.
054500     MOVE WS-RUN-DATE TO PRMREC-CHANGED-DATE.
054600     ACCEPT WS-TIME-NOW FROM TIME.
054700     MOVE WS-TIME-NOW (1:6) TO PRMREC-CHANGED-TIME.
054800 2300-FILL-FROM-CARD-EXIT.
054900     EXIT.
055000*----------------------------------------------------------------
055100* 2550-FIND-IN-FORCE - THE ENTRY FOR WS-PARM-NAME (WS-NAME-SUB)
055200*     IN FORCE ON WS-AS-OF-DATE: THE SAME WALK THE CODEABBEY-
055300*     SET-45 LOOKUP MAKES FOR THE PRODUCTION STEPS, SO A QRY
055400*     ANSWERS EXACTLY WHAT A RERUN ON THAT DATE WOULD GET.
055500*----------------------------------------------------------------
055600 2550-FIND-IN-FORCE.
055700     SET WS-SETTING-NOT-FOUND TO TRUE.
055800     SET WS-SCAN-NOT-DONE TO TRUE.
055900     MOVE WS-PARM-NAME (WS-NAME-SUB) TO PRMREC-NAME.
056000     MOVE ZERO TO PRMREC-EFF-DATE.
056100     START PRMFILE KEY NOT < PRMREC-KEY
056200         INVALID KEY
056300             SET WS-SCAN-DONE TO TRUE
056400     END-START.
056500     PERFORM 2560-SCAN-ONE-ENTRY THRU 2560-SCAN-ONE-ENTRY-EXIT
056600         UNTIL WS-SCAN-DONE.
056700 2550-FIND-IN-FORCE-EXIT.
056800     EXIT.
056900*----------------------------------------------------------------
057000* 2560-SCAN-ONE-ENTRY - ONE STEP OF THE 2550 WALK.
057100*----------------------------------------------------------------
057200 2560-SCAN-ONE-ENTRY.
057300     READ PRMFILE NEXT RECORD
057400         AT END
057500             SET WS-SCAN-DONE TO TRUE
057600             GO TO 2560-SCAN-ONE-ENTRY-EXIT
057700     END-READ.
057800     IF PRMREC-NAME NOT = WS-PARM-NAME (WS-NAME-SUB)
057900         OR PRMREC-EFF-DATE > WS-AS-OF-DATE
058000         SET WS-SCAN-DONE TO TRUE
058100         GO TO 2560-SCAN-ONE-ENTRY-EXIT
058200     END-IF.
058300     SET WS-SETTING-FOUND TO TRUE.
058400     MOVE PRMREC-VALUE TO WS-FOUND-VALUE.
058500     MOVE PRMREC-EFF-DATE TO WS-FOUND-EFF-DATE.
058600     MOVE PRMREC-CHANGED-BY TO WS-FOUND-CHANGED-BY.
058700 2560-SCAN-ONE-ENTRY-EXIT.
058800     EXIT.
058900*----------------------------------------------------------------
059000* 2700-ANSWER-QUERY - A QRY CARD: THE SETTINGS IN FORCE ON THE
059100*     CARD'S DATE, FOR THE ONE PARAMETER NAMED OR FOR EVERY ONE.
059200*     A QUERY CHANGES NOTHING; A BAD ONE IS STILL A REJECTED
059300*     CARD.
059400*----------------------------------------------------------------
059500 2700-ANSWER-QUERY.
059600     PERFORM 2150-EDIT-DATE THRU 2150-EDIT-DATE-EXIT.
059700     IF WS-REASON = SPACES AND TRAN-NAME NOT = SPACES
059800         PERFORM 2160-FIND-NAME THRU 2160-FIND-NAME-EXIT
059900         IF WS-NAME-UNKNOWN
060000             MOVE 'NOT A PARAMETER THE MASTER HOLDS' TO WS-REASON
060100         END-IF
060200     END-IF.
060300     IF WS-REASON NOT = SPACES
060400         ADD 1 TO WS-REJECTED-COUNT
060500         MOVE SPACES TO WS-PRINT-LINE
060600         STRING TRAN-ACTION DELIMITED BY SIZE
060700             ' ' DELIMITED BY SIZE
060800             TRAN-NAME DELIMITED BY SIZE
060900             ' ' DELIMITED BY SIZE
061000             TRAN-EFF-DATE DELIMITED BY SIZE
061100             ' : REJECTED - ' DELIMITED BY SIZE
061200             WS-REASON DELIMITED BY SIZE
061300             INTO WS-PRINT-LINE
061400         PERFORM 9050-WRITE-REPORT-LINE
061500             THRU 9050-WRITE-REPORT-LINE-EXIT
061600         GO TO 2700-ANSWER-QUERY-EXIT
061700     END-IF.
061800     ADD 1 TO WS-QUERY-COUNT.
061900     MOVE TRAN-EFF-DATE-N TO WS-AS-OF-DATE.
062000     MOVE SPACES TO WS-PRINT-LINE.
062100     STRING 'QRY SETTINGS IN FORCE AS OF ' DELIMITED BY SIZE
062200         TRAN-EFF-DATE DELIMITED BY SIZE
062300         ':' DELIMITED BY SIZE
062400         INTO WS-PRINT-LINE.
062500     PERFORM 9050-WRITE-REPORT-LINE
062600         THRU 9050-WRITE-REPORT-LINE-EXIT.
062700     IF TRAN-NAME NOT = SPACES
062750         MOVE WS-NAME-HIT TO WS-NAME-SUB
062800         PERFORM 2750-SHOW-ONE-SETTING
062900             THRU 2750-SHOW-ONE-SETTING-EXIT
063000     ELSE
063100         PERFORM 2750-SHOW-ONE-SETTING
063200             THRU 2750-SHOW-ONE-SETTING-EXIT
063300             VARYING WS-NAME-SUB FROM 1 BY 1
063400             UNTIL WS-NAME-SUB > WS-PARM-NAME-COUNT
063500     END-IF.
063600 2700-ANSWER-QUERY-EXIT.
063700     EXIT.
063800*----------------------------------------------------------------
063900* 2750-SHOW-ONE-SETTING - ONE LINE OF A QRY ANSWER FOR
064000*     WS-PARM-NAME (WS-NAME-SUB). FOR A ONE-NAME QUERY THE
064100*     SUBSCRIPT IS SET FROM WS-NAME-HIT, THE SLOT 2160-FIND-NAME
064150*     MATCHED - ITS VARYING LEAVES WS-NAME-SUB ONE PAST IT.
064200*----------------------------------------------------------------
064300 2750-SHOW-ONE-SETTING.
064400     PERFORM 2550-FIND-IN-FORCE THRU 2550-FIND-IN-FORCE-EXIT.
064500     MOVE SPACES TO WS-PRINT-LINE.
064600     IF WS-SETTING-FOUND
064700         MOVE WS-FOUND-EFF-DATE TO WS-EDIT-DATE
064800         STRING '    ' DELIMITED BY SIZE
064900             WS-PARM-NAME (WS-NAME-SUB) DELIMITED BY SIZE
065000             ' = ' DELIMITED BY SIZE
065100             WS-FOUND-VALUE DELIMITED BY SIZE
065200             ' EFFECTIVE ' DELIMITED BY SIZE
065300             WS-EDIT-DATE DELIMITED BY SIZE
065400             ' BY ' DELIMITED BY SIZE
065500             WS-FOUND-CHANGED-BY DELIMITED BY SIZE
065600             INTO WS-PRINT-LINE
065700     ELSE
065800         STRING '    ' DELIMITED BY SIZE
065900             WS-PARM-NAME (WS-NAME-SUB) DELIMITED BY SIZE
066000             ' - NO ENTRY IN FORCE, PROGRAM DEFAULT'
066100                 DELIMITED BY SIZE
066200             INTO WS-PRINT-LINE
066300     END-IF.
066400     PERFORM 9050-WRITE-REPORT-LINE
066500         THRU 9050-WRITE-REPORT-LINE-EXIT.
066600 2750-SHOW-ONE-SETTING-EXIT.
066700     EXIT.
066800*----------------------------------------------------------------
066900* 3000-LIST-HISTORY - THE CHANGE AUDIT: EVERY ENTRY ON THE
067000*     MASTER, IN NAME AND EFFECTIVE-DATE ORDER, WITH WHO KEYED
067100*     IT, WHEN AND WHY, AND WHETHER IT IS SUPERSEDED, IN FORCE
067200*     TODAY OR STILL PENDING. ONE ENTRY IS HELD BACK UNTIL THE
067300*     NEXT IS READ, SINCE THE ENTRY IN FORCE IS THE LAST ONE
067400*     FOR ITS NAME THAT HAS ALREADY TAKEN EFFECT.
067500*----------------------------------------------------------------
067600 3000-LIST-HISTORY.
067700     MOVE '********************************************'
067800         TO WS-PRINT-LINE.
067900     PERFORM 9050-WRITE-REPORT-LINE
068000         THRU 9050-WRITE-REPORT-LINE-EXIT.
068100     MOVE 'PARAMETER    EFFECT VALUE        BY       KEYED  '
068200         TO WS-PRINT-LINE.
068300     MOVE 'STATUS' TO WS-PRINT-LINE (50:).
068400     PERFORM 9050-WRITE-REPORT-LINE
068500         THRU 9050-WRITE-REPORT-LINE-EXIT.
068600     SET WS-NO-ENTRY-IS-HELD TO TRUE.
068700     MOVE LOW-VALUES TO PRMREC-KEY.
068800     SET WS-LIST-NOT-DONE TO TRUE.
068900     START PRMFILE KEY NOT < PRMREC-KEY
069000         INVALID KEY
069100             SET WS-LIST-DONE TO TRUE
069200     END-START.
069300     PERFORM 3100-LIST-ONE-ENTRY THRU 3100-LIST-ONE-ENTRY-EXIT
069400         UNTIL WS-LIST-DONE.
069500     IF WS-AN-ENTRY-IS-HELD
069600         MOVE SPACES TO WS-NEXT-NAME
069700         MOVE ZERO TO WS-NEXT-EFF-DATE
069800         PERFORM 3200-PRINT-HELD-ENTRY
069900             THRU 3200-PRINT-HELD-ENTRY-EXIT
070000     END-IF.
070100     IF WS-LISTED-COUNT = ZERO
070200         MOVE 'PARAMETER MASTER IS EMPTY' TO WS-PRINT-LINE
070300         PERFORM 9050-WRITE-REPORT-LINE
070400             THRU 9050-WRITE-REPORT-LINE-EXIT
070500     END-IF.
070600 3000-LIST-HISTORY-EXIT.
070700     EXIT.
070800*----------------------------------------------------------------
070900* 3100-LIST-ONE-ENTRY - READ THE NEXT ENTRY; NOW THAT ITS KEY IS
071000*     KNOWN, PRINT THE ONE HELD BEFORE IT AND HOLD THIS ONE.
071100*----------------------------------------------------------------
071200 3100-LIST-ONE-ENTRY.
071300     READ PRMFILE NEXT RECORD
071400         AT END
071500             SET WS-LIST-DONE TO TRUE
071600             GO TO 3100-LIST-ONE-ENTRY-EXIT
071700     END-READ.
071800     ADD 1 TO WS-LISTED-COUNT.
071900     MOVE PRMREC TO WS-NEXT-ENTRY.
072000     IF WS-AN-ENTRY-IS-HELD
072100         MOVE PRMREC-NAME TO WS-NEXT-NAME
072200         MOVE PRMREC-EFF-DATE TO WS-NEXT-EFF-DATE
072300         PERFORM 3200-PRINT-HELD-ENTRY
072400             THRU 3200-PRINT-HELD-ENTRY-EXIT
072500     END-IF.
072600     MOVE WS-NEXT-ENTRY TO WS-HELD-ENTRY.
072700     SET WS-AN-ENTRY-IS-HELD TO TRUE.
072800 3100-LIST-ONE-ENTRY-EXIT.
072900     EXIT.
073000*----------------------------------------------------------------
073100* 3200-PRINT-HELD-ENTRY - TWO LINES FOR THE HELD ENTRY: THE
073200*     SETTING AND ITS STATUS, THEN THE REASON. THE HELD ENTRY
073300*     IS IN FORCE WHEN IT HAS TAKEN EFFECT AND THE ENTRY AFTER
073400*     IT IS ANOTHER PARAMETER OR HAS NOT.
073500*----------------------------------------------------------------
073600 3200-PRINT-HELD-ENTRY.
073700     MOVE WS-HELD-ENTRY TO PRMREC.
073800     EVALUATE TRUE
073900         WHEN PRMREC-EFF-DATE > WS-RUN-DATE
074000             MOVE 'PENDING' TO WS-STATUS-TEXT
074100         WHEN WS-NEXT-NAME NOT = PRMREC-NAME
074200             MOVE 'IN FORCE' TO WS-STATUS-TEXT
074300         WHEN WS-NEXT-EFF-DATE > WS-RUN-DATE
074400             MOVE 'IN FORCE' TO WS-STATUS-TEXT
074500         WHEN OTHER
074600             MOVE 'SUPERSEDED' TO WS-STATUS-TEXT
074700     END-EVALUATE.
074800     MOVE PRMREC-EFF-DATE TO WS-EDIT-DATE.
074900     MOVE PRMREC-CHANGED-DATE TO WS-EDIT-KEYED.
075000     MOVE SPACES TO WS-PRINT-LINE.
075100     STRING PRMREC-NAME DELIMITED BY SIZE
075200         ' ' DELIMITED BY SIZE
075300         WS-EDIT-DATE DELIMITED BY SIZE
075400         ' ' DELIMITED BY SIZE
075500         PRMREC-VALUE DELIMITED BY SIZE
075600         ' ' DELIMITED BY SIZE
075700         PRMREC-CHANGED-BY DELIMITED BY SIZE
075800         ' ' DELIMITED BY SIZE
075900         WS-EDIT-KEYED DELIMITED BY SIZE
076000         ' ' DELIMITED BY SIZE
076100         WS-STATUS-TEXT DELIMITED BY SIZE
076200         INTO WS-PRINT-LINE.
076300     PERFORM 9050-WRITE-REPORT-LINE
076400         THRU 9050-WRITE-REPORT-LINE-EXIT.
076500     MOVE SPACES TO WS-PRINT-LINE.
076600     STRING '             REASON: ' DELIMITED BY SIZE
076700         PRMREC-REASON DELIMITED BY SIZE
076800         INTO WS-PRINT-LINE.
076900     PERFORM 9050-WRITE-REPORT-LINE
077000         THRU 9050-WRITE-REPORT-LINE-EXIT.
077100 3200-PRINT-HELD-ENTRY-EXIT.
077200     EXIT.
077300*----------------------------------------------------------------
077400* 9000-TERMINATE - CARD TOTALS, FILE CLOSES, AND RC=4 WHEN ANY
077500*     CARD WAS TURNED DOWN.
077600*----------------------------------------------------------------
077700 9000-TERMINATE.
077800     MOVE '********************************************'
077900         TO WS-PRINT-LINE.
078000     PERFORM 9050-WRITE-REPORT-LINE
078100         THRU 9050-WRITE-REPORT-LINE-EXIT.
078200     MOVE WS-CARD-COUNT TO WS-EDIT-COUNT.
078300     MOVE SPACES TO WS-PRINT-LINE.
078400     STRING 'CARDS READ ............: ' DELIMITED BY SIZE
078500         WS-EDIT-COUNT DELIMITED BY SIZE
078600         INTO WS-PRINT-LINE.
078700     PERFORM 9050-WRITE-REPORT-LINE
078800         THRU 9050-WRITE-REPORT-LINE-EXIT.
078900     MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT.
079000     MOVE SPACES TO WS-PRINT-LINE.
079100     STRING 'APPLIED ...............: ' DELIMITED BY SIZE
079200         WS-EDIT-COUNT DELIMITED BY SIZE
079300         INTO WS-PRINT-LINE.
079400     PERFORM 9050-WRITE-REPORT-LINE
079500         THRU 9050-WRITE-REPORT-LINE-EXIT.
079600     MOVE WS-QUERY-COUNT TO WS-EDIT-COUNT.
079700     MOVE SPACES TO WS-PRINT-LINE.
079800     STRING 'QUERIES ANSWERED ......: ' DELIMITED BY SIZE
079900         WS-EDIT-COUNT DELIMITED BY SIZE
080000         INTO WS-PRINT-LINE.
080100     PERFORM 9050-WRITE-REPORT-LINE
080200         THRU 9050-WRITE-REPORT-LINE-EXIT.
080300     MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
080400     MOVE SPACES TO WS-PRINT-LINE.
080500     STRING 'REJECTED ..............: ' DELIMITED BY SIZE
080600         WS-EDIT-COUNT DELIMITED BY SIZE
080700         INTO WS-PRINT-LINE.
080800     PERFORM 9050-WRITE-REPORT-LINE
080900         THRU 9050-WRITE-REPORT-LINE-EXIT.
081000     MOVE WS-LISTED-COUNT TO WS-EDIT-COUNT.
081100     MOVE SPACES TO WS-PRINT-LINE.
081200     STRING 'ENTRIES ON MASTER .....: ' DELIMITED BY SIZE
081300         WS-EDIT-COUNT DELIMITED BY SIZE
081400         INTO WS-PRINT-LINE.
081500     PERFORM 9050-WRITE-REPORT-LINE
081600         THRU 9050-WRITE-REPORT-LINE-EXIT.
081700     MOVE '********************************************'
081800         TO WS-PRINT-LINE.
081900     PERFORM 9050-WRITE-REPORT-LINE
082000         THRU 9050-WRITE-REPORT-LINE-EXIT.
082100     CLOSE TRANFILE.
082200     CLOSE PRMFILE.
082300     CLOSE REPTFILE.
082400     IF WS-REJECTED-COUNT > ZERO
082500         MOVE 4 TO RETURN-CODE
082600     END-IF.
082700     PERFORM 9800-LOG-RUN-END THRU 9800-LOG-RUN-END-EXIT.
082800 9000-TERMINATE-EXIT.
082900     EXIT.
083000*----------------------------------------------------------------
083100* 9800-LOG-RUN-END - COMPLETE THIS RUN'S ROW ON THE CHAIN-WIDE
083200*     RUN LOG: CARDS READ, CARDS APPLIED, CARDS REJECTED.
083300*----------------------------------------------------------------
083400 9800-LOG-RUN-END.
083500     SET RUNLPARM-LOG-END TO TRUE.
083600     MOVE WS-CARD-COUNT     TO RUNLPARM-READ-COUNT.
083700     MOVE WS-APPLIED-COUNT  TO RUNLPARM-WRITE-COUNT.
083800     MOVE WS-REJECTED-COUNT TO RUNLPARM-REJ-COUNT.
083900     MOVE RETURN-CODE       TO RUNLPARM-RETURN-CODE.
084000     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
084100 9800-LOG-RUN-END-EXIT.
084200     EXIT.
084300*----------------------------------------------------------------
084400* 9050-WRITE-REPORT-LINE - ONE REPORT LINE TO SYSOUT AND TO THE
084500*     RETAINED DATASET, SO THE TWO COPIES CANNOT DRIFT APART.
084600*----------------------------------------------------------------
084700 9050-WRITE-REPORT-LINE.
084800     DISPLAY WS-PRINT-LINE.
084900     MOVE WS-PRINT-LINE TO REPT-REC.
085000     WRITE REPT-REC.
085100 9050-WRITE-REPORT-LINE-EXIT.
085200     EXIT.
085300*----------------------------------------------------------------
085400* 9900-ABEND-ON-OPEN-ERROR - A FILE WE DEPEND ON FAILED TO OPEN.
085500*     MOVE THE DD NAME TO WS-ABEND-FILE-NAME BEFORE THE PERFORM
085600*     SO THE MESSAGE IDENTIFIES WHICH ONE.
085700*----------------------------------------------------------------
085800 9900-ABEND-ON-OPEN-ERROR.
085900     DISPLAY '*** OPEN FAILED FOR ' WS-ABEND-FILE-NAME
086000         ' - JOB ABENDING ***'.
086100     MOVE 16 TO RETURN-CODE.
086200     STOP RUN.
086300 END PROGRAM CODEABBEY-SET-46.
