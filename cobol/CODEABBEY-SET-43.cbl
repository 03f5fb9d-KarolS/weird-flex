000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CODEABBEY-SET-43.
000300 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000400 INSTALLATION. CODEABBEY-DP-CENTER.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900* MODIFICATION HISTORY                                        *
001000*---------------------------------------------------------------
001100* DATE       INIT DESCRIPTION                                  *
001200* 2026-10-14  JPR INITIAL VERSION - LETTER PROFILE REBUILD.    *
001300*                 READS THE SET-36 LTTRREC ROWS OF THE CYCLES  *
001400*                 OPERATIONS HAVE JUDGED CLEAN (CONCATENATED   *
001500*                 ON THE LTTRFILE DD BY CODE030.JCL) AND       *
001600*                 WRITES A NEW GENERATION OF THE REFERENCE     *
001700*                 PROFILE FILE: ONE LETTER-FREQUENCY PROFILE   *
001800*                 PER SOURCE WITH ENOUGH TEXT (MINLETTERS= ON  *
001900*                 THE PARM CARD) AND THE '*ALL*' PROFILE OF    *
002000*                 EVERY LINE READ. CODEABBEY-SET-44 JUDGES     *
002100*                 EACH CYCLE AGAINST THE CURRENT GENERATION.   *
002200***************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT LTTRFILE ASSIGN TO LTTRFILE
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-LTTRFILE-STATUS.
003200     SELECT PROFFILE ASSIGN TO PROFFILE
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-PROFFILE-STATUS.
003500     SELECT PARMFILE ASSIGN TO PARMFILE
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-PARMFILE-STATUS.
003800     SELECT DATEFILE ASSIGN TO DATEFILE
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-DATEFILE-STATUS.
004100     SELECT REPTFILE ASSIGN TO REPTFILE
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-REPTFILE-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600*----------------------------------------------------------------
004700* LTTRFILE - THE LTTRREC ROWS OF EVERY CYCLE CHOSEN FOR THE
004800* REBUILD, ONE DATED SET36 LETTERS DATASET PER CYCLE, IN ANY
004900* ORDER.
005000*----------------------------------------------------------------
005100 FD  LTTRFILE
005200     LABEL RECORDS ARE STANDARD
005300     RECORDING MODE IS F.
005400     COPY LTTRREC.
005500*----------------------------------------------------------------
005600* PROFFILE - THE NEW GENERATION OF THE REFERENCE PROFILE FILE,
005700* '*ALL*' FIRST, THEN ONE PROFREC PER SOURCE PROFILED.
005800*----------------------------------------------------------------
005900 FD  PROFFILE
006000     LABEL RECORDS ARE STANDARD
006100     RECORDING MODE IS F.
006200     COPY PROFREC.
006300*----------------------------------------------------------------
006400* PARMFILE - KEYWORD=VALUE CARDS. MINLETTERS=NNNNNNN IS THE
006500* LEAST TEXT A SOURCE NEEDS FOR A PROFILE OF ITS OWN.
006600*----------------------------------------------------------------
006700 FD  PARMFILE
006800     LABEL RECORDS ARE STANDARD
006900     RECORDING MODE IS F.
007000 01  PARM-REC PIC X(80).
007100*----------------------------------------------------------------
007200* DATEFILE - THE RUN DATE CARD, COLS 1-6 YYMMDD, STAMPED ON EACH
007300* PROFILE AS ITS BUILD DATE.
007400*----------------------------------------------------------------
007500 FD  DATEFILE
007600     LABEL RECORDS ARE STANDARD
007700     RECORDING MODE IS F.
007800 01  DATE-REC PIC X(80).
007900*----------------------------------------------------------------
008000* REPTFILE - RETAINED COPY OF THE REBUILD REPORT.
008100*----------------------------------------------------------------
008200 FD  REPTFILE
008300     LABEL RECORDS ARE STANDARD
008400     RECORDING MODE IS F.
008500 01  REPT-REC PIC X(80).
008600 WORKING-STORAGE SECTION.
008700*----------------------------------------------------------------
008800* FILE STATUS AND SWITCH BYTES
008900*----------------------------------------------------------------
009000 01  WS-LTTRFILE-STATUS PIC X(02).
009100     88  WS-LTTRFILE-OK              VALUE '00'.
009200 01  WS-PROFFILE-STATUS PIC X(02).
009300     88  WS-PROFFILE-OK              VALUE '00'.
009400 01  WS-PARMFILE-STATUS PIC X(02).
009500     88  WS-PARMFILE-OK              VALUE '00'.
009600 01  WS-DATEFILE-STATUS PIC X(02).
009700     88  WS-DATEFILE-OK              VALUE '00'.
009800 01  WS-REPTFILE-STATUS PIC X(02).
009900     88  WS-REPTFILE-OK              VALUE '00'.
010000 01  WS-SWITCHES.
010100     05  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
010200         88  WS-AT-EOF                VALUE 'Y'.
010300         88  WS-NOT-AT-EOF            VALUE 'N'.
010400     05  WS-PARM-EOF-SWITCH PIC X(01) VALUE 'N'.
010500         88  WS-PARM-AT-EOF           VALUE 'Y'.
010600 01  WS-RUN-DATE PIC 9(06) VALUE ZERO.
010700*----------------------------------------------------------------
010800* PARM CARD WORK AREAS AND THE SETTING, WITH ITS DEFAULT.
010900*----------------------------------------------------------------
011000 01  WS-PARM-REC PIC X(80).
011100 01  WS-PARM-KEYWORD PIC X(12).
011200 01  WS-PARM-VALUE PIC X(12).
011300 01  WS-MIN-LETTERS PIC 9(07) VALUE 2000.
011400*----------------------------------------------------------------
011500* PROFILE ACCUMULATORS. SLOT 1 IS '*ALL*', EVERY ROW READ; EACH
011600* SOURCE SEEN TAKES THE NEXT SLOT. A ROW WITH NO SOURCE ID (A
011700* CYCLE WRITTEN BEFORE LTTRREC CARRIED ONE) OR FROM A SOURCE
011800* PAST THE END OF THE TABLE COUNTS TOWARDS '*ALL*' ONLY.
011900* WS-SRC-PREV-CYCLE IS THE CYCLE OF THE SOURCE'S LAST ROW, SO A
012000* CHANGE OF CYCLE COUNTS ONE MORE CYCLE FOR THE SOURCE.
012100*----------------------------------------------------------------
012200 77  WS-SRC-MAX PIC 9(03) COMP VALUE 51.
012300 77  WS-SRC-COUNT PIC 9(03) COMP VALUE 1.
012400 77  WS-SRC-SUB PIC 9(03) COMP VALUE ZERO.
012500 77  WS-SRC-CUR PIC 9(03) COMP VALUE 1.
012600 77  WS-SRC-HIT PIC 9(03) COMP VALUE ZERO.
012700 01  WS-SRC-TABLE.
012800     05  WS-SRC-ENTRY OCCURS 51 TIMES.
012900         10  WS-SRC-ID           PIC X(08).
013000         10  WS-SRC-LINES        PIC 9(09) COMP.
013100         10  WS-SRC-LETTERS      PIC 9(11) COMP.
013200         10  WS-SRC-CYCLES       PIC 9(03) COMP.
013300         10  WS-SRC-FIRST-CYCLE  PIC 9(06).
013400         10  WS-SRC-LAST-CYCLE   PIC 9(06).
013500         10  WS-SRC-PREV-CYCLE   PIC 9(06).
013600         10  WS-SRC-CNT          PIC 9(11) COMP OCCURS 26 TIMES.
013700 77  WS-LETTER-SUB PIC 9(02) COMP VALUE ZERO.
013800 01  WS-ROW-CYCLE PIC 9(06) VALUE ZERO.
013900*----------------------------------------------------------------
014000* THE DISTINCT CYCLES READ, LISTED ON THE REPORT AS THE AUDIT
014100* TRAIL OF WHAT THE PROFILES WERE BUILT FROM. A CYCLE IS ONLY
014200* LOOKED UP WHEN THE ROW'S CYCLE CHANGES, WHICH ON A
014300* CONCATENATION IS ONCE PER DATASET.
014400*----------------------------------------------------------------
014500 77  WS-CYC-MAX PIC 9(03) COMP VALUE 100.
014600 77  WS-CYC-COUNT PIC 9(03) COMP VALUE ZERO.
014700 77  WS-CYC-SUB PIC 9(03) COMP VALUE ZERO.
014800 77  WS-CYC-HIT PIC 9(03) COMP VALUE ZERO.
014900 01  WS-CYC-TABLE.
015000     05  WS-CYC-DATE PIC 9(06) OCCURS 100 TIMES.
015100 01  WS-PREV-ROW-CYCLE PIC 9(06) VALUE ZERO.
015200*----------------------------------------------------------------
015300* RUN COUNTS.
015400*----------------------------------------------------------------
015500 01  WS-ROWS-READ PIC 9(09) COMP VALUE ZERO.
015600 01  WS-ROWS-NO-SOURCE PIC 9(09) COMP VALUE ZERO.
015700 01  WS-ROWS-NO-SLOT PIC 9(09) COMP VALUE ZERO.
015800 01  WS-ROWS-UNDATED PIC 9(09) COMP VALUE ZERO.
015900 01  WS-PROFILES-WRITTEN PIC 9(03) COMP VALUE ZERO.
016000 01  WS-PROFILES-SKIPPED PIC 9(03) COMP VALUE ZERO.
016100*----------------------------------------------------------------
016200* SHARE ARITHMETIC.
016300*----------------------------------------------------------------
016400 01  WS-SHARE-WORK PIC 9(15) COMP VALUE ZERO.
016500 01  WS-SHARE-PCT PIC 9(03)V99 VALUE ZERO.
016600*----------------------------------------------------------------
016700* REPORT BUILDING AREAS.
016800*----------------------------------------------------------------
016900 01  WS-PRINT-LINE PIC X(80).
017000 01  WS-PRINT-PTR PIC 9(03) COMP VALUE 1.
017100 01  WS-EDIT-COUNT PIC 9(09).
017200 01  WS-EDIT-LETTERS PIC 9(11).
017300 01  WS-EDIT-CYCLES PIC 9(03).
017400 01  WS-EDIT-DATE PIC 9(06).
017500 01  WS-EDIT-MIN PIC 9(07).
017600 01  WS-EDIT-PCT PIC ZZ9.99.
017700 01  WS-EDIT-STATUS PIC X(24).
017800 01  WS-ALPHABET-X PIC X(26) VALUE
017900     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
018000 01  WS-ALPHABET REDEFINES WS-ALPHABET-X.
018100     05  WS-ALPHA-CH PIC X(01) OCCURS 26 TIMES.
018200*----------------------------------------------------------------
018300* NAME OF THE FILE CURRENTLY BEING OPENED, FOR THE ABEND MESSAGE
018400* IN 9900-ABEND-ON-OPEN-ERROR BELOW.
018500*----------------------------------------------------------------
018600 01  WS-ABEND-FILE-NAME PIC X(08).
018700*----------------------------------------------------------------
018800* PARAMETER BLOCK FOR THE CODEABBEY-SET-30 RUN-LOG RECORDER -
018900* SEE 1030-LOG-RUN-START AND 9800-LOG-RUN-END.
019000*----------------------------------------------------------------
019100     COPY RUNLPARM.
019200 PROCEDURE DIVISION.
019300*----------------------------------------------------------------
019400* 0000-MAINLINE - OVERALL FLOW OF CONTROL FOR THE RUN.
019500*----------------------------------------------------------------
019600 0000-MAINLINE.
019700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
019800     PERFORM 2000-ADD-ONE-ROW THRU 2000-ADD-ONE-ROW-EXIT
019900         UNTIL WS-AT-EOF.
020000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
020100     STOP RUN.
020200*----------------------------------------------------------------
020300* 1000-INITIALIZE - CARDS, THE '*ALL*' SLOT, FILE OPENS AND THE
020400*     PRIMING READ.
020500*----------------------------------------------------------------
020600 1000-INITIALIZE.
020700     PERFORM 1055-READ-DATE-CARD THRU 1055-READ-DATE-CARD-EXIT.
020800     PERFORM 1030-LOG-RUN-START THRU 1030-LOG-RUN-START-EXIT.
020900     PERFORM 1100-READ-PARM-CARDS THRU 1100-READ-PARM-CARDS-EXIT.
021000     MOVE 1 TO WS-SRC-CUR.
021100     PERFORM 1200-CLEAR-ONE-SLOT THRU 1200-CLEAR-ONE-SLOT-EXIT.
021200     MOVE '*ALL*' TO WS-SRC-ID (1).
021300     OPEN INPUT LTTRFILE.
021400     IF NOT WS-LTTRFILE-OK
021500         MOVE 'LTTRFILE' TO WS-ABEND-FILE-NAME
021600         PERFORM 9900-ABEND-ON-OPEN-ERROR
021700     END-IF.
021800     OPEN OUTPUT PROFFILE.
021900     IF NOT WS-PROFFILE-OK
022000         MOVE 'PROFFILE' TO WS-ABEND-FILE-NAME
022100         PERFORM 9900-ABEND-ON-OPEN-ERROR
022200     END-IF.
022300     OPEN OUTPUT REPTFILE.
022400     IF NOT WS-REPTFILE-OK
022500         MOVE 'REPTFILE' TO WS-ABEND-FILE-NAME
022600         PERFORM 9900-ABEND-ON-OPEN-ERROR
022700     END-IF.
022800     PERFORM 2100-READ-LTTRFILE THRU 2100-READ-LTTRFILE-EXIT.
022900 1000-INITIALIZE-EXIT.
023000     EXIT.
023100*----------------------------------------------------------------
023200* 1030-LOG-RUN-START - CLAIM THIS RUN'S ATTEMPT NUMBER ON THE
023300*     CHAIN-WIDE RUN LOG. WS-RUN-DATE IS FROM THE DATEFILE CARD
023400*     1055 JUST READ - ZERO IF THERE WAS NONE, AND THE RECORDER
023500*     THEN STAMPS THE RUN DATE.
023600*----------------------------------------------------------------
023700 1030-LOG-RUN-START.
023800     SET RUNLPARM-LOG-START TO TRUE.
023900     MOVE 'SET-43' TO RUNLPARM-PROGRAM.
024000     MOVE WS-RUN-DATE TO RUNLPARM-CYCLE-DATE.
024100     SET RUNLPARM-FRESH-START TO TRUE.
024200     MOVE ZERO TO RUNLPARM-ATTEMPT RUNLPARM-READ-COUNT
024300         RUNLPARM-WRITE-COUNT RUNLPARM-REJ-COUNT
024400         RUNLPARM-RETURN-CODE.
024500     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
024600 1030-LOG-RUN-START-EXIT.
024700     EXIT.
024800*----------------------------------------------------------------
024900* 1055-READ-DATE-CARD - THE RUN DATE, COLS 1-6 = YYMMDD. NO
025000*     CARD, OR A NON-NUMERIC ONE, LEAVES ZERO AS THE BUILD DATE.
025100*----------------------------------------------------------------
025200 1055-READ-DATE-CARD.
025300     OPEN INPUT DATEFILE.
025400     IF NOT WS-DATEFILE-OK
025500         GO TO 1055-READ-DATE-CARD-EXIT
025600     END-IF.
025700     READ DATEFILE
025800         AT END
025900             CLOSE DATEFILE
026000             GO TO 1055-READ-DATE-CARD-EXIT
026100     END-READ.
026200     IF DATE-REC (1:6) IS NUMERIC
026300         MOVE DATE-REC (1:6) TO WS-RUN-DATE
026400     END-IF.
026500     CLOSE DATEFILE.
026600 1055-READ-DATE-CARD-EXIT.
026700     EXIT.
026800*----------------------------------------------------------------
026900* 1100-READ-PARM-CARDS - MINLETTERS=NNNNNNN. NO FILE, OR NO
027000*     CARD, KEEPS THE DEFAULT.
027100*----------------------------------------------------------------
027200 1100-READ-PARM-CARDS.
027300     OPEN INPUT PARMFILE.
027400     IF NOT WS-PARMFILE-OK
027500         GO TO 1100-READ-PARM-CARDS-EXIT
027600     END-IF.
027700     PERFORM 1150-PROCESS-ONE-PARM-CARD
027800         THRU 1150-PROCESS-ONE-PARM-CARD-EXIT
027900         UNTIL WS-PARM-AT-EOF.
028000     CLOSE PARMFILE.
028100 1100-READ-PARM-CARDS-EXIT.
028200     EXIT.
028300*----------------------------------------------------------------
028400* 1150-PROCESS-ONE-PARM-CARD - ONE KEYWORD=VALUE CARD. A CARD
028500*     THAT CANNOT BE USED IS WARNED AND IGNORED.
028600*----------------------------------------------------------------
028700 1150-PROCESS-ONE-PARM-CARD.
028800     READ PARMFILE INTO WS-PARM-REC
028900         AT END
029000             SET WS-PARM-AT-EOF TO TRUE
029100             GO TO 1150-PROCESS-ONE-PARM-CARD-EXIT
029200     END-READ.
029300     IF WS-PARM-REC = SPACES OR WS-PARM-REC (1:1) = '*'
029400         GO TO 1150-PROCESS-ONE-PARM-CARD-EXIT
029500     END-IF.
029600     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
029700     UNSTRING WS-PARM-REC DELIMITED BY '='
029800         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
029900     EVALUATE WS-PARM-KEYWORD
030000         WHEN 'MINLETTERS'
030100             IF WS-PARM-VALUE (1:7) IS NUMERIC
030200                 MOVE WS-PARM-VALUE (1:7) TO WS-MIN-LETTERS
030300             ELSE
030400                 PERFORM 1154-WARN-BAD-PARM-VALUE
030500                     THRU 1154-WARN-BAD-PARM-VALUE-EXIT
030600             END-IF
030700         WHEN OTHER
030800             DISPLAY 'PARM CARD NOT UNDERSTOOD, IGNORED: '
030900                 WS-PARM-REC (1:40)
031000     END-EVALUATE.
031100 1150-PROCESS-ONE-PARM-CARD-EXIT.
031200     EXIT.
031300*----------------------------------------------------------------
031400* 1154-WARN-BAD-PARM-VALUE - A RECOGNIZED KEYWORD ARRIVED WITH
031500*     A VALUE THAT CANNOT BE USED. SAY SO AND IGNORE THE CARD.
031600*----------------------------------------------------------------
031700 1154-WARN-BAD-PARM-VALUE.
031800     DISPLAY 'PARM CARD VALUE NOT USABLE, IGNORED: '
031900         WS-PARM-REC (1:40).
032000 1154-WARN-BAD-PARM-VALUE-EXIT.
032100     EXIT.
032200*----------------------------------------------------------------
032300* 1200-CLEAR-ONE-SLOT - ZERO PROFILE SLOT WS-SRC-CUR.
032400*----------------------------------------------------------------
032500 1200-CLEAR-ONE-SLOT.
032600     MOVE ZERO TO WS-SRC-LINES (WS-SRC-CUR)
032700         WS-SRC-LETTERS (WS-SRC-CUR)
032800         WS-SRC-CYCLES (WS-SRC-CUR)
032900         WS-SRC-FIRST-CYCLE (WS-SRC-CUR)
033000         WS-SRC-LAST-CYCLE (WS-SRC-CUR)
033100         WS-SRC-PREV-CYCLE (WS-SRC-CUR).
033200     PERFORM 1250-CLEAR-ONE-LETTER THRU 1250-CLEAR-ONE-LETTER-EXIT
033300         VARYING WS-LETTER-SUB FROM 1 BY 1
033400         UNTIL WS-LETTER-SUB > 26.
033500 1200-CLEAR-ONE-SLOT-EXIT.
033600     EXIT.
033700*----------------------------------------------------------------
033800* 1250-CLEAR-ONE-LETTER - ZERO ONE LETTER OF SLOT WS-SRC-CUR.
033900*----------------------------------------------------------------
034000 1250-CLEAR-ONE-LETTER.
034100     MOVE ZERO TO WS-SRC-CNT (WS-SRC-CUR, WS-LETTER-SUB).
034200 1250-CLEAR-ONE-LETTER-EXIT.
034300     EXIT.
034400*----------------------------------------------------------------
034500* 2000-ADD-ONE-ROW - ROLL ONE LTTRREC INTO '*ALL*' AND INTO ITS
034600*     SOURCE'S PROFILE, THEN READ THE NEXT.
034700*----------------------------------------------------------------
034800 2000-ADD-ONE-ROW.
034900     ADD 1 TO WS-ROWS-READ.
035000     MOVE ZERO TO WS-ROW-CYCLE.
035100     IF LTTRREC-CYCLE-DATE IS NUMERIC
035200         MOVE LTTRREC-CYCLE-DATE TO WS-ROW-CYCLE
035300     END-IF.
035400     IF WS-ROW-CYCLE = ZERO
035500         ADD 1 TO WS-ROWS-UNDATED
035600     ELSE
035700         IF WS-ROW-CYCLE NOT = WS-PREV-ROW-CYCLE
035800             PERFORM 2400-NOTE-CYCLE THRU 2400-NOTE-CYCLE-EXIT
035900         END-IF
036000     END-IF.
036100     MOVE 1 TO WS-SRC-CUR.
036200     PERFORM 2300-ADD-TO-SLOT THRU 2300-ADD-TO-SLOT-EXIT.
036300     IF LTTRREC-SOURCE-ID = SPACES OR LOW-VALUES
036400         ADD 1 TO WS-ROWS-NO-SOURCE
036500         PERFORM 2100-READ-LTTRFILE THRU 2100-READ-LTTRFILE-EXIT
036600         GO TO 2000-ADD-ONE-ROW-EXIT
036700     END-IF.
036800     PERFORM 2200-FIND-SOURCE THRU 2200-FIND-SOURCE-EXIT.
036900     IF WS-SRC-CUR = ZERO
037000         ADD 1 TO WS-ROWS-NO-SLOT
037100     ELSE
037200         PERFORM 2300-ADD-TO-SLOT THRU 2300-ADD-TO-SLOT-EXIT
037300     END-IF.
037400     PERFORM 2100-READ-LTTRFILE THRU 2100-READ-LTTRFILE-EXIT.
037500 2000-ADD-ONE-ROW-EXIT.
037600     EXIT.
037700*----------------------------------------------------------------
037800* 2100-READ-LTTRFILE - READ THE NEXT ROW, SET EOF SWITCH.
037900*----------------------------------------------------------------
038000 2100-READ-LTTRFILE.
038100     READ LTTRFILE
038200         AT END
038300             SET WS-AT-EOF TO TRUE
038400     END-READ.
038500 2100-READ-LTTRFILE-EXIT.
038600     EXIT.
038700*----------------------------------------------------------------
038800* 2200-FIND-SOURCE - POINT WS-SRC-CUR AT THIS ROW'S SOURCE SLOT,
038900*     TAKING THE NEXT FREE SLOT ON FIRST SIGHT. A FULL TABLE
039000*     LEAVES ZERO - THE ROW THEN COUNTS TOWARDS '*ALL*' ONLY.
039100*----------------------------------------------------------------
039200 2200-FIND-SOURCE.
039300     MOVE ZERO TO WS-SRC-HIT.
039400     PERFORM 2250-MATCH-ONE-SOURCE
039500         THRU 2250-MATCH-ONE-SOURCE-EXIT
039600         VARYING WS-SRC-SUB FROM 2 BY 1
039700         UNTIL WS-SRC-SUB > WS-SRC-COUNT
039800            OR WS-SRC-HIT > ZERO.
039900     IF WS-SRC-HIT > ZERO
040000         MOVE WS-SRC-HIT TO WS-SRC-CUR
040100         GO TO 2200-FIND-SOURCE-EXIT
040200     END-IF.
040300     IF WS-SRC-COUNT < WS-SRC-MAX
040400         ADD 1 TO WS-SRC-COUNT
040500         MOVE WS-SRC-COUNT TO WS-SRC-CUR
040600         PERFORM 1200-CLEAR-ONE-SLOT THRU 1200-CLEAR-ONE-SLOT-EXIT
040700         MOVE LTTRREC-SOURCE-ID TO WS-SRC-ID (WS-SRC-CUR)
040800     ELSE
040900         MOVE ZERO TO WS-SRC-CUR
041000     END-IF.
041100 2200-FIND-SOURCE-EXIT.
041200     EXIT.
041300*----------------------------------------------------------------
041400* 2250-MATCH-ONE-SOURCE - ONE TABLE SLOT AGAINST THE ROW.
041500*----------------------------------------------------------------
041600 2250-MATCH-ONE-SOURCE.
041700     IF WS-SRC-ID (WS-SRC-SUB) = LTTRREC-SOURCE-ID
041800         MOVE WS-SRC-SUB TO WS-SRC-HIT
041900     END-IF.
042000 2250-MATCH-ONE-SOURCE-EXIT.
042100     EXIT.
042200*----------------------------------------------------------------
042300* 2300-ADD-TO-SLOT - ONE ROW INTO SLOT WS-SRC-CUR: A LINE, ITS
042400*     26 LETTER COUNTS, AND ITS CYCLE IF THE CYCLE IS NEW TO THE
042500*     SLOT.
042600*----------------------------------------------------------------
042700 2300-ADD-TO-SLOT.
042800     ADD 1 TO WS-SRC-LINES (WS-SRC-CUR).
042900     PERFORM 2350-ADD-ONE-LETTER THRU 2350-ADD-ONE-LETTER-EXIT
043000         VARYING WS-LETTER-SUB FROM 1 BY 1
043100         UNTIL WS-LETTER-SUB > 26.
043200     IF WS-ROW-CYCLE = ZERO
043300         GO TO 2300-ADD-TO-SLOT-EXIT
043400     END-IF.
043500     IF WS-ROW-CYCLE NOT = WS-SRC-PREV-CYCLE (WS-SRC-CUR)
043600         ADD 1 TO WS-SRC-CYCLES (WS-SRC-CUR)
043700         MOVE WS-ROW-CYCLE TO WS-SRC-PREV-CYCLE (WS-SRC-CUR)
043800     END-IF.
043900     IF WS-SRC-FIRST-CYCLE (WS-SRC-CUR) = ZERO
044000             OR WS-ROW-CYCLE < WS-SRC-FIRST-CYCLE (WS-SRC-CUR)
044100         MOVE WS-ROW-CYCLE TO WS-SRC-FIRST-CYCLE (WS-SRC-CUR)
044200     END-IF.
044300     IF WS-ROW-CYCLE > WS-SRC-LAST-CYCLE (WS-SRC-CUR)
044400         MOVE WS-ROW-CYCLE TO WS-SRC-LAST-CYCLE (WS-SRC-CUR)
044500     END-IF.
044600 2300-ADD-TO-SLOT-EXIT.
044700     EXIT.
044800*----------------------------------------------------------------
044900* 2350-ADD-ONE-LETTER - ONE LETTER'S COUNT INTO SLOT WS-SRC-CUR.
045000*----------------------------------------------------------------
045100 2350-ADD-ONE-LETTER.
045200     ADD LTTRREC-CNT (WS-LETTER-SUB)
045300         TO WS-SRC-CNT (WS-SRC-CUR, WS-LETTER-SUB).
045400     ADD LTTRREC-CNT (WS-LETTER-SUB)
045500         TO WS-SRC-LETTERS (WS-SRC-CUR).
045600 2350-ADD-ONE-LETTER-EXIT.
045700     EXIT.
045800*----------------------------------------------------------------
045900* 2400-NOTE-CYCLE - THE ROW'S CYCLE DIFFERS FROM THE LAST ROW'S:
046000*     ADD IT TO THE LIST OF CYCLES READ IF IT IS NOT THERE. A
046100*     LIST THAT FILLS STOPS GROWING; THE COUNT ON THE REPORT
046200*     THEN SAYS SO.
046300*----------------------------------------------------------------
046400 2400-NOTE-CYCLE.
046500     MOVE WS-ROW-CYCLE TO WS-PREV-ROW-CYCLE.
046600     MOVE ZERO TO WS-CYC-HIT.
046700     PERFORM 2450-MATCH-ONE-CYCLE THRU 2450-MATCH-ONE-CYCLE-EXIT
046800         VARYING WS-CYC-SUB FROM 1 BY 1
046900         UNTIL WS-CYC-SUB > WS-CYC-COUNT
047000            OR WS-CYC-HIT > ZERO.
047100     IF WS-CYC-HIT = ZERO AND WS-CYC-COUNT < WS-CYC-MAX
047200         ADD 1 TO WS-CYC-COUNT
047300         MOVE WS-ROW-CYCLE TO WS-CYC-DATE (WS-CYC-COUNT)
047400     END-IF.
047500 2400-NOTE-CYCLE-EXIT.
047600     EXIT.
047700*----------------------------------------------------------------
047800* 2450-MATCH-ONE-CYCLE - ONE LISTED CYCLE AGAINST THE ROW'S.
047900*----------------------------------------------------------------
048000 2450-MATCH-ONE-CYCLE.
048100     IF WS-CYC-DATE (WS-CYC-SUB) = WS-ROW-CYCLE
048200         MOVE WS-CYC-SUB TO WS-CYC-HIT
048300     END-IF.
048400 2450-MATCH-ONE-CYCLE-EXIT.
048500     EXIT.
048600*----------------------------------------------------------------
048700* 3000-WRITE-PROFILES - ONE PROFREC PER SLOT WITH ENOUGH TEXT,
048800*     '*ALL*' FIRST. '*ALL*' IS WRITTEN WHENEVER ANY LETTER WAS
048900*     READ - IT IS THE FALLBACK FOR EVERY UNPROFILED SOURCE.
049000*----------------------------------------------------------------
049100 3000-WRITE-PROFILES.
049200     MOVE SPACES TO WS-PRINT-LINE.
049300     PERFORM 9050-WRITE-REPORT-LINE
049400         THRU 9050-WRITE-REPORT-LINE-EXIT.
049500     MOVE 'PROFILES' TO WS-PRINT-LINE.
049600     PERFORM 9050-WRITE-REPORT-LINE
049700         THRU 9050-WRITE-REPORT-LINE-EXIT.
049800     MOVE 'SOURCE   CYCLES     LINES     LETTERS  STATUS'
049900         TO WS-PRINT-LINE.
050000     PERFORM 9050-WRITE-REPORT-LINE
050100         THRU 9050-WRITE-REPORT-LINE-EXIT.
050200     PERFORM 3100-WRITE-ONE-PROFILE
050300         THRU 3100-WRITE-ONE-PROFILE-EXIT
050400         VARYING WS-SRC-CUR FROM 1 BY 1
050500         UNTIL WS-SRC-CUR > WS-SRC-COUNT.
050600 3000-WRITE-PROFILES-EXIT.
050700     EXIT.
050800*----------------------------------------------------------------
050900* 3100-WRITE-ONE-PROFILE - SHARES FOR SLOT WS-SRC-CUR, WRITTEN
051000*     IF THE SLOT HAS THE TEXT TO SUPPORT THEM, AND ITS LINE ON
051100*     THE REPORT EITHER WAY. THE '*ALL*' CYCLE COUNT IS THE
051200*     DISTINCT CYCLES READ.
051300*----------------------------------------------------------------
051400 3100-WRITE-ONE-PROFILE.
051500     IF WS-SRC-CUR = 1
051600         MOVE WS-CYC-COUNT TO WS-SRC-CYCLES (1)
051700     END-IF.
051800     MOVE 'WRITTEN' TO WS-EDIT-STATUS.
051900     IF WS-SRC-LETTERS (WS-SRC-CUR) = ZERO
052000         MOVE 'NO LETTERS - NOT WRITTEN' TO WS-EDIT-STATUS
052100     ELSE
052200         IF WS-SRC-CUR > 1 AND
052300                 WS-SRC-LETTERS (WS-SRC-CUR) < WS-MIN-LETTERS
052400             MOVE 'TOO LITTLE - USES *ALL*' TO WS-EDIT-STATUS
052500         END-IF
052600     END-IF.
052700     IF WS-EDIT-STATUS = 'WRITTEN'
052800         PERFORM 3200-BUILD-PROFREC THRU 3200-BUILD-PROFREC-EXIT
052900         WRITE PROFREC
053000         IF NOT WS-PROFFILE-OK
053100             DISPLAY '*** WRITE FAILED, STATUS '
053200                 WS-PROFFILE-STATUS ' - JOB ABENDING ***'
053300             MOVE 16 TO RETURN-CODE
053400             STOP RUN
053500         END-IF
053600         ADD 1 TO WS-PROFILES-WRITTEN
053700     ELSE
053800         ADD 1 TO WS-PROFILES-SKIPPED
053900     END-IF.
054000     MOVE WS-SRC-CYCLES (WS-SRC-CUR) TO WS-EDIT-CYCLES.
054100     MOVE WS-SRC-LINES (WS-SRC-CUR) TO WS-EDIT-COUNT.
054200     MOVE WS-SRC-LETTERS (WS-SRC-CUR) TO WS-EDIT-LETTERS.
054300     MOVE SPACES TO WS-PRINT-LINE.
054400     STRING WS-SRC-ID (WS-SRC-CUR) DELIMITED BY SIZE
054500         '    ' DELIMITED BY SIZE
054600         WS-EDIT-CYCLES DELIMITED BY SIZE
054700         ' ' DELIMITED BY SIZE
054800         WS-EDIT-COUNT DELIMITED BY SIZE
054900         ' ' DELIMITED BY SIZE
055000         WS-EDIT-LETTERS DELIMITED BY SIZE
055100         '  ' DELIMITED BY SIZE
055200         WS-EDIT-STATUS DELIMITED BY SIZE
055300         INTO WS-PRINT-LINE.
055400     PERFORM 9050-WRITE-REPORT-LINE
055500         THRU 9050-WRITE-REPORT-LINE-EXIT.
055600 3100-WRITE-ONE-PROFILE-EXIT.
055700     EXIT.
055800*----------------------------------------------------------------
055900* 3200-BUILD-PROFREC - THE PROFREC FOR SLOT WS-SRC-CUR.
056000*----------------------------------------------------------------
056100 3200-BUILD-PROFREC.
056200     MOVE SPACES TO PROFREC.
056300     MOVE WS-SRC-ID (WS-SRC-CUR) TO PROFREC-SOURCE-ID.
056400     MOVE WS-RUN-DATE TO PROFREC-BUILT-DATE.
056500     MOVE WS-SRC-FIRST-CYCLE (WS-SRC-CUR) TO PROFREC-FIRST-CYCLE.
056600     MOVE WS-SRC-LAST-CYCLE (WS-SRC-CUR) TO PROFREC-LAST-CYCLE.
056700     MOVE WS-SRC-CYCLES (WS-SRC-CUR) TO PROFREC-CYCLES.
056800     MOVE WS-SRC-LINES (WS-SRC-CUR) TO PROFREC-LINES.
056900     MOVE WS-SRC-LETTERS (WS-SRC-CUR) TO PROFREC-LETTERS.
057000     PERFORM 3250-SHARE-ONE-LETTER THRU 3250-SHARE-ONE-LETTER-EXIT
057100         VARYING WS-LETTER-SUB FROM 1 BY 1
057200         UNTIL WS-LETTER-SUB > 26.
057300 3200-BUILD-PROFREC-EXIT.
057400     EXIT.
057500*----------------------------------------------------------------
057600* 3250-SHARE-ONE-LETTER - ONE LETTER'S SHARE PER TEN THOUSAND.
057700*----------------------------------------------------------------
057800 3250-SHARE-ONE-LETTER.
057900     MULTIPLY WS-SRC-CNT (WS-SRC-CUR, WS-LETTER-SUB) BY 10000
058000         GIVING WS-SHARE-WORK.
058100     DIVIDE WS-SHARE-WORK BY WS-SRC-LETTERS (WS-SRC-CUR)
058200         GIVING PROFREC-SHARE (WS-LETTER-SUB) ROUNDED.
058300 3250-SHARE-ONE-LETTER-EXIT.
058400     EXIT.
058500*----------------------------------------------------------------
058600* 9000-TERMINATE - THE REPORT, THE PROFILES, THE CLOSES AND THE
058700*     RUN LOG. NOTHING READ IS RC=8 - THE NEW GENERATION IS
058800*     EMPTY AND MUST NOT BE LEFT AS THE CURRENT ONE.
058900*----------------------------------------------------------------
059000 9000-TERMINATE.
059100     CLOSE LTTRFILE.
059200     PERFORM 9100-PRINT-TOTALS THRU 9100-PRINT-TOTALS-EXIT.
059300     PERFORM 9200-PRINT-CYCLES THRU 9200-PRINT-CYCLES-EXIT.
059400     PERFORM 3000-WRITE-PROFILES THRU 3000-WRITE-PROFILES-EXIT.
059500     CLOSE PROFFILE.
059600     IF WS-SRC-LETTERS (1) = ZERO
059700         MOVE SPACES TO WS-PRINT-LINE
059800         PERFORM 9050-WRITE-REPORT-LINE
059900             THRU 9050-WRITE-REPORT-LINE-EXIT
060000         MOVE '** NO LETTERS READ - NO PROFILES WRITTEN - RC=8 **'
060100             TO WS-PRINT-LINE
060200         PERFORM 9050-WRITE-REPORT-LINE
060300             THRU 9050-WRITE-REPORT-LINE-EXIT
060400         MOVE 8 TO RETURN-CODE
060500     ELSE
060600         PERFORM 9300-PRINT-REFERENCE-MIX
060700             THRU 9300-PRINT-REFERENCE-MIX-EXIT
060800     END-IF.
060900     CLOSE REPTFILE.
061000     PERFORM 9800-LOG-RUN-END THRU 9800-LOG-RUN-END-EXIT.
061100 9000-TERMINATE-EXIT.
061200     EXIT.
061300*----------------------------------------------------------------
061400* 9100-PRINT-TOTALS - BANNER AND THE RUN FIGURES.
061500*----------------------------------------------------------------
061600 9100-PRINT-TOTALS.
061700     MOVE '********************************************'
061800         TO WS-PRINT-LINE.
061900     PERFORM 9050-WRITE-REPORT-LINE
062000         THRU 9050-WRITE-REPORT-LINE-EXIT.
062100     MOVE '*  CODEABBEY-SET-43 LETTER PROFILE REBUILD *'
062200         TO WS-PRINT-LINE.
062300     PERFORM 9050-WRITE-REPORT-LINE
062400         THRU 9050-WRITE-REPORT-LINE-EXIT.
062500     MOVE '********************************************'
062600         TO WS-PRINT-LINE.
062700     PERFORM 9050-WRITE-REPORT-LINE
062800         THRU 9050-WRITE-REPORT-LINE-EXIT.
062900     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
063000     MOVE SPACES TO WS-PRINT-LINE.
063100     STRING 'BUILD DATE ............: ' DELIMITED BY SIZE
063200         WS-EDIT-DATE DELIMITED BY SIZE
063300         INTO WS-PRINT-LINE.
063400     PERFORM 9050-WRITE-REPORT-LINE
063500         THRU 9050-WRITE-REPORT-LINE-EXIT.
063600     MOVE WS-MIN-LETTERS TO WS-EDIT-MIN.
063700     MOVE SPACES TO WS-PRINT-LINE.
063800     STRING 'MINLETTERS FOR A SOURCE: ' DELIMITED BY SIZE
063900         WS-EDIT-MIN DELIMITED BY SIZE
064000         INTO WS-PRINT-LINE.
064100     PERFORM 9050-WRITE-REPORT-LINE
064200         THRU 9050-WRITE-REPORT-LINE-EXIT.
064300     MOVE WS-ROWS-READ TO WS-EDIT-COUNT.
064400     MOVE SPACES TO WS-PRINT-LINE.
064500     STRING 'LETTER ROWS READ ......: ' DELIMITED BY SIZE
064600         WS-EDIT-COUNT DELIMITED BY SIZE
064700         INTO WS-PRINT-LINE.
064800     PERFORM 9050-WRITE-REPORT-LINE
064900         THRU 9050-WRITE-REPORT-LINE-EXIT.
065000     MOVE WS-ROWS-UNDATED TO WS-EDIT-COUNT.
065100     MOVE SPACES TO WS-PRINT-LINE.
065200     STRING 'ROWS WITH NO CYCLE ....: ' DELIMITED BY SIZE
065300         WS-EDIT-COUNT DELIMITED BY SIZE
065400         INTO WS-PRINT-LINE.
065500     PERFORM 9050-WRITE-REPORT-LINE
065600         THRU 9050-WRITE-REPORT-LINE-EXIT.
065700     MOVE WS-ROWS-NO-SOURCE TO WS-EDIT-COUNT.
065800     MOVE SPACES TO WS-PRINT-LINE.
065900     STRING 'ROWS WITH NO SOURCE ...: ' DELIMITED BY SIZE
066000         WS-EDIT-COUNT DELIMITED BY SIZE
066100         ' (*ALL* ONLY)' DELIMITED BY SIZE
066200         INTO WS-PRINT-LINE.
066300     PERFORM 9050-WRITE-REPORT-LINE
066400         THRU 9050-WRITE-REPORT-LINE-EXIT.
066500     MOVE WS-ROWS-NO-SLOT TO WS-EDIT-COUNT.
066600     MOVE SPACES TO WS-PRINT-LINE.
066700     STRING 'ROWS PAST SOURCE LIMIT : ' DELIMITED BY SIZE
066800         WS-EDIT-COUNT DELIMITED BY SIZE
066900         ' (*ALL* ONLY)' DELIMITED BY SIZE
067000         INTO WS-PRINT-LINE.
067100     PERFORM 9050-WRITE-REPORT-LINE
067200         THRU 9050-WRITE-REPORT-LINE-EXIT.
067300 9100-PRINT-TOTALS-EXIT.
067400     EXIT.
067500*----------------------------------------------------------------
067600* 9200-PRINT-CYCLES - THE CYCLES THE PROFILES WERE BUILT FROM,
067700*     EIGHT TO A LINE.
067800*----------------------------------------------------------------
067900 9200-PRINT-CYCLES.
068000     MOVE WS-CYC-COUNT TO WS-EDIT-CYCLES.
068100     MOVE SPACES TO WS-PRINT-LINE.
068200     STRING 'CYCLES READ ...........: ' DELIMITED BY SIZE
068300         WS-EDIT-CYCLES DELIMITED BY SIZE
068400         INTO WS-PRINT-LINE.
068500     PERFORM 9050-WRITE-REPORT-LINE
068600         THRU 9050-WRITE-REPORT-LINE-EXIT.
068700     IF WS-CYC-COUNT = WS-CYC-MAX
068800         MOVE '  (LIST FULL - FURTHER CYCLES NOT LISTED)'
068900             TO WS-PRINT-LINE
069000         PERFORM 9050-WRITE-REPORT-LINE
069100             THRU 9050-WRITE-REPORT-LINE-EXIT
069200     END-IF.
069300     MOVE SPACES TO WS-PRINT-LINE.
069400     MOVE 3 TO WS-PRINT-PTR.
069500     PERFORM 9210-LIST-ONE-CYCLE THRU 9210-LIST-ONE-CYCLE-EXIT
069600         VARYING WS-CYC-SUB FROM 1 BY 1
069700         UNTIL WS-CYC-SUB > WS-CYC-COUNT.
069800     IF WS-PRINT-PTR > 3
069900         PERFORM 9050-WRITE-REPORT-LINE
070000             THRU 9050-WRITE-REPORT-LINE-EXIT
070100     END-IF.
070200 9200-PRINT-CYCLES-EXIT.
070300     EXIT.
070400*----------------------------------------------------------------
070500* 9210-LIST-ONE-CYCLE - ONE CYCLE DATE ONTO THE LINE IN HAND,
070600*     PRINTING THE LINE WHEN IT HOLDS EIGHT.
070700*----------------------------------------------------------------
070800 9210-LIST-ONE-CYCLE.
070900     MOVE WS-CYC-DATE (WS-CYC-SUB) TO WS-EDIT-DATE.
071000     STRING WS-EDIT-DATE DELIMITED BY SIZE
071100         '  ' DELIMITED BY SIZE
071200         INTO WS-PRINT-LINE
071300         WITH POINTER WS-PRINT-PTR.
071400     IF WS-PRINT-PTR > 60
071500         PERFORM 9050-WRITE-REPORT-LINE
071600             THRU 9050-WRITE-REPORT-LINE-EXIT
071700         MOVE SPACES TO WS-PRINT-LINE
071800         MOVE 3 TO WS-PRINT-PTR
071900     END-IF.
072000 9210-LIST-ONE-CYCLE-EXIT.
072100     EXIT.
072200*----------------------------------------------------------------
072300* 9300-PRINT-REFERENCE-MIX - THE '*ALL*' PROFILE AS PERCENTAGES,
072400*     FOR A READER COMPARING IT WITH THE SET-36 CYCLE TABLE.
072500*----------------------------------------------------------------
072600 9300-PRINT-REFERENCE-MIX.
072700     MOVE SPACES TO WS-PRINT-LINE.
072800     PERFORM 9050-WRITE-REPORT-LINE
072900         THRU 9050-WRITE-REPORT-LINE-EXIT.
073000     MOVE 'REFERENCE LETTER MIX (*ALL*)' TO WS-PRINT-LINE.
073100     PERFORM 9050-WRITE-REPORT-LINE
073200         THRU 9050-WRITE-REPORT-LINE-EXIT.
073300     PERFORM 9310-PRINT-ONE-LETTER THRU 9310-PRINT-ONE-LETTER-EXIT
073400         VARYING WS-LETTER-SUB FROM 1 BY 1
073500         UNTIL WS-LETTER-SUB > 26.
073600 9300-PRINT-REFERENCE-MIX-EXIT.
073700     EXIT.
073800*----------------------------------------------------------------
073900* 9310-PRINT-ONE-LETTER - ONE LETTER'S '*ALL*' SHARE.
074000*----------------------------------------------------------------
074100 9310-PRINT-ONE-LETTER.
074200     MULTIPLY WS-SRC-CNT (1, WS-LETTER-SUB) BY 100
074300         GIVING WS-SHARE-WORK.
074400     DIVIDE WS-SHARE-WORK BY WS-SRC-LETTERS (1)
074500         GIVING WS-SHARE-PCT ROUNDED.
074600     MOVE WS-SHARE-PCT TO WS-EDIT-PCT.
074700     MOVE SPACES TO WS-PRINT-LINE.
074800     STRING '  ' DELIMITED BY SIZE
074900         WS-ALPHA-CH (WS-LETTER-SUB) DELIMITED BY SIZE
075000         ' : ' DELIMITED BY SIZE
075100         WS-EDIT-PCT DELIMITED BY SIZE
075200         ' PCT' DELIMITED BY SIZE
075300         INTO WS-PRINT-LINE.
075400     PERFORM 9050-WRITE-REPORT-LINE
075500         THRU 9050-WRITE-REPORT-LINE-EXIT.
075600 9310-PRINT-ONE-LETTER-EXIT.
075700     EXIT.
075800*----------------------------------------------------------------
075900* 9800-LOG-RUN-END - COMPLETE THIS RUN'S ROW ON THE CHAIN-WIDE
076000*     RUN LOG: LETTER ROWS READ, PROFILES WRITTEN.
076100*----------------------------------------------------------------
076200 9800-LOG-RUN-END.
076300     SET RUNLPARM-LOG-END TO TRUE.
076400     MOVE WS-ROWS-READ        TO RUNLPARM-READ-COUNT.
076500     MOVE WS-PROFILES-WRITTEN TO RUNLPARM-WRITE-COUNT.
076600     MOVE ZERO                TO RUNLPARM-REJ-COUNT.
076700     MOVE RETURN-CODE         TO RUNLPARM-RETURN-CODE.
076800     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
076900 9800-LOG-RUN-END-EXIT.
077000     EXIT.
077100*----------------------------------------------------------------
077200* 9050-WRITE-REPORT-LINE - ONE REPORT LINE TO SYSOUT AND TO THE
077300*     RETAINED DATASET, SO THE TWO COPIES CANNOT DRIFT APART.
077400*----------------------------------------------------------------
077500 9050-WRITE-REPORT-LINE.
077600     DISPLAY WS-PRINT-LINE.
077700     MOVE WS-PRINT-LINE TO REPT-REC.
077800     WRITE REPT-REC.
077900 9050-WRITE-REPORT-LINE-EXIT.
078000     EXIT.
078100*----------------------------------------------------------------
078200* 9900-ABEND-ON-OPEN-ERROR - A FILE WE DEPEND ON FAILED TO OPEN.
078300*     MOVE THE DD NAME TO WS-ABEND-FILE-NAME BEFORE THE PERFORM
078400*     SO THE MESSAGE IDENTIFIES WHICH ONE.
078500*----------------------------------------------------------------
078600 9900-ABEND-ON-OPEN-ERROR.
078700     DISPLAY '*** OPEN FAILED FOR ' WS-ABEND-FILE-NAME
078800         ' - JOB ABENDING ***'.
078900     MOVE 16 TO RETURN-CODE.
079000     STOP RUN.
079100 END PROGRAM CODEABBEY-SET-43.
