000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CODEABBEY-SET-52.
000300 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000400 INSTALLATION. CODEABBEY-DP-CENTER.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900* MODIFICATION HISTORY                                        *
001000*---------------------------------------------------------------
001100* DATE       INIT DESCRIPTION                                  *
001200* 2026-10-14  JPR INITIAL VERSION - BATCH-WINDOW AND SLA TREND *
001300*                 REPORT OVER A RANGE OF CYCLES ON THE RUN-LOG *
001400*                 MASTER: CHAIN START, FINISH AND ELAPSED BY   *
001500*                 CYCLE AGAINST THE SLA DEADLINE, EACH CHAIN   *
001600*                 PROGRAM'S ELAPSED, THROUGHPUT, RERUNS,       *
001700*                 ROLLING AVERAGE AND WORST NIGHT, STEPS       *
001800*                 SLOWING FASTER THAN THEIR VOLUME GROWS, AND  *
001900*                 THE PROJECTED FINISH AND CYCLES LEFT BEFORE  *
002000*                 A BREACH.                                    *
002100***************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER. IBM-370.
002500 OBJECT-COMPUTER. IBM-370.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT PARMFILE ASSIGN TO PARMFILE
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-PARMFILE-STATUS.
003100     SELECT RUNLFILE ASSIGN TO RUNLFILE
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS RUNLREC-KEY
003500         FILE STATUS IS WS-RUNLFILE-STATUS.
003600     SELECT REPTFILE ASSIGN TO REPTFILE
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-REPTFILE-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100*----------------------------------------------------------------
004200* PARMFILE - KEYWORD=VALUE CARDS. FROMDATE=YYMMDD AND
004300* TODATE=YYMMDD BOUND THE CYCLES REPORTED; SLADEADLINE=HHMMSS IS
004400* THE TIME THE CHAIN MUST HAVE FINISHED BY; ROLLING=NN IS THE
004500* NUMBER OF CYCLES IN A ROLLING AVERAGE; GROWTOL=NNN IS HOW MANY
004600* PERCENTAGE POINTS A STEP'S ELAPSED GROWTH MAY RUN AHEAD OF ITS
004700* VOLUME GROWTH BEFORE IT IS FLAGGED; MINSECS=NNNN IS THE
004800* AVERAGE ELAPSED BELOW WHICH A STEP IS TOO QUICK TO TREND;
004900* LEADCYCLES=NNN IS HOW MANY CYCLES' WARNING OF A BREACH IS
005000* WANTED. A LATER CARD FOR THE SAME KEYWORD WINS.
005100*----------------------------------------------------------------
005200 FD  PARMFILE
005300     LABEL RECORDS ARE STANDARD
005400     RECORDING MODE IS F.
005500 01  PARM-REC PIC X(80).
005600*----------------------------------------------------------------
005700* RUNLFILE - THE CHAIN-WIDE RUN-LOG MASTER, READ-ONLY. THE ROWS
005800* FOR THE RANGE ARE CONTIGUOUS, KEYED BY CYCLE DATE FIRST.
005900*----------------------------------------------------------------
006000 FD  RUNLFILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY RUNLREC.
006300*----------------------------------------------------------------
006400* REPTFILE - RETAINED COPY OF THE TREND REPORT.
006500*----------------------------------------------------------------
006600 FD  REPTFILE
006700     LABEL RECORDS ARE STANDARD
006800     RECORDING MODE IS F.
006900 01  REPT-REC PIC X(80).
007000 WORKING-STORAGE SECTION.
007100*----------------------------------------------------------------
007200* FILE STATUS AND SWITCH BYTES
007300*----------------------------------------------------------------
007400 01  WS-PARMFILE-STATUS PIC X(02).
007500     88  WS-PARMFILE-OK              VALUE '00'.
007600 01  WS-RUNLFILE-STATUS PIC X(02).
007700     88  WS-RUNLFILE-OK              VALUE '00'.
007800 01  WS-REPTFILE-STATUS PIC X(02).
007900     88  WS-REPTFILE-OK              VALUE '00'.
008000 01  WS-SWITCHES.
008100     05  WS-PARM-EOF-SWITCH PIC X(01) VALUE 'N'.
008200         88  WS-PARM-AT-EOF           VALUE 'Y'.
008300     05  WS-WALK-DONE-SWITCH PIC X(01) VALUE 'N'.
008400         88  WS-WALK-DONE              VALUE 'Y'.
008500         88  WS-WALK-NOT-DONE          VALUE 'N'.
008600*----------------------------------------------------------------
008700* PARM CARD WORK AREAS AND THE SETTINGS, WITH THEIR DEFAULTS -
008800* THE WHOLE LOG, A 06:00 DEADLINE, SEVEN-CYCLE ROLLING AVERAGES,
008900* TEN POINTS OF TOLERANCE, NOTHING UNDER A MINUTE TRENDED, AND
009000* THIRTY CYCLES' WARNING.
009100*----------------------------------------------------------------
009200 01  WS-PARM-REC PIC X(80).
009300 01  WS-PARM-KEYWORD PIC X(12).
009400 01  WS-PARM-VALUE PIC X(12).
009500 01  WS-FROM-DATE PIC 9(06) VALUE ZERO.
009600 01  WS-TO-DATE PIC 9(06) VALUE 999999.
009700 01  WS-SLA-DEADLINE PIC 9(06) VALUE 060000.
009800 01  WS-ROLLING PIC 9(03) COMP VALUE 7.
009900 01  WS-GROW-TOL PIC 9(03) COMP VALUE 10.
010000 01  WS-MIN-SECS PIC 9(05) COMP VALUE 60.
010100 01  WS-LEAD-CYCLES PIC 9(03) COMP VALUE 30.
010200*----------------------------------------------------------------
010300* THE CHAIN'S PROGRAMS IN THE ORDER CODE020 RUNS THEM - KEEP IN
010400* STEP WITH THE JCL AND THE CODEABBEY-SET-47 STEP TABLE. THE
010500* FIRST STARTS THE CHAIN AND THE LAST, THE SCORECARD, ENDS IT;
010600* A CYCLE WHOSE SCORECARD NEVER ENDED DID NOT FINISH. ROWS FOR
010700* ANY OTHER PROGRAM ON THE LOG - THE ON-DEMAND AND MONTH-END
010800* JOBS - ARE OUTSIDE THE BATCH WINDOW AND ARE PASSED OVER.
010900*----------------------------------------------------------------
011000 01  WS-CHAIN-DEF-TABLE.
011100     05  FILLER PIC X(08) VALUE 'SET-47'.
011200     05  FILLER PIC X(08) VALUE 'SET-20'.
011300     05  FILLER PIC X(08) VALUE 'SET-40'.
011400     05  FILLER PIC X(08) VALUE 'SET-24'.
011500     05  FILLER PIC X(08) VALUE 'SET-23'.
011600     05  FILLER PIC X(08) VALUE 'SET-41'.
011700     05  FILLER PIC X(08) VALUE 'SET-22'.
011800     05  FILLER PIC X(08) VALUE 'SET-28'.
011900     05  FILLER PIC X(08) VALUE 'SET-21'.
012000     05  FILLER PIC X(08) VALUE 'SET-36'.
012100     05  FILLER PIC X(08) VALUE 'SET-44'.
012200     05  FILLER PIC X(08) VALUE 'SET-49'.
012300     05  FILLER PIC X(08) VALUE 'SET-26'.
012400     05  FILLER PIC X(08) VALUE 'SET-42'.
012500     05  FILLER PIC X(08) VALUE 'SET-51'.
012600     05  FILLER PIC X(08) VALUE 'SET-33'.
012700 01  WS-CHAIN-DEF-TBL REDEFINES WS-CHAIN-DEF-TABLE.
012800     05  WS-CHAIN-PROGRAM PIC X(08) OCCURS 16 TIMES.
012900 77  WS-CHAIN-MAX PIC 9(03) COMP VALUE 16.
013000 77  WS-STEP-SUB PIC 9(03) COMP VALUE ZERO.
013100 77  WS-STEP-HIT PIC 9(03) COMP VALUE ZERO.
013200 77  WS-ROW-STEP PIC 9(03) COMP VALUE ZERO.
013300*----------------------------------------------------------------
013400* ONE ENTRY PER CYCLE IN THE RANGE WITH ANY CHAIN ROW ON THE LOG,
013500* IN CYCLE-DATE ORDER, AND WITHIN IT ONE CELL PER CHAIN PROGRAM.
013600* A CELL'S ELAPSED IS EVERY ENDED ATTEMPT ADDED TOGETHER - A
013700* RERUN NIGHT COSTS THE WINDOW ALL OF ITS ATTEMPTS - AND ITS
013800* READ COUNT IS THE LAST ENDED ATTEMPT'S. WS-CYC-START IS THE
013900* CHAIN'S START AS SECONDS AFTER NOON (SEE 8300) AND
014000* WS-CYC-ELAPSED RUNS FROM THERE TO THE LAST END SEEN.
014100*----------------------------------------------------------------
014200 77  WS-CYC-MAX PIC 9(03) COMP VALUE 400.
014300 77  WS-CYC-COUNT PIC 9(03) COMP VALUE ZERO.
014400 77  WS-CYC-SUB PIC 9(03) COMP VALUE ZERO.
014500 01  WS-CUR-DATE PIC 9(06) VALUE ZERO.
014600 01  WS-CYCLE-TABLE.
014700     05  WS-CYC OCCURS 400 TIMES.
014800         10  WS-CYC-DATE        PIC 9(06).
014900         10  WS-CYC-START       PIC 9(06) COMP.
015000         10  WS-CYC-ELAPSED     PIC 9(06) COMP.
015100         10  WS-CYC-RERUNS      PIC 9(03) COMP.
015200         10  WS-CYC-DONE-SW     PIC X(01).
015300             88  WS-CYC-COMPLETE           VALUE 'Y'.
015400             88  WS-CYC-INCOMPLETE         VALUE 'N'.
015500         10  WS-CYC-STEP OCCURS 16 TIMES.
015600             15  WS-CS-ATTEMPTS     PIC 9(03) COMP.
015700             15  WS-CS-ENDED        PIC 9(03) COMP.
015800             15  WS-CS-FIRST-START  PIC 9(06).
015900             15  WS-CS-LAST-END     PIC 9(06).
016000             15  WS-CS-ELAPSED      PIC 9(06) COMP.
016100             15  WS-CS-READ         PIC 9(07) COMP.
016200*----------------------------------------------------------------
016300* THE CYCLES A GIVEN STEP RAN IN (OR, FOR THE PROJECTION, THE
016400* CYCLES THE CHAIN FINISHED), AS SUBSCRIPTS INTO THE CYCLE
016500* TABLE, OLDEST FIRST. THE ROLLING AND TREND WINDOWS ARE TAKEN
016600* FROM ITS TWO ENDS.
016700*----------------------------------------------------------------
016800 77  WS-RUN-COUNT PIC 9(03) COMP VALUE ZERO.
016900 77  WS-RUN-SUB PIC 9(03) COMP VALUE ZERO.
017000 77  WS-WIN-CYC PIC 9(03) COMP VALUE ZERO.
017100 77  WS-RUN-FROM PIC 9(03) COMP VALUE ZERO.
017200 77  WS-RUN-TO PIC 9(03) COMP VALUE ZERO.
017300 77  WS-WINDOW PIC 9(03) COMP VALUE ZERO.
017400 01  WS-RUN-LIST-TABLE.
017500     05  WS-RUN-LIST PIC 9(03) COMP OCCURS 400 TIMES.
017600*----------------------------------------------------------------
017700* ONE STEP'S FIGURES OVER THE RANGE.
017800*----------------------------------------------------------------
017900 01  WS-STP-ATTEMPTS PIC 9(05) COMP VALUE ZERO.
018000 01  WS-STP-RERUNS PIC 9(05) COMP VALUE ZERO.
018100 01  WS-STP-NOT-ENDED PIC 9(05) COMP VALUE ZERO.
018200 01  WS-STP-ELAPSED PIC 9(09) COMP VALUE ZERO.
018300 01  WS-STP-READ PIC 9(11) COMP VALUE ZERO.
018400 01  WS-STP-AVG PIC 9(06) COMP VALUE ZERO.
018500 01  WS-STP-ROLLING PIC 9(06) COMP VALUE ZERO.
018600 01  WS-STP-WORST PIC 9(06) COMP VALUE ZERO.
018700 01  WS-STP-WORST-DATE PIC 9(06) VALUE ZERO.
018800 01  WS-STP-RATE PIC 9(09) COMP VALUE ZERO.
018900 01  WS-STP-FLAG-SW PIC X(01) VALUE 'N'.
019000     88  WS-STP-FLAGGED               VALUE 'Y'.
019100     88  WS-STP-NOT-FLAGGED           VALUE 'N'.
019200 01  WS-STP-TREND-SW PIC X(01) VALUE 'N'.
019300     88  WS-STP-TRENDED               VALUE 'Y'.
019400     88  WS-STP-NOT-TRENDED           VALUE 'N'.
019500*----------------------------------------------------------------
019600* WINDOW SUMS AND THE GROWTH FIGURES. GROWTH IS THE LAST WINDOW
019700* AGAINST THE FIRST, IN PER CENT FOR A STEP AND IN SECONDS PER
019800* CYCLE FOR THE CHAIN.
019900*----------------------------------------------------------------
020000 01  WS-SUM-ELAPSED PIC 9(09) COMP VALUE ZERO.
020100 01  WS-SUM-READ PIC 9(11) COMP VALUE ZERO.
020200 01  WS-SUM-START PIC 9(09) COMP VALUE ZERO.
020300 01  WS-FIRST-ELAPSED PIC 9(09) COMP VALUE ZERO.
020400 01  WS-FIRST-READ PIC 9(11) COMP VALUE ZERO.
020500 01  WS-LAST-ELAPSED PIC 9(09) COMP VALUE ZERO.
020600 01  WS-LAST-READ PIC 9(11) COMP VALUE ZERO.
020700 01  WS-ELAPSED-GROWTH PIC S9(07) COMP VALUE ZERO.
020800 01  WS-VOLUME-GROWTH PIC S9(07) COMP VALUE ZERO.
020900 01  WS-GROWTH-LIMIT PIC S9(07) COMP VALUE ZERO.
021000 01  WS-DIFF PIC S9(11) COMP VALUE ZERO.
021100 01  WS-SPAN PIC 9(05) COMP VALUE ZERO.
021200*----------------------------------------------------------------
021300* THE CHAIN PROJECTION, ALL AS SECONDS AFTER NOON OR SECONDS.
021400*----------------------------------------------------------------
021500 01  WS-AVG-START PIC 9(06) COMP VALUE ZERO.
021600 01  WS-AVG-ELAPSED PIC 9(06) COMP VALUE ZERO.
021700 01  WS-CHAIN-GROWTH PIC S9(06) COMP VALUE ZERO.
021800 01  WS-PROJ-FINISH PIC 9(07) COMP VALUE ZERO.
021900 01  WS-DEADLINE-NOON PIC 9(06) COMP VALUE ZERO.
022000 01  WS-MARGIN PIC S9(07) COMP VALUE ZERO.
022100 01  WS-CYCLES-LEFT PIC 9(05) COMP VALUE ZERO.
022200*----------------------------------------------------------------
022300* TIME ARITHMETIC. 8200 TURNS AN HHMMSS CLOCK TIME INTO SECONDS
022400* SINCE MIDNIGHT, 8300 INTO SECONDS AFTER NOON AND 8350 BACK,
022500* 8100 EDITS A NUMBER OF SECONDS AS HH:MM:SS.
022600*----------------------------------------------------------------
022700 01  WS-CLK PIC 9(06) VALUE ZERO.
022800 01  WS-CLK-R REDEFINES WS-CLK.
022900     05  WS-CLK-HH PIC 9(02).
023000     05  WS-CLK-MM PIC 9(02).
023100     05  WS-CLK-SS PIC 9(02).
023200 01  WS-CLK-SECS PIC 9(06) COMP VALUE ZERO.
023300 01  WS-END-SECS PIC 9(06) COMP VALUE ZERO.
023400 01  WS-WORK-SECS PIC 9(06) COMP VALUE ZERO.
023500 01  WS-REF-SECS PIC 9(06) COMP VALUE ZERO.
023600 01  WS-HMS-SECS PIC 9(07) COMP VALUE ZERO.
023700 01  WS-HMS-REST PIC 9(07) COMP VALUE ZERO.
023800 01  WS-HMS-TEXT.
023900     05  WS-HMS-HH PIC 9(02).
024000     05  FILLER PIC X(01) VALUE ':'.
024100     05  WS-HMS-MM PIC 9(02).
024200     05  FILLER PIC X(01) VALUE ':'.
024300     05  WS-HMS-SS PIC 9(02).
024400*----------------------------------------------------------------
024500* RUN COUNTS FOR THE TOTALS AND THE RUN LOG.
024600*----------------------------------------------------------------
024700 01  WS-ROWS-READ PIC 9(07) COMP VALUE ZERO.
024800 01  WS-CHAIN-ROWS PIC 9(07) COMP VALUE ZERO.
024900 01  WS-OTHER-ROWS PIC 9(07) COMP VALUE ZERO.
025000 01  WS-COMPLETE-CYCLES PIC 9(05) COMP VALUE ZERO.
025100 01  WS-MISSED-CYCLES PIC 9(05) COMP VALUE ZERO.
025200 01  WS-FLAGGED-STEPS PIC 9(05) COMP VALUE ZERO.
025300 01  WS-OVERFLOW-ROWS PIC 9(07) COMP VALUE ZERO.
025400 01  WS-WARNING-SW PIC X(01) VALUE 'N'.
025500     88  WS-WARNING-RAISED            VALUE 'Y'.
025600*----------------------------------------------------------------
025700* REPORT BUILDING AREAS.
025800*----------------------------------------------------------------
025900 01  WS-PRINT-LINE PIC X(80).
026000 01  WS-EDIT-COUNT PIC 9(07).
026100 01  WS-EDIT-SMALL PIC ZZ9.
026200 01  WS-EDIT-RUNS PIC ZZZ9.
026300 01  WS-EDIT-RERUNS PIC ZZZ9.
026400 01  WS-EDIT-NOT-ENDED PIC ZZZ9.
026500 01  WS-EDIT-VOL-PCT PIC +(06)9.
026600 01  WS-FLAG-TEXT PIC X(21).
026700 01  WS-EDIT-RATE PIC Z(08)9.
026800 01  WS-EDIT-PCT PIC +(06)9.
026900 01  WS-EDIT-DATE PIC 9(06).
027000 01  WS-EDIT-SIGN PIC X(01).
027100 01  WS-START-TEXT PIC X(08).
027200 01  WS-FINISH-TEXT PIC X(08).
027300 01  WS-ELAPSED-TEXT PIC X(08).
027400 01  WS-ROLLING-TEXT PIC X(08).
027500 01  WS-SLA-TEXT PIC X(14).
027600*----------------------------------------------------------------
027700* NAME OF THE FILE CURRENTLY BEING OPENED, FOR THE ABEND MESSAGE
027800* IN 9900-ABEND-ON-OPEN-ERROR BELOW.
027900*----------------------------------------------------------------
028000 01  WS-ABEND-FILE-NAME PIC X(08).
028100*----------------------------------------------------------------
028200* PARAMETER BLOCK FOR THE CODEABBEY-SET-30 RUN-LOG RECORDER -
028300* SEE 1030-LOG-RUN-START AND 9800-LOG-RUN-END.
028400*----------------------------------------------------------------
028500     COPY RUNLPARM.
028600 PROCEDURE DIVISION.
028700*----------------------------------------------------------------
028800* 0000-MAINLINE - OVERALL FLOW OF CONTROL FOR THE RUN.
028900*----------------------------------------------------------------
029000 0000-MAINLINE.
029100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
029200     PERFORM 2000-LOAD-RUN-LOG THRU 2000-LOAD-RUN-LOG-EXIT.
029300     PERFORM 3000-PRINT-NIGHTS THRU 3000-PRINT-NIGHTS-EXIT.
029400     PERFORM 4000-PRINT-STEPS THRU 4000-PRINT-STEPS-EXIT.
029500     PERFORM 5000-PROJECT-CHAIN THRU 5000-PROJECT-CHAIN-EXIT.
029600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
029700     STOP RUN.
029800*----------------------------------------------------------------
029900* 1000-INITIALIZE - PARM CARDS, THE REPORT FILE AND ITS HEADING.
030000*----------------------------------------------------------------
030100 1000-INITIALIZE.
030200     PERFORM 1030-LOG-RUN-START THRU 1030-LOG-RUN-START-EXIT.
030300     PERFORM 1100-READ-PARM-CARDS THRU 1100-READ-PARM-CARDS-EXIT.
030400     IF WS-FROM-DATE > WS-TO-DATE
030500         DISPLAY '*** FROMDATE ' WS-FROM-DATE ' IS AFTER TODATE '
030600             WS-TO-DATE ' - JOB ABENDING ***'
030700         MOVE 16 TO RETURN-CODE
030800         STOP RUN
030900     END-IF.
031000     MOVE WS-SLA-DEADLINE TO WS-CLK.
031100     PERFORM 8200-CLOCK-TO-SECS THRU 8200-CLOCK-TO-SECS-EXIT.
031200     PERFORM 8300-SECS-AFTER-NOON THRU 8300-SECS-AFTER-NOON-EXIT.
031300     MOVE WS-CLK-SECS TO WS-DEADLINE-NOON.
031400     OPEN OUTPUT REPTFILE.
031500     IF NOT WS-REPTFILE-OK
031600         MOVE 'REPTFILE' TO WS-ABEND-FILE-NAME
031700         PERFORM 9900-ABEND-ON-OPEN-ERROR
031800     END-IF.
031900     PERFORM 1300-PRINT-HEADING THRU 1300-PRINT-HEADING-EXIT.
032000 1000-INITIALIZE-EXIT.
032100     EXIT.
032200*----------------------------------------------------------------
032300* 1030-LOG-RUN-START - CLAIM THIS RUN'S ATTEMPT NUMBER ON THE
032400*     CHAIN-WIDE RUN LOG. THE RUN BELONGS TO NO ONE CYCLE, SO A
032500*     ZERO CYCLE DATE LETS THE RECORDER STAMP THE RUN DATE.
032600*----------------------------------------------------------------
032700 1030-LOG-RUN-START.
032800     SET RUNLPARM-LOG-START TO TRUE.
032900     MOVE 'SET-52' TO RUNLPARM-PROGRAM.
033000     MOVE ZERO TO RUNLPARM-CYCLE-DATE.
033100     SET RUNLPARM-FRESH-START TO TRUE.
033200     MOVE ZERO TO RUNLPARM-ATTEMPT RUNLPARM-READ-COUNT
033300         RUNLPARM-WRITE-COUNT RUNLPARM-REJ-COUNT
033400         RUNLPARM-RETURN-CODE.
033500     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
033600 1030-LOG-RUN-START-EXIT.
033700     EXIT.
033800*----------------------------------------------------------------
033900* 1100-READ-PARM-CARDS - THE RANGE, THE DEADLINE AND THE TREND
034000*     SETTINGS. NO FILE, OR NO CARD FOR A KEYWORD, KEEPS THAT
034100*     DEFAULT.
034200*----------------------------------------------------------------
034300 1100-READ-PARM-CARDS.
034400     OPEN INPUT PARMFILE.
034500     IF NOT WS-PARMFILE-OK
034600         GO TO 1100-READ-PARM-CARDS-EXIT
034700     END-IF.
034800     PERFORM 1150-PROCESS-ONE-PARM-CARD
034900         THRU 1150-PROCESS-ONE-PARM-CARD-EXIT
035000         UNTIL WS-PARM-AT-EOF.
035100     CLOSE PARMFILE.
035200 1100-READ-PARM-CARDS-EXIT.
035300     EXIT.
035400*----------------------------------------------------------------
035500* 1150-PROCESS-ONE-PARM-CARD - ONE KEYWORD=VALUE CARD. A CARD
035600*     THAT CANNOT BE USED IS WARNED AND IGNORED. A ROLLING WINDOW
035700*     UNDER 2 CYCLES AVERAGES NOTHING AND IS REFUSED, AS IS ONE
035800*     OVER 30.
035900*----------------------------------------------------------------
036000 1150-PROCESS-ONE-PARM-CARD.
036100     READ PARMFILE INTO WS-PARM-REC
036200         AT END
036300             SET WS-PARM-AT-EOF TO TRUE
036400             GO TO 1150-PROCESS-ONE-PARM-CARD-EXIT
036500     END-READ.
036600     IF WS-PARM-REC = SPACES OR WS-PARM-REC (1:1) = '*'
036700         GO TO 1150-PROCESS-ONE-PARM-CARD-EXIT
036800     END-IF.
036900     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
037000     UNSTRING WS-PARM-REC DELIMITED BY '='
037100         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
037200     EVALUATE WS-PARM-KEYWORD
037300         WHEN 'FROMDATE'
037400             IF WS-PARM-VALUE (1:6) IS NUMERIC
037500                 MOVE WS-PARM-VALUE (1:6) TO WS-FROM-DATE
037600             ELSE
037700                 PERFORM 1154-WARN-BAD-PARM-VALUE
037800                     THRU 1154-WARN-BAD-PARM-VALUE-EXIT
037900             END-IF
038000         WHEN 'TODATE'
038100             IF WS-PARM-VALUE (1:6) IS NUMERIC
038200                 MOVE WS-PARM-VALUE (1:6) TO WS-TO-DATE
038300             ELSE
038400                 PERFORM 1154-WARN-BAD-PARM-VALUE
038500                     THRU 1154-WARN-BAD-PARM-VALUE-EXIT
038600             END-IF
038700         WHEN 'SLADEADLINE'
038800             IF WS-PARM-VALUE (1:6) IS NUMERIC AND
038900                     WS-PARM-VALUE (1:2) < '24' AND
039000                     WS-PARM-VALUE (3:2) < '60' AND
039100                     WS-PARM-VALUE (5:2) < '60'
039200                 MOVE WS-PARM-VALUE (1:6) TO WS-SLA-DEADLINE
039300             ELSE
039400                 PERFORM 1154-WARN-BAD-PARM-VALUE
039500                     THRU 1154-WARN-BAD-PARM-VALUE-EXIT
039600             END-IF
039700         WHEN 'ROLLING'
039800             IF WS-PARM-VALUE (1:2) IS NUMERIC AND
039900                     WS-PARM-VALUE (1:2) > '01' AND
040000                     WS-PARM-VALUE (1:2) NOT > '30'
040100                 MOVE WS-PARM-VALUE (1:2) TO WS-ROLLING
040200             ELSE
040300                 PERFORM 1154-WARN-BAD-PARM-VALUE
040400                     THRU 1154-WARN-BAD-PARM-VALUE-EXIT
040500             END-IF
040600         WHEN 'GROWTOL'
040700             IF WS-PARM-VALUE (1:3) IS NUMERIC
040800                 MOVE WS-PARM-VALUE (1:3) TO WS-GROW-TOL
040900             ELSE
041000                 PERFORM 1154-WARN-BAD-PARM-VALUE
041100                     THRU 1154-WARN-BAD-PARM-VALUE-EXIT
041200             END-IF
041300         WHEN 'MINSECS'
041400             IF WS-PARM-VALUE (1:4) IS NUMERIC
041500                 MOVE WS-PARM-VALUE (1:4) TO WS-MIN-SECS
041600             ELSE
041700                 PERFORM 1154-WARN-BAD-PARM-VALUE
041800                     THRU 1154-WARN-BAD-PARM-VALUE-EXIT
041900             END-IF
042000         WHEN 'LEADCYCLES'
042100             IF WS-PARM-VALUE (1:3) IS NUMERIC
042200                 MOVE WS-PARM-VALUE (1:3) TO WS-LEAD-CYCLES
042300             ELSE
042400                 PERFORM 1154-WARN-BAD-PARM-VALUE
042500                     THRU 1154-WARN-BAD-PARM-VALUE-EXIT
042600             END-IF
042700         WHEN OTHER
042800             DISPLAY 'PARM CARD NOT UNDERSTOOD, IGNORED: '
042900                 WS-PARM-REC (1:40)
043000     END-EVALUATE.
043100 1150-PROCESS-ONE-PARM-CARD-EXIT.
043200     EXIT.
043300*----------------------------------------------------------------
043400* 1154-WARN-BAD-PARM-VALUE - A RECOGNIZED KEYWORD ARRIVED WITH
043500*     A VALUE THAT CANNOT BE USED. SAY SO AND IGNORE THE CARD.
043600*----------------------------------------------------------------
043700 1154-WARN-BAD-PARM-VALUE.
043800     DISPLAY 'PARM CARD VALUE NOT USABLE, IGNORED: '
043900         WS-PARM-REC (1:40).
044000 1154-WARN-BAD-PARM-VALUE-EXIT.
044100     EXIT.
044200*----------------------------------------------------------------
044300* 1300-PRINT-HEADING - BANNER AND THE SETTINGS IN FORCE.
044400*----------------------------------------------------------------
044500 1300-PRINT-HEADING.
044600     MOVE '********************************************'
044700         TO WS-PRINT-LINE.
044800     PERFORM 9050-WRITE-REPORT-LINE
044900         THRU 9050-WRITE-REPORT-LINE-EXIT.
045000     MOVE '*  CODEABBEY-SET-52 BATCH WINDOW AND SLA   *'
045100         TO WS-PRINT-LINE.
045200     PERFORM 9050-WRITE-REPORT-LINE
045300         THRU 9050-WRITE-REPORT-LINE-EXIT.
045400     MOVE '*  TREND REPORT                            *'
045500         TO WS-PRINT-LINE.
045600     PERFORM 9050-WRITE-REPORT-LINE
045700         THRU 9050-WRITE-REPORT-LINE-EXIT.
045800     MOVE '********************************************'
045900         TO WS-PRINT-LINE.
046000     PERFORM 9050-WRITE-REPORT-LINE
046100         THRU 9050-WRITE-REPORT-LINE-EXIT.
046200     MOVE SPACES TO WS-PRINT-LINE.
046300     STRING 'CYCLES FROM ...........: ' DELIMITED BY SIZE
046400         WS-FROM-DATE DELIMITED BY SIZE
046500         ' TO ' DELIMITED BY SIZE
046600         WS-TO-DATE DELIMITED BY SIZE
046700         INTO WS-PRINT-LINE.
046800     PERFORM 9050-WRITE-REPORT-LINE
046900         THRU 9050-WRITE-REPORT-LINE-EXIT.
047000     MOVE WS-SLA-DEADLINE TO WS-CLK.
047100     PERFORM 8200-CLOCK-TO-SECS THRU 8200-CLOCK-TO-SECS-EXIT.
047200     MOVE WS-CLK-SECS TO WS-HMS-SECS.
047300     PERFORM 8100-FORMAT-HMS THRU 8100-FORMAT-HMS-EXIT.
047400     MOVE SPACES TO WS-PRINT-LINE.
047500     STRING 'SLA DEADLINE ..........: ' DELIMITED BY SIZE
047600         WS-HMS-TEXT DELIMITED BY SIZE
047700         INTO WS-PRINT-LINE.
047800     PERFORM 9050-WRITE-REPORT-LINE
047900         THRU 9050-WRITE-REPORT-LINE-EXIT.
048000     MOVE WS-ROLLING TO WS-EDIT-SMALL.
048100     MOVE SPACES TO WS-PRINT-LINE.
048200     STRING 'ROLLING AVERAGE OVER ..: ' DELIMITED BY SIZE
048300         WS-EDIT-SMALL DELIMITED BY SIZE
048400         ' CYCLES' DELIMITED BY SIZE
048500         INTO WS-PRINT-LINE.
048600     PERFORM 9050-WRITE-REPORT-LINE
048700         THRU 9050-WRITE-REPORT-LINE-EXIT.
048800     MOVE WS-GROW-TOL TO WS-EDIT-SMALL.
048900     MOVE SPACES TO WS-PRINT-LINE.
049000     STRING 'GROWTH TOLERANCE ......: ' DELIMITED BY SIZE
049100         WS-EDIT-SMALL DELIMITED BY SIZE
049200         ' POINTS OVER VOLUME GROWTH' DELIMITED BY SIZE
049300         INTO WS-PRINT-LINE.
049400     PERFORM 9050-WRITE-REPORT-LINE
049500         THRU 9050-WRITE-REPORT-LINE-EXIT.
049600     MOVE WS-MIN-SECS TO WS-EDIT-RUNS.
049700     MOVE SPACES TO WS-PRINT-LINE.
049800     STRING 'TRENDED WHEN AVERAGE ..: ' DELIMITED BY SIZE
049900         WS-EDIT-RUNS DELIMITED BY SIZE
050000         ' SECONDS OR MORE' DELIMITED BY SIZE
050100         INTO WS-PRINT-LINE.
050200     PERFORM 9050-WRITE-REPORT-LINE
050300         THRU 9050-WRITE-REPORT-LINE-EXIT.
050400     MOVE SPACES TO WS-PRINT-LINE.
050500     PERFORM 9050-WRITE-REPORT-LINE
050600         THRU 9050-WRITE-REPORT-LINE-EXIT.
050700 1300-PRINT-HEADING-EXIT.
050800     EXIT.
050900*----------------------------------------------------------------
051000* 2000-LOAD-RUN-LOG - EVERY CHAIN ROW IN THE RANGE INTO THE CYCLE
051100*     TABLE. THE FILE IS CLOSED AGAIN BEFORE ANYTHING IS PRINTED,
051200*     SO THE RECORDER IS FREE TO LOG THIS RUN'S END.
051300*----------------------------------------------------------------
051400 2000-LOAD-RUN-LOG.
051500     OPEN INPUT RUNLFILE.
051600     IF NOT WS-RUNLFILE-OK
051700         MOVE 'RUNLFILE' TO WS-ABEND-FILE-NAME
051800         PERFORM 9900-ABEND-ON-OPEN-ERROR
051900     END-IF.
052000     SET WS-WALK-NOT-DONE TO TRUE.
052100     MOVE WS-FROM-DATE TO RUNLREC-CYCLE-DATE.
052200     MOVE LOW-VALUES TO RUNLREC-PROGRAM.
052300     MOVE ZERO TO RUNLREC-ATTEMPT.
052400     START RUNLFILE KEY NOT < RUNLREC-KEY
052500         INVALID KEY
052600             SET WS-WALK-DONE TO TRUE
052700     END-START.
052800     PERFORM 2100-TAKE-ONE-LOG-ROW THRU 2100-TAKE-ONE-LOG-ROW-EXIT
052900         UNTIL WS-WALK-DONE.
053000     CLOSE RUNLFILE.
053100     IF WS-CYC-COUNT > ZERO
053200         PERFORM 2500-CLOSE-CYCLE THRU 2500-CLOSE-CYCLE-EXIT
053300     END-IF.
053400 2000-LOAD-RUN-LOG-EXIT.
053500     EXIT.
053600*----------------------------------------------------------------
053700* 2100-TAKE-ONE-LOG-ROW - ONE ROW OF THE LOG. A CHAIN PROGRAM'S
053800*     ROW ON A NEW CYCLE DATE CLOSES THE CYCLE BEFORE AND OPENS
053900*     THE NEXT. ROWS PAST A FULL TABLE ARE COUNTED, NOT KEPT.
054000*----------------------------------------------------------------
054100 2100-TAKE-ONE-LOG-ROW.
054200     READ RUNLFILE NEXT RECORD
054300         AT END
054400             SET WS-WALK-DONE TO TRUE
054500             GO TO 2100-TAKE-ONE-LOG-ROW-EXIT
054600     END-READ.
054700     IF RUNLREC-CYCLE-DATE > WS-TO-DATE
054800         SET WS-WALK-DONE TO TRUE
054900         GO TO 2100-TAKE-ONE-LOG-ROW-EXIT
055000     END-IF.
055100     ADD 1 TO WS-ROWS-READ.
055200     MOVE ZERO TO WS-STEP-HIT.
055300     PERFORM 2150-FIND-CHAIN-STEP THRU 2150-FIND-CHAIN-STEP-EXIT
055400         VARYING WS-STEP-SUB FROM 1 BY 1
055500         UNTIL WS-STEP-SUB > WS-CHAIN-MAX
055600         OR WS-STEP-HIT > ZERO.
055700     IF WS-STEP-HIT = ZERO
055800         ADD 1 TO WS-OTHER-ROWS
055900         GO TO 2100-TAKE-ONE-LOG-ROW-EXIT
056000     END-IF.
056100     MOVE WS-STEP-HIT TO WS-ROW-STEP.
056200     IF WS-CYC-COUNT = ZERO OR
056300             RUNLREC-CYCLE-DATE NOT = WS-CUR-DATE
056400         PERFORM 2200-OPEN-CYCLE THRU 2200-OPEN-CYCLE-EXIT
056500     END-IF.
056600     IF RUNLREC-CYCLE-DATE NOT = WS-CUR-DATE
056700         ADD 1 TO WS-OVERFLOW-ROWS
056800         GO TO 2100-TAKE-ONE-LOG-ROW-EXIT
056900     END-IF.
057000     ADD 1 TO WS-CHAIN-ROWS.
057100     PERFORM 2300-TAKE-ATTEMPT THRU 2300-TAKE-ATTEMPT-EXIT.
057200 2100-TAKE-ONE-LOG-ROW-EXIT.
057300     EXIT.
057325*----------------------------------------------------------------
057350* 2150-FIND-CHAIN-STEP - IS THIS ROW'S PROGRAM ONE OF THE CHAIN.
057375*----------------------------------------------------------------
057400 2150-FIND-CHAIN-STEP.
057500     IF WS-CHAIN-PROGRAM (WS-STEP-SUB) = RUNLREC-PROGRAM
057600         MOVE WS-STEP-SUB TO WS-STEP-HIT
057700     END-IF.
057800 2150-FIND-CHAIN-STEP-EXIT.
057900     EXIT.
058000*----------------------------------------------------------------
058100* 2200-OPEN-CYCLE - CLOSE THE CYCLE IN HAND AND START AN EMPTY
058200*     ENTRY FOR THE NEW DATE. WHEN THE TABLE IS FULL THE NEW DATE
058300*     IS NOT TAKEN ON AND WS-CUR-DATE STAYS AS IT WAS, SO THE
058400*     CALLER COUNTS THE ROW AS OVERFLOW.
058500*----------------------------------------------------------------
058600 2200-OPEN-CYCLE.
058700     IF WS-CYC-COUNT > ZERO
058800         IF WS-CYC-COUNT >= WS-CYC-MAX
058900             GO TO 2200-OPEN-CYCLE-EXIT
059000         END-IF
059100         PERFORM 2500-CLOSE-CYCLE THRU 2500-CLOSE-CYCLE-EXIT
059200     END-IF.
059300     ADD 1 TO WS-CYC-COUNT.
059400     MOVE WS-CYC-COUNT TO WS-CYC-SUB.
059500     INITIALIZE WS-CYC (WS-CYC-SUB).
059600     MOVE RUNLREC-CYCLE-DATE TO WS-CYC-DATE (WS-CYC-SUB)
059700         WS-CUR-DATE.
059800     SET WS-CYC-INCOMPLETE (WS-CYC-SUB) TO TRUE.
059900 2200-OPEN-CYCLE-EXIT.
060000     EXIT.
060100*----------------------------------------------------------------
060200* 2300-TAKE-ATTEMPT - ONE ATTEMPT OF ONE CHAIN PROGRAM. ATTEMPTS
060300*     ARRIVE IN ORDER, SO THE FIRST ONE SEEN GIVES THE STEP'S
060400*     START. A ROW STILL MARKED STARTED NEVER ENDED AND HAS NO
060500*     ELAPSED TIME TO GIVE. END TIMES EARLIER THAN THE START
060600*     CROSSED MIDNIGHT.
060700*----------------------------------------------------------------
060800 2300-TAKE-ATTEMPT.
060900     MOVE WS-ROW-STEP TO WS-STEP-SUB.
061000     ADD 1 TO WS-CS-ATTEMPTS (WS-CYC-SUB WS-STEP-SUB).
061100     IF WS-CS-ATTEMPTS (WS-CYC-SUB WS-STEP-SUB) = 1
061200         MOVE RUNLREC-START-TIME
061300             TO WS-CS-FIRST-START (WS-CYC-SUB WS-STEP-SUB)
061400     END-IF.
061500     IF NOT RUNLREC-ENDED
061600         GO TO 2300-TAKE-ATTEMPT-EXIT
061700     END-IF.
061800     ADD 1 TO WS-CS-ENDED (WS-CYC-SUB WS-STEP-SUB).
061900     MOVE RUNLREC-END-TIME TO WS-CLK.
062000     PERFORM 8200-CLOCK-TO-SECS THRU 8200-CLOCK-TO-SECS-EXIT.
062100     MOVE WS-CLK-SECS TO WS-END-SECS.
062200     MOVE RUNLREC-START-TIME TO WS-CLK.
062300     PERFORM 8200-CLOCK-TO-SECS THRU 8200-CLOCK-TO-SECS-EXIT.
062400     IF WS-END-SECS < WS-CLK-SECS
062500         ADD 86400 TO WS-END-SECS
062600     END-IF.
062700     SUBTRACT WS-CLK-SECS FROM WS-END-SECS GIVING WS-WORK-SECS.
062800     ADD WS-WORK-SECS TO WS-CS-ELAPSED (WS-CYC-SUB WS-STEP-SUB).
062900     MOVE RUNLREC-READ-COUNT
063000         TO WS-CS-READ (WS-CYC-SUB WS-STEP-SUB).
063100     MOVE RUNLREC-END-TIME
063200         TO WS-CS-LAST-END (WS-CYC-SUB WS-STEP-SUB).
063300 2300-TAKE-ATTEMPT-EXIT.
063400     EXIT.
063500*----------------------------------------------------------------
063600* 2500-CLOSE-CYCLE - THE CHAIN'S FIGURES FOR THE CYCLE IN HAND.
063700*     THE CHAIN STARTS WITH THE FIRST PROGRAM, IN CHAIN ORDER,
063800*     THAT RAN AT ALL, AND ENDS WITH THE LATEST END OF ANY OF
063900*     THEM - AN END BEFORE THE CHAIN'S START IS PAST MIDNIGHT.
064000*----------------------------------------------------------------
064100 2500-CLOSE-CYCLE.
064200     MOVE ZERO TO WS-STEP-HIT.
064300     PERFORM 2510-FIND-FIRST-STEP THRU 2510-FIND-FIRST-STEP-EXIT
064400         VARYING WS-STEP-SUB FROM 1 BY 1
064500         UNTIL WS-STEP-SUB > WS-CHAIN-MAX
064600         OR WS-STEP-HIT > ZERO.
064700     MOVE WS-CS-FIRST-START (WS-CYC-SUB WS-STEP-HIT) TO WS-CLK.
064800     PERFORM 8200-CLOCK-TO-SECS THRU 8200-CLOCK-TO-SECS-EXIT.
064900     MOVE WS-CLK-SECS TO WS-REF-SECS.
065000     PERFORM 8300-SECS-AFTER-NOON THRU 8300-SECS-AFTER-NOON-EXIT.
065100     MOVE WS-CLK-SECS TO WS-CYC-START (WS-CYC-SUB).
065200     PERFORM 2520-CLOSE-ONE-STEP THRU 2520-CLOSE-ONE-STEP-EXIT
065300         VARYING WS-STEP-SUB FROM 1 BY 1
065400         UNTIL WS-STEP-SUB > WS-CHAIN-MAX.
065500     IF WS-CS-ENDED (WS-CYC-SUB WS-CHAIN-MAX) > ZERO
065600         SET WS-CYC-COMPLETE (WS-CYC-SUB) TO TRUE
065700         ADD 1 TO WS-COMPLETE-CYCLES
065800     END-IF.
065900 2500-CLOSE-CYCLE-EXIT.
066000     EXIT.
066025*----------------------------------------------------------------
066050* 2510-FIND-FIRST-STEP - NOTE A STEP THE CYCLE RAN AT ALL.
066075*----------------------------------------------------------------
066100 2510-FIND-FIRST-STEP.
066200     IF WS-CS-ATTEMPTS (WS-CYC-SUB WS-STEP-SUB) > ZERO
066300         MOVE WS-STEP-SUB TO WS-STEP-HIT
066400     END-IF.
066500 2510-FIND-FIRST-STEP-EXIT.
066600     EXIT.
066625*----------------------------------------------------------------
066650* 2520-CLOSE-ONE-STEP - ONE STEP'S RERUNS AND LATEST END.
066675*----------------------------------------------------------------
066700 2520-CLOSE-ONE-STEP.
066800     IF WS-CS-ATTEMPTS (WS-CYC-SUB WS-STEP-SUB) > 1
066900         ADD WS-CS-ATTEMPTS (WS-CYC-SUB WS-STEP-SUB)
067000             TO WS-CYC-RERUNS (WS-CYC-SUB)
067100         SUBTRACT 1 FROM WS-CYC-RERUNS (WS-CYC-SUB)
067200     END-IF.
067300     IF WS-CS-ENDED (WS-CYC-SUB WS-STEP-SUB) = ZERO
067400         GO TO 2520-CLOSE-ONE-STEP-EXIT
067500     END-IF.
067600     MOVE WS-CS-LAST-END (WS-CYC-SUB WS-STEP-SUB) TO WS-CLK.
067700     PERFORM 8200-CLOCK-TO-SECS THRU 8200-CLOCK-TO-SECS-EXIT.
067800     IF WS-CLK-SECS < WS-REF-SECS
067900         ADD 86400 TO WS-CLK-SECS
068000     END-IF.
068100     SUBTRACT WS-REF-SECS FROM WS-CLK-SECS GIVING WS-WORK-SECS.
068200     IF WS-WORK-SECS > WS-CYC-ELAPSED (WS-CYC-SUB)
068300         MOVE WS-WORK-SECS TO WS-CYC-ELAPSED (WS-CYC-SUB)
068400     END-IF.
068500 2520-CLOSE-ONE-STEP-EXIT.
068600     EXIT.
068700*----------------------------------------------------------------
068800* 3000-PRINT-NIGHTS - ONE LINE PER CYCLE: WHEN THE CHAIN STARTED
068900*     AND FINISHED, HOW LONG IT TOOK, THE ROLLING AVERAGE OF THE
069000*     FINISHED CYCLES UP TO THAT NIGHT, ITS RERUNS, AND WHETHER
069100*     IT MET THE DEADLINE.
069200*----------------------------------------------------------------
069300 3000-PRINT-NIGHTS.
069400     MOVE 'CHAIN BY CYCLE' TO WS-PRINT-LINE.
069500     PERFORM 9050-WRITE-REPORT-LINE
069600         THRU 9050-WRITE-REPORT-LINE-EXIT.
069700     IF WS-CYC-COUNT = ZERO
069800         MOVE '  NO CHAIN RUNS LOGGED IN THE RANGE'
069900             TO WS-PRINT-LINE
070000         PERFORM 9050-WRITE-REPORT-LINE
070100             THRU 9050-WRITE-REPORT-LINE-EXIT
070200         SET WS-WARNING-RAISED TO TRUE
070300         GO TO 3000-PRINT-NIGHTS-EXIT
070400     END-IF.
070500     MOVE '  CYCLE   START    FINISH   ELAPSED  ROLLING RERUNS'
070600         TO WS-PRINT-LINE.
070700     MOVE 'SLA' TO WS-PRINT-LINE (54:3).
070800     PERFORM 9050-WRITE-REPORT-LINE
070900         THRU 9050-WRITE-REPORT-LINE-EXIT.
071000     MOVE ZERO TO WS-RUN-COUNT.
071100     PERFORM 3100-PRINT-ONE-NIGHT THRU 3100-PRINT-ONE-NIGHT-EXIT
071200         VARYING WS-CYC-SUB FROM 1 BY 1
071300         UNTIL WS-CYC-SUB > WS-CYC-COUNT.
071400     MOVE SPACES TO WS-PRINT-LINE.
071500     PERFORM 9050-WRITE-REPORT-LINE
071600         THRU 9050-WRITE-REPORT-LINE-EXIT.
071700 3000-PRINT-NIGHTS-EXIT.
071800     EXIT.
071900*----------------------------------------------------------------
072000* 3100-PRINT-ONE-NIGHT - A FINISHED CYCLE JOINS THE RUN LIST,
072100*     WHOSE LAST WS-ROLLING ENTRIES GIVE THE ROLLING AVERAGE. A
072200*     CYCLE THAT DID NOT FINISH SHOWS ITS LAST END BUT IS KEPT
072300*     OUT OF THE AVERAGES.
072400*----------------------------------------------------------------
072500 3100-PRINT-ONE-NIGHT.
072600     MOVE WS-CYC-START (WS-CYC-SUB) TO WS-CLK-SECS.
072700     PERFORM 8350-SECS-FROM-NOON THRU 8350-SECS-FROM-NOON-EXIT.
072800     MOVE WS-CLK-SECS TO WS-HMS-SECS.
072900     PERFORM 8100-FORMAT-HMS THRU 8100-FORMAT-HMS-EXIT.
073000     MOVE WS-HMS-TEXT TO WS-START-TEXT.
073100     ADD WS-CYC-START (WS-CYC-SUB) WS-CYC-ELAPSED (WS-CYC-SUB)
073200         GIVING WS-CLK-SECS.
073300     PERFORM 8350-SECS-FROM-NOON THRU 8350-SECS-FROM-NOON-EXIT.
073400     MOVE WS-CLK-SECS TO WS-HMS-SECS.
073500     PERFORM 8100-FORMAT-HMS THRU 8100-FORMAT-HMS-EXIT.
073600     MOVE WS-HMS-TEXT TO WS-FINISH-TEXT.
073700     MOVE WS-CYC-ELAPSED (WS-CYC-SUB) TO WS-HMS-SECS.
073800     PERFORM 8100-FORMAT-HMS THRU 8100-FORMAT-HMS-EXIT.
073900     MOVE WS-HMS-TEXT TO WS-ELAPSED-TEXT.
074000     MOVE '   --   ' TO WS-ROLLING-TEXT.
074100     IF WS-CYC-INCOMPLETE (WS-CYC-SUB)
074200         MOVE 'DID NOT FINISH' TO WS-SLA-TEXT
074300     ELSE
074400         ADD 1 TO WS-RUN-COUNT
074500         MOVE WS-CYC-SUB TO WS-RUN-LIST (WS-RUN-COUNT)
074600         PERFORM 8500-CHAIN-ROLLING THRU 8500-CHAIN-ROLLING-EXIT
074700         MOVE WS-AVG-ELAPSED TO WS-HMS-SECS
074800         PERFORM 8100-FORMAT-HMS THRU 8100-FORMAT-HMS-EXIT
074900         MOVE WS-HMS-TEXT TO WS-ROLLING-TEXT
075000         ADD WS-CYC-START (WS-CYC-SUB) WS-CYC-ELAPSED (WS-CYC-SUB)
075100             GIVING WS-PROJ-FINISH
075200         IF WS-PROJ-FINISH > WS-DEADLINE-NOON
075300             MOVE '** MISSED' TO WS-SLA-TEXT
075400             ADD 1 TO WS-MISSED-CYCLES
075500             SET WS-WARNING-RAISED TO TRUE
075600         ELSE
075700             MOVE 'MET' TO WS-SLA-TEXT
075800         END-IF
075900     END-IF.
076000     MOVE WS-CYC-RERUNS (WS-CYC-SUB) TO WS-EDIT-RUNS.
076100     MOVE SPACES TO WS-PRINT-LINE.
076200     STRING '  ' DELIMITED BY SIZE
076300         WS-CYC-DATE (WS-CYC-SUB) DELIMITED BY SIZE
076400         '  ' DELIMITED BY SIZE
076500         WS-START-TEXT DELIMITED BY SIZE
076600         ' ' DELIMITED BY SIZE
076700         WS-FINISH-TEXT DELIMITED BY SIZE
076800         ' ' DELIMITED BY SIZE
076900         WS-ELAPSED-TEXT DELIMITED BY SIZE
077000         ' ' DELIMITED BY SIZE
077100         WS-ROLLING-TEXT DELIMITED BY SIZE
077200         '  ' DELIMITED BY SIZE
077300         WS-EDIT-RUNS DELIMITED BY SIZE
077400         '  ' DELIMITED BY SIZE
077500         WS-SLA-TEXT DELIMITED BY SIZE
077600         INTO WS-PRINT-LINE.
077700     PERFORM 9050-WRITE-REPORT-LINE
077800         THRU 9050-WRITE-REPORT-LINE-EXIT.
077900 3100-PRINT-ONE-NIGHT-EXIT.
078000     EXIT.
078100*----------------------------------------------------------------
078200* 4000-PRINT-STEPS - THREE LINES PER CHAIN PROGRAM: ITS RUNS,
078300*     RERUNS AND RUNS THAT NEVER ENDED; ITS AVERAGE, ROLLING AND
078400*     WORST ELAPSED; ITS THROUGHPUT AND HOW ITS ELAPSED TIME HAS
078500*     GROWN AGAINST ITS INPUT VOLUME.
078600*----------------------------------------------------------------
078700 4000-PRINT-STEPS.
078800     IF WS-CYC-COUNT = ZERO
078900         GO TO 4000-PRINT-STEPS-EXIT
079000     END-IF.
079100     MOVE 'CHAIN BY PROGRAM' TO WS-PRINT-LINE.
079200     PERFORM 9050-WRITE-REPORT-LINE
079300         THRU 9050-WRITE-REPORT-LINE-EXIT.
079400     PERFORM 4100-PRINT-ONE-STEP THRU 4100-PRINT-ONE-STEP-EXIT
079500         VARYING WS-STEP-SUB FROM 1 BY 1
079600         UNTIL WS-STEP-SUB > WS-CHAIN-MAX.
079700     MOVE SPACES TO WS-PRINT-LINE.
079800     PERFORM 9050-WRITE-REPORT-LINE
079900         THRU 9050-WRITE-REPORT-LINE-EXIT.
080000 4000-PRINT-STEPS-EXIT.
080100     EXIT.
080200*----------------------------------------------------------------
080300* 4100-PRINT-ONE-STEP - GATHER THE CYCLES THE STEP ENDED IN, THEN
080400*     ITS FIGURES.
080500*----------------------------------------------------------------
080600 4100-PRINT-ONE-STEP.
080700     MOVE ZERO TO WS-RUN-COUNT WS-STP-ATTEMPTS WS-STP-RERUNS
080800         WS-STP-NOT-ENDED WS-STP-ELAPSED WS-STP-READ
080900         WS-STP-WORST WS-STP-WORST-DATE.
081000     PERFORM 4150-GATHER-ONE-CYCLE THRU 4150-GATHER-ONE-CYCLE-EXIT
081100         VARYING WS-CYC-SUB FROM 1 BY 1
081200         UNTIL WS-CYC-SUB > WS-CYC-COUNT.
081300     IF WS-STP-ATTEMPTS = ZERO
081400         MOVE SPACES TO WS-PRINT-LINE
081500         STRING '  ' DELIMITED BY SIZE
081600             WS-CHAIN-PROGRAM (WS-STEP-SUB) DELIMITED BY SIZE
081700             ' NOT RUN IN THE RANGE' DELIMITED BY SIZE
081800             INTO WS-PRINT-LINE
081900         PERFORM 9050-WRITE-REPORT-LINE
082000             THRU 9050-WRITE-REPORT-LINE-EXIT
082100         GO TO 4100-PRINT-ONE-STEP-EXIT
082200     END-IF.
082300     MOVE WS-RUN-COUNT TO WS-EDIT-RUNS.
082400     MOVE WS-STP-RERUNS TO WS-EDIT-RERUNS.
082500     MOVE WS-STP-NOT-ENDED TO WS-EDIT-NOT-ENDED.
082600     MOVE SPACES TO WS-PRINT-LINE.
082700     STRING '  ' DELIMITED BY SIZE
082800         WS-CHAIN-PROGRAM (WS-STEP-SUB) DELIMITED BY SIZE
082900         ' CYCLES ENDED ' DELIMITED BY SIZE
083000         WS-EDIT-RUNS DELIMITED BY SIZE
083100         '  RERUNS ' DELIMITED BY SIZE
083200         WS-EDIT-RERUNS DELIMITED BY SIZE
083300         '  NEVER ENDED ' DELIMITED BY SIZE
083400         WS-EDIT-NOT-ENDED DELIMITED BY SIZE
083500         INTO WS-PRINT-LINE.
083600     PERFORM 9050-WRITE-REPORT-LINE
083700         THRU 9050-WRITE-REPORT-LINE-EXIT.
083800     IF WS-RUN-COUNT = ZERO
083900         GO TO 4100-PRINT-ONE-STEP-EXIT
084000     END-IF.
084100     PERFORM 4200-STEP-AVERAGES THRU 4200-STEP-AVERAGES-EXIT.
084200     PERFORM 4300-STEP-TREND THRU 4300-STEP-TREND-EXIT.
084300 4100-PRINT-ONE-STEP-EXIT.
084400     EXIT.
084500*----------------------------------------------------------------
084600* 4150-GATHER-ONE-CYCLE - ONE CYCLE'S CELL FOR THE STEP: ITS
084700*     ATTEMPTS, AND IF ANY ENDED ITS PLACE ON THE RUN LIST, ITS
084800*     TIME AND VOLUME, AND WHETHER IT WAS THE WORST NIGHT.
084900*----------------------------------------------------------------
085000 4150-GATHER-ONE-CYCLE.
085100     IF WS-CS-ATTEMPTS (WS-CYC-SUB WS-STEP-SUB) = ZERO
085200         GO TO 4150-GATHER-ONE-CYCLE-EXIT
085300     END-IF.
085400     ADD WS-CS-ATTEMPTS (WS-CYC-SUB WS-STEP-SUB)
085500         TO WS-STP-ATTEMPTS WS-STP-RERUNS.
085600     SUBTRACT 1 FROM WS-STP-RERUNS.
085700     ADD WS-CS-ATTEMPTS (WS-CYC-SUB WS-STEP-SUB)
085800         TO WS-STP-NOT-ENDED.
085900     SUBTRACT WS-CS-ENDED (WS-CYC-SUB WS-STEP-SUB)
086000         FROM WS-STP-NOT-ENDED.
086100     IF WS-CS-ENDED (WS-CYC-SUB WS-STEP-SUB) = ZERO
086200         GO TO 4150-GATHER-ONE-CYCLE-EXIT
086300     END-IF.
086400     ADD 1 TO WS-RUN-COUNT.
086500     MOVE WS-CYC-SUB TO WS-RUN-LIST (WS-RUN-COUNT).
086600     ADD WS-CS-ELAPSED (WS-CYC-SUB WS-STEP-SUB) TO WS-STP-ELAPSED.
086700     ADD WS-CS-READ (WS-CYC-SUB WS-STEP-SUB) TO WS-STP-READ.
086800     IF WS-CS-ELAPSED (WS-CYC-SUB WS-STEP-SUB) NOT < WS-STP-WORST
086900         MOVE WS-CS-ELAPSED (WS-CYC-SUB WS-STEP-SUB)
087000             TO WS-STP-WORST
087100         MOVE WS-CYC-DATE (WS-CYC-SUB) TO WS-STP-WORST-DATE
087200     END-IF.
087300 4150-GATHER-ONE-CYCLE-EXIT.
087400     EXIT.
087500*----------------------------------------------------------------
087600* 4200-STEP-AVERAGES - AVERAGE ELAPSED OVER THE RANGE, OVER THE
087700*     LAST WS-ROLLING CYCLES IT RAN, THE WORST NIGHT, AND LINES
087800*     READ PER MINUTE OF ELAPSED TIME OVER THE RANGE.
087900*----------------------------------------------------------------
088000 4200-STEP-AVERAGES.
088100     DIVIDE WS-STP-ELAPSED BY WS-RUN-COUNT GIVING WS-STP-AVG.
088200     MOVE WS-ROLLING TO WS-WINDOW.
088300     IF WS-WINDOW > WS-RUN-COUNT
088400         MOVE WS-RUN-COUNT TO WS-WINDOW
088500     END-IF.
088600     SUBTRACT WS-WINDOW FROM WS-RUN-COUNT GIVING WS-RUN-FROM.
088700     ADD 1 TO WS-RUN-FROM.
088800     MOVE WS-RUN-COUNT TO WS-RUN-TO.
088900     PERFORM 8400-SUM-STEP-WINDOW THRU 8400-SUM-STEP-WINDOW-EXIT.
089000     DIVIDE WS-SUM-ELAPSED BY WS-WINDOW GIVING WS-STP-ROLLING.
089100     MOVE WS-STP-AVG TO WS-HMS-SECS.
089200     PERFORM 8100-FORMAT-HMS THRU 8100-FORMAT-HMS-EXIT.
089300     MOVE WS-HMS-TEXT TO WS-ELAPSED-TEXT.
089400     MOVE WS-STP-ROLLING TO WS-HMS-SECS.
089500     PERFORM 8100-FORMAT-HMS THRU 8100-FORMAT-HMS-EXIT.
089600     MOVE WS-HMS-TEXT TO WS-ROLLING-TEXT.
089700     MOVE WS-STP-WORST TO WS-HMS-SECS.
089800     PERFORM 8100-FORMAT-HMS THRU 8100-FORMAT-HMS-EXIT.
089900     MOVE SPACES TO WS-PRINT-LINE.
090000     STRING '    ELAPSED AVG ' DELIMITED BY SIZE
090100         WS-ELAPSED-TEXT DELIMITED BY SIZE
090200         '  ROLLING ' DELIMITED BY SIZE
090300         WS-ROLLING-TEXT DELIMITED BY SIZE
090400         '  WORST ' DELIMITED BY SIZE
090500         WS-HMS-TEXT DELIMITED BY SIZE
090600         ' ON ' DELIMITED BY SIZE
090700         WS-STP-WORST-DATE DELIMITED BY SIZE
090800         INTO WS-PRINT-LINE.
090900     PERFORM 9050-WRITE-REPORT-LINE
091000         THRU 9050-WRITE-REPORT-LINE-EXIT.
091100     IF WS-STP-ELAPSED > ZERO
091200         MULTIPLY WS-STP-READ BY 60 GIVING WS-SUM-READ
091300         DIVIDE WS-SUM-READ BY WS-STP-ELAPSED GIVING WS-STP-RATE
091400     ELSE
091500         MOVE ZERO TO WS-STP-RATE
091600     END-IF.
091700     MOVE WS-STP-RATE TO WS-EDIT-RATE.
091800 4200-STEP-AVERAGES-EXIT.
091900     EXIT.
092000*----------------------------------------------------------------
092100* 4300-STEP-TREND - THE STEP'S FIRST WINDOW OF CYCLES AGAINST ITS
092200*     LAST: PER CENT GROWTH IN ELAPSED TIME AND IN LINES READ.
092300*     A STEP WHOSE TIME GROWS MORE THAN WS-GROW-TOL POINTS FASTER
092400*     THAN ITS VOLUME IS FLAGGED - IT IS GETTING SLOWER PER LINE,
092500*     NOT JUST BUSIER. FEWER THAN FOUR CYCLES, OR AN AVERAGE UNDER
092600*     WS-MIN-SECS, IS TOO LITTLE TO TREND.
092700*----------------------------------------------------------------
092800 4300-STEP-TREND.
092900     SET WS-STP-NOT-FLAGGED TO TRUE.
093000     SET WS-STP-NOT-TRENDED TO TRUE.
093100     IF WS-RUN-COUNT < 4 OR WS-STP-AVG < WS-MIN-SECS
093200         GO TO 4300-STEP-TREND-PRINT
093300     END-IF.
093400     DIVIDE WS-RUN-COUNT BY 2 GIVING WS-WINDOW.
093500     IF WS-WINDOW > WS-ROLLING
093600         MOVE WS-ROLLING TO WS-WINDOW
093700     END-IF.
093800     MOVE 1 TO WS-RUN-FROM.
093900     MOVE WS-WINDOW TO WS-RUN-TO.
094000     PERFORM 8400-SUM-STEP-WINDOW THRU 8400-SUM-STEP-WINDOW-EXIT.
094100     MOVE WS-SUM-ELAPSED TO WS-FIRST-ELAPSED.
094200     MOVE WS-SUM-READ TO WS-FIRST-READ.
094300     SUBTRACT WS-WINDOW FROM WS-RUN-COUNT GIVING WS-RUN-FROM.
094400     ADD 1 TO WS-RUN-FROM.
094500     MOVE WS-RUN-COUNT TO WS-RUN-TO.
094600     PERFORM 8400-SUM-STEP-WINDOW THRU 8400-SUM-STEP-WINDOW-EXIT.
094700     MOVE WS-SUM-ELAPSED TO WS-LAST-ELAPSED.
094800     MOVE WS-SUM-READ TO WS-LAST-READ.
094900     IF WS-FIRST-ELAPSED = ZERO
095000         GO TO 4300-STEP-TREND-PRINT
095100     END-IF.
095200     SET WS-STP-TRENDED TO TRUE.
095300     SUBTRACT WS-FIRST-ELAPSED FROM WS-LAST-ELAPSED
095400         GIVING WS-DIFF.
095500     MULTIPLY 100 BY WS-DIFF.
095600     DIVIDE WS-DIFF BY WS-FIRST-ELAPSED GIVING WS-ELAPSED-GROWTH.
095700     MOVE ZERO TO WS-VOLUME-GROWTH.
095800     IF WS-FIRST-READ > ZERO
095900         SUBTRACT WS-FIRST-READ FROM WS-LAST-READ GIVING WS-DIFF
096000         MULTIPLY 100 BY WS-DIFF
096100         DIVIDE WS-DIFF BY WS-FIRST-READ GIVING WS-VOLUME-GROWTH
096200     END-IF.
096300     ADD WS-VOLUME-GROWTH WS-GROW-TOL GIVING WS-GROWTH-LIMIT.
096400     IF WS-ELAPSED-GROWTH > ZERO AND
096500             WS-ELAPSED-GROWTH > WS-GROWTH-LIMIT
096600         SET WS-STP-FLAGGED TO TRUE
096700         ADD 1 TO WS-FLAGGED-STEPS
096800         SET WS-WARNING-RAISED TO TRUE
096900     END-IF.
097000 4300-STEP-TREND-PRINT.
097100     MOVE SPACES TO WS-PRINT-LINE.
097200     IF WS-STP-NOT-TRENDED
097300         STRING '    LINES/MIN ' DELIMITED BY SIZE
097400             WS-EDIT-RATE DELIMITED BY SIZE
097500             '  TOO FEW OR TOO SHORT TO TREND'
097600                 DELIMITED BY SIZE
097700             INTO WS-PRINT-LINE
097800         PERFORM 9050-WRITE-REPORT-LINE
097900             THRU 9050-WRITE-REPORT-LINE-EXIT
098000         GO TO 4300-STEP-TREND-EXIT
098100     END-IF.
098200     MOVE WS-ELAPSED-GROWTH TO WS-EDIT-PCT.
098300     MOVE WS-VOLUME-GROWTH TO WS-EDIT-VOL-PCT.
098400     MOVE SPACES TO WS-FLAG-TEXT.
098500     IF WS-STP-FLAGGED
098600         MOVE '  ** SLOWING PER LINE' TO WS-FLAG-TEXT
098700     END-IF.
098800     STRING '    LINES/MIN ' DELIMITED BY SIZE
098900         WS-EDIT-RATE DELIMITED BY SIZE
099000         '  TIME ' DELIMITED BY SIZE
099100         WS-EDIT-PCT DELIMITED BY SIZE
099200         '%  VOLUME ' DELIMITED BY SIZE
099300         WS-EDIT-VOL-PCT DELIMITED BY SIZE
099400         '%' DELIMITED BY SIZE
099500         WS-FLAG-TEXT DELIMITED BY SIZE
099600         INTO WS-PRINT-LINE.
099700     PERFORM 9050-WRITE-REPORT-LINE
099800         THRU 9050-WRITE-REPORT-LINE-EXIT.
099900 4300-STEP-TREND-EXIT.
100000     EXIT.
100100*----------------------------------------------------------------
100200* 5000-PROJECT-CHAIN - WHERE THE NEXT CYCLE SHOULD FINISH: THE
100300*     AVERAGE START AND ROLLING AVERAGE ELAPSED OF THE LAST
100400*     WS-ROLLING FINISHED CYCLES, PLUS ONE NIGHT'S GROWTH WHEN THE
100500*     CHAIN IS GROWING. GROWTH IS THE LAST WINDOW'S AVERAGE LESS
100600*     THE FIRST'S, SPREAD OVER THE CYCLES BETWEEN THEM. THE MARGIN
100700*     TO THE DEADLINE OVER THAT GROWTH IS THE NUMBER OF CYCLES
100800*     LEFT BEFORE A BREACH.
100900*----------------------------------------------------------------
101000 5000-PROJECT-CHAIN.
101100     MOVE 'CHAIN PROJECTION' TO WS-PRINT-LINE.
101200     PERFORM 9050-WRITE-REPORT-LINE
101300         THRU 9050-WRITE-REPORT-LINE-EXIT.
101400     MOVE ZERO TO WS-RUN-COUNT.
101500     PERFORM 5050-LIST-FINISHED THRU 5050-LIST-FINISHED-EXIT
101600         VARYING WS-CYC-SUB FROM 1 BY 1
101700         UNTIL WS-CYC-SUB > WS-CYC-COUNT.
101800     IF WS-RUN-COUNT = ZERO
101900         MOVE '  NO FINISHED CYCLE IN THE RANGE - NO PROJECTION'
102000             TO WS-PRINT-LINE
102100         PERFORM 9050-WRITE-REPORT-LINE
102200             THRU 9050-WRITE-REPORT-LINE-EXIT
102300         SET WS-WARNING-RAISED TO TRUE
102400         GO TO 5000-PROJECT-CHAIN-EXIT
102500     END-IF.
102600     PERFORM 8500-CHAIN-ROLLING THRU 8500-CHAIN-ROLLING-EXIT.
102700     MOVE ZERO TO WS-CHAIN-GROWTH.
102800     IF WS-RUN-COUNT NOT < 4
102900         PERFORM 5100-CHAIN-GROWTH THRU 5100-CHAIN-GROWTH-EXIT
103000     END-IF.
103100     ADD WS-AVG-START WS-AVG-ELAPSED GIVING WS-PROJ-FINISH.
103200     IF WS-CHAIN-GROWTH > ZERO
103300         ADD WS-CHAIN-GROWTH TO WS-PROJ-FINISH
103400     END-IF.
103500     SUBTRACT WS-PROJ-FINISH FROM WS-DEADLINE-NOON
103600         GIVING WS-MARGIN.
103700     PERFORM 5200-PRINT-PROJECTION
103800         THRU 5200-PRINT-PROJECTION-EXIT.
103900     IF WS-MARGIN < ZERO
104000         MOVE '** PROJECTED FINISH IS PAST THE SLA DEADLINE **'
104100             TO WS-PRINT-LINE
104200         PERFORM 9050-WRITE-REPORT-LINE
104300             THRU 9050-WRITE-REPORT-LINE-EXIT
104400         SET WS-WARNING-RAISED TO TRUE
104500         GO TO 5000-PROJECT-CHAIN-EXIT
104600     END-IF.
104700     IF WS-CHAIN-GROWTH NOT > ZERO
104800         MOVE 'CHAIN IS NOT GROWING - NO BREACH IN SIGHT'
104900             TO WS-PRINT-LINE
105000         PERFORM 9050-WRITE-REPORT-LINE
105100             THRU 9050-WRITE-REPORT-LINE-EXIT
105200         GO TO 5000-PROJECT-CHAIN-EXIT
105300     END-IF.
105400     DIVIDE WS-MARGIN BY WS-CHAIN-GROWTH GIVING WS-CYCLES-LEFT.
105500     MOVE WS-CYCLES-LEFT TO WS-EDIT-COUNT.
105600     MOVE SPACES TO WS-PRINT-LINE.
105700     STRING 'CYCLES TO SLA BREACH ..: ' DELIMITED BY SIZE
105800         WS-EDIT-COUNT DELIMITED BY SIZE
105900         ' AT THE CURRENT GROWTH' DELIMITED BY SIZE
106000         INTO WS-PRINT-LINE.
106100     PERFORM 9050-WRITE-REPORT-LINE
106200         THRU 9050-WRITE-REPORT-LINE-EXIT.
106300     IF WS-CYCLES-LEFT < WS-LEAD-CYCLES
106400         MOVE WS-LEAD-CYCLES TO WS-EDIT-SMALL
106500         MOVE SPACES TO WS-PRINT-LINE
106600         STRING '** BREACH EXPECTED WITHIN ' DELIMITED BY SIZE
106700             WS-EDIT-SMALL DELIMITED BY SIZE
106800             ' CYCLES - WIDEN THE BATCH WINDOW **'
106900                 DELIMITED BY SIZE
107000             INTO WS-PRINT-LINE
107100         PERFORM 9050-WRITE-REPORT-LINE
107200             THRU 9050-WRITE-REPORT-LINE-EXIT
107300         SET WS-WARNING-RAISED TO TRUE
107400     END-IF.
107500 5000-PROJECT-CHAIN-EXIT.
107600     EXIT.
107625*----------------------------------------------------------------
107650* 5050-LIST-FINISHED - ADD A FINISHED CYCLE TO THE RUN LIST.
107675*----------------------------------------------------------------
107700 5050-LIST-FINISHED.
107800     IF WS-CYC-COMPLETE (WS-CYC-SUB)
107900         ADD 1 TO WS-RUN-COUNT
108000         MOVE WS-CYC-SUB TO WS-RUN-LIST (WS-RUN-COUNT)
108100     END-IF.
108200 5050-LIST-FINISHED-EXIT.
108300     EXIT.
108400*----------------------------------------------------------------
108500* 5100-CHAIN-GROWTH - SECONDS A CYCLE THE CHAIN'S ELAPSED TIME
108600*     HAS GROWN (OR SHRUNK) ACROSS THE FINISHED CYCLES.
108700*----------------------------------------------------------------
108800 5100-CHAIN-GROWTH.
108900     DIVIDE WS-RUN-COUNT BY 2 GIVING WS-WINDOW.
109000     IF WS-WINDOW > WS-ROLLING
109100         MOVE WS-ROLLING TO WS-WINDOW
109200     END-IF.
109300     MOVE 1 TO WS-RUN-FROM.
109400     MOVE WS-WINDOW TO WS-RUN-TO.
109500     PERFORM 8450-SUM-CHAIN-WINDOW
109600         THRU 8450-SUM-CHAIN-WINDOW-EXIT.
109700     MOVE WS-SUM-ELAPSED TO WS-FIRST-ELAPSED.
109800     SUBTRACT WS-WINDOW FROM WS-RUN-COUNT GIVING WS-RUN-FROM.
109900     ADD 1 TO WS-RUN-FROM.
110000     MOVE WS-RUN-COUNT TO WS-RUN-TO.
110100     PERFORM 8450-SUM-CHAIN-WINDOW
110200         THRU 8450-SUM-CHAIN-WINDOW-EXIT.
110300     MOVE WS-SUM-ELAPSED TO WS-LAST-ELAPSED.
110400     SUBTRACT WS-WINDOW FROM WS-RUN-COUNT GIVING WS-SPAN.
110500     SUBTRACT WS-FIRST-ELAPSED FROM WS-LAST-ELAPSED
110600         GIVING WS-DIFF.
110700     MULTIPLY WS-WINDOW BY WS-SPAN.
110800     DIVIDE WS-DIFF BY WS-SPAN GIVING WS-CHAIN-GROWTH.
110900 5100-CHAIN-GROWTH-EXIT.
111000     EXIT.
111100*----------------------------------------------------------------
111200* 5200-PRINT-PROJECTION - THE FIGURES BEHIND THE VERDICT.
111300*----------------------------------------------------------------
111400 5200-PRINT-PROJECTION.
111500     MOVE WS-AVG-START TO WS-CLK-SECS.
111600     PERFORM 8350-SECS-FROM-NOON THRU 8350-SECS-FROM-NOON-EXIT.
111700     MOVE WS-CLK-SECS TO WS-HMS-SECS.
111800     PERFORM 8100-FORMAT-HMS THRU 8100-FORMAT-HMS-EXIT.
111900     MOVE SPACES TO WS-PRINT-LINE.
112000     STRING 'AVERAGE CHAIN START ...: ' DELIMITED BY SIZE
112100         WS-HMS-TEXT DELIMITED BY SIZE
112200         INTO WS-PRINT-LINE.
112300     PERFORM 9050-WRITE-REPORT-LINE
112400         THRU 9050-WRITE-REPORT-LINE-EXIT.
112500     MOVE WS-AVG-ELAPSED TO WS-HMS-SECS.
112600     PERFORM 8100-FORMAT-HMS THRU 8100-FORMAT-HMS-EXIT.
112700     MOVE SPACES TO WS-PRINT-LINE.
112800     STRING 'ROLLING CHAIN ELAPSED .: ' DELIMITED BY SIZE
112900         WS-HMS-TEXT DELIMITED BY SIZE
113000         INTO WS-PRINT-LINE.
113100     PERFORM 9050-WRITE-REPORT-LINE
113200         THRU 9050-WRITE-REPORT-LINE-EXIT.
113300     MOVE WS-CHAIN-GROWTH TO WS-EDIT-PCT.
113400     MOVE SPACES TO WS-PRINT-LINE.
113500     STRING 'GROWTH PER CYCLE ......: ' DELIMITED BY SIZE
113600         WS-EDIT-PCT DELIMITED BY SIZE
113700         ' SECONDS' DELIMITED BY SIZE
113800         INTO WS-PRINT-LINE.
113900     PERFORM 9050-WRITE-REPORT-LINE
114000         THRU 9050-WRITE-REPORT-LINE-EXIT.
114100     MOVE WS-PROJ-FINISH TO WS-CLK-SECS.
114200     PERFORM 8350-SECS-FROM-NOON THRU 8350-SECS-FROM-NOON-EXIT.
114300     MOVE WS-CLK-SECS TO WS-HMS-SECS.
114400     PERFORM 8100-FORMAT-HMS THRU 8100-FORMAT-HMS-EXIT.
114500     MOVE SPACES TO WS-PRINT-LINE.
114600     STRING 'PROJECTED FINISH ......: ' DELIMITED BY SIZE
114700         WS-HMS-TEXT DELIMITED BY SIZE
114800         INTO WS-PRINT-LINE.
114900     PERFORM 9050-WRITE-REPORT-LINE
115000         THRU 9050-WRITE-REPORT-LINE-EXIT.
115100     IF WS-MARGIN < ZERO
115200         MOVE '-' TO WS-EDIT-SIGN
115300         SUBTRACT WS-MARGIN FROM ZERO GIVING WS-HMS-SECS
115400     ELSE
115500         MOVE '+' TO WS-EDIT-SIGN
115600         MOVE WS-MARGIN TO WS-HMS-SECS
115700     END-IF.
115800     PERFORM 8100-FORMAT-HMS THRU 8100-FORMAT-HMS-EXIT.
115900     MOVE SPACES TO WS-PRINT-LINE.
116000     STRING 'MARGIN TO DEADLINE ....: ' DELIMITED BY SIZE
116100         WS-EDIT-SIGN DELIMITED BY SIZE
116200         WS-HMS-TEXT DELIMITED BY SIZE
116300         INTO WS-PRINT-LINE.
116400     PERFORM 9050-WRITE-REPORT-LINE
116500         THRU 9050-WRITE-REPORT-LINE-EXIT.
116600 5200-PRINT-PROJECTION-EXIT.
116700     EXIT.
116800*----------------------------------------------------------------
116900* 8100-FORMAT-HMS - WS-HMS-SECS AS HH:MM:SS IN WS-HMS-TEXT.
117000*----------------------------------------------------------------
117100 8100-FORMAT-HMS.
117200     DIVIDE WS-HMS-SECS BY 3600 GIVING WS-HMS-HH
117300         REMAINDER WS-HMS-REST.
117400     DIVIDE WS-HMS-REST BY 60 GIVING WS-HMS-MM
117500         REMAINDER WS-HMS-SS.
117600 8100-FORMAT-HMS-EXIT.
117700     EXIT.
117800*----------------------------------------------------------------
117900* 8200-CLOCK-TO-SECS - WS-CLK (HHMMSS) AS SECONDS SINCE MIDNIGHT
118000*     IN WS-CLK-SECS.
118100*----------------------------------------------------------------
118200 8200-CLOCK-TO-SECS.
118300     MULTIPLY WS-CLK-HH BY 3600 GIVING WS-CLK-SECS.
118400     MULTIPLY WS-CLK-MM BY 60 GIVING WS-WORK-SECS.
118500     ADD WS-WORK-SECS WS-CLK-SS TO WS-CLK-SECS.
118600 8200-CLOCK-TO-SECS-EXIT.
118700     EXIT.
118800*----------------------------------------------------------------
118900* 8300-SECS-AFTER-NOON - WS-CLK-SECS FROM SECONDS SINCE MIDNIGHT
119000*     TO SECONDS SINCE THE NOON BEFORE. THE CHAIN STARTS IN THE
119100*     EVENING OR THE SMALL HOURS AND THE DEADLINE IS NEXT
119200*     MORNING, SO ON THIS SCALE 23:50 AND 00:10 STAY TWENTY
119300*     MINUTES APART AND A 06:00 DEADLINE COMES AFTER BOTH.
119400*----------------------------------------------------------------
119500 8300-SECS-AFTER-NOON.
119600     IF WS-CLK-SECS < 43200
119700         ADD 43200 TO WS-CLK-SECS
119800     ELSE
119900         SUBTRACT 43200 FROM WS-CLK-SECS
120000     END-IF.
120100 8300-SECS-AFTER-NOON-EXIT.
120200     EXIT.
120300*----------------------------------------------------------------
120400* 8350-SECS-FROM-NOON - BACK AGAIN, TO A TIME OF DAY.
120500*----------------------------------------------------------------
120600 8350-SECS-FROM-NOON.
120700     ADD 43200 TO WS-CLK-SECS.
120800     IF WS-CLK-SECS NOT < 86400
120900         SUBTRACT 86400 FROM WS-CLK-SECS
121000     END-IF.
121100     IF WS-CLK-SECS NOT < 86400
121200         SUBTRACT 86400 FROM WS-CLK-SECS
121300     END-IF.
121400 8350-SECS-FROM-NOON-EXIT.
121500     EXIT.
121600*----------------------------------------------------------------
121700* 8400-SUM-STEP-WINDOW - THE STEP'S ELAPSED AND LINES READ OVER
121800*     RUN-LIST ENTRIES WS-RUN-FROM THRU WS-RUN-TO.
121900*----------------------------------------------------------------
122000 8400-SUM-STEP-WINDOW.
122100     MOVE ZERO TO WS-SUM-ELAPSED WS-SUM-READ.
122200     PERFORM 8410-ADD-STEP-CYCLE THRU 8410-ADD-STEP-CYCLE-EXIT
122300         VARYING WS-RUN-SUB FROM WS-RUN-FROM BY 1
122400         UNTIL WS-RUN-SUB > WS-RUN-TO.
122500 8400-SUM-STEP-WINDOW-EXIT.
122600     EXIT.
122625*----------------------------------------------------------------
122650* 8410-ADD-STEP-CYCLE - ONE RUN-LIST CYCLE INTO THE STEP SUMS.
122675*----------------------------------------------------------------
122700 8410-ADD-STEP-CYCLE.
122800     MOVE WS-RUN-LIST (WS-RUN-SUB) TO WS-WIN-CYC.
122900     ADD WS-CS-ELAPSED (WS-WIN-CYC WS-STEP-SUB) TO WS-SUM-ELAPSED.
123000     ADD WS-CS-READ (WS-WIN-CYC WS-STEP-SUB) TO WS-SUM-READ.
123100 8410-ADD-STEP-CYCLE-EXIT.
123200     EXIT.
123300*----------------------------------------------------------------
123400* 8450-SUM-CHAIN-WINDOW - THE CHAIN'S ELAPSED AND START TIMES
123500*     OVER RUN-LIST ENTRIES WS-RUN-FROM THRU WS-RUN-TO.
123600*----------------------------------------------------------------
123700 8450-SUM-CHAIN-WINDOW.
123800     MOVE ZERO TO WS-SUM-ELAPSED WS-SUM-START.
123900     PERFORM 8460-ADD-CHAIN-CYCLE THRU 8460-ADD-CHAIN-CYCLE-EXIT
124000         VARYING WS-RUN-SUB FROM WS-RUN-FROM BY 1
124100         UNTIL WS-RUN-SUB > WS-RUN-TO.
124200 8450-SUM-CHAIN-WINDOW-EXIT.
124300     EXIT.
124325*----------------------------------------------------------------
124350* 8460-ADD-CHAIN-CYCLE - ONE RUN-LIST CYCLE INTO THE CHAIN SUMS.
124375*----------------------------------------------------------------
124400 8460-ADD-CHAIN-CYCLE.
124500     MOVE WS-RUN-LIST (WS-RUN-SUB) TO WS-WIN-CYC.
124600     ADD WS-CYC-ELAPSED (WS-WIN-CYC) TO WS-SUM-ELAPSED.
124700     ADD WS-CYC-START (WS-WIN-CYC) TO WS-SUM-START.
124800 8460-ADD-CHAIN-CYCLE-EXIT.
124900     EXIT.
125000*----------------------------------------------------------------
125100* 8500-CHAIN-ROLLING - AVERAGE START AND ELAPSED OVER THE LAST
125200*     WS-ROLLING ENTRIES OF THE RUN LIST AS IT STANDS.
125300*----------------------------------------------------------------
125400 8500-CHAIN-ROLLING.
125500     MOVE WS-ROLLING TO WS-WINDOW.
125600     IF WS-WINDOW > WS-RUN-COUNT
125700         MOVE WS-RUN-COUNT TO WS-WINDOW
125800     END-IF.
125900     SUBTRACT WS-WINDOW FROM WS-RUN-COUNT GIVING WS-RUN-FROM.
126000     ADD 1 TO WS-RUN-FROM.
126100     MOVE WS-RUN-COUNT TO WS-RUN-TO.
126200     PERFORM 8450-SUM-CHAIN-WINDOW
126300         THRU 8450-SUM-CHAIN-WINDOW-EXIT.
126400     DIVIDE WS-SUM-ELAPSED BY WS-WINDOW GIVING WS-AVG-ELAPSED.
126500     DIVIDE WS-SUM-START BY WS-WINDOW GIVING WS-AVG-START.
126600 8500-CHAIN-ROLLING-EXIT.
126700     EXIT.
126800*----------------------------------------------------------------
126900* 9000-TERMINATE - RUN TOTALS, RC=4 WHEN ANYTHING NEEDS A LOOK.
127000*----------------------------------------------------------------
127100 9000-TERMINATE.
127200     MOVE WS-ROWS-READ TO WS-EDIT-COUNT.
127300     MOVE SPACES TO WS-PRINT-LINE.
127400     PERFORM 9050-WRITE-REPORT-LINE
127500         THRU 9050-WRITE-REPORT-LINE-EXIT.
127600     STRING 'LOG ROWS IN RANGE .....: ' DELIMITED BY SIZE
127700         WS-EDIT-COUNT DELIMITED BY SIZE
127800         INTO WS-PRINT-LINE.
127900     PERFORM 9050-WRITE-REPORT-LINE
128000         THRU 9050-WRITE-REPORT-LINE-EXIT.
128100     MOVE WS-OTHER-ROWS TO WS-EDIT-COUNT.
128200     MOVE SPACES TO WS-PRINT-LINE.
128300     STRING 'OUTSIDE THE CHAIN .....: ' DELIMITED BY SIZE
128400         WS-EDIT-COUNT DELIMITED BY SIZE
128500         INTO WS-PRINT-LINE.
128600     PERFORM 9050-WRITE-REPORT-LINE
128700         THRU 9050-WRITE-REPORT-LINE-EXIT.
128800     MOVE WS-CYC-COUNT TO WS-EDIT-COUNT.
128900     MOVE SPACES TO WS-PRINT-LINE.
129000     STRING 'CYCLES REPORTED .......: ' DELIMITED BY SIZE
129100         WS-EDIT-COUNT DELIMITED BY SIZE
129200         INTO WS-PRINT-LINE.
129300     PERFORM 9050-WRITE-REPORT-LINE
129400         THRU 9050-WRITE-REPORT-LINE-EXIT.
129500     MOVE WS-COMPLETE-CYCLES TO WS-EDIT-COUNT.
129600     MOVE SPACES TO WS-PRINT-LINE.
129700     STRING '  FINISHED ............: ' DELIMITED BY SIZE
129800         WS-EDIT-COUNT DELIMITED BY SIZE
129900         INTO WS-PRINT-LINE.
130000     PERFORM 9050-WRITE-REPORT-LINE
130100         THRU 9050-WRITE-REPORT-LINE-EXIT.
130200     MOVE WS-MISSED-CYCLES TO WS-EDIT-COUNT.
130300     MOVE SPACES TO WS-PRINT-LINE.
130400     STRING '  MISSED THE DEADLINE .: ' DELIMITED BY SIZE
130500         WS-EDIT-COUNT DELIMITED BY SIZE
130600         INTO WS-PRINT-LINE.
130700     PERFORM 9050-WRITE-REPORT-LINE
130800         THRU 9050-WRITE-REPORT-LINE-EXIT.
130900     MOVE WS-FLAGGED-STEPS TO WS-EDIT-COUNT.
131000     MOVE SPACES TO WS-PRINT-LINE.
131100     STRING 'STEPS SLOWING PER LINE : ' DELIMITED BY SIZE
131200         WS-EDIT-COUNT DELIMITED BY SIZE
131300         INTO WS-PRINT-LINE.
131400     PERFORM 9050-WRITE-REPORT-LINE
131500         THRU 9050-WRITE-REPORT-LINE-EXIT.
131600     IF WS-OVERFLOW-ROWS > ZERO
131700         MOVE WS-OVERFLOW-ROWS TO WS-EDIT-COUNT
131800         MOVE SPACES TO WS-PRINT-LINE
131900         STRING '** ROWS PAST THE ' DELIMITED BY SIZE
132000             'CYCLE TABLE, NOT REPORTED: ' DELIMITED BY SIZE
132100             WS-EDIT-COUNT DELIMITED BY SIZE
132200             ' - NARROW THE RANGE' DELIMITED BY SIZE
132300             INTO WS-PRINT-LINE
132400         PERFORM 9050-WRITE-REPORT-LINE
132500             THRU 9050-WRITE-REPORT-LINE-EXIT
132600         SET WS-WARNING-RAISED TO TRUE
132700     END-IF.
132800     MOVE '********************************************'
132900         TO WS-PRINT-LINE.
133000     PERFORM 9050-WRITE-REPORT-LINE
133100         THRU 9050-WRITE-REPORT-LINE-EXIT.
133200     CLOSE REPTFILE.
133300     IF WS-WARNING-RAISED
133400         MOVE 4 TO RETURN-CODE
133500     END-IF.
133600     PERFORM 9800-LOG-RUN-END THRU 9800-LOG-RUN-END-EXIT.
133700 9000-TERMINATE-EXIT.
133800     EXIT.
133900*----------------------------------------------------------------
134000* 9800-LOG-RUN-END - COMPLETE THIS RUN'S ROW ON THE CHAIN-WIDE
134100*     RUN LOG: LOG ROWS READ, CYCLES REPORTED, AND THE STEPS
134200*     FLAGGED AS SLOWING.
134300*----------------------------------------------------------------
134400 9800-LOG-RUN-END.
134500     SET RUNLPARM-LOG-END TO TRUE.
134600     MOVE WS-ROWS-READ     TO RUNLPARM-READ-COUNT.
134700     MOVE WS-CYC-COUNT     TO RUNLPARM-WRITE-COUNT.
134800     MOVE WS-FLAGGED-STEPS TO RUNLPARM-REJ-COUNT.
134900     MOVE RETURN-CODE      TO RUNLPARM-RETURN-CODE.
135000     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
135100 9800-LOG-RUN-END-EXIT.
135200     EXIT.
135300*----------------------------------------------------------------
135400* 9050-WRITE-REPORT-LINE - ONE REPORT LINE TO SYSOUT AND TO THE
135500*     RETAINED DATASET, SO THE TWO COPIES CANNOT DRIFT APART.
135600*----------------------------------------------------------------
135700 9050-WRITE-REPORT-LINE.
135800     DISPLAY WS-PRINT-LINE.
135900     MOVE WS-PRINT-LINE TO REPT-REC.
136000     WRITE REPT-REC.
136100 9050-WRITE-REPORT-LINE-EXIT.
136200     EXIT.
136300*----------------------------------------------------------------
136400* 9900-ABEND-ON-OPEN-ERROR - A FILE WE DEPEND ON FAILED TO OPEN.
136500*     MOVE THE DD NAME TO WS-ABEND-FILE-NAME BEFORE THE PERFORM
136600*     SO THE MESSAGE IDENTIFIES WHICH ONE.
136700*----------------------------------------------------------------
136800 9900-ABEND-ON-OPEN-ERROR.
136900     DISPLAY '*** OPEN FAILED FOR ' WS-ABEND-FILE-NAME
137000         ' - JOB ABENDING ***'.
137100     MOVE 16 TO RETURN-CODE.
137200     STOP RUN.
137300 END PROGRAM CODEABBEY-SET-52.
