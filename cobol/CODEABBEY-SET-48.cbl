000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CODEABBEY-SET-48.
000300 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000400 INSTALLATION. CODEABBEY-DP-CENTER.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900* MODIFICATION HISTORY                                        *
001000*---------------------------------------------------------------
001100* DATE       INIT DESCRIPTION                                  *
001200* 2026-10-14  JPR INITIAL VERSION - MONTHLY CHARGEBACK.        *
001300*                 GATHERS THE PER-SOURCE STATS ROWS OF EVERY   *
001400*                 CYCLE OF THE MONTH FROM THE MONTH'S ARCHIVE  *
001500*                 AND THE RETAINED SET20 STATS DATASETS,       *
001600*                 CHECKS THEM AGAINST THE SET-20 RUNS ON THE   *
001700*                 RUN LOG, PRICES EACH SOURCE FROM THE         *
001800*                 OPERATIONS RATE DECK (PER LINE SCORED AND    *
001900*                 PER LINE REJECTED OR EXCEPTED), PRINTS A     *
002000*                 STATEMENT PER SOURCE WITH ITS REWORK SET     *
002100*                 AGAINST A SPLIT BY VOLUME, AND WRITES THE    *
002200*                 CHRGREC INTERFACE FILE FOR THE FINANCE       *
002300*                 LEDGER LOAD. RC=8 WHEN THE MONTH CANNOT BE   *
002400*                 BILLED AS IT STANDS.                         *
002500***************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ARCHFILE ASSIGN TO ARCHFILE
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-ARCHFILE-STATUS.
003500     SELECT STATFILE ASSIGN TO STATFILE
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-STATFILE-STATUS.
003800     SELECT RATEFILE ASSIGN TO RATEFILE
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-RATEFILE-STATUS.
004100     SELECT SRCFILE ASSIGN TO SRCFILE
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS SRCREC-KEY
004500         FILE STATUS IS WS-SRCFILE-STATUS.
004600     SELECT RUNLFILE ASSIGN TO RUNLFILE
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS RUNLREC-KEY
005000         FILE STATUS IS WS-RUNLFILE-STATUS.
005100     SELECT CHRGFILE ASSIGN TO CHRGFILE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-CHRGFILE-STATUS.
005400     SELECT REPTFILE ASSIGN TO REPTFILE
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-REPTFILE-STATUS.
005700     SELECT DATEFILE ASSIGN TO DATEFILE
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-DATEFILE-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200*----------------------------------------------------------------
006300* ARCHFILE - THE MONTH'S CONSOLIDATED ARCHIVE. ONLY THE 'STATS'
006400* RECORDS OF THE CYCLES CODE024 HAS ALREADY SWEPT ARE USED; THE
006500* ENVELOPE'S CYCLE DATE DATES THEM. READ ONLY HERE.
006600*----------------------------------------------------------------
006700 FD  ARCHFILE
006800     LABEL RECORDS ARE STANDARD
006900     RECORDING MODE IS F.
007000     COPY ARCHREC.
007100*----------------------------------------------------------------
007200* STATFILE - THE RETAINED SET20 STATS DATASETS OF THE MONTH'S
007300* CYCLES NOT YET SWEPT, CONCATENATED IN ANY ORDER. EACH ONE
007400* STARTS WITH ITS '*TOTAL*' ROW. READ INTO STATREC BELOW.
007500*----------------------------------------------------------------
007600 FD  STATFILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORDING MODE IS F.
007900 01  STAT-FILE-REC PIC X(80).
008000*----------------------------------------------------------------
008100* RATEFILE - THE CHARGEBACK RATE DECK, MAINTAINED BY OPERATIONS
008200* FOR FINANCE. ONE CARD PER SOURCE PER EFFECTIVE MONTH:
008300*   COLS  1-8   SOURCE ID, OR *DEFAULT FOR EVERY OTHER SOURCE
008400*   COLS 10-13  FIRST MONTH THE RATES APPLY, YYMM
008500*   COLS 15-21  RATE PER LINE SCORED, N.NNNNN
008600*   COLS 23-29  RATE PER LINE REJECTED OR EXCEPTED, N.NNNNN
008700*   COLS 31-80  FREE TEXT - WHO AGREED THE RATE, AND WHEN
008800* AN ASTERISK IN COL 1 (OTHER THAN *DEFAULT) MAKES A COMMENT.
008900*----------------------------------------------------------------
009000 FD  RATEFILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS F.
009300 01  RATE-REC PIC X(80).
009400*----------------------------------------------------------------
009500* SRCFILE - THE FEED-SOURCE REGISTRY, FOR THE OWNER GROUP EACH
009600* STATEMENT IS ADDRESSED TO. READ ONLY HERE.
009700*----------------------------------------------------------------
009800 FD  SRCFILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY SRCREC.
010100*----------------------------------------------------------------
010200* RUNLFILE - THE CHAIN-WIDE RUN-LOG MASTER. EVERY CYCLE OF THE
010300* MONTH WHOSE SET-20 RUN ENDED MUST BE FOUND IN THE INPUT.
010400*----------------------------------------------------------------
010500 FD  RUNLFILE
010600     LABEL RECORDS ARE STANDARD.
010700     COPY RUNLREC.
010800*----------------------------------------------------------------
010900* CHRGFILE - THE CHARGEBACK INTERFACE FILE FOR THE FINANCE
011000* LEDGER LOAD, ONE DETAIL ROW PER SOURCE AND A TRAILER.
011100*----------------------------------------------------------------
011200 FD  CHRGFILE
011300     LABEL RECORDS ARE STANDARD
011400     RECORDING MODE IS F.
011500     COPY CHRGREC.
011600*----------------------------------------------------------------
011700* REPTFILE - RETAINED COPY OF THE STATEMENTS AND THE SUMMARY.
011800*----------------------------------------------------------------
011900 FD  REPTFILE
012000     LABEL RECORDS ARE STANDARD
012100     RECORDING MODE IS F.
012200 01  REPT-REC PIC X(80).
012300*----------------------------------------------------------------
012400* DATEFILE - ONE CARD, COLS 1-4 = THE MONTH BEING CHARGED, YYMM.
012500*----------------------------------------------------------------
012600 FD  DATEFILE
012700     LABEL RECORDS ARE STANDARD
012800     RECORDING MODE IS F.
012900 01  DATE-REC PIC X(80).
013000 WORKING-STORAGE SECTION.
013100*----------------------------------------------------------------
013200* FILE STATUS AND SWITCH BYTES
013300*----------------------------------------------------------------
013400 01  WS-ARCHFILE-STATUS PIC X(02).
013500     88  WS-ARCHFILE-OK              VALUE '00'.
013600 01  WS-STATFILE-STATUS PIC X(02).
013700     88  WS-STATFILE-OK              VALUE '00'.
013800 01  WS-RATEFILE-STATUS PIC X(02).
013900     88  WS-RATEFILE-OK              VALUE '00'.
014000 01  WS-SRCFILE-STATUS PIC X(02).
014100     88  WS-SRCFILE-OK               VALUE '00'.
014200     88  WS-SRCFILE-UNLOADED         VALUE '35'.
014300 01  WS-RUNLFILE-STATUS PIC X(02).
014400     88  WS-RUNLFILE-OK              VALUE '00'.
014500 01  WS-CHRGFILE-STATUS PIC X(02).
014600     88  WS-CHRGFILE-OK              VALUE '00'.
014700 01  WS-REPTFILE-STATUS PIC X(02).
014800     88  WS-REPTFILE-OK              VALUE '00'.
014900 01  WS-DATEFILE-STATUS PIC X(02).
015000     88  WS-DATEFILE-OK              VALUE '00'.
015100 01  WS-SWITCHES.
015200     05  WS-ARCH-EOF-SWITCH PIC X(01) VALUE 'N'.
015300         88  WS-ARCH-AT-EOF           VALUE 'Y'.
015400     05  WS-STAT-EOF-SWITCH PIC X(01) VALUE 'N'.
015500         88  WS-STAT-AT-EOF           VALUE 'Y'.
015600     05  WS-RATE-EOF-SWITCH PIC X(01) VALUE 'N'.
015700         88  WS-RATE-AT-EOF           VALUE 'Y'.
015800     05  WS-WALK-DONE-SWITCH PIC X(01) VALUE 'N'.
015900         88  WS-WALK-DONE             VALUE 'Y'.
016000         88  WS-WALK-NOT-DONE         VALUE 'N'.
016100     05  WS-REGISTRY-SWITCH PIC X(01) VALUE 'N'.
016200         88  WS-REGISTRY-OPEN         VALUE 'Y'.
016300*----------------------------------------------------------------
016400* THE MONTH BEING CHARGED, FROM THE DATE CARD.
016500*----------------------------------------------------------------
016600 01  WS-CHARGE-MONTH PIC 9(04) VALUE ZERO.
016700 01  WS-CHARGE-MONTH-PARTS REDEFINES WS-CHARGE-MONTH.
016800     05  WS-CHG-YY PIC 9(02).
016900     05  WS-CHG-MM PIC 9(02).
017000 01  WS-CHARGE-MONTH-X REDEFINES WS-CHARGE-MONTH PIC X(04).
017100*----------------------------------------------------------------
017200* ONE STATREC ROW, FROM EITHER INPUT. THE CYCLE DATE AND ORIGIN
017300* OF THE ROW ARE SET BY WHOEVER READ IT.
017400*----------------------------------------------------------------
017500     COPY STATREC.
017600 01  WS-ROW-CYCLE-DATE PIC X(06).
017700 01  WS-ROW-ORIGIN PIC X(01).
017800*----------------------------------------------------------------
017900* THE RATE DECK AS LOADED. A SOURCE'S RATES FOR THE MONTH ARE ON
018000* ITS OWN CARD WITH THE LATEST EFFECTIVE MONTH NOT AFTER THE
018100* MONTH CHARGED, OR FAILING THAT THE *DEFAULT CARD CHOSEN THE
018200* SAME WAY.
018300*----------------------------------------------------------------
018400 01  WS-RATE-TABLE.
018500     05  WS-RATE-ENTRY OCCURS 200 TIMES.
018600         10  WS-RATE-SOURCE  PIC X(08).
018700         10  WS-RATE-EFF     PIC 9(04).
018800         10  WS-RATE-SCORED  PIC 9(01)V9(05).
018900         10  WS-RATE-REWORK  PIC 9(01)V9(05).
019000 77  WS-RATE-MAX PIC 9(03) COMP VALUE 200.
019100 77  WS-RATE-COUNT PIC 9(03) COMP VALUE ZERO.
019200 77  WS-RATE-SUB PIC 9(03) COMP VALUE ZERO.
019300 77  WS-RATE-HIT PIC 9(03) COMP VALUE ZERO.
019400 77  WS-DEFAULT-HIT PIC 9(03) COMP VALUE ZERO.
019500 01  WS-RATE-CARD.
019600     05  WS-RC-SOURCE  PIC X(08).
019700     05  FILLER        PIC X(01).
019800     05  WS-RC-EFF     PIC X(04).
019900     05  WS-RC-EFF-N REDEFINES WS-RC-EFF PIC 9(04).
020000     05  FILLER        PIC X(01).
020100     05  WS-RC-SCORED  PIC X(07).
020200     05  FILLER        PIC X(01).
020300     05  WS-RC-REWORK  PIC X(07).
020400     05  FILLER        PIC X(51).
020500 01  WS-RATE-TEXT PIC X(07).
020600 01  WS-RATE-DIGITS PIC X(06).
020700 01  WS-RATE-DIGITS-N REDEFINES WS-RATE-DIGITS PIC 9(01)V9(05).
020800 01  WS-RATE-OK-SWITCH PIC X(01).
020900     88  WS-RATE-TEXT-OK              VALUE 'Y'.
021000     88  WS-RATE-TEXT-BAD             VALUE 'N'.
021100 01  WS-BAD-RATE-COUNT PIC 9(05) COMP VALUE ZERO.
021200*----------------------------------------------------------------
021300* ONE ENTRY PER CYCLE BLOCK READ - A '*TOTAL*' ROW AND THE SOURCE
021400* ROWS BEHIND IT. A BLOCK IS TAKEN WHEN IT IS DATED IN THE MONTH
021500* (LIVE) OR CARRIES NO DATE AT ALL (UNDATED - ROWS WRITTEN
021600* BEFORE STATREC WAS DATED). A LATER BLOCK FOR THE SAME CYCLE
021700* REPLACES AN EARLIER ONE: A RERUN OF SET-20 APPENDS A FRESH
021800* BLOCK TO THE CYCLE'S DATASET, AND THE RETAINED COPY IS READ
021900* AFTER THE ARCHIVE.
022000*----------------------------------------------------------------
022100 01  WS-BLK-TABLE.
022200     05  WS-BLK-ENTRY OCCURS 200 TIMES.
022300         10  WS-BLK-DATE      PIC X(06).
022400         10  WS-BLK-ORIGIN    PIC X(01).
022500             88  WS-BLK-FROM-ARCHIVE       VALUE 'A'.
022600             88  WS-BLK-FROM-STATFILE      VALUE 'S'.
022700         10  WS-BLK-STATE     PIC X(01).
022800             88  WS-BLK-LIVE               VALUE 'L'.
022900             88  WS-BLK-UNDATED            VALUE 'U'.
023000             88  WS-BLK-REPLACED           VALUE 'R'.
023100             88  WS-BLK-OTHER-MONTH        VALUE 'O'.
023200             88  WS-BLK-TAKEN              VALUE 'L' 'U'.
023300         10  WS-BLK-ON-LOG-SW PIC X(01).
023400             88  WS-BLK-ON-LOG             VALUE 'Y'.
023500             88  WS-BLK-NOT-ON-LOG         VALUE 'N'.
023600         10  WS-BLK-LINES     PIC 9(07).
023700         10  WS-BLK-SRC-LINES PIC 9(07).
023800 77  WS-BLK-MAX PIC 9(03) COMP VALUE 200.
023900 77  WS-BLK-COUNT PIC 9(03) COMP VALUE ZERO.
024000 77  WS-BLK-SUB PIC 9(03) COMP VALUE ZERO.
024100 77  WS-BLK-CUR PIC 9(03) COMP VALUE ZERO.
024200*----------------------------------------------------------------
024300* THE PER-SOURCE ROWS OF EVERY BLOCK, TAGGED WITH THEIR BLOCK.
024400*----------------------------------------------------------------
024500 01  WS-ROW-TABLE.
024600     05  WS-ROW-ENTRY OCCURS 6000 TIMES.
024700         10  WS-ROW-BLK     PIC 9(03) COMP.
024800         10  WS-ROW-SOURCE  PIC X(08).
024900         10  WS-ROW-LINES   PIC 9(07).
025000         10  WS-ROW-SCORED  PIC 9(07).
025100         10  WS-ROW-REJ     PIC 9(07).
025200         10  WS-ROW-EXCP    PIC 9(07).
025300 77  WS-ROW-MAX PIC 9(05) COMP VALUE 6000.
025400 77  WS-ROW-COUNT PIC 9(05) COMP VALUE ZERO.
025500 77  WS-ROW-SUB PIC 9(05) COMP VALUE ZERO.
025600*----------------------------------------------------------------
025700* THE CYCLES THE RUN LOG SAYS SET-20 FINISHED IN THE MONTH.
025800*----------------------------------------------------------------
025900 01  WS-EXP-TABLE.
026000     05  WS-EXP-ENTRY OCCURS 31 TIMES.
026100         10  WS-EXP-DATE      PIC X(06).
026200         10  WS-EXP-FOUND-SW  PIC X(01).
026300             88  WS-EXP-FOUND              VALUE 'Y'.
026400             88  WS-EXP-NOT-FOUND          VALUE 'N'.
026500 77  WS-EXP-MAX PIC 9(03) COMP VALUE 31.
026600 77  WS-EXP-COUNT PIC 9(03) COMP VALUE ZERO.
026700 77  WS-EXP-SUB PIC 9(03) COMP VALUE ZERO.
026800 77  WS-EXP-HIT PIC 9(03) COMP VALUE ZERO.
026900 01  WS-LOG-FROM-KEY.
027000     05  WS-LOG-FROM-MONTH PIC 9(04).
027100     05  WS-LOG-FROM-DAY   PIC 9(02) VALUE 01.
027200 01  WS-LOG-FROM-DATE REDEFINES WS-LOG-FROM-KEY PIC 9(06).
027300*----------------------------------------------------------------
027400* ONE ENTRY PER SOURCE CHARGED, KEPT IN SOURCE ID ORDER: ITS
027500* MONTH TOTALS, THE RATES THAT APPLY AND WHAT IT OWES.
027600*----------------------------------------------------------------
027700 01  WS-SRC-TABLE.
027800     05  WS-SRC-ENTRY OCCURS 200 TIMES.
027900         10  WS-SRC-ID          PIC X(08).
028000         10  WS-SRC-OWNER       PIC X(16).
028100         10  WS-SRC-CYCLES      PIC 9(03).
028200         10  WS-SRC-LINES       PIC 9(09).
028300         10  WS-SRC-SCORED      PIC 9(09).
028400         10  WS-SRC-REJ         PIC 9(09).
028500         10  WS-SRC-EXCP        PIC 9(09).
028600         10  WS-SRC-REWORK      PIC 9(09).
028700         10  WS-SRC-RATED-SW    PIC X(01).
028800             88  WS-SRC-RATED              VALUE 'Y'.
028900             88  WS-SRC-UNRATED            VALUE 'N'.
029000         10  WS-SRC-RATE-FROM   PIC X(08).
029100         10  WS-SRC-RATE-EFF    PIC 9(04).
029200         10  WS-SRC-RATE-SCORED PIC 9(01)V9(05).
029300         10  WS-SRC-RATE-REWORK PIC 9(01)V9(05).
029400         10  WS-SRC-SCORED-AMT  PIC 9(07)V99.
029500         10  WS-SRC-REWORK-AMT  PIC 9(07)V99.
029600         10  WS-SRC-TOTAL-AMT   PIC 9(07)V99.
029700 77  WS-SRC-MAX PIC 9(03) COMP VALUE 200.
029800 77  WS-SRC-COUNT PIC 9(03) COMP VALUE ZERO.
029900 77  WS-SRC-SUB PIC 9(03) COMP VALUE ZERO.
030000 77  WS-SRC-HIT PIC 9(03) COMP VALUE ZERO.
030100 77  WS-SHIFT-SUB PIC 9(03) COMP VALUE ZERO.
030200*----------------------------------------------------------------
030300* MONTH TOTALS AND THE COUNTS BEHIND THE VERDICT.
030400*----------------------------------------------------------------
030500 01  WS-MONTH-TOTALS.
030600     05  WS-MON-LINES       PIC 9(09) VALUE ZERO.
030700     05  WS-MON-SCORED      PIC 9(09) VALUE ZERO.
030800     05  WS-MON-REWORK      PIC 9(09) VALUE ZERO.
030900     05  WS-MON-BLK-LINES   PIC 9(09) VALUE ZERO.
031000     05  WS-MON-SCORED-AMT  PIC 9(09)V99 VALUE ZERO.
031100     05  WS-MON-REWORK-AMT  PIC 9(09)V99 VALUE ZERO.
031200     05  WS-MON-TOTAL-AMT   PIC 9(09)V99 VALUE ZERO.
031300 01  WS-COUNTS.
031400     05  WS-ARCH-READ       PIC 9(07) COMP VALUE ZERO.
031500     05  WS-ARCH-USED       PIC 9(07) COMP VALUE ZERO.
031600     05  WS-STAT-READ       PIC 9(07) COMP VALUE ZERO.
031700     05  WS-ORPHAN-COUNT    PIC 9(05) COMP VALUE ZERO.
031800     05  WS-LIVE-COUNT      PIC 9(05) COMP VALUE ZERO.
031900     05  WS-UNDATED-COUNT   PIC 9(05) COMP VALUE ZERO.
032000     05  WS-REPLACED-COUNT  PIC 9(05) COMP VALUE ZERO.
032100     05  WS-OTHER-COUNT     PIC 9(05) COMP VALUE ZERO.
032200     05  WS-NOT-LOGGED-COUNT PIC 9(05) COMP VALUE ZERO.
032300     05  WS-MISSING-COUNT   PIC 9(05) COMP VALUE ZERO.
032400     05  WS-UNRATED-COUNT   PIC 9(05) COMP VALUE ZERO.
032500     05  WS-UNREG-COUNT     PIC 9(05) COMP VALUE ZERO.
032600     05  WS-CHRG-WRITTEN    PIC 9(07) COMP VALUE ZERO.
032700 01  WS-CHARGE-RC PIC 9(02) VALUE ZERO.
032800*----------------------------------------------------------------
032900* SHARE AND COMPARISON WORK AREAS. THE VOLUME SPLIT IS WHAT A
033000* SOURCE'S REWORK CHARGE WOULD BE IF THE MONTH'S REWORK WERE
033100* SHARED OUT BY LINES SENT ALONE, AS IT WAS BY HAND.
033200*----------------------------------------------------------------
033300 01  WS-PCT-WORK PIC 9(11) VALUE ZERO.
033400 01  WS-REWORK-PCT PIC 9(03)V99 VALUE ZERO.
033500 01  WS-VOLUME-PCT PIC 9(03)V99 VALUE ZERO.
033600 01  WS-REWORK-SHARE-PCT PIC 9(03)V99 VALUE ZERO.
033700 01  WS-AMT-WORK PIC 9(15)V99 VALUE ZERO.
033800 01  WS-BY-VOLUME-AMT PIC 9(09)V99 VALUE ZERO.
033900 01  WS-DIFF-AMT PIC S9(09)V99 VALUE ZERO.
034000*----------------------------------------------------------------
034100* REPORT BUILDING AREAS.
034200*----------------------------------------------------------------
034300 01  WS-PRINT-LINE PIC X(80).
034400 01  WS-EDIT-COUNT PIC 9(05).
034500 01  WS-EDIT-LINES PIC 9(09).
034600 01  WS-EDIT-PCT PIC ZZ9.99.
034700 01  WS-EDIT-PCT-2 PIC ZZ9.99.
034800 01  WS-EDIT-PCT-3 PIC ZZ9.99.
034900 01  WS-EDIT-RATE PIC 9.99999.
035000 01  WS-EDIT-AMT PIC ZZ,ZZZ,ZZ9.99.
035100 01  WS-EDIT-AMT-2 PIC ZZ,ZZZ,ZZ9.99.
035200 01  WS-EDIT-DIFF PIC -Z,ZZZ,ZZ9.99.
035300 01  WS-EDIT-EFF PIC 9(04).
035400 01  WS-SHOWN-TEXT PIC X(20).
035500*----------------------------------------------------------------
035600* NAME OF THE FILE CURRENTLY BEING OPENED, FOR THE ABEND MESSAGE
035700* IN 9900-ABEND-ON-OPEN-ERROR BELOW.
035800*----------------------------------------------------------------
035900 01  WS-ABEND-FILE-NAME PIC X(08).
036000*----------------------------------------------------------------
036100* PARAMETER BLOCK FOR THE CODEABBEY-SET-30 RUN-LOG RECORDER -
036200* SEE 1030-LOG-RUN-START AND 9800-LOG-RUN-END.
036300*----------------------------------------------------------------
036400     COPY RUNLPARM.
036500 PROCEDURE DIVISION.
036600*----------------------------------------------------------------
036700* 0000-MAINLINE - OVERALL FLOW OF CONTROL FOR THE RUN.
036800*----------------------------------------------------------------
036900 0000-MAINLINE.
037000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
037100     PERFORM 2000-READ-ARCHIVE THRU 2000-READ-ARCHIVE-EXIT.
037200     PERFORM 2500-READ-STATFILES THRU 2500-READ-STATFILES-EXIT.
037300     PERFORM 3000-CHECK-RUN-LOG THRU 3000-CHECK-RUN-LOG-EXIT.
037400     PERFORM 4000-TOTAL-BY-SOURCE THRU 4000-TOTAL-BY-SOURCE-EXIT.
037500     PERFORM 5000-PRINT-STATEMENTS
037600         THRU 5000-PRINT-STATEMENTS-EXIT.
037700     PERFORM 6000-PRINT-SUMMARY THRU 6000-PRINT-SUMMARY-EXIT.
037800     PERFORM 7000-WRITE-INTERFACE THRU 7000-WRITE-INTERFACE-EXIT.
037900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
038000     STOP RUN.
038100*----------------------------------------------------------------
038200* 1000-INITIALIZE - DATE CARD, RUN LOG, RATE DECK, THE OUTPUT
038300*     FILES AND THE REPORT HEADING.
038400*----------------------------------------------------------------
038500 1000-INITIALIZE.
038600     PERFORM 1050-READ-DATE-CARD THRU 1050-READ-DATE-CARD-EXIT.
038700     PERFORM 1030-LOG-RUN-START THRU 1030-LOG-RUN-START-EXIT.
038800     PERFORM 1100-LOAD-RATE-DECK THRU 1100-LOAD-RATE-DECK-EXIT.
038900     OPEN OUTPUT CHRGFILE.
039000     IF NOT WS-CHRGFILE-OK
039100         MOVE 'CHRGFILE' TO WS-ABEND-FILE-NAME
039200         PERFORM 9900-ABEND-ON-OPEN-ERROR
039300     END-IF.
039400     OPEN OUTPUT REPTFILE.
039500     IF NOT WS-REPTFILE-OK
039600         MOVE 'REPTFILE' TO WS-ABEND-FILE-NAME
039700         PERFORM 9900-ABEND-ON-OPEN-ERROR
039800     END-IF.
039900     MOVE '********************************************'
040000         TO WS-PRINT-LINE.
040100     PERFORM 9050-WRITE-REPORT-LINE
040200         THRU 9050-WRITE-REPORT-LINE-EXIT.
040300     MOVE '*  CODEABBEY-SET-48 MONTHLY CHARGEBACK      *'
040400         TO WS-PRINT-LINE.
040500     PERFORM 9050-WRITE-REPORT-LINE
040600         THRU 9050-WRITE-REPORT-LINE-EXIT.
040700     MOVE '********************************************'
040800         TO WS-PRINT-LINE.
040900     PERFORM 9050-WRITE-REPORT-LINE
041000         THRU 9050-WRITE-REPORT-LINE-EXIT.
041100     MOVE SPACES TO WS-PRINT-LINE.
041200     STRING 'CHARGE MONTH ..........: ' DELIMITED BY SIZE
041300         WS-CHARGE-MONTH-X DELIMITED BY SIZE
041400         INTO WS-PRINT-LINE.
041500     PERFORM 9050-WRITE-REPORT-LINE
041600         THRU 9050-WRITE-REPORT-LINE-EXIT.
041700     MOVE WS-RATE-COUNT TO WS-EDIT-COUNT.
041800     MOVE SPACES TO WS-PRINT-LINE.
041900     STRING 'RATE CARDS LOADED .....: ' DELIMITED BY SIZE
042000         WS-EDIT-COUNT DELIMITED BY SIZE
042100         INTO WS-PRINT-LINE.
042200     PERFORM 9050-WRITE-REPORT-LINE
042300         THRU 9050-WRITE-REPORT-LINE-EXIT.
042400 1000-INITIALIZE-EXIT.
042500     EXIT.
042600*----------------------------------------------------------------
042700* 1030-LOG-RUN-START - CLAIM THIS RUN'S ATTEMPT NUMBER ON THE
042800*     CHAIN-WIDE RUN LOG. THE RUN BELONGS TO NO ONE CYCLE, SO A
042900*     ZERO CYCLE DATE LETS THE RECORDER STAMP THE RUN DATE.
043000*----------------------------------------------------------------
043100 1030-LOG-RUN-START.
043200     SET RUNLPARM-LOG-START TO TRUE.
043300     MOVE 'SET-48' TO RUNLPARM-PROGRAM.
043400     MOVE ZERO TO RUNLPARM-CYCLE-DATE.
043500     SET RUNLPARM-FRESH-START TO TRUE.
043600     MOVE ZERO TO RUNLPARM-ATTEMPT RUNLPARM-READ-COUNT
043700         RUNLPARM-WRITE-COUNT RUNLPARM-REJ-COUNT
043800         RUNLPARM-RETURN-CODE.
043900     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
044000 1030-LOG-RUN-START-EXIT.
044100     EXIT.
044200*----------------------------------------------------------------
044300* 1050-READ-DATE-CARD - THE MONTH TO CHARGE, YYMM IN COLS 1-4.
044400*     EVERYTHING IS SELECTED BY IT, SO IT IS MANDATORY.
044500*----------------------------------------------------------------
044600 1050-READ-DATE-CARD.
044700     OPEN INPUT DATEFILE.
044800     IF NOT WS-DATEFILE-OK
044900         MOVE 'DATEFILE' TO WS-ABEND-FILE-NAME
045000         PERFORM 9900-ABEND-ON-OPEN-ERROR
045100     END-IF.
045200     READ DATEFILE
045300         AT END
045400             DISPLAY '*** DATEFILE IS EMPTY - THE CHARGE MONTH IS'
045500                 ' MANDATORY - JOB ABENDING ***'
045600             MOVE 16 TO RETURN-CODE
045700             STOP RUN
045800     END-READ.
045900     IF DATE-REC (1:4) IS NUMERIC
046000         MOVE DATE-REC (1:4) TO WS-CHARGE-MONTH
046100     END-IF.
046200     CLOSE DATEFILE.
046300     IF WS-CHG-MM < 1 OR WS-CHG-MM > 12
046400         DISPLAY '*** DATEFILE CARD IS NOT A YYMM MONTH'
046500             ' - JOB ABENDING ***'
046600         MOVE 16 TO RETURN-CODE
046700         STOP RUN
046800     END-IF.
046900 1050-READ-DATE-CARD-EXIT.
047000     EXIT.
047100*----------------------------------------------------------------
047200* 1100-LOAD-RATE-DECK - EVERY CARD OF THE RATE DECK. A DECK WITH
047300*     ANY CARD THAT CANNOT BE READ, OR WITH NO RATES AT ALL, STOPS
047400*     THE RUN - A BILL WORKED OUT ON HALF A RATE TABLE IS WORSE
047500*     THAN A LATE ONE.
047600*----------------------------------------------------------------
047700 1100-LOAD-RATE-DECK.
047800     OPEN INPUT RATEFILE.
047900     IF NOT WS-RATEFILE-OK
048000         MOVE 'RATEFILE' TO WS-ABEND-FILE-NAME
048100         PERFORM 9900-ABEND-ON-OPEN-ERROR
048200     END-IF.
048300     PERFORM 1150-READ-ONE-RATE-CARD
048400         THRU 1150-READ-ONE-RATE-CARD-EXIT
048500         UNTIL WS-RATE-AT-EOF.
048600     CLOSE RATEFILE.
048700     IF WS-BAD-RATE-COUNT > ZERO
048800         DISPLAY '*** RATE DECK HAS ' WS-BAD-RATE-COUNT
048900             ' UNUSABLE CARD(S) - NOTHING CHARGED -'
049000             ' JOB ABENDING ***'
049100         MOVE 16 TO RETURN-CODE
049200         STOP RUN
049300     END-IF.
049400     IF WS-RATE-COUNT = ZERO
049500         DISPLAY '*** RATE DECK HOLDS NO RATES - NOTHING CHARGED'
049600             ' - JOB ABENDING ***'
049700         MOVE 16 TO RETURN-CODE
049800         STOP RUN
049900     END-IF.
050000 1100-LOAD-RATE-DECK-EXIT.
050100     EXIT.
050200*----------------------------------------------------------------
050300* 1150-READ-ONE-RATE-CARD - ONE CARD: SOURCE, A REAL YYMM AND TWO
050400*     RATES IN N.NNNNN FORM. A SECOND CARD FOR THE SAME SOURCE AND
050500*     MONTH IS AS UNUSABLE AS A MISKEYED ONE - NO ONE COULD SAY
050600*     WHICH OF THE TWO FINANCE MEANT.
050700*----------------------------------------------------------------
050800 1150-READ-ONE-RATE-CARD.
050900     READ RATEFILE INTO WS-RATE-CARD
051000         AT END
051100             SET WS-RATE-AT-EOF TO TRUE
051200             GO TO 1150-READ-ONE-RATE-CARD-EXIT
051300     END-READ.
051400     IF WS-RATE-CARD = SPACES
051500         GO TO 1150-READ-ONE-RATE-CARD-EXIT
051600     END-IF.
051700     IF WS-RATE-CARD (1:1) = '*' AND WS-RC-SOURCE NOT = '*DEFAULT'
051800         GO TO 1150-READ-ONE-RATE-CARD-EXIT
051900     END-IF.
052000     IF WS-RC-SOURCE = SPACES
052100         OR WS-RC-EFF IS NOT NUMERIC
052200         GO TO 1150-REFUSE-CARD
052300     END-IF.
052400     IF WS-RC-EFF (3:2) < '01' OR WS-RC-EFF (3:2) > '12'
052500         GO TO 1150-REFUSE-CARD
052600     END-IF.
052700     MOVE WS-RC-SCORED TO WS-RATE-TEXT.
052800     PERFORM 1160-CHECK-RATE-TEXT THRU 1160-CHECK-RATE-TEXT-EXIT.
052900     IF WS-RATE-TEXT-BAD
053000         GO TO 1150-REFUSE-CARD
053100     END-IF.
053200     MOVE WS-RC-REWORK TO WS-RATE-TEXT.
053300     PERFORM 1160-CHECK-RATE-TEXT THRU 1160-CHECK-RATE-TEXT-EXIT.
053400     IF WS-RATE-TEXT-BAD
053500         GO TO 1150-REFUSE-CARD
053600     END-IF.
053700     MOVE ZERO TO WS-RATE-HIT.
053800     PERFORM 1170-FIND-SAME-CARD THRU 1170-FIND-SAME-CARD-EXIT
053900         VARYING WS-RATE-SUB FROM 1 BY 1
054000         UNTIL WS-RATE-SUB > WS-RATE-COUNT
054100         OR WS-RATE-HIT > ZERO.
054200     IF WS-RATE-HIT > ZERO
054300         GO TO 1150-REFUSE-CARD
054400     END-IF.
054500     IF WS-RATE-COUNT >= WS-RATE-MAX
054600         DISPLAY '*** RATE TABLE FULL AT ' WS-RATE-MAX ' CARDS'
054700         GO TO 1150-REFUSE-CARD
054800     END-IF.
054900     ADD 1 TO WS-RATE-COUNT.
055000     MOVE WS-RC-SOURCE TO WS-RATE-SOURCE (WS-RATE-COUNT).
055100     MOVE WS-RC-EFF-N TO WS-RATE-EFF (WS-RATE-COUNT).
055200     MOVE WS-RC-SCORED TO WS-RATE-TEXT.
055300     PERFORM 1160-CHECK-RATE-TEXT THRU 1160-CHECK-RATE-TEXT-EXIT.
055400     MOVE WS-RATE-DIGITS-N TO WS-RATE-SCORED (WS-RATE-COUNT).
055500     MOVE WS-RC-REWORK TO WS-RATE-TEXT.
055600     PERFORM 1160-CHECK-RATE-TEXT THRU 1160-CHECK-RATE-TEXT-EXIT.
055700     MOVE WS-RATE-DIGITS-N TO WS-RATE-REWORK (WS-RATE-COUNT).
055800     GO TO 1150-READ-ONE-RATE-CARD-EXIT.
055900 1150-REFUSE-CARD.
056000     DISPLAY 'RATE CARD NOT USABLE: ' WS-RATE-CARD (1:40).
056100     ADD 1 TO WS-BAD-RATE-COUNT.
056200 1150-READ-ONE-RATE-CARD-EXIT.
056300     EXIT.
056400*----------------------------------------------------------------
056500* 1160-CHECK-RATE-TEXT - A RATE IS WRITTEN N.NNNNN. WHEN IT IS,
056600*     WS-RATE-DIGITS-N HOLDS ITS VALUE ON THE WAY OUT.
056700*----------------------------------------------------------------
056800 1160-CHECK-RATE-TEXT.
056900     SET WS-RATE-TEXT-BAD TO TRUE.
057000     IF WS-RATE-TEXT (1:1) IS NOT NUMERIC
057100         OR WS-RATE-TEXT (2:1) NOT = '.'
057200         OR WS-RATE-TEXT (3:5) IS NOT NUMERIC
057300         GO TO 1160-CHECK-RATE-TEXT-EXIT
057400     END-IF.
057500     MOVE WS-RATE-TEXT (1:1) TO WS-RATE-DIGITS (1:1).
057600     MOVE WS-RATE-TEXT (3:5) TO WS-RATE-DIGITS (2:5).
057700     SET WS-RATE-TEXT-OK TO TRUE.
057800 1160-CHECK-RATE-TEXT-EXIT.
057900     EXIT.
057920*----------------------------------------------------------------
057940* 1170-FIND-SAME-CARD - NOTE THE RATE TABLE SLOT ALREADY HOLDING
057960*     A CARD FOR THE SAME SOURCE AND EFFECTIVE DATE.
057980*----------------------------------------------------------------
058000 1170-FIND-SAME-CARD.
058100     IF WS-RATE-SOURCE (WS-RATE-SUB) = WS-RC-SOURCE
058200         AND WS-RATE-EFF (WS-RATE-SUB) = WS-RC-EFF-N
058300         MOVE WS-RATE-SUB TO WS-RATE-HIT
058400     END-IF.
058500 1170-FIND-SAME-CARD-EXIT.
058600     EXIT.
058700*----------------------------------------------------------------
058800* 2000-READ-ARCHIVE - THE 'STATS' RECORDS OF THE MONTH'S SWEPT
058900*     CYCLES. THE STEP AHEAD OF THIS ONE ALLOCATES THE MONTH'S
059000*     ARCHIVE IF NOTHING HAS BEEN SWEPT YET, SO IT IS ALWAYS
059100*     THERE, IF ONLY EMPTY.
059200*----------------------------------------------------------------
059300 2000-READ-ARCHIVE.
059400     OPEN INPUT ARCHFILE.
059500     IF NOT WS-ARCHFILE-OK
059600         MOVE 'ARCHFILE' TO WS-ABEND-FILE-NAME
059700         PERFORM 9900-ABEND-ON-OPEN-ERROR
059800     END-IF.
059900     MOVE ZERO TO WS-BLK-CUR.
060000     PERFORM 2100-READ-ONE-ARCHIVE-REC
060100         THRU 2100-READ-ONE-ARCHIVE-REC-EXIT
060200         UNTIL WS-ARCH-AT-EOF.
060300     CLOSE ARCHFILE.
060400 2000-READ-ARCHIVE-EXIT.
060500     EXIT.
060510*----------------------------------------------------------------
060520* 2100-READ-ONE-ARCHIVE-REC - ONE ARCHIVE RECORD. ONLY A 'STATS'
060530*     RECORD IS USED - ITS TEXT IS THE STATREC ROW, TAKEN UNDER
060540*     THE ENVELOPE'S CYCLE DATE.
060550*----------------------------------------------------------------
060600 2100-READ-ONE-ARCHIVE-REC.
060700     READ ARCHFILE
060800         AT END
060900             SET WS-ARCH-AT-EOF TO TRUE
061000             GO TO 2100-READ-ONE-ARCHIVE-REC-EXIT
061100     END-READ.
061200     ADD 1 TO WS-ARCH-READ.
061300     IF ARCHREC-FILE-TAG NOT = 'STATS'
061400         GO TO 2100-READ-ONE-ARCHIVE-REC-EXIT
061500     END-IF.
061600     ADD 1 TO WS-ARCH-USED.
061700     MOVE ARCHREC-TEXT (1:80) TO STATREC.
061800     MOVE ARCHREC-CYCLE-DATE TO WS-ROW-CYCLE-DATE.
061900     MOVE 'A' TO WS-ROW-ORIGIN.
062000     PERFORM 2800-TAKE-STAT-ROW THRU 2800-TAKE-STAT-ROW-EXIT.
062100 2100-READ-ONE-ARCHIVE-REC-EXIT.
062200     EXIT.
062300*----------------------------------------------------------------
062400* 2500-READ-STATFILES - THE RETAINED STATS DATASETS ON THE
062500*     STATFILE CONCATENATION, AFTER THE ARCHIVE, SO A CYCLE THAT
062600*     IS IN BOTH IS TAKEN FROM ITS RETAINED COPY. EACH ROW CARRIES
062700*     ITS OWN CYCLE DATE, OR SPACES IF WRITTEN BEFORE THERE WAS
062800*     ONE.
062900*----------------------------------------------------------------
063000 2500-READ-STATFILES.
063100     OPEN INPUT STATFILE.
063200     IF NOT WS-STATFILE-OK
063300         MOVE 'STATFILE' TO WS-ABEND-FILE-NAME
063400         PERFORM 9900-ABEND-ON-OPEN-ERROR
063500     END-IF.
063600     MOVE ZERO TO WS-BLK-CUR.
063700     PERFORM 2600-READ-ONE-STAT-ROW
063800         THRU 2600-READ-ONE-STAT-ROW-EXIT
063900         UNTIL WS-STAT-AT-EOF.
064000     CLOSE STATFILE.
064100 2500-READ-STATFILES-EXIT.
064200     EXIT.
064220*----------------------------------------------------------------
064240* 2600-READ-ONE-STAT-ROW - ONE ROW FROM THE STATFILE
064260*     CONCATENATION, TAKEN UNDER ITS OWN CYCLE DATE.
064280*----------------------------------------------------------------
064300 2600-READ-ONE-STAT-ROW.
064400     READ STATFILE INTO STATREC
064500         AT END
064600             SET WS-STAT-AT-EOF TO TRUE
064700             GO TO 2600-READ-ONE-STAT-ROW-EXIT
064800     END-READ.
064900     ADD 1 TO WS-STAT-READ.
065000     MOVE STATREC-CYCLE-DATE TO WS-ROW-CYCLE-DATE.
065100     MOVE 'S' TO WS-ROW-ORIGIN.
065200     PERFORM 2800-TAKE-STAT-ROW THRU 2800-TAKE-STAT-ROW-EXIT.
065300 2600-READ-ONE-STAT-ROW-EXIT.
065400     EXIT.
065500*----------------------------------------------------------------
065600* 2800-TAKE-STAT-ROW - ONE STATREC ROW FROM EITHER INPUT. A
065700*     '*TOTAL*' ROW OPENS A NEW BLOCK; A SOURCE ROW IS KEPT
065800*     AGAINST THE OPEN BLOCK IF THAT BLOCK IS BEING TAKEN. A
065900*     SOURCE ROW WITH NO BLOCK OPEN AHEAD OF IT IS COUNTED AND
066000*     LEFT OUT. A FULL TABLE STOPS THE RUN RATHER THAN UNDER-BILL.
066100*----------------------------------------------------------------
066200 2800-TAKE-STAT-ROW.
066300     IF STATREC-SOURCE-ID = '*TOTAL*'
066400         PERFORM 2850-OPEN-BLOCK THRU 2850-OPEN-BLOCK-EXIT
066500         GO TO 2800-TAKE-STAT-ROW-EXIT
066600     END-IF.
066700     IF WS-BLK-CUR = ZERO
066800         ADD 1 TO WS-ORPHAN-COUNT
066900         GO TO 2800-TAKE-STAT-ROW-EXIT
067000     END-IF.
067100     IF NOT WS-BLK-TAKEN (WS-BLK-CUR)
067200         GO TO 2800-TAKE-STAT-ROW-EXIT
067300     END-IF.
067400     IF WS-ROW-COUNT >= WS-ROW-MAX
067500         DISPLAY '*** SOURCE ROW TABLE FULL AT ' WS-ROW-MAX
067600             ' ROWS - JOB ABENDING ***'
067700         MOVE 16 TO RETURN-CODE
067800         STOP RUN
067900     END-IF.
068000     ADD 1 TO WS-ROW-COUNT.
068100     MOVE WS-BLK-CUR TO WS-ROW-BLK (WS-ROW-COUNT).
068200     MOVE STATREC-SOURCE-ID TO WS-ROW-SOURCE (WS-ROW-COUNT).
068300     MOVE STATREC-LINES-READ TO WS-ROW-LINES (WS-ROW-COUNT).
068400     MOVE STATREC-REC-COUNT TO WS-ROW-SCORED (WS-ROW-COUNT).
068500     MOVE STATREC-REJ-COUNT TO WS-ROW-REJ (WS-ROW-COUNT).
068600     MOVE STATREC-EXCP-COUNT TO WS-ROW-EXCP (WS-ROW-COUNT).
068700     ADD STATREC-LINES-READ TO WS-BLK-SRC-LINES (WS-BLK-CUR).
068800 2800-TAKE-STAT-ROW-EXIT.
068900     EXIT.
069000*----------------------------------------------------------------
069100* 2850-OPEN-BLOCK - A NEW CYCLE BLOCK. UNDATED BLOCKS ARE TAKEN ON
069200*     THE OPERATOR'S WORD THAT THEY BELONG TO THE MONTH; A DATED
069300*     ONE OUTSIDE THE MONTH IS PASSED OVER; A DATED ONE INSIDE IT
069400*     REPLACES ANY EARLIER BLOCK FOR THE SAME CYCLE.
069500*----------------------------------------------------------------
069600 2850-OPEN-BLOCK.
069700     IF WS-BLK-COUNT >= WS-BLK-MAX
069800         DISPLAY '*** CYCLE BLOCK TABLE FULL AT ' WS-BLK-MAX
069900             ' BLOCKS - JOB ABENDING ***'
070000         MOVE 16 TO RETURN-CODE
070100         STOP RUN
070200     END-IF.
070300     ADD 1 TO WS-BLK-COUNT.
070400     MOVE WS-BLK-COUNT TO WS-BLK-CUR.
070500     MOVE WS-ROW-CYCLE-DATE TO WS-BLK-DATE (WS-BLK-CUR).
070600     MOVE WS-ROW-ORIGIN TO WS-BLK-ORIGIN (WS-BLK-CUR).
070700     MOVE STATREC-LINES-READ TO WS-BLK-LINES (WS-BLK-CUR).
070800     MOVE ZERO TO WS-BLK-SRC-LINES (WS-BLK-CUR).
070900     SET WS-BLK-NOT-ON-LOG (WS-BLK-CUR) TO TRUE.
071000     IF WS-ROW-CYCLE-DATE = SPACES
071100         SET WS-BLK-UNDATED (WS-BLK-CUR) TO TRUE
071200         GO TO 2850-OPEN-BLOCK-EXIT
071300     END-IF.
071400     IF WS-ROW-CYCLE-DATE (1:4) NOT = WS-CHARGE-MONTH-X
071500         SET WS-BLK-OTHER-MONTH (WS-BLK-CUR) TO TRUE
071600         GO TO 2850-OPEN-BLOCK-EXIT
071700     END-IF.
071800     PERFORM 2860-REPLACE-EARLIER THRU 2860-REPLACE-EARLIER-EXIT
071900         VARYING WS-BLK-SUB FROM 1 BY 1
072000         UNTIL WS-BLK-SUB >= WS-BLK-CUR.
072100     SET WS-BLK-LIVE (WS-BLK-CUR) TO TRUE.
072200 2850-OPEN-BLOCK-EXIT.
072300     EXIT.
072320*----------------------------------------------------------------
072340* 2860-REPLACE-EARLIER - AN EARLIER LIVE BLOCK FOR THE SAME CYCLE
072360*     DATE IS MARKED REPLACED - THE COPY READ LATER WINS.
072380*----------------------------------------------------------------
072400 2860-REPLACE-EARLIER.
072500     IF WS-BLK-LIVE (WS-BLK-SUB)
072600         AND WS-BLK-DATE (WS-BLK-SUB) = WS-ROW-CYCLE-DATE
072700         SET WS-BLK-REPLACED (WS-BLK-SUB) TO TRUE
072800     END-IF.
072900 2860-REPLACE-EARLIER-EXIT.
073000     EXIT.
073100*----------------------------------------------------------------
073200* 3000-CHECK-RUN-LOG - EVERY CYCLE OF THE MONTH WHOSE SET-20 RUN
073300*     REACHED ITS END CALL MUST BE IN THE INPUT. THE LOG ROWS FOR
073400*     THE MONTH ARE CONTIGUOUS, KEYED BY CYCLE DATE FIRST.
073500*----------------------------------------------------------------
073600 3000-CHECK-RUN-LOG.
073700     OPEN INPUT RUNLFILE.
073800     IF NOT WS-RUNLFILE-OK
073900         MOVE 'RUNLFILE' TO WS-ABEND-FILE-NAME
074000         PERFORM 9900-ABEND-ON-OPEN-ERROR
074100     END-IF.
074200     SET WS-WALK-NOT-DONE TO TRUE.
074300     MOVE WS-CHARGE-MONTH TO WS-LOG-FROM-MONTH.
074400     MOVE WS-LOG-FROM-DATE TO RUNLREC-CYCLE-DATE.
074500     MOVE LOW-VALUES TO RUNLREC-PROGRAM.
074600     MOVE ZERO TO RUNLREC-ATTEMPT.
074700     START RUNLFILE KEY NOT < RUNLREC-KEY
074800         INVALID KEY
074900             SET WS-WALK-DONE TO TRUE
075000     END-START.
075100     PERFORM 3100-TAKE-ONE-LOG-ROW THRU 3100-TAKE-ONE-LOG-ROW-EXIT
075200         UNTIL WS-WALK-DONE.
075300     CLOSE RUNLFILE.
075400     PERFORM 3200-MATCH-ONE-CYCLE THRU 3200-MATCH-ONE-CYCLE-EXIT
075500         VARYING WS-EXP-SUB FROM 1 BY 1
075600         UNTIL WS-EXP-SUB > WS-EXP-COUNT.
075700     PERFORM 3300-COUNT-ONE-BLOCK THRU 3300-COUNT-ONE-BLOCK-EXIT
075800         VARYING WS-BLK-SUB FROM 1 BY 1
075900         UNTIL WS-BLK-SUB > WS-BLK-COUNT.
076000 3000-CHECK-RUN-LOG-EXIT.
076100     EXIT.
076200*----------------------------------------------------------------
076300* 3100-TAKE-ONE-LOG-ROW - AN ENDED SET-20 ROW NAMES A CYCLE THAT
076400*     WROTE ITS STATS; RERUNS OF THE SAME CYCLE NAME IT ONCE.
076500*----------------------------------------------------------------
076600 3100-TAKE-ONE-LOG-ROW.
076700     READ RUNLFILE NEXT RECORD
076800         AT END
076900             SET WS-WALK-DONE TO TRUE
077000             GO TO 3100-TAKE-ONE-LOG-ROW-EXIT
077100     END-READ.
077200     IF RUNLREC-CYCLE-DATE (1:4) NOT = WS-CHARGE-MONTH-X
077300         SET WS-WALK-DONE TO TRUE
077400         GO TO 3100-TAKE-ONE-LOG-ROW-EXIT
077500     END-IF.
077600     IF RUNLREC-PROGRAM NOT = 'SET-20' OR NOT RUNLREC-ENDED
077700         GO TO 3100-TAKE-ONE-LOG-ROW-EXIT
077800     END-IF.
077900     MOVE ZERO TO WS-EXP-HIT.
078000     PERFORM 3150-FIND-EXPECTED THRU 3150-FIND-EXPECTED-EXIT
078100         VARYING WS-EXP-SUB FROM 1 BY 1
078200         UNTIL WS-EXP-SUB > WS-EXP-COUNT
078300         OR WS-EXP-HIT > ZERO.
078400     IF WS-EXP-HIT > ZERO OR WS-EXP-COUNT >= WS-EXP-MAX
078500         GO TO 3100-TAKE-ONE-LOG-ROW-EXIT
078600     END-IF.
078700     ADD 1 TO WS-EXP-COUNT.
078800     MOVE RUNLREC-CYCLE-DATE TO WS-EXP-DATE (WS-EXP-COUNT).
078900     SET WS-EXP-NOT-FOUND (WS-EXP-COUNT) TO TRUE.
079000 3100-TAKE-ONE-LOG-ROW-EXIT.
079100     EXIT.
079120*----------------------------------------------------------------
079140* 3150-FIND-EXPECTED - NOTE THE SLOT OF THE EXPECTED CYCLE THE
079160*     RUN-LOG ROW IN HAND IS FOR.
079180*----------------------------------------------------------------
079200 3150-FIND-EXPECTED.
079300     IF WS-EXP-DATE (WS-EXP-SUB) = RUNLREC-CYCLE-DATE
079400         MOVE WS-EXP-SUB TO WS-EXP-HIT
079500     END-IF.
079600 3150-FIND-EXPECTED-EXIT.
079700     EXIT.
079800*----------------------------------------------------------------
079900* 3200-MATCH-ONE-CYCLE - IS THE LOGGED CYCLE AMONG THE LIVE
080000*     BLOCKS. THE BLOCK IS MARKED AS ACCOUNTED FOR BY THE LOG.
080100*----------------------------------------------------------------
080200 3200-MATCH-ONE-CYCLE.
080300     PERFORM 3250-MATCH-ONE-BLOCK THRU 3250-MATCH-ONE-BLOCK-EXIT
080400         VARYING WS-BLK-SUB FROM 1 BY 1
080500         UNTIL WS-BLK-SUB > WS-BLK-COUNT.
080600     IF WS-EXP-NOT-FOUND (WS-EXP-SUB)
080700         ADD 1 TO WS-MISSING-COUNT
080800     END-IF.
080900 3200-MATCH-ONE-CYCLE-EXIT.
081000     EXIT.
081010*----------------------------------------------------------------
081020* 3250-MATCH-ONE-BLOCK - A LIVE BLOCK FOR THE EXPECTED CYCLE IN
081030*     HAND MARKS THAT CYCLE FOUND AND THE BLOCK AS ON THE RUN
081040*     LOG.
081050*----------------------------------------------------------------
081100 3250-MATCH-ONE-BLOCK.
081200     IF WS-BLK-LIVE (WS-BLK-SUB)
081300         AND WS-BLK-DATE (WS-BLK-SUB) = WS-EXP-DATE (WS-EXP-SUB)
081400         SET WS-EXP-FOUND (WS-EXP-SUB) TO TRUE
081500         SET WS-BLK-ON-LOG (WS-BLK-SUB) TO TRUE
081600     END-IF.
081700 3250-MATCH-ONE-BLOCK-EXIT.
081800     EXIT.
081900*----------------------------------------------------------------
082000* 3300-COUNT-ONE-BLOCK - THE BLOCK COUNTS FOR THE REPORT, AND THE
082100*     LINES ON THE '*TOTAL*' ROWS OF THE BLOCKS TAKEN, WHICH THE
082200*     SOURCE ROWS MUST ADD BACK UP TO.
082300*----------------------------------------------------------------
082400 3300-COUNT-ONE-BLOCK.
082500     EVALUATE TRUE
082600         WHEN WS-BLK-LIVE (WS-BLK-SUB)
082700             ADD 1 TO WS-LIVE-COUNT
082800             ADD WS-BLK-LINES (WS-BLK-SUB) TO WS-MON-BLK-LINES
082900             IF WS-BLK-NOT-ON-LOG (WS-BLK-SUB)
083000                 ADD 1 TO WS-NOT-LOGGED-COUNT
083100             END-IF
083200         WHEN WS-BLK-UNDATED (WS-BLK-SUB)
083300             ADD 1 TO WS-UNDATED-COUNT
083400             ADD WS-BLK-LINES (WS-BLK-SUB) TO WS-MON-BLK-LINES
083500         WHEN WS-BLK-REPLACED (WS-BLK-SUB)
083600             ADD 1 TO WS-REPLACED-COUNT
083700         WHEN OTHER
083800             ADD 1 TO WS-OTHER-COUNT
083900     END-EVALUATE.
084000 3300-COUNT-ONE-BLOCK-EXIT.
084100     EXIT.
084200*----------------------------------------------------------------
084300* 4000-TOTAL-BY-SOURCE - ADD EVERY ROW OF THE BLOCKS TAKEN INTO
084400*     ITS SOURCE, THEN PRICE EACH SOURCE.
084500*----------------------------------------------------------------
084600 4000-TOTAL-BY-SOURCE.
084700     PERFORM 4100-ADD-ONE-ROW THRU 4100-ADD-ONE-ROW-EXIT
084800         VARYING WS-ROW-SUB FROM 1 BY 1
084900         UNTIL WS-ROW-SUB > WS-ROW-COUNT.
085000     OPEN INPUT SRCFILE.
085100     IF WS-SRCFILE-OK
085200         SET WS-REGISTRY-OPEN TO TRUE
085300     ELSE
085400         IF NOT WS-SRCFILE-UNLOADED
085500             MOVE 'SRCFILE' TO WS-ABEND-FILE-NAME
085600             PERFORM 9900-ABEND-ON-OPEN-ERROR
085700         END-IF
085800     END-IF.
085900     PERFORM 4200-PRICE-ONE-SOURCE THRU 4200-PRICE-ONE-SOURCE-EXIT
086000         VARYING WS-SRC-SUB FROM 1 BY 1
086100         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
086200     IF WS-REGISTRY-OPEN
086300         CLOSE SRCFILE
086400     END-IF.
086500 4000-TOTAL-BY-SOURCE-EXIT.
086600     EXIT.
086700*----------------------------------------------------------------
086800* 4100-ADD-ONE-ROW - ONE SOURCE ROW INTO ITS SOURCE'S TOTALS. A
086900*     SOURCE SEEN FOR THE FIRST TIME IS SLOTTED IN ID ORDER.
087000*----------------------------------------------------------------
087100 4100-ADD-ONE-ROW.
087200     MOVE WS-ROW-BLK (WS-ROW-SUB) TO WS-BLK-SUB.
087300     IF NOT WS-BLK-TAKEN (WS-BLK-SUB)
087400         GO TO 4100-ADD-ONE-ROW-EXIT
087500     END-IF.
087600     MOVE ZERO TO WS-SRC-HIT.
087700     PERFORM 4150-FIND-SOURCE-SLOT THRU 4150-FIND-SOURCE-SLOT-EXIT
087800         VARYING WS-SRC-SUB FROM 1 BY 1
087900         UNTIL WS-SRC-SUB > WS-SRC-COUNT
088000         OR WS-SRC-HIT > ZERO.
088100     IF WS-SRC-HIT = ZERO
088200         ADD 1 WS-SRC-COUNT GIVING WS-SRC-HIT
088300     END-IF.
088400     IF WS-SRC-HIT > WS-SRC-COUNT
088500             OR WS-SRC-ID (WS-SRC-HIT)
088600                 NOT = WS-ROW-SOURCE (WS-ROW-SUB)
088700         PERFORM 4160-INSERT-SOURCE THRU 4160-INSERT-SOURCE-EXIT
088800     END-IF.
088900     ADD 1 TO WS-SRC-CYCLES (WS-SRC-HIT).
089000     ADD WS-ROW-LINES (WS-ROW-SUB) TO WS-SRC-LINES (WS-SRC-HIT).
089100     ADD WS-ROW-SCORED (WS-ROW-SUB) TO WS-SRC-SCORED (WS-SRC-HIT).
089200     ADD WS-ROW-REJ (WS-ROW-SUB) TO WS-SRC-REJ (WS-SRC-HIT).
089300     ADD WS-ROW-EXCP (WS-ROW-SUB) TO WS-SRC-EXCP (WS-SRC-HIT).
089400 4100-ADD-ONE-ROW-EXIT.
089500     EXIT.
089600*----------------------------------------------------------------
089700* 4150-FIND-SOURCE-SLOT - THE SOURCE'S OWN ENTRY, OR THE FIRST
089800*     ENTRY THAT SORTS AFTER IT - WHERE IT BELONGS.
089900*----------------------------------------------------------------
090000 4150-FIND-SOURCE-SLOT.
090100     IF WS-SRC-ID (WS-SRC-SUB) NOT < WS-ROW-SOURCE (WS-ROW-SUB)
090200         MOVE WS-SRC-SUB TO WS-SRC-HIT
090300     END-IF.
090400 4150-FIND-SOURCE-SLOT-EXIT.
090500     EXIT.
090600*----------------------------------------------------------------
090700* 4160-INSERT-SOURCE - OPEN UP SLOT WS-SRC-HIT FOR A NEW SOURCE
090800*     BY MOVING EVERY ENTRY FROM THERE ON ONE PLACE DOWN.
090900*----------------------------------------------------------------
091000 4160-INSERT-SOURCE.
091100     IF WS-SRC-COUNT >= WS-SRC-MAX
091200         DISPLAY '*** SOURCE TABLE FULL AT ' WS-SRC-MAX
091300             ' SOURCES - JOB ABENDING ***'
091400         MOVE 16 TO RETURN-CODE
091500         STOP RUN
091600     END-IF.
091700     PERFORM 4170-SHIFT-ONE-SOURCE THRU 4170-SHIFT-ONE-SOURCE-EXIT
091800         VARYING WS-SHIFT-SUB FROM WS-SRC-COUNT BY -1
091900         UNTIL WS-SHIFT-SUB < WS-SRC-HIT.
092000     ADD 1 TO WS-SRC-COUNT.
092100     MOVE WS-ROW-SOURCE (WS-ROW-SUB) TO WS-SRC-ID (WS-SRC-HIT).
092200     MOVE SPACES TO WS-SRC-OWNER (WS-SRC-HIT)
092300         WS-SRC-RATE-FROM (WS-SRC-HIT).
092400     MOVE ZERO TO WS-SRC-CYCLES (WS-SRC-HIT)
092500         WS-SRC-LINES (WS-SRC-HIT) WS-SRC-SCORED (WS-SRC-HIT)
092600         WS-SRC-REJ (WS-SRC-HIT) WS-SRC-EXCP (WS-SRC-HIT)
092700         WS-SRC-REWORK (WS-SRC-HIT) WS-SRC-RATE-EFF (WS-SRC-HIT)
092800         WS-SRC-RATE-SCORED (WS-SRC-HIT)
092900         WS-SRC-RATE-REWORK (WS-SRC-HIT)
093000         WS-SRC-SCORED-AMT (WS-SRC-HIT)
093100         WS-SRC-REWORK-AMT (WS-SRC-HIT)
093200         WS-SRC-TOTAL-AMT (WS-SRC-HIT).
093300     SET WS-SRC-UNRATED (WS-SRC-HIT) TO TRUE.
093400 4160-INSERT-SOURCE-EXIT.
093500     EXIT.
093520*----------------------------------------------------------------
093540* 4170-SHIFT-ONE-SOURCE - MOVE ONE SOURCE ENTRY UP A SLOT TO OPEN
093560*     A GAP FOR THE NEW SOURCE.
093580*----------------------------------------------------------------
093600 4170-SHIFT-ONE-SOURCE.
093700     MOVE WS-SRC-ENTRY (WS-SHIFT-SUB)
093800         TO WS-SRC-ENTRY (WS-SHIFT-SUB + 1).
093900 4170-SHIFT-ONE-SOURCE-EXIT.
094000     EXIT.
094100*----------------------------------------------------------------
094200* 4200-PRICE-ONE-SOURCE - OWNER GROUP FROM THE REGISTRY, RATES IN
094300*     FORCE FOR THE MONTH, AND THE CHARGES. REWORK LINES ARE THE
094400*     LINES REJECTED PLUS THE LINES EXCEPTED AS OVERLENGTH.
094500*----------------------------------------------------------------
094600 4200-PRICE-ONE-SOURCE.
094700     MOVE 'NOT REGISTERED' TO WS-SRC-OWNER (WS-SRC-SUB).
094800     IF WS-REGISTRY-OPEN
094900         MOVE WS-SRC-ID (WS-SRC-SUB) TO SRCREC-SOURCE-ID
095000         READ SRCFILE KEY IS SRCREC-KEY
095100             INVALID KEY
095200                 ADD 1 TO WS-UNREG-COUNT
095300             NOT INVALID KEY
095400                 MOVE SRCREC-OWNER-GROUP
095500                     TO WS-SRC-OWNER (WS-SRC-SUB)
095600         END-READ
095700     ELSE
095800         ADD 1 TO WS-UNREG-COUNT
095900     END-IF.
096000     ADD WS-SRC-REJ (WS-SRC-SUB) WS-SRC-EXCP (WS-SRC-SUB)
096100         GIVING WS-SRC-REWORK (WS-SRC-SUB).
096200     ADD WS-SRC-LINES (WS-SRC-SUB) TO WS-MON-LINES.
096300     ADD WS-SRC-SCORED (WS-SRC-SUB) TO WS-MON-SCORED.
096400     ADD WS-SRC-REWORK (WS-SRC-SUB) TO WS-MON-REWORK.
096500     MOVE ZERO TO WS-RATE-HIT WS-DEFAULT-HIT.
096600     PERFORM 4250-TRY-ONE-RATE THRU 4250-TRY-ONE-RATE-EXIT
096700         VARYING WS-RATE-SUB FROM 1 BY 1
096800         UNTIL WS-RATE-SUB > WS-RATE-COUNT.
096900     IF WS-RATE-HIT = ZERO
097000         MOVE WS-DEFAULT-HIT TO WS-RATE-HIT
097100     END-IF.
097200     IF WS-RATE-HIT = ZERO
097300         ADD 1 TO WS-UNRATED-COUNT
097400         GO TO 4200-PRICE-ONE-SOURCE-EXIT
097500     END-IF.
097600     SET WS-SRC-RATED (WS-SRC-SUB) TO TRUE.
097700     MOVE WS-RATE-SOURCE (WS-RATE-HIT)
097800         TO WS-SRC-RATE-FROM (WS-SRC-SUB).
097900     MOVE WS-RATE-EFF (WS-RATE-HIT)
098000         TO WS-SRC-RATE-EFF (WS-SRC-SUB).
098100     MOVE WS-RATE-SCORED (WS-RATE-HIT)
098200         TO WS-SRC-RATE-SCORED (WS-SRC-SUB).
098300     MOVE WS-RATE-REWORK (WS-RATE-HIT)
098400         TO WS-SRC-RATE-REWORK (WS-SRC-SUB).
098500     MULTIPLY WS-SRC-SCORED (WS-SRC-SUB)
098600         BY WS-SRC-RATE-SCORED (WS-SRC-SUB)
098700         GIVING WS-SRC-SCORED-AMT (WS-SRC-SUB) ROUNDED.
098800     MULTIPLY WS-SRC-REWORK (WS-SRC-SUB)
098900         BY WS-SRC-RATE-REWORK (WS-SRC-SUB)
099000         GIVING WS-SRC-REWORK-AMT (WS-SRC-SUB) ROUNDED.
099100     ADD WS-SRC-SCORED-AMT (WS-SRC-SUB)
099200         WS-SRC-REWORK-AMT (WS-SRC-SUB)
099300         GIVING WS-SRC-TOTAL-AMT (WS-SRC-SUB).
099400     ADD WS-SRC-SCORED-AMT (WS-SRC-SUB) TO WS-MON-SCORED-AMT.
099500     ADD WS-SRC-REWORK-AMT (WS-SRC-SUB) TO WS-MON-REWORK-AMT.
099600     ADD WS-SRC-TOTAL-AMT (WS-SRC-SUB) TO WS-MON-TOTAL-AMT.
099700 4200-PRICE-ONE-SOURCE-EXIT.
099800     EXIT.
099900*----------------------------------------------------------------
100000* 4250-TRY-ONE-RATE - KEEP THE SOURCE'S OWN CARD AND THE DEFAULT
100100*     CARD WITH THE LATEST EFFECTIVE MONTH NOT AFTER THE MONTH
100200*     CHARGED.
100300*----------------------------------------------------------------
100400 4250-TRY-ONE-RATE.
100500     IF WS-RATE-EFF (WS-RATE-SUB) > WS-CHARGE-MONTH
100600         GO TO 4250-TRY-ONE-RATE-EXIT
100700     END-IF.
100800     IF WS-RATE-SOURCE (WS-RATE-SUB) = WS-SRC-ID (WS-SRC-SUB)
100900         IF WS-RATE-HIT = ZERO
101000             MOVE WS-RATE-SUB TO WS-RATE-HIT
101100         ELSE
101200             IF WS-RATE-EFF (WS-RATE-SUB)
101300                     > WS-RATE-EFF (WS-RATE-HIT)
101400                 MOVE WS-RATE-SUB TO WS-RATE-HIT
101500             END-IF
101600         END-IF
101700     END-IF.
101800     IF WS-RATE-SOURCE (WS-RATE-SUB) = '*DEFAULT'
101900         IF WS-DEFAULT-HIT = ZERO
102000             MOVE WS-RATE-SUB TO WS-DEFAULT-HIT
102100         ELSE
102200             IF WS-RATE-EFF (WS-RATE-SUB)
102300                     > WS-RATE-EFF (WS-DEFAULT-HIT)
102400                 MOVE WS-RATE-SUB TO WS-DEFAULT-HIT
102500             END-IF
102600         END-IF
102700     END-IF.
102800 4250-TRY-ONE-RATE-EXIT.
102900     EXIT.
103000*----------------------------------------------------------------
103100* 5000-PRINT-STATEMENTS - WHAT WAS READ, THEN ONE STATEMENT PER
103200*     SOURCE IN SOURCE ID ORDER.
103300*----------------------------------------------------------------
103400 5000-PRINT-STATEMENTS.
103500     MOVE WS-ARCH-USED TO WS-EDIT-LINES.
103600     MOVE SPACES TO WS-PRINT-LINE.
103700     STRING 'ARCHIVE STATS ROWS ....: ' DELIMITED BY SIZE
103800         WS-EDIT-LINES DELIMITED BY SIZE
103900         INTO WS-PRINT-LINE.
104000     PERFORM 9050-WRITE-REPORT-LINE
104100         THRU 9050-WRITE-REPORT-LINE-EXIT.
104200     MOVE WS-STAT-READ TO WS-EDIT-LINES.
104300     MOVE SPACES TO WS-PRINT-LINE.
104400     STRING 'RETAINED STATS ROWS ...: ' DELIMITED BY SIZE
104500         WS-EDIT-LINES DELIMITED BY SIZE
104600         INTO WS-PRINT-LINE.
104700     PERFORM 9050-WRITE-REPORT-LINE
104800         THRU 9050-WRITE-REPORT-LINE-EXIT.
104900     MOVE WS-LIVE-COUNT TO WS-EDIT-COUNT.
105000     MOVE SPACES TO WS-PRINT-LINE.
105100     STRING 'CYCLES CHARGED ........: ' DELIMITED BY SIZE
105200         WS-EDIT-COUNT DELIMITED BY SIZE
105300         INTO WS-PRINT-LINE.
105400     PERFORM 9050-WRITE-REPORT-LINE
105500         THRU 9050-WRITE-REPORT-LINE-EXIT.
105600     MOVE WS-EXP-COUNT TO WS-EDIT-COUNT.
105700     MOVE SPACES TO WS-PRINT-LINE.
105800     STRING 'CYCLES ON THE RUN LOG .: ' DELIMITED BY SIZE
105900         WS-EDIT-COUNT DELIMITED BY SIZE
106000         INTO WS-PRINT-LINE.
106100     PERFORM 9050-WRITE-REPORT-LINE
106200         THRU 9050-WRITE-REPORT-LINE-EXIT.
106300     PERFORM 5050-PRINT-ONE-MISSING
106400         THRU 5050-PRINT-ONE-MISSING-EXIT
106500         VARYING WS-EXP-SUB FROM 1 BY 1
106600         UNTIL WS-EXP-SUB > WS-EXP-COUNT.
106700     PERFORM 5060-PRINT-ONE-ODD-BLOCK
106800         THRU 5060-PRINT-ONE-ODD-BLOCK-EXIT
106900         VARYING WS-BLK-SUB FROM 1 BY 1
107000         UNTIL WS-BLK-SUB > WS-BLK-COUNT.
107100     IF WS-ORPHAN-COUNT > ZERO
107200         MOVE WS-ORPHAN-COUNT TO WS-EDIT-COUNT
107300         MOVE SPACES TO WS-PRINT-LINE
107400         STRING '  ROWS AHEAD OF ANY *TOTAL* ROW, LEFT OUT: '
107500             DELIMITED BY SIZE
107600             WS-EDIT-COUNT DELIMITED BY SIZE
107700             INTO WS-PRINT-LINE
107800         PERFORM 9050-WRITE-REPORT-LINE
107900             THRU 9050-WRITE-REPORT-LINE-EXIT
108000     END-IF.
108100     PERFORM 5100-PRINT-ONE-STATEMENT
108200         THRU 5100-PRINT-ONE-STATEMENT-EXIT
108300         VARYING WS-SRC-SUB FROM 1 BY 1
108400         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
108500 5000-PRINT-STATEMENTS-EXIT.
108600     EXIT.
108620*----------------------------------------------------------------
108640* 5050-PRINT-ONE-MISSING - ONE WARNING LINE FOR AN EXPECTED CYCLE
108660*     THE RUN LOG SHOWS BUT WHOSE STATS WERE NOT IN THE INPUT.
108680*----------------------------------------------------------------
108700 5050-PRINT-ONE-MISSING.
108800     IF WS-EXP-FOUND (WS-EXP-SUB)
108900         GO TO 5050-PRINT-ONE-MISSING-EXIT
109000     END-IF.
109100     MOVE SPACES TO WS-PRINT-LINE.
109200     STRING '  ** CYCLE ' DELIMITED BY SIZE
109300         WS-EXP-DATE (WS-EXP-SUB) DELIMITED BY SIZE
109400         ' RAN BUT ITS STATS WERE NOT IN THE INPUT'
109500         DELIMITED BY SIZE
109600         INTO WS-PRINT-LINE.
109700     PERFORM 9050-WRITE-REPORT-LINE
109800         THRU 9050-WRITE-REPORT-LINE-EXIT.
109900 5050-PRINT-ONE-MISSING-EXIT.
110000     EXIT.
110100*----------------------------------------------------------------
110200* 5060-PRINT-ONE-ODD-BLOCK - EVERY BLOCK NOT SIMPLY CHARGED AS A
110300*     LOGGED CYCLE OF THE MONTH, AND WHAT WAS DONE WITH IT.
110400*----------------------------------------------------------------
110500 5060-PRINT-ONE-ODD-BLOCK.
110600     EVALUATE TRUE
110700         WHEN WS-BLK-LIVE (WS-BLK-SUB)
110800             AND WS-BLK-ON-LOG (WS-BLK-SUB)
110900             GO TO 5060-PRINT-ONE-ODD-BLOCK-EXIT
111000         WHEN WS-BLK-LIVE (WS-BLK-SUB)
111100             MOVE 'NOT ON RUN LOG, TAKEN' TO WS-SHOWN-TEXT
111200         WHEN WS-BLK-UNDATED (WS-BLK-SUB)
111300             MOVE 'UNDATED, TAKEN' TO WS-SHOWN-TEXT
111400         WHEN WS-BLK-REPLACED (WS-BLK-SUB)
111500             MOVE 'READ AGAIN, REPLACED' TO WS-SHOWN-TEXT
111600         WHEN OTHER
111700             MOVE 'OTHER MONTH, SKIPPED' TO WS-SHOWN-TEXT
111800     END-EVALUATE.
111900     MOVE WS-BLK-LINES (WS-BLK-SUB) TO WS-EDIT-LINES.
112000     MOVE SPACES TO WS-PRINT-LINE.
112100     STRING '  BLOCK ' DELIMITED BY SIZE
112200         WS-BLK-DATE (WS-BLK-SUB) DELIMITED BY SIZE
112300         ' ' DELIMITED BY SIZE
112400         WS-BLK-ORIGIN (WS-BLK-SUB) DELIMITED BY SIZE
112500         ' LINES ' DELIMITED BY SIZE
112600         WS-EDIT-LINES DELIMITED BY SIZE
112700         ' - ' DELIMITED BY SIZE
112800         WS-SHOWN-TEXT DELIMITED BY SIZE
112900         INTO WS-PRINT-LINE.
113000     PERFORM 9050-WRITE-REPORT-LINE
113100         THRU 9050-WRITE-REPORT-LINE-EXIT.
113200 5060-PRINT-ONE-ODD-BLOCK-EXIT.
113300     EXIT.
113400*----------------------------------------------------------------
113500* 5100-PRINT-ONE-STATEMENT - ONE SOURCE'S STATEMENT: VOLUMES, THE
113600*     REWORK IT CAUSED, THE RATES APPLIED AND WHAT IT OWES.
113700*----------------------------------------------------------------
113800 5100-PRINT-ONE-STATEMENT.
113900     MOVE SPACES TO WS-PRINT-LINE.
114000     PERFORM 9050-WRITE-REPORT-LINE
114100         THRU 9050-WRITE-REPORT-LINE-EXIT.
114200     MOVE '--------------------------------------------'
114300         TO WS-PRINT-LINE.
114400     PERFORM 9050-WRITE-REPORT-LINE
114500         THRU 9050-WRITE-REPORT-LINE-EXIT.
114600     MOVE SPACES TO WS-PRINT-LINE.
114700     STRING 'CHARGEBACK STATEMENT ..: ' DELIMITED BY SIZE
114800         WS-SRC-ID (WS-SRC-SUB) DELIMITED BY SIZE
114900         ' FOR ' DELIMITED BY SIZE
115000         WS-CHARGE-MONTH-X DELIMITED BY SIZE
115100         INTO WS-PRINT-LINE.
115200     PERFORM 9050-WRITE-REPORT-LINE
115300         THRU 9050-WRITE-REPORT-LINE-EXIT.
115400     MOVE SPACES TO WS-PRINT-LINE.
115500     STRING 'OWNER GROUP ...........: ' DELIMITED BY SIZE
115600         WS-SRC-OWNER (WS-SRC-SUB) DELIMITED BY SIZE
115700         INTO WS-PRINT-LINE.
115800     PERFORM 9050-WRITE-REPORT-LINE
115900         THRU 9050-WRITE-REPORT-LINE-EXIT.
116000     MOVE WS-SRC-CYCLES (WS-SRC-SUB) TO WS-EDIT-COUNT.
116100     MOVE SPACES TO WS-PRINT-LINE.
116200     STRING 'CYCLES SENT ...........: ' DELIMITED BY SIZE
116300         WS-EDIT-COUNT DELIMITED BY SIZE
116400         INTO WS-PRINT-LINE.
116500     PERFORM 9050-WRITE-REPORT-LINE
116600         THRU 9050-WRITE-REPORT-LINE-EXIT.
116700     MOVE WS-SRC-LINES (WS-SRC-SUB) TO WS-EDIT-LINES.
116800     MOVE SPACES TO WS-PRINT-LINE.
116900     STRING 'LINES READ ............: ' DELIMITED BY SIZE
117000         WS-EDIT-LINES DELIMITED BY SIZE
117100         INTO WS-PRINT-LINE.
117200     PERFORM 9050-WRITE-REPORT-LINE
117300         THRU 9050-WRITE-REPORT-LINE-EXIT.
117400     MOVE WS-SRC-SCORED (WS-SRC-SUB) TO WS-EDIT-LINES.
117500     MOVE SPACES TO WS-PRINT-LINE.
117600     STRING 'LINES SCORED ..........: ' DELIMITED BY SIZE
117700         WS-EDIT-LINES DELIMITED BY SIZE
117800         INTO WS-PRINT-LINE.
117900     PERFORM 9050-WRITE-REPORT-LINE
118000         THRU 9050-WRITE-REPORT-LINE-EXIT.
118100     MOVE WS-SRC-REJ (WS-SRC-SUB) TO WS-EDIT-LINES.
118200     MOVE SPACES TO WS-PRINT-LINE.
118300     STRING 'LINES REJECTED ........: ' DELIMITED BY SIZE
118400         WS-EDIT-LINES DELIMITED BY SIZE
118500         INTO WS-PRINT-LINE.
118600     PERFORM 9050-WRITE-REPORT-LINE
118700         THRU 9050-WRITE-REPORT-LINE-EXIT.
118800     MOVE WS-SRC-EXCP (WS-SRC-SUB) TO WS-EDIT-LINES.
118900     MOVE SPACES TO WS-PRINT-LINE.
119000     STRING 'LINES EXCEPTED ........: ' DELIMITED BY SIZE
119100         WS-EDIT-LINES DELIMITED BY SIZE
119200         INTO WS-PRINT-LINE.
119300     PERFORM 9050-WRITE-REPORT-LINE
119400         THRU 9050-WRITE-REPORT-LINE-EXIT.
119500     PERFORM 8100-WORK-OUT-SHARES THRU 8100-WORK-OUT-SHARES-EXIT.
119600     MOVE WS-REWORK-PCT TO WS-EDIT-PCT.
119700     MOVE SPACES TO WS-PRINT-LINE.
119800     STRING 'REWORK PCT OF LINES ...: ' DELIMITED BY SIZE
119900         WS-EDIT-PCT DELIMITED BY SIZE
120000         INTO WS-PRINT-LINE.
120100     PERFORM 9050-WRITE-REPORT-LINE
120200         THRU 9050-WRITE-REPORT-LINE-EXIT.
120300     IF WS-SRC-UNRATED (WS-SRC-SUB)
120400         MOVE '** NO RATE IN FORCE FOR THIS SOURCE - NOT CHARGED'
120500             TO WS-PRINT-LINE
120600         PERFORM 9050-WRITE-REPORT-LINE
120700             THRU 9050-WRITE-REPORT-LINE-EXIT
120800         GO TO 5100-PRINT-ONE-STATEMENT-EXIT
120900     END-IF.
121000     MOVE WS-SRC-RATE-EFF (WS-SRC-SUB) TO WS-EDIT-EFF.
121100     MOVE SPACES TO WS-PRINT-LINE.
121200     STRING 'RATES FROM CARD .......: ' DELIMITED BY SIZE
121300         WS-SRC-RATE-FROM (WS-SRC-SUB) DELIMITED BY SIZE
121400         ' EFFECTIVE ' DELIMITED BY SIZE
121500         WS-EDIT-EFF DELIMITED BY SIZE
121600         INTO WS-PRINT-LINE.
121700     PERFORM 9050-WRITE-REPORT-LINE
121800         THRU 9050-WRITE-REPORT-LINE-EXIT.
121900     MOVE WS-SRC-RATE-SCORED (WS-SRC-SUB) TO WS-EDIT-RATE.
122000     MOVE WS-SRC-SCORED-AMT (WS-SRC-SUB) TO WS-EDIT-AMT.
122100     MOVE SPACES TO WS-PRINT-LINE.
122200     STRING 'SCORED CHARGE .........: ' DELIMITED BY SIZE
122300         WS-EDIT-AMT DELIMITED BY SIZE
122400         '  AT ' DELIMITED BY SIZE
122500         WS-EDIT-RATE DELIMITED BY SIZE
122600         ' PER LINE' DELIMITED BY SIZE
122700         INTO WS-PRINT-LINE.
122800     PERFORM 9050-WRITE-REPORT-LINE
122900         THRU 9050-WRITE-REPORT-LINE-EXIT.
123000     MOVE WS-SRC-RATE-REWORK (WS-SRC-SUB) TO WS-EDIT-RATE.
123100     MOVE WS-SRC-REWORK-AMT (WS-SRC-SUB) TO WS-EDIT-AMT.
123200     MOVE SPACES TO WS-PRINT-LINE.
123300     STRING 'REWORK CHARGE .........: ' DELIMITED BY SIZE
123400         WS-EDIT-AMT DELIMITED BY SIZE
123500         '  AT ' DELIMITED BY SIZE
123600         WS-EDIT-RATE DELIMITED BY SIZE
123700         ' PER LINE' DELIMITED BY SIZE
123800         INTO WS-PRINT-LINE.
123900     PERFORM 9050-WRITE-REPORT-LINE
124000         THRU 9050-WRITE-REPORT-LINE-EXIT.
124100     MOVE WS-SRC-TOTAL-AMT (WS-SRC-SUB) TO WS-EDIT-AMT.
124200     MOVE SPACES TO WS-PRINT-LINE.
124300     STRING 'TOTAL CHARGE ..........: ' DELIMITED BY SIZE
124400         WS-EDIT-AMT DELIMITED BY SIZE
124500         INTO WS-PRINT-LINE.
124600     PERFORM 9050-WRITE-REPORT-LINE
124700         THRU 9050-WRITE-REPORT-LINE-EXIT.
124800 5100-PRINT-ONE-STATEMENT-EXIT.
124900     EXIT.
125000*----------------------------------------------------------------
125100* 6000-PRINT-SUMMARY - ONE LINE PER SOURCE SET AGAINST THE MONTH:
125200*     ITS SHARE OF THE LINES SENT, ITS SHARE OF THE REWORK, THE
125300*     REWORK CHARGE IT PAYS, AND WHAT IT WOULD HAVE PAID HAD THE
125400*     MONTH'S REWORK BEEN SPLIT BY VOLUME ALONE. A SOURCE WHOSE
125500*     REWORK SHARE RUNS AHEAD OF ITS VOLUME SHARE IS THE ONE THE
125600*     VOLUME SPLIT WAS SUBSIDISING.
125700*----------------------------------------------------------------
125800 6000-PRINT-SUMMARY.
125900     MOVE SPACES TO WS-PRINT-LINE.
126000     PERFORM 9050-WRITE-REPORT-LINE
126100         THRU 9050-WRITE-REPORT-LINE-EXIT.
126200     MOVE '********************************************'
126300         TO WS-PRINT-LINE.
126400     PERFORM 9050-WRITE-REPORT-LINE
126500         THRU 9050-WRITE-REPORT-LINE-EXIT.
126600     MOVE 'REWORK BY SOURCE AGAINST A SPLIT BY VOLUME'
126700         TO WS-PRINT-LINE.
126800     PERFORM 9050-WRITE-REPORT-LINE
126900         THRU 9050-WRITE-REPORT-LINE-EXIT.
127000     MOVE 'SOURCE   VOLUME%  REWORK% RWK-SHR%' TO WS-PRINT-LINE.
127100     MOVE ' REWORK CHARGE  IF BY VOLUME    DIFFERENCE'
127200         TO WS-PRINT-LINE (35:).
127300     PERFORM 9050-WRITE-REPORT-LINE
127400         THRU 9050-WRITE-REPORT-LINE-EXIT.
127500     PERFORM 6100-PRINT-ONE-SUMMARY
127600         THRU 6100-PRINT-ONE-SUMMARY-EXIT
127700         VARYING WS-SRC-SUB FROM 1 BY 1
127800         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
127900     MOVE SPACES TO WS-PRINT-LINE.
128000     PERFORM 9050-WRITE-REPORT-LINE
128100         THRU 9050-WRITE-REPORT-LINE-EXIT.
128200     MOVE WS-MON-LINES TO WS-EDIT-LINES.
128300     MOVE SPACES TO WS-PRINT-LINE.
128400     STRING 'MONTH LINES READ ......: ' DELIMITED BY SIZE
128500         WS-EDIT-LINES DELIMITED BY SIZE
128600         INTO WS-PRINT-LINE.
128700     PERFORM 9050-WRITE-REPORT-LINE
128800         THRU 9050-WRITE-REPORT-LINE-EXIT.
128900     MOVE WS-MON-BLK-LINES TO WS-EDIT-LINES.
129000     MOVE SPACES TO WS-PRINT-LINE.
129100     STRING 'PER *TOTAL* ROWS ......: ' DELIMITED BY SIZE
129200         WS-EDIT-LINES DELIMITED BY SIZE
129300         INTO WS-PRINT-LINE.
129400     PERFORM 9050-WRITE-REPORT-LINE
129500         THRU 9050-WRITE-REPORT-LINE-EXIT.
129600     IF WS-MON-BLK-LINES NOT = WS-MON-LINES
129700         MOVE '** SOURCE ROWS DO NOT ADD UP TO THE CYCLE TOTALS -'
129800             TO WS-PRINT-LINE
129900         MOVE ' LINES NOT CHARGED **' TO WS-PRINT-LINE (51:)
130000         PERFORM 9050-WRITE-REPORT-LINE
130100             THRU 9050-WRITE-REPORT-LINE-EXIT
130200     END-IF.
130300     MOVE WS-MON-REWORK TO WS-EDIT-LINES.
130400     MOVE SPACES TO WS-PRINT-LINE.
130500     STRING 'MONTH REWORK LINES ....: ' DELIMITED BY SIZE
130600         WS-EDIT-LINES DELIMITED BY SIZE
130700         INTO WS-PRINT-LINE.
130800     PERFORM 9050-WRITE-REPORT-LINE
130900         THRU 9050-WRITE-REPORT-LINE-EXIT.
131000     MOVE WS-MON-SCORED-AMT TO WS-EDIT-AMT.
131100     MOVE SPACES TO WS-PRINT-LINE.
131200     STRING 'MONTH SCORED CHARGE ...: ' DELIMITED BY SIZE
131300         WS-EDIT-AMT DELIMITED BY SIZE
131400         INTO WS-PRINT-LINE.
131500     PERFORM 9050-WRITE-REPORT-LINE
131600         THRU 9050-WRITE-REPORT-LINE-EXIT.
131700     MOVE WS-MON-REWORK-AMT TO WS-EDIT-AMT.
131800     MOVE SPACES TO WS-PRINT-LINE.
131900     STRING 'MONTH REWORK CHARGE ...: ' DELIMITED BY SIZE
132000         WS-EDIT-AMT DELIMITED BY SIZE
132100         INTO WS-PRINT-LINE.
132200     PERFORM 9050-WRITE-REPORT-LINE
132300         THRU 9050-WRITE-REPORT-LINE-EXIT.
132400     MOVE WS-MON-TOTAL-AMT TO WS-EDIT-AMT.
132500     MOVE SPACES TO WS-PRINT-LINE.
132600     STRING 'MONTH TOTAL CHARGE ....: ' DELIMITED BY SIZE
132700         WS-EDIT-AMT DELIMITED BY SIZE
132800         INTO WS-PRINT-LINE.
132900     PERFORM 9050-WRITE-REPORT-LINE
133000         THRU 9050-WRITE-REPORT-LINE-EXIT.
133100 6000-PRINT-SUMMARY-EXIT.
133200     EXIT.
133210*----------------------------------------------------------------
133220* 6100-PRINT-ONE-SUMMARY - ONE SOURCE'S SUMMARY LINE - VOLUME
133230*     SHARE, REWORK RATE AND SHARE, THE REWORK CHARGE, THE
133240*     BY-VOLUME CHARGE AND THE DIFFERENCE.
133250*----------------------------------------------------------------
133300 6100-PRINT-ONE-SUMMARY.
133400     PERFORM 8100-WORK-OUT-SHARES THRU 8100-WORK-OUT-SHARES-EXIT.
133500     MOVE WS-VOLUME-PCT TO WS-EDIT-PCT.
133600     MOVE WS-REWORK-PCT TO WS-EDIT-PCT-2.
133700     MOVE WS-REWORK-SHARE-PCT TO WS-EDIT-PCT-3.
133800     MOVE WS-SRC-REWORK-AMT (WS-SRC-SUB) TO WS-EDIT-AMT.
133900     MOVE WS-BY-VOLUME-AMT TO WS-EDIT-AMT-2.
134000     SUBTRACT WS-BY-VOLUME-AMT FROM WS-SRC-REWORK-AMT (WS-SRC-SUB)
134100         GIVING WS-DIFF-AMT.
134200     MOVE WS-DIFF-AMT TO WS-EDIT-DIFF.
134300     MOVE SPACES TO WS-PRINT-LINE.
134400     STRING WS-SRC-ID (WS-SRC-SUB) DELIMITED BY SIZE
134500         '  ' DELIMITED BY SIZE
134600         WS-EDIT-PCT DELIMITED BY SIZE
134700         '   ' DELIMITED BY SIZE
134800         WS-EDIT-PCT-2 DELIMITED BY SIZE
134900         '   ' DELIMITED BY SIZE
135000         WS-EDIT-PCT-3 DELIMITED BY SIZE
135100         ' ' DELIMITED BY SIZE
135200         WS-EDIT-AMT DELIMITED BY SIZE
135300         ' ' DELIMITED BY SIZE
135400         WS-EDIT-AMT-2 DELIMITED BY SIZE
135500         ' ' DELIMITED BY SIZE
135600         WS-EDIT-DIFF DELIMITED BY SIZE
135700         INTO WS-PRINT-LINE.
135800     PERFORM 9050-WRITE-REPORT-LINE
135900         THRU 9050-WRITE-REPORT-LINE-EXIT.
136000 6100-PRINT-ONE-SUMMARY-EXIT.
136100     EXIT.
136200*----------------------------------------------------------------
136300* 7000-WRITE-INTERFACE - ONE DETAIL ROW PER SOURCE WITH A RATE,
136400*     THEN THE TRAILER. THE FILE IS ALWAYS WRITTEN; THE JOB
136500*     DELETES IT WHEN THIS STEP ENDS RC=8, SO AN INCOMPLETE MONTH
136600*     NEVER REACHES THE LEDGER.
136700*----------------------------------------------------------------
136800 7000-WRITE-INTERFACE.
136900     PERFORM 7100-WRITE-ONE-DETAIL THRU 7100-WRITE-ONE-DETAIL-EXIT
137000         VARYING WS-SRC-SUB FROM 1 BY 1
137100         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
137200     MOVE SPACES TO CHRGREC.
137300     SET CHRGREC-TRAILER TO TRUE.
137400     MOVE WS-CHARGE-MONTH TO CHRGREC-CHARGE-MONTH.
137500     MOVE WS-CHRG-WRITTEN TO CHRGREC-TRL-ROW-COUNT.
137600     MOVE WS-MON-SCORED-AMT TO CHRGREC-TRL-SCORED-AMT.
137700     MOVE WS-MON-REWORK-AMT TO CHRGREC-TRL-REWORK-AMT.
137800     MOVE WS-MON-TOTAL-AMT TO CHRGREC-TRL-TOTAL-AMT.
137900     WRITE CHRGREC.
138000     CLOSE CHRGFILE.
138100 7000-WRITE-INTERFACE-EXIT.
138200     EXIT.
138300 7100-WRITE-ONE-DETAIL.
138400     IF WS-SRC-UNRATED (WS-SRC-SUB)
138500         GO TO 7100-WRITE-ONE-DETAIL-EXIT
138600     END-IF.
138700     MOVE SPACES TO CHRGREC.
138800     SET CHRGREC-DETAIL TO TRUE.
138900     MOVE WS-CHARGE-MONTH TO CHRGREC-CHARGE-MONTH.
139000     MOVE WS-SRC-ID (WS-SRC-SUB) TO CHRGREC-SOURCE-ID.
139100     MOVE WS-SRC-OWNER (WS-SRC-SUB) TO CHRGREC-OWNER-GROUP.
139200     MOVE WS-SRC-CYCLES (WS-SRC-SUB) TO CHRGREC-CYCLES.
139300     MOVE WS-SRC-SCORED (WS-SRC-SUB) TO CHRGREC-LINES-SCORED.
139400     MOVE WS-SRC-REWORK (WS-SRC-SUB) TO CHRGREC-LINES-REWORK.
139500     MOVE WS-SRC-SCORED-AMT (WS-SRC-SUB) TO CHRGREC-SCORED-AMT.
139600     MOVE WS-SRC-REWORK-AMT (WS-SRC-SUB) TO CHRGREC-REWORK-AMT.
139700     MOVE WS-SRC-TOTAL-AMT (WS-SRC-SUB) TO CHRGREC-TOTAL-AMT.
139800     WRITE CHRGREC.
139900     ADD 1 TO WS-CHRG-WRITTEN.
140000 7100-WRITE-ONE-DETAIL-EXIT.
140100     EXIT.
140200*----------------------------------------------------------------
140300* 8100-WORK-OUT-SHARES - FOR SOURCE WS-SRC-SUB: ITS REWORK AS A
140400*     PERCENTAGE OF ITS OWN LINES, ITS SHARE OF THE MONTH'S LINES
140500*     AND OF THE MONTH'S REWORK, AND THE REWORK CHARGE A SPLIT BY
140600*     VOLUME WOULD HAVE GIVEN IT.
140700*----------------------------------------------------------------
140800 8100-WORK-OUT-SHARES.
140900     MOVE ZERO TO WS-REWORK-PCT WS-VOLUME-PCT WS-REWORK-SHARE-PCT
141000         WS-BY-VOLUME-AMT.
141100     IF WS-SRC-LINES (WS-SRC-SUB) > ZERO
141200         MULTIPLY WS-SRC-REWORK (WS-SRC-SUB) BY 100
141300             GIVING WS-PCT-WORK
141400         DIVIDE WS-PCT-WORK BY WS-SRC-LINES (WS-SRC-SUB)
141500             GIVING WS-REWORK-PCT ROUNDED
141600     END-IF.
141700     IF WS-MON-LINES > ZERO
141800         MULTIPLY WS-SRC-LINES (WS-SRC-SUB) BY 100
141900             GIVING WS-PCT-WORK
142000         DIVIDE WS-PCT-WORK BY WS-MON-LINES
142100             GIVING WS-VOLUME-PCT ROUNDED
142200         MULTIPLY WS-MON-REWORK-AMT BY WS-SRC-LINES (WS-SRC-SUB)
142300             GIVING WS-AMT-WORK
142400         DIVIDE WS-AMT-WORK BY WS-MON-LINES
142500             GIVING WS-BY-VOLUME-AMT ROUNDED
142600     END-IF.
142700     IF WS-MON-REWORK > ZERO
142800         MULTIPLY WS-SRC-REWORK (WS-SRC-SUB) BY 100
142900             GIVING WS-PCT-WORK
143000         DIVIDE WS-PCT-WORK BY WS-MON-REWORK
143100             GIVING WS-REWORK-SHARE-PCT ROUNDED
143200     END-IF.
143300 8100-WORK-OUT-SHARES-EXIT.
143400     EXIT.
143500*----------------------------------------------------------------
143600* 9000-TERMINATE - THE VERDICT. RC=8 WHEN THE MONTH CANNOT BE
143700*     BILLED AS IT STANDS - A CYCLE THAT RAN IS MISSING FROM THE
143800*     INPUT (AND NO UNDATED BLOCK CAN ANSWER FOR IT), A SOURCE
143900*     HAS NO RATE, OR THE SOURCE ROWS DO NOT ADD UP TO THE CYCLE
144000*     TOTALS. RC=4 WHEN THE BILL STANDS BUT SOMETHING IN THE
144100*     INPUT WANTS A LOOK. RC=0 OTHERWISE.
144200*----------------------------------------------------------------
144300 9000-TERMINATE.
144400     MOVE ZERO TO WS-CHARGE-RC.
144500     IF WS-UNDATED-COUNT > ZERO OR WS-REPLACED-COUNT > ZERO
144600         OR WS-OTHER-COUNT > ZERO OR WS-NOT-LOGGED-COUNT > ZERO
144700         OR WS-ORPHAN-COUNT > ZERO OR WS-UNREG-COUNT > ZERO
144800         OR WS-MISSING-COUNT > ZERO
144900         MOVE 4 TO WS-CHARGE-RC
145000     END-IF.
145100     IF WS-MISSING-COUNT > WS-UNDATED-COUNT
145200         OR WS-UNRATED-COUNT > ZERO
145300         OR WS-MON-BLK-LINES NOT = WS-MON-LINES
145400         MOVE 8 TO WS-CHARGE-RC
145500     END-IF.
145600     MOVE SPACES TO WS-PRINT-LINE.
145700     PERFORM 9050-WRITE-REPORT-LINE
145800         THRU 9050-WRITE-REPORT-LINE-EXIT.
145900     MOVE '********************************************'
146000         TO WS-PRINT-LINE.
146100     PERFORM 9050-WRITE-REPORT-LINE
146200         THRU 9050-WRITE-REPORT-LINE-EXIT.
146300     MOVE WS-MISSING-COUNT TO WS-EDIT-COUNT.
146400     MOVE SPACES TO WS-PRINT-LINE.
146500     STRING 'CYCLES MISSING ........: ' DELIMITED BY SIZE
146600         WS-EDIT-COUNT DELIMITED BY SIZE
146700         INTO WS-PRINT-LINE.
146800     PERFORM 9050-WRITE-REPORT-LINE
146900         THRU 9050-WRITE-REPORT-LINE-EXIT.
147000     MOVE WS-UNDATED-COUNT TO WS-EDIT-COUNT.
147100     MOVE SPACES TO WS-PRINT-LINE.
147200     STRING 'UNDATED BLOCKS TAKEN ..: ' DELIMITED BY SIZE
147300         WS-EDIT-COUNT DELIMITED BY SIZE
147400         INTO WS-PRINT-LINE.
147500     PERFORM 9050-WRITE-REPORT-LINE
147600         THRU 9050-WRITE-REPORT-LINE-EXIT.
147700     MOVE WS-UNRATED-COUNT TO WS-EDIT-COUNT.
147800     MOVE SPACES TO WS-PRINT-LINE.
147900     STRING 'SOURCES WITH NO RATE ..: ' DELIMITED BY SIZE
148000         WS-EDIT-COUNT DELIMITED BY SIZE
148100         INTO WS-PRINT-LINE.
148200     PERFORM 9050-WRITE-REPORT-LINE
148300         THRU 9050-WRITE-REPORT-LINE-EXIT.
148400     MOVE WS-UNREG-COUNT TO WS-EDIT-COUNT.
148500     MOVE SPACES TO WS-PRINT-LINE.
148600     STRING 'SOURCES NOT REGISTERED : ' DELIMITED BY SIZE
148700         WS-EDIT-COUNT DELIMITED BY SIZE
148800         INTO WS-PRINT-LINE.
148900     PERFORM 9050-WRITE-REPORT-LINE
149000         THRU 9050-WRITE-REPORT-LINE-EXIT.
149100     MOVE WS-CHRG-WRITTEN TO WS-EDIT-COUNT.
149200     MOVE SPACES TO WS-PRINT-LINE.
149300     STRING 'INTERFACE ROWS ........: ' DELIMITED BY SIZE
149400         WS-EDIT-COUNT DELIMITED BY SIZE
149500         INTO WS-PRINT-LINE.
149600     PERFORM 9050-WRITE-REPORT-LINE
149700         THRU 9050-WRITE-REPORT-LINE-EXIT.
149800     EVALUATE WS-CHARGE-RC
149900         WHEN 8
150000             MOVE '** MONTH INCOMPLETE - NOT FOR LEDGER - RC=8 **'
150100                 TO WS-PRINT-LINE
150200         WHEN 4
150300             MOVE '** CHARGEBACK WRITTEN - SEE WARNINGS - RC=4 **'
150400                 TO WS-PRINT-LINE
150500         WHEN OTHER
150600             MOVE 'CHARGEBACK WRITTEN - RC=0' TO WS-PRINT-LINE
150700     END-EVALUATE.
150800     PERFORM 9050-WRITE-REPORT-LINE
150900         THRU 9050-WRITE-REPORT-LINE-EXIT.
151000     MOVE '********************************************'
151100         TO WS-PRINT-LINE.
151200     PERFORM 9050-WRITE-REPORT-LINE
151300         THRU 9050-WRITE-REPORT-LINE-EXIT.
151400     CLOSE REPTFILE.
151500     MOVE WS-CHARGE-RC TO RETURN-CODE.
151600     PERFORM 9800-LOG-RUN-END THRU 9800-LOG-RUN-END-EXIT.
151700 9000-TERMINATE-EXIT.
151800     EXIT.
151900*----------------------------------------------------------------
152000* 9800-LOG-RUN-END - COMPLETE THIS RUN'S ROW ON THE CHAIN-WIDE
152100*     RUN LOG: STATS ROWS READ FROM BOTH INPUTS, INTERFACE ROWS
152200*     WRITTEN, AND MISSING CYCLES PLUS UNRATED SOURCES AS REJECTS.
152300*----------------------------------------------------------------
152400 9800-LOG-RUN-END.
152500     SET RUNLPARM-LOG-END TO TRUE.
152600     ADD WS-ARCH-USED WS-STAT-READ GIVING RUNLPARM-READ-COUNT.
152700     MOVE WS-CHRG-WRITTEN TO RUNLPARM-WRITE-COUNT.
152800     ADD WS-MISSING-COUNT WS-UNRATED-COUNT
152900         GIVING RUNLPARM-REJ-COUNT.
153000     MOVE RETURN-CODE TO RUNLPARM-RETURN-CODE.
153100     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
153200 9800-LOG-RUN-END-EXIT.
153300     EXIT.
153400*----------------------------------------------------------------
153500* 9050-WRITE-REPORT-LINE - ONE REPORT LINE TO SYSOUT AND TO THE
153600*     RETAINED DATASET, SO THE TWO COPIES CANNOT DRIFT APART.
153700*----------------------------------------------------------------
153800 9050-WRITE-REPORT-LINE.
153900     DISPLAY WS-PRINT-LINE.
154000     MOVE WS-PRINT-LINE TO REPT-REC.
154100     WRITE REPT-REC.
154200 9050-WRITE-REPORT-LINE-EXIT.
154300     EXIT.
154400*----------------------------------------------------------------
154500* 9900-ABEND-ON-OPEN-ERROR - A FILE WE DEPEND ON FAILED TO OPEN.
154600*     MOVE THE DD NAME TO WS-ABEND-FILE-NAME BEFORE THE PERFORM
154700*     SO THE MESSAGE IDENTIFIES WHICH ONE.
154800*----------------------------------------------------------------
154900 9900-ABEND-ON-OPEN-ERROR.
155000     DISPLAY '*** OPEN FAILED FOR ' WS-ABEND-FILE-NAME
155100         ' - JOB ABENDING ***'.
155200     MOVE 16 TO RETURN-CODE.
155300     STOP RUN.
155400 END PROGRAM CODEABBEY-SET-48.
