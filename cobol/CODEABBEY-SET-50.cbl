000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CODEABBEY-SET-50.
000300 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000400 INSTALLATION. CODEABBEY-DP-CENTER.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900* MODIFICATION HISTORY                                        *
001000*---------------------------------------------------------------
001100* DATE       INIT DESCRIPTION                                  *
001200* 2026-10-14  JPR INITIAL VERSION - QA VERDICT RECORDING AND   *
001300*                 ACCURACY REPORT. TAKES THE REVIEWERS' CARDS  *
001400*                 FOR SET-49 SAMPLE LINES ONTO THE QA HISTORY, *
001500*                 ALERTS EVERY DISAGREEMENT, REPORTS ACCURACY  *
001600*                 BY MONTH AND SOURCE.                         *
001700***************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER. IBM-370.
002100 OBJECT-COMPUTER. IBM-370.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT VERDFILE ASSIGN TO VERDFILE
002500         ORGANIZATION IS SEQUENTIAL
002600         FILE STATUS IS WS-VERDFILE-STATUS.
002700     SELECT SAMPFILE ASSIGN TO SAMPFILE
002800         ORGANIZATION IS SEQUENTIAL
002900         FILE STATUS IS WS-SAMPFILE-STATUS.
003000     SELECT QAHSFILE ASSIGN TO QAHSFILE
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS QAHSREC-KEY
003400         FILE STATUS IS WS-QAHSFILE-STATUS.
003500     SELECT PARMFILE ASSIGN TO PARMFILE
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-PARMFILE-STATUS.
003800*        DD NAMES TOP OUT AT EIGHT CHARACTERS - HENCE ALERTFIL.
003900     SELECT ALERTFILE ASSIGN TO ALERTFIL
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-ALERTFILE-STATUS.
004200     SELECT REPTFILE ASSIGN TO REPTFILE
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-REPTFILE-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700*----------------------------------------------------------------
004800* VERDFILE - THE REVIEWERS' VERDICT CARDS, ONE PER LINE CHECKED,
004900* AS PRE-PUNCHED ON THE CODEABBEY-SET-49 WORKSHEET:
005000*     COLS  1- 6  CYCLE DATE THE LINE WAS SCORED IN, YYMMDD
005100*     COLS  8-14  LINE ID
005200*     COL  16     A - THE SYSTEM'S COUNTS ARE RIGHT FOR THE TEXT
005300*                 D - THEY ARE NOT
005400*     COLS 18-25  REVIEWER ID
005500*     COLS 27-80  REMARK - WHAT IS WRONG, REQUIRED ON A D CARD
005600* BLANK CARDS AND CARDS WITH AN ASTERISK IN COL 1 ARE COMMENTS.
005700*----------------------------------------------------------------
005800 FD  VERDFILE
005900     LABEL RECORDS ARE STANDARD
006000     RECORDING MODE IS F.
006100 01  VERD-REC.
006200     05  VERD-CYCLE-DATE      PIC X(06).
006300     05  FILLER               PIC X(01).
006400     05  VERD-LINE-ID         PIC X(07).
006500     05  FILLER               PIC X(01).
006600     05  VERD-VERDICT         PIC X(01).
006700     05  FILLER               PIC X(01).
006800     05  VERD-REVIEWER        PIC X(08).
006900     05  FILLER               PIC X(01).
007000     05  VERD-REMARK          PIC X(54).
007100*----------------------------------------------------------------
007200* SAMPFILE - THE QASMREC SAMPLE DATASETS OF THE CYCLES THE CARDS
007300* COVER, CONCATENATED IN ANY ORDER. A CARD FOR A LINE THAT IS
007400* NOT ON THEM WAS NOT DRAWN, OR ITS CYCLE WAS NOT LISTED.
007500*----------------------------------------------------------------
007600 FD  SAMPFILE
007700     LABEL RECORDS ARE STANDARD
007800     RECORDING MODE IS F.
007900     COPY QASMREC.
008000*----------------------------------------------------------------
008100* QAHSFILE - THE QA HISTORY MASTER, DEFINED ONE-TIME BY
008200* CODE033S.JCL. UPDATED IN PLACE, THEN READ WHOLE FOR THE
008300* ACCURACY REPORT.
008400*----------------------------------------------------------------
008500 FD  QAHSFILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY QAHSREC.
008800*----------------------------------------------------------------
008900* PARMFILE - KEYWORD=VALUE CARDS: TARGET=NNNNN, THE ACCURACY THE
009000* SERVICE AGREEMENT PROMISES, PER TEN THOUSAND LINES REVIEWED;
009100* FROMMONTH=YYMM, THE FIRST MONTH THE ACCURACY REPORT SHOWS.
009200*----------------------------------------------------------------
009300 FD  PARMFILE
009400     LABEL RECORDS ARE STANDARD
009500     RECORDING MODE IS F.
009600 01  PARM-REC PIC X(80).
009700*----------------------------------------------------------------
009800* ALERTFILE - ONE ALERTREC PER LINE A REVIEWER DISAGREED WITH,
009900* EMPTY WHEN EVERY VERDICT AGREED.
010000*----------------------------------------------------------------
010100 FD  ALERTFILE
010200     LABEL RECORDS ARE STANDARD
010300     RECORDING MODE IS F.
010400     COPY ALERTREC.
010500*----------------------------------------------------------------
010600* REPTFILE - RETAINED COPY OF THE VERDICT AND ACCURACY REPORT.
010700*----------------------------------------------------------------
010800 FD  REPTFILE
010900     LABEL RECORDS ARE STANDARD
011000     RECORDING MODE IS F.
011100 01  REPT-REC PIC X(80).
011200 WORKING-STORAGE SECTION.
011300*----------------------------------------------------------------
011400* FILE STATUS AND SWITCH BYTES
011500*----------------------------------------------------------------
011600 01  WS-VERDFILE-STATUS PIC X(02).
011700     88  WS-VERDFILE-OK              VALUE '00'.
011800 01  WS-SAMPFILE-STATUS PIC X(02).
011900     88  WS-SAMPFILE-OK              VALUE '00'.
012000 01  WS-QAHSFILE-STATUS PIC X(02).
012100     88  WS-QAHSFILE-OK              VALUE '00'.
012200     88  WS-QAHSFILE-NOTFND          VALUE '23'.
012300     88  WS-QAHSFILE-UNLOADED        VALUE '35'.
012400 01  WS-PARMFILE-STATUS PIC X(02).
012500     88  WS-PARMFILE-OK              VALUE '00'.
012600 01  WS-ALERTFILE-STATUS PIC X(02).
012700     88  WS-ALERTFILE-OK             VALUE '00'.
012800 01  WS-REPTFILE-STATUS PIC X(02).
012900     88  WS-REPTFILE-OK              VALUE '00'.
013000 01  WS-SWITCHES.
013100     05  WS-VERD-EOF-SWITCH PIC X(01) VALUE 'N'.
013200         88  WS-VERD-AT-EOF           VALUE 'Y'.
013300         88  WS-VERD-NOT-AT-EOF       VALUE 'N'.
013400     05  WS-SAMP-EOF-SWITCH PIC X(01) VALUE 'N'.
013500         88  WS-SAMP-AT-EOF           VALUE 'Y'.
013600     05  WS-PARM-EOF-SWITCH PIC X(01) VALUE 'N'.
013700         88  WS-PARM-AT-EOF           VALUE 'Y'.
013800     05  WS-HIST-DONE-SWITCH PIC X(01) VALUE 'N'.
013900         88  WS-HIST-DONE             VALUE 'Y'.
014000         88  WS-HIST-NOT-DONE         VALUE 'N'.
014100*----------------------------------------------------------------
014200* THE RUN DATE STAMPED ON EVERY HISTORY ENTRY THIS RUN WRITES.
014300* VERDICTS COME BACK ON DEMAND, NOT PER CYCLE.
014400*----------------------------------------------------------------
014500 01  WS-RUN-DATE PIC 9(06) VALUE ZERO.
014600*----------------------------------------------------------------
014700* PARM CARD WORK AREAS AND THE SETTINGS, WITH THEIR DEFAULTS -
014800* A 99.50 PER CENT TARGET, AND EVERY MONTH ON THE HISTORY.
014900*----------------------------------------------------------------
015000 01  WS-PARM-REC PIC X(80).
015100 01  WS-PARM-KEYWORD PIC X(12).
015200 01  WS-PARM-VALUE PIC X(12).
015300 01  WS-TARGET PIC 9(05) VALUE 9950.
015400 01  WS-FROM-MONTH PIC 9(04) VALUE ZERO.
015500*----------------------------------------------------------------
015600* THE LINES DRAWN, LOADED WHOLE FROM SAMPFILE. WS-SMP-USED IS
015700* SET WHEN A CARD IN THIS DECK HAS TAKEN THE LINE, SO A LINE
015800* CARDED TWICE IN ONE DECK IS CAUGHT.
015900*----------------------------------------------------------------
016000 77  WS-SMP-MAX PIC 9(05) COMP VALUE 3000.
016100 77  WS-SMP-COUNT PIC 9(05) COMP VALUE ZERO.
016200 77  WS-SMP-SUB PIC 9(05) COMP VALUE ZERO.
016300 77  WS-SMP-HIT PIC 9(05) COMP VALUE ZERO.
016400 01  WS-SMP-DROPPED PIC 9(05) COMP VALUE ZERO.
016500 01  WS-SMP-TABLE.
016600     05  WS-SMP-ENTRY OCCURS 3000 TIMES.
016700         10  WS-SMP-CYCLE-DATE   PIC 9(06).
016800         10  WS-SMP-LINE-ID      PIC 9(07).
016900         10  WS-SMP-SOURCE-ID    PIC X(08).
017000         10  WS-SMP-TOTAL        PIC 9(09).
017100         10  WS-SMP-TEXT         PIC X(80).
017200         10  WS-SMP-USED-SW      PIC X(01).
017300             88  WS-SMP-USED              VALUE 'Y'.
017400             88  WS-SMP-NOT-USED          VALUE 'N'.
017500*----------------------------------------------------------------
017600* THE CARD IN HAND, AS NUMBERS ONCE EDITED, AND THE REASON IT WAS
017700* TURNED DOWN - SPACES WHILE THE CARD IS STILL GOOD.
017800*----------------------------------------------------------------
017900 01  WS-CARD-CYCLE-DATE PIC 9(06) VALUE ZERO.
018000 01  WS-CARD-LINE-ID PIC 9(07) VALUE ZERO.
018100 01  WS-REASON PIC X(40).
018200 01  WS-OUTCOME PIC X(16).
018300*----------------------------------------------------------------
018400* CARD COUNTS FOR THE TOTALS, THE RETURN CODE AND THE RUN LOG.
018500*----------------------------------------------------------------
018600 01  WS-CARD-COUNT PIC 9(05) COMP VALUE ZERO.
018700 01  WS-NEW-COUNT PIC 9(05) COMP VALUE ZERO.
018800 01  WS-REVISED-COUNT PIC 9(05) COMP VALUE ZERO.
018900 01  WS-SAME-COUNT PIC 9(05) COMP VALUE ZERO.
019000 01  WS-REJECTED-COUNT PIC 9(05) COMP VALUE ZERO.
019100 01  WS-AGREE-COUNT PIC 9(05) COMP VALUE ZERO.
019200 01  WS-DISAGREE-COUNT PIC 9(05) COMP VALUE ZERO.
019300 01  WS-ALERT-COUNT PIC 9(05) COMP VALUE ZERO.
019400 01  WS-HIST-READ PIC 9(07) COMP VALUE ZERO.
019500*----------------------------------------------------------------
019600* ACCURACY TABLES. THE HISTORY IS KEYED BY CYCLE DATE, SO IT
019700* COMES BACK A MONTH AT A TIME: WS-MON- HOLDS THE MONTH IN HAND
019800* BY SOURCE AND IS PRINTED AND CLEARED AT EACH CHANGE OF MONTH;
019900* WS-ALL- HOLDS EVERY MONTH SHOWN BY SOURCE. THE LAST SLOT OF
020000* EACH TABLE IS KEPT FOR '*OTHER*': A HISTORY WITH MORE SOURCES
020100* THAN THE REST OF A TABLE HOLDS LUMPS THE EXCESS THERE.
020200*----------------------------------------------------------------
020300 01  WS-CUR-MONTH PIC 9(04) VALUE ZERO.
020400 01  WS-HIST-MONTH PIC 9(04) VALUE ZERO.
020600 77  WS-MON-MAX PIC 9(03) COMP VALUE 50.
020700 77  WS-MON-COUNT PIC 9(03) COMP VALUE ZERO.
020800 77  WS-MON-SUB PIC 9(03) COMP VALUE ZERO.
020900 77  WS-MON-HIT PIC 9(03) COMP VALUE ZERO.
021000 01  WS-MON-TABLE.
021100     05  WS-MON-ENTRY OCCURS 50 TIMES.
021200         10  WS-MON-SOURCE-ID    PIC X(08).
021300         10  WS-MON-REVIEWED     PIC 9(07) COMP.
021400         10  WS-MON-AGREED       PIC 9(07) COMP.
021500 01  WS-MON-TOT-REVIEWED PIC 9(07) COMP VALUE ZERO.
021600 01  WS-MON-TOT-AGREED PIC 9(07) COMP VALUE ZERO.
021700 77  WS-ALL-MAX PIC 9(03) COMP VALUE 100.
021800 77  WS-ALL-COUNT PIC 9(03) COMP VALUE ZERO.
021900 77  WS-ALL-SUB PIC 9(03) COMP VALUE ZERO.
022000 77  WS-ALL-HIT PIC 9(03) COMP VALUE ZERO.
022100 01  WS-ALL-TABLE.
022200     05  WS-ALL-ENTRY OCCURS 100 TIMES.
022300         10  WS-ALL-SOURCE-ID    PIC X(08).
022400         10  WS-ALL-REVIEWED     PIC 9(07) COMP.
022500         10  WS-ALL-AGREED       PIC 9(07) COMP.
022600 01  WS-ALL-TOT-REVIEWED PIC 9(07) COMP VALUE ZERO.
022700 01  WS-ALL-TOT-AGREED PIC 9(07) COMP VALUE ZERO.
022800 01  WS-MONTHS-BELOW PIC 9(05) COMP VALUE ZERO.
022900*----------------------------------------------------------------
023000* ONE ACCURACY ROW: THE FIGURES GOING IN, AND THE ACCURACY PER
023100* TEN THOUSAND (TRUNCATED, SO A RATE JUST SHORT OF THE TARGET IS
023200* NEVER ROUNDED UP TO IT) WITH ITS PER CENT FOR PRINTING.
023300*----------------------------------------------------------------
023400 01  WS-ROW-MONTH PIC X(06).
023500 01  WS-ROW-SOURCE PIC X(08).
023600 01  WS-ROW-REVIEWED PIC 9(07) COMP VALUE ZERO.
023700 01  WS-ROW-AGREED PIC 9(07) COMP VALUE ZERO.
023800 01  WS-ROW-DISAGREED PIC 9(07) COMP VALUE ZERO.
023900 01  WS-ACC-WORK PIC 9(11) COMP VALUE ZERO.
024000 01  WS-ACC-PER-10K PIC 9(05) VALUE ZERO.
024100 01  WS-ACC-PCT PIC 9(03)V99 VALUE ZERO.
024200*----------------------------------------------------------------
024300* REPORT BUILDING AREAS.
024400*----------------------------------------------------------------
024500 01  WS-PRINT-LINE PIC X(80).
024600 01  WS-EDIT-COUNT PIC 9(07).
024700 01  WS-EDIT-AGREED PIC 9(07).
024800 01  WS-EDIT-DISAGREED PIC 9(07).
024900 01  WS-EDIT-DATE PIC 9(06).
025000 01  WS-EDIT-LINE PIC 9(07).
025100 01  WS-EDIT-MONTH PIC 9(04).
025200 01  WS-EDIT-TOTAL PIC 9(09).
025300 01  WS-EDIT-PCT PIC ZZ9.99.
025400 01  WS-EDIT-FLAG PIC X(16).
025500*----------------------------------------------------------------
025600* NAME OF THE FILE CURRENTLY BEING OPENED, FOR THE ABEND MESSAGE
025700* IN 9900-ABEND-ON-OPEN-ERROR BELOW.
025800*----------------------------------------------------------------
025900 01  WS-ABEND-FILE-NAME PIC X(08).
026000*----------------------------------------------------------------
026100* PARAMETER BLOCK FOR THE CODEABBEY-SET-30 RUN-LOG RECORDER -
026200* SEE 1030-LOG-RUN-START AND 9800-LOG-RUN-END.
026300*----------------------------------------------------------------
026400     COPY RUNLPARM.
026500 PROCEDURE DIVISION.
026600*----------------------------------------------------------------
026700* 0000-MAINLINE - OVERALL FLOW OF CONTROL FOR THE RUN.
026800*----------------------------------------------------------------
026900 0000-MAINLINE.
027000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
027100     PERFORM 2000-TAKE-ONE-CARD THRU 2000-TAKE-ONE-CARD-EXIT
027200         UNTIL WS-VERD-AT-EOF.
027300     PERFORM 3000-REPORT-ACCURACY THRU 3000-REPORT-ACCURACY-EXIT.
027400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
027500     STOP RUN.
027600*----------------------------------------------------------------
027700* 1000-INITIALIZE - RUN DATE, CARDS, THE SAMPLE TABLE, FILE
027800*     OPENS, THE HEADING AND THE PRIMING READ.
027900*----------------------------------------------------------------
028000 1000-INITIALIZE.
028100     ACCEPT WS-RUN-DATE FROM DATE.
028200     PERFORM 1030-LOG-RUN-START THRU 1030-LOG-RUN-START-EXIT.
028300     PERFORM 1100-READ-PARM-CARDS THRU 1100-READ-PARM-CARDS-EXIT.
028400     PERFORM 1200-LOAD-SAMPLES THRU 1200-LOAD-SAMPLES-EXIT.
028500     OPEN INPUT VERDFILE.
028600     IF NOT WS-VERDFILE-OK
028700         MOVE 'VERDFILE' TO WS-ABEND-FILE-NAME
028800         PERFORM 9900-ABEND-ON-OPEN-ERROR
028900     END-IF.
029000     OPEN I-O QAHSFILE.
029100*        A NEWLY DEFINED KSDS THAT HAS NEVER BEEN LOADED OPENS
029200*        WITH STATUS 35 - THE FIRST RUN AFTER THE CODE033S
029300*        DEFINE. PRIME THE EMPTY CLUSTER AND CARRY ON.
029400     IF WS-QAHSFILE-UNLOADED
029500         OPEN OUTPUT QAHSFILE
029600         IF NOT WS-QAHSFILE-OK
029700             MOVE 'QAHSFILE' TO WS-ABEND-FILE-NAME
029800             PERFORM 9900-ABEND-ON-OPEN-ERROR
029900         END-IF
030000         CLOSE QAHSFILE
030100         OPEN I-O QAHSFILE
030200     END-IF.
030300     IF NOT WS-QAHSFILE-OK
030400         MOVE 'QAHSFILE' TO WS-ABEND-FILE-NAME
030500         PERFORM 9900-ABEND-ON-OPEN-ERROR
030600     END-IF.
030700     OPEN OUTPUT ALERTFILE.
030800     IF NOT WS-ALERTFILE-OK
030900         MOVE 'ALERTFIL' TO WS-ABEND-FILE-NAME
031000         PERFORM 9900-ABEND-ON-OPEN-ERROR
031100     END-IF.
031200     OPEN OUTPUT REPTFILE.
031300     IF NOT WS-REPTFILE-OK
031400         MOVE 'REPTFILE' TO WS-ABEND-FILE-NAME
031500         PERFORM 9900-ABEND-ON-OPEN-ERROR
031600     END-IF.
031700     PERFORM 1300-PRINT-HEADING THRU 1300-PRINT-HEADING-EXIT.
031800     PERFORM 2100-READ-VERDFILE THRU 2100-READ-VERDFILE-EXIT.
031900 1000-INITIALIZE-EXIT.
032000     EXIT.
032100*----------------------------------------------------------------
032200* 1030-LOG-RUN-START - CLAIM THIS RUN'S ATTEMPT NUMBER ON THE
032300*     CHAIN-WIDE RUN LOG. A ZERO CYCLE DATE TELLS THE RECORDER
032400*     TO STAMP THE RUN DATE - ONE DECK OF VERDICTS MAY COVER
032500*     SEVERAL CYCLES.
032600*----------------------------------------------------------------
032700 1030-LOG-RUN-START.
032800     SET RUNLPARM-LOG-START TO TRUE.
032900     MOVE 'SET-50' TO RUNLPARM-PROGRAM.
033000     MOVE ZERO TO RUNLPARM-CYCLE-DATE.
033100     SET RUNLPARM-FRESH-START TO TRUE.
033200     MOVE ZERO TO RUNLPARM-ATTEMPT RUNLPARM-READ-COUNT
033300         RUNLPARM-WRITE-COUNT RUNLPARM-REJ-COUNT
033400         RUNLPARM-RETURN-CODE.
033500     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
033600 1030-LOG-RUN-START-EXIT.
033700     EXIT.
033800*----------------------------------------------------------------
033900* 1100-READ-PARM-CARDS - TARGET= AND FROMMONTH=. NO FILE, OR NO
034000*     CARD FOR A KEYWORD, KEEPS THAT DEFAULT.
034100*----------------------------------------------------------------
034200 1100-READ-PARM-CARDS.
034300     OPEN INPUT PARMFILE.
034400     IF NOT WS-PARMFILE-OK
034500         GO TO 1100-READ-PARM-CARDS-EXIT
034600     END-IF.
034700     PERFORM 1150-PROCESS-ONE-PARM-CARD
034800         THRU 1150-PROCESS-ONE-PARM-CARD-EXIT
034900         UNTIL WS-PARM-AT-EOF.
035000     CLOSE PARMFILE.
035100 1100-READ-PARM-CARDS-EXIT.
035200     EXIT.
035300*----------------------------------------------------------------
035400* 1150-PROCESS-ONE-PARM-CARD - ONE KEYWORD=VALUE CARD. A CARD
035500*     THAT CANNOT BE USED IS WARNED AND IGNORED. A TARGET ABOVE
035600*     10000 COULD NEVER BE MET AND IS REFUSED.
035700*----------------------------------------------------------------
035800 1150-PROCESS-ONE-PARM-CARD.
035900     READ PARMFILE INTO WS-PARM-REC
036000         AT END
036100             SET WS-PARM-AT-EOF TO TRUE
036200             GO TO 1150-PROCESS-ONE-PARM-CARD-EXIT
036300     END-READ.
036400     IF WS-PARM-REC = SPACES OR WS-PARM-REC (1:1) = '*'
036500         GO TO 1150-PROCESS-ONE-PARM-CARD-EXIT
036600     END-IF.
036700     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
036800     UNSTRING WS-PARM-REC DELIMITED BY '='
036900         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
037000     EVALUATE WS-PARM-KEYWORD
037100         WHEN 'TARGET'
037200             IF WS-PARM-VALUE (1:5) IS NUMERIC AND
037300                     WS-PARM-VALUE (1:5) NOT > '10000'
037400                 MOVE WS-PARM-VALUE (1:5) TO WS-TARGET
037500             ELSE
037600                 PERFORM 1154-WARN-BAD-PARM-VALUE
037700                     THRU 1154-WARN-BAD-PARM-VALUE-EXIT
037800             END-IF
037900         WHEN 'FROMMONTH'
038000             IF WS-PARM-VALUE (1:4) IS NUMERIC AND
038100                     WS-PARM-VALUE (3:2) > '00' AND
038200                     WS-PARM-VALUE (3:2) < '13'
038300                 MOVE WS-PARM-VALUE (1:4) TO WS-FROM-MONTH
038400             ELSE
038500                 PERFORM 1154-WARN-BAD-PARM-VALUE
038600                     THRU 1154-WARN-BAD-PARM-VALUE-EXIT
038700             END-IF
038800         WHEN OTHER
038900             DISPLAY 'PARM CARD NOT UNDERSTOOD, IGNORED: '
039000                 WS-PARM-REC (1:40)
039100     END-EVALUATE.
039200 1150-PROCESS-ONE-PARM-CARD-EXIT.
039300     EXIT.
039400*----------------------------------------------------------------
039500* 1154-WARN-BAD-PARM-VALUE - A RECOGNIZED KEYWORD ARRIVED WITH
039600*     A VALUE THAT CANNOT BE USED. SAY SO AND IGNORE THE CARD.
039700*----------------------------------------------------------------
039800 1154-WARN-BAD-PARM-VALUE.
039900     DISPLAY 'PARM CARD VALUE NOT USABLE, IGNORED: '
040000         WS-PARM-REC (1:40).
040100 1154-WARN-BAD-PARM-VALUE-EXIT.
040200     EXIT.
040300*----------------------------------------------------------------
040400* 1200-LOAD-SAMPLES - EVERY QASMREC ON THE SAMPFILE DATASETS INTO
040500*     THE SAMPLE TABLE. LINES PAST THE TABLE'S SIZE ARE COUNTED
040600*     AND WARNED; CARDS FOR THEM ARE TURNED DOWN - LIST FEWER
040700*     CYCLES AND RUN THE REST SEPARATELY.
040800*----------------------------------------------------------------
040900 1200-LOAD-SAMPLES.
041000     OPEN INPUT SAMPFILE.
041100     IF NOT WS-SAMPFILE-OK
041200         MOVE 'SAMPFILE' TO WS-ABEND-FILE-NAME
041300         PERFORM 9900-ABEND-ON-OPEN-ERROR
041400     END-IF.
041500     PERFORM 1250-LOAD-ONE-SAMPLE THRU 1250-LOAD-ONE-SAMPLE-EXIT
041600         UNTIL WS-SAMP-AT-EOF.
041700     CLOSE SAMPFILE.
041800     IF WS-SMP-DROPPED > ZERO
041900         DISPLAY 'SAMPLE TABLE FULL, LINES NOT LOADED: '
042000             WS-SMP-DROPPED
042100     END-IF.
042200 1200-LOAD-SAMPLES-EXIT.
042300     EXIT.
042400*----------------------------------------------------------------
042500* 1250-LOAD-ONE-SAMPLE - ONE QASMREC INTO THE NEXT SLOT.
042600*----------------------------------------------------------------
042700 1250-LOAD-ONE-SAMPLE.
042800     READ SAMPFILE
042900         AT END
043000             SET WS-SAMP-AT-EOF TO TRUE
043100             GO TO 1250-LOAD-ONE-SAMPLE-EXIT
043200     END-READ.
043300     IF WS-SMP-COUNT NOT < WS-SMP-MAX
043400         ADD 1 TO WS-SMP-DROPPED
043500         GO TO 1250-LOAD-ONE-SAMPLE-EXIT
043600     END-IF.
043700     ADD 1 TO WS-SMP-COUNT.
043800     MOVE QASMREC-CYCLE-DATE TO WS-SMP-CYCLE-DATE (WS-SMP-COUNT).
043900     MOVE QASMREC-LINE-ID TO WS-SMP-LINE-ID (WS-SMP-COUNT).
044000     MOVE QASMREC-SOURCE-ID TO WS-SMP-SOURCE-ID (WS-SMP-COUNT).
044100     MOVE QASMREC-TOTAL TO WS-SMP-TOTAL (WS-SMP-COUNT).
044200     MOVE QASMREC-TEXT TO WS-SMP-TEXT (WS-SMP-COUNT).
044300     SET WS-SMP-NOT-USED (WS-SMP-COUNT) TO TRUE.
044400 1250-LOAD-ONE-SAMPLE-EXIT.
044500     EXIT.
044600*----------------------------------------------------------------
044700* 1300-PRINT-HEADING - BANNER, THE SETTINGS IN FORCE AND THE
044800*     VERDICT COLUMN HEADINGS.
044900*----------------------------------------------------------------
045000 1300-PRINT-HEADING.
045100     MOVE '********************************************'
045200         TO WS-PRINT-LINE.
045300     PERFORM 9050-WRITE-REPORT-LINE
045400         THRU 9050-WRITE-REPORT-LINE-EXIT.
045500     MOVE '*  CODEABBEY-SET-50 QA VERDICTS/ACCURACY   *'
045600         TO WS-PRINT-LINE.
045700     PERFORM 9050-WRITE-REPORT-LINE
045800         THRU 9050-WRITE-REPORT-LINE-EXIT.
045900     MOVE '********************************************'
046000         TO WS-PRINT-LINE.
046100     PERFORM 9050-WRITE-REPORT-LINE
046200         THRU 9050-WRITE-REPORT-LINE-EXIT.
046300     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
046400     MOVE SPACES TO WS-PRINT-LINE.
046500     STRING 'RUN DATE ..............: ' DELIMITED BY SIZE
046600         WS-EDIT-DATE DELIMITED BY SIZE
046700         INTO WS-PRINT-LINE.
046800     PERFORM 9050-WRITE-REPORT-LINE
046900         THRU 9050-WRITE-REPORT-LINE-EXIT.
047000     MOVE WS-SMP-COUNT TO WS-EDIT-COUNT.
047100     MOVE SPACES TO WS-PRINT-LINE.
047200     STRING 'SAMPLED LINES LOADED ..: ' DELIMITED BY SIZE
047300         WS-EDIT-COUNT DELIMITED BY SIZE
047400         INTO WS-PRINT-LINE.
047500     PERFORM 9050-WRITE-REPORT-LINE
047600         THRU 9050-WRITE-REPORT-LINE-EXIT.
047700     IF WS-SMP-DROPPED > ZERO
047800         MOVE WS-SMP-DROPPED TO WS-EDIT-COUNT
047900         MOVE SPACES TO WS-PRINT-LINE
048000         STRING '** SAMPLE TABLE FULL, NOT LOADED: '
048100             DELIMITED BY SIZE
048200             WS-EDIT-COUNT DELIMITED BY SIZE
048300             INTO WS-PRINT-LINE
048400         PERFORM 9050-WRITE-REPORT-LINE
048500             THRU 9050-WRITE-REPORT-LINE-EXIT
048600     END-IF.
048700     MOVE WS-TARGET TO WS-ACC-PER-10K.
048800     DIVIDE WS-ACC-PER-10K BY 100 GIVING WS-ACC-PCT.
048900     MOVE WS-ACC-PCT TO WS-EDIT-PCT.
049000     MOVE SPACES TO WS-PRINT-LINE.
049100     STRING 'ACCURACY TARGET .......: ' DELIMITED BY SIZE
049200         WS-EDIT-PCT DELIMITED BY SIZE
049300         ' PCT' DELIMITED BY SIZE
049400         INTO WS-PRINT-LINE.
049500     PERFORM 9050-WRITE-REPORT-LINE
049600         THRU 9050-WRITE-REPORT-LINE-EXIT.
049700     MOVE SPACES TO WS-PRINT-LINE.
049800     PERFORM 9050-WRITE-REPORT-LINE
049900         THRU 9050-WRITE-REPORT-LINE-EXIT.
050000     MOVE 'VERDICTS' TO WS-PRINT-LINE.
050100     PERFORM 9050-WRITE-REPORT-LINE
050200         THRU 9050-WRITE-REPORT-LINE-EXIT.
050300     MOVE 'CYCLE  LINE ID SOURCE   V REVIEWER OUTCOME'
050400         TO WS-PRINT-LINE.
050500     PERFORM 9050-WRITE-REPORT-LINE
050600         THRU 9050-WRITE-REPORT-LINE-EXIT.
050700 1300-PRINT-HEADING-EXIT.
050800     EXIT.
050900*----------------------------------------------------------------
051000* 2000-TAKE-ONE-CARD - EDIT ONE VERDICT CARD, FIND ITS LINE IN
051100*     THE SAMPLE, RECORD IT ON THE HISTORY, PRINT WHAT HAPPENED,
051200*     ALERT ON A DISAGREEMENT, READ THE NEXT.
051300*----------------------------------------------------------------
051400 2000-TAKE-ONE-CARD.
051500     IF VERD-REC = SPACES
051600         OR VERD-REC (1:1) = '*'
051700         GO TO 2000-TAKE-ONE-CARD-NEXT
051800     END-IF.
051900     ADD 1 TO WS-CARD-COUNT.
052000     MOVE SPACES TO WS-REASON.
052100     PERFORM 2200-EDIT-CARD THRU 2200-EDIT-CARD-EXIT.
052200     IF WS-REASON NOT = SPACES
052300         GO TO 2000-TAKE-ONE-CARD-SHOW
052400     END-IF.
052500     PERFORM 2300-FIND-SAMPLE THRU 2300-FIND-SAMPLE-EXIT.
052600     IF WS-REASON NOT = SPACES
052700         GO TO 2000-TAKE-ONE-CARD-SHOW
052800     END-IF.
052900     PERFORM 2400-RECORD-VERDICT THRU 2400-RECORD-VERDICT-EXIT.
053000 2000-TAKE-ONE-CARD-SHOW.
053100     PERFORM 2600-LIST-CARD THRU 2600-LIST-CARD-EXIT.
053200 2000-TAKE-ONE-CARD-NEXT.
053300     PERFORM 2100-READ-VERDFILE THRU 2100-READ-VERDFILE-EXIT.
053400 2000-TAKE-ONE-CARD-EXIT.
053500     EXIT.
053600*----------------------------------------------------------------
053700* 2100-READ-VERDFILE - NEXT VERDICT CARD, SET EOF SWITCH.
053800*----------------------------------------------------------------
053900 2100-READ-VERDFILE.
054000     READ VERDFILE
054100         AT END
054200             SET WS-VERD-AT-EOF TO TRUE
054300     END-READ.
054400 2100-READ-VERDFILE-EXIT.
054500     EXIT.
054600*----------------------------------------------------------------
054700* 2200-EDIT-CARD - EVERY FIELD THE CARD MUST CARRY. A DISAGREE
054800*     WITH NO REMARK TELLS NOBODY WHAT TO FIX, SO IT IS TURNED
054900*     DOWN.
055000*----------------------------------------------------------------
055100 2200-EDIT-CARD.
055200     IF VERD-CYCLE-DATE IS NOT NUMERIC
055300         MOVE 'CYCLE DATE IN COLS 1-6 NOT NUMERIC' TO WS-REASON
055400         GO TO 2200-EDIT-CARD-EXIT
055500     END-IF.
055600     IF VERD-LINE-ID IS NOT NUMERIC
055700         MOVE 'LINE ID IN COLS 8-14 NOT NUMERIC' TO WS-REASON
055800         GO TO 2200-EDIT-CARD-EXIT
055900     END-IF.
056000     IF VERD-VERDICT NOT = 'A' AND VERD-VERDICT NOT = 'D'
056100         MOVE 'VERDICT IN COL 16 IS NOT A OR D' TO WS-REASON
056200         GO TO 2200-EDIT-CARD-EXIT
056300     END-IF.
056400     IF VERD-REVIEWER = SPACES
056500         MOVE 'NO REVIEWER ID IN COLS 18-25' TO WS-REASON
056600         GO TO 2200-EDIT-CARD-EXIT
056700     END-IF.
056800     IF VERD-VERDICT = 'D' AND VERD-REMARK = SPACES
056900         MOVE 'DISAGREE NEEDS A REMARK IN COLS 27-80'
057000             TO WS-REASON
057100         GO TO 2200-EDIT-CARD-EXIT
057200     END-IF.
057300     MOVE VERD-CYCLE-DATE TO WS-CARD-CYCLE-DATE.
057400     MOVE VERD-LINE-ID TO WS-CARD-LINE-ID.
057500 2200-EDIT-CARD-EXIT.
057600     EXIT.
057700*----------------------------------------------------------------
057800* 2300-FIND-SAMPLE - THE CARD'S LINE IN THE SAMPLE TABLE. ONLY A
057900*     LINE THAT WAS DRAWN CAN BE JUDGED, AND ONLY ONCE PER DECK.
058000*----------------------------------------------------------------
058100 2300-FIND-SAMPLE.
058200     MOVE ZERO TO WS-SMP-HIT.
058300     PERFORM 2350-MATCH-ONE-SAMPLE THRU 2350-MATCH-ONE-SAMPLE-EXIT
058400         VARYING WS-SMP-SUB FROM 1 BY 1
058500         UNTIL WS-SMP-SUB > WS-SMP-COUNT
058600            OR WS-SMP-HIT > ZERO.
058700     IF WS-SMP-HIT = ZERO
058800         MOVE 'LINE NOT ON THE SAMPLE DATASETS GIVEN'
058900             TO WS-REASON
059000         GO TO 2300-FIND-SAMPLE-EXIT
059100     END-IF.
059200     IF WS-SMP-USED (WS-SMP-HIT)
059300         MOVE 'SAME LINE CARDED TWICE IN THIS DECK'
059400             TO WS-REASON
059500         GO TO 2300-FIND-SAMPLE-EXIT
059600     END-IF.
059700     SET WS-SMP-USED (WS-SMP-HIT) TO TRUE.
059800 2300-FIND-SAMPLE-EXIT.
059900     EXIT.
060000*----------------------------------------------------------------
060100* 2350-MATCH-ONE-SAMPLE - ONE SAMPLE SLOT AGAINST THE CARD.
060200*----------------------------------------------------------------
060300 2350-MATCH-ONE-SAMPLE.
060400     IF WS-SMP-CYCLE-DATE (WS-SMP-SUB) = WS-CARD-CYCLE-DATE AND
060500             WS-SMP-LINE-ID (WS-SMP-SUB) = WS-CARD-LINE-ID
060600         MOVE WS-SMP-SUB TO WS-SMP-HIT
060700     END-IF.
060800 2350-MATCH-ONE-SAMPLE-EXIT.
060900     EXIT.
061000*----------------------------------------------------------------
061100* 2400-RECORD-VERDICT - ADD THE LINE TO THE HISTORY, OR REPLACE
061200*     ITS ENTRY IF AN EARLIER DECK JUDGED IT. A CARD THAT SAYS
061300*     EXACTLY WHAT THE ENTRY ALREADY SAYS - THE SAME DECK RUN
061400*     TWICE - CHANGES NOTHING AND RAISES NO SECOND ALERT.
061500*----------------------------------------------------------------
061600 2400-RECORD-VERDICT.
061700     MOVE WS-CARD-CYCLE-DATE TO QAHSREC-CYCLE-DATE.
061800     MOVE WS-CARD-LINE-ID TO QAHSREC-LINE-ID.
061900     READ QAHSFILE
062000         INVALID KEY
062100             GO TO 2400-RECORD-VERDICT-NEW
062200     END-READ.
062300     IF QAHSREC-VERDICT = VERD-VERDICT AND
062400             QAHSREC-REVIEWER = VERD-REVIEWER AND
062500             QAHSREC-REMARK = VERD-REMARK
062600         MOVE 'ALREADY ON FILE' TO WS-OUTCOME
062700         ADD 1 TO WS-SAME-COUNT
062800         GO TO 2400-RECORD-VERDICT-EXIT
062900     END-IF.
063000     PERFORM 2450-FILL-FROM-CARD THRU 2450-FILL-FROM-CARD-EXIT.
063100     ADD 1 TO QAHSREC-REVISIONS.
063200     REWRITE QAHSREC.
063300     IF NOT WS-QAHSFILE-OK
063400         DISPLAY '*** REWRITE FAILED, STATUS '
063500             WS-QAHSFILE-STATUS ' - JOB ABENDING ***'
063600         MOVE 16 TO RETURN-CODE
063700         STOP RUN
063800     END-IF.
063900     MOVE 'REVISED' TO WS-OUTCOME.
064000     ADD 1 TO WS-REVISED-COUNT.
064100     GO TO 2400-RECORD-VERDICT-COUNT.
064200 2400-RECORD-VERDICT-NEW.
064300     MOVE SPACES TO QAHSREC.
064400     MOVE WS-CARD-CYCLE-DATE TO QAHSREC-CYCLE-DATE.
064500     MOVE WS-CARD-LINE-ID TO QAHSREC-LINE-ID.
064600     MOVE ZERO TO QAHSREC-REVISIONS.
064700     PERFORM 2450-FILL-FROM-CARD THRU 2450-FILL-FROM-CARD-EXIT.
064800     WRITE QAHSREC.
064900     IF NOT WS-QAHSFILE-OK
065000         DISPLAY '*** WRITE FAILED, STATUS '
065100             WS-QAHSFILE-STATUS ' - JOB ABENDING ***'
065200         MOVE 16 TO RETURN-CODE
065300         STOP RUN
065400     END-IF.
065500     MOVE 'RECORDED' TO WS-OUTCOME.
065600     ADD 1 TO WS-NEW-COUNT.
065700 2400-RECORD-VERDICT-COUNT.
065800     IF QAHSREC-AGREED
065900         ADD 1 TO WS-AGREE-COUNT
066000     ELSE
066100         ADD 1 TO WS-DISAGREE-COUNT
066200         PERFORM 2500-RAISE-DISAGREEMENT
066300             THRU 2500-RAISE-DISAGREEMENT-EXIT
066400     END-IF.
066500 2400-RECORD-VERDICT-EXIT.
066600     EXIT.
066700*----------------------------------------------------------------
066800* 2450-FILL-FROM-CARD - THE CARD AND ITS SAMPLED LINE INTO THE
066900*     HISTORY ENTRY, STAMPED WITH THE RUN DATE.
067000*----------------------------------------------------------------
067100 2450-FILL-FROM-CARD.
067200     MOVE WS-SMP-SOURCE-ID (WS-SMP-HIT) TO QAHSREC-SOURCE-ID.
067300     MOVE VERD-VERDICT TO QAHSREC-VERDICT.
067400     MOVE VERD-REVIEWER TO QAHSREC-REVIEWER.
067500     MOVE WS-RUN-DATE TO QAHSREC-RECORDED-DATE.
067600     MOVE WS-SMP-TOTAL (WS-SMP-HIT) TO QAHSREC-SYSTEM-TOTAL.
067700     MOVE VERD-REMARK TO QAHSREC-REMARK.
067800 2450-FILL-FROM-CARD-EXIT.
067900     EXIT.
068000*----------------------------------------------------------------
068100* 2500-RAISE-DISAGREEMENT - THE ALERTREC FOR A LINE THE REVIEWER
068200*     SAYS THE SYSTEM COUNTED WRONG: THE CYCLE IT WAS SCORED IN,
068300*     ITS SOURCE, AND ITS LINE ID AS THE ACTUAL FIGURE.
068400*----------------------------------------------------------------
068500 2500-RAISE-DISAGREEMENT.
068600     MOVE SPACES TO ALERTREC.
068700     MOVE 'SET50' TO ALERTREC-SYSTEM.
068800     MOVE VERD-CYCLE-DATE TO ALERTREC-CYCLE-DATE.
068900     MOVE 'QA DISAGREE' TO ALERTREC-CONDITION.
069000     MOVE WS-CARD-LINE-ID TO ALERTREC-ACTUAL.
069100     MOVE ZERO TO ALERTREC-LIMIT.
069200     MOVE QAHSREC-SOURCE-ID TO ALERTREC-SOURCE-ID.
069300     DISPLAY '*** QA DISAGREEMENT ALERT: CYCLE '
069400         ALERTREC-CYCLE-DATE ' LINE ' ALERTREC-ACTUAL
069500         ' SOURCE ' ALERTREC-SOURCE-ID.
069600     WRITE ALERTREC.
069700     IF NOT WS-ALERTFILE-OK
069800         DISPLAY '*** WRITE FAILED, STATUS '
069900             WS-ALERTFILE-STATUS ' - JOB ABENDING ***'
070000         MOVE 16 TO RETURN-CODE
070100         STOP RUN
070200     END-IF.
070300     ADD 1 TO WS-ALERT-COUNT.
070400 2500-RAISE-DISAGREEMENT-EXIT.
070500     EXIT.
070600*----------------------------------------------------------------
070700* 2600-LIST-CARD - ONE LINE PER CARD: TAKEN, WITH ITS SOURCE AND
070800*     OUTCOME, OR TURNED DOWN WITH THE REASON. A RECORDED
070900*     DISAGREEMENT ALSO SHOWS THE TEXT, THE SYSTEM'S TOTAL AND
071000*     THE REVIEWER'S REMARK.
071100*----------------------------------------------------------------
071200 2600-LIST-CARD.
071300     MOVE SPACES TO WS-PRINT-LINE.
071400     IF WS-REASON NOT = SPACES
071500         ADD 1 TO WS-REJECTED-COUNT
071600         STRING VERD-REC (1:25) DELIMITED BY SIZE
071700             ' REJECTED - ' DELIMITED BY SIZE
071800             WS-REASON DELIMITED BY SIZE
071900             INTO WS-PRINT-LINE
072000         PERFORM 9050-WRITE-REPORT-LINE
072100             THRU 9050-WRITE-REPORT-LINE-EXIT
072200         GO TO 2600-LIST-CARD-EXIT
072300     END-IF.
072400     STRING VERD-CYCLE-DATE DELIMITED BY SIZE
072500         ' ' DELIMITED BY SIZE
072600         VERD-LINE-ID DELIMITED BY SIZE
072700         ' ' DELIMITED BY SIZE
072800         WS-SMP-SOURCE-ID (WS-SMP-HIT) DELIMITED BY SIZE
072900         ' ' DELIMITED BY SIZE
073000         VERD-VERDICT DELIMITED BY SIZE
073100         ' ' DELIMITED BY SIZE
073200         VERD-REVIEWER DELIMITED BY SIZE
073300         ' ' DELIMITED BY SIZE
073400         WS-OUTCOME DELIMITED BY SIZE
073500         INTO WS-PRINT-LINE.
073600     PERFORM 9050-WRITE-REPORT-LINE
073700         THRU 9050-WRITE-REPORT-LINE-EXIT.
073800     IF VERD-VERDICT NOT = 'D' OR WS-OUTCOME = 'ALREADY ON FILE'
073900         GO TO 2600-LIST-CARD-EXIT
074000     END-IF.
074100     MOVE WS-SMP-TEXT (WS-SMP-HIT) TO WS-PRINT-LINE.
074200     PERFORM 9050-WRITE-REPORT-LINE
074300         THRU 9050-WRITE-REPORT-LINE-EXIT.
074400     MOVE WS-SMP-TOTAL (WS-SMP-HIT) TO WS-EDIT-TOTAL.
074500     MOVE SPACES TO WS-PRINT-LINE.
074600     STRING '    SYSTEM VOWEL TOTAL ' DELIMITED BY SIZE
074700         WS-EDIT-TOTAL DELIMITED BY SIZE
074800         INTO WS-PRINT-LINE.
074900     PERFORM 9050-WRITE-REPORT-LINE
075000         THRU 9050-WRITE-REPORT-LINE-EXIT.
075100     MOVE SPACES TO WS-PRINT-LINE.
075200     STRING '    REMARK: ' DELIMITED BY SIZE
075300         VERD-REMARK DELIMITED BY SIZE
075400         INTO WS-PRINT-LINE.
075500     PERFORM 9050-WRITE-REPORT-LINE
075600         THRU 9050-WRITE-REPORT-LINE-EXIT.
075700 2600-LIST-CARD-EXIT.
075800     EXIT.
075900*----------------------------------------------------------------
076000* 3000-REPORT-ACCURACY - READ THE WHOLE HISTORY, AS IT NOW
076100*     STANDS, FROM THE FIRST MONTH ASKED FOR: EACH MONTH BY
076200*     SOURCE WITH ITS TOTAL, THEN EVERY SOURCE OVER ALL THE
076300*     MONTHS SHOWN. A RATE UNDER THE TARGET IS FLAGGED.
076400*----------------------------------------------------------------
076500 3000-REPORT-ACCURACY.
076600     MOVE SPACES TO WS-PRINT-LINE.
076700     PERFORM 9050-WRITE-REPORT-LINE
076800         THRU 9050-WRITE-REPORT-LINE-EXIT.
076900     MOVE 'ACCURACY BY MONTH AND SOURCE' TO WS-PRINT-LINE.
077000     PERFORM 9050-WRITE-REPORT-LINE
077100         THRU 9050-WRITE-REPORT-LINE-EXIT.
077200     PERFORM 3900-PRINT-ACCURACY-HEADS
077300         THRU 3900-PRINT-ACCURACY-HEADS-EXIT.
077400     MOVE ZERO TO WS-MON-COUNT WS-MON-TOT-REVIEWED
077500         WS-MON-TOT-AGREED WS-CUR-MONTH.
077600     MULTIPLY WS-FROM-MONTH BY 100 GIVING QAHSREC-CYCLE-DATE.
077700     MOVE ZERO TO QAHSREC-LINE-ID.
077800     SET WS-HIST-NOT-DONE TO TRUE.
077900     START QAHSFILE KEY NOT < QAHSREC-KEY
078000         INVALID KEY
078100             SET WS-HIST-DONE TO TRUE
078200     END-START.
078300     PERFORM 3100-TAKE-ONE-ENTRY THRU 3100-TAKE-ONE-ENTRY-EXIT
078400         UNTIL WS-HIST-DONE.
078500     IF WS-HIST-READ = ZERO
078600         MOVE 'NO VERDICTS ON THE HISTORY FOR THESE MONTHS'
078700             TO WS-PRINT-LINE
078800         PERFORM 9050-WRITE-REPORT-LINE
078900             THRU 9050-WRITE-REPORT-LINE-EXIT
079000         GO TO 3000-REPORT-ACCURACY-EXIT
079100     END-IF.
079200     PERFORM 3300-PRINT-MONTH THRU 3300-PRINT-MONTH-EXIT.
079300     MOVE SPACES TO WS-PRINT-LINE.
079400     PERFORM 9050-WRITE-REPORT-LINE
079500         THRU 9050-WRITE-REPORT-LINE-EXIT.
079600     MOVE 'ACCURACY BY SOURCE, ALL MONTHS SHOWN' TO WS-PRINT-LINE.
079700     PERFORM 9050-WRITE-REPORT-LINE
079800         THRU 9050-WRITE-REPORT-LINE-EXIT.
079900     PERFORM 3900-PRINT-ACCURACY-HEADS
080000         THRU 3900-PRINT-ACCURACY-HEADS-EXIT.
080100     PERFORM 3500-PRINT-ONE-ALL-SOURCE
080200         THRU 3500-PRINT-ONE-ALL-SOURCE-EXIT
080300         VARYING WS-ALL-SUB FROM 1 BY 1
080400         UNTIL WS-ALL-SUB > WS-ALL-COUNT.
080500     MOVE SPACES TO WS-ROW-MONTH.
080600     MOVE 'ALL' TO WS-ROW-SOURCE.
080700     MOVE WS-ALL-TOT-REVIEWED TO WS-ROW-REVIEWED.
080800     MOVE WS-ALL-TOT-AGREED TO WS-ROW-AGREED.
080900     PERFORM 6000-PRINT-ACCURACY-ROW
081000         THRU 6000-PRINT-ACCURACY-ROW-EXIT.
081100 3000-REPORT-ACCURACY-EXIT.
081200     EXIT.
081300*----------------------------------------------------------------
081400* 3100-TAKE-ONE-ENTRY - ONE HISTORY ENTRY INTO ITS MONTH AND ITS
081500*     SOURCE, PRINTING THE MONTH BEFORE IT WHEN THE MONTH CHANGES.
081600*----------------------------------------------------------------
081700 3100-TAKE-ONE-ENTRY.
081800     READ QAHSFILE NEXT RECORD
081900         AT END
082000             SET WS-HIST-DONE TO TRUE
082100             GO TO 3100-TAKE-ONE-ENTRY-EXIT
082200     END-READ.
082300     ADD 1 TO WS-HIST-READ.
082400     MOVE QAHSREC-CYCLE-DATE (1:4) TO WS-HIST-MONTH.
082500     IF WS-HIST-MONTH NOT = WS-CUR-MONTH
082600         IF WS-MON-TOT-REVIEWED > ZERO
082700             PERFORM 3300-PRINT-MONTH THRU 3300-PRINT-MONTH-EXIT
082800         END-IF
082900         MOVE WS-HIST-MONTH TO WS-CUR-MONTH
083000         MOVE ZERO TO WS-MON-COUNT WS-MON-TOT-REVIEWED
083100             WS-MON-TOT-AGREED
083300     END-IF.
083400     PERFORM 3200-FIND-MONTH-SOURCE
083500         THRU 3200-FIND-MONTH-SOURCE-EXIT.
083600     PERFORM 3250-FIND-ALL-SOURCE THRU 3250-FIND-ALL-SOURCE-EXIT.
083700     ADD 1 TO WS-MON-REVIEWED (WS-MON-HIT) WS-MON-TOT-REVIEWED
083800         WS-ALL-REVIEWED (WS-ALL-HIT) WS-ALL-TOT-REVIEWED.
083900     IF QAHSREC-AGREED
084000         ADD 1 TO WS-MON-AGREED (WS-MON-HIT) WS-MON-TOT-AGREED
084100             WS-ALL-AGREED (WS-ALL-HIT) WS-ALL-TOT-AGREED
084200     END-IF.
084300 3100-TAKE-ONE-ENTRY-EXIT.
084400     EXIT.
084500*----------------------------------------------------------------
084600* 3200-FIND-MONTH-SOURCE - POINT WS-MON-HIT AT THE ENTRY'S
084700*     SOURCE IN THE MONTH TABLE, ADDING IT ON FIRST SIGHT - OR
084750*     TO THE '*OTHER*' SLOT, SET UP WHEN FIRST NEEDED, ONCE ALL
084770*     BUT THAT LAST SLOT ARE TAKEN.
084800*----------------------------------------------------------------
084900 3200-FIND-MONTH-SOURCE.
085000     MOVE ZERO TO WS-MON-HIT.
085100     PERFORM 3210-MATCH-MONTH-SOURCE
085200         THRU 3210-MATCH-MONTH-SOURCE-EXIT
085300         VARYING WS-MON-SUB FROM 1 BY 1
085400         UNTIL WS-MON-SUB > WS-MON-COUNT.
085500     IF WS-MON-HIT > ZERO
085600         GO TO 3200-FIND-MONTH-SOURCE-EXIT
085700     END-IF.
085760     IF WS-MON-COUNT < WS-MON-MAX - 1
085820         ADD 1 TO WS-MON-COUNT
085880         MOVE WS-MON-COUNT TO WS-MON-HIT
085940         MOVE QAHSREC-SOURCE-ID TO WS-MON-SOURCE-ID (WS-MON-HIT)
086000         MOVE ZERO TO WS-MON-REVIEWED (WS-MON-HIT)
086060             WS-MON-AGREED (WS-MON-HIT)
086120         GO TO 3200-FIND-MONTH-SOURCE-EXIT
086180     END-IF.
086240     MOVE WS-MON-MAX TO WS-MON-HIT.
086300     IF WS-MON-COUNT < WS-MON-MAX
086360         MOVE WS-MON-MAX TO WS-MON-COUNT
086420         MOVE '*OTHER*' TO WS-MON-SOURCE-ID (WS-MON-HIT)
086480         MOVE ZERO TO WS-MON-REVIEWED (WS-MON-HIT)
086540             WS-MON-AGREED (WS-MON-HIT)
086600     END-IF.
086800 3200-FIND-MONTH-SOURCE-EXIT.
086900     EXIT.
087000*----------------------------------------------------------------
087100* 3210-MATCH-MONTH-SOURCE - ONE MONTH TABLE SLOT AGAINST THE
087200*     ENTRY'S SOURCE.
087300*----------------------------------------------------------------
087400 3210-MATCH-MONTH-SOURCE.
087500     IF WS-MON-SOURCE-ID (WS-MON-SUB) = QAHSREC-SOURCE-ID
087600         MOVE WS-MON-SUB TO WS-MON-HIT
087700     END-IF.
087800 3210-MATCH-MONTH-SOURCE-EXIT.
087900     EXIT.
088000*----------------------------------------------------------------
088100* 3250-FIND-ALL-SOURCE - POINT WS-ALL-HIT AT THE ENTRY'S SOURCE
088200*     IN THE ALL-MONTHS TABLE, ADDING IT ON FIRST SIGHT - OR TO
088250*     THE '*OTHER*' SLOT, SET UP WHEN FIRST NEEDED, ONCE ALL BUT
088270*     THAT LAST SLOT ARE TAKEN.
088300*----------------------------------------------------------------
088400 3250-FIND-ALL-SOURCE.
088500     MOVE ZERO TO WS-ALL-HIT.
088600     PERFORM 3260-MATCH-ALL-SOURCE THRU 3260-MATCH-ALL-SOURCE-EXIT
088700         VARYING WS-ALL-SUB FROM 1 BY 1
088800         UNTIL WS-ALL-SUB > WS-ALL-COUNT.
088900     IF WS-ALL-HIT > ZERO
089000         GO TO 3250-FIND-ALL-SOURCE-EXIT
089100     END-IF.
089160     IF WS-ALL-COUNT < WS-ALL-MAX - 1
089220         ADD 1 TO WS-ALL-COUNT
089280         MOVE WS-ALL-COUNT TO WS-ALL-HIT
089340         MOVE QAHSREC-SOURCE-ID TO WS-ALL-SOURCE-ID (WS-ALL-HIT)
089400         MOVE ZERO TO WS-ALL-REVIEWED (WS-ALL-HIT)
089460             WS-ALL-AGREED (WS-ALL-HIT)
089520         GO TO 3250-FIND-ALL-SOURCE-EXIT
089580     END-IF.
089640     MOVE WS-ALL-MAX TO WS-ALL-HIT.
089700     IF WS-ALL-COUNT < WS-ALL-MAX
089760         MOVE WS-ALL-MAX TO WS-ALL-COUNT
089820         MOVE '*OTHER*' TO WS-ALL-SOURCE-ID (WS-ALL-HIT)
089880         MOVE ZERO TO WS-ALL-REVIEWED (WS-ALL-HIT)
089940             WS-ALL-AGREED (WS-ALL-HIT)
090000     END-IF.
090200 3250-FIND-ALL-SOURCE-EXIT.
090300     EXIT.
090400*----------------------------------------------------------------
090500* 3260-MATCH-ALL-SOURCE - ONE ALL-MONTHS TABLE SLOT AGAINST THE
090600*     ENTRY'S SOURCE.
090700*----------------------------------------------------------------
090800 3260-MATCH-ALL-SOURCE.
090900     IF WS-ALL-SOURCE-ID (WS-ALL-SUB) = QAHSREC-SOURCE-ID
091000         MOVE WS-ALL-SUB TO WS-ALL-HIT
091100     END-IF.
091200 3260-MATCH-ALL-SOURCE-EXIT.
091300     EXIT.
091400*----------------------------------------------------------------
091500* 3300-PRINT-MONTH - THE MONTH IN HAND: ONE ROW PER SOURCE, THEN
091600*     THE MONTH'S TOTAL, COUNTED AGAINST THE TARGET.
091700*----------------------------------------------------------------
091800 3300-PRINT-MONTH.
091900     PERFORM 3400-PRINT-ONE-MONTH-SOURCE
092000         THRU 3400-PRINT-ONE-MONTH-SOURCE-EXIT
092100         VARYING WS-MON-SUB FROM 1 BY 1
092200         UNTIL WS-MON-SUB > WS-MON-COUNT.
092300     MOVE WS-CUR-MONTH TO WS-EDIT-MONTH.
092400     MOVE SPACES TO WS-ROW-MONTH.
092500     MOVE WS-EDIT-MONTH TO WS-ROW-MONTH.
092600     MOVE '*MONTH*' TO WS-ROW-SOURCE.
092700     MOVE WS-MON-TOT-REVIEWED TO WS-ROW-REVIEWED.
092800     MOVE WS-MON-TOT-AGREED TO WS-ROW-AGREED.
092900     PERFORM 6000-PRINT-ACCURACY-ROW
093000         THRU 6000-PRINT-ACCURACY-ROW-EXIT.
093100     IF WS-ACC-PER-10K < WS-TARGET
093200         ADD 1 TO WS-MONTHS-BELOW
093300     END-IF.
093400 3300-PRINT-MONTH-EXIT.
093500     EXIT.
093600*----------------------------------------------------------------
093700* 3400-PRINT-ONE-MONTH-SOURCE - ONE SOURCE'S ROW FOR THE MONTH.
093800*----------------------------------------------------------------
093900 3400-PRINT-ONE-MONTH-SOURCE.
094000     MOVE WS-CUR-MONTH TO WS-EDIT-MONTH.
094100     MOVE SPACES TO WS-ROW-MONTH.
094200     MOVE WS-EDIT-MONTH TO WS-ROW-MONTH.
094300     MOVE WS-MON-SOURCE-ID (WS-MON-SUB) TO WS-ROW-SOURCE.
094400     MOVE WS-MON-REVIEWED (WS-MON-SUB) TO WS-ROW-REVIEWED.
094500     MOVE WS-MON-AGREED (WS-MON-SUB) TO WS-ROW-AGREED.
094600     PERFORM 6000-PRINT-ACCURACY-ROW
094700         THRU 6000-PRINT-ACCURACY-ROW-EXIT.
094800 3400-PRINT-ONE-MONTH-SOURCE-EXIT.
094900     EXIT.
095000*----------------------------------------------------------------
095100* 3500-PRINT-ONE-ALL-SOURCE - ONE SOURCE'S ROW OVER ALL MONTHS.
095200*----------------------------------------------------------------
095300 3500-PRINT-ONE-ALL-SOURCE.
095400     MOVE SPACES TO WS-ROW-MONTH.
095500     MOVE WS-ALL-SOURCE-ID (WS-ALL-SUB) TO WS-ROW-SOURCE.
095600     MOVE WS-ALL-REVIEWED (WS-ALL-SUB) TO WS-ROW-REVIEWED.
095700     MOVE WS-ALL-AGREED (WS-ALL-SUB) TO WS-ROW-AGREED.
095800     PERFORM 6000-PRINT-ACCURACY-ROW
095900         THRU 6000-PRINT-ACCURACY-ROW-EXIT.
096000 3500-PRINT-ONE-ALL-SOURCE-EXIT.
096100     EXIT.
096200*----------------------------------------------------------------
096300* 3900-PRINT-ACCURACY-HEADS - COLUMN HEADINGS FOR A TABLE.
096400*----------------------------------------------------------------
096500 3900-PRINT-ACCURACY-HEADS.
096600     MOVE 'MONTH  SOURCE   REVIEWED AGREED  DISAGREE ACCURACY'
096700         TO WS-PRINT-LINE.
096800     PERFORM 9050-WRITE-REPORT-LINE
096900         THRU 9050-WRITE-REPORT-LINE-EXIT.
097000 3900-PRINT-ACCURACY-HEADS-EXIT.
097100     EXIT.
097200*----------------------------------------------------------------
097300* 6000-PRINT-ACCURACY-ROW - ONE ROW FROM WS-ROW-MONTH, SOURCE,
097400*     REVIEWED AND AGREED: THE DISAGREEMENTS, THE ACCURACY AND
097500*     A FLAG WHEN IT IS UNDER THE TARGET. LEAVES THE ACCURACY PER
097600*     TEN THOUSAND IN WS-ACC-PER-10K FOR THE CALLER.
097700*----------------------------------------------------------------
097800 6000-PRINT-ACCURACY-ROW.
097900     SUBTRACT WS-ROW-AGREED FROM WS-ROW-REVIEWED
098000         GIVING WS-ROW-DISAGREED.
098100     MOVE ZERO TO WS-ACC-PER-10K.
098200     IF WS-ROW-REVIEWED > ZERO
098300         MULTIPLY WS-ROW-AGREED BY 10000 GIVING WS-ACC-WORK
098400         DIVIDE WS-ACC-WORK BY WS-ROW-REVIEWED
098500             GIVING WS-ACC-PER-10K
098600     END-IF.
098700     DIVIDE WS-ACC-PER-10K BY 100 GIVING WS-ACC-PCT.
098800     MOVE WS-ACC-PCT TO WS-EDIT-PCT.
098900     IF WS-ACC-PER-10K < WS-TARGET
099000         MOVE '** BELOW TARGET' TO WS-EDIT-FLAG
099100     ELSE
099200         MOVE SPACES TO WS-EDIT-FLAG
099300     END-IF.
099400     MOVE WS-ROW-REVIEWED TO WS-EDIT-COUNT.
099500     MOVE WS-ROW-AGREED TO WS-EDIT-AGREED.
099600     MOVE WS-ROW-DISAGREED TO WS-EDIT-DISAGREED.
099700     MOVE SPACES TO WS-PRINT-LINE.
099800     STRING WS-ROW-MONTH DELIMITED BY SIZE
099900         ' ' DELIMITED BY SIZE
100000         WS-ROW-SOURCE DELIMITED BY SIZE
100100         ' ' DELIMITED BY SIZE
100200         WS-EDIT-COUNT DELIMITED BY SIZE
100300         '  ' DELIMITED BY SIZE
100400         WS-EDIT-AGREED DELIMITED BY SIZE
100500         ' ' DELIMITED BY SIZE
100600         WS-EDIT-DISAGREED DELIMITED BY SIZE
100700         '  ' DELIMITED BY SIZE
100800         WS-EDIT-PCT DELIMITED BY SIZE
100900         ' ' DELIMITED BY SIZE
101000         WS-EDIT-FLAG DELIMITED BY SIZE
101100         INTO WS-PRINT-LINE.
101200     PERFORM 9050-WRITE-REPORT-LINE
101300         THRU 9050-WRITE-REPORT-LINE-EXIT.
101400 6000-PRINT-ACCURACY-ROW-EXIT.
101500     EXIT.
101600*----------------------------------------------------------------
101700* 9000-TERMINATE - THE CARD TOTALS, CLOSES, AND RC=4 WHEN A
101800*     DISAGREEMENT WAS RECORDED OR A CARD WAS TURNED DOWN.
101900*----------------------------------------------------------------
102000 9000-TERMINATE.
102100     CLOSE VERDFILE.
102200     CLOSE QAHSFILE.
102300     CLOSE ALERTFILE.
102400     PERFORM 9200-PRINT-RUN-TOTALS
102500         THRU 9200-PRINT-RUN-TOTALS-EXIT.
102600     CLOSE REPTFILE.
102700     IF WS-ALERT-COUNT > ZERO OR WS-REJECTED-COUNT > ZERO
102800         MOVE 4 TO RETURN-CODE
102900     END-IF.
103000     PERFORM 9800-LOG-RUN-END THRU 9800-LOG-RUN-END-EXIT.
103100 9000-TERMINATE-EXIT.
103200     EXIT.
103300*----------------------------------------------------------------
103400* 9200-PRINT-RUN-TOTALS - WHAT THIS DECK DID, AND THE OUTCOME.
103500*----------------------------------------------------------------
103600 9200-PRINT-RUN-TOTALS.
103700     MOVE SPACES TO WS-PRINT-LINE.
103800     PERFORM 9050-WRITE-REPORT-LINE
103900         THRU 9050-WRITE-REPORT-LINE-EXIT.
104000     MOVE WS-CARD-COUNT TO WS-EDIT-COUNT.
104100     MOVE SPACES TO WS-PRINT-LINE.
104200     STRING 'CARDS READ ............: ' DELIMITED BY SIZE
104300         WS-EDIT-COUNT DELIMITED BY SIZE
104400         INTO WS-PRINT-LINE.
104500     PERFORM 9050-WRITE-REPORT-LINE
104600         THRU 9050-WRITE-REPORT-LINE-EXIT.
104700     MOVE WS-NEW-COUNT TO WS-EDIT-COUNT.
104800     MOVE SPACES TO WS-PRINT-LINE.
104900     STRING 'NEW VERDICTS RECORDED .: ' DELIMITED BY SIZE
105000         WS-EDIT-COUNT DELIMITED BY SIZE
105100         INTO WS-PRINT-LINE.
105200     PERFORM 9050-WRITE-REPORT-LINE
105300         THRU 9050-WRITE-REPORT-LINE-EXIT.
105400     MOVE WS-REVISED-COUNT TO WS-EDIT-COUNT.
105500     MOVE SPACES TO WS-PRINT-LINE.
105600     STRING 'VERDICTS REVISED ......: ' DELIMITED BY SIZE
105700         WS-EDIT-COUNT DELIMITED BY SIZE
105800         INTO WS-PRINT-LINE.
105900     PERFORM 9050-WRITE-REPORT-LINE
106000         THRU 9050-WRITE-REPORT-LINE-EXIT.
106100     MOVE WS-SAME-COUNT TO WS-EDIT-COUNT.
106200     MOVE SPACES TO WS-PRINT-LINE.
106300     STRING 'ALREADY ON FILE .......: ' DELIMITED BY SIZE
106400         WS-EDIT-COUNT DELIMITED BY SIZE
106500         INTO WS-PRINT-LINE.
106600     PERFORM 9050-WRITE-REPORT-LINE
106700         THRU 9050-WRITE-REPORT-LINE-EXIT.
106800     MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
106900     MOVE SPACES TO WS-PRINT-LINE.
107000     STRING 'CARDS REJECTED ........: ' DELIMITED BY SIZE
107100         WS-EDIT-COUNT DELIMITED BY SIZE
107200         INTO WS-PRINT-LINE.
107300     PERFORM 9050-WRITE-REPORT-LINE
107400         THRU 9050-WRITE-REPORT-LINE-EXIT.
107500     MOVE WS-AGREE-COUNT TO WS-EDIT-COUNT.
107600     MOVE SPACES TO WS-PRINT-LINE.
107700     STRING 'AGREED ................: ' DELIMITED BY SIZE
107800         WS-EDIT-COUNT DELIMITED BY SIZE
107900         INTO WS-PRINT-LINE.
108000     PERFORM 9050-WRITE-REPORT-LINE
108100         THRU 9050-WRITE-REPORT-LINE-EXIT.
108200     MOVE WS-DISAGREE-COUNT TO WS-EDIT-COUNT.
108300     MOVE SPACES TO WS-PRINT-LINE.
108400     STRING 'DISAGREED - ALERTED ...: ' DELIMITED BY SIZE
108500         WS-EDIT-COUNT DELIMITED BY SIZE
108600         INTO WS-PRINT-LINE.
108700     PERFORM 9050-WRITE-REPORT-LINE
108800         THRU 9050-WRITE-REPORT-LINE-EXIT.
108900     MOVE WS-MONTHS-BELOW TO WS-EDIT-COUNT.
109000     MOVE SPACES TO WS-PRINT-LINE.
109100     STRING 'MONTHS BELOW TARGET ...: ' DELIMITED BY SIZE
109200         WS-EDIT-COUNT DELIMITED BY SIZE
109300         INTO WS-PRINT-LINE.
109400     PERFORM 9050-WRITE-REPORT-LINE
109500         THRU 9050-WRITE-REPORT-LINE-EXIT.
109600     EVALUATE TRUE
109700         WHEN WS-ALERT-COUNT > ZERO
109800             MOVE '** QA DISAGREEMENTS ALERTED - RC=4 **'
109900                 TO WS-PRINT-LINE
110000         WHEN WS-REJECTED-COUNT > ZERO
110100             MOVE '** CARDS REJECTED - FIX AND RESUBMIT - RC=4 **'
110200                 TO WS-PRINT-LINE
110300         WHEN OTHER
110400             MOVE 'EVERY VERDICT TAKEN, ALL AGREED - RC=0'
110500                 TO WS-PRINT-LINE
110600     END-EVALUATE.
110700     PERFORM 9050-WRITE-REPORT-LINE
110800         THRU 9050-WRITE-REPORT-LINE-EXIT.
110900 9200-PRINT-RUN-TOTALS-EXIT.
111000     EXIT.
111100*----------------------------------------------------------------
111200* 9800-LOG-RUN-END - COMPLETE THIS RUN'S ROW ON THE CHAIN-WIDE
111300*     RUN LOG: CARDS READ, VERDICTS WRITTEN, CARDS REJECTED.
111400*----------------------------------------------------------------
111500 9800-LOG-RUN-END.
111600     SET RUNLPARM-LOG-END TO TRUE.
111700     MOVE WS-CARD-COUNT     TO RUNLPARM-READ-COUNT.
111800     ADD WS-NEW-COUNT WS-REVISED-COUNT
111900         GIVING RUNLPARM-WRITE-COUNT.
112000     MOVE WS-REJECTED-COUNT TO RUNLPARM-REJ-COUNT.
112100     MOVE RETURN-CODE       TO RUNLPARM-RETURN-CODE.
112200     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
112300 9800-LOG-RUN-END-EXIT.
112400     EXIT.
112500*----------------------------------------------------------------
112600* 9050-WRITE-REPORT-LINE - ONE REPORT LINE TO SYSOUT AND TO THE
112700*     RETAINED DATASET, SO THE TWO COPIES CANNOT DRIFT APART.
112800*----------------------------------------------------------------
112900 9050-WRITE-REPORT-LINE.
113000     DISPLAY WS-PRINT-LINE.
113100     MOVE WS-PRINT-LINE TO REPT-REC.
113200     WRITE REPT-REC.
113300 9050-WRITE-REPORT-LINE-EXIT.
113400     EXIT.
113500*----------------------------------------------------------------
113600* 9900-ABEND-ON-OPEN-ERROR - A FILE WE DEPEND ON FAILED TO OPEN.
113700*     MOVE THE DD NAME TO WS-ABEND-FILE-NAME BEFORE THE PERFORM
113800*     SO THE MESSAGE IDENTIFIES WHICH ONE.
113900*----------------------------------------------------------------
114000 9900-ABEND-ON-OPEN-ERROR.
114100     DISPLAY '*** OPEN FAILED FOR ' WS-ABEND-FILE-NAME
114200         ' - JOB ABENDING ***'.
114300     MOVE 16 TO RETURN-CODE.
114400     STOP RUN.
114500 END PROGRAM CODEABBEY-SET-50.
