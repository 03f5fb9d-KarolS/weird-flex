000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CODEABBEY-SET-51.
000300 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000400 INSTALLATION. CODEABBEY-DP-CENTER.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900* MODIFICATION HISTORY                                        *
001000*---------------------------------------------------------------
001100* DATE       INIT DESCRIPTION                                  *
001200* 2026-10-14  JPR INITIAL VERSION - WAREHOUSE EXTRACT OF EACH  *
001300*                 CYCLE'S LINE RESULTS WITH TRANSMISSION       *
001400*                 CONTROL RECORD.                              *
001500***************************************************************
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001800 SOURCE-COMPUTER. IBM-370.
001900 OBJECT-COMPUTER. IBM-370.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
002200     SELECT LTTRFILE ASSIGN TO LTTRFILE
002300         ORGANIZATION IS SEQUENTIAL
002400         FILE STATUS IS WS-LTTRFILE-STATUS.
002500     SELECT VOWLFILE ASSIGN TO VOWLFILE
002600         ORGANIZATION IS SEQUENTIAL
002700         FILE STATUS IS WS-VOWLFILE-STATUS.
002800     SELECT REJFILE ASSIGN TO REJFILE
002900         ORGANIZATION IS SEQUENTIAL
003000         FILE STATUS IS WS-REJFILE-STATUS.
003100     SELECT WORDFILE ASSIGN TO WORDFILE
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-WORDFILE-STATUS.
003400     SELECT DATEFILE ASSIGN TO DATEFILE
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-DATEFILE-STATUS.
003700     SELECT EXTRFILE ASSIGN TO EXTRFILE
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-EXTRFILE-STATUS.
004000     SELECT CTLFILE ASSIGN TO CTLFILE
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-CTLFILE-STATUS.
004300     SELECT REPTFILE ASSIGN TO REPTFILE
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-REPTFILE-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800*----------------------------------------------------------------
004900* LTTRFILE - TODAY'S PER-LINE LETTER COUNTS FROM CODEABBEY-SET-36,
005000* ONE LTTRREC FOR EVERY TEXT LINE OF THE FEED, IN LINE-ID ORDER,
005100* EACH STAMPED WITH ITS SOURCE AND CYCLE. IT DRIVES THE EXTRACT:
005200* ONE DETAIL ROW PER LETTER ROW.
005300*----------------------------------------------------------------
005400 FD  LTTRFILE
005500     LABEL RECORDS ARE STANDARD
005600     RECORDING MODE IS F.
005700     COPY LTTRREC.
005800*----------------------------------------------------------------
005900* VOWLFILE - TODAY'S VOWLREC RESULTS FROM CODEABBEY-SET-20, ONE
006000* PER LINE IT SCORED, IN LINE-ID ORDER.
006100*----------------------------------------------------------------
006200 FD  VOWLFILE
006300     LABEL RECORDS ARE STANDARD
006400     RECORDING MODE IS F.
006500     COPY VOWLREC.
006600*----------------------------------------------------------------
006700* REJFILE - TODAY'S REJREC REJECTS FROM CODEABBEY-SET-20, ONE PER
006800* LINE IT TURNED DOWN, IN LINE-ID ORDER. EVERY TEXT LINE IS ON
006900* EXACTLY ONE OF VOWLFILE AND REJFILE.
007000*----------------------------------------------------------------
007100 FD  REJFILE
007200     LABEL RECORDS ARE STANDARD
007300     RECORDING MODE IS F.
007400     COPY REJREC.
007500*----------------------------------------------------------------
007600* WORDFILE - TODAY'S WORDREC STATISTICS FROM CODEABBEY-SET-21, ONE
007700* PER TEXT LINE, IN LINE-ID ORDER.
007800*----------------------------------------------------------------
007900 FD  WORDFILE
008000     LABEL RECORDS ARE STANDARD
008100     RECORDING MODE IS F.
008200     COPY WORDREC.
008300*----------------------------------------------------------------
008400* DATEFILE - THE CYCLE-DATE CARD, COLS 1-6 YYMMDD. MANDATORY.
008500*----------------------------------------------------------------
008600 FD  DATEFILE
008700     LABEL RECORDS ARE STANDARD
008800     RECORDING MODE IS F.
008900 01  DATE-REC PIC X(80).
009000*----------------------------------------------------------------
009100* EXTRFILE - THE OUTBOUND WAREHOUSE EXTRACT. THE ROWS ARE BUILT
009200* IN THE EXTRREC LAYOUTS IN WORKING STORAGE AND WRITTEN FROM
009300* THERE.
009400*----------------------------------------------------------------
009500 FD  EXTRFILE
009600     LABEL RECORDS ARE STANDARD
009700     RECORDING MODE IS F.
009800 01  EXTR-REC PIC X(300).
009900*----------------------------------------------------------------
010000* CTLFILE - THE ONE XMITREC TRANSMISSION CONTROL RECORD THAT
010100* TRAVELS WITH THE EXTRACT.
010200*----------------------------------------------------------------
010300 FD  CTLFILE
010400     LABEL RECORDS ARE STANDARD
010500     RECORDING MODE IS F.
010600     COPY XMITREC.
010700*----------------------------------------------------------------
010800* REPTFILE - RETAINED COPY OF THE EXTRACT CONTROL REPORT.
010900*----------------------------------------------------------------
011000 FD  REPTFILE
011100     LABEL RECORDS ARE STANDARD
011200     RECORDING MODE IS F.
011300 01  REPT-REC PIC X(80).
011400 WORKING-STORAGE SECTION.
011500*----------------------------------------------------------------
011600* FILE STATUS AND SWITCH BYTES
011700*----------------------------------------------------------------
011800 01  WS-LTTRFILE-STATUS PIC X(02).
011900     88  WS-LTTRFILE-OK              VALUE '00'.
012000 01  WS-VOWLFILE-STATUS PIC X(02).
012100     88  WS-VOWLFILE-OK              VALUE '00'.
012200 01  WS-REJFILE-STATUS PIC X(02).
012300     88  WS-REJFILE-OK               VALUE '00'.
012400 01  WS-WORDFILE-STATUS PIC X(02).
012500     88  WS-WORDFILE-OK              VALUE '00'.
012600 01  WS-DATEFILE-STATUS PIC X(02).
012700     88  WS-DATEFILE-OK              VALUE '00'.
012800 01  WS-EXTRFILE-STATUS PIC X(02).
012900     88  WS-EXTRFILE-OK              VALUE '00'.
013000 01  WS-CTLFILE-STATUS PIC X(02).
013100     88  WS-CTLFILE-OK               VALUE '00'.
013200 01  WS-REPTFILE-STATUS PIC X(02).
013300     88  WS-REPTFILE-OK              VALUE '00'.
013400 01  WS-SWITCHES.
013500     05  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
013600         88  WS-AT-EOF                VALUE 'Y'.
013700         88  WS-NOT-AT-EOF            VALUE 'N'.
013800     05  WS-VOWL-EOF-SWITCH PIC X(01) VALUE 'N'.
013900         88  WS-VOWL-AT-EOF           VALUE 'Y'.
014000     05  WS-REJ-EOF-SWITCH PIC X(01) VALUE 'N'.
014100         88  WS-REJ-AT-EOF            VALUE 'Y'.
014200     05  WS-WORD-EOF-SWITCH PIC X(01) VALUE 'N'.
014300         88  WS-WORD-AT-EOF           VALUE 'Y'.
014400 01  WS-CYCLE-DATE PIC 9(06) VALUE ZERO.
014500 01  WS-RUN-DATE PIC 9(06) VALUE ZERO.
014600 01  WS-RUN-TIME PIC 9(08) VALUE ZERO.
014700*----------------------------------------------------------------
014800* THE MATCH. WS-MATCH-ID IS THE LETTER ROW'S LINE ID; THE OTHER
014900* THREE ARE THE LINE IDS OF THE NEXT RECORD NOT YET TAKEN FROM
015000* EACH FILE, FORCED TO ALL NINES AT END OF FILE. A RECORD PASSED
015100* OVER WHILE CATCHING UP TO THE LETTER ROW BELONGS TO NO TEXT
015200* LINE - AN ORPHAN. AT THE END WS-MATCH-ID GOES TO ALL NINES TOO,
015300* SO THE SAME CATCH-UP SWEEPS THE LEFTOVERS AS ORPHANS.
015400*----------------------------------------------------------------
015500 01  WS-MATCH-ID PIC 9(07) VALUE ZERO.
015600 01  WS-PRIOR-ID PIC 9(07) VALUE ZERO.
015700 01  WS-VOWL-LINE-ID PIC 9(07) VALUE ZERO.
015800 01  WS-REJ-LINE-ID PIC 9(07) VALUE ZERO.
015900 01  WS-WORD-LINE-ID PIC 9(07) VALUE ZERO.
016000 01  WS-VOWL-HIT-SW PIC X(01) VALUE 'N'.
016100     88  WS-VOWL-HIT                  VALUE 'Y'.
016200     88  WS-VOWL-MISS                 VALUE 'N'.
016300 01  WS-REJ-HIT-SW PIC X(01) VALUE 'N'.
016400     88  WS-REJ-HIT                   VALUE 'Y'.
016500     88  WS-REJ-MISS                  VALUE 'N'.
016600 01  WS-WORD-HIT-SW PIC X(01) VALUE 'N'.
016700     88  WS-WORD-HIT                  VALUE 'Y'.
016800     88  WS-WORD-MISS                 VALUE 'N'.
016900 77  WS-LETTER-SUB PIC 9(02) COMP VALUE ZERO.
017000*----------------------------------------------------------------
017100* ROW COUNTS AND HASH TOTALS FOR THE TRAILER, THE CONTROL RECORD
017200* AND THE RUN LOG. THE VOWEL HASHES ADD UP THE SCORED ROWS' COUNTS
017300* AS WRITTEN; THE LINE-ID HASH ADDS UP EVERY DETAIL ROW'S LINE ID.
017400*----------------------------------------------------------------
017500 01  WS-LINES-READ PIC 9(07) COMP VALUE ZERO.
017600 01  WS-DETAIL-ROWS PIC 9(09) COMP VALUE ZERO.
017700 01  WS-SCORED-ROWS PIC 9(09) COMP VALUE ZERO.
017800 01  WS-REJECT-ROWS PIC 9(09) COMP VALUE ZERO.
017900 01  WS-UNRESOLVED-ROWS PIC 9(09) COMP VALUE ZERO.
018000 01  WS-RECORDS-WRITTEN PIC 9(09) COMP VALUE ZERO.
018100 01  WS-HASH-A PIC 9(11) COMP VALUE ZERO.
018200 01  WS-HASH-E PIC 9(11) COMP VALUE ZERO.
018300 01  WS-HASH-I PIC 9(11) COMP VALUE ZERO.
018400 01  WS-HASH-O PIC 9(11) COMP VALUE ZERO.
018500 01  WS-HASH-U PIC 9(11) COMP VALUE ZERO.
018600 01  WS-HASH-Y PIC 9(11) COMP VALUE ZERO.
018700 01  WS-HASH-TOTAL PIC 9(11) COMP VALUE ZERO.
018800 01  WS-HASH-LINE-ID PIC 9(13) COMP VALUE ZERO.
018900*----------------------------------------------------------------
019000* RECONCILIATION FAILURES. ANY ONE OF THESE HOLDS THE EXTRACT:
019100* THE CONTROL RECORD GOES OUT WITH STATUS H AND THE STEP ENDS
019200* RC=8. THE FIRST WS-PROBLEM-MAX OF THEM ARE LISTED BY LINE.
019300*----------------------------------------------------------------
019400 01  WS-NO-RESULT PIC 9(07) COMP VALUE ZERO.
019500 01  WS-BOTH-RESULTS PIC 9(07) COMP VALUE ZERO.
019600 01  WS-NO-WORDREC PIC 9(07) COMP VALUE ZERO.
019700 01  WS-WRONG-CYCLE PIC 9(07) COMP VALUE ZERO.
019800 01  WS-OUT-OF-ORDER PIC 9(07) COMP VALUE ZERO.
019900 01  WS-ORPHAN-VOWL PIC 9(07) COMP VALUE ZERO.
020000 01  WS-ORPHAN-REJ PIC 9(07) COMP VALUE ZERO.
020100 01  WS-ORPHAN-WORD PIC 9(07) COMP VALUE ZERO.
020200 01  WS-PROBLEM-COUNT PIC 9(07) COMP VALUE ZERO.
020300 77  WS-PROBLEM-MAX PIC 9(03) COMP VALUE 50.
020400 01  WS-PROBLEM-LINE-ID PIC 9(07) VALUE ZERO.
020500 01  WS-PROBLEM-TEXT PIC X(50).
020600*----------------------------------------------------------------
020700* THE EXTRACT ROWS, WITH THEIR SEPARATORS ALREADY IN PLACE.
020800*----------------------------------------------------------------
020900     COPY EXTRREC.
021000*----------------------------------------------------------------
021100* REPORT BUILDING AREAS.
021200*----------------------------------------------------------------
021300 01  WS-PRINT-LINE PIC X(80).
021400 01  WS-EDIT-COUNT PIC 9(09).
021500 01  WS-EDIT-HASH PIC 9(13).
021600 01  WS-EDIT-LINE PIC 9(07).
021700 01  WS-EDIT-DATE PIC 9(06).
021800*----------------------------------------------------------------
021900* NAME OF THE FILE CURRENTLY BEING OPENED, FOR THE ABEND MESSAGE
022000* IN 9900-ABEND-ON-OPEN-ERROR BELOW.
022100*----------------------------------------------------------------
022200 01  WS-ABEND-FILE-NAME PIC X(08).
022300*----------------------------------------------------------------
022400* PARAMETER BLOCK FOR THE CODEABBEY-SET-30 RUN-LOG RECORDER -
022500* SEE 1030-LOG-RUN-START AND 9800-LOG-RUN-END.
022600*----------------------------------------------------------------
022700     COPY RUNLPARM.
022800 PROCEDURE DIVISION.
022900*----------------------------------------------------------------
023000* 0000-MAINLINE - OVERALL FLOW OF CONTROL FOR THE RUN.
023100*----------------------------------------------------------------
023200 0000-MAINLINE.
023300     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
023400     PERFORM 2000-EXTRACT-ONE-LINE THRU 2000-EXTRACT-ONE-LINE-EXIT
023500         UNTIL WS-AT-EOF.
023600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
023700     STOP RUN.
023800*----------------------------------------------------------------
023900* 1000-INITIALIZE - DATE CARD, FILE OPENS, THE REPORT HEADING,
024000*     THE PRIMING READS AND THE EXTRACT'S HEADER ROW.
024100*----------------------------------------------------------------
024200 1000-INITIALIZE.
024300     PERFORM 1050-READ-DATE-CARD THRU 1050-READ-DATE-CARD-EXIT.
024400     PERFORM 1030-LOG-RUN-START THRU 1030-LOG-RUN-START-EXIT.
024500     ACCEPT WS-RUN-DATE FROM DATE.
024600     ACCEPT WS-RUN-TIME FROM TIME.
024700     OPEN INPUT LTTRFILE.
024800     IF NOT WS-LTTRFILE-OK
024900         MOVE 'LTTRFILE' TO WS-ABEND-FILE-NAME
025000         PERFORM 9900-ABEND-ON-OPEN-ERROR
025100     END-IF.
025200     OPEN INPUT VOWLFILE.
025300     IF NOT WS-VOWLFILE-OK
025400         MOVE 'VOWLFILE' TO WS-ABEND-FILE-NAME
025500         PERFORM 9900-ABEND-ON-OPEN-ERROR
025600     END-IF.
025700     OPEN INPUT REJFILE.
025800     IF NOT WS-REJFILE-OK
025900         MOVE 'REJFILE' TO WS-ABEND-FILE-NAME
026000         PERFORM 9900-ABEND-ON-OPEN-ERROR
026100     END-IF.
026200     OPEN INPUT WORDFILE.
026300     IF NOT WS-WORDFILE-OK
026400         MOVE 'WORDFILE' TO WS-ABEND-FILE-NAME
026500         PERFORM 9900-ABEND-ON-OPEN-ERROR
026600     END-IF.
026700     OPEN OUTPUT EXTRFILE.
026800     IF NOT WS-EXTRFILE-OK
026900         MOVE 'EXTRFILE' TO WS-ABEND-FILE-NAME
027000         PERFORM 9900-ABEND-ON-OPEN-ERROR
027100     END-IF.
027200     OPEN OUTPUT CTLFILE.
027300     IF NOT WS-CTLFILE-OK
027400         MOVE 'CTLFILE' TO WS-ABEND-FILE-NAME
027500         PERFORM 9900-ABEND-ON-OPEN-ERROR
027600     END-IF.
027700     OPEN OUTPUT REPTFILE.
027800     IF NOT WS-REPTFILE-OK
027900         MOVE 'REPTFILE' TO WS-ABEND-FILE-NAME
028000         PERFORM 9900-ABEND-ON-OPEN-ERROR
028100     END-IF.
028200     PERFORM 1300-PRINT-HEADING THRU 1300-PRINT-HEADING-EXIT.
028300     PERFORM 2170-READ-VOWLFILE THRU 2170-READ-VOWLFILE-EXIT.
028400     PERFORM 2180-READ-REJFILE THRU 2180-READ-REJFILE-EXIT.
028500     PERFORM 2190-READ-WORDFILE THRU 2190-READ-WORDFILE-EXIT.
028600     MOVE WS-CYCLE-DATE TO EXTRREC-H-CYCLE-DATE.
028700     MOVE WS-RUN-DATE TO EXTRREC-H-RUN-DATE.
028800     MOVE WS-RUN-TIME TO EXTRREC-H-RUN-TIME.
028900     WRITE EXTR-REC FROM EXTRREC-HEADER.
029000     PERFORM 8000-CHECK-EXTRACT-WRITE
029100         THRU 8000-CHECK-EXTRACT-WRITE-EXIT.
029200     PERFORM 2100-READ-LTTRFILE THRU 2100-READ-LTTRFILE-EXIT.
029300 1000-INITIALIZE-EXIT.
029400     EXIT.
029500*----------------------------------------------------------------
029600* 1030-LOG-RUN-START - CLAIM THIS RUN'S ATTEMPT NUMBER ON THE
029700*     CHAIN-WIDE RUN LOG, STAMPED WITH THE MANDATORY DATEFILE
029800*     CYCLE DATE 1050 JUST READ.
029900*----------------------------------------------------------------
030000 1030-LOG-RUN-START.
030100     SET RUNLPARM-LOG-START TO TRUE.
030200     MOVE 'SET-51' TO RUNLPARM-PROGRAM.
030300     MOVE WS-CYCLE-DATE TO RUNLPARM-CYCLE-DATE.
030400     SET RUNLPARM-FRESH-START TO TRUE.
030500     MOVE ZERO TO RUNLPARM-ATTEMPT RUNLPARM-READ-COUNT
030600         RUNLPARM-WRITE-COUNT RUNLPARM-REJ-COUNT
030700         RUNLPARM-RETURN-CODE.
030800     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
030900 1030-LOG-RUN-START-EXIT.
031000     EXIT.
031100*----------------------------------------------------------------
031200* 1050-READ-DATE-CARD - THE CYCLE DATE HEADS THE EXTRACT AND
031300*     STAMPS EVERY ROW AND THE CONTROL RECORD, SO THIS CARD IS
031400*     MANDATORY AND MUST BE NUMERIC.
031500*----------------------------------------------------------------
031600 1050-READ-DATE-CARD.
031700     OPEN INPUT DATEFILE.
031800     IF NOT WS-DATEFILE-OK
031900         MOVE 'DATEFILE' TO WS-ABEND-FILE-NAME
032000         PERFORM 9900-ABEND-ON-OPEN-ERROR
032100     END-IF.
032200     READ DATEFILE
032300         AT END
032400             DISPLAY '*** DATEFILE IS EMPTY - THE CYCLE DATE'
032500                 ' HEADS THE EXTRACT - JOB ABENDING ***'
032600             MOVE 16 TO RETURN-CODE
032700             STOP RUN
032800     END-READ.
032900     IF DATE-REC (1:6) IS NUMERIC
033000         MOVE DATE-REC (1:6) TO WS-CYCLE-DATE
033100     ELSE
033200         DISPLAY '*** DATEFILE CARD IS NOT A YYMMDD DATE'
033300             ' - JOB ABENDING ***'
033400         MOVE 16 TO RETURN-CODE
033500         STOP RUN
033600     END-IF.
033700     CLOSE DATEFILE.
033800 1050-READ-DATE-CARD-EXIT.
033900     EXIT.
034000*----------------------------------------------------------------
034100* 1300-PRINT-HEADING - BANNER AND THE CYCLE BEING EXTRACTED.
034200*----------------------------------------------------------------
034300 1300-PRINT-HEADING.
034400     MOVE '********************************************'
034500         TO WS-PRINT-LINE.
034600     PERFORM 9050-WRITE-REPORT-LINE
034700         THRU 9050-WRITE-REPORT-LINE-EXIT.
034800     MOVE '*  CODEABBEY-SET-51 WAREHOUSE EXTRACT      *'
034900         TO WS-PRINT-LINE.
035000     PERFORM 9050-WRITE-REPORT-LINE
035100         THRU 9050-WRITE-REPORT-LINE-EXIT.
035200     MOVE '********************************************'
035300         TO WS-PRINT-LINE.
035400     PERFORM 9050-WRITE-REPORT-LINE
035500         THRU 9050-WRITE-REPORT-LINE-EXIT.
035600     MOVE WS-CYCLE-DATE TO WS-EDIT-DATE.
035700     MOVE SPACES TO WS-PRINT-LINE.
035800     STRING 'CYCLE DATE ............: ' DELIMITED BY SIZE
035900         WS-EDIT-DATE DELIMITED BY SIZE
036000         INTO WS-PRINT-LINE.
036100     PERFORM 9050-WRITE-REPORT-LINE
036200         THRU 9050-WRITE-REPORT-LINE-EXIT.
036300     MOVE SPACES TO WS-PRINT-LINE.
036400     PERFORM 9050-WRITE-REPORT-LINE
036500         THRU 9050-WRITE-REPORT-LINE-EXIT.
036600 1300-PRINT-HEADING-EXIT.
036700     EXIT.
036800*----------------------------------------------------------------
036900* 2000-EXTRACT-ONE-LINE - ONE LETTER ROW: CATCH THE OTHER THREE
037000*     FILES UP TO ITS LINE ID, BUILD AND WRITE ITS DETAIL ROW,
037100*     READ THE NEXT. EVERY TEXT LINE MUST HAVE A WORDREC AND
037200*     EXACTLY ONE OF A VOWLREC OR A REJREC; ANYTHING ELSE IS
037300*     LOGGED AS A RECONCILIATION FAILURE AND THE ROW STILL
037400*     WRITTEN, SO THE HELD EXTRACT SHOWS WHAT WENT WRONG.
037500*----------------------------------------------------------------
037600 2000-EXTRACT-ONE-LINE.
037700     ADD 1 TO WS-LINES-READ.
037800     MOVE LTTRREC-LINE-ID TO WS-MATCH-ID.
037900     IF WS-MATCH-ID NOT > WS-PRIOR-ID
038000         ADD 1 TO WS-OUT-OF-ORDER
038100         MOVE 'LETTER ROW OUT OF LINE-ID ORDER'
038200             TO WS-PROBLEM-TEXT
038300         PERFORM 2900-LOG-PROBLEM THRU 2900-LOG-PROBLEM-EXIT
038400     END-IF.
038500     MOVE WS-MATCH-ID TO WS-PRIOR-ID.
038600     IF LTTRREC-CYCLE-DATE IS NUMERIC AND
038700             LTTRREC-CYCLE-DATE NOT = WS-CYCLE-DATE
038800         ADD 1 TO WS-WRONG-CYCLE
038900         MOVE 'LETTER ROW STAMPED WITH ANOTHER CYCLE DATE'
039000             TO WS-PROBLEM-TEXT
039100         PERFORM 2900-LOG-PROBLEM THRU 2900-LOG-PROBLEM-EXIT
039200     END-IF.
039300     PERFORM 2200-CATCH-UP THRU 2200-CATCH-UP-EXIT.
039400     PERFORM 2300-BUILD-DETAIL THRU 2300-BUILD-DETAIL-EXIT.
039500     WRITE EXTR-REC FROM EXTRREC-DETAIL.
039600     PERFORM 8000-CHECK-EXTRACT-WRITE
039700         THRU 8000-CHECK-EXTRACT-WRITE-EXIT.
039800     ADD 1 TO WS-DETAIL-ROWS.
039900     ADD WS-MATCH-ID TO WS-HASH-LINE-ID.
040000     IF WS-VOWL-HIT
040100         PERFORM 2170-READ-VOWLFILE THRU 2170-READ-VOWLFILE-EXIT
040200     END-IF.
040300     IF WS-REJ-HIT
040400         PERFORM 2180-READ-REJFILE THRU 2180-READ-REJFILE-EXIT
040500     END-IF.
040600     IF WS-WORD-HIT
040700         PERFORM 2190-READ-WORDFILE THRU 2190-READ-WORDFILE-EXIT
040800     END-IF.
040900     PERFORM 2100-READ-LTTRFILE THRU 2100-READ-LTTRFILE-EXIT.
041000 2000-EXTRACT-ONE-LINE-EXIT.
041100     EXIT.
041200*----------------------------------------------------------------
041300* 2100-READ-LTTRFILE - READ THE NEXT LETTER ROW, SET EOF SWITCH.
041400*----------------------------------------------------------------
041500 2100-READ-LTTRFILE.
041600     READ LTTRFILE
041700         AT END
041800             SET WS-AT-EOF TO TRUE
041900     END-READ.
042000 2100-READ-LTTRFILE-EXIT.
042100     EXIT.
042200*----------------------------------------------------------------
042300* 2170-READ-VOWLFILE - NEXT VOWLREC. AT END THE LINE ID GOES TO
042400*     ALL NINES SO NO LATER LETTER ROW CAN MATCH IT.
042500*----------------------------------------------------------------
042600 2170-READ-VOWLFILE.
042700     READ VOWLFILE
042800         AT END
042900             SET WS-VOWL-AT-EOF TO TRUE
043000             MOVE 9999999 TO WS-VOWL-LINE-ID
043100             GO TO 2170-READ-VOWLFILE-EXIT
043200     END-READ.
043300     MOVE VOWLREC-LINE-ID TO WS-VOWL-LINE-ID.
043400 2170-READ-VOWLFILE-EXIT.
043500     EXIT.
043600*----------------------------------------------------------------
043700* 2180-READ-REJFILE - NEXT REJREC, ALL NINES AT END.
043800*----------------------------------------------------------------
043900 2180-READ-REJFILE.
044000     READ REJFILE
044100         AT END
044200             SET WS-REJ-AT-EOF TO TRUE
044300             MOVE 9999999 TO WS-REJ-LINE-ID
044400             GO TO 2180-READ-REJFILE-EXIT
044500     END-READ.
044600     MOVE REJREC-LINE-ID TO WS-REJ-LINE-ID.
044700 2180-READ-REJFILE-EXIT.
044800     EXIT.
044900*----------------------------------------------------------------
045000* 2190-READ-WORDFILE - NEXT WORDREC, ALL NINES AT END.
045100*----------------------------------------------------------------
045200 2190-READ-WORDFILE.
045300     READ WORDFILE
045400         AT END
045500             SET WS-WORD-AT-EOF TO TRUE
045600             MOVE 9999999 TO WS-WORD-LINE-ID
045700             GO TO 2190-READ-WORDFILE-EXIT
045800     END-READ.
045900     MOVE WORDREC-LINE-ID TO WS-WORD-LINE-ID.
046000 2190-READ-WORDFILE-EXIT.
046100     EXIT.
046200*----------------------------------------------------------------
046300* 2200-CATCH-UP - BRING EACH OF THE THREE RESULT FILES UP TO
046400*     WS-MATCH-ID, LOGGING ANY RECORD PASSED OVER AS AN ORPHAN,
046500*     AND NOTE WHICH OF THEM HOLD THE LINE.
046600*----------------------------------------------------------------
046700 2200-CATCH-UP.
046800     PERFORM 2210-PASS-VOWL THRU 2210-PASS-VOWL-EXIT
046900         UNTIL WS-VOWL-LINE-ID NOT < WS-MATCH-ID.
047000     PERFORM 2220-PASS-REJ THRU 2220-PASS-REJ-EXIT
047100         UNTIL WS-REJ-LINE-ID NOT < WS-MATCH-ID.
047200     PERFORM 2230-PASS-WORD THRU 2230-PASS-WORD-EXIT
047300         UNTIL WS-WORD-LINE-ID NOT < WS-MATCH-ID.
047400     IF WS-VOWL-LINE-ID = WS-MATCH-ID
047500         SET WS-VOWL-HIT TO TRUE
047600     ELSE
047700         SET WS-VOWL-MISS TO TRUE
047800     END-IF.
047900     IF WS-REJ-LINE-ID = WS-MATCH-ID
048000         SET WS-REJ-HIT TO TRUE
048100     ELSE
048200         SET WS-REJ-MISS TO TRUE
048300     END-IF.
048400     IF WS-WORD-LINE-ID = WS-MATCH-ID
048500         SET WS-WORD-HIT TO TRUE
048600     ELSE
048700         SET WS-WORD-MISS TO TRUE
048800     END-IF.
048900 2200-CATCH-UP-EXIT.
049000     EXIT.
049100*----------------------------------------------------------------
049200* 2210-PASS-VOWL - THE VOWLREC IN HAND IS FOR A LINE NO LETTER
049300*     ROW HAS - LOG IT AND READ THE NEXT.
049400*----------------------------------------------------------------
049500 2210-PASS-VOWL.
049600     ADD 1 TO WS-ORPHAN-VOWL.
049700     MOVE WS-VOWL-LINE-ID TO WS-PROBLEM-LINE-ID.
049800     MOVE 'VOWLREC FOR A LINE WITH NO LETTER ROW'
049900         TO WS-PROBLEM-TEXT.
050000     PERFORM 2910-LOG-LINE-PROBLEM
050100         THRU 2910-LOG-LINE-PROBLEM-EXIT.
050200     PERFORM 2170-READ-VOWLFILE THRU 2170-READ-VOWLFILE-EXIT.
050300 2210-PASS-VOWL-EXIT.
050400     EXIT.
050500*----------------------------------------------------------------
050600* 2220-PASS-REJ - THE REJREC IN HAND IS FOR A LINE NO LETTER ROW
050700*     HAS - LOG IT AND READ THE NEXT.
050800*----------------------------------------------------------------
050900 2220-PASS-REJ.
051000     ADD 1 TO WS-ORPHAN-REJ.
051100     MOVE WS-REJ-LINE-ID TO WS-PROBLEM-LINE-ID.
051200     MOVE 'REJREC FOR A LINE WITH NO LETTER ROW'
051300         TO WS-PROBLEM-TEXT.
051400     PERFORM 2910-LOG-LINE-PROBLEM
051500         THRU 2910-LOG-LINE-PROBLEM-EXIT.
051600     PERFORM 2180-READ-REJFILE THRU 2180-READ-REJFILE-EXIT.
051700 2220-PASS-REJ-EXIT.
051800     EXIT.
051900*----------------------------------------------------------------
052000* 2230-PASS-WORD - THE WORDREC IN HAND IS FOR A LINE NO LETTER
052100*     ROW HAS - LOG IT AND READ THE NEXT.
052200*----------------------------------------------------------------
052300 2230-PASS-WORD.
052400     ADD 1 TO WS-ORPHAN-WORD.
052500     MOVE WS-WORD-LINE-ID TO WS-PROBLEM-LINE-ID.
052600     MOVE 'WORDREC FOR A LINE WITH NO LETTER ROW'
052700         TO WS-PROBLEM-TEXT.
052800     PERFORM 2910-LOG-LINE-PROBLEM
052900         THRU 2910-LOG-LINE-PROBLEM-EXIT.
053000     PERFORM 2190-READ-WORDFILE THRU 2190-READ-WORDFILE-EXIT.
053100 2230-PASS-WORD-EXIT.
053200     EXIT.
053300*----------------------------------------------------------------
053400* 2300-BUILD-DETAIL - THE LINE'S DETAIL ROW FROM WHICHEVER FILES
053500*     HOLD IT. A SCORED LINE ADDS ITS VOWEL COUNTS TO THE HASHES.
053600*     A '|' IN THE SOURCE ID OR THE LONGEST WORD WOULD SPLIT THE
053700*     ROW, SO IT IS SENT AS '/'.
053800*----------------------------------------------------------------
053900 2300-BUILD-DETAIL.
054000     MOVE WS-CYCLE-DATE TO EXTRREC-D-CYCLE-DATE.
054100     MOVE WS-MATCH-ID TO EXTRREC-D-LINE-ID.
054200     MOVE LTTRREC-SOURCE-ID TO EXTRREC-D-SOURCE-ID.
054300     IF EXTRREC-D-SOURCE-ID = SPACES AND WS-VOWL-HIT
054400         MOVE VOWLREC-SOURCE-ID TO EXTRREC-D-SOURCE-ID
054500     END-IF.
054600     INSPECT EXTRREC-D-SOURCE-ID REPLACING ALL '|' BY '/'.
054700     MOVE SPACES TO EXTRREC-D-REASON.
054800     MOVE ZERO TO EXTRREC-D-CNT-A EXTRREC-D-CNT-E EXTRREC-D-CNT-I
054900         EXTRREC-D-CNT-O EXTRREC-D-CNT-U EXTRREC-D-CNT-Y
055000         EXTRREC-D-TOTAL.
055100     EVALUATE TRUE
055200         WHEN WS-VOWL-HIT AND WS-REJ-HIT
055300             ADD 1 TO WS-BOTH-RESULTS
055400             MOVE 'LINE IS ON BOTH VOWLREC AND REJREC'
055500                 TO WS-PROBLEM-TEXT
055600             PERFORM 2900-LOG-PROBLEM THRU 2900-LOG-PROBLEM-EXIT
055700             PERFORM 2350-TAKE-VOWEL-COUNTS
055800                 THRU 2350-TAKE-VOWEL-COUNTS-EXIT
055900         WHEN WS-VOWL-HIT
056000             PERFORM 2350-TAKE-VOWEL-COUNTS
056100                 THRU 2350-TAKE-VOWEL-COUNTS-EXIT
056200         WHEN WS-REJ-HIT
056300             SET EXTRREC-D-REJECTED TO TRUE
056400             MOVE REJREC-REASON TO EXTRREC-D-REASON
056500             ADD 1 TO WS-REJECT-ROWS
056600         WHEN OTHER
056700             SET EXTRREC-D-UNRESOLVED TO TRUE
056800             ADD 1 TO WS-UNRESOLVED-ROWS WS-NO-RESULT
056900             MOVE 'LINE IS ON NEITHER VOWLREC NOR REJREC'
057000                 TO WS-PROBLEM-TEXT
057100             PERFORM 2900-LOG-PROBLEM THRU 2900-LOG-PROBLEM-EXIT
057200     END-EVALUATE.
057300     IF WS-WORD-HIT
057400         MOVE WORDREC-WORD-COUNT TO EXTRREC-D-WORD-COUNT
057500         MOVE WORDREC-WORD-VOWELS TO EXTRREC-D-WORD-VOWELS
057600         MOVE WORDREC-AVG-VOWELS TO EXTRREC-D-AVG-VOWELS
057700         MOVE WORDREC-LONGEST-LEN TO EXTRREC-D-LONGEST-LEN
057800         MOVE WORDREC-LONGEST-WORD TO EXTRREC-D-LONGEST-WORD
057900         INSPECT EXTRREC-D-LONGEST-WORD REPLACING ALL '|' BY '/'
058000     ELSE
058100         MOVE ZERO TO EXTRREC-D-WORD-COUNT EXTRREC-D-WORD-VOWELS
058200             EXTRREC-D-AVG-VOWELS EXTRREC-D-LONGEST-LEN
058300         MOVE SPACES TO EXTRREC-D-LONGEST-WORD
058400         ADD 1 TO WS-NO-WORDREC
058500         MOVE 'LINE HAS NO WORDREC' TO WS-PROBLEM-TEXT
058600         PERFORM 2900-LOG-PROBLEM THRU 2900-LOG-PROBLEM-EXIT
058700     END-IF.
058800     PERFORM 2380-TAKE-ONE-LETTER THRU 2380-TAKE-ONE-LETTER-EXIT
058900         VARYING WS-LETTER-SUB FROM 1 BY 1
059000         UNTIL WS-LETTER-SUB > 26.
059100 2300-BUILD-DETAIL-EXIT.
059200     EXIT.
059300*----------------------------------------------------------------
059400* 2350-TAKE-VOWEL-COUNTS - A SCORED LINE: ITS VOWLREC COUNTS INTO
059500*     THE ROW AND THE HASH TOTALS.
059600*----------------------------------------------------------------
059700 2350-TAKE-VOWEL-COUNTS.
059800     SET EXTRREC-D-SCORED TO TRUE.
059900     MOVE VOWLREC-CNT-A TO EXTRREC-D-CNT-A.
060000     MOVE VOWLREC-CNT-E TO EXTRREC-D-CNT-E.
060100     MOVE VOWLREC-CNT-I TO EXTRREC-D-CNT-I.
060200     MOVE VOWLREC-CNT-O TO EXTRREC-D-CNT-O.
060300     MOVE VOWLREC-CNT-U TO EXTRREC-D-CNT-U.
060400     MOVE VOWLREC-CNT-Y TO EXTRREC-D-CNT-Y.
060500     MOVE VOWLREC-TOTAL TO EXTRREC-D-TOTAL.
060600     ADD VOWLREC-CNT-A TO WS-HASH-A.
060700     ADD VOWLREC-CNT-E TO WS-HASH-E.
060800     ADD VOWLREC-CNT-I TO WS-HASH-I.
060900     ADD VOWLREC-CNT-O TO WS-HASH-O.
061000     ADD VOWLREC-CNT-U TO WS-HASH-U.
061100     ADD VOWLREC-CNT-Y TO WS-HASH-Y.
061200     ADD VOWLREC-TOTAL TO WS-HASH-TOTAL.
061300     ADD 1 TO WS-SCORED-ROWS.
061400 2350-TAKE-VOWEL-COUNTS-EXIT.
061500     EXIT.
061600*----------------------------------------------------------------
061700* 2380-TAKE-ONE-LETTER - ONE LETTER COUNT INTO THE ROW.
061800*----------------------------------------------------------------
061900 2380-TAKE-ONE-LETTER.
062000     MOVE LTTRREC-CNT (WS-LETTER-SUB)
062100         TO EXTRREC-D-LTR-CNT (WS-LETTER-SUB).
062200 2380-TAKE-ONE-LETTER-EXIT.
062300     EXIT.
062400*----------------------------------------------------------------
062500* 2900-LOG-PROBLEM - A RECONCILIATION FAILURE ON THE LETTER ROW
062600*     IN HAND.
062700*----------------------------------------------------------------
062800 2900-LOG-PROBLEM.
062900     MOVE WS-MATCH-ID TO WS-PROBLEM-LINE-ID.
063000     PERFORM 2910-LOG-LINE-PROBLEM
063100         THRU 2910-LOG-LINE-PROBLEM-EXIT.
063200 2900-LOG-PROBLEM-EXIT.
063300     EXIT.
063400*----------------------------------------------------------------
063500* 2910-LOG-LINE-PROBLEM - COUNT A RECONCILIATION FAILURE FOR
063600*     WS-PROBLEM-LINE-ID AND LIST IT WHILE THE LIST HAS ROOM.
063700*----------------------------------------------------------------
063800 2910-LOG-LINE-PROBLEM.
063900     ADD 1 TO WS-PROBLEM-COUNT.
064000     IF WS-PROBLEM-COUNT > WS-PROBLEM-MAX
064100         GO TO 2910-LOG-LINE-PROBLEM-EXIT
064200     END-IF.
064300     IF WS-PROBLEM-COUNT = 1
064400         MOVE 'RECONCILIATION FAILURES' TO WS-PRINT-LINE
064500         PERFORM 9050-WRITE-REPORT-LINE
064600             THRU 9050-WRITE-REPORT-LINE-EXIT
064700     END-IF.
064800     MOVE WS-PROBLEM-LINE-ID TO WS-EDIT-LINE.
064900     MOVE SPACES TO WS-PRINT-LINE.
065000     STRING '  LINE ' DELIMITED BY SIZE
065100         WS-EDIT-LINE DELIMITED BY SIZE
065200         '  ' DELIMITED BY SIZE
065300         WS-PROBLEM-TEXT DELIMITED BY SIZE
065400         INTO WS-PRINT-LINE.
065500     PERFORM 9050-WRITE-REPORT-LINE
065600         THRU 9050-WRITE-REPORT-LINE-EXIT.
065700     IF WS-PROBLEM-COUNT = WS-PROBLEM-MAX
065800         MOVE '  ... FURTHER FAILURES COUNTED, NOT LISTED'
065900             TO WS-PRINT-LINE
066000         PERFORM 9050-WRITE-REPORT-LINE
066100             THRU 9050-WRITE-REPORT-LINE-EXIT
066200     END-IF.
066300 2910-LOG-LINE-PROBLEM-EXIT.
066400     EXIT.
066500*----------------------------------------------------------------
066600* 8000-CHECK-EXTRACT-WRITE - AN EXTRACT ROW THAT FAILED TO WRITE
066700*     LEAVES A FILE THE WAREHOUSE CANNOT TRUST - STOP.
066800*----------------------------------------------------------------
066900 8000-CHECK-EXTRACT-WRITE.
067000     IF NOT WS-EXTRFILE-OK
067100         DISPLAY '*** WRITE FAILED, STATUS '
067200             WS-EXTRFILE-STATUS ' - JOB ABENDING ***'
067300         MOVE 16 TO RETURN-CODE
067400         STOP RUN
067500     END-IF.
067600     ADD 1 TO WS-RECORDS-WRITTEN.
067700 8000-CHECK-EXTRACT-WRITE-EXIT.
067800     EXIT.
067900*----------------------------------------------------------------
068000* 9000-TERMINATE - SWEEP THE LEFTOVER RESULT RECORDS, WRITE THE
068100*     TRAILER ROW AND THE CONTROL RECORD, PRINT THE TOTALS.
068200*     RC=8 WHEN THE INPUTS DID NOT RECONCILE - THE CONTROL RECORD
068300*     THEN HOLDS THE EXTRACT.
068400*----------------------------------------------------------------
068500 9000-TERMINATE.
068600     MOVE 9999999 TO WS-MATCH-ID.
068700     PERFORM 2200-CATCH-UP THRU 2200-CATCH-UP-EXIT.
068800     CLOSE LTTRFILE.
068900     CLOSE VOWLFILE.
069000     CLOSE REJFILE.
069100     CLOSE WORDFILE.
069200     PERFORM 9100-WRITE-TRAILER THRU 9100-WRITE-TRAILER-EXIT.
069300     CLOSE EXTRFILE.
069400     PERFORM 9150-WRITE-CONTROL THRU 9150-WRITE-CONTROL-EXIT.
069500     CLOSE CTLFILE.
069600     PERFORM 9200-PRINT-CYCLE-TOTALS
069700         THRU 9200-PRINT-CYCLE-TOTALS-EXIT.
069800     CLOSE REPTFILE.
069900     IF WS-PROBLEM-COUNT > ZERO
070000         MOVE 8 TO RETURN-CODE
070100     END-IF.
070200     PERFORM 9800-LOG-RUN-END THRU 9800-LOG-RUN-END-EXIT.
070300 9000-TERMINATE-EXIT.
070400     EXIT.
070500*----------------------------------------------------------------
070600* 9100-WRITE-TRAILER - THE ROW COUNTS AND HASH TOTALS.
070700*----------------------------------------------------------------
070800 9100-WRITE-TRAILER.
070900     MOVE WS-CYCLE-DATE TO EXTRREC-T-CYCLE-DATE.
071000     MOVE WS-DETAIL-ROWS TO EXTRREC-T-DETAIL-ROWS.
071100     MOVE WS-SCORED-ROWS TO EXTRREC-T-SCORED-ROWS.
071200     MOVE WS-REJECT-ROWS TO EXTRREC-T-REJECT-ROWS.
071300     MOVE WS-HASH-A TO EXTRREC-T-HASH-A.
071400     MOVE WS-HASH-E TO EXTRREC-T-HASH-E.
071500     MOVE WS-HASH-I TO EXTRREC-T-HASH-I.
071600     MOVE WS-HASH-O TO EXTRREC-T-HASH-O.
071700     MOVE WS-HASH-U TO EXTRREC-T-HASH-U.
071800     MOVE WS-HASH-Y TO EXTRREC-T-HASH-Y.
071900     MOVE WS-HASH-TOTAL TO EXTRREC-T-HASH-TOTAL.
072000     MOVE WS-HASH-LINE-ID TO EXTRREC-T-HASH-LINE-ID.
072100     WRITE EXTR-REC FROM EXTRREC-TRAILER.
072200     PERFORM 8000-CHECK-EXTRACT-WRITE
072300         THRU 8000-CHECK-EXTRACT-WRITE-EXIT.
072400 9100-WRITE-TRAILER-EXIT.
072500     EXIT.
072600*----------------------------------------------------------------
072700* 9150-WRITE-CONTROL - THE TRANSMISSION CONTROL RECORD: WHAT WAS
072800*     WRITTEN, AND WHETHER THE WAREHOUSE MAY LOAD IT.
072900*----------------------------------------------------------------
073000 9150-WRITE-CONTROL.
073100     MOVE SPACES TO XMITREC.
073200     MOVE 'WHSEXTR' TO XMITREC-INTERFACE.
073300     MOVE WS-CYCLE-DATE TO XMITREC-CYCLE-DATE.
073400     MOVE WS-RUN-DATE TO XMITREC-CREATED-DATE.
073500     MOVE WS-RUN-TIME TO XMITREC-CREATED-TIME.
073600     MOVE WS-RECORDS-WRITTEN TO XMITREC-RECORD-COUNT.
073700     MOVE WS-DETAIL-ROWS TO XMITREC-DETAIL-COUNT.
073800     MOVE WS-HASH-TOTAL TO XMITREC-VOWEL-HASH.
073900     MOVE WS-HASH-LINE-ID TO XMITREC-LINE-HASH.
074000     IF WS-PROBLEM-COUNT > ZERO
074100         SET XMITREC-HELD TO TRUE
074200     ELSE
074300         SET XMITREC-COMPLETE TO TRUE
074400     END-IF.
074500     WRITE XMITREC.
074600     IF NOT WS-CTLFILE-OK
074700         DISPLAY '*** WRITE FAILED, STATUS '
074800             WS-CTLFILE-STATUS ' - JOB ABENDING ***'
074900         MOVE 16 TO RETURN-CODE
075000         STOP RUN
075100     END-IF.
075200 9150-WRITE-CONTROL-EXIT.
075300     EXIT.
075400*----------------------------------------------------------------
075500* 9200-PRINT-CYCLE-TOTALS - THE FIGURES THE CONTROL RECORD
075600*     CARRIES, EACH KIND OF RECONCILIATION FAILURE, AND THE
075700*     OUTCOME.
075800*----------------------------------------------------------------
075900 9200-PRINT-CYCLE-TOTALS.
076000     IF WS-PROBLEM-COUNT > ZERO
076100         MOVE SPACES TO WS-PRINT-LINE
076200         PERFORM 9050-WRITE-REPORT-LINE
076300             THRU 9050-WRITE-REPORT-LINE-EXIT
076400     END-IF.
076500     MOVE WS-LINES-READ TO WS-EDIT-COUNT.
076600     MOVE SPACES TO WS-PRINT-LINE.
076700     STRING 'LETTER ROWS READ ......: ' DELIMITED BY SIZE
076800         WS-EDIT-COUNT DELIMITED BY SIZE
076900         INTO WS-PRINT-LINE.
077000     PERFORM 9050-WRITE-REPORT-LINE
077100         THRU 9050-WRITE-REPORT-LINE-EXIT.
077200     MOVE WS-DETAIL-ROWS TO WS-EDIT-COUNT.
077300     MOVE SPACES TO WS-PRINT-LINE.
077400     STRING 'DETAIL ROWS WRITTEN ...: ' DELIMITED BY SIZE
077500         WS-EDIT-COUNT DELIMITED BY SIZE
077600         INTO WS-PRINT-LINE.
077700     PERFORM 9050-WRITE-REPORT-LINE
077800         THRU 9050-WRITE-REPORT-LINE-EXIT.
077900     MOVE WS-SCORED-ROWS TO WS-EDIT-COUNT.
078000     MOVE SPACES TO WS-PRINT-LINE.
078100     STRING '  SCORED ..............: ' DELIMITED BY SIZE
078200         WS-EDIT-COUNT DELIMITED BY SIZE
078300         INTO WS-PRINT-LINE.
078400     PERFORM 9050-WRITE-REPORT-LINE
078500         THRU 9050-WRITE-REPORT-LINE-EXIT.
078600     MOVE WS-REJECT-ROWS TO WS-EDIT-COUNT.
078700     MOVE SPACES TO WS-PRINT-LINE.
078800     STRING '  REJECTED ............: ' DELIMITED BY SIZE
078900         WS-EDIT-COUNT DELIMITED BY SIZE
079000         INTO WS-PRINT-LINE.
079100     PERFORM 9050-WRITE-REPORT-LINE
079200         THRU 9050-WRITE-REPORT-LINE-EXIT.
079300     MOVE WS-UNRESOLVED-ROWS TO WS-EDIT-COUNT.
079400     MOVE SPACES TO WS-PRINT-LINE.
079500     STRING '  NEITHER .............: ' DELIMITED BY SIZE
079600         WS-EDIT-COUNT DELIMITED BY SIZE
079700         INTO WS-PRINT-LINE.
079800     PERFORM 9050-WRITE-REPORT-LINE
079900         THRU 9050-WRITE-REPORT-LINE-EXIT.
080000     MOVE WS-RECORDS-WRITTEN TO WS-EDIT-COUNT.
080100     MOVE SPACES TO WS-PRINT-LINE.
080200     STRING 'RECORDS INCL HDR/TRL ..: ' DELIMITED BY SIZE
080300         WS-EDIT-COUNT DELIMITED BY SIZE
080400         INTO WS-PRINT-LINE.
080500     PERFORM 9050-WRITE-REPORT-LINE
080600         THRU 9050-WRITE-REPORT-LINE-EXIT.
080700     MOVE WS-HASH-TOTAL TO WS-EDIT-HASH.
080800     MOVE SPACES TO WS-PRINT-LINE.
080900     STRING 'VOWEL TOTAL HASH ......: ' DELIMITED BY SIZE
081000         WS-EDIT-HASH DELIMITED BY SIZE
081100         INTO WS-PRINT-LINE.
081200     PERFORM 9050-WRITE-REPORT-LINE
081300         THRU 9050-WRITE-REPORT-LINE-EXIT.
081400     MOVE WS-HASH-LINE-ID TO WS-EDIT-HASH.
081500     MOVE SPACES TO WS-PRINT-LINE.
081600     STRING 'LINE ID HASH ..........: ' DELIMITED BY SIZE
081700         WS-EDIT-HASH DELIMITED BY SIZE
081800         INTO WS-PRINT-LINE.
081900     PERFORM 9050-WRITE-REPORT-LINE
082000         THRU 9050-WRITE-REPORT-LINE-EXIT.
082100     IF WS-PROBLEM-COUNT = ZERO
082200         MOVE 'EXTRACT COMPLETE - CONTROL STATUS C - RC=0'
082300             TO WS-PRINT-LINE
082400         PERFORM 9050-WRITE-REPORT-LINE
082500             THRU 9050-WRITE-REPORT-LINE-EXIT
082600         GO TO 9200-PRINT-CYCLE-TOTALS-EXIT
082700     END-IF.
082800     MOVE WS-NO-RESULT TO WS-EDIT-COUNT.
082900     MOVE SPACES TO WS-PRINT-LINE.
083000     STRING 'NO VOWLREC OR REJREC ..: ' DELIMITED BY SIZE
083100         WS-EDIT-COUNT DELIMITED BY SIZE
083200         INTO WS-PRINT-LINE.
083300     PERFORM 9050-WRITE-REPORT-LINE
083400         THRU 9050-WRITE-REPORT-LINE-EXIT.
083500     MOVE WS-BOTH-RESULTS TO WS-EDIT-COUNT.
083600     MOVE SPACES TO WS-PRINT-LINE.
083700     STRING 'BOTH VOWLREC/REJREC ...: ' DELIMITED BY SIZE
083800         WS-EDIT-COUNT DELIMITED BY SIZE
083900         INTO WS-PRINT-LINE.
084000     PERFORM 9050-WRITE-REPORT-LINE
084100         THRU 9050-WRITE-REPORT-LINE-EXIT.
084200     MOVE WS-NO-WORDREC TO WS-EDIT-COUNT.
084300     MOVE SPACES TO WS-PRINT-LINE.
084400     STRING 'NO WORDREC ............: ' DELIMITED BY SIZE
084500         WS-EDIT-COUNT DELIMITED BY SIZE
084600         INTO WS-PRINT-LINE.
084700     PERFORM 9050-WRITE-REPORT-LINE
084800         THRU 9050-WRITE-REPORT-LINE-EXIT.
084900     MOVE WS-WRONG-CYCLE TO WS-EDIT-COUNT.
085000     MOVE SPACES TO WS-PRINT-LINE.
085100     STRING 'OTHER CYCLE DATE ......: ' DELIMITED BY SIZE
085200         WS-EDIT-COUNT DELIMITED BY SIZE
085300         INTO WS-PRINT-LINE.
085400     PERFORM 9050-WRITE-REPORT-LINE
085500         THRU 9050-WRITE-REPORT-LINE-EXIT.
085600     MOVE WS-OUT-OF-ORDER TO WS-EDIT-COUNT.
085700     MOVE SPACES TO WS-PRINT-LINE.
085800     STRING 'OUT OF ORDER ..........: ' DELIMITED BY SIZE
085900         WS-EDIT-COUNT DELIMITED BY SIZE
086000         INTO WS-PRINT-LINE.
086100     PERFORM 9050-WRITE-REPORT-LINE
086200         THRU 9050-WRITE-REPORT-LINE-EXIT.
086300     ADD WS-ORPHAN-VOWL WS-ORPHAN-REJ WS-ORPHAN-WORD
086400         GIVING WS-EDIT-COUNT.
086500     MOVE SPACES TO WS-PRINT-LINE.
086600     STRING 'ORPHAN RESULT RECORDS .: ' DELIMITED BY SIZE
086700         WS-EDIT-COUNT DELIMITED BY SIZE
086800         INTO WS-PRINT-LINE.
086900     PERFORM 9050-WRITE-REPORT-LINE
087000         THRU 9050-WRITE-REPORT-LINE-EXIT.
087100     MOVE '** EXTRACT HELD - INPUTS DO NOT RECONCILE - RC=8 **'
087200         TO WS-PRINT-LINE.
087300     PERFORM 9050-WRITE-REPORT-LINE
087400         THRU 9050-WRITE-REPORT-LINE-EXIT.
087500 9200-PRINT-CYCLE-TOTALS-EXIT.
087600     EXIT.
087700*----------------------------------------------------------------
087800* 9800-LOG-RUN-END - COMPLETE THIS RUN'S ROW ON THE CHAIN-WIDE
087900*     RUN LOG: LETTER ROWS READ, DETAIL ROWS WRITTEN, AND THE
088000*     RECONCILIATION FAILURES.
088100*----------------------------------------------------------------
088200 9800-LOG-RUN-END.
088300     SET RUNLPARM-LOG-END TO TRUE.
088400     MOVE WS-LINES-READ    TO RUNLPARM-READ-COUNT.
088500     MOVE WS-DETAIL-ROWS   TO RUNLPARM-WRITE-COUNT.
088600     MOVE WS-PROBLEM-COUNT TO RUNLPARM-REJ-COUNT.
088700     MOVE RETURN-CODE      TO RUNLPARM-RETURN-CODE.
088800     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
088900 9800-LOG-RUN-END-EXIT.
089000     EXIT.
089100*----------------------------------------------------------------
089200* 9050-WRITE-REPORT-LINE - ONE REPORT LINE TO SYSOUT AND TO THE
089300*     RETAINED DATASET, SO THE TWO COPIES CANNOT DRIFT APART.
089400*----------------------------------------------------------------
089500 9050-WRITE-REPORT-LINE.
089600     DISPLAY WS-PRINT-LINE.
089700     MOVE WS-PRINT-LINE TO REPT-REC.
089800     WRITE REPT-REC.
089900 9050-WRITE-REPORT-LINE-EXIT.
090000     EXIT.
090100*----------------------------------------------------------------
090200* 9900-ABEND-ON-OPEN-ERROR - A FILE WE DEPEND ON FAILED TO OPEN.
090300*     MOVE THE DD NAME TO WS-ABEND-FILE-NAME BEFORE THE PERFORM
090400*     SO THE MESSAGE IDENTIFIES WHICH ONE.
090500*----------------------------------------------------------------
090600 9900-ABEND-ON-OPEN-ERROR.
090700     DISPLAY '*** OPEN FAILED FOR ' WS-ABEND-FILE-NAME
090800         ' - JOB ABENDING ***'.
090900     MOVE 16 TO RETURN-CODE.
091000     STOP RUN.
091100 END PROGRAM CODEABBEY-SET-51.
