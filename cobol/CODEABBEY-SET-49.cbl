000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CODEABBEY-SET-49.
000300 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000400 INSTALLATION. CODEABBEY-DP-CENTER.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900* MODIFICATION HISTORY                                        *
001000*---------------------------------------------------------------
001100* DATE       INIT DESCRIPTION                                  *
001200* 2026-10-14  JPR INITIAL VERSION - QA SAMPLE DRAW. SET-24     *
001300*                 PROVES THE CYCLE'S COUNTS BALANCE, NOT THAT  *
001400*                 ANY ONE LINE WAS COUNTED RIGHT. THIS STEP    *
001500*                 DRAWS A REPEATABLE SAMPLE OF THE LINES       *
001600*                 SET-20 SCORED - A DRAW NUMBER PER LINE FROM  *
001700*                 ITS LINE ID, THE CYCLE DATE AND THE PARM     *
001800*                 CARD SEED, TAKEN WHEN UNDER THE PARM CARD    *
001900*                 RATE, PLUS ONE LINE FROM ANY SOURCE THE RATE *
002000*                 DREW NOTHING FROM - AND PRINTS A QA          *
002100*                 WORKSHEET OF EACH LINE'S TEXT WITH ITS       *
002200*                 VOWLREC AND LTTRREC COUNTS AND A PRE-PUNCHED *
002300*                 VERDICT CARD. THE QASMREC SAMPLE FILE GOES   *
002400*                 TO CODEABBEY-SET-50 WITH THE REVIEWERS'      *
002500*                 VERDICTS.                                    *
002600***************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT LTTRFILE ASSIGN TO LTTRFILE
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-LTTRFILE-STATUS.
003600     SELECT INFILE ASSIGN TO INFILE
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-INFILE-STATUS.
003900     SELECT VOWLFILE ASSIGN TO VOWLFILE
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-VOWLFILE-STATUS.
004200     SELECT PARMFILE ASSIGN TO PARMFILE
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-PARMFILE-STATUS.
004500     SELECT DATEFILE ASSIGN TO DATEFILE
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-DATEFILE-STATUS.
004800     SELECT SAMPFILE ASSIGN TO SAMPFILE
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-SAMPFILE-STATUS.
005100     SELECT REPTFILE ASSIGN TO REPTFILE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-REPTFILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600*----------------------------------------------------------------
005700* LTTRFILE - TODAY'S PER-LINE LETTER COUNTS FROM CODEABBEY-SET-36,
005800* ONE LTTRREC FOR EVERY TEXT LINE OF THE FEED, IN LINE-ID ORDER.
005900*----------------------------------------------------------------
006000 FD  LTTRFILE
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F.
006300     COPY LTTRREC.
006400*----------------------------------------------------------------
006500* IN-REC MATCHES THE LRECL=133 CYCLE INPUT FEED. READ IN STEP
006600* WITH LTTRFILE FOR EACH LINE'S SOURCE (FROM ITS BATCH'S HDR
006700* RECORD, COLS 4-11) AND ITS TEXT FOR THE WORKSHEET.
006800*----------------------------------------------------------------
006900 FD  INFILE
007000     LABEL RECORDS ARE STANDARD
007100     RECORDING MODE IS F.
007200 01  IN-REC PIC X(133).
007300*----------------------------------------------------------------
007400* VOWLFILE - TODAY'S VOWLREC RESULTS FROM CODEABBEY-SET-20, ONE
007500* PER LINE IT SCORED, IN LINE-ID ORDER. A LINE WITH NO VOWLREC
007600* WAS REJECTED OR EXCEPTED AND IS NOT SAMPLED.
007700*----------------------------------------------------------------
007800 FD  VOWLFILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORDING MODE IS F.
008100     COPY VOWLREC.
008200*----------------------------------------------------------------
008300* PARMFILE - KEYWORD=VALUE CARDS: RATE=NNNNN, THE SAMPLE RATE
008400* PER TEN THOUSAND SCORED LINES; SEED=NNNNNNNN, MIXED INTO EVERY
008500* DRAW SO A FRESH SEED DRAWS A FRESH SAMPLE; SRCMIN=YES/NO,
008600* WHETHER EVERY SOURCE GETS AT LEAST ONE LINE REVIEWED.
008700*----------------------------------------------------------------
008800 FD  PARMFILE
008900     LABEL RECORDS ARE STANDARD
009000     RECORDING MODE IS F.
009100 01  PARM-REC PIC X(80).
009200*----------------------------------------------------------------
009300* DATEFILE - THE SCHEDULER'S CYCLE-DATE CARD, COLS 1-6 YYMMDD.
009400*----------------------------------------------------------------
009500 FD  DATEFILE
009600     LABEL RECORDS ARE STANDARD
009700     RECORDING MODE IS F.
009800 01  DATE-REC PIC X(80).
009900*----------------------------------------------------------------
010000* SAMPFILE - ONE QASMREC PER LINE DRAWN, FOR THE VERDICT RUN.
010100*----------------------------------------------------------------
010200 FD  SAMPFILE
010300     LABEL RECORDS ARE STANDARD
010400     RECORDING MODE IS F.
010500 01  SAMP-REC PIC X(220).
010600*----------------------------------------------------------------
010700* REPTFILE - THE QA WORKSHEET HANDED TO THE REVIEWERS.
010800*----------------------------------------------------------------
010900 FD  REPTFILE
011000     LABEL RECORDS ARE STANDARD
011100     RECORDING MODE IS F.
011200 01  REPT-REC PIC X(80).
011300 WORKING-STORAGE SECTION.
011400*----------------------------------------------------------------
011500* FILE STATUS AND SWITCH BYTES
011600*----------------------------------------------------------------
011700 01  WS-LTTRFILE-STATUS PIC X(02).
011800     88  WS-LTTRFILE-OK              VALUE '00'.
011900 01  WS-INFILE-STATUS PIC X(02).
012000     88  WS-INFILE-OK                VALUE '00'.
012100 01  WS-VOWLFILE-STATUS PIC X(02).
012200     88  WS-VOWLFILE-OK              VALUE '00'.
012300 01  WS-PARMFILE-STATUS PIC X(02).
012400     88  WS-PARMFILE-OK              VALUE '00'.
012500 01  WS-DATEFILE-STATUS PIC X(02).
012600     88  WS-DATEFILE-OK              VALUE '00'.
012700 01  WS-SAMPFILE-STATUS PIC X(02).
012800     88  WS-SAMPFILE-OK              VALUE '00'.
012900 01  WS-REPTFILE-STATUS PIC X(02).
013000     88  WS-REPTFILE-OK              VALUE '00'.
013100 01  WS-SWITCHES.
013200     05  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
013300         88  WS-AT-EOF                VALUE 'Y'.
013400         88  WS-NOT-AT-EOF            VALUE 'N'.
013500     05  WS-IN-EOF-SWITCH PIC X(01) VALUE 'N'.
013600         88  WS-IN-AT-EOF             VALUE 'Y'.
013700     05  WS-VOWL-EOF-SWITCH PIC X(01) VALUE 'N'.
013800         88  WS-VOWL-AT-EOF           VALUE 'Y'.
013900     05  WS-PARM-EOF-SWITCH PIC X(01) VALUE 'N'.
014000         88  WS-PARM-AT-EOF           VALUE 'Y'.
014100     05  WS-SRC-MIN-SWITCH PIC X(01) VALUE 'Y'.
014200         88  WS-SRC-MIN-ON            VALUE 'Y'.
014300         88  WS-SRC-MIN-OFF           VALUE 'N'.
014400 01  WS-CYCLE-DATE PIC 9(06) VALUE ZERO.
014500*----------------------------------------------------------------
014600* PARM CARD WORK AREAS AND THE SETTINGS, WITH THEIR DEFAULTS -
014700* HALF OF ONE PER CENT OF THE SCORED LINES, SEED ZERO, AND AT
014800* LEAST ONE LINE FROM EVERY SOURCE.
014900*----------------------------------------------------------------
015000 01  WS-PARM-REC PIC X(80).
015100 01  WS-PARM-KEYWORD PIC X(12).
015200 01  WS-PARM-VALUE PIC X(12).
015300 01  WS-SAMPLE-RATE PIC 9(05) VALUE 50.
015400 01  WS-SEED PIC 9(08) VALUE ZERO.
015500*----------------------------------------------------------------
015600* THE DRAW. EACH SCORED LINE GETS A DRAW NUMBER FROM 0 TO 9999
015700* WORKED OUT FROM ITS LINE ID, THE CYCLE DATE AND THE SEED ALONE
015800* - TWO TURNS OF A MIXED CONGRUENTIAL GENERATOR MODULO ONE
015900* MILLION, KEEPING THE TOP FOUR DIGITS - SO THE SAME CYCLE AND
016000* SEED ALWAYS DRAW THE SAME LINES, A RERUN REPRODUCES THE
016100* WORKSHEET, AND THE DRAW OWES NOTHING TO THE ORDER THE LINES
016200* ARRIVE IN. A LINE IS TAKEN WHEN ITS DRAW IS UNDER THE RATE.
016300*----------------------------------------------------------------
016400 77  WS-DRAW-MODULUS PIC 9(07) COMP VALUE 1000000.
016500 77  WS-DRAW-MULTIPLIER PIC 9(05) COMP VALUE 31821.
016600 77  WS-DRAW-INCREMENT PIC 9(05) COMP VALUE 13849.
016700 77  WS-DRAW-STRIDE PIC 9(05) COMP VALUE 7919.
016800 01  WS-DRAW-WORK PIC 9(15) COMP VALUE ZERO.
016900 01  WS-DRAW-QUOT PIC 9(15) COMP VALUE ZERO.
017000 01  WS-DRAW-STATE PIC 9(07) COMP VALUE ZERO.
017100 01  WS-DRAW PIC 9(05) COMP VALUE ZERO.
017200*----------------------------------------------------------------
017300* PER-SOURCE FIGURES. WS-SRC-LOW-DRAW AND WS-SRC-CAND HOLD THE
017400* SCORED LINE WITH THE LOWEST DRAW NOT TAKEN BY THE RATE, AS A
017500* READY-BUILT QASMREC - IT IS THE LINE TAKEN AT THE END FOR A
017600* SOURCE THE RATE DREW NOTHING FROM. 99999 MEANS NO CANDIDATE.
017700* THE LAST SLOT IS KEPT FOR '*OTHER*': A FEED WITH MORE SOURCES
017800* THAN THE REST OF THE TABLE HOLDS LUMPS THE EXCESS THERE, AND
017900* IT GETS NO MINIMUM LINE - IT IS NOT ONE SOURCE.
018000*----------------------------------------------------------------
018100 77  WS-SRC-MAX PIC 9(03) COMP VALUE 50.
018200 77  WS-SRC-COUNT PIC 9(03) COMP VALUE ZERO.
018300 77  WS-SRC-SUB PIC 9(03) COMP VALUE ZERO.
018400 77  WS-SRC-CUR PIC 9(03) COMP VALUE 1.
018500 77  WS-SRC-HIT PIC 9(03) COMP VALUE ZERO.
018600 01  WS-SRC-TABLE.
018700     05  WS-SRC-ENTRY OCCURS 50 TIMES.
018800         10  WS-SRC-ID           PIC X(08).
018900         10  WS-SRC-LINES        PIC 9(07) COMP.
019000         10  WS-SRC-SCORED       PIC 9(07) COMP.
019100         10  WS-SRC-SAMPLED      PIC 9(07) COMP.
019200         10  WS-SRC-LOW-DRAW     PIC 9(05) COMP.
019300         10  WS-SRC-CAND         PIC X(220).
019400*----------------------------------------------------------------
019500* THE LINE IN HAND. WS-LINE-NUMBER COUNTS INFILE TEXT LINES
019600* (HDR/TRL NOT COUNTED) AND MUST AGREE WITH LTTRREC-LINE-ID.
019700* WS-VOWL-LINE-ID IS THE NEXT VOWLREC'S LINE ID, FORCED TO ALL
019800* NINES AT END OF FILE SO THE MATCH RUNS OFF.
019900*----------------------------------------------------------------
020000 01  WS-LINE PIC X(80).
020100 01  WS-LINE-NUMBER PIC 9(07) COMP VALUE ZERO.
020200 01  WS-VOWL-LINE-ID PIC 9(07) VALUE ZERO.
020300 01  WS-CUR-SOURCE PIC X(08) VALUE SPACES.
020400 77  WS-LETTER-SUB PIC 9(02) COMP VALUE ZERO.
020500*----------------------------------------------------------------
020600* CYCLE COUNTS FOR THE TOTALS AND THE RUN LOG.
020700*----------------------------------------------------------------
020800 01  WS-LINES-READ PIC 9(07) COMP VALUE ZERO.
020900 01  WS-LINES-SCORED PIC 9(07) COMP VALUE ZERO.
021000 01  WS-LINES-UNSCORED PIC 9(07) COMP VALUE ZERO.
021100 01  WS-TAKEN-BY-RATE PIC 9(07) COMP VALUE ZERO.
021200 01  WS-TAKEN-AS-MINIMUM PIC 9(05) COMP VALUE ZERO.
021300 01  WS-SAMPLE-COUNT PIC 9(07) COMP VALUE ZERO.
021400*----------------------------------------------------------------
021500* WORKSHEET BUILDING AREAS. EACH LINE DRAWN GETS A BLOCK: ITS
021600* IDENTITY, A COLUMN RULER OVER THE TEXT, THE SYSTEM'S VOWEL
021700* COUNTS, THE 26 LETTER COUNTS IN TWO ROWS OF THIRTEEN, AND THE
021800* VERDICT CARD PRE-PUNCHED WITH THE CYCLE DATE AND LINE ID.
021900*----------------------------------------------------------------
022000 01  WS-PRINT-LINE PIC X(80).
022100 01  WS-RULER.
022200     05  FILLER PIC X(40)
022300         VALUE '....+....1....+....2....+....3....+....4'.
022400     05  FILLER PIC X(40)
022500         VALUE '....+....5....+....6....+....7....+....8'.
022600 01  WS-ALPHABET PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
022700 77  WS-ROW-FIRST PIC 9(02) COMP VALUE ZERO.
022800 77  WS-ROW-LAST PIC 9(02) COMP VALUE ZERO.
022900 77  WS-CELL-POS PIC 9(03) COMP VALUE ZERO.
023000 01  WS-EDIT-COUNT PIC 9(07).
023100 01  WS-EDIT-LINE PIC 9(07).
023200 01  WS-EDIT-DATE PIC 9(06).
023300 01  WS-EDIT-RATE PIC 9(05).
023400 01  WS-EDIT-SEED PIC 9(08).
023500 01  WS-EDIT-SAMPLE PIC 9(05).
023600 01  WS-EDIT-DRAW PIC 9(04).
023700 01  WS-EDIT-LETTER PIC 9(03).
023800 01  WS-EDIT-SCORED PIC 9(07).
023900 01  WS-EDIT-SAMPLED PIC 9(07).
024000 01  WS-EDIT-HOW PIC X(14).
024100*----------------------------------------------------------------
024200* NAME OF THE FILE CURRENTLY BEING OPENED, FOR THE ABEND MESSAGE
024300* IN 9900-ABEND-ON-OPEN-ERROR BELOW.
024400*----------------------------------------------------------------
024500 01  WS-ABEND-FILE-NAME PIC X(08).
024510*----------------------------------------------------------------
024520* THE SAMPLE LINE IN HAND - BUILT BY 2500-BUILD-SAMPLE OR TAKEN
024530* FROM A SOURCE'S CANDIDATE, WRITTEN FROM HERE TO SAMPFILE AND
024540* PRINTED FROM HERE ON THE WORKSHEET.
024550*----------------------------------------------------------------
024560     COPY QASMREC.
024600*----------------------------------------------------------------
024700* PARAMETER BLOCK FOR THE CODEABBEY-SET-30 RUN-LOG RECORDER -
024800* SEE 1030-LOG-RUN-START AND 9800-LOG-RUN-END.
024900*----------------------------------------------------------------
025000     COPY RUNLPARM.
025100 PROCEDURE DIVISION.
025200*----------------------------------------------------------------
025300* 0000-MAINLINE - OVERALL FLOW OF CONTROL FOR THE RUN.
025400*----------------------------------------------------------------
025500 0000-MAINLINE.
025600     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
025700     PERFORM 2000-DRAW-ONE-LINE THRU 2000-DRAW-ONE-LINE-EXIT
025800         UNTIL WS-AT-EOF.
025900     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
026000     STOP RUN.
026100*----------------------------------------------------------------
026200* 1000-INITIALIZE - CARDS, FILE OPENS, THE WORKSHEET HEADING AND
026300*     THE PRIMING READ.
026400*----------------------------------------------------------------
026500 1000-INITIALIZE.
026600     PERFORM 1050-READ-DATE-CARD THRU 1050-READ-DATE-CARD-EXIT.
026700     PERFORM 1030-LOG-RUN-START THRU 1030-LOG-RUN-START-EXIT.
026800     PERFORM 1100-READ-PARM-CARDS THRU 1100-READ-PARM-CARDS-EXIT.
026900     OPEN INPUT LTTRFILE.
027000     IF NOT WS-LTTRFILE-OK
027100         MOVE 'LTTRFILE' TO WS-ABEND-FILE-NAME
027200         PERFORM 9900-ABEND-ON-OPEN-ERROR
027300     END-IF.
027400     OPEN INPUT INFILE.
027500     IF NOT WS-INFILE-OK
027600         MOVE 'INFILE' TO WS-ABEND-FILE-NAME
027700         PERFORM 9900-ABEND-ON-OPEN-ERROR
027800     END-IF.
027900     OPEN INPUT VOWLFILE.
028000     IF NOT WS-VOWLFILE-OK
028100         MOVE 'VOWLFILE' TO WS-ABEND-FILE-NAME
028200         PERFORM 9900-ABEND-ON-OPEN-ERROR
028300     END-IF.
028400     OPEN OUTPUT SAMPFILE.
028500     IF NOT WS-SAMPFILE-OK
028600         MOVE 'SAMPFILE' TO WS-ABEND-FILE-NAME
028700         PERFORM 9900-ABEND-ON-OPEN-ERROR
028800     END-IF.
028900     OPEN OUTPUT REPTFILE.
029000     IF NOT WS-REPTFILE-OK
029100         MOVE 'REPTFILE' TO WS-ABEND-FILE-NAME
029200         PERFORM 9900-ABEND-ON-OPEN-ERROR
029300     END-IF.
029400     PERFORM 1300-PRINT-HEADING THRU 1300-PRINT-HEADING-EXIT.
029500     PERFORM 2100-READ-LTTRFILE THRU 2100-READ-LTTRFILE-EXIT.
029600 1000-INITIALIZE-EXIT.
029700     EXIT.
029800*----------------------------------------------------------------
029900* 1030-LOG-RUN-START - CLAIM THIS RUN'S ATTEMPT NUMBER ON THE
030000*     CHAIN-WIDE RUN LOG, STAMPED WITH THE MANDATORY DATEFILE
030100*     CYCLE DATE 1050 JUST READ.
030200*----------------------------------------------------------------
030300 1030-LOG-RUN-START.
030400     SET RUNLPARM-LOG-START TO TRUE.
030500     MOVE 'SET-49' TO RUNLPARM-PROGRAM.
030600     MOVE WS-CYCLE-DATE TO RUNLPARM-CYCLE-DATE.
030700     SET RUNLPARM-FRESH-START TO TRUE.
030800     MOVE ZERO TO RUNLPARM-ATTEMPT RUNLPARM-READ-COUNT
030900         RUNLPARM-WRITE-COUNT RUNLPARM-REJ-COUNT
031000         RUNLPARM-RETURN-CODE.
031100     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
031200 1030-LOG-RUN-START-EXIT.
031300     EXIT.
031400*----------------------------------------------------------------
031500* 1050-READ-DATE-CARD - THE CYCLE DATE IS PART OF EVERY DRAW AND
031600*     OF THE KEY THE VERDICTS COME BACK UNDER, SO THIS CARD IS
031700*     MANDATORY AND MUST BE NUMERIC.
031800*----------------------------------------------------------------
031900 1050-READ-DATE-CARD.
032000     OPEN INPUT DATEFILE.
032100     IF NOT WS-DATEFILE-OK
032200         MOVE 'DATEFILE' TO WS-ABEND-FILE-NAME
032300         PERFORM 9900-ABEND-ON-OPEN-ERROR
032400     END-IF.
032500     READ DATEFILE
032600         AT END
032700             DISPLAY '*** DATEFILE IS EMPTY - THE CYCLE DATE'
032800                 ' KEYS EVERY SAMPLE - JOB ABENDING ***'
032900             MOVE 16 TO RETURN-CODE
033000             STOP RUN
033100     END-READ.
033200     IF DATE-REC (1:6) IS NUMERIC
033300         MOVE DATE-REC (1:6) TO WS-CYCLE-DATE
033400     ELSE
033500         DISPLAY '*** DATEFILE CARD IS NOT A YYMMDD DATE'
033600             ' - JOB ABENDING ***'
033700         MOVE 16 TO RETURN-CODE
033800         STOP RUN
033900     END-IF.
034000     CLOSE DATEFILE.
034100 1050-READ-DATE-CARD-EXIT.
034200     EXIT.
034300*----------------------------------------------------------------
034400* 1100-READ-PARM-CARDS - RATE=, SEED= AND SRCMIN=. NO FILE, OR
034500*     NO CARD FOR A KEYWORD, KEEPS THAT DEFAULT.
034600*----------------------------------------------------------------
034700 1100-READ-PARM-CARDS.
034800     OPEN INPUT PARMFILE.
034900     IF NOT WS-PARMFILE-OK
035000         GO TO 1100-READ-PARM-CARDS-EXIT
035100     END-IF.
035200     PERFORM 1150-PROCESS-ONE-PARM-CARD
035300         THRU 1150-PROCESS-ONE-PARM-CARD-EXIT
035400         UNTIL WS-PARM-AT-EOF.
035500     CLOSE PARMFILE.
035600 1100-READ-PARM-CARDS-EXIT.
035700     EXIT.
035800*----------------------------------------------------------------
035900* 1150-PROCESS-ONE-PARM-CARD - ONE KEYWORD=VALUE CARD. A CARD
036000*     THAT CANNOT BE USED IS WARNED AND IGNORED. A RATE OF ZERO
036100*     WOULD DRAW NOTHING BUT THE SOURCE MINIMUMS AND ONE ABOVE
036200*     10000 MEANS NOTHING, SO BOTH ARE REFUSED.
036300*----------------------------------------------------------------
036400 1150-PROCESS-ONE-PARM-CARD.
036500     READ PARMFILE INTO WS-PARM-REC
036600         AT END
036700             SET WS-PARM-AT-EOF TO TRUE
036800             GO TO 1150-PROCESS-ONE-PARM-CARD-EXIT
036900     END-READ.
037000     IF WS-PARM-REC = SPACES OR WS-PARM-REC (1:1) = '*'
037100         GO TO 1150-PROCESS-ONE-PARM-CARD-EXIT
037200     END-IF.
037300     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
037400     UNSTRING WS-PARM-REC DELIMITED BY '='
037500         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
037600     EVALUATE WS-PARM-KEYWORD
037700         WHEN 'RATE'
037800             IF WS-PARM-VALUE (1:5) IS NUMERIC AND
037900                     WS-PARM-VALUE (1:5) NOT = '00000' AND
038000                     WS-PARM-VALUE (1:5) NOT > '10000'
038100                 MOVE WS-PARM-VALUE (1:5) TO WS-SAMPLE-RATE
038200             ELSE
038300                 PERFORM 1154-WARN-BAD-PARM-VALUE
038400                     THRU 1154-WARN-BAD-PARM-VALUE-EXIT
038500             END-IF
038600         WHEN 'SEED'
038700             IF WS-PARM-VALUE (1:8) IS NUMERIC
038800                 MOVE WS-PARM-VALUE (1:8) TO WS-SEED
038900             ELSE
039000                 PERFORM 1154-WARN-BAD-PARM-VALUE
039100                     THRU 1154-WARN-BAD-PARM-VALUE-EXIT
039200             END-IF
039300         WHEN 'SRCMIN'
039400             EVALUATE WS-PARM-VALUE
039500                 WHEN 'YES'
039600                     SET WS-SRC-MIN-ON TO TRUE
039700                 WHEN 'NO'
039800                     SET WS-SRC-MIN-OFF TO TRUE
039900                 WHEN OTHER
040000                     PERFORM 1154-WARN-BAD-PARM-VALUE
040100                         THRU 1154-WARN-BAD-PARM-VALUE-EXIT
040200             END-EVALUATE
040300         WHEN OTHER
040400             DISPLAY 'PARM CARD NOT UNDERSTOOD, IGNORED: '
040500                 WS-PARM-REC (1:40)
040600     END-EVALUATE.
040700 1150-PROCESS-ONE-PARM-CARD-EXIT.
040800     EXIT.
040900*----------------------------------------------------------------
041000* 1154-WARN-BAD-PARM-VALUE - A RECOGNIZED KEYWORD ARRIVED WITH
041100*     A VALUE THAT CANNOT BE USED. SAY SO AND IGNORE THE CARD.
041200*----------------------------------------------------------------
041300 1154-WARN-BAD-PARM-VALUE.
041400     DISPLAY 'PARM CARD VALUE NOT USABLE, IGNORED: '
041500         WS-PARM-REC (1:40).
041600 1154-WARN-BAD-PARM-VALUE-EXIT.
041700     EXIT.
041800*----------------------------------------------------------------
041900* 1300-PRINT-HEADING - BANNER, THE SETTINGS IN FORCE AND HOW TO
042000*     RETURN THE VERDICTS.
042100*----------------------------------------------------------------
042200 1300-PRINT-HEADING.
042300     MOVE '********************************************'
042400         TO WS-PRINT-LINE.
042500     PERFORM 9050-WRITE-REPORT-LINE
042600         THRU 9050-WRITE-REPORT-LINE-EXIT.
042700     MOVE '*  CODEABBEY-SET-49 QA SAMPLE WORKSHEET    *'
042800         TO WS-PRINT-LINE.
042900     PERFORM 9050-WRITE-REPORT-LINE
043000         THRU 9050-WRITE-REPORT-LINE-EXIT.
043100     MOVE '********************************************'
043200         TO WS-PRINT-LINE.
043300     PERFORM 9050-WRITE-REPORT-LINE
043400         THRU 9050-WRITE-REPORT-LINE-EXIT.
043500     MOVE WS-CYCLE-DATE TO WS-EDIT-DATE.
043600     MOVE SPACES TO WS-PRINT-LINE.
043700     STRING 'CYCLE DATE ............: ' DELIMITED BY SIZE
043800         WS-EDIT-DATE DELIMITED BY SIZE
043900         INTO WS-PRINT-LINE.
044000     PERFORM 9050-WRITE-REPORT-LINE
044100         THRU 9050-WRITE-REPORT-LINE-EXIT.
044200     MOVE WS-SAMPLE-RATE TO WS-EDIT-RATE.
044300     MOVE SPACES TO WS-PRINT-LINE.
044400     STRING 'SAMPLE RATE ...........: ' DELIMITED BY SIZE
044500         WS-EDIT-RATE DELIMITED BY SIZE
044600         ' PER 10000 SCORED LINES' DELIMITED BY SIZE
044700         INTO WS-PRINT-LINE.
044800     PERFORM 9050-WRITE-REPORT-LINE
044900         THRU 9050-WRITE-REPORT-LINE-EXIT.
045000     MOVE WS-SEED TO WS-EDIT-SEED.
045100     MOVE SPACES TO WS-PRINT-LINE.
045200     STRING 'SEED ..................: ' DELIMITED BY SIZE
045300         WS-EDIT-SEED DELIMITED BY SIZE
045400         INTO WS-PRINT-LINE.
045500     PERFORM 9050-WRITE-REPORT-LINE
045600         THRU 9050-WRITE-REPORT-LINE-EXIT.
045700     IF WS-SRC-MIN-ON
045800         MOVE 'ONE LINE PER SOURCE ...: YES' TO WS-PRINT-LINE
045900     ELSE
046000         MOVE 'ONE LINE PER SOURCE ...: NO' TO WS-PRINT-LINE
046100     END-IF.
046200     PERFORM 9050-WRITE-REPORT-LINE
046300         THRU 9050-WRITE-REPORT-LINE-EXIT.
046400     MOVE SPACES TO WS-PRINT-LINE.
046500     PERFORM 9050-WRITE-REPORT-LINE
046600         THRU 9050-WRITE-REPORT-LINE-EXIT.
046700     MOVE 'CHECK EACH LINE BELOW BY HAND AGAINST THE COUNTS THE'
046800         TO WS-PRINT-LINE.
046900     PERFORM 9050-WRITE-REPORT-LINE
047000         THRU 9050-WRITE-REPORT-LINE-EXIT.
047100     MOVE 'SYSTEM GAVE IT, THEN COMPLETE ITS VERDICT CARD: COL 16'
047200         TO WS-PRINT-LINE.
047300     PERFORM 9050-WRITE-REPORT-LINE
047400         THRU 9050-WRITE-REPORT-LINE-EXIT.
047500     MOVE 'A (AGREE) OR D (DISAGREE), COLS 18-25 REVIEWER ID,'
047600         TO WS-PRINT-LINE.
047700     PERFORM 9050-WRITE-REPORT-LINE
047800         THRU 9050-WRITE-REPORT-LINE-EXIT.
047900     MOVE 'COLS 27-80 WHAT IS WRONG ON A DISAGREE. RETURN THE'
048000         TO WS-PRINT-LINE.
048100     PERFORM 9050-WRITE-REPORT-LINE
048200         THRU 9050-WRITE-REPORT-LINE-EXIT.
048300     MOVE 'CARDS TO OPERATIONS FOR THE QA VERDICT JOB.'
048400         TO WS-PRINT-LINE.
048500     PERFORM 9050-WRITE-REPORT-LINE
048600         THRU 9050-WRITE-REPORT-LINE-EXIT.
048700 1300-PRINT-HEADING-EXIT.
048800     EXIT.
048900*----------------------------------------------------------------
049000* 2000-DRAW-ONE-LINE - BRING INFILE UP TO THE LTTRREC IN HAND
049100*     AND VOWLFILE UP TO THE LINE. A LINE SET-20 SCORED GETS ITS
049200*     DRAW AND IS TAKEN IF THE DRAW IS UNDER THE RATE; IF NOT, IT
049300*     MAY STILL BECOME ITS SOURCE'S MINIMUM-LINE CANDIDATE. A
049400*     LINE SET-20 DID NOT SCORE IS ONLY COUNTED.
049500*----------------------------------------------------------------
049600 2000-DRAW-ONE-LINE.
049700     PERFORM 2150-READ-INFILE THRU 2150-READ-INFILE-EXIT.
049800     IF WS-IN-AT-EOF OR WS-LINE-NUMBER NOT = LTTRREC-LINE-ID
049900         DISPLAY '*** LTTRFILE AND INFILE ARE OUT OF STEP AT'
050000             ' LETTER ROW ' LTTRREC-LINE-ID ' - JOB ABENDING ***'
050100         MOVE 16 TO RETURN-CODE
050200         STOP RUN
050300     END-IF.
050400     ADD 1 TO WS-LINES-READ.
050500     PERFORM 2200-FIND-SOURCE THRU 2200-FIND-SOURCE-EXIT.
050600     ADD 1 TO WS-SRC-LINES (WS-SRC-CUR).
050700     PERFORM 2170-READ-VOWLFILE THRU 2170-READ-VOWLFILE-EXIT
050800         UNTIL WS-VOWL-LINE-ID NOT < WS-LINE-NUMBER.
050900     IF WS-VOWL-LINE-ID NOT = WS-LINE-NUMBER
051000         ADD 1 TO WS-LINES-UNSCORED
051100         PERFORM 2100-READ-LTTRFILE THRU 2100-READ-LTTRFILE-EXIT
051200         GO TO 2000-DRAW-ONE-LINE-EXIT
051300     END-IF.
051400     ADD 1 TO WS-LINES-SCORED.
051500     ADD 1 TO WS-SRC-SCORED (WS-SRC-CUR).
051600     PERFORM 2400-MAKE-DRAW THRU 2400-MAKE-DRAW-EXIT.
051700     IF WS-DRAW < WS-SAMPLE-RATE
051800         PERFORM 2500-BUILD-SAMPLE THRU 2500-BUILD-SAMPLE-EXIT
051900         SET QASMREC-BY-RATE TO TRUE
052000         ADD 1 TO WS-TAKEN-BY-RATE
052100         ADD 1 TO WS-SRC-SAMPLED (WS-SRC-CUR)
052200         PERFORM 4000-TAKE-SAMPLE THRU 4000-TAKE-SAMPLE-EXIT
052300     ELSE
052400         IF WS-SRC-MIN-ON AND
052500                 WS-DRAW < WS-SRC-LOW-DRAW (WS-SRC-CUR)
052600             PERFORM 2500-BUILD-SAMPLE THRU 2500-BUILD-SAMPLE-EXIT
052700             MOVE WS-DRAW TO WS-SRC-LOW-DRAW (WS-SRC-CUR)
052800             MOVE QASMREC TO WS-SRC-CAND (WS-SRC-CUR)
052900         END-IF
053000     END-IF.
053100     PERFORM 2100-READ-LTTRFILE THRU 2100-READ-LTTRFILE-EXIT.
053200 2000-DRAW-ONE-LINE-EXIT.
053300     EXIT.
053400*----------------------------------------------------------------
053500* 2100-READ-LTTRFILE - READ THE NEXT LETTER ROW, SET EOF SWITCH.
053600*----------------------------------------------------------------
053700 2100-READ-LTTRFILE.
053800     READ LTTRFILE
053900         AT END
054000             SET WS-AT-EOF TO TRUE
054100     END-READ.
054200 2100-READ-LTTRFILE-EXIT.
054300     EXIT.
054400*----------------------------------------------------------------
054500* 2150-READ-INFILE - READ THE NEXT TEXT LINE. HDR AND TRL
054600*     RECORDS ARE BATCH CONTROL RECORDS, NOT TEXT, AND THE FEED
054700*     MAY BE SEVERAL BATCHES CONCATENATED - SKIP THEM WHEREVER
054800*     THEY APPEAR, THE SAME RECORDS SET-36 SKIPS, SO THE LINE
054900*     NUMBERING STAYS ALIGNED WITH LTTRREC-LINE-ID. EACH HDR
055000*     NAMES THE SOURCE OF THE LINES THAT FOLLOW IT.
055100*----------------------------------------------------------------
055200 2150-READ-INFILE.
055300     READ INFILE
055400         AT END
055500             SET WS-IN-AT-EOF TO TRUE
055600             GO TO 2150-READ-INFILE-EXIT
055700     END-READ.
055800     IF IN-REC (1:3) = 'HDR'
055900         MOVE IN-REC (4:8) TO WS-CUR-SOURCE
056000         GO TO 2150-READ-INFILE
056100     END-IF.
056200     IF IN-REC (1:3) = 'TRL'
056300         GO TO 2150-READ-INFILE
056400     END-IF.
056500     ADD 1 TO WS-LINE-NUMBER.
056600     MOVE IN-REC (1:80) TO WS-LINE.
056700 2150-READ-INFILE-EXIT.
056800     EXIT.
056900*----------------------------------------------------------------
057000* 2170-READ-VOWLFILE - NEXT VOWLREC. AT END THE LINE ID GOES TO
057100*     ALL NINES SO EVERY REMAINING FEED LINE READS AS UNSCORED.
057200*----------------------------------------------------------------
057300 2170-READ-VOWLFILE.
057400     READ VOWLFILE
057500         AT END
057600             SET WS-VOWL-AT-EOF TO TRUE
057700             MOVE 9999999 TO WS-VOWL-LINE-ID
057800             GO TO 2170-READ-VOWLFILE-EXIT
057900     END-READ.
058000     MOVE VOWLREC-LINE-ID TO WS-VOWL-LINE-ID.
058100 2170-READ-VOWLFILE-EXIT.
058200     EXIT.
058300*----------------------------------------------------------------
058400* 2200-FIND-SOURCE - POINT WS-SRC-CUR AT THIS LINE'S SOURCE,
058500*     ADDING IT ON FIRST SIGHT. THE FEED ARRIVES A BATCH AT A
058600*     TIME, SO THE SOURCE IS USUALLY THE SAME AS THE LAST LINE'S
058700*     AND THE SEARCH IS SKIPPED. ONCE ALL BUT THE LAST SLOT ARE
058710*     TAKEN, A NEW SOURCE GOES TO THE '*OTHER*' SLOT, SET UP THE
058720*     FIRST TIME IT IS NEEDED.
058800*----------------------------------------------------------------
058900 2200-FIND-SOURCE.
059000     IF WS-SRC-COUNT > ZERO
059100         IF WS-SRC-ID (WS-SRC-CUR) = WS-CUR-SOURCE
059200             GO TO 2200-FIND-SOURCE-EXIT
059300         END-IF
059400     END-IF.
059500     MOVE ZERO TO WS-SRC-HIT.
059600     PERFORM 2250-MATCH-ONE-SOURCE
059700         THRU 2250-MATCH-ONE-SOURCE-EXIT
059800         VARYING WS-SRC-SUB FROM 1 BY 1
059900         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
060000     IF WS-SRC-HIT > ZERO
060100         MOVE WS-SRC-HIT TO WS-SRC-CUR
060200         GO TO 2200-FIND-SOURCE-EXIT
060300     END-IF.
060400     IF WS-SRC-COUNT < WS-SRC-MAX - 1
060500         ADD 1 TO WS-SRC-COUNT
060600         MOVE WS-SRC-COUNT TO WS-SRC-CUR
060700         MOVE WS-CUR-SOURCE TO WS-SRC-ID (WS-SRC-CUR)
060800         PERFORM 2260-CLEAR-SOURCE THRU 2260-CLEAR-SOURCE-EXIT
060900         GO TO 2200-FIND-SOURCE-EXIT
061000     END-IF.
061100     MOVE WS-SRC-MAX TO WS-SRC-CUR.
061200     IF WS-SRC-COUNT < WS-SRC-MAX
061300         MOVE WS-SRC-MAX TO WS-SRC-COUNT
061400         MOVE '*OTHER*' TO WS-SRC-ID (WS-SRC-CUR)
061500         PERFORM 2260-CLEAR-SOURCE THRU 2260-CLEAR-SOURCE-EXIT
061600     END-IF.
061700 2200-FIND-SOURCE-EXIT.
061800     EXIT.
061900*----------------------------------------------------------------
062000* 2250-MATCH-ONE-SOURCE - ONE TABLE SLOT AGAINST THE SOURCE.
062100*----------------------------------------------------------------
062200 2250-MATCH-ONE-SOURCE.
062300     IF WS-SRC-ID (WS-SRC-SUB) = WS-CUR-SOURCE
062400         MOVE WS-SRC-SUB TO WS-SRC-HIT
062500     END-IF.
062600 2250-MATCH-ONE-SOURCE-EXIT.
062700     EXIT.
062710*----------------------------------------------------------------
062720* 2260-CLEAR-SOURCE - ZERO THE FIGURES OF A NEW SLOT.
062730*----------------------------------------------------------------
062740 2260-CLEAR-SOURCE.
062750     MOVE ZERO TO WS-SRC-LINES (WS-SRC-CUR)
062760         WS-SRC-SCORED (WS-SRC-CUR)
062770         WS-SRC-SAMPLED (WS-SRC-CUR).
062780     MOVE 99999 TO WS-SRC-LOW-DRAW (WS-SRC-CUR).
062790     MOVE SPACES TO WS-SRC-CAND (WS-SRC-CUR).
062795 2260-CLEAR-SOURCE-EXIT.
062797     EXIT.
062800*----------------------------------------------------------------
062900* 2400-MAKE-DRAW - THE LINE'S DRAW NUMBER, 0 TO 9999: START FROM
063000*     THE LINE ID TIMES A PRIME STRIDE PLUS THE CYCLE DATE AND
063100*     THE SEED, TURN THE GENERATOR TWICE, KEEP THE TOP FOUR OF
063200*     ITS SIX DIGITS (THE LOW DIGITS OF SUCH A GENERATOR CYCLE
063300*     TOO SHORT TO TRUST).
063400*----------------------------------------------------------------
063500 2400-MAKE-DRAW.
063600     MULTIPLY WS-LINE-NUMBER BY WS-DRAW-STRIDE
063700         GIVING WS-DRAW-WORK.
063800     ADD WS-CYCLE-DATE WS-SEED TO WS-DRAW-WORK.
063900     DIVIDE WS-DRAW-WORK BY WS-DRAW-MODULUS
064000         GIVING WS-DRAW-QUOT
064100         REMAINDER WS-DRAW-STATE.
064200     PERFORM 2450-TURN-GENERATOR THRU 2450-TURN-GENERATOR-EXIT.
064300     PERFORM 2450-TURN-GENERATOR THRU 2450-TURN-GENERATOR-EXIT.
064400     DIVIDE WS-DRAW-STATE BY 100 GIVING WS-DRAW.
064500 2400-MAKE-DRAW-EXIT.
064600     EXIT.
064700*----------------------------------------------------------------
064800* 2450-TURN-GENERATOR - ONE STEP: STATE TIMES THE MULTIPLIER
064900*     PLUS THE INCREMENT, MODULO ONE MILLION.
065000*----------------------------------------------------------------
065100 2450-TURN-GENERATOR.
065200     MULTIPLY WS-DRAW-STATE BY WS-DRAW-MULTIPLIER
065300         GIVING WS-DRAW-WORK.
065400     ADD WS-DRAW-INCREMENT TO WS-DRAW-WORK.
065500     DIVIDE WS-DRAW-WORK BY WS-DRAW-MODULUS
065600         GIVING WS-DRAW-QUOT
065700         REMAINDER WS-DRAW-STATE.
065800 2450-TURN-GENERATOR-EXIT.
065900     EXIT.
066000*----------------------------------------------------------------
066100* 2500-BUILD-SAMPLE - THE LINE IN HAND AS A QASMREC: ITS KEY,
066200*     SOURCE AND DRAW, THE VOWLREC COUNTS, THE 26 LTTRREC COUNTS
066300*     AND THE TEXT. THE CALLER SETS HOW IT WAS DRAWN.
066400*----------------------------------------------------------------
066500 2500-BUILD-SAMPLE.
066600     MOVE SPACES TO QASMREC.
066700     MOVE WS-CYCLE-DATE TO QASMREC-CYCLE-DATE.
066800     MOVE WS-LINE-NUMBER TO QASMREC-LINE-ID.
066900     MOVE WS-CUR-SOURCE TO QASMREC-SOURCE-ID.
067000     MOVE WS-DRAW TO QASMREC-DRAW.
067100     MOVE VOWLREC-CNT-A TO QASMREC-CNT-A.
067200     MOVE VOWLREC-CNT-E TO QASMREC-CNT-E.
067300     MOVE VOWLREC-CNT-I TO QASMREC-CNT-I.
067400     MOVE VOWLREC-CNT-O TO QASMREC-CNT-O.
067500     MOVE VOWLREC-CNT-U TO QASMREC-CNT-U.
067600     MOVE VOWLREC-CNT-Y TO QASMREC-CNT-Y.
067700     MOVE VOWLREC-TOTAL TO QASMREC-TOTAL.
067800     PERFORM 2550-TAKE-ONE-LETTER THRU 2550-TAKE-ONE-LETTER-EXIT
067900         VARYING WS-LETTER-SUB FROM 1 BY 1
068000         UNTIL WS-LETTER-SUB > 26.
068100     MOVE WS-LINE TO QASMREC-TEXT.
068200 2500-BUILD-SAMPLE-EXIT.
068300     EXIT.
068400*----------------------------------------------------------------
068500* 2550-TAKE-ONE-LETTER - ONE LETTER COUNT INTO THE QASMREC.
068600*----------------------------------------------------------------
068700 2550-TAKE-ONE-LETTER.
068800     MOVE LTTRREC-CNT (WS-LETTER-SUB)
068900         TO QASMREC-LETTER-CNT (WS-LETTER-SUB).
069000 2550-TAKE-ONE-LETTER-EXIT.
069100     EXIT.
069200*----------------------------------------------------------------
069300* 3000-TAKE-SOURCE-MINIMUMS - AT END OF FEED, EACH SOURCE THAT
069400*     HAD SCORED LINES BUT DREW NONE AT THE RATE GIVES UP ITS
069500*     LOWEST-DRAW LINE, SO NO SOURCE GOES A CYCLE UNREVIEWED.
069600*----------------------------------------------------------------
069700 3000-TAKE-SOURCE-MINIMUMS.
069800     IF WS-SRC-MIN-OFF
069900         GO TO 3000-TAKE-SOURCE-MINIMUMS-EXIT
070000     END-IF.
070100     PERFORM 3100-TAKE-ONE-MINIMUM THRU 3100-TAKE-ONE-MINIMUM-EXIT
070200         VARYING WS-SRC-SUB FROM 1 BY 1
070300         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
070400 3000-TAKE-SOURCE-MINIMUMS-EXIT.
070500     EXIT.
070600*----------------------------------------------------------------
070700* 3100-TAKE-ONE-MINIMUM - ONE SOURCE'S CANDIDATE, IF IT NEEDS IT.
070800*----------------------------------------------------------------
070900 3100-TAKE-ONE-MINIMUM.
071000     IF WS-SRC-ID (WS-SRC-SUB) = '*OTHER*'
071100             OR WS-SRC-SAMPLED (WS-SRC-SUB) > ZERO
071200             OR WS-SRC-LOW-DRAW (WS-SRC-SUB) > 9999
071300         GO TO 3100-TAKE-ONE-MINIMUM-EXIT
071400     END-IF.
071500     MOVE WS-SRC-CAND (WS-SRC-SUB) TO QASMREC.
071600     SET QASMREC-SOURCE-MINIMUM TO TRUE.
071700     ADD 1 TO WS-TAKEN-AS-MINIMUM.
071800     ADD 1 TO WS-SRC-SAMPLED (WS-SRC-SUB).
071900     PERFORM 4000-TAKE-SAMPLE THRU 4000-TAKE-SAMPLE-EXIT.
072000 3100-TAKE-ONE-MINIMUM-EXIT.
072100     EXIT.
072200*----------------------------------------------------------------
072300* 4000-TAKE-SAMPLE - WRITE THE QASMREC THE CALLER BUILT AND PRINT
072400*     ITS WORKSHEET BLOCK.
072500*----------------------------------------------------------------
072600 4000-TAKE-SAMPLE.
072700     WRITE SAMP-REC FROM QASMREC.
072800     IF NOT WS-SAMPFILE-OK
072900         DISPLAY '*** WRITE FAILED, STATUS '
073000             WS-SAMPFILE-STATUS ' - JOB ABENDING ***'
073100         MOVE 16 TO RETURN-CODE
073200         STOP RUN
073300     END-IF.
073400     ADD 1 TO WS-SAMPLE-COUNT.
073500     PERFORM 4100-PRINT-SAMPLE-BLOCK
073600         THRU 4100-PRINT-SAMPLE-BLOCK-EXIT.
073700 4000-TAKE-SAMPLE-EXIT.
073800     EXIT.
073900*----------------------------------------------------------------
074000* 4100-PRINT-SAMPLE-BLOCK - ONE LINE'S WORKSHEET BLOCK, BUILT
074100*     FROM THE QASMREC IN HAND. THE VERDICT CARD IMAGE IS
074200*     PRINTED FROM COLUMN 1 SO ITS COLUMNS ARE THE CARD'S.
074300*----------------------------------------------------------------
074400 4100-PRINT-SAMPLE-BLOCK.
074500     MOVE SPACES TO WS-PRINT-LINE.
074600     PERFORM 9050-WRITE-REPORT-LINE
074700         THRU 9050-WRITE-REPORT-LINE-EXIT.
074800     MOVE ALL '-' TO WS-PRINT-LINE.
074900     PERFORM 9050-WRITE-REPORT-LINE
075000         THRU 9050-WRITE-REPORT-LINE-EXIT.
075100     IF QASMREC-SOURCE-MINIMUM
075200         MOVE 'SOURCE MINIMUM' TO WS-EDIT-HOW
075300     ELSE
075400         MOVE 'AT RATE' TO WS-EDIT-HOW
075500     END-IF.
075600     MOVE WS-SAMPLE-COUNT TO WS-EDIT-SAMPLE.
075700     MOVE QASMREC-LINE-ID TO WS-EDIT-LINE.
075800     MOVE QASMREC-DRAW TO WS-EDIT-DRAW.
075900     MOVE SPACES TO WS-PRINT-LINE.
076000     STRING 'SAMPLE ' DELIMITED BY SIZE
076100         WS-EDIT-SAMPLE DELIMITED BY SIZE
076200         '  LINE ' DELIMITED BY SIZE
076300         WS-EDIT-LINE DELIMITED BY SIZE
076400         '  SOURCE ' DELIMITED BY SIZE
076500         QASMREC-SOURCE-ID DELIMITED BY SIZE
076600         '  DRAW ' DELIMITED BY SIZE
076700         WS-EDIT-DRAW DELIMITED BY SIZE
076800         ' ' DELIMITED BY SIZE
076900         WS-EDIT-HOW DELIMITED BY SIZE
077000         INTO WS-PRINT-LINE.
077100     PERFORM 9050-WRITE-REPORT-LINE
077200         THRU 9050-WRITE-REPORT-LINE-EXIT.
077300     MOVE WS-RULER TO WS-PRINT-LINE.
077400     PERFORM 9050-WRITE-REPORT-LINE
077500         THRU 9050-WRITE-REPORT-LINE-EXIT.
077600     MOVE QASMREC-TEXT TO WS-PRINT-LINE.
077700     PERFORM 9050-WRITE-REPORT-LINE
077800         THRU 9050-WRITE-REPORT-LINE-EXIT.
077900     MOVE SPACES TO WS-PRINT-LINE.
078000     STRING 'VOWELS  A ' DELIMITED BY SIZE
078100         QASMREC-CNT-A DELIMITED BY SIZE
078200         '  E ' DELIMITED BY SIZE
078300         QASMREC-CNT-E DELIMITED BY SIZE
078400         '  I ' DELIMITED BY SIZE
078500         QASMREC-CNT-I DELIMITED BY SIZE
078600         '  O ' DELIMITED BY SIZE
078700         QASMREC-CNT-O DELIMITED BY SIZE
078800         '  U ' DELIMITED BY SIZE
078900         QASMREC-CNT-U DELIMITED BY SIZE
079000         '  Y ' DELIMITED BY SIZE
079100         QASMREC-CNT-Y DELIMITED BY SIZE
079200         '  TOTAL ' DELIMITED BY SIZE
079300         QASMREC-TOTAL DELIMITED BY SIZE
079400         INTO WS-PRINT-LINE.
079500     PERFORM 9050-WRITE-REPORT-LINE
079600         THRU 9050-WRITE-REPORT-LINE-EXIT.
079700     MOVE 1 TO WS-ROW-FIRST.
079800     MOVE 13 TO WS-ROW-LAST.
079900     PERFORM 4200-PRINT-LETTER-ROW
080000         THRU 4200-PRINT-LETTER-ROW-EXIT.
080100     MOVE 14 TO WS-ROW-FIRST.
080200     MOVE 26 TO WS-ROW-LAST.
080300     PERFORM 4200-PRINT-LETTER-ROW
080400         THRU 4200-PRINT-LETTER-ROW-EXIT.
080500     MOVE 'VERDICT CARD:' TO WS-PRINT-LINE.
080600     PERFORM 9050-WRITE-REPORT-LINE
080700         THRU 9050-WRITE-REPORT-LINE-EXIT.
080800     MOVE QASMREC-CYCLE-DATE TO WS-EDIT-DATE.
080900     MOVE SPACES TO WS-PRINT-LINE.
081000     STRING WS-EDIT-DATE DELIMITED BY SIZE
081100         ' ' DELIMITED BY SIZE
081200         WS-EDIT-LINE DELIMITED BY SIZE
081300         ' _ ________ ' DELIMITED BY SIZE
081400         INTO WS-PRINT-LINE.
081500     PERFORM 9050-WRITE-REPORT-LINE
081600         THRU 9050-WRITE-REPORT-LINE-EXIT.
081700 4100-PRINT-SAMPLE-BLOCK-EXIT.
081800     EXIT.
081900*----------------------------------------------------------------
082000* 4200-PRINT-LETTER-ROW - LETTERS WS-ROW-FIRST THRU WS-ROW-LAST
082100*     ACROSS ONE PRINT LINE, SIX COLUMNS EACH.
082200*----------------------------------------------------------------
082300 4200-PRINT-LETTER-ROW.
082400     MOVE SPACES TO WS-PRINT-LINE.
082500     PERFORM 4250-PUT-ONE-LETTER THRU 4250-PUT-ONE-LETTER-EXIT
082600         VARYING WS-LETTER-SUB FROM WS-ROW-FIRST BY 1
082700         UNTIL WS-LETTER-SUB > WS-ROW-LAST.
082800     PERFORM 9050-WRITE-REPORT-LINE
082900         THRU 9050-WRITE-REPORT-LINE-EXIT.
083000 4200-PRINT-LETTER-ROW-EXIT.
083100     EXIT.
083200*----------------------------------------------------------------
083300* 4250-PUT-ONE-LETTER - ONE LETTER AND ITS COUNT INTO ITS CELL.
083400*----------------------------------------------------------------
083500 4250-PUT-ONE-LETTER.
083600     SUBTRACT WS-ROW-FIRST FROM WS-LETTER-SUB GIVING WS-CELL-POS.
083700     MULTIPLY 6 BY WS-CELL-POS.
083800     ADD 1 TO WS-CELL-POS.
083900     MOVE WS-ALPHABET (WS-LETTER-SUB:1)
084000         TO WS-PRINT-LINE (WS-CELL-POS:1).
084100     ADD 2 TO WS-CELL-POS.
084200     MOVE QASMREC-LETTER-CNT (WS-LETTER-SUB) TO WS-EDIT-LETTER.
084300     MOVE WS-EDIT-LETTER TO WS-PRINT-LINE (WS-CELL-POS:3).
084400 4250-PUT-ONE-LETTER-EXIT.
084500     EXIT.
084600*----------------------------------------------------------------
084700* 5000-PRINT-SOURCE-SUMMARY - HOW MANY LINES EACH SOURCE SENT,
084800*     HOW MANY WERE SCORED AND HOW MANY WERE DRAWN.
084900*----------------------------------------------------------------
085000 5000-PRINT-SOURCE-SUMMARY.
085100     MOVE SPACES TO WS-PRINT-LINE.
085200     PERFORM 9050-WRITE-REPORT-LINE
085300         THRU 9050-WRITE-REPORT-LINE-EXIT.
085400     MOVE ALL '-' TO WS-PRINT-LINE.
085500     PERFORM 9050-WRITE-REPORT-LINE
085600         THRU 9050-WRITE-REPORT-LINE-EXIT.
085700     MOVE 'SOURCES' TO WS-PRINT-LINE.
085800     PERFORM 9050-WRITE-REPORT-LINE
085900         THRU 9050-WRITE-REPORT-LINE-EXIT.
086000     MOVE 'SOURCE   LINES   SCORED  SAMPLED' TO WS-PRINT-LINE.
086100     PERFORM 9050-WRITE-REPORT-LINE
086200         THRU 9050-WRITE-REPORT-LINE-EXIT.
086300     PERFORM 5100-PRINT-ONE-SOURCE THRU 5100-PRINT-ONE-SOURCE-EXIT
086400         VARYING WS-SRC-SUB FROM 1 BY 1
086500         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
086600 5000-PRINT-SOURCE-SUMMARY-EXIT.
086700     EXIT.
086800*----------------------------------------------------------------
086900* 5100-PRINT-ONE-SOURCE - ONE SOURCE'S LINE ON THE SUMMARY.
087000*----------------------------------------------------------------
087100 5100-PRINT-ONE-SOURCE.
087200     MOVE WS-SRC-LINES (WS-SRC-SUB) TO WS-EDIT-COUNT.
087300     MOVE WS-SRC-SCORED (WS-SRC-SUB) TO WS-EDIT-SCORED.
087400     MOVE WS-SRC-SAMPLED (WS-SRC-SUB) TO WS-EDIT-SAMPLED.
087500     MOVE SPACES TO WS-PRINT-LINE.
087600     STRING WS-SRC-ID (WS-SRC-SUB) DELIMITED BY SIZE
087700         ' ' DELIMITED BY SIZE
087800         WS-EDIT-COUNT DELIMITED BY SIZE
087900         ' ' DELIMITED BY SIZE
088000         WS-EDIT-SCORED DELIMITED BY SIZE
088100         ' ' DELIMITED BY SIZE
088200         WS-EDIT-SAMPLED DELIMITED BY SIZE
088300         INTO WS-PRINT-LINE.
088400     PERFORM 9050-WRITE-REPORT-LINE
088500         THRU 9050-WRITE-REPORT-LINE-EXIT.
088600 5100-PRINT-ONE-SOURCE-EXIT.
088700     EXIT.
088800*----------------------------------------------------------------
088900* 9000-TERMINATE - THE SOURCE MINIMUMS, THE SUMMARY AND TOTALS,
089000*     CLOSES, AND RC=4 WHEN LINES WERE SCORED BUT NONE DRAWN.
089100*----------------------------------------------------------------
089200 9000-TERMINATE.
089300     CLOSE LTTRFILE.
089400     CLOSE INFILE.
089500     CLOSE VOWLFILE.
089600     PERFORM 3000-TAKE-SOURCE-MINIMUMS
089700         THRU 3000-TAKE-SOURCE-MINIMUMS-EXIT.
089800     CLOSE SAMPFILE.
089900     PERFORM 5000-PRINT-SOURCE-SUMMARY
090000         THRU 5000-PRINT-SOURCE-SUMMARY-EXIT.
090100     PERFORM 9200-PRINT-CYCLE-TOTALS
090200         THRU 9200-PRINT-CYCLE-TOTALS-EXIT.
090300     CLOSE REPTFILE.
090400     IF WS-SAMPLE-COUNT = ZERO AND WS-LINES-SCORED > ZERO
090500         MOVE 4 TO RETURN-CODE
090600     END-IF.
090700     PERFORM 9800-LOG-RUN-END THRU 9800-LOG-RUN-END-EXIT.
090800 9000-TERMINATE-EXIT.
090900     EXIT.
091000*----------------------------------------------------------------
091100* 9200-PRINT-CYCLE-TOTALS - THE CYCLE FIGURES AND THE OUTCOME.
091200*----------------------------------------------------------------
091300 9200-PRINT-CYCLE-TOTALS.
091400     MOVE SPACES TO WS-PRINT-LINE.
091500     PERFORM 9050-WRITE-REPORT-LINE
091600         THRU 9050-WRITE-REPORT-LINE-EXIT.
091700     MOVE WS-LINES-READ TO WS-EDIT-COUNT.
091800     MOVE SPACES TO WS-PRINT-LINE.
091900     STRING 'LINES READ ............: ' DELIMITED BY SIZE
092000         WS-EDIT-COUNT DELIMITED BY SIZE
092100         INTO WS-PRINT-LINE.
092200     PERFORM 9050-WRITE-REPORT-LINE
092300         THRU 9050-WRITE-REPORT-LINE-EXIT.
092400     MOVE WS-LINES-SCORED TO WS-EDIT-COUNT.
092500     MOVE SPACES TO WS-PRINT-LINE.
092600     STRING 'LINES SCORED ..........: ' DELIMITED BY SIZE
092700         WS-EDIT-COUNT DELIMITED BY SIZE
092800         INTO WS-PRINT-LINE.
092900     PERFORM 9050-WRITE-REPORT-LINE
093000         THRU 9050-WRITE-REPORT-LINE-EXIT.
093100     MOVE WS-LINES-UNSCORED TO WS-EDIT-COUNT.
093200     MOVE SPACES TO WS-PRINT-LINE.
093300     STRING 'NOT SCORED, NOT DRAWN .: ' DELIMITED BY SIZE
093400         WS-EDIT-COUNT DELIMITED BY SIZE
093500         INTO WS-PRINT-LINE.
093600     PERFORM 9050-WRITE-REPORT-LINE
093700         THRU 9050-WRITE-REPORT-LINE-EXIT.
093800     MOVE WS-TAKEN-BY-RATE TO WS-EDIT-COUNT.
093900     MOVE SPACES TO WS-PRINT-LINE.
094000     STRING 'DRAWN AT THE RATE .....: ' DELIMITED BY SIZE
094100         WS-EDIT-COUNT DELIMITED BY SIZE
094200         INTO WS-PRINT-LINE.
094300     PERFORM 9050-WRITE-REPORT-LINE
094400         THRU 9050-WRITE-REPORT-LINE-EXIT.
094500     MOVE WS-TAKEN-AS-MINIMUM TO WS-EDIT-COUNT.
094600     MOVE SPACES TO WS-PRINT-LINE.
094700     STRING 'DRAWN AS SOURCE MINIMUM: ' DELIMITED BY SIZE
094800         WS-EDIT-COUNT DELIMITED BY SIZE
094900         INTO WS-PRINT-LINE.
095000     PERFORM 9050-WRITE-REPORT-LINE
095100         THRU 9050-WRITE-REPORT-LINE-EXIT.
095200     MOVE WS-SAMPLE-COUNT TO WS-EDIT-COUNT.
095300     MOVE SPACES TO WS-PRINT-LINE.
095400     STRING 'LINES FOR REVIEW ......: ' DELIMITED BY SIZE
095500         WS-EDIT-COUNT DELIMITED BY SIZE
095600         INTO WS-PRINT-LINE.
095700     PERFORM 9050-WRITE-REPORT-LINE
095800         THRU 9050-WRITE-REPORT-LINE-EXIT.
095900     IF WS-SAMPLE-COUNT = ZERO AND WS-LINES-SCORED > ZERO
096000         MOVE '** NOTHING DRAWN - RAISE THE RATE - RC=4 **'
096100             TO WS-PRINT-LINE
096200     ELSE
096300         MOVE 'SAMPLE DRAWN - RC=0' TO WS-PRINT-LINE
096400     END-IF.
096500     PERFORM 9050-WRITE-REPORT-LINE
096600         THRU 9050-WRITE-REPORT-LINE-EXIT.
096700 9200-PRINT-CYCLE-TOTALS-EXIT.
096800     EXIT.
096900*----------------------------------------------------------------
097000* 9800-LOG-RUN-END - COMPLETE THIS RUN'S ROW ON THE CHAIN-WIDE
097100*     RUN LOG: LETTER ROWS READ AND SAMPLE RECORDS WRITTEN.
097200*----------------------------------------------------------------
097300 9800-LOG-RUN-END.
097400     SET RUNLPARM-LOG-END TO TRUE.
097500     MOVE WS-LINES-READ    TO RUNLPARM-READ-COUNT.
097600     MOVE WS-SAMPLE-COUNT  TO RUNLPARM-WRITE-COUNT.
097700     MOVE ZERO             TO RUNLPARM-REJ-COUNT.
097800     MOVE RETURN-CODE      TO RUNLPARM-RETURN-CODE.
097900     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
098000 9800-LOG-RUN-END-EXIT.
098100     EXIT.
098200*----------------------------------------------------------------
098300* 9050-WRITE-REPORT-LINE - ONE REPORT LINE TO SYSOUT AND TO THE
098400*     RETAINED DATASET, SO THE TWO COPIES CANNOT DRIFT APART.
098500*----------------------------------------------------------------
098600 9050-WRITE-REPORT-LINE.
098700     DISPLAY WS-PRINT-LINE.
098800     MOVE WS-PRINT-LINE TO REPT-REC.
098900     WRITE REPT-REC.
099000 9050-WRITE-REPORT-LINE-EXIT.
099100     EXIT.
099200*----------------------------------------------------------------
099300* 9900-ABEND-ON-OPEN-ERROR - A FILE WE DEPEND ON FAILED TO OPEN.
099400*     MOVE THE DD NAME TO WS-ABEND-FILE-NAME BEFORE THE PERFORM
099500*     SO THE MESSAGE IDENTIFIES WHICH ONE.
099600*----------------------------------------------------------------
099700 9900-ABEND-ON-OPEN-ERROR.
099800     DISPLAY '*** OPEN FAILED FOR ' WS-ABEND-FILE-NAME
099900         ' - JOB ABENDING ***'.
100000     MOVE 16 TO RETURN-CODE.
100100     STOP RUN.
100200 END PROGRAM CODEABBEY-SET-49.
