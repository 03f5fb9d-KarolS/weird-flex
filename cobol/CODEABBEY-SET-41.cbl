000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CODEABBEY-SET-41.
000300 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000400 INSTALLATION. CODEABBEY-DP-CENTER.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900* MODIFICATION HISTORY                                        *
001000*---------------------------------------------------------------
001100* DATE       INIT DESCRIPTION                                  *
001200* 2026-10-14  JPR INITIAL VERSION - DUPLICATE AND RECURRING    *
001300*                 LINE DETECTION. AN UPSTREAM EXTRACT THAT     *
001400*                 RESENDS PART OF A BATCH GETS NEW LINE IDS    *
001500*                 FOR THE SAME TEXT AND INFLATES EVERY TOTAL,  *
001600*                 AND SET-24 BALANCES ON COUNT SO IT CANNOT    *
001700*                 SEE IT. THIS STEP READS THE LRECL=133 FEED   *
001800*                 (SKIPPING HDR/TRL THE WAY SET-36 DOES, SO    *
001900*                 LINE IDS STAY ALIGNED WITH VOWLREC-LINE-ID)  *
002000*                 ALONGSIDE THE DAY'S VOWLREC RESULTS, HASHES  *
002100*                 THE 80-COLUMN TEXT OF EACH SCORED LINE INTO  *
002200*                 A FINGERPRINT AND LOOKS IT UP ON THE ROLLING *
002300*                 FINGERPRINT MASTER. A TEXT ALREADY SEEN      *
002400*                 EARLIER IN TODAY'S FEED IS A DUPLICATE IN    *
002500*                 FEED; A TEXT FIRST SEEN IN AN EARLIER CYCLE  *
002600*                 IS A REPEAT. BOTH ARE LISTED BY LINE AND     *
002700*                 SUMMED BY SOURCE, AND THE CYCLE'S DUPLICATE  *
002800*                 RATE GOES OUT AS AN RSLTREC ROW FOR THE      *
002900*                 SET-33 SCORECARD - WARN, RC=4, WHEN IT IS    *
003000*                 OVER THE MAXDUPPCT= TOLERANCE. ENTRIES NOT   *
003100*                 SEEN FOR THE RETAIN= PERIOD ARE PURGED.      *
003200***************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT INFILE ASSIGN TO INFILE
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-INFILE-STATUS.
004200     SELECT VOWLFILE ASSIGN TO VOWLFILE
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-VOWLFILE-STATUS.
004500     SELECT FPRTFILE ASSIGN TO FPRTFILE
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS FPRTREC-KEY
004900         FILE STATUS IS WS-FPRTFILE-STATUS.
005000     SELECT PARMFILE ASSIGN TO PARMFILE
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-PARMFILE-STATUS.
005300     SELECT DATEFILE ASSIGN TO DATEFILE
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-DATEFILE-STATUS.
005600     SELECT RSLTFILE ASSIGN TO RSLTFILE
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-RSLTFILE-STATUS.
005900     SELECT REPTFILE ASSIGN TO REPTFILE
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-REPTFILE-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400*----------------------------------------------------------------
006500* IN-REC MATCHES THE LRECL=133 CYCLE INPUT FEED; ONLY THE FIRST
006600* 80 COLUMNS ARE FINGERPRINTED, THE SAME WINDOW SET-20 SCORES.
006700*----------------------------------------------------------------
006800 FD  INFILE
006900     LABEL RECORDS ARE STANDARD
007000     RECORDING MODE IS F.
007100 01  IN-REC PIC X(133).
007200*----------------------------------------------------------------
007300* VOWLFILE - THE DAY'S VOWLREC RESULTS FROM CODEABBEY-SET-20, IN
007400* LINE-ID ORDER. A FEED LINE WITH NO VOWLREC WAS REJECTED, NOT
007500* SCORED, AND IS LEFT OUT OF THE DUPLICATE FIGURES.
007600*----------------------------------------------------------------
007700 FD  VOWLFILE
007800     LABEL RECORDS ARE STANDARD
007900     RECORDING MODE IS F.
008000     COPY VOWLREC.
008100*----------------------------------------------------------------
008200* FPRTFILE - THE ROLLING FINGERPRINT MASTER, DEFINED ONE-TIME BY
008300* CODE029S.JCL.
008400*----------------------------------------------------------------
008500 FD  FPRTFILE
008600     LABEL RECORDS ARE STANDARD.
008700     COPY FPRTREC.
008800*----------------------------------------------------------------
008900* PARMFILE - KEYWORD=VALUE CARDS, MAINTAINED BY OPERATIONS:
009000* RETAIN=NNN (DAYS AN UNSEEN TEXT STAYS ON THE MASTER, DEFAULT
009100* 90) AND MAXDUPPCT=NNN (DUPLICATE RATE ABOVE WHICH THE CYCLE
009200* WARNS, DEFAULT 5). NO FILE KEEPS BOTH DEFAULTS.
009300*----------------------------------------------------------------
009400 FD  PARMFILE
009500     LABEL RECORDS ARE STANDARD
009600     RECORDING MODE IS F.
009700 01  PARM-REC PIC X(80).
009800*----------------------------------------------------------------
009900* DATEFILE - THE SCHEDULER'S CYCLE-DATE CARD, COLS 1-6 YYMMDD.
010000* EVERY MASTER ENTRY IS STAMPED WITH IT, SO A MISSING OR BAD
010100* CARD IS AN ABEND HERE, NOT A GUESS.
010200*----------------------------------------------------------------
010300 FD  DATEFILE
010400     LABEL RECORDS ARE STANDARD
010500     RECORDING MODE IS F.
010600 01  DATE-REC PIC X(80).
010700*----------------------------------------------------------------
010800* RSLTFILE - THE DUPLICATE-RATE VERDICT IN THE FIXED RSLTREC
010900* LAYOUT FOR THE END-OF-CYCLE SCORECARD STEP.
011000*----------------------------------------------------------------
011100 FD  RSLTFILE
011200     LABEL RECORDS ARE STANDARD
011300     RECORDING MODE IS F.
011400     COPY RSLTREC.
011500*----------------------------------------------------------------
011600* REPTFILE - RETAINED COPY OF THE DUPLICATE LINE REPORT.
011700*----------------------------------------------------------------
011800 FD  REPTFILE
011900     LABEL RECORDS ARE STANDARD
012000     RECORDING MODE IS F.
012100 01  REPT-REC PIC X(80).
012200 WORKING-STORAGE SECTION.
012300*----------------------------------------------------------------
012400* FILE STATUS AND SWITCH BYTES
012500*----------------------------------------------------------------
012600 01  WS-INFILE-STATUS PIC X(02).
012700     88  WS-INFILE-OK                VALUE '00'.
012800 01  WS-VOWLFILE-STATUS PIC X(02).
012900     88  WS-VOWLFILE-OK              VALUE '00'.
013000 01  WS-FPRTFILE-STATUS PIC X(02).
013100     88  WS-FPRTFILE-OK              VALUE '00'.
013200     88  WS-FPRTFILE-NOTFND          VALUE '23'.
013300     88  WS-FPRTFILE-ENDED           VALUE '10'.
013400     88  WS-FPRTFILE-UNLOADED        VALUE '35'.
013500 01  WS-PARMFILE-STATUS PIC X(02).
013600     88  WS-PARMFILE-OK              VALUE '00'.
013700 01  WS-DATEFILE-STATUS PIC X(02).
013800     88  WS-DATEFILE-OK              VALUE '00'.
013900 01  WS-RSLTFILE-STATUS PIC X(02).
014000     88  WS-RSLTFILE-OK              VALUE '00'.
014100 01  WS-REPTFILE-STATUS PIC X(02).
014200     88  WS-REPTFILE-OK              VALUE '00'.
014300 01  WS-SWITCHES.
014400     05  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
014500         88  WS-AT-EOF                VALUE 'Y'.
014600         88  WS-NOT-AT-EOF            VALUE 'N'.
014700     05  WS-VOWL-EOF-SWITCH PIC X(01) VALUE 'N'.
014800         88  WS-VOWL-AT-EOF           VALUE 'Y'.
014900     05  WS-PARM-EOF-SWITCH PIC X(01) VALUE 'N'.
015000         88  WS-PARM-AT-EOF           VALUE 'Y'.
015100     05  WS-PURGE-DONE-SWITCH PIC X(01) VALUE 'N'.
015200         88  WS-PURGE-DONE            VALUE 'Y'.
015300     05  WS-FINDING-SWITCH PIC X(01) VALUE 'N'.
015400         88  WS-LINE-IS-NEW           VALUE 'N'.
015500         88  WS-LINE-IS-FEED-DUP      VALUE 'D'.
015600         88  WS-LINE-IS-REPEAT        VALUE 'R'.
015700     05  WS-RATE-SWITCH PIC X(01) VALUE 'N'.
015800         88  WS-RATE-OVER             VALUE 'Y'.
015900         88  WS-RATE-WITHIN           VALUE 'N'.
016000*----------------------------------------------------------------
016100* CYCLE DATE, PARM CARD AND RETENTION CONTROLS.
016200*----------------------------------------------------------------
016300 01  WS-CYCLE-DATE PIC 9(06) VALUE ZERO.
016400 01  WS-PARM-REC PIC X(80).
016500 01  WS-PARM-KEYWORD PIC X(12).
016600 01  WS-PARM-VALUE PIC X(12).
016700 01  WS-RETAIN-DAYS PIC 9(03) COMP VALUE 90.
016800 01  WS-MAX-DUP-PCT PIC 9(03) COMP VALUE 5.
016900*----------------------------------------------------------------
017000* CUTOFF DATE - THE CYCLE DATE MINUS THE RETENTION PERIOD,
017100* WALKED BACK ONE CALENDAR DAY AT A TIME THE WAY SET-28 DOES.
017200* A MASTER ENTRY LAST SEEN BEFORE IT IS PURGED.
017300*----------------------------------------------------------------
017400 01  WS-CUTOFF-DATE.
017500     05  WS-CUT-YY PIC 9(02).
017600     05  WS-CUT-MM PIC 9(02).
017700     05  WS-CUT-DD PIC 9(02).
017800 01  WS-CUTOFF-DATE-N REDEFINES WS-CUTOFF-DATE PIC 9(06).
017900 01  WS-MONTH-DAYS-TABLE.
018000     05  FILLER PIC 9(02) VALUE 31.
018100     05  FILLER PIC 9(02) VALUE 28.
018200     05  FILLER PIC 9(02) VALUE 31.
018300     05  FILLER PIC 9(02) VALUE 30.
018400     05  FILLER PIC 9(02) VALUE 31.
018500     05  FILLER PIC 9(02) VALUE 30.
018600     05  FILLER PIC 9(02) VALUE 31.
018700     05  FILLER PIC 9(02) VALUE 31.
018800     05  FILLER PIC 9(02) VALUE 30.
018900     05  FILLER PIC 9(02) VALUE 31.
019000     05  FILLER PIC 9(02) VALUE 30.
019100     05  FILLER PIC 9(02) VALUE 31.
019200 01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-TABLE.
019300     05  WS-MONTH-DAYS PIC 9(02) OCCURS 12 TIMES.
019400 77  WS-DAY-SUB PIC 9(03) COMP VALUE ZERO.
019500 77  WS-LEAP-QUOTIENT PIC 9(02) COMP VALUE ZERO.
019600 77  WS-LEAP-REMAINDER PIC 9(02) COMP VALUE ZERO.
019700*----------------------------------------------------------------
019800* THE LINE IN HAND. WS-LINE-NUMBER IS ITS PHYSICAL LINE NUMBER
019900* (HDR/TRL NOT COUNTED), THE SAME NUMBER SET-20 PUTS IN
020000* VOWLREC-LINE-ID. WS-VOWL-LINE-ID IS THE NEXT VOWLREC'S LINE
020100* ID, FORCED TO ALL NINES AT END OF FILE SO THE MATCH RUNS OFF.
020200*----------------------------------------------------------------
020300 01  WS-LINE PIC X(80).
020400 01  WS-LINE-NUMBER PIC 9(07) COMP VALUE ZERO.
020500 01  WS-VOWL-LINE-ID PIC 9(07) VALUE ZERO.
020600*----------------------------------------------------------------
020700* FINGERPRINT WORK AREAS. EACH BYTE OF THE LINE IS DROPPED INTO
020800* THE LOW HALF OF A HALFWORD SO ITS CODE POINT CAN BE READ AS A
020900* NUMBER; TWO INDEPENDENT POSITIONAL HASHES, EACH KEPT BELOW ITS
021000* OWN EIGHT-DIGIT PRIME, MAKE THE SIXTEEN-DIGIT MASTER KEY.
021100*----------------------------------------------------------------
021200 01  WS-BYTE-PAIR.
021300     05  FILLER PIC X(01) VALUE LOW-VALUE.
021400     05  WS-BYTE-CHAR PIC X(01).
021500 01  WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR PIC 9(04) COMP.
021600 77  WS-BYTE-SUB PIC 9(03) COMP VALUE ZERO.
021700 77  WS-HASH-PRIME-1 PIC 9(08) COMP VALUE 99999989.
021800 77  WS-HASH-PRIME-2 PIC 9(08) COMP VALUE 99999971.
021900 01  WS-HASH-1 PIC 9(08) COMP VALUE ZERO.
022000 01  WS-HASH-2 PIC 9(08) COMP VALUE ZERO.
022100 01  WS-HASH-WORK PIC 9(12) COMP VALUE ZERO.
022200 01  WS-HASH-QUOT PIC 9(12) COMP VALUE ZERO.
022300*----------------------------------------------------------------
022400* PER-SOURCE FIGURES FOR THE SUMMARY. THE LAST SLOT IS KEPT FOR
022500* '*OTHER*': A FEED WITH MORE SOURCES THAN THE REST OF THE TABLE
022600* HOLDS LUMPS THE EXCESS THERE.
022700*----------------------------------------------------------------
022800 77  WS-SRC-MAX PIC 9(03) COMP VALUE 50.
022900 77  WS-SRC-COUNT PIC 9(03) COMP VALUE ZERO.
023000 77  WS-SRC-SUB PIC 9(03) COMP VALUE ZERO.
023100 77  WS-SRC-CUR PIC 9(03) COMP VALUE 1.
023200 77  WS-SRC-HIT PIC 9(03) COMP VALUE ZERO.
023300 01  WS-SRC-TABLE.
023400     05  WS-SRC-ENTRY OCCURS 50 TIMES.
023500         10  WS-SRC-ID         PIC X(08).
023600         10  WS-SRC-LINES      PIC 9(07) COMP.
023700         10  WS-SRC-FEED-DUPS  PIC 9(07) COMP.
023800         10  WS-SRC-REPEATS    PIC 9(07) COMP.
023900*----------------------------------------------------------------
024000* CYCLE COUNTS FOR THE TOTALS, THE VERDICT ROW AND THE RUN LOG.
024100*----------------------------------------------------------------
024200 01  WS-LINES-CHECKED PIC 9(07) COMP VALUE ZERO.
024300 01  WS-UNSCORED-COUNT PIC 9(07) COMP VALUE ZERO.
024400 01  WS-NEW-COUNT PIC 9(07) COMP VALUE ZERO.
024500 01  WS-FEED-DUP-COUNT PIC 9(07) COMP VALUE ZERO.
024600 01  WS-REPEAT-COUNT PIC 9(07) COMP VALUE ZERO.
024700 01  WS-DUP-TOTAL PIC 9(07) COMP VALUE ZERO.
024800 01  WS-COLLISION-COUNT PIC 9(07) COMP VALUE ZERO.
024900 01  WS-ADDED-COUNT PIC 9(07) COMP VALUE ZERO.
025000 01  WS-PURGED-COUNT PIC 9(07) COMP VALUE ZERO.
025100*----------------------------------------------------------------
025200* DUPLICATE RATE - DUPLICATE LINES PER HUNDRED SCORED, CARRIED
025300* AS HUNDREDTHS OF A PERCENT SO THE RSLTREC FIGURE IS WHOLE.
025400*----------------------------------------------------------------
025500 01  WS-RATE-WORK PIC 9(11) COMP VALUE ZERO.
025600 01  WS-DUP-RATE PIC 9(05) COMP VALUE ZERO.
025700 01  WS-MAX-DUP-RATE PIC 9(05) COMP VALUE ZERO.
025800 01  WS-DUP-PCT PIC 9(03)V99 VALUE ZERO.
025900*----------------------------------------------------------------
026000* DETAIL LISTING LIMIT - A WHOLE RESENT BATCH WOULD OTHERWISE
026100* LIST EVERY LINE OF IT. EVERY DUPLICATE IS STILL COUNTED.
026200*----------------------------------------------------------------
026300 77  WS-DETAIL-MAX PIC 9(05) COMP VALUE 500.
026400 01  WS-DETAIL-COUNT PIC 9(07) COMP VALUE ZERO.
026500*----------------------------------------------------------------
026600* REPORT BUILDING AREAS.
026700*----------------------------------------------------------------
026800 01  WS-PRINT-LINE PIC X(80).
026900 01  WS-EDIT-COUNT PIC 9(07).
027000 01  WS-EDIT-LINE PIC 9(07).
027100 01  WS-EDIT-FEED-DUPS PIC 9(07).
027200 01  WS-EDIT-REPEATS PIC 9(07).
027300 01  WS-EDIT-DATE PIC 9(06).
027400 01  WS-EDIT-PCT PIC 9(03).99.
027500 01  WS-EDIT-DAYS PIC 9(03).
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
029200     PERFORM 2000-CHECK-ONE-LINE THRU 2000-CHECK-ONE-LINE-EXIT
029300         UNTIL WS-AT-EOF.
029400     PERFORM 3000-PURGE-AGED-PRINTS
029500         THRU 3000-PURGE-AGED-PRINTS-EXIT.
029600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
029700     STOP RUN.
029800*----------------------------------------------------------------
029900* 1000-INITIALIZE - CARDS, CUTOFF DATE, FILE OPENS, THE REPORT
030000*     HEADING AND THE PRIMING READ OF THE FEED.
030100*----------------------------------------------------------------
030200 1000-INITIALIZE.
030300     PERFORM 1050-READ-DATE-CARD THRU 1050-READ-DATE-CARD-EXIT.
030400     PERFORM 1030-LOG-RUN-START THRU 1030-LOG-RUN-START-EXIT.
030500     PERFORM 1100-READ-PARM-CARDS THRU 1100-READ-PARM-CARDS-EXIT.
030600     PERFORM 1200-BUILD-CUTOFF-DATE
030700         THRU 1200-BUILD-CUTOFF-DATE-EXIT.
030800     OPEN INPUT INFILE.
030900     IF NOT WS-INFILE-OK
031000         MOVE 'INFILE' TO WS-ABEND-FILE-NAME
031100         PERFORM 9900-ABEND-ON-OPEN-ERROR
031200     END-IF.
031300     OPEN INPUT VOWLFILE.
031400     IF NOT WS-VOWLFILE-OK
031500         MOVE 'VOWLFILE' TO WS-ABEND-FILE-NAME
031600         PERFORM 9900-ABEND-ON-OPEN-ERROR
031700     END-IF.
031800     OPEN I-O FPRTFILE.
031900*        A NEWLY DEFINED KSDS THAT HAS NEVER BEEN LOADED OPENS
032000*        WITH STATUS 35 - THE FIRST RUN AFTER THE CODE029S
032100*        DEFINE. PRIME THE EMPTY CLUSTER AND CARRY ON.
032200     IF WS-FPRTFILE-UNLOADED
032300         OPEN OUTPUT FPRTFILE
032400         IF NOT WS-FPRTFILE-OK
032500             MOVE 'FPRTFILE' TO WS-ABEND-FILE-NAME
032600             PERFORM 9900-ABEND-ON-OPEN-ERROR
032700         END-IF
032800         CLOSE FPRTFILE
032900         OPEN I-O FPRTFILE
033000     END-IF.
033100     IF NOT WS-FPRTFILE-OK
033200         MOVE 'FPRTFILE' TO WS-ABEND-FILE-NAME
033300         PERFORM 9900-ABEND-ON-OPEN-ERROR
033400     END-IF.
033500     OPEN OUTPUT REPTFILE.
033600     IF NOT WS-REPTFILE-OK
033700         MOVE 'REPTFILE' TO WS-ABEND-FILE-NAME
033800         PERFORM 9900-ABEND-ON-OPEN-ERROR
033900     END-IF.
034000     PERFORM 1300-PRINT-HEADING THRU 1300-PRINT-HEADING-EXIT.
034100     PERFORM 2100-READ-INFILE THRU 2100-READ-INFILE-EXIT.
034200 1000-INITIALIZE-EXIT.
034300     EXIT.
034400*----------------------------------------------------------------
034500* 1030-LOG-RUN-START - CLAIM THIS RUN'S ATTEMPT NUMBER ON THE
034600*     CHAIN-WIDE RUN LOG, STAMPED WITH THE MANDATORY DATEFILE
034700*     CYCLE DATE 1050 JUST READ.
034800*----------------------------------------------------------------
034900 1030-LOG-RUN-START.
035000     SET RUNLPARM-LOG-START TO TRUE.
035100     MOVE 'SET-41' TO RUNLPARM-PROGRAM.
035200     MOVE WS-CYCLE-DATE TO RUNLPARM-CYCLE-DATE.
035300     SET RUNLPARM-FRESH-START TO TRUE.
035400     MOVE ZERO TO RUNLPARM-ATTEMPT RUNLPARM-READ-COUNT
035500         RUNLPARM-WRITE-COUNT RUNLPARM-REJ-COUNT
035600         RUNLPARM-RETURN-CODE.
035700     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
035800 1030-LOG-RUN-START-EXIT.
035900     EXIT.
036000*----------------------------------------------------------------
036100* 1050-READ-DATE-CARD - EVERY MASTER ENTRY CARRIES THE CYCLE
036200*     DATE, SO THIS CARD IS MANDATORY AND MUST BE NUMERIC.
036300*----------------------------------------------------------------
036400 1050-READ-DATE-CARD.
036500     OPEN INPUT DATEFILE.
036600     IF NOT WS-DATEFILE-OK
036700         MOVE 'DATEFILE' TO WS-ABEND-FILE-NAME
036800         PERFORM 9900-ABEND-ON-OPEN-ERROR
036900     END-IF.
037000     READ DATEFILE
037100         AT END
037200             DISPLAY '*** DATEFILE IS EMPTY - THE CYCLE DATE'
037300                 ' STAMPS THE MASTER - JOB ABENDING ***'
037400             MOVE 16 TO RETURN-CODE
037500             STOP RUN
037600     END-READ.
037700     IF DATE-REC (1:6) IS NUMERIC
037800         MOVE DATE-REC (1:6) TO WS-CYCLE-DATE
037900     ELSE
038000         DISPLAY '*** DATEFILE CARD IS NOT A YYMMDD DATE'
038100             ' - JOB ABENDING ***'
038200         MOVE 16 TO RETURN-CODE
038300         STOP RUN
038400     END-IF.
038500     CLOSE DATEFILE.
038600 1050-READ-DATE-CARD-EXIT.
038700     EXIT.
038800*----------------------------------------------------------------
038900* 1100-READ-PARM-CARDS - RETAIN=NNN AND MAXDUPPCT=NNN. NO FILE,
039000*     OR NO CARD FOR A KEYWORD, KEEPS THAT DEFAULT.
039100*----------------------------------------------------------------
039200 1100-READ-PARM-CARDS.
039300     OPEN INPUT PARMFILE.
039400     IF NOT WS-PARMFILE-OK
039500         GO TO 1100-READ-PARM-CARDS-EXIT
039600     END-IF.
039700     PERFORM 1150-PROCESS-ONE-PARM-CARD
039800         THRU 1150-PROCESS-ONE-PARM-CARD-EXIT
039900         UNTIL WS-PARM-AT-EOF.
040000     CLOSE PARMFILE.
040100 1100-READ-PARM-CARDS-EXIT.
040200     EXIT.
040300*----------------------------------------------------------------
040400* 1150-PROCESS-ONE-PARM-CARD - ONE KEYWORD=VALUE CARD. A CARD
040500*     THAT CANNOT BE USED IS WARNED AND IGNORED, SO A MISKEYED
040600*     TOLERANCE CANNOT VANISH QUIETLY.
040700*----------------------------------------------------------------
040800 1150-PROCESS-ONE-PARM-CARD.
040900     READ PARMFILE INTO WS-PARM-REC
041000         AT END
041100             SET WS-PARM-AT-EOF TO TRUE
041200             GO TO 1150-PROCESS-ONE-PARM-CARD-EXIT
041300     END-READ.
041400     IF WS-PARM-REC = SPACES
041500         GO TO 1150-PROCESS-ONE-PARM-CARD-EXIT
041600     END-IF.
041700     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
041800     UNSTRING WS-PARM-REC DELIMITED BY '='
041900         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
042000     EVALUATE WS-PARM-KEYWORD
042100         WHEN 'RETAIN'
042200             IF WS-PARM-VALUE (1:3) IS NUMERIC AND
042300                     WS-PARM-VALUE (1:3) NOT = '000'
042400                 MOVE WS-PARM-VALUE (1:3) TO WS-RETAIN-DAYS
042500             ELSE
042600                 PERFORM 1154-WARN-BAD-PARM-VALUE
042700                     THRU 1154-WARN-BAD-PARM-VALUE-EXIT
042800             END-IF
042900         WHEN 'MAXDUPPCT'
043000             IF WS-PARM-VALUE (1:3) IS NUMERIC
043100                 MOVE WS-PARM-VALUE (1:3) TO WS-MAX-DUP-PCT
043200             ELSE
043300                 PERFORM 1154-WARN-BAD-PARM-VALUE
043400                     THRU 1154-WARN-BAD-PARM-VALUE-EXIT
043500             END-IF
043600         WHEN OTHER
043700             DISPLAY 'PARM CARD NOT UNDERSTOOD, IGNORED: '
043800                 WS-PARM-REC (1:40)
043900     END-EVALUATE.
044000 1150-PROCESS-ONE-PARM-CARD-EXIT.
044100     EXIT.
044200*----------------------------------------------------------------
044300* 1154-WARN-BAD-PARM-VALUE - A RECOGNIZED KEYWORD ARRIVED WITH
044400*     A VALUE THAT CANNOT BE USED. SAY SO AND IGNORE THE CARD.
044500*----------------------------------------------------------------
044600 1154-WARN-BAD-PARM-VALUE.
044700     DISPLAY 'PARM CARD VALUE NOT USABLE, IGNORED: '
044800         WS-PARM-REC (1:40).
044900 1154-WARN-BAD-PARM-VALUE-EXIT.
045000     EXIT.
045100*----------------------------------------------------------------
045200* 1200-BUILD-CUTOFF-DATE - WALK THE CYCLE DATE BACK ONE
045300*     CALENDAR DAY PER RETENTION DAY. TWO-DIGIT YEARS ALL
045400*     FALL IN 2000-2099, SO DIVISIBLE-BY-FOUR IS THE WHOLE
045500*     LEAP RULE.
045600*----------------------------------------------------------------
045700 1200-BUILD-CUTOFF-DATE.
045800     MOVE WS-CYCLE-DATE TO WS-CUTOFF-DATE-N.
045900     PERFORM 1250-BACK-ONE-DAY THRU 1250-BACK-ONE-DAY-EXIT
046000         VARYING WS-DAY-SUB FROM 1 BY 1
046100         UNTIL WS-DAY-SUB > WS-RETAIN-DAYS.
046200 1200-BUILD-CUTOFF-DATE-EXIT.
046300     EXIT.
046400*----------------------------------------------------------------
046500* 1250-BACK-ONE-DAY - STEP THE CUTOFF DATE BACK ONE DAY.
046600*----------------------------------------------------------------
046700 1250-BACK-ONE-DAY.
046800     IF WS-CUT-DD > 1
046900         SUBTRACT 1 FROM WS-CUT-DD
047000         GO TO 1250-BACK-ONE-DAY-EXIT
047100     END-IF.
047200     IF WS-CUT-MM > 1
047300         SUBTRACT 1 FROM WS-CUT-MM
047400     ELSE
047500         MOVE 12 TO WS-CUT-MM
047600         IF WS-CUT-YY > ZERO
047700             SUBTRACT 1 FROM WS-CUT-YY
047800         ELSE
047900             MOVE 99 TO WS-CUT-YY
048000         END-IF
048100     END-IF.
048200     MOVE WS-MONTH-DAYS (WS-CUT-MM) TO WS-CUT-DD.
048300     IF WS-CUT-MM = 2
048400         DIVIDE WS-CUT-YY BY 4
048500             GIVING WS-LEAP-QUOTIENT
048600             REMAINDER WS-LEAP-REMAINDER
048700         IF WS-LEAP-REMAINDER = ZERO
048800             MOVE 29 TO WS-CUT-DD
048900         END-IF
049000     END-IF.
049100 1250-BACK-ONE-DAY-EXIT.
049200     EXIT.
049300*----------------------------------------------------------------
049400* 1300-PRINT-HEADING - BANNER, CYCLE DATE, THE PARM SETTINGS IN
049500*     FORCE, AND THE COLUMN HEADING FOR THE DETAIL LINES.
049600*----------------------------------------------------------------
049700 1300-PRINT-HEADING.
049800     MOVE '********************************************'
049900         TO WS-PRINT-LINE.
050000     PERFORM 9050-WRITE-REPORT-LINE
050100         THRU 9050-WRITE-REPORT-LINE-EXIT.
050200     MOVE '*  CODEABBEY-SET-41 DUPLICATE LINE REPORT  *'
050300         TO WS-PRINT-LINE.
050400     PERFORM 9050-WRITE-REPORT-LINE
050500         THRU 9050-WRITE-REPORT-LINE-EXIT.
050600     MOVE '********************************************'
050700         TO WS-PRINT-LINE.
050800     PERFORM 9050-WRITE-REPORT-LINE
050900         THRU 9050-WRITE-REPORT-LINE-EXIT.
051000     MOVE WS-CYCLE-DATE TO WS-EDIT-DATE.
051100     MOVE SPACES TO WS-PRINT-LINE.
051200     STRING 'CYCLE DATE ............: ' DELIMITED BY SIZE
051300         WS-EDIT-DATE DELIMITED BY SIZE
051400         INTO WS-PRINT-LINE.
051500     PERFORM 9050-WRITE-REPORT-LINE
051600         THRU 9050-WRITE-REPORT-LINE-EXIT.
051700     MOVE WS-RETAIN-DAYS TO WS-EDIT-DAYS.
051800     MOVE SPACES TO WS-PRINT-LINE.
051900     STRING 'MASTER RETENTION CUTOFF: ' DELIMITED BY SIZE
052000         WS-CUTOFF-DATE DELIMITED BY SIZE
052100         ' (' DELIMITED BY SIZE
052200         WS-EDIT-DAYS DELIMITED BY SIZE
052300         ' DAYS)' DELIMITED BY SIZE
052400         INTO WS-PRINT-LINE.
052500     PERFORM 9050-WRITE-REPORT-LINE
052600         THRU 9050-WRITE-REPORT-LINE-EXIT.
052700     MOVE WS-MAX-DUP-PCT TO WS-EDIT-DAYS.
052800     MOVE SPACES TO WS-PRINT-LINE.
052900     STRING 'MAX DUPLICATE RATE ....: ' DELIMITED BY SIZE
053000         WS-EDIT-DAYS DELIMITED BY SIZE
053100         ' PCT' DELIMITED BY SIZE
053200         INTO WS-PRINT-LINE.
053300     PERFORM 9050-WRITE-REPORT-LINE
053400         THRU 9050-WRITE-REPORT-LINE-EXIT.
053500     MOVE SPACES TO WS-PRINT-LINE.
053600     PERFORM 9050-WRITE-REPORT-LINE
053700         THRU 9050-WRITE-REPORT-LINE-EXIT.
053800     MOVE 'LINE ID SOURCE   FINDING      FIRST SEEN'
053900         TO WS-PRINT-LINE.
054000     PERFORM 9050-WRITE-REPORT-LINE
054100         THRU 9050-WRITE-REPORT-LINE-EXIT.
054200 1300-PRINT-HEADING-EXIT.
054300     EXIT.
054400*----------------------------------------------------------------
054500* 2000-CHECK-ONE-LINE - LINE THE FEED LINE UP WITH ITS VOWLREC.
054600*     A LINE SET-20 SCORED IS FINGERPRINTED, LOOKED UP, COUNTED
054700*     AND, IF IT IS A DUPLICATE, LISTED; A LINE SET-20 REJECTED
054800*     IS ONLY COUNTED. THEN READ THE NEXT LINE.
054900*----------------------------------------------------------------
055000 2000-CHECK-ONE-LINE.
055100     PERFORM 2150-READ-VOWLFILE THRU 2150-READ-VOWLFILE-EXIT
055200         UNTIL WS-VOWL-LINE-ID NOT < WS-LINE-NUMBER.
055300     IF WS-VOWL-LINE-ID NOT = WS-LINE-NUMBER
055400         ADD 1 TO WS-UNSCORED-COUNT
055500         PERFORM 2100-READ-INFILE THRU 2100-READ-INFILE-EXIT
055600         GO TO 2000-CHECK-ONE-LINE-EXIT
055700     END-IF.
055800     ADD 1 TO WS-LINES-CHECKED.
055900     PERFORM 2200-FIND-SOURCE THRU 2200-FIND-SOURCE-EXIT.
056000     ADD 1 TO WS-SRC-LINES (WS-SRC-CUR).
056100     PERFORM 2300-BUILD-FINGERPRINT
056200         THRU 2300-BUILD-FINGERPRINT-EXIT.
056300     PERFORM 2400-LOOK-UP-FINGERPRINT
056400         THRU 2400-LOOK-UP-FINGERPRINT-EXIT.
056500     EVALUATE TRUE
056600         WHEN WS-LINE-IS-FEED-DUP
056700             ADD 1 TO WS-FEED-DUP-COUNT
056800             ADD 1 TO WS-SRC-FEED-DUPS (WS-SRC-CUR)
056900             PERFORM 2600-LIST-DUPLICATE
057000                 THRU 2600-LIST-DUPLICATE-EXIT
057100         WHEN WS-LINE-IS-REPEAT
057200             ADD 1 TO WS-REPEAT-COUNT
057300             ADD 1 TO WS-SRC-REPEATS (WS-SRC-CUR)
057400             PERFORM 2600-LIST-DUPLICATE
057500                 THRU 2600-LIST-DUPLICATE-EXIT
057600         WHEN OTHER
057700             ADD 1 TO WS-NEW-COUNT
057800     END-EVALUATE.
057900     PERFORM 2100-READ-INFILE THRU 2100-READ-INFILE-EXIT.
058000 2000-CHECK-ONE-LINE-EXIT.
058100     EXIT.
058200*----------------------------------------------------------------
058300* 2100-READ-INFILE - READ THE NEXT RECORD, SET EOF SWITCH.
058400*     HDR AND TRL RECORDS ARE BATCH CONTROL RECORDS, NOT TEXT,
058500*     AND THE FEED MAY BE SEVERAL BATCHES CONCATENATED - SKIP
058600*     THEM WHEREVER THEY APPEAR, THE SAME RECORDS SET-20
058700*     EXCLUDES FROM ITS LINE COUNT, SO THE LINE NUMBERING
058800*     STAYS ALIGNED WITH SET-20'S LINE IDS.
058900*----------------------------------------------------------------
059000 2100-READ-INFILE.
059100     READ INFILE
059200         AT END
059300             SET WS-AT-EOF TO TRUE
059400             GO TO 2100-READ-INFILE-EXIT
059500     END-READ.
059600     IF IN-REC (1:3) = 'HDR'
059700         GO TO 2100-READ-INFILE
059800     END-IF.
059900     IF IN-REC (1:3) = 'TRL'
060000         GO TO 2100-READ-INFILE
060100     END-IF.
060200     ADD 1 TO WS-LINE-NUMBER.
060300     MOVE IN-REC (1:80) TO WS-LINE.
060400 2100-READ-INFILE-EXIT.
060500     EXIT.
060600*----------------------------------------------------------------
060700* 2150-READ-VOWLFILE - NEXT VOWLREC. AT END THE LINE ID GOES TO
060800*     ALL NINES SO EVERY REMAINING FEED LINE READS AS UNSCORED.
060900*----------------------------------------------------------------
061000 2150-READ-VOWLFILE.
061100     READ VOWLFILE
061200         AT END
061300             SET WS-VOWL-AT-EOF TO TRUE
061400             MOVE 9999999 TO WS-VOWL-LINE-ID
061500             GO TO 2150-READ-VOWLFILE-EXIT
061600     END-READ.
061700     MOVE VOWLREC-LINE-ID TO WS-VOWL-LINE-ID.
061800 2150-READ-VOWLFILE-EXIT.
061900     EXIT.
062000*----------------------------------------------------------------
062100* 2200-FIND-SOURCE - POINT WS-SRC-CUR AT THIS LINE'S SOURCE IN
062200*     THE SUMMARY TABLE, ADDING IT ON FIRST SIGHT. THE FEED
062300*     ARRIVES A BATCH AT A TIME, SO THE SOURCE IS USUALLY THE
062400*     SAME AS THE LAST LINE'S AND THE SEARCH IS SKIPPED. ONCE
062410*     ALL BUT THE LAST SLOT ARE TAKEN, A NEW SOURCE GOES TO THE
062420*     '*OTHER*' SLOT, SET UP THE FIRST TIME IT IS NEEDED.
062500*----------------------------------------------------------------
062600 2200-FIND-SOURCE.
062700     IF WS-SRC-COUNT > ZERO
062800         IF WS-SRC-ID (WS-SRC-CUR) = VOWLREC-SOURCE-ID
062900             GO TO 2200-FIND-SOURCE-EXIT
063000         END-IF
063100     END-IF.
063200     MOVE ZERO TO WS-SRC-HIT.
063300     PERFORM 2250-MATCH-ONE-SOURCE
063400         THRU 2250-MATCH-ONE-SOURCE-EXIT
063500         VARYING WS-SRC-SUB FROM 1 BY 1
063600         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
063700     IF WS-SRC-HIT > ZERO
063800         MOVE WS-SRC-HIT TO WS-SRC-CUR
063900         GO TO 2200-FIND-SOURCE-EXIT
064000     END-IF.
064100     IF WS-SRC-COUNT < WS-SRC-MAX - 1
064200         ADD 1 TO WS-SRC-COUNT
064300         MOVE WS-SRC-COUNT TO WS-SRC-CUR
064400         MOVE VOWLREC-SOURCE-ID TO WS-SRC-ID (WS-SRC-CUR)
064500         MOVE ZERO TO WS-SRC-LINES (WS-SRC-CUR)
064600             WS-SRC-FEED-DUPS (WS-SRC-CUR)
064700             WS-SRC-REPEATS (WS-SRC-CUR)
064750         GO TO 2200-FIND-SOURCE-EXIT
064800     END-IF.
064900     MOVE WS-SRC-MAX TO WS-SRC-CUR.
065000     IF WS-SRC-COUNT < WS-SRC-MAX
065010         MOVE WS-SRC-MAX TO WS-SRC-COUNT
065020         MOVE '*OTHER*' TO WS-SRC-ID (WS-SRC-CUR)
065030         MOVE ZERO TO WS-SRC-LINES (WS-SRC-CUR)
065040             WS-SRC-FEED-DUPS (WS-SRC-CUR)
065050             WS-SRC-REPEATS (WS-SRC-CUR)
065100     END-IF.
065200 2200-FIND-SOURCE-EXIT.
065300     EXIT.
065400*----------------------------------------------------------------
065500* 2250-MATCH-ONE-SOURCE - ONE TABLE SLOT AGAINST THE SOURCE.
065600*----------------------------------------------------------------
065700 2250-MATCH-ONE-SOURCE.
065800     IF WS-SRC-ID (WS-SRC-SUB) = VOWLREC-SOURCE-ID
065900         MOVE WS-SRC-SUB TO WS-SRC-HIT
066000     END-IF.
066100 2250-MATCH-ONE-SOURCE-EXIT.
066200     EXIT.
066300*----------------------------------------------------------------
066400* 2300-BUILD-FINGERPRINT - RUN BOTH HASHES OVER ALL 80 COLUMNS.
066500*     THE TEXT IS TAKEN EXACTLY AS SENT - CASE AND SPACING
066600*     INCLUDED - SO ONLY A TRUE RESEND MATCHES.
066700*----------------------------------------------------------------
066800 2300-BUILD-FINGERPRINT.
066900     MOVE ZERO TO WS-HASH-1 WS-HASH-2.
067000     PERFORM 2350-HASH-ONE-BYTE THRU 2350-HASH-ONE-BYTE-EXIT
067100         VARYING WS-BYTE-SUB FROM 1 BY 1
067200         UNTIL WS-BYTE-SUB > 80.
067300 2300-BUILD-FINGERPRINT-EXIT.
067400     EXIT.
067500*----------------------------------------------------------------
067600* 2350-HASH-ONE-BYTE - FOLD ONE BYTE INTO BOTH HASHES. THE
067700*     SECOND ALSO ADDS THE COLUMN NUMBER, SO TWO LINES THAT
067800*     COLLIDE ON THE FIRST ARE MOST UNLIKELY TO ON THE SECOND.
067900*----------------------------------------------------------------
068000 2350-HASH-ONE-BYTE.
068100     MOVE WS-LINE (WS-BYTE-SUB:1) TO WS-BYTE-CHAR.
068200     MULTIPLY WS-HASH-1 BY 31 GIVING WS-HASH-WORK.
068300     ADD WS-BYTE-VALUE TO WS-HASH-WORK.
068400     DIVIDE WS-HASH-WORK BY WS-HASH-PRIME-1
068500         GIVING WS-HASH-QUOT
068600         REMAINDER WS-HASH-1.
068700     MULTIPLY WS-HASH-2 BY 131 GIVING WS-HASH-WORK.
068800     ADD WS-BYTE-VALUE WS-BYTE-SUB TO WS-HASH-WORK.
068900     DIVIDE WS-HASH-WORK BY WS-HASH-PRIME-2
069000         GIVING WS-HASH-QUOT
069100         REMAINDER WS-HASH-2.
069200 2350-HASH-ONE-BYTE-EXIT.
069300     EXIT.
069400*----------------------------------------------------------------
069500* 2400-LOOK-UP-FINGERPRINT - CLASSIFY THE LINE AGAINST THE
069600*     MASTER AND KEEP THE MASTER CURRENT:
069700*       NOT ON FILE          - NEW TEXT, ADDED.
069800*       ON FILE, LAST SEEN   - DUPLICATE IN FEED WHEN AN EARLIER
069900*       IN THIS CYCLE          LINE OF TODAY'S FEED CARRIED IT.
070000*       ON FILE, FIRST SEEN  - REPEAT FROM AN EARLIER CYCLE; THE
070100*       IN AN EARLIER CYCLE    ENTRY IS STAMPED WITH THIS CYCLE
070200*                              AND LINE ON ITS FIRST SIGHT TODAY.
070300*     A RERUN OF THE SAME CYCLE FINDS ITS OWN FIRST SIGHTINGS
070400*     ALREADY STAMPED WITH THE SAME LINE IDS AND CLASSIFIES
070500*     EVERY LINE JUST AS THE FIRST RUN DID, SO THE STEP IS SAFE
070600*     TO REPEAT. A RERUN OF AN OLDER CYCLE AFTER LATER ONES
070700*     HAVE RUN CAN STILL SEE ITS REPEATS, BUT NOT ITS IN-FEED
070800*     DUPLICATES - THE ENTRY ALREADY CARRIES A LATER CYCLE.
070900*     A KEY HIT WHOSE TEXT DIFFERS IS A HASH COLLISION: COUNTED,
071000*     TREATED AS NEW TEXT, AND NOT ADDED.
071100*----------------------------------------------------------------
071200 2400-LOOK-UP-FINGERPRINT.
071300     SET WS-LINE-IS-NEW TO TRUE.
071400     MOVE WS-HASH-1 TO FPRTREC-HASH-1.
071500     MOVE WS-HASH-2 TO FPRTREC-HASH-2.
071600     READ FPRTFILE
071700         INVALID KEY
071800             PERFORM 2500-ADD-NEW-PRINT
071900                 THRU 2500-ADD-NEW-PRINT-EXIT
072000             GO TO 2400-LOOK-UP-FINGERPRINT-EXIT
072100     END-READ.
072200     IF FPRTREC-TEXT NOT = WS-LINE
072300         ADD 1 TO WS-COLLISION-COUNT
072400         GO TO 2400-LOOK-UP-FINGERPRINT-EXIT
072500     END-IF.
072600     IF FPRTREC-FIRST-CYCLE < WS-CYCLE-DATE
072700         SET WS-LINE-IS-REPEAT TO TRUE
072800     END-IF.
072900     IF FPRTREC-LAST-CYCLE = WS-CYCLE-DATE
073000         IF FPRTREC-LAST-LINE-ID < WS-LINE-NUMBER
073100             SET WS-LINE-IS-FEED-DUP TO TRUE
073200         END-IF
073300         GO TO 2400-LOOK-UP-FINGERPRINT-EXIT
073400     END-IF.
073500     IF FPRTREC-LAST-CYCLE > WS-CYCLE-DATE
073600         GO TO 2400-LOOK-UP-FINGERPRINT-EXIT
073700     END-IF.
073800     MOVE WS-CYCLE-DATE  TO FPRTREC-LAST-CYCLE.
073900     MOVE WS-LINE-NUMBER TO FPRTREC-LAST-LINE-ID.
074000     ADD 1 TO FPRTREC-CYCLES-SEEN.
074100     REWRITE FPRTREC.
074200     IF NOT WS-FPRTFILE-OK
074300         DISPLAY '*** REWRITE FAILED, STATUS '
074400             WS-FPRTFILE-STATUS ' - JOB ABENDING ***'
074500         MOVE 16 TO RETURN-CODE
074600         STOP RUN
074700     END-IF.
074800 2400-LOOK-UP-FINGERPRINT-EXIT.
074900     EXIT.
075000*----------------------------------------------------------------
075100* 2500-ADD-NEW-PRINT - FIRST SIGHT OF THIS TEXT: A NEW MASTER
075200*     ENTRY UNDER THE FINGERPRINT JUST BUILT.
075300*----------------------------------------------------------------
075400 2500-ADD-NEW-PRINT.
075500     MOVE SPACES            TO FPRTREC.
075600     MOVE WS-HASH-1         TO FPRTREC-HASH-1.
075700     MOVE WS-HASH-2         TO FPRTREC-HASH-2.
075800     MOVE WS-CYCLE-DATE     TO FPRTREC-FIRST-CYCLE.
075900     MOVE WS-LINE-NUMBER    TO FPRTREC-FIRST-LINE-ID.
076000     MOVE VOWLREC-SOURCE-ID TO FPRTREC-FIRST-SOURCE.
076100     MOVE WS-CYCLE-DATE     TO FPRTREC-LAST-CYCLE.
076200     MOVE WS-LINE-NUMBER    TO FPRTREC-LAST-LINE-ID.
076300     MOVE 1                 TO FPRTREC-CYCLES-SEEN.
076400     MOVE WS-LINE           TO FPRTREC-TEXT.
076500     WRITE FPRTREC.
076600     IF NOT WS-FPRTFILE-OK
076700         DISPLAY '*** WRITE FAILED, STATUS '
076800             WS-FPRTFILE-STATUS ' - JOB ABENDING ***'
076900         MOVE 16 TO RETURN-CODE
077000         STOP RUN
077100     END-IF.
077200     ADD 1 TO WS-ADDED-COUNT.
077300 2500-ADD-NEW-PRINT-EXIT.
077400     EXIT.
077500*----------------------------------------------------------------
077600* 2600-LIST-DUPLICATE - ONE DETAIL LINE FOR A DUPLICATE OR A
077700*     REPEAT, THEN THE FIRST 70 COLUMNS OF ITS TEXT. PAST THE
077800*     LISTING LIMIT THE LINE IS ONLY COUNTED.
077900*----------------------------------------------------------------
078000 2600-LIST-DUPLICATE.
078100     ADD 1 TO WS-DETAIL-COUNT.
078200     IF WS-DETAIL-COUNT > WS-DETAIL-MAX
078300         IF WS-DETAIL-COUNT = WS-DETAIL-MAX + 1
078400             MOVE '... FURTHER DUPLICATES COUNTED BUT NOT LISTED'
078500                 TO WS-PRINT-LINE
078600             PERFORM 9050-WRITE-REPORT-LINE
078700                 THRU 9050-WRITE-REPORT-LINE-EXIT
078800         END-IF
078900         GO TO 2600-LIST-DUPLICATE-EXIT
079000     END-IF.
079100     MOVE WS-LINE-NUMBER TO WS-EDIT-LINE.
079200     MOVE SPACES TO WS-PRINT-LINE.
079300     IF WS-LINE-IS-FEED-DUP
079400         STRING WS-EDIT-LINE DELIMITED BY SIZE
079500             ' ' DELIMITED BY SIZE
079600             VOWLREC-SOURCE-ID DELIMITED BY SIZE
079700             ' DUP IN FEED  LINE ' DELIMITED BY SIZE
079800             FPRTREC-LAST-LINE-ID DELIMITED BY SIZE
079900             INTO WS-PRINT-LINE
080000     ELSE
080100         STRING WS-EDIT-LINE DELIMITED BY SIZE
080200             ' ' DELIMITED BY SIZE
080300             VOWLREC-SOURCE-ID DELIMITED BY SIZE
080400             ' REPEAT       CYCLE ' DELIMITED BY SIZE
080500             FPRTREC-FIRST-CYCLE DELIMITED BY SIZE
080600             ' LINE ' DELIMITED BY SIZE
080700             FPRTREC-FIRST-LINE-ID DELIMITED BY SIZE
080800             ' ' DELIMITED BY SIZE
080900             FPRTREC-FIRST-SOURCE DELIMITED BY SIZE
081000             INTO WS-PRINT-LINE
081100     END-IF.
081200     PERFORM 9050-WRITE-REPORT-LINE
081300         THRU 9050-WRITE-REPORT-LINE-EXIT.
081400     MOVE SPACES TO WS-PRINT-LINE.
081500     STRING '        ' DELIMITED BY SIZE
081600         WS-LINE (1:70) DELIMITED BY SIZE
081700         INTO WS-PRINT-LINE.
081800     PERFORM 9050-WRITE-REPORT-LINE
081900         THRU 9050-WRITE-REPORT-LINE-EXIT.
082000 2600-LIST-DUPLICATE-EXIT.
082100     EXIT.
082200*----------------------------------------------------------------
082300* 3000-PURGE-AGED-PRINTS - WALK THE WHOLE MASTER AND DELETE
082400*     EVERY ENTRY LAST SEEN BEFORE THE CUTOFF. THE KEY IS THE
082500*     FINGERPRINT, NOT A DATE, SO THE AGED ENTRIES ARE SPREAD
082600*     THROUGH THE FILE AND THE WALK RUNS TO THE END.
082700*----------------------------------------------------------------
082800 3000-PURGE-AGED-PRINTS.
082900     MOVE LOW-VALUES TO FPRTREC-KEY.
083000     START FPRTFILE KEY NOT < FPRTREC-KEY
083100         INVALID KEY
083200             SET WS-PURGE-DONE TO TRUE
083300     END-START.
083400     PERFORM 3100-PURGE-ONE-PRINT
083500         THRU 3100-PURGE-ONE-PRINT-EXIT
083600         UNTIL WS-PURGE-DONE.
083700 3000-PURGE-AGED-PRINTS-EXIT.
083800     EXIT.
083900*----------------------------------------------------------------
084000* 3100-PURGE-ONE-PRINT - READ THE NEXT MASTER ENTRY AND DELETE
084100*     IT IF IT HAS GONE UNSEEN PAST THE CUTOFF.
084200*----------------------------------------------------------------
084300 3100-PURGE-ONE-PRINT.
084400     READ FPRTFILE NEXT RECORD
084500         AT END
084600             SET WS-PURGE-DONE TO TRUE
084700             GO TO 3100-PURGE-ONE-PRINT-EXIT
084800     END-READ.
084900     IF FPRTREC-LAST-CYCLE NOT < WS-CUTOFF-DATE-N
085000         GO TO 3100-PURGE-ONE-PRINT-EXIT
085100     END-IF.
085200     DELETE FPRTFILE RECORD
085300         INVALID KEY
085400             DISPLAY '*** DELETE FAILED, STATUS '
085500                 WS-FPRTFILE-STATUS ' - JOB ABENDING ***'
085600             MOVE 16 TO RETURN-CODE
085700             STOP RUN
085800     END-DELETE.
085900     ADD 1 TO WS-PURGED-COUNT.
086000 3100-PURGE-ONE-PRINT-EXIT.
086100     EXIT.
086200*----------------------------------------------------------------
086300* 9000-TERMINATE - THE PER-SOURCE SUMMARY, THE CYCLE TOTALS AND
086400*     DUPLICATE RATE, THE VERDICT ROW, CLOSES, AND RC=4 WHEN
086500*     THE RATE IS OVER THE MAXDUPPCT= TOLERANCE.
086600*----------------------------------------------------------------
086700 9000-TERMINATE.
086800     CLOSE INFILE.
086900     CLOSE VOWLFILE.
087000     CLOSE FPRTFILE.
087100     ADD WS-FEED-DUP-COUNT WS-REPEAT-COUNT GIVING WS-DUP-TOTAL.
087200     IF WS-LINES-CHECKED > ZERO
087300         MULTIPLY WS-DUP-TOTAL BY 10000 GIVING WS-RATE-WORK
087400         DIVIDE WS-RATE-WORK BY WS-LINES-CHECKED
087500             GIVING WS-DUP-RATE ROUNDED
087600     END-IF.
087700     MULTIPLY WS-MAX-DUP-PCT BY 100 GIVING WS-MAX-DUP-RATE.
087800     IF WS-DUP-RATE > WS-MAX-DUP-RATE
087900         SET WS-RATE-OVER TO TRUE
088000     END-IF.
088100     PERFORM 9100-PRINT-SOURCE-SUMMARY
088200         THRU 9100-PRINT-SOURCE-SUMMARY-EXIT.
088300     PERFORM 9200-PRINT-CYCLE-TOTALS
088400         THRU 9200-PRINT-CYCLE-TOTALS-EXIT.
088500     CLOSE REPTFILE.
088600     PERFORM 9500-WRITE-RESULT-ROW
088700         THRU 9500-WRITE-RESULT-ROW-EXIT.
088800     IF WS-RATE-OVER
088900         MOVE 4 TO RETURN-CODE
089000     END-IF.
089100     PERFORM 9800-LOG-RUN-END THRU 9800-LOG-RUN-END-EXIT.
089200 9000-TERMINATE-EXIT.
089300     EXIT.
089400*----------------------------------------------------------------
089500* 9100-PRINT-SOURCE-SUMMARY - ONE LINE PER SOURCE: LINES SCORED,
089600*     DUPLICATES IN FEED, REPEATS, AND ITS OWN DUPLICATE RATE.
089700*----------------------------------------------------------------
089800 9100-PRINT-SOURCE-SUMMARY.
089900     MOVE SPACES TO WS-PRINT-LINE.
090000     PERFORM 9050-WRITE-REPORT-LINE
090100         THRU 9050-WRITE-REPORT-LINE-EXIT.
090200     MOVE 'SOURCE   SCORED  DUP IN FEED REPEATS DUP PCT'
090300         TO WS-PRINT-LINE.
090400     PERFORM 9050-WRITE-REPORT-LINE
090500         THRU 9050-WRITE-REPORT-LINE-EXIT.
090600     PERFORM 9150-PRINT-ONE-SOURCE THRU 9150-PRINT-ONE-SOURCE-EXIT
090700         VARYING WS-SRC-SUB FROM 1 BY 1
090800         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
090900 9100-PRINT-SOURCE-SUMMARY-EXIT.
091000     EXIT.
091100*----------------------------------------------------------------
091200* 9150-PRINT-ONE-SOURCE - ONE SOURCE'S SUMMARY LINE.
091300*----------------------------------------------------------------
091400 9150-PRINT-ONE-SOURCE.
091500     MOVE ZERO TO WS-DUP-PCT.
091600     IF WS-SRC-LINES (WS-SRC-SUB) > ZERO
091700         ADD WS-SRC-FEED-DUPS (WS-SRC-SUB)
091800             WS-SRC-REPEATS (WS-SRC-SUB) GIVING WS-RATE-WORK
091900         MULTIPLY 100 BY WS-RATE-WORK
092000         DIVIDE WS-RATE-WORK BY WS-SRC-LINES (WS-SRC-SUB)
092100             GIVING WS-DUP-PCT ROUNDED
092200     END-IF.
092300     MOVE WS-SRC-LINES (WS-SRC-SUB) TO WS-EDIT-COUNT.
092400     MOVE WS-SRC-FEED-DUPS (WS-SRC-SUB) TO WS-EDIT-FEED-DUPS.
092500     MOVE WS-SRC-REPEATS (WS-SRC-SUB) TO WS-EDIT-REPEATS.
092600     MOVE WS-DUP-PCT TO WS-EDIT-PCT.
092700     MOVE SPACES TO WS-PRINT-LINE.
092800     STRING WS-SRC-ID (WS-SRC-SUB) DELIMITED BY SIZE
092900         ' ' DELIMITED BY SIZE
093000         WS-EDIT-COUNT DELIMITED BY SIZE
093100         '     ' DELIMITED BY SIZE
093200         WS-EDIT-FEED-DUPS DELIMITED BY SIZE
093300         ' ' DELIMITED BY SIZE
093400         WS-EDIT-REPEATS DELIMITED BY SIZE
093500         ' ' DELIMITED BY SIZE
093600         WS-EDIT-PCT DELIMITED BY SIZE
093700         INTO WS-PRINT-LINE.
093800     PERFORM 9050-WRITE-REPORT-LINE
093900         THRU 9050-WRITE-REPORT-LINE-EXIT.
094000 9150-PRINT-ONE-SOURCE-EXIT.
094100     EXIT.
094200*----------------------------------------------------------------
094300* 9200-PRINT-CYCLE-TOTALS - THE CYCLE FIGURES, THE MASTER
094400*     MAINTENANCE COUNTS AND THE ONE-LINE VERDICT.
094500*----------------------------------------------------------------
094600 9200-PRINT-CYCLE-TOTALS.
094700     MOVE '********************************************'
094800         TO WS-PRINT-LINE.
094900     PERFORM 9050-WRITE-REPORT-LINE
095000         THRU 9050-WRITE-REPORT-LINE-EXIT.
095100     MOVE WS-LINE-NUMBER TO WS-EDIT-COUNT.
095200     MOVE SPACES TO WS-PRINT-LINE.
095300     STRING 'FEED LINES READ .......: ' DELIMITED BY SIZE
095400         WS-EDIT-COUNT DELIMITED BY SIZE
095500         INTO WS-PRINT-LINE.
095600     PERFORM 9050-WRITE-REPORT-LINE
095700         THRU 9050-WRITE-REPORT-LINE-EXIT.
095800     MOVE WS-UNSCORED-COUNT TO WS-EDIT-COUNT.
095900     MOVE SPACES TO WS-PRINT-LINE.
096000     STRING 'NOT SCORED (REJECTED) .: ' DELIMITED BY SIZE
096100         WS-EDIT-COUNT DELIMITED BY SIZE
096200         INTO WS-PRINT-LINE.
096300     PERFORM 9050-WRITE-REPORT-LINE
096400         THRU 9050-WRITE-REPORT-LINE-EXIT.
096500     MOVE WS-LINES-CHECKED TO WS-EDIT-COUNT.
096600     MOVE SPACES TO WS-PRINT-LINE.
096700     STRING 'SCORED LINES CHECKED ..: ' DELIMITED BY SIZE
096800         WS-EDIT-COUNT DELIMITED BY SIZE
096900         INTO WS-PRINT-LINE.
097000     PERFORM 9050-WRITE-REPORT-LINE
097100         THRU 9050-WRITE-REPORT-LINE-EXIT.
097200     MOVE WS-NEW-COUNT TO WS-EDIT-COUNT.
097300     MOVE SPACES TO WS-PRINT-LINE.
097400     STRING 'NEW TEXT ..............: ' DELIMITED BY SIZE
097500         WS-EDIT-COUNT DELIMITED BY SIZE
097600         INTO WS-PRINT-LINE.
097700     PERFORM 9050-WRITE-REPORT-LINE
097800         THRU 9050-WRITE-REPORT-LINE-EXIT.
097900     MOVE WS-FEED-DUP-COUNT TO WS-EDIT-COUNT.
098000     MOVE SPACES TO WS-PRINT-LINE.
098100     STRING 'DUPLICATES IN FEED ....: ' DELIMITED BY SIZE
098200         WS-EDIT-COUNT DELIMITED BY SIZE
098300         INTO WS-PRINT-LINE.
098400     PERFORM 9050-WRITE-REPORT-LINE
098500         THRU 9050-WRITE-REPORT-LINE-EXIT.
098600     MOVE WS-REPEAT-COUNT TO WS-EDIT-COUNT.
098700     MOVE SPACES TO WS-PRINT-LINE.
098800     STRING 'REPEATS FROM EARLIER ..: ' DELIMITED BY SIZE
098900         WS-EDIT-COUNT DELIMITED BY SIZE
099000         INTO WS-PRINT-LINE.
099100     PERFORM 9050-WRITE-REPORT-LINE
099200         THRU 9050-WRITE-REPORT-LINE-EXIT.
099300     DIVIDE WS-DUP-RATE BY 100 GIVING WS-DUP-PCT.
099400     MOVE WS-DUP-PCT TO WS-EDIT-PCT.
099500     MOVE SPACES TO WS-PRINT-LINE.
099600     STRING 'DUPLICATE RATE ........: ' DELIMITED BY SIZE
099700         WS-EDIT-PCT DELIMITED BY SIZE
099800         ' PCT' DELIMITED BY SIZE
099900         INTO WS-PRINT-LINE.
100000     PERFORM 9050-WRITE-REPORT-LINE
100100         THRU 9050-WRITE-REPORT-LINE-EXIT.
100200     MOVE WS-COLLISION-COUNT TO WS-EDIT-COUNT.
100300     MOVE SPACES TO WS-PRINT-LINE.
100400     STRING 'FINGERPRINT COLLISIONS : ' DELIMITED BY SIZE
100500         WS-EDIT-COUNT DELIMITED BY SIZE
100600         INTO WS-PRINT-LINE.
100700     PERFORM 9050-WRITE-REPORT-LINE
100800         THRU 9050-WRITE-REPORT-LINE-EXIT.
100900     MOVE WS-ADDED-COUNT TO WS-EDIT-COUNT.
101000     MOVE SPACES TO WS-PRINT-LINE.
101100     STRING 'MASTER ENTRIES ADDED ..: ' DELIMITED BY SIZE
101200         WS-EDIT-COUNT DELIMITED BY SIZE
101300         INTO WS-PRINT-LINE.
101400     PERFORM 9050-WRITE-REPORT-LINE
101500         THRU 9050-WRITE-REPORT-LINE-EXIT.
101600     MOVE WS-PURGED-COUNT TO WS-EDIT-COUNT.
101700     MOVE SPACES TO WS-PRINT-LINE.
101800     STRING 'MASTER ENTRIES PURGED .: ' DELIMITED BY SIZE
101900         WS-EDIT-COUNT DELIMITED BY SIZE
102000         INTO WS-PRINT-LINE.
102100     PERFORM 9050-WRITE-REPORT-LINE
102200         THRU 9050-WRITE-REPORT-LINE-EXIT.
102300     IF WS-RATE-OVER
102400         MOVE '** DUPLICATE RATE OVER TOLERANCE - RC=4 **'
102500             TO WS-PRINT-LINE
102600     ELSE
102700         MOVE 'DUPLICATE RATE WITHIN TOLERANCE - RC=0'
102800             TO WS-PRINT-LINE
102900     END-IF.
103000     PERFORM 9050-WRITE-REPORT-LINE
103100         THRU 9050-WRITE-REPORT-LINE-EXIT.
103200     MOVE '********************************************'
103300         TO WS-PRINT-LINE.
103400     PERFORM 9050-WRITE-REPORT-LINE
103500         THRU 9050-WRITE-REPORT-LINE-EXIT.
103600 9200-PRINT-CYCLE-TOTALS-EXIT.
103700     EXIT.
103800*----------------------------------------------------------------
103900* 9500-WRITE-RESULT-ROW - THE DUPLICATE-RATE VERDICT IN THE
104000*     FIXED RSLTREC LAYOUT: WARN WHEN THE RATE IS OVER THE
104100*     TOLERANCE, PASS OTHERWISE. THE RATE GOES OUT IN
104200*     HUNDREDTHS OF A PERCENT (250 = 2.50 PCT).
104300*----------------------------------------------------------------
104400 9500-WRITE-RESULT-ROW.
104500     OPEN OUTPUT RSLTFILE.
104600     IF NOT WS-RSLTFILE-OK
104700         MOVE 'RSLTFILE' TO WS-ABEND-FILE-NAME
104800         PERFORM 9900-ABEND-ON-OPEN-ERROR
104900     END-IF.
105000     MOVE SPACES TO RSLTREC.
105100     MOVE 'SET41' TO RSLTREC-SYSTEM.
105200     IF WS-RATE-OVER
105300         SET RSLTREC-WARNED TO TRUE
105400     ELSE
105500         SET RSLTREC-PASSED TO TRUE
105600     END-IF.
105700     MOVE WS-LINES-CHECKED TO RSLTREC-FIGURE-1.
105800     MOVE WS-DUP-TOTAL     TO RSLTREC-FIGURE-2.
105900     MOVE WS-DUP-RATE      TO RSLTREC-FIGURE-3.
106000     MOVE 'LINES/DUPS/RATE PCT X 100' TO RSLTREC-TEXT.
106100     WRITE RSLTREC.
106200     CLOSE RSLTFILE.
106300 9500-WRITE-RESULT-ROW-EXIT.
106400     EXIT.
106500*----------------------------------------------------------------
106600* 9800-LOG-RUN-END - COMPLETE THIS RUN'S ROW ON THE CHAIN-WIDE
106700*     RUN LOG: SCORED LINES CHECKED, MASTER ENTRIES ADDED, AND
106800*     THE DUPLICATES FOUND AS REJECTED.
106900*----------------------------------------------------------------
107000 9800-LOG-RUN-END.
107100     SET RUNLPARM-LOG-END TO TRUE.
107200     MOVE WS-LINES-CHECKED TO RUNLPARM-READ-COUNT.
107300     MOVE WS-ADDED-COUNT   TO RUNLPARM-WRITE-COUNT.
107400     MOVE WS-DUP-TOTAL     TO RUNLPARM-REJ-COUNT.
107500     MOVE RETURN-CODE      TO RUNLPARM-RETURN-CODE.
107600     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
107700 9800-LOG-RUN-END-EXIT.
107800     EXIT.
107900*----------------------------------------------------------------
108000* 9050-WRITE-REPORT-LINE - ONE REPORT LINE TO SYSOUT AND TO THE
108100*     RETAINED DATASET, SO THE TWO COPIES CANNOT DRIFT APART.
108200*----------------------------------------------------------------
108300 9050-WRITE-REPORT-LINE.
108400     DISPLAY WS-PRINT-LINE.
108500     MOVE WS-PRINT-LINE TO REPT-REC.
108600     WRITE REPT-REC.
108700 9050-WRITE-REPORT-LINE-EXIT.
108800     EXIT.
108900*----------------------------------------------------------------
109000* 9900-ABEND-ON-OPEN-ERROR - A FILE WE DEPEND ON FAILED TO OPEN.
109100*     MOVE THE DD NAME TO WS-ABEND-FILE-NAME BEFORE THE PERFORM
109200*     SO THE MESSAGE IDENTIFIES WHICH ONE.
109300*----------------------------------------------------------------
109400 9900-ABEND-ON-OPEN-ERROR.
109500     DISPLAY '*** OPEN FAILED FOR ' WS-ABEND-FILE-NAME
109600         ' - JOB ABENDING ***'.
109700     MOVE 16 TO RETURN-CODE.
109800     STOP RUN.
109900 END PROGRAM CODEABBEY-SET-41.
