000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CODEABBEY-SET-44.
000300 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000400 INSTALLATION. CODEABBEY-DP-CENTER.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900* MODIFICATION HISTORY                                        *
001000*---------------------------------------------------------------
001100* DATE       INIT DESCRIPTION                                  *
001200* 2026-10-14  JPR INITIAL VERSION - LETTER PROFILE CHECK.      *
001300*                 SET-20 ONLY PROVES A LINE IS ALPHABETIC, SO  *
001400*                 ENCODED DATA, KEYBOARD MASH AND TEXT IN THE  *
001500*                 WRONG LANGUAGE ALL SCORE AS IF THEY WERE     *
001600*                 REAL TEXT. THIS STEP COMPARES EACH LINE'S 26 *
001700*                 SET-36 LETTER COUNTS, AND EACH SOURCE'S      *
001800*                 WHOLE CYCLE LETTER MIX, WITH THE REFERENCE   *
001900*                 PROFILE FOR THAT SOURCE (OR THE '*ALL*'      *
002000*                 PROFILE) BUILT BY CODEABBEY-SET-43. A LINE   *
002100*                 OR SOURCE FURTHER FROM ITS PROFILE THAN THE  *
002200*                 LINEDIST=/SRCDIST= PARM LIMITS GOES TO THE   *
002300*                 SUSPECT-CONTENT FILE AND THE REPORT; A       *
002400*                 SOURCE WHOSE WHOLE BATCH DEVIATES ALSO       *
002500*                 WRITES AN ALERTREC AND ENDS THE STEP RC=4.   *
002600*                 THE VERDICT GOES OUT AS AN RSLTREC ROW FOR   *
002700*                 THE SET-33 SCORECARD.                        *
002800***************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT LTTRFILE ASSIGN TO LTTRFILE
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-LTTRFILE-STATUS.
003800     SELECT INFILE ASSIGN TO INFILE
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-INFILE-STATUS.
004100     SELECT PROFFILE ASSIGN TO PROFFILE
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-PROFFILE-STATUS.
004400     SELECT PARMFILE ASSIGN TO PARMFILE
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-PARMFILE-STATUS.
004700     SELECT DATEFILE ASSIGN TO DATEFILE
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-DATEFILE-STATUS.
005000     SELECT SUSPFILE ASSIGN TO SUSPFILE
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-SUSPFILE-STATUS.
005300*        DD NAMES TOP OUT AT EIGHT CHARACTERS - HENCE ALERTFIL.
005400     SELECT ALERTFILE ASSIGN TO ALERTFIL
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-ALERTFILE-STATUS.
005700     SELECT RSLTFILE ASSIGN TO RSLTFILE
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-RSLTFILE-STATUS.
006000     SELECT REPTFILE ASSIGN TO REPTFILE
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-REPTFILE-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500*----------------------------------------------------------------
006600* LTTRFILE - TODAY'S PER-LINE LETTER COUNTS FROM CODEABBEY-SET-36,
006700* ONE LTTRREC FOR EVERY TEXT LINE OF THE FEED, IN LINE-ID ORDER.
006800*----------------------------------------------------------------
006900 FD  LTTRFILE
007000     LABEL RECORDS ARE STANDARD
007100     RECORDING MODE IS F.
007200     COPY LTTRREC.
007300*----------------------------------------------------------------
007400* IN-REC MATCHES THE LRECL=133 CYCLE INPUT FEED. READ IN STEP
007500* WITH LTTRFILE FOR EACH LINE'S SOURCE (FROM ITS BATCH'S HDR
007600* RECORD, COLS 4-11) AND ITS TEXT FOR THE SUSPECT FILE.
007700*----------------------------------------------------------------
007800 FD  INFILE
007900     LABEL RECORDS ARE STANDARD
008000     RECORDING MODE IS F.
008100 01  IN-REC PIC X(133).
008200*----------------------------------------------------------------
008300* PROFFILE - THE CURRENT GENERATION OF THE REFERENCE PROFILES.
008400*----------------------------------------------------------------
008500 FD  PROFFILE
008600     LABEL RECORDS ARE STANDARD
008700     RECORDING MODE IS F.
008800     COPY PROFREC.
008900*----------------------------------------------------------------
009000* PARMFILE - KEYWORD=VALUE CARDS: LINEDIST=NNNNN AND
009100* SRCDIST=NNNNN, THE DISTANCE LIMITS PER TEN THOUSAND, AND
009200* MINLETTERS=NNN, THE FEWEST LETTERS A LINE NEEDS TO BE JUDGED.
009300*----------------------------------------------------------------
009400 FD  PARMFILE
009500     LABEL RECORDS ARE STANDARD
009600     RECORDING MODE IS F.
009700 01  PARM-REC PIC X(80).
009800*----------------------------------------------------------------
009900* DATEFILE - THE SCHEDULER'S CYCLE-DATE CARD, COLS 1-6 YYMMDD.
010000*----------------------------------------------------------------
010100 FD  DATEFILE
010200     LABEL RECORDS ARE STANDARD
010300     RECORDING MODE IS F.
010400 01  DATE-REC PIC X(80).
010500*----------------------------------------------------------------
010600* SUSPFILE - ONE SUSPREC PER SUSPECT LINE OR SOURCE.
010700*----------------------------------------------------------------
010800 FD  SUSPFILE
010900     LABEL RECORDS ARE STANDARD
011000     RECORDING MODE IS F.
011100     COPY SUSPREC.
011200*----------------------------------------------------------------
011300* ALERTFILE - ONE ALERTREC PER SOURCE WHOSE WHOLE BATCH IS OFF
011400* ITS PROFILE, EMPTY ON A CLEAN CYCLE.
011500*----------------------------------------------------------------
011600 FD  ALERTFILE
011700     LABEL RECORDS ARE STANDARD
011800     RECORDING MODE IS F.
011900     COPY ALERTREC.
012000*----------------------------------------------------------------
012100* RSLTFILE - THE LETTER-MIX VERDICT IN THE FIXED RSLTREC LAYOUT
012200* FOR THE END-OF-CYCLE SCORECARD STEP.
012300*----------------------------------------------------------------
012400 FD  RSLTFILE
012500     LABEL RECORDS ARE STANDARD
012600     RECORDING MODE IS F.
012700     COPY RSLTREC.
012800*----------------------------------------------------------------
012900* REPTFILE - RETAINED COPY OF THE LETTER PROFILE REPORT.
013000*----------------------------------------------------------------
013100 FD  REPTFILE
013200     LABEL RECORDS ARE STANDARD
013300     RECORDING MODE IS F.
013400 01  REPT-REC PIC X(80).
013500 WORKING-STORAGE SECTION.
013600*----------------------------------------------------------------
013700* FILE STATUS AND SWITCH BYTES
013800*----------------------------------------------------------------
013900 01  WS-LTTRFILE-STATUS PIC X(02).
014000     88  WS-LTTRFILE-OK              VALUE '00'.
014100 01  WS-INFILE-STATUS PIC X(02).
014200     88  WS-INFILE-OK                VALUE '00'.
014300 01  WS-PROFFILE-STATUS PIC X(02).
014400     88  WS-PROFFILE-OK              VALUE '00'.
014500 01  WS-PARMFILE-STATUS PIC X(02).
014600     88  WS-PARMFILE-OK              VALUE '00'.
014700 01  WS-DATEFILE-STATUS PIC X(02).
014800     88  WS-DATEFILE-OK              VALUE '00'.
014900 01  WS-SUSPFILE-STATUS PIC X(02).
015000     88  WS-SUSPFILE-OK              VALUE '00'.
015100 01  WS-ALERTFILE-STATUS PIC X(02).
015200     88  WS-ALERTFILE-OK             VALUE '00'.
015300 01  WS-RSLTFILE-STATUS PIC X(02).
015400     88  WS-RSLTFILE-OK              VALUE '00'.
015500 01  WS-REPTFILE-STATUS PIC X(02).
015600     88  WS-REPTFILE-OK              VALUE '00'.
015700 01  WS-SWITCHES.
015800     05  WS-EOF-SWITCH PIC X(01) VALUE 'N'.
015900         88  WS-AT-EOF                VALUE 'Y'.
016000         88  WS-NOT-AT-EOF            VALUE 'N'.
016100     05  WS-IN-EOF-SWITCH PIC X(01) VALUE 'N'.
016200         88  WS-IN-AT-EOF             VALUE 'Y'.
016300     05  WS-PROF-EOF-SWITCH PIC X(01) VALUE 'N'.
016400         88  WS-PROF-AT-EOF           VALUE 'Y'.
016500     05  WS-PARM-EOF-SWITCH PIC X(01) VALUE 'N'.
016600         88  WS-PARM-AT-EOF           VALUE 'Y'.
016700 01  WS-CYCLE-DATE PIC 9(06) VALUE ZERO.
016800*----------------------------------------------------------------
016900* PARM CARD WORK AREAS AND THE SETTINGS, WITH THEIR DEFAULTS.
017000* THE DISTANCE IS HALF THE SUM OF THE 26 LETTER-SHARE
017100* DIFFERENCES PER TEN THOUSAND - 0 IS THE PROFILE EXACTLY,
017200* 10000 SHARES NO LETTER WITH IT. ONE LINE IS A SMALL SAMPLE,
017300* SO ITS LIMIT IS FAR LOOSER THAN A WHOLE SOURCE'S, AND A LINE
017400* WITH FEWER THAN MINLETTERS LETTERS IS NOT JUDGED AT ALL.
017500*----------------------------------------------------------------
017600 01  WS-PARM-REC PIC X(80).
017700 01  WS-PARM-KEYWORD PIC X(12).
017800 01  WS-PARM-VALUE PIC X(12).
017900 01  WS-LINE-LIMIT PIC 9(05) VALUE 4500.
018000 01  WS-SOURCE-LIMIT PIC 9(05) VALUE 1500.
018100 01  WS-MIN-LETTERS PIC 9(03) VALUE 20.
018200*----------------------------------------------------------------
018300* THE REFERENCE PROFILES, LOADED WHOLE FROM PROFFILE.
018400* WS-ALL-SLOT IS THE '*ALL*' PROFILE'S SLOT, ZERO IF THE
018500* GENERATION HAS NONE.
018600*----------------------------------------------------------------
018700 77  WS-PROF-MAX PIC 9(03) COMP VALUE 51.
018800 77  WS-PROF-COUNT PIC 9(03) COMP VALUE ZERO.
018900 77  WS-PROF-SUB PIC 9(03) COMP VALUE ZERO.
019000 77  WS-PROF-HIT PIC 9(03) COMP VALUE ZERO.
019100 77  WS-ALL-SLOT PIC 9(03) COMP VALUE ZERO.
019200 01  WS-PROF-BUILT PIC 9(06) VALUE ZERO.
019300 01  WS-PROF-TABLE.
019400     05  WS-PROF-ENTRY OCCURS 51 TIMES.
019500         10  WS-PROF-ID          PIC X(08).
019600         10  WS-PROF-SHARE       PIC 9(05) COMP OCCURS 26 TIMES.
019700*----------------------------------------------------------------
019800* PER-SOURCE CYCLE FIGURES AND LETTER MIX. EACH SOURCE'S
019900* PROFILE SLOT IS LOOKED UP ONCE, WHEN THE SOURCE IS FIRST
020000* SEEN. THE LAST SLOT IS KEPT FOR '*OTHER*': A FEED WITH MORE
020100* SOURCES THAN THE REST OF THE TABLE HOLDS LUMPS THE EXCESS
020200* THERE. ITS LINES ARE JUDGED AGAINST '*ALL*', BUT ITS MIX IS
020250* NOT JUDGED - IT IS NOT ONE SOURCE'S TEXT.
020300*----------------------------------------------------------------
020400 77  WS-SRC-MAX PIC 9(03) COMP VALUE 50.
020500 77  WS-SRC-COUNT PIC 9(03) COMP VALUE ZERO.
020600 77  WS-SRC-SUB PIC 9(03) COMP VALUE ZERO.
020700 77  WS-SRC-CUR PIC 9(03) COMP VALUE 1.
020800 77  WS-SRC-HIT PIC 9(03) COMP VALUE ZERO.
020900 01  WS-SRC-TABLE.
021000     05  WS-SRC-ENTRY OCCURS 50 TIMES.
021100         10  WS-SRC-ID           PIC X(08).
021200         10  WS-SRC-PROF         PIC 9(03) COMP.
021300         10  WS-SRC-LINES        PIC 9(07) COMP.
021400         10  WS-SRC-JUDGED       PIC 9(07) COMP.
021500         10  WS-SRC-SUSPECT      PIC 9(07) COMP.
021600         10  WS-SRC-LETTERS      PIC 9(09) COMP.
021700         10  WS-SRC-CNT          PIC 9(09) COMP OCCURS 26 TIMES.
021800*----------------------------------------------------------------
021900* THE LINE IN HAND. WS-LINE-NUMBER COUNTS INFILE TEXT LINES
022000* (HDR/TRL NOT COUNTED) AND MUST AGREE WITH LTTRREC-LINE-ID.
022100*----------------------------------------------------------------
022200 01  WS-LINE PIC X(80).
022300 01  WS-LINE-NUMBER PIC 9(07) COMP VALUE ZERO.
022400 01  WS-CUR-SOURCE PIC X(08) VALUE SPACES.
022500 77  WS-LETTER-SUB PIC 9(02) COMP VALUE ZERO.
022600*----------------------------------------------------------------
022700* DISTANCE WORK AREAS. THE MIX BEING JUDGED - ONE LINE'S COUNTS
022800* OR ONE SOURCE'S CYCLE TOTALS - IS MOVED TO WS-MIX-CNT AND
022900* WS-MIX-LETTERS, AND WS-MIX-PROF NAMES THE PROFILE SLOT.
023000*----------------------------------------------------------------
023100 01  WS-MIX-TABLE.
023200     05  WS-MIX-CNT PIC 9(09) COMP OCCURS 26 TIMES.
023300 01  WS-MIX-LETTERS PIC 9(09) COMP VALUE ZERO.
023400 77  WS-MIX-PROF PIC 9(03) COMP VALUE ZERO.
023500 01  WS-MIX-SHARE PIC 9(05) COMP VALUE ZERO.
023600 01  WS-SHARE-DIFF PIC 9(05) COMP VALUE ZERO.
023700 01  WS-DIFF-SUM PIC 9(07) COMP VALUE ZERO.
023800 01  WS-SHARE-WORK PIC 9(13) COMP VALUE ZERO.
023900 01  WS-DISTANCE PIC 9(05) COMP VALUE ZERO.
024000*----------------------------------------------------------------
024100* CYCLE COUNTS FOR THE TOTALS, THE VERDICT AND THE RUN LOG.
024200*----------------------------------------------------------------
024300 01  WS-LINES-READ PIC 9(07) COMP VALUE ZERO.
024400 01  WS-LINES-JUDGED PIC 9(07) COMP VALUE ZERO.
024500 01  WS-LINES-SHORT PIC 9(07) COMP VALUE ZERO.
024600 01  WS-LINES-NO-PROF PIC 9(07) COMP VALUE ZERO.
024700 01  WS-SUSPECT-LINES PIC 9(07) COMP VALUE ZERO.
024800 01  WS-SUSPECT-SOURCES PIC 9(05) COMP VALUE ZERO.
024900 01  WS-ALERT-COUNT PIC 9(05) COMP VALUE ZERO.
025000 01  WS-SUSP-WRITTEN PIC 9(07) COMP VALUE ZERO.
025100*----------------------------------------------------------------
025200* DETAIL LISTING LIMIT - A WHOLE BATCH OF GARBAGE WOULD
025300* OTHERWISE LIST EVERY LINE OF IT. EVERY SUSPECT LINE STILL
025400* GOES TO THE SUSPECT FILE.
025500*----------------------------------------------------------------
025600 77  WS-DETAIL-MAX PIC 9(05) COMP VALUE 500.
025700 01  WS-DETAIL-COUNT PIC 9(07) COMP VALUE ZERO.
025800*----------------------------------------------------------------
025900* REPORT BUILDING AREAS.
026000*----------------------------------------------------------------
026100 01  WS-PRINT-LINE PIC X(80).
026200 01  WS-EDIT-COUNT PIC 9(07).
026300 01  WS-EDIT-LINE PIC 9(07).
026400 01  WS-EDIT-DATE PIC 9(06).
026500 01  WS-EDIT-DIST PIC 9(05).
026600 01  WS-EDIT-LIMIT PIC 9(05).
026700 01  WS-EDIT-MIN PIC 9(03).
026800 01  WS-EDIT-PROF-ID PIC X(08).
026900 01  WS-EDIT-FLAG PIC X(13).
027000 01  WS-EDIT-JUDGED PIC 9(07).
027100 01  WS-EDIT-SUSPECT PIC 9(07).
027200*----------------------------------------------------------------
027300* NAME OF THE FILE CURRENTLY BEING OPENED, FOR THE ABEND MESSAGE
027400* IN 9900-ABEND-ON-OPEN-ERROR BELOW.
027500*----------------------------------------------------------------
027600 01  WS-ABEND-FILE-NAME PIC X(08).
027700*----------------------------------------------------------------
027800* PARAMETER BLOCK FOR THE CODEABBEY-SET-30 RUN-LOG RECORDER -
027900* SEE 1030-LOG-RUN-START AND 9800-LOG-RUN-END.
028000*----------------------------------------------------------------
028100     COPY RUNLPARM.
028200 PROCEDURE DIVISION.
028300*----------------------------------------------------------------
028400* 0000-MAINLINE - OVERALL FLOW OF CONTROL FOR THE RUN.
028500*----------------------------------------------------------------
028600 0000-MAINLINE.
028700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
028800     PERFORM 2000-CHECK-ONE-LINE THRU 2000-CHECK-ONE-LINE-EXIT
028900         UNTIL WS-AT-EOF.
029000     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
029100     STOP RUN.
029200*----------------------------------------------------------------
029300* 1000-INITIALIZE - CARDS, THE PROFILES, FILE OPENS, THE REPORT
029400*     HEADING AND THE PRIMING READ.
029500*----------------------------------------------------------------
029600 1000-INITIALIZE.
029700     PERFORM 1050-READ-DATE-CARD THRU 1050-READ-DATE-CARD-EXIT.
029800     PERFORM 1030-LOG-RUN-START THRU 1030-LOG-RUN-START-EXIT.
029900     PERFORM 1100-READ-PARM-CARDS THRU 1100-READ-PARM-CARDS-EXIT.
030000     PERFORM 1200-LOAD-PROFILES THRU 1200-LOAD-PROFILES-EXIT.
030100     OPEN INPUT LTTRFILE.
030200     IF NOT WS-LTTRFILE-OK
030300         MOVE 'LTTRFILE' TO WS-ABEND-FILE-NAME
030400         PERFORM 9900-ABEND-ON-OPEN-ERROR
030500     END-IF.
030600     OPEN INPUT INFILE.
030700     IF NOT WS-INFILE-OK
030800         MOVE 'INFILE' TO WS-ABEND-FILE-NAME
030900         PERFORM 9900-ABEND-ON-OPEN-ERROR
031000     END-IF.
031100     OPEN OUTPUT SUSPFILE.
031200     IF NOT WS-SUSPFILE-OK
031300         MOVE 'SUSPFILE' TO WS-ABEND-FILE-NAME
031400         PERFORM 9900-ABEND-ON-OPEN-ERROR
031500     END-IF.
031600     OPEN OUTPUT ALERTFILE.
031700     IF NOT WS-ALERTFILE-OK
031800         MOVE 'ALERTFIL' TO WS-ABEND-FILE-NAME
031900         PERFORM 9900-ABEND-ON-OPEN-ERROR
032000     END-IF.
032100     OPEN OUTPUT REPTFILE.
032200     IF NOT WS-REPTFILE-OK
032300         MOVE 'REPTFILE' TO WS-ABEND-FILE-NAME
032400         PERFORM 9900-ABEND-ON-OPEN-ERROR
032500     END-IF.
032600     PERFORM 1300-PRINT-HEADING THRU 1300-PRINT-HEADING-EXIT.
032700     PERFORM 2100-READ-LTTRFILE THRU 2100-READ-LTTRFILE-EXIT.
032800 1000-INITIALIZE-EXIT.
032900     EXIT.
033000*----------------------------------------------------------------
033100* 1030-LOG-RUN-START - CLAIM THIS RUN'S ATTEMPT NUMBER ON THE
033200*     CHAIN-WIDE RUN LOG, STAMPED WITH THE MANDATORY DATEFILE
033300*     CYCLE DATE 1050 JUST READ.
033400*----------------------------------------------------------------
033500 1030-LOG-RUN-START.
033600     SET RUNLPARM-LOG-START TO TRUE.
033700     MOVE 'SET-44' TO RUNLPARM-PROGRAM.
033800     MOVE WS-CYCLE-DATE TO RUNLPARM-CYCLE-DATE.
033900     SET RUNLPARM-FRESH-START TO TRUE.
034000     MOVE ZERO TO RUNLPARM-ATTEMPT RUNLPARM-READ-COUNT
034100         RUNLPARM-WRITE-COUNT RUNLPARM-REJ-COUNT
034200         RUNLPARM-RETURN-CODE.
034300     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
034400 1030-LOG-RUN-START-EXIT.
034500     EXIT.
034600*----------------------------------------------------------------
034700* 1050-READ-DATE-CARD - EVERY SUSPECT RECORD AND ALERT CARRIES
034800*     THE CYCLE DATE, SO THIS CARD IS MANDATORY AND MUST BE
034900*     NUMERIC.
035000*----------------------------------------------------------------
035100 1050-READ-DATE-CARD.
035200     OPEN INPUT DATEFILE.
035300     IF NOT WS-DATEFILE-OK
035400         MOVE 'DATEFILE' TO WS-ABEND-FILE-NAME
035500         PERFORM 9900-ABEND-ON-OPEN-ERROR
035600     END-IF.
035700     READ DATEFILE
035800         AT END
035900             DISPLAY '*** DATEFILE IS EMPTY - THE CYCLE DATE'
036000                 ' STAMPS EVERY FINDING - JOB ABENDING ***'
036100             MOVE 16 TO RETURN-CODE
036200             STOP RUN
036300     END-READ.
036400     IF DATE-REC (1:6) IS NUMERIC
036500         MOVE DATE-REC (1:6) TO WS-CYCLE-DATE
036600     ELSE
036700         DISPLAY '*** DATEFILE CARD IS NOT A YYMMDD DATE'
036800             ' - JOB ABENDING ***'
036900         MOVE 16 TO RETURN-CODE
037000         STOP RUN
037100     END-IF.
037200     CLOSE DATEFILE.
037300 1050-READ-DATE-CARD-EXIT.
037400     EXIT.
037500*----------------------------------------------------------------
037600* 1100-READ-PARM-CARDS - LINEDIST=, SRCDIST= AND MINLETTERS=.
037700*     NO FILE, OR NO CARD FOR A KEYWORD, KEEPS THAT DEFAULT.
037800*----------------------------------------------------------------
037900 1100-READ-PARM-CARDS.
038000     OPEN INPUT PARMFILE.
038100     IF NOT WS-PARMFILE-OK
038200         GO TO 1100-READ-PARM-CARDS-EXIT
038300     END-IF.
038400     PERFORM 1150-PROCESS-ONE-PARM-CARD
038500         THRU 1150-PROCESS-ONE-PARM-CARD-EXIT
038600         UNTIL WS-PARM-AT-EOF.
038700     CLOSE PARMFILE.
038800 1100-READ-PARM-CARDS-EXIT.
038900     EXIT.
039000*----------------------------------------------------------------
039100* 1150-PROCESS-ONE-PARM-CARD - ONE KEYWORD=VALUE CARD. A CARD
039200*     THAT CANNOT BE USED IS WARNED AND IGNORED, SO A MISKEYED
039300*     LIMIT CANNOT VANISH QUIETLY. A DISTANCE LIMIT ABOVE 10000
039400*     COULD NEVER BE REACHED AND IS REFUSED.
039500*----------------------------------------------------------------
039600 1150-PROCESS-ONE-PARM-CARD.
039700     READ PARMFILE INTO WS-PARM-REC
039800         AT END
039900             SET WS-PARM-AT-EOF TO TRUE
040000             GO TO 1150-PROCESS-ONE-PARM-CARD-EXIT
040100     END-READ.
040200     IF WS-PARM-REC = SPACES OR WS-PARM-REC (1:1) = '*'
040300         GO TO 1150-PROCESS-ONE-PARM-CARD-EXIT
040400     END-IF.
040500     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
040600     UNSTRING WS-PARM-REC DELIMITED BY '='
040700         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
040800     EVALUATE WS-PARM-KEYWORD
040900         WHEN 'LINEDIST'
041000             IF WS-PARM-VALUE (1:5) IS NUMERIC AND
041100                     WS-PARM-VALUE (1:5) NOT > '10000'
041200                 MOVE WS-PARM-VALUE (1:5) TO WS-LINE-LIMIT
041300             ELSE
041400                 PERFORM 1154-WARN-BAD-PARM-VALUE
041500                     THRU 1154-WARN-BAD-PARM-VALUE-EXIT
041600             END-IF
041700         WHEN 'SRCDIST'
041800             IF WS-PARM-VALUE (1:5) IS NUMERIC AND
041900                     WS-PARM-VALUE (1:5) NOT > '10000'
042000                 MOVE WS-PARM-VALUE (1:5) TO WS-SOURCE-LIMIT
042100             ELSE
042200                 PERFORM 1154-WARN-BAD-PARM-VALUE
042300                     THRU 1154-WARN-BAD-PARM-VALUE-EXIT
042400             END-IF
042500         WHEN 'MINLETTERS'
042600             IF WS-PARM-VALUE (1:3) IS NUMERIC AND
042700                     WS-PARM-VALUE (1:3) NOT = '000'
042800                 MOVE WS-PARM-VALUE (1:3) TO WS-MIN-LETTERS
042900             ELSE
043000                 PERFORM 1154-WARN-BAD-PARM-VALUE
043100                     THRU 1154-WARN-BAD-PARM-VALUE-EXIT
043200             END-IF
043300         WHEN OTHER
043400             DISPLAY 'PARM CARD NOT UNDERSTOOD, IGNORED: '
043500                 WS-PARM-REC (1:40)
043600     END-EVALUATE.
043700 1150-PROCESS-ONE-PARM-CARD-EXIT.
043800     EXIT.
043900*----------------------------------------------------------------
044000* 1154-WARN-BAD-PARM-VALUE - A RECOGNIZED KEYWORD ARRIVED WITH
044100*     A VALUE THAT CANNOT BE USED. SAY SO AND IGNORE THE CARD.
044200*----------------------------------------------------------------
044300 1154-WARN-BAD-PARM-VALUE.
044400     DISPLAY 'PARM CARD VALUE NOT USABLE, IGNORED: '
044500         WS-PARM-REC (1:40).
044600 1154-WARN-BAD-PARM-VALUE-EXIT.
044700     EXIT.
044800*----------------------------------------------------------------
044900* 1200-LOAD-PROFILES - THE WHOLE CURRENT GENERATION INTO THE
045000*     PROFILE TABLE. AN EMPTY GENERATION (THE SEED, BEFORE THE
045100*     FIRST REBUILD) LEAVES NOTHING TO JUDGE AGAINST; THE RUN
045200*     CARRIES ON, COUNTS EVERY LINE AS NOT JUDGED AND WARNS.
045300*----------------------------------------------------------------
045400 1200-LOAD-PROFILES.
045500     OPEN INPUT PROFFILE.
045600     IF NOT WS-PROFFILE-OK
045700         MOVE 'PROFFILE' TO WS-ABEND-FILE-NAME
045800         PERFORM 9900-ABEND-ON-OPEN-ERROR
045900     END-IF.
046000     PERFORM 1250-LOAD-ONE-PROFILE THRU 1250-LOAD-ONE-PROFILE-EXIT
046100         UNTIL WS-PROF-AT-EOF.
046200     CLOSE PROFFILE.
046300 1200-LOAD-PROFILES-EXIT.
046400     EXIT.
046500*----------------------------------------------------------------
046600* 1250-LOAD-ONE-PROFILE - ONE PROFREC INTO THE NEXT SLOT. A
046700*     GENERATION WITH MORE PROFILES THAN THE TABLE HOLDS IS NOT
046800*     ONE SET-43 WROTE; THE EXTRA PROFILES ARE WARNED AND THEIR
046900*     SOURCES FALL BACK TO '*ALL*'.
047000*----------------------------------------------------------------
047100 1250-LOAD-ONE-PROFILE.
047200     READ PROFFILE
047300         AT END
047400             SET WS-PROF-AT-EOF TO TRUE
047500             GO TO 1250-LOAD-ONE-PROFILE-EXIT
047600     END-READ.
047700     IF WS-PROF-COUNT NOT < WS-PROF-MAX
047800         DISPLAY 'PROFILE TABLE FULL, PROFILE IGNORED: '
047900             PROFREC-SOURCE-ID
048000         GO TO 1250-LOAD-ONE-PROFILE-EXIT
048100     END-IF.
048200     ADD 1 TO WS-PROF-COUNT.
048300     MOVE PROFREC-SOURCE-ID TO WS-PROF-ID (WS-PROF-COUNT).
048400     PERFORM 1260-LOAD-ONE-SHARE THRU 1260-LOAD-ONE-SHARE-EXIT
048500         VARYING WS-LETTER-SUB FROM 1 BY 1
048600         UNTIL WS-LETTER-SUB > 26.
048700     IF PROFREC-ALL-SOURCES
048800         MOVE WS-PROF-COUNT TO WS-ALL-SLOT
048900         MOVE PROFREC-BUILT-DATE TO WS-PROF-BUILT
049000     END-IF.
049100 1250-LOAD-ONE-PROFILE-EXIT.
049200     EXIT.
049300*----------------------------------------------------------------
049400* 1260-LOAD-ONE-SHARE - ONE LETTER'S SHARE INTO THE SLOT.
049500*----------------------------------------------------------------
049600 1260-LOAD-ONE-SHARE.
049700     MOVE PROFREC-SHARE (WS-LETTER-SUB)
049800         TO WS-PROF-SHARE (WS-PROF-COUNT, WS-LETTER-SUB).
049900 1260-LOAD-ONE-SHARE-EXIT.
050000     EXIT.
050100*----------------------------------------------------------------
050200* 1300-PRINT-HEADING - BANNER, THE SETTINGS IN FORCE AND THE
050300*     SUSPECT-LINE COLUMN HEADINGS.
050400*----------------------------------------------------------------
050500 1300-PRINT-HEADING.
050600     MOVE '********************************************'
050700         TO WS-PRINT-LINE.
050800     PERFORM 9050-WRITE-REPORT-LINE
050900         THRU 9050-WRITE-REPORT-LINE-EXIT.
051000     MOVE '*  CODEABBEY-SET-44 LETTER PROFILE CHECK   *'
051100         TO WS-PRINT-LINE.
051200     PERFORM 9050-WRITE-REPORT-LINE
051300         THRU 9050-WRITE-REPORT-LINE-EXIT.
051400     MOVE '********************************************'
051500         TO WS-PRINT-LINE.
051600     PERFORM 9050-WRITE-REPORT-LINE
051700         THRU 9050-WRITE-REPORT-LINE-EXIT.
051800     MOVE WS-CYCLE-DATE TO WS-EDIT-DATE.
051900     MOVE SPACES TO WS-PRINT-LINE.
052000     STRING 'CYCLE DATE ............: ' DELIMITED BY SIZE
052100         WS-EDIT-DATE DELIMITED BY SIZE
052200         INTO WS-PRINT-LINE.
052300     PERFORM 9050-WRITE-REPORT-LINE
052400         THRU 9050-WRITE-REPORT-LINE-EXIT.
052500     MOVE WS-PROF-BUILT TO WS-EDIT-DATE.
052600     MOVE WS-PROF-COUNT TO WS-EDIT-MIN.
052700     MOVE SPACES TO WS-PRINT-LINE.
052800     STRING 'PROFILES BUILT ........: ' DELIMITED BY SIZE
052900         WS-EDIT-DATE DELIMITED BY SIZE
053000         ' (' DELIMITED BY SIZE
053100         WS-EDIT-MIN DELIMITED BY SIZE
053200         ' PROFILES LOADED)' DELIMITED BY SIZE
053300         INTO WS-PRINT-LINE.
053400     PERFORM 9050-WRITE-REPORT-LINE
053500         THRU 9050-WRITE-REPORT-LINE-EXIT.
053600     MOVE WS-LINE-LIMIT TO WS-EDIT-LIMIT.
053700     MOVE SPACES TO WS-PRINT-LINE.
053800     STRING 'LINE DISTANCE LIMIT ...: ' DELIMITED BY SIZE
053900         WS-EDIT-LIMIT DELIMITED BY SIZE
054000         ' PER 10000' DELIMITED BY SIZE
054100         INTO WS-PRINT-LINE.
054200     PERFORM 9050-WRITE-REPORT-LINE
054300         THRU 9050-WRITE-REPORT-LINE-EXIT.
054400     MOVE WS-SOURCE-LIMIT TO WS-EDIT-LIMIT.
054500     MOVE SPACES TO WS-PRINT-LINE.
054600     STRING 'SOURCE DISTANCE LIMIT .: ' DELIMITED BY SIZE
054700         WS-EDIT-LIMIT DELIMITED BY SIZE
054800         ' PER 10000' DELIMITED BY SIZE
054900         INTO WS-PRINT-LINE.
055000     PERFORM 9050-WRITE-REPORT-LINE
055100         THRU 9050-WRITE-REPORT-LINE-EXIT.
055200     MOVE WS-MIN-LETTERS TO WS-EDIT-MIN.
055300     MOVE SPACES TO WS-PRINT-LINE.
055400     STRING 'FEWEST LETTERS JUDGED .: ' DELIMITED BY SIZE
055500         WS-EDIT-MIN DELIMITED BY SIZE
055600         INTO WS-PRINT-LINE.
055700     PERFORM 9050-WRITE-REPORT-LINE
055800         THRU 9050-WRITE-REPORT-LINE-EXIT.
055900     IF WS-ALL-SLOT = ZERO
056000         MOVE '** NO *ALL* PROFILE - SOURCES WITHOUT THEIR OWN'
056100             TO WS-PRINT-LINE
056200         PERFORM 9050-WRITE-REPORT-LINE
056300             THRU 9050-WRITE-REPORT-LINE-EXIT
056400         MOVE '** PROFILE ARE NOT JUDGED - RUN THE REBUILD'
056500             TO WS-PRINT-LINE
056600         PERFORM 9050-WRITE-REPORT-LINE
056700             THRU 9050-WRITE-REPORT-LINE-EXIT
056800     END-IF.
056900     MOVE SPACES TO WS-PRINT-LINE.
057000     PERFORM 9050-WRITE-REPORT-LINE
057100         THRU 9050-WRITE-REPORT-LINE-EXIT.
057200     MOVE 'SUSPECT LINES' TO WS-PRINT-LINE.
057300     PERFORM 9050-WRITE-REPORT-LINE
057400         THRU 9050-WRITE-REPORT-LINE-EXIT.
057500     MOVE 'LINE ID SOURCE   DIST  PROFILE  LETTERS'
057600         TO WS-PRINT-LINE.
057700     PERFORM 9050-WRITE-REPORT-LINE
057800         THRU 9050-WRITE-REPORT-LINE-EXIT.
057900 1300-PRINT-HEADING-EXIT.
058000     EXIT.
058100*----------------------------------------------------------------
058200* 2000-CHECK-ONE-LINE - BRING INFILE UP TO THE LTTRREC IN HAND,
058300*     ROLL THE LINE INTO ITS SOURCE'S MIX, AND JUDGE IT AGAINST
058400*     THE SOURCE'S PROFILE IF IT HAS ENOUGH LETTERS.
058500*----------------------------------------------------------------
058600 2000-CHECK-ONE-LINE.
058700     PERFORM 2150-READ-INFILE THRU 2150-READ-INFILE-EXIT.
058800     IF WS-IN-AT-EOF OR WS-LINE-NUMBER NOT = LTTRREC-LINE-ID
058900         DISPLAY '*** LTTRFILE AND INFILE ARE OUT OF STEP AT'
059000             ' LETTER ROW ' LTTRREC-LINE-ID ' - JOB ABENDING ***'
059100         MOVE 16 TO RETURN-CODE
059200         STOP RUN
059300     END-IF.
059400     ADD 1 TO WS-LINES-READ.
059500     PERFORM 2200-FIND-SOURCE THRU 2200-FIND-SOURCE-EXIT.
059600     ADD 1 TO WS-SRC-LINES (WS-SRC-CUR).
059700     MOVE ZERO TO WS-MIX-LETTERS.
059800     PERFORM 2300-TAKE-ONE-COUNT THRU 2300-TAKE-ONE-COUNT-EXIT
059900         VARYING WS-LETTER-SUB FROM 1 BY 1
060000         UNTIL WS-LETTER-SUB > 26.
060100     ADD WS-MIX-LETTERS TO WS-SRC-LETTERS (WS-SRC-CUR).
060200     IF WS-MIX-LETTERS < WS-MIN-LETTERS
060300         ADD 1 TO WS-LINES-SHORT
060400         PERFORM 2100-READ-LTTRFILE THRU 2100-READ-LTTRFILE-EXIT
060500         GO TO 2000-CHECK-ONE-LINE-EXIT
060600     END-IF.
060700     MOVE WS-SRC-PROF (WS-SRC-CUR) TO WS-MIX-PROF.
060800     IF WS-MIX-PROF = ZERO
060900         ADD 1 TO WS-LINES-NO-PROF
061000         PERFORM 2100-READ-LTTRFILE THRU 2100-READ-LTTRFILE-EXIT
061100         GO TO 2000-CHECK-ONE-LINE-EXIT
061200     END-IF.
061300     PERFORM 5000-MEASURE-DISTANCE
061400         THRU 5000-MEASURE-DISTANCE-EXIT.
061500     ADD 1 TO WS-LINES-JUDGED.
061600     ADD 1 TO WS-SRC-JUDGED (WS-SRC-CUR).
061700     IF WS-DISTANCE > WS-LINE-LIMIT
061800         ADD 1 TO WS-SUSPECT-LINES
061900         ADD 1 TO WS-SRC-SUSPECT (WS-SRC-CUR)
062000         PERFORM 2500-WRITE-SUSPECT-LINE
062100             THRU 2500-WRITE-SUSPECT-LINE-EXIT
062200         PERFORM 2600-LIST-SUSPECT-LINE
062300             THRU 2600-LIST-SUSPECT-LINE-EXIT
062400     END-IF.
062500     PERFORM 2100-READ-LTTRFILE THRU 2100-READ-LTTRFILE-EXIT.
062600 2000-CHECK-ONE-LINE-EXIT.
062700     EXIT.
062800*----------------------------------------------------------------
062900* 2100-READ-LTTRFILE - READ THE NEXT LETTER ROW, SET EOF SWITCH.
063000*----------------------------------------------------------------
063100 2100-READ-LTTRFILE.
063200     READ LTTRFILE
063300         AT END
063400             SET WS-AT-EOF TO TRUE
063500     END-READ.
063600 2100-READ-LTTRFILE-EXIT.
063700     EXIT.
063800*----------------------------------------------------------------
063900* 2150-READ-INFILE - READ THE NEXT TEXT LINE. HDR AND TRL
064000*     RECORDS ARE BATCH CONTROL RECORDS, NOT TEXT, AND THE FEED
064100*     MAY BE SEVERAL BATCHES CONCATENATED - SKIP THEM WHEREVER
064200*     THEY APPEAR, THE SAME RECORDS SET-36 SKIPS, SO THE LINE
064300*     NUMBERING STAYS ALIGNED WITH LTTRREC-LINE-ID. EACH HDR
064400*     NAMES THE SOURCE OF THE LINES THAT FOLLOW IT.
064500*----------------------------------------------------------------
064600 2150-READ-INFILE.
064700     READ INFILE
064800         AT END
064900             SET WS-IN-AT-EOF TO TRUE
065000             GO TO 2150-READ-INFILE-EXIT
065100     END-READ.
065200     IF IN-REC (1:3) = 'HDR'
065300         MOVE IN-REC (4:8) TO WS-CUR-SOURCE
065400         GO TO 2150-READ-INFILE
065500     END-IF.
065600     IF IN-REC (1:3) = 'TRL'
065700         GO TO 2150-READ-INFILE
065800     END-IF.
065900     ADD 1 TO WS-LINE-NUMBER.
066000     MOVE IN-REC (1:80) TO WS-LINE.
066100 2150-READ-INFILE-EXIT.
066200     EXIT.
066300*----------------------------------------------------------------
066400* 2200-FIND-SOURCE - POINT WS-SRC-CUR AT THIS LINE'S SOURCE,
066500*     ADDING IT ON FIRST SIGHT WITH ITS PROFILE SLOT. THE FEED
066600*     ARRIVES A BATCH AT A TIME, SO THE SOURCE IS USUALLY THE
066700*     SAME AS THE LAST LINE'S AND THE SEARCH IS SKIPPED. ONCE
066710*     ALL BUT THE LAST SLOT ARE TAKEN, A NEW SOURCE GOES TO THE
066720*     '*OTHER*' SLOT, SET UP THE FIRST TIME IT IS NEEDED.
066800*----------------------------------------------------------------
066900 2200-FIND-SOURCE.
067000     IF WS-SRC-COUNT > ZERO
067100         IF WS-SRC-ID (WS-SRC-CUR) = WS-CUR-SOURCE
067200             GO TO 2200-FIND-SOURCE-EXIT
067300         END-IF
067400     END-IF.
067500     MOVE ZERO TO WS-SRC-HIT.
067600     PERFORM 2250-MATCH-ONE-SOURCE
067700         THRU 2250-MATCH-ONE-SOURCE-EXIT
067800         VARYING WS-SRC-SUB FROM 1 BY 1
067900         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
068000     IF WS-SRC-HIT > ZERO
068100         MOVE WS-SRC-HIT TO WS-SRC-CUR
068200         GO TO 2200-FIND-SOURCE-EXIT
068300     END-IF.
068400     IF WS-SRC-COUNT < WS-SRC-MAX - 1
068500         ADD 1 TO WS-SRC-COUNT
068600         MOVE WS-SRC-COUNT TO WS-SRC-CUR
068700         MOVE WS-CUR-SOURCE TO WS-SRC-ID (WS-SRC-CUR)
068800         PERFORM 2260-CLEAR-SOURCE THRU 2260-CLEAR-SOURCE-EXIT
068900         PERFORM 2280-FIND-PROFILE THRU 2280-FIND-PROFILE-EXIT
069000         GO TO 2200-FIND-SOURCE-EXIT
069100     END-IF.
069200     MOVE WS-SRC-MAX TO WS-SRC-CUR.
069300     IF WS-SRC-COUNT < WS-SRC-MAX
069400         MOVE WS-SRC-MAX TO WS-SRC-COUNT
069500         MOVE '*OTHER*' TO WS-SRC-ID (WS-SRC-CUR)
069600         PERFORM 2260-CLEAR-SOURCE THRU 2260-CLEAR-SOURCE-EXIT
069700         MOVE WS-ALL-SLOT TO WS-SRC-PROF (WS-SRC-CUR)
069800     END-IF.
070100 2200-FIND-SOURCE-EXIT.
070200     EXIT.
070300*----------------------------------------------------------------
070400* 2250-MATCH-ONE-SOURCE - ONE TABLE SLOT AGAINST THE SOURCE.
070500*----------------------------------------------------------------
070600 2250-MATCH-ONE-SOURCE.
070700     IF WS-SRC-ID (WS-SRC-SUB) = WS-CUR-SOURCE
070800         MOVE WS-SRC-SUB TO WS-SRC-HIT
070900     END-IF.
071000 2250-MATCH-ONE-SOURCE-EXIT.
071100     EXIT.
071110*----------------------------------------------------------------
071120* 2260-CLEAR-SOURCE - ZERO THE FIGURES AND MIX OF A NEW SLOT.
071130*----------------------------------------------------------------
071140 2260-CLEAR-SOURCE.
071150     MOVE ZERO TO WS-SRC-LINES (WS-SRC-CUR)
071160         WS-SRC-JUDGED (WS-SRC-CUR)
071170         WS-SRC-SUSPECT (WS-SRC-CUR)
071180         WS-SRC-LETTERS (WS-SRC-CUR).
071185     PERFORM 2270-CLEAR-ONE-LETTER
071190         THRU 2270-CLEAR-ONE-LETTER-EXIT
071193         VARYING WS-LETTER-SUB FROM 1 BY 1
071195         UNTIL WS-LETTER-SUB > 26.
071197 2260-CLEAR-SOURCE-EXIT.
071199     EXIT.
071200*----------------------------------------------------------------
071300* 2270-CLEAR-ONE-LETTER - ZERO ONE LETTER OF THE NEW SLOT.
071400*----------------------------------------------------------------
071500 2270-CLEAR-ONE-LETTER.
071600     MOVE ZERO TO WS-SRC-CNT (WS-SRC-CUR, WS-LETTER-SUB).
071700 2270-CLEAR-ONE-LETTER-EXIT.
071800     EXIT.
071900*----------------------------------------------------------------
072000* 2280-FIND-PROFILE - THE NEW SOURCE'S OWN PROFILE IF THE
072100*     GENERATION HAS ONE, ELSE '*ALL*' (ZERO IF THAT IS MISSING
072200*     TOO).
072300*----------------------------------------------------------------
072400 2280-FIND-PROFILE.
072500     MOVE ZERO TO WS-PROF-HIT.
072600     PERFORM 2285-MATCH-ONE-PROFILE
072700         THRU 2285-MATCH-ONE-PROFILE-EXIT
072800         VARYING WS-PROF-SUB FROM 1 BY 1
072900         UNTIL WS-PROF-SUB > WS-PROF-COUNT.
073000     IF WS-PROF-HIT > ZERO
073100         MOVE WS-PROF-HIT TO WS-SRC-PROF (WS-SRC-CUR)
073200     ELSE
073300         MOVE WS-ALL-SLOT TO WS-SRC-PROF (WS-SRC-CUR)
073400     END-IF.
073500 2280-FIND-PROFILE-EXIT.
073600     EXIT.
073700*----------------------------------------------------------------
073800* 2285-MATCH-ONE-PROFILE - ONE PROFILE SLOT AGAINST THE SOURCE.
073900*----------------------------------------------------------------
074000 2285-MATCH-ONE-PROFILE.
074100     IF WS-PROF-ID (WS-PROF-SUB) = WS-CUR-SOURCE
074200         MOVE WS-PROF-SUB TO WS-PROF-HIT
074300     END-IF.
074400 2285-MATCH-ONE-PROFILE-EXIT.
074500     EXIT.
074600*----------------------------------------------------------------
074700* 2300-TAKE-ONE-COUNT - ONE LETTER OF THE LINE INTO THE MIX
074800*     WORK AREA AND INTO ITS SOURCE'S CYCLE MIX.
074900*----------------------------------------------------------------
075000 2300-TAKE-ONE-COUNT.
075100     MOVE LTTRREC-CNT (WS-LETTER-SUB)
075200         TO WS-MIX-CNT (WS-LETTER-SUB).
075300     ADD LTTRREC-CNT (WS-LETTER-SUB) TO WS-MIX-LETTERS.
075400     ADD LTTRREC-CNT (WS-LETTER-SUB)
075500         TO WS-SRC-CNT (WS-SRC-CUR, WS-LETTER-SUB).
075600 2300-TAKE-ONE-COUNT-EXIT.
075700     EXIT.
075800*----------------------------------------------------------------
075900* 2500-WRITE-SUSPECT-LINE - THE SUSPREC FOR A LINE OFF ITS
076000*     PROFILE.
076100*----------------------------------------------------------------
076200 2500-WRITE-SUSPECT-LINE.
076300     MOVE SPACES TO SUSPREC.
076400     SET SUSPREC-LINE TO TRUE.
076500     MOVE WS-CYCLE-DATE TO SUSPREC-CYCLE-DATE.
076600     MOVE WS-CUR-SOURCE TO SUSPREC-SOURCE-ID.
076700     MOVE WS-LINE-NUMBER TO SUSPREC-LINE-ID.
076800     MOVE WS-PROF-ID (WS-MIX-PROF) TO SUSPREC-PROFILE-ID.
076900     MOVE WS-DISTANCE TO SUSPREC-DISTANCE.
077000     MOVE WS-LINE-LIMIT TO SUSPREC-LIMIT.
077100     MOVE WS-MIX-LETTERS TO SUSPREC-LETTERS.
077200     MOVE WS-LINE TO SUSPREC-TEXT.
077300     PERFORM 8100-WRITE-SUSPREC THRU 8100-WRITE-SUSPREC-EXIT.
077400 2500-WRITE-SUSPECT-LINE-EXIT.
077500     EXIT.
077600*----------------------------------------------------------------
077700* 2600-LIST-SUSPECT-LINE - THE SUSPECT LINE ON THE REPORT WITH
077800*     ITS TEXT UNDERNEATH, UP TO THE LISTING LIMIT.
077900*----------------------------------------------------------------
078000 2600-LIST-SUSPECT-LINE.
078100     ADD 1 TO WS-DETAIL-COUNT.
078200     IF WS-DETAIL-COUNT > WS-DETAIL-MAX
078300         IF WS-DETAIL-COUNT = WS-DETAIL-MAX + 1
078400             MOVE '... FURTHER SUSPECT LINES FILED BUT NOT LISTED'
078500                 TO WS-PRINT-LINE
078600             PERFORM 9050-WRITE-REPORT-LINE
078700                 THRU 9050-WRITE-REPORT-LINE-EXIT
078800         END-IF
078900         GO TO 2600-LIST-SUSPECT-LINE-EXIT
079000     END-IF.
079100     MOVE WS-LINE-NUMBER TO WS-EDIT-LINE.
079200     MOVE WS-DISTANCE TO WS-EDIT-DIST.
079300     MOVE WS-MIX-LETTERS TO WS-EDIT-MIN.
079400     MOVE SPACES TO WS-PRINT-LINE.
079500     STRING WS-EDIT-LINE DELIMITED BY SIZE
079600         ' ' DELIMITED BY SIZE
079700         WS-CUR-SOURCE DELIMITED BY SIZE
079800         ' ' DELIMITED BY SIZE
079900         WS-EDIT-DIST DELIMITED BY SIZE
080000         ' ' DELIMITED BY SIZE
080100         WS-PROF-ID (WS-MIX-PROF) DELIMITED BY SIZE
080200         ' ' DELIMITED BY SIZE
080300         WS-EDIT-MIN DELIMITED BY SIZE
080400         INTO WS-PRINT-LINE.
080500     PERFORM 9050-WRITE-REPORT-LINE
080600         THRU 9050-WRITE-REPORT-LINE-EXIT.
080700     MOVE SPACES TO WS-PRINT-LINE.
080800     STRING '        ' DELIMITED BY SIZE
080900         WS-LINE (1:70) DELIMITED BY SIZE
081000         INTO WS-PRINT-LINE.
081100     PERFORM 9050-WRITE-REPORT-LINE
081200         THRU 9050-WRITE-REPORT-LINE-EXIT.
081300 2600-LIST-SUSPECT-LINE-EXIT.
081400     EXIT.
081500*----------------------------------------------------------------
081600* 3000-CHECK-SOURCES - EACH SOURCE'S WHOLE CYCLE MIX AGAINST ITS
081700*     PROFILE, ONE REPORT LINE PER SOURCE. A SOURCE PAST THE
081800*     SOURCE LIMIT IS FILED AS SUSPECT AND RAISES AN ALERT.
081900*----------------------------------------------------------------
082000 3000-CHECK-SOURCES.
082100     MOVE SPACES TO WS-PRINT-LINE.
082200     PERFORM 9050-WRITE-REPORT-LINE
082300         THRU 9050-WRITE-REPORT-LINE-EXIT.
082400     MOVE 'SOURCES' TO WS-PRINT-LINE.
082500     PERFORM 9050-WRITE-REPORT-LINE
082600         THRU 9050-WRITE-REPORT-LINE-EXIT.
082700     MOVE 'SOURCE   LINES   JUDGED  SUSPECT DIST  PROFILE FINDING'
082800         TO WS-PRINT-LINE.
082900     PERFORM 9050-WRITE-REPORT-LINE
083000         THRU 9050-WRITE-REPORT-LINE-EXIT.
083100     PERFORM 3100-CHECK-ONE-SOURCE THRU 3100-CHECK-ONE-SOURCE-EXIT
083200         VARYING WS-SRC-SUB FROM 1 BY 1
083300         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
083400 3000-CHECK-SOURCES-EXIT.
083500     EXIT.
083600*----------------------------------------------------------------
083700* 3100-CHECK-ONE-SOURCE - ONE SOURCE'S MIX, JUDGED UNLESS IT IS
083800*     THE '*OTHER*' LUMP, HAS NO PROFILE, OR IS TOO SHORT.
083900*----------------------------------------------------------------
084000 3100-CHECK-ONE-SOURCE.
084100     MOVE ZERO TO WS-DISTANCE.
084200     MOVE SPACES TO WS-EDIT-PROF-ID.
084300     MOVE 'IN PROFILE' TO WS-EDIT-FLAG.
084400     MOVE WS-SRC-PROF (WS-SRC-SUB) TO WS-MIX-PROF.
084500     EVALUATE TRUE
084600         WHEN WS-SRC-ID (WS-SRC-SUB) = '*OTHER*'
084700             MOVE 'NOT JUDGED' TO WS-EDIT-FLAG
084800         WHEN WS-MIX-PROF = ZERO
084900             MOVE 'NO PROFILE' TO WS-EDIT-FLAG
085000         WHEN WS-SRC-LETTERS (WS-SRC-SUB) < WS-MIN-LETTERS
085100             MOVE 'TOO SHORT' TO WS-EDIT-FLAG
085200         WHEN OTHER
085300             MOVE WS-PROF-ID (WS-MIX-PROF) TO WS-EDIT-PROF-ID
085400             MOVE WS-SRC-LETTERS (WS-SRC-SUB) TO WS-MIX-LETTERS
085500             PERFORM 3150-TAKE-ONE-TOTAL
085600                 THRU 3150-TAKE-ONE-TOTAL-EXIT
085700                 VARYING WS-LETTER-SUB FROM 1 BY 1
085800                 UNTIL WS-LETTER-SUB > 26
085900             PERFORM 5000-MEASURE-DISTANCE
086000                 THRU 5000-MEASURE-DISTANCE-EXIT
086100             IF WS-DISTANCE > WS-SOURCE-LIMIT
086200                 MOVE '** SUSPECT **' TO WS-EDIT-FLAG
086300                 ADD 1 TO WS-SUSPECT-SOURCES
086400                 PERFORM 3200-FLAG-SOURCE
086500                     THRU 3200-FLAG-SOURCE-EXIT
086600             END-IF
086700     END-EVALUATE.
086800     MOVE WS-DISTANCE TO WS-EDIT-DIST.
086900     MOVE WS-SRC-LINES (WS-SRC-SUB) TO WS-EDIT-COUNT.
087000     MOVE WS-SRC-JUDGED (WS-SRC-SUB) TO WS-EDIT-JUDGED.
087100     MOVE WS-SRC-SUSPECT (WS-SRC-SUB) TO WS-EDIT-SUSPECT.
087200     MOVE SPACES TO WS-PRINT-LINE.
087300     STRING WS-SRC-ID (WS-SRC-SUB) DELIMITED BY SIZE
087400         ' ' DELIMITED BY SIZE
087500         WS-EDIT-COUNT DELIMITED BY SIZE
087600         ' ' DELIMITED BY SIZE
087700         WS-EDIT-JUDGED DELIMITED BY SIZE
087800         ' ' DELIMITED BY SIZE
087900         WS-EDIT-SUSPECT DELIMITED BY SIZE
088000         ' ' DELIMITED BY SIZE
088100         WS-EDIT-DIST DELIMITED BY SIZE
088200         ' ' DELIMITED BY SIZE
088300         WS-EDIT-PROF-ID DELIMITED BY SIZE
088400         ' ' DELIMITED BY SIZE
088500         WS-EDIT-FLAG DELIMITED BY SIZE
088600         INTO WS-PRINT-LINE.
088700     PERFORM 9050-WRITE-REPORT-LINE
088800         THRU 9050-WRITE-REPORT-LINE-EXIT.
088900 3100-CHECK-ONE-SOURCE-EXIT.
089000     EXIT.
089100*----------------------------------------------------------------
089200* 3150-TAKE-ONE-TOTAL - ONE LETTER OF THE SOURCE'S CYCLE MIX
089300*     INTO THE MIX WORK AREA.
089400*----------------------------------------------------------------
089500 3150-TAKE-ONE-TOTAL.
089600     MOVE WS-SRC-CNT (WS-SRC-SUB, WS-LETTER-SUB)
089700         TO WS-MIX-CNT (WS-LETTER-SUB).
089800 3150-TAKE-ONE-TOTAL-EXIT.
089900     EXIT.
090000*----------------------------------------------------------------
090100* 3200-FLAG-SOURCE - THE SUSPREC AND THE ALERTREC FOR A SOURCE
090200*     WHOSE WHOLE BATCH IS OFF ITS PROFILE.
090300*----------------------------------------------------------------
090400 3200-FLAG-SOURCE.
090500     MOVE SPACES TO SUSPREC.
090600     SET SUSPREC-SOURCE TO TRUE.
090700     MOVE WS-CYCLE-DATE TO SUSPREC-CYCLE-DATE.
090800     MOVE WS-SRC-ID (WS-SRC-SUB) TO SUSPREC-SOURCE-ID.
090900     MOVE ZERO TO SUSPREC-LINE-ID.
091000     MOVE WS-PROF-ID (WS-MIX-PROF) TO SUSPREC-PROFILE-ID.
091100     MOVE WS-DISTANCE TO SUSPREC-DISTANCE.
091200     MOVE WS-SOURCE-LIMIT TO SUSPREC-LIMIT.
091300     MOVE WS-MIX-LETTERS TO SUSPREC-LETTERS.
091400     PERFORM 8100-WRITE-SUSPREC THRU 8100-WRITE-SUSPREC-EXIT.
091500     MOVE SPACES TO ALERTREC.
091600     MOVE 'LETTER MIX' TO ALERTREC-CONDITION.
091700     MOVE WS-DISTANCE TO ALERTREC-ACTUAL.
091800     MOVE WS-SOURCE-LIMIT TO ALERTREC-LIMIT.
091900     MOVE WS-SRC-ID (WS-SRC-SUB) TO ALERTREC-SOURCE-ID.
092000     PERFORM 8000-WRITE-ONE-ALERT THRU 8000-WRITE-ONE-ALERT-EXIT.
092100 3200-FLAG-SOURCE-EXIT.
092200     EXIT.
092300*----------------------------------------------------------------
092400* 5000-MEASURE-DISTANCE - HOW FAR THE MIX IN WS-MIX-CNT IS FROM
092500*     PROFILE SLOT WS-MIX-PROF: EACH LETTER'S SHARE OF THE MIX
092600*     PER TEN THOUSAND, ITS DIFFERENCE FROM THE PROFILE SHARE
092700*     SUMMED OVER THE ALPHABET, AND HALVED - SO THE RESULT RUNS
092800*     FROM 0 (THE PROFILE EXACTLY) TO 10000.
092900*----------------------------------------------------------------
093000 5000-MEASURE-DISTANCE.
093100     MOVE ZERO TO WS-DIFF-SUM.
093200     PERFORM 5100-DIFFER-ONE-LETTER
093300         THRU 5100-DIFFER-ONE-LETTER-EXIT
093400         VARYING WS-LETTER-SUB FROM 1 BY 1
093500         UNTIL WS-LETTER-SUB > 26.
093600     DIVIDE WS-DIFF-SUM BY 2 GIVING WS-DISTANCE ROUNDED.
093700     IF WS-DISTANCE > 10000
093800         MOVE 10000 TO WS-DISTANCE
093900     END-IF.
094000 5000-MEASURE-DISTANCE-EXIT.
094100     EXIT.
094200*----------------------------------------------------------------
094300* 5100-DIFFER-ONE-LETTER - ONE LETTER'S SHARE DIFFERENCE.
094400*----------------------------------------------------------------
094500 5100-DIFFER-ONE-LETTER.
094600     MULTIPLY WS-MIX-CNT (WS-LETTER-SUB) BY 10000
094700         GIVING WS-SHARE-WORK.
094800     DIVIDE WS-SHARE-WORK BY WS-MIX-LETTERS
094900         GIVING WS-MIX-SHARE ROUNDED.
095000     IF WS-MIX-SHARE > WS-PROF-SHARE (WS-MIX-PROF, WS-LETTER-SUB)
095100         SUBTRACT WS-PROF-SHARE (WS-MIX-PROF, WS-LETTER-SUB)
095200             FROM WS-MIX-SHARE GIVING WS-SHARE-DIFF
095300     ELSE
095400         SUBTRACT WS-MIX-SHARE
095500             FROM WS-PROF-SHARE (WS-MIX-PROF, WS-LETTER-SUB)
095600             GIVING WS-SHARE-DIFF
095700     END-IF.
095800     ADD WS-SHARE-DIFF TO WS-DIFF-SUM.
095900 5100-DIFFER-ONE-LETTER-EXIT.
096000     EXIT.
096100*----------------------------------------------------------------
096200* 8000-WRITE-ONE-ALERT - STAMP AND WRITE THE ALERTREC THE CALL
096300*     BUILT (CONDITION, ACTUAL, LIMIT AND SOURCE ALREADY SET).
096400*----------------------------------------------------------------
096500 8000-WRITE-ONE-ALERT.
096600     MOVE 'SET44' TO ALERTREC-SYSTEM.
096700     MOVE WS-CYCLE-DATE TO ALERTREC-CYCLE-DATE.
096800     DISPLAY '*** LETTER-MIX ALERT: SOURCE ' ALERTREC-SOURCE-ID
096900         ' DISTANCE ' ALERTREC-ACTUAL
097000         ' LIMIT ' ALERTREC-LIMIT.
097100     WRITE ALERTREC.
097200     IF NOT WS-ALERTFILE-OK
097300         DISPLAY '*** WRITE FAILED, STATUS '
097400             WS-ALERTFILE-STATUS ' - JOB ABENDING ***'
097500         MOVE 16 TO RETURN-CODE
097600         STOP RUN
097700     END-IF.
097800     ADD 1 TO WS-ALERT-COUNT.
097900 8000-WRITE-ONE-ALERT-EXIT.
098000     EXIT.
098100*----------------------------------------------------------------
098200* 8100-WRITE-SUSPREC - WRITE THE SUSPREC THE CALLER BUILT.
098300*----------------------------------------------------------------
098400 8100-WRITE-SUSPREC.
098500     WRITE SUSPREC.
098600     IF NOT WS-SUSPFILE-OK
098700         DISPLAY '*** WRITE FAILED, STATUS '
098800             WS-SUSPFILE-STATUS ' - JOB ABENDING ***'
098900         MOVE 16 TO RETURN-CODE
099000         STOP RUN
099100     END-IF.
099200     ADD 1 TO WS-SUSP-WRITTEN.
099300 8100-WRITE-SUSPREC-EXIT.
099400     EXIT.
099500*----------------------------------------------------------------
099600* 9000-TERMINATE - THE SOURCE CHECK, TOTALS, THE VERDICT ROW,
099700*     CLOSES, AND RC=4 WHEN A SOURCE WAS ALERTED OR THERE WAS NO
099800*     PROFILE TO JUDGE AGAINST.
099900*----------------------------------------------------------------
100000 9000-TERMINATE.
100100     CLOSE LTTRFILE.
100200     CLOSE INFILE.
100300     PERFORM 3000-CHECK-SOURCES THRU 3000-CHECK-SOURCES-EXIT.
100400     CLOSE SUSPFILE.
100500     CLOSE ALERTFILE.
100600     PERFORM 9200-PRINT-CYCLE-TOTALS
100700         THRU 9200-PRINT-CYCLE-TOTALS-EXIT.
100800     CLOSE REPTFILE.
100900     PERFORM 9500-WRITE-RESULT-ROW
101000         THRU 9500-WRITE-RESULT-ROW-EXIT.
101100     IF WS-ALERT-COUNT > ZERO OR WS-ALL-SLOT = ZERO
101200         MOVE 4 TO RETURN-CODE
101300     END-IF.
101400     PERFORM 9800-LOG-RUN-END THRU 9800-LOG-RUN-END-EXIT.
101500 9000-TERMINATE-EXIT.
101600     EXIT.
101700*----------------------------------------------------------------
101800* 9200-PRINT-CYCLE-TOTALS - THE CYCLE FIGURES AND THE OUTCOME.
101900*----------------------------------------------------------------
102000 9200-PRINT-CYCLE-TOTALS.
102100     MOVE SPACES TO WS-PRINT-LINE.
102200     PERFORM 9050-WRITE-REPORT-LINE
102300         THRU 9050-WRITE-REPORT-LINE-EXIT.
102400     MOVE WS-LINES-READ TO WS-EDIT-COUNT.
102500     MOVE SPACES TO WS-PRINT-LINE.
102600     STRING 'LINES READ ............: ' DELIMITED BY SIZE
102700         WS-EDIT-COUNT DELIMITED BY SIZE
102800         INTO WS-PRINT-LINE.
102900     PERFORM 9050-WRITE-REPORT-LINE
103000         THRU 9050-WRITE-REPORT-LINE-EXIT.
103100     MOVE WS-LINES-JUDGED TO WS-EDIT-COUNT.
103200     MOVE SPACES TO WS-PRINT-LINE.
103300     STRING 'LINES JUDGED ..........: ' DELIMITED BY SIZE
103400         WS-EDIT-COUNT DELIMITED BY SIZE
103500         INTO WS-PRINT-LINE.
103600     PERFORM 9050-WRITE-REPORT-LINE
103700         THRU 9050-WRITE-REPORT-LINE-EXIT.
103800     MOVE WS-LINES-SHORT TO WS-EDIT-COUNT.
103900     MOVE SPACES TO WS-PRINT-LINE.
104000     STRING 'TOO FEW LETTERS .......: ' DELIMITED BY SIZE
104100         WS-EDIT-COUNT DELIMITED BY SIZE
104200         INTO WS-PRINT-LINE.
104300     PERFORM 9050-WRITE-REPORT-LINE
104400         THRU 9050-WRITE-REPORT-LINE-EXIT.
104500     MOVE WS-LINES-NO-PROF TO WS-EDIT-COUNT.
104600     MOVE SPACES TO WS-PRINT-LINE.
104700     STRING 'NO PROFILE TO JUDGE BY : ' DELIMITED BY SIZE
104800         WS-EDIT-COUNT DELIMITED BY SIZE
104900         INTO WS-PRINT-LINE.
105000     PERFORM 9050-WRITE-REPORT-LINE
105100         THRU 9050-WRITE-REPORT-LINE-EXIT.
105200     MOVE WS-SUSPECT-LINES TO WS-EDIT-COUNT.
105300     MOVE SPACES TO WS-PRINT-LINE.
105400     STRING 'SUSPECT LINES .........: ' DELIMITED BY SIZE
105500         WS-EDIT-COUNT DELIMITED BY SIZE
105600         INTO WS-PRINT-LINE.
105700     PERFORM 9050-WRITE-REPORT-LINE
105800         THRU 9050-WRITE-REPORT-LINE-EXIT.
105900     MOVE WS-SUSPECT-SOURCES TO WS-EDIT-COUNT.
106000     MOVE SPACES TO WS-PRINT-LINE.
106100     STRING 'SUSPECT SOURCES .......: ' DELIMITED BY SIZE
106200         WS-EDIT-COUNT DELIMITED BY SIZE
106300         INTO WS-PRINT-LINE.
106400     PERFORM 9050-WRITE-REPORT-LINE
106500         THRU 9050-WRITE-REPORT-LINE-EXIT.
106600     EVALUATE TRUE
106700         WHEN WS-ALERT-COUNT > ZERO
106800             MOVE '** SOURCE LETTER MIX ALERTS RAISED - RC=4 **'
106900                 TO WS-PRINT-LINE
107000         WHEN WS-ALL-SLOT = ZERO
107100             MOVE '** NO REFERENCE PROFILE - NOT JUDGED - RC=4'
107200                 TO WS-PRINT-LINE
107300         WHEN OTHER
107400             MOVE 'EVERY SOURCE IN LINE WITH ITS PROFILE - RC=0'
107500                 TO WS-PRINT-LINE
107600     END-EVALUATE.
107700     PERFORM 9050-WRITE-REPORT-LINE
107800         THRU 9050-WRITE-REPORT-LINE-EXIT.
107900 9200-PRINT-CYCLE-TOTALS-EXIT.
108000     EXIT.
108100*----------------------------------------------------------------
108200* 9500-WRITE-RESULT-ROW - THE LETTER-MIX VERDICT FOR SET-33:
108300*     WARN WHEN A SOURCE WAS ALERTED OR NOTHING COULD BE JUDGED.
108400*----------------------------------------------------------------
108500 9500-WRITE-RESULT-ROW.
108600     OPEN OUTPUT RSLTFILE.
108700     IF NOT WS-RSLTFILE-OK
108800         MOVE 'RSLTFILE' TO WS-ABEND-FILE-NAME
108900         PERFORM 9900-ABEND-ON-OPEN-ERROR
109000     END-IF.
109100     MOVE SPACES TO RSLTREC.
109200     MOVE 'SET44' TO RSLTREC-SYSTEM.
109300     IF WS-ALERT-COUNT > ZERO OR WS-ALL-SLOT = ZERO
109400         SET RSLTREC-WARNED TO TRUE
109500     ELSE
109600         SET RSLTREC-PASSED TO TRUE
109700     END-IF.
109800     MOVE WS-LINES-JUDGED    TO RSLTREC-FIGURE-1.
109900     MOVE WS-SUSPECT-LINES   TO RSLTREC-FIGURE-2.
110000     MOVE WS-SUSPECT-SOURCES TO RSLTREC-FIGURE-3.
110100     MOVE 'JUDGED/SUSPECT/SUSPECT SRCS' TO RSLTREC-TEXT.
110200     WRITE RSLTREC.
110300     CLOSE RSLTFILE.
110400 9500-WRITE-RESULT-ROW-EXIT.
110500     EXIT.
110600*----------------------------------------------------------------
110700* 9800-LOG-RUN-END - COMPLETE THIS RUN'S ROW ON THE CHAIN-WIDE
110800*     RUN LOG: LETTER ROWS READ, SUSPECT RECORDS FILED, AND THE
110900*     SUSPECT LINES AS REJECTED.
111000*----------------------------------------------------------------
111100 9800-LOG-RUN-END.
111200     SET RUNLPARM-LOG-END TO TRUE.
111300     MOVE WS-LINES-READ    TO RUNLPARM-READ-COUNT.
111400     MOVE WS-SUSP-WRITTEN  TO RUNLPARM-WRITE-COUNT.
111500     MOVE WS-SUSPECT-LINES TO RUNLPARM-REJ-COUNT.
111600     MOVE RETURN-CODE      TO RUNLPARM-RETURN-CODE.
111700     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
111800 9800-LOG-RUN-END-EXIT.
111900     EXIT.
112000*----------------------------------------------------------------
112100* 9050-WRITE-REPORT-LINE - ONE REPORT LINE TO SYSOUT AND TO THE
112200*     RETAINED DATASET, SO THE TWO COPIES CANNOT DRIFT APART.
112300*----------------------------------------------------------------
112400 9050-WRITE-REPORT-LINE.
112500     DISPLAY WS-PRINT-LINE.
112600     MOVE WS-PRINT-LINE TO REPT-REC.
112700     WRITE REPT-REC.
112800 9050-WRITE-REPORT-LINE-EXIT.
112900     EXIT.
113000*----------------------------------------------------------------
113100* 9900-ABEND-ON-OPEN-ERROR - A FILE WE DEPEND ON FAILED TO OPEN.
113200*     MOVE THE DD NAME TO WS-ABEND-FILE-NAME BEFORE THE PERFORM
113300*     SO THE MESSAGE IDENTIFIES WHICH ONE.
113400*----------------------------------------------------------------
113500 9900-ABEND-ON-OPEN-ERROR.
113600     DISPLAY '*** OPEN FAILED FOR ' WS-ABEND-FILE-NAME
113700         ' - JOB ABENDING ***'.
113800     MOVE 16 TO RETURN-CODE.
113900     STOP RUN.
114000 END PROGRAM CODEABBEY-SET-44.
