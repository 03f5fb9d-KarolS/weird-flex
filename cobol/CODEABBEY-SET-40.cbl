000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CODEABBEY-SET-40.
000300 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000400 INSTALLATION. CODEABBEY-DP-CENTER.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900* MODIFICATION HISTORY                                        *
001000*---------------------------------------------------------------
001100* DATE       INIT DESCRIPTION                                  *
001200* 2026-10-14  JPR INITIAL VERSION - CYCLE SOURCE CHECK. RUNS   *
001300*                 RIGHT BEHIND SET-20 AND HOLDS THE CYCLE'S    *
001400*                 PER-SOURCE STATREC ROWS UP AGAINST THE FEED- *
001500*                 SOURCE REGISTRY: A SOURCE EXPECTED ON THE    *
001600*                 CYCLE'S DAY OF THE WEEK THAT SENT NOTHING, A *
001700*                 SOURCE THAT SENT A BATCH BUT IS NOT (OR NO   *
001800*                 LONGER) REGISTERED, AND A SOURCE WHOSE LINE  *
001900*                 COUNT FELL OUTSIDE ITS NORMAL RANGE EACH     *
002000*                 WRITE AN ALERTREC ROW NAMING THE SOURCE, AND *
002100*                 THE RUN ENDS WITH RC=4. THE VERDICT ALSO     *
002200*                 GOES OUT AS AN RSLTREC ROW FOR THE SET-33    *
002300*                 SCORECARD. THE DAY OF THE WEEK IS WORKED OUT *
002400*                 FROM THE CYCLE DATE ITSELF, SO THE DATE CARD *
002500*                 IS MANDATORY.                                *
002600***************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT STATFILE ASSIGN TO STATFILE
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-STATFILE-STATUS.
003600     SELECT SRCFILE ASSIGN TO SRCFILE
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS SRCREC-KEY
004000         FILE STATUS IS WS-SRCFILE-STATUS.
004100*        DD NAMES TOP OUT AT EIGHT CHARACTERS - HENCE ALERTFIL.
004200     SELECT ALERTFILE ASSIGN TO ALERTFIL
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-ALERTFILE-STATUS.
004500     SELECT RSLTFILE ASSIGN TO RSLTFILE
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-RSLTFILE-STATUS.
004800     SELECT REPTFILE ASSIGN TO REPTFILE
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-REPTFILE-STATUS.
005100     SELECT DATEFILE ASSIGN TO DATEFILE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-DATEFILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600*----------------------------------------------------------------
005700* STATFILE - THE CYCLE'S CONTROL TOTALS FROM SET-20: THE
005800* '*TOTAL*' ROW FIRST, THEN ONE ROW PER FEED SOURCE.
005900*----------------------------------------------------------------
006000 FD  STATFILE
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F.
006300     COPY STATREC.
006400*----------------------------------------------------------------
006500* SRCFILE - THE FEED-SOURCE REGISTRY, DEFINED ONE-TIME BY
006600* CODE028S.JCL AND MAINTAINED BY CODE028.JCL. READ ONLY HERE.
006700*----------------------------------------------------------------
006800 FD  SRCFILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY SRCREC.
007100*----------------------------------------------------------------
007200* ALERTFILE - ONE ALERTREC PER SOURCE OUT OF LINE WITH THE
007300* REGISTRY, EMPTY ON A CLEAN CYCLE.
007400*----------------------------------------------------------------
007500 FD  ALERTFILE
007600     LABEL RECORDS ARE STANDARD
007700     RECORDING MODE IS F.
007800     COPY ALERTREC.
007900*----------------------------------------------------------------
008000* RSLTFILE - THE SOURCE-CHECK VERDICT IN THE FIXED RSLTREC
008100* LAYOUT FOR THE END-OF-CYCLE SCORECARD STEP.
008200*----------------------------------------------------------------
008300 FD  RSLTFILE
008400     LABEL RECORDS ARE STANDARD
008500     RECORDING MODE IS F.
008600     COPY RSLTREC.
008700*----------------------------------------------------------------
008800* REPTFILE - RETAINED COPY OF THE SOURCE-CHECK REPORT.
008900*----------------------------------------------------------------
009000 FD  REPTFILE
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS F.
009300 01  REPT-REC PIC X(80).
009400*----------------------------------------------------------------
009500* DATEFILE - ONE CARD, COLS 1-6 = THE CYCLE DATE YYMMDD. THE
009600* DAY OF THE WEEK COMES FROM IT, SO IT IS MANDATORY.
009700*----------------------------------------------------------------
009800 FD  DATEFILE
009900     LABEL RECORDS ARE STANDARD
010000     RECORDING MODE IS F.
010100 01  DATE-REC PIC X(80).
010200 WORKING-STORAGE SECTION.
010300*----------------------------------------------------------------
010400* FILE STATUS AND SWITCH BYTES
010500*----------------------------------------------------------------
010600 01  WS-STATFILE-STATUS PIC X(02).
010700     88  WS-STATFILE-OK              VALUE '00'.
010800 01  WS-SRCFILE-STATUS PIC X(02).
010900     88  WS-SRCFILE-OK               VALUE '00'.
011000     88  WS-SRCFILE-NOTFND           VALUE '23'.
011100     88  WS-SRCFILE-ENDED            VALUE '10'.
011200     88  WS-SRCFILE-UNLOADED         VALUE '35'.
011300 01  WS-ALERTFILE-STATUS PIC X(02).
011400     88  WS-ALERTFILE-OK             VALUE '00'.
011500 01  WS-RSLTFILE-STATUS PIC X(02).
011600     88  WS-RSLTFILE-OK              VALUE '00'.
011700 01  WS-REPTFILE-STATUS PIC X(02).
011800     88  WS-REPTFILE-OK              VALUE '00'.
011900 01  WS-DATEFILE-STATUS PIC X(02).
012000     88  WS-DATEFILE-OK              VALUE '00'.
012100 01  WS-SWITCHES.
012200     05  WS-STAT-EOF-SWITCH PIC X(01) VALUE 'N'.
012300         88  WS-STAT-AT-EOF           VALUE 'Y'.
012400         88  WS-STAT-NOT-AT-EOF       VALUE 'N'.
012500     05  WS-WALK-DONE-SWITCH PIC X(01) VALUE 'N'.
012600         88  WS-WALK-DONE             VALUE 'Y'.
012700         88  WS-WALK-NOT-DONE         VALUE 'N'.
013100     05  WS-EXPECTED-SWITCH PIC X(01) VALUE 'N'.
013200         88  WS-EXPECTED-TODAY        VALUE 'Y'.
013300         88  WS-NOT-EXPECTED-TODAY    VALUE 'N'.
013400*----------------------------------------------------------------
013500* CYCLE DATE, BROKEN OUT FOR THE DAY-OF-WEEK ARITHMETIC.
013600*----------------------------------------------------------------
013700 01  WS-CYCLE-DATE PIC 9(06) VALUE ZERO.
013800 01  WS-CYCLE-DATE-PARTS REDEFINES WS-CYCLE-DATE.
013900     05  WS-CYC-YY PIC 9(02).
014000     05  WS-CYC-MM PIC 9(02).
014100     05  WS-CYC-DD PIC 9(02).
014200*----------------------------------------------------------------
014300* DAY OF THE WEEK - DAYS ELAPSED SINCE 2000-01-01 (A SATURDAY),
014400* TAKEN MODULO 7, GIVES 1 = MONDAY THROUGH 7 = SUNDAY, WHICH IS
014500* THE ORDER OF THE SRCREC DAY FLAGS. TWO-DIGIT YEARS ALL FALL IN
014600* 2000-2099, SO DIVISIBLE-BY-FOUR IS THE WHOLE LEAP RULE.
014700* WS-MONTH-START HOLDS THE DAYS BEFORE THE FIRST OF EACH MONTH
014800* IN A COMMON YEAR.
014900*----------------------------------------------------------------
015000 01  WS-MONTH-START-TABLE.
015100     05  FILLER PIC 9(03) VALUE 000.
015200     05  FILLER PIC 9(03) VALUE 031.
015300     05  FILLER PIC 9(03) VALUE 059.
015400     05  FILLER PIC 9(03) VALUE 090.
015500     05  FILLER PIC 9(03) VALUE 120.
015600     05  FILLER PIC 9(03) VALUE 151.
015700     05  FILLER PIC 9(03) VALUE 181.
015800     05  FILLER PIC 9(03) VALUE 212.
015900     05  FILLER PIC 9(03) VALUE 243.
016000     05  FILLER PIC 9(03) VALUE 273.
016100     05  FILLER PIC 9(03) VALUE 304.
016200     05  FILLER PIC 9(03) VALUE 334.
016300 01  WS-MONTH-START-TBL REDEFINES WS-MONTH-START-TABLE.
016400     05  WS-MONTH-START PIC 9(03) OCCURS 12 TIMES.
016500 01  WS-DAY-NAME-TABLE.
016600     05  FILLER PIC X(09) VALUE 'MONDAY'.
016700     05  FILLER PIC X(09) VALUE 'TUESDAY'.
016800     05  FILLER PIC X(09) VALUE 'WEDNESDAY'.
016900     05  FILLER PIC X(09) VALUE 'THURSDAY'.
017000     05  FILLER PIC X(09) VALUE 'FRIDAY'.
017100     05  FILLER PIC X(09) VALUE 'SATURDAY'.
017200     05  FILLER PIC X(09) VALUE 'SUNDAY'.
017300 01  WS-DAY-NAME-TBL REDEFINES WS-DAY-NAME-TABLE.
017400     05  WS-DAY-NAME PIC X(09) OCCURS 7 TIMES.
017500 01  WS-DAY-NUMBER PIC 9(07) COMP VALUE ZERO.
017600 01  WS-LEAP-DAYS PIC 9(03) COMP VALUE ZERO.
017700 01  WS-WEEK-COUNT PIC 9(07) COMP VALUE ZERO.
017800 77  WS-WEEKDAY PIC 9(01) COMP VALUE ZERO.
017900 77  WS-LEAP-QUOTIENT PIC 9(02) COMP VALUE ZERO.
018000 77  WS-LEAP-REMAINDER PIC 9(02) COMP VALUE ZERO.
018100*----------------------------------------------------------------
018200* THE CYCLE'S PER-SOURCE ROWS FROM STATFILE. EACH IS MARKED
018300* MATCHED WHEN AN ACTIVE REGISTRY ENTRY CLAIMS IT; WHATEVER IS
018400* LEFT UNMATCHED AFTER THE REGISTRY WALK IS UNREGISTERED.
018500*----------------------------------------------------------------
018600 77  WS-STAT-MAX PIC 9(03) COMP VALUE 50.
018700 77  WS-STAT-COUNT PIC 9(03) COMP VALUE ZERO.
018800 77  WS-STAT-SUB PIC 9(03) COMP VALUE ZERO.
018900 77  WS-STAT-HIT PIC 9(03) COMP VALUE ZERO.
019000 01  WS-STAT-TABLE.
019100     05  WS-STAT-ENTRY OCCURS 50 TIMES.
019200         10  WS-STAT-ID      PIC X(08).
019300         10  WS-STAT-LINES   PIC 9(07) COMP.
019400         10  WS-STAT-MATCH   PIC X(01).
019500             88  WS-STAT-MATCHED       VALUE 'Y'.
019600             88  WS-STAT-UNMATCHED     VALUE 'N'.
019700*----------------------------------------------------------------
019800* COUNTS FOR THE TOTALS, THE VERDICT ROW AND THE RUN LOG.
019900*----------------------------------------------------------------
020000 01  WS-ENTRY-COUNT PIC 9(05) COMP VALUE ZERO.
020100 01  WS-EXPECTED-COUNT PIC 9(05) COMP VALUE ZERO.
020200 01  WS-ALERT-COUNT PIC 9(05) COMP VALUE ZERO.
020300 01  WS-LINES-TODAY PIC 9(07) COMP VALUE ZERO.
020400 01  WS-RESULT-TEXT PIC X(12).
020500*----------------------------------------------------------------
020600* REPORT BUILDING AREAS.
020700*----------------------------------------------------------------
020800 01  WS-PRINT-LINE PIC X(80).
020900 01  WS-EDIT-COUNT PIC 9(07).
021000 01  WS-EDIT-LINES PIC 9(07).
021100 01  WS-EDIT-MIN PIC 9(07).
021200 01  WS-EDIT-MAX PIC 9(07).
021300 01  WS-EDIT-DATE PIC 9(06).
021400 01  WS-EXPECTED-TEXT PIC X(03).
021500*----------------------------------------------------------------
021600* NAME OF THE FILE CURRENTLY BEING OPENED, FOR THE ABEND MESSAGE
021700* IN 9900-ABEND-ON-OPEN-ERROR BELOW.
021800*----------------------------------------------------------------
021900 01  WS-ABEND-FILE-NAME PIC X(08).
022000*----------------------------------------------------------------
022100* PARAMETER BLOCK FOR THE CODEABBEY-SET-30 RUN-LOG RECORDER -
022200* SEE 1030-LOG-RUN-START AND 9800-LOG-RUN-END.
022300*----------------------------------------------------------------
022400     COPY RUNLPARM.
022500 PROCEDURE DIVISION.
022600*----------------------------------------------------------------
022700* 0000-MAINLINE - OVERALL FLOW OF CONTROL FOR THE RUN.
022800*----------------------------------------------------------------
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
023100     PERFORM 2000-WALK-REGISTRY THRU 2000-WALK-REGISTRY-EXIT.
023200     PERFORM 3000-FIND-UNREGISTERED
023300         THRU 3000-FIND-UNREGISTERED-EXIT.
023400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
023500     STOP RUN.
023600*----------------------------------------------------------------
023700* 1000-INITIALIZE - DATE CARD AND DAY OF THE WEEK, RUN LOG, THE
023800*     OUTPUT DATASETS AND HEADING, AND TODAY'S SOURCE ROWS.
023900*----------------------------------------------------------------
024000 1000-INITIALIZE.
024100     PERFORM 1050-READ-DATE-CARD THRU 1050-READ-DATE-CARD-EXIT.
024200     PERFORM 1030-LOG-RUN-START THRU 1030-LOG-RUN-START-EXIT.
024300     PERFORM 1100-FIND-DAY-OF-WEEK
024400         THRU 1100-FIND-DAY-OF-WEEK-EXIT.
024500     OPEN OUTPUT REPTFILE.
024600     IF NOT WS-REPTFILE-OK
024700         MOVE 'REPTFILE' TO WS-ABEND-FILE-NAME
024800         PERFORM 9900-ABEND-ON-OPEN-ERROR
024900     END-IF.
025000     OPEN OUTPUT ALERTFILE.
025100     IF NOT WS-ALERTFILE-OK
025200         MOVE 'ALERTFIL' TO WS-ABEND-FILE-NAME
025300         PERFORM 9900-ABEND-ON-OPEN-ERROR
025400     END-IF.
025500     MOVE '********************************************'
025600         TO WS-PRINT-LINE.
025700     PERFORM 9050-WRITE-REPORT-LINE
025800         THRU 9050-WRITE-REPORT-LINE-EXIT.
025900     MOVE '*  CODEABBEY-SET-40 CYCLE SOURCE CHECK      *'
026000         TO WS-PRINT-LINE.
026100     PERFORM 9050-WRITE-REPORT-LINE
026200         THRU 9050-WRITE-REPORT-LINE-EXIT.
026300     MOVE '********************************************'
026400         TO WS-PRINT-LINE.
026500     PERFORM 9050-WRITE-REPORT-LINE
026600         THRU 9050-WRITE-REPORT-LINE-EXIT.
026700     MOVE WS-CYCLE-DATE TO WS-EDIT-DATE.
026800     MOVE SPACES TO WS-PRINT-LINE.
026900     STRING 'CYCLE DATE ............: ' DELIMITED BY SIZE
027000         WS-EDIT-DATE DELIMITED BY SIZE
027100         ' ' DELIMITED BY SIZE
027200         WS-DAY-NAME (WS-WEEKDAY) DELIMITED BY SPACE
027300         INTO WS-PRINT-LINE.
027400     PERFORM 9050-WRITE-REPORT-LINE
027500         THRU 9050-WRITE-REPORT-LINE-EXIT.
027600     PERFORM 1200-LOAD-SOURCE-ROWS
027700         THRU 1200-LOAD-SOURCE-ROWS-EXIT.
027800 1000-INITIALIZE-EXIT.
027900     EXIT.
028000*----------------------------------------------------------------
028100* 1030-LOG-RUN-START - CLAIM THIS RUN'S ATTEMPT NUMBER ON THE
028200*     CHAIN-WIDE RUN LOG, STAMPED WITH THE MANDATORY DATEFILE
028300*     CYCLE DATE 1050 JUST READ.
028400*----------------------------------------------------------------
028500 1030-LOG-RUN-START.
028600     SET RUNLPARM-LOG-START TO TRUE.
028700     MOVE 'SET-40' TO RUNLPARM-PROGRAM.
028800     MOVE WS-CYCLE-DATE TO RUNLPARM-CYCLE-DATE.
028900     SET RUNLPARM-FRESH-START TO TRUE.
029000     MOVE ZERO TO RUNLPARM-ATTEMPT RUNLPARM-READ-COUNT
029100         RUNLPARM-WRITE-COUNT RUNLPARM-REJ-COUNT
029200         RUNLPARM-RETURN-CODE.
029300     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
029400 1030-LOG-RUN-START-EXIT.
029500     EXIT.
029600*----------------------------------------------------------------
029700* 1050-READ-DATE-CARD - THE DAY OF THE WEEK DECIDES WHICH
029800*     SOURCES ARE EXPECTED, SO THIS CARD IS MANDATORY AND MUST
029900*     BE A REAL YYMMDD DATE.
030000*----------------------------------------------------------------
030100 1050-READ-DATE-CARD.
030200     OPEN INPUT DATEFILE.
030300     IF NOT WS-DATEFILE-OK
030400         MOVE 'DATEFILE' TO WS-ABEND-FILE-NAME
030500         PERFORM 9900-ABEND-ON-OPEN-ERROR
030600     END-IF.
030700     READ DATEFILE
030800         AT END
030900             DISPLAY '*** DATEFILE IS EMPTY - THE CYCLE DATE'
031000                 ' SETS THE EXPECTED SOURCES - JOB ABENDING ***'
031100             MOVE 16 TO RETURN-CODE
031200             STOP RUN
031300     END-READ.
031400     IF DATE-REC (1:6) IS NUMERIC
031500         MOVE DATE-REC (1:6) TO WS-CYCLE-DATE
031600     END-IF.
031700     CLOSE DATEFILE.
031800     IF WS-CYC-MM < 1 OR WS-CYC-MM > 12
031900         OR WS-CYC-DD < 1 OR WS-CYC-DD > 31
032000         DISPLAY '*** DATEFILE CARD IS NOT A YYMMDD DATE'
032100             ' - JOB ABENDING ***'
032200         MOVE 16 TO RETURN-CODE
032300         STOP RUN
032400     END-IF.
032500 1050-READ-DATE-CARD-EXIT.
032600     EXIT.
032700*----------------------------------------------------------------
032800* 1100-FIND-DAY-OF-WEEK - DAYS SINCE 2000-01-01: 365 PER WHOLE
032900*     YEAR, ONE MORE PER LEAP YEAR ALREADY PASSED (2000 ITSELF
033000*     INCLUDED), THE DAYS BEFORE THIS MONTH, THE LEAP DAY IF
033100*     IT IS BEHIND US THIS YEAR, AND THE DAYS OF THIS MONTH.
033200*     DAY ZERO WAS A SATURDAY, SO ADDING 5 BEFORE TAKING THE
033300*     REMAINDER BY 7 LINES SATURDAY UP WITH SLOT 6.
033400*----------------------------------------------------------------
033500 1100-FIND-DAY-OF-WEEK.
033600     MULTIPLY WS-CYC-YY BY 365 GIVING WS-DAY-NUMBER.
033700     ADD 3 WS-CYC-YY GIVING WS-LEAP-DAYS.
033800     DIVIDE 4 INTO WS-LEAP-DAYS.
033900     ADD WS-LEAP-DAYS TO WS-DAY-NUMBER.
034000     ADD WS-MONTH-START (WS-CYC-MM) TO WS-DAY-NUMBER.
034100     ADD WS-CYC-DD TO WS-DAY-NUMBER.
034200     SUBTRACT 1 FROM WS-DAY-NUMBER.
034300     IF WS-CYC-MM > 2
034400         DIVIDE WS-CYC-YY BY 4
034500             GIVING WS-LEAP-QUOTIENT
034600             REMAINDER WS-LEAP-REMAINDER
034700         IF WS-LEAP-REMAINDER = ZERO
034800             ADD 1 TO WS-DAY-NUMBER
034900         END-IF
035000     END-IF.
035100     ADD 5 TO WS-DAY-NUMBER.
035200     DIVIDE WS-DAY-NUMBER BY 7
035300         GIVING WS-WEEK-COUNT
035400         REMAINDER WS-WEEKDAY.
035500     ADD 1 TO WS-WEEKDAY.
035600 1100-FIND-DAY-OF-WEEK-EXIT.
035700     EXIT.
035800*----------------------------------------------------------------
035900* 1200-LOAD-SOURCE-ROWS - TODAY'S PER-SOURCE STATREC ROWS INTO
036000*     THE TABLE, SKIPPING THE LEADING '*TOTAL*' ROW. A MISSING
036100*     OR EMPTY STATFILE MEANS SET-20 NEVER FINISHED, SO THAT
036200*     ABENDS RATHER THAN REPORTING EVERY SOURCE MISSING.
036300*----------------------------------------------------------------
036400 1200-LOAD-SOURCE-ROWS.
036500     OPEN INPUT STATFILE.
036600     IF NOT WS-STATFILE-OK
036700         MOVE 'STATFILE' TO WS-ABEND-FILE-NAME
036800         PERFORM 9900-ABEND-ON-OPEN-ERROR
036900     END-IF.
037000     READ STATFILE
037100         AT END
037200             DISPLAY '*** STATFILE IS EMPTY - NO TOTALS FROM'
037300                 ' TODAYS SET-20 RUN - JOB ABENDING ***'
037400             MOVE 16 TO RETURN-CODE
037500             STOP RUN
037600     END-READ.
037700     PERFORM 1250-LOAD-ONE-SOURCE-ROW
037800         THRU 1250-LOAD-ONE-SOURCE-ROW-EXIT
037900         UNTIL WS-STAT-AT-EOF.
038000     CLOSE STATFILE.
038100 1200-LOAD-SOURCE-ROWS-EXIT.
038200     EXIT.
038300*----------------------------------------------------------------
038400* 1250-LOAD-ONE-SOURCE-ROW - ONE PER-SOURCE ROW INTO THE TABLE.
038500*     SET-20 HOLDS FAR FEWER SOURCES THAN THE TABLE DOES, SO A
038600*     FULL TABLE IS ONLY WARNED ABOUT.
038700*----------------------------------------------------------------
038800 1250-LOAD-ONE-SOURCE-ROW.
038900     READ STATFILE
039000         AT END
039100             SET WS-STAT-AT-EOF TO TRUE
039200             GO TO 1250-LOAD-ONE-SOURCE-ROW-EXIT
039300     END-READ.
039400     IF STATREC-SOURCE-ID = '*TOTAL*'
039500         GO TO 1250-LOAD-ONE-SOURCE-ROW-EXIT
039600     END-IF.
039700     IF WS-STAT-COUNT >= WS-STAT-MAX
039800         DISPLAY '*** SOURCE TABLE FULL - ROW FOR '
039900             STATREC-SOURCE-ID ' NOT CHECKED ***'
040000         GO TO 1250-LOAD-ONE-SOURCE-ROW-EXIT
040100     END-IF.
040200     ADD 1 TO WS-STAT-COUNT.
040300     MOVE STATREC-SOURCE-ID TO WS-STAT-ID (WS-STAT-COUNT).
040400     MOVE STATREC-LINES-READ TO WS-STAT-LINES (WS-STAT-COUNT).
040500     SET WS-STAT-UNMATCHED (WS-STAT-COUNT) TO TRUE.
040600 1250-LOAD-ONE-SOURCE-ROW-EXIT.
040700     EXIT.
040800*----------------------------------------------------------------
040900* 2000-WALK-REGISTRY - EVERY ACTIVE REGISTRY ENTRY IN SOURCE ID
041000*     ORDER, EACH CHECKED AGAINST TODAY'S SOURCE ROWS. A NEVER-
041100*     LOADED REGISTRY (STATUS 35) IS AN EMPTY ONE - EVERY
041200*     SOURCE THAT SENT A BATCH THEN SHOWS AS UNREGISTERED.
041300*----------------------------------------------------------------
041400 2000-WALK-REGISTRY.
041500     MOVE 'SOURCE   OWNER GROUP      EXP ' TO WS-PRINT-LINE.
041600     MOVE 'READ    MIN     MAX     RESULT' TO WS-PRINT-LINE (31:).
041700     PERFORM 9050-WRITE-REPORT-LINE
041800         THRU 9050-WRITE-REPORT-LINE-EXIT.
041900     OPEN INPUT SRCFILE.
042000     IF WS-SRCFILE-UNLOADED
042200         MOVE 'REGISTRY HAS NEVER BEEN LOADED' TO WS-PRINT-LINE
042300         PERFORM 9050-WRITE-REPORT-LINE
042400             THRU 9050-WRITE-REPORT-LINE-EXIT
042500         GO TO 2000-WALK-REGISTRY-EXIT
042600     END-IF.
042700     IF NOT WS-SRCFILE-OK
042800         MOVE 'SRCFILE' TO WS-ABEND-FILE-NAME
042900         PERFORM 9900-ABEND-ON-OPEN-ERROR
043000     END-IF.
043100     MOVE LOW-VALUES TO SRCREC-KEY.
043200     SET WS-WALK-NOT-DONE TO TRUE.
043300     START SRCFILE KEY NOT < SRCREC-KEY
043400         INVALID KEY
043500             SET WS-WALK-DONE TO TRUE
043600     END-START.
043700     PERFORM 2100-CHECK-ONE-ENTRY THRU 2100-CHECK-ONE-ENTRY-EXIT
043800         UNTIL WS-WALK-DONE.
043900     CLOSE SRCFILE.
044000 2000-WALK-REGISTRY-EXIT.
044100     EXIT.
044200*----------------------------------------------------------------
044300* 2100-CHECK-ONE-ENTRY - ONE ACTIVE REGISTRY ENTRY: WAS IT DUE
044400*     TODAY, DID IT SEND, AND IS ITS LINE COUNT IN RANGE.
044500*     RETIRED ENTRIES ARE PASSED OVER, SO A BATCH FROM ONE OF
044600*     THEM STAYS UNMATCHED AND COMES OUT AS UNREGISTERED.
044700*----------------------------------------------------------------
044800 2100-CHECK-ONE-ENTRY.
044900     READ SRCFILE NEXT RECORD
045000         AT END
045100             SET WS-WALK-DONE TO TRUE
045200             GO TO 2100-CHECK-ONE-ENTRY-EXIT
045300     END-READ.
045400     IF SRCREC-RETIRED
045500         GO TO 2100-CHECK-ONE-ENTRY-EXIT
045600     END-IF.
045700     ADD 1 TO WS-ENTRY-COUNT.
045800     IF SRCREC-DAY-FLAG (WS-WEEKDAY) = 'Y'
045900         SET WS-EXPECTED-TODAY TO TRUE
046000         MOVE 'YES' TO WS-EXPECTED-TEXT
046100         ADD 1 TO WS-EXPECTED-COUNT
046200     ELSE
046300         SET WS-NOT-EXPECTED-TODAY TO TRUE
046400         MOVE 'NO' TO WS-EXPECTED-TEXT
046500     END-IF.
046600     PERFORM 2150-FIND-SOURCE-ROW THRU 2150-FIND-SOURCE-ROW-EXIT.
046700     MOVE ZERO TO WS-LINES-TODAY.
046800     MOVE SPACES TO ALERTREC.
046900     IF WS-STAT-HIT = ZERO
047000         IF WS-EXPECTED-TODAY
047100             MOVE 'SRC MISSING' TO WS-RESULT-TEXT
047200             MOVE 'SRC MISSING' TO ALERTREC-CONDITION
047300             MOVE ZERO TO ALERTREC-ACTUAL
047400             MOVE SRCREC-MIN-LINES TO ALERTREC-LIMIT
047500         ELSE
047600             MOVE 'NOT DUE' TO WS-RESULT-TEXT
047700         END-IF
047800         GO TO 2100-CHECK-ONE-ENTRY-SHOW
047900     END-IF.
048000     SET WS-STAT-MATCHED (WS-STAT-HIT) TO TRUE.
048100     MOVE WS-STAT-LINES (WS-STAT-HIT) TO WS-LINES-TODAY.
048200     MOVE 'OK' TO WS-RESULT-TEXT.
048300     IF WS-LINES-TODAY < SRCREC-MIN-LINES
048400         MOVE 'SRC LOW VOL' TO WS-RESULT-TEXT
048500         MOVE 'SRC LOW VOL' TO ALERTREC-CONDITION
048600         MOVE WS-LINES-TODAY TO ALERTREC-ACTUAL
048700         MOVE SRCREC-MIN-LINES TO ALERTREC-LIMIT
048800     END-IF.
048900     IF SRCREC-MAX-LINES > ZERO
049000         AND WS-LINES-TODAY > SRCREC-MAX-LINES
049100         MOVE 'SRC HIGH VOL' TO WS-RESULT-TEXT
049200         MOVE 'SRC HIGH VOL' TO ALERTREC-CONDITION
049300         MOVE WS-LINES-TODAY TO ALERTREC-ACTUAL
049400         MOVE SRCREC-MAX-LINES TO ALERTREC-LIMIT
049500     END-IF.
049600 2100-CHECK-ONE-ENTRY-SHOW.
049700     IF ALERTREC-CONDITION NOT = SPACES
049800         MOVE SRCREC-SOURCE-ID TO ALERTREC-SOURCE-ID
049900         PERFORM 8000-WRITE-ONE-ALERT
050000             THRU 8000-WRITE-ONE-ALERT-EXIT
050100     END-IF.
050200     MOVE WS-LINES-TODAY TO WS-EDIT-LINES.
050300     MOVE SRCREC-MIN-LINES TO WS-EDIT-MIN.
050400     MOVE SRCREC-MAX-LINES TO WS-EDIT-MAX.
050500     MOVE SPACES TO WS-PRINT-LINE.
050600     STRING SRCREC-SOURCE-ID DELIMITED BY SIZE
050700         ' ' DELIMITED BY SIZE
050800         SRCREC-OWNER-GROUP DELIMITED BY SIZE
050900         ' ' DELIMITED BY SIZE
051000         WS-EXPECTED-TEXT DELIMITED BY SIZE
051100         ' ' DELIMITED BY SIZE
051200         WS-EDIT-LINES DELIMITED BY SIZE
051300         ' ' DELIMITED BY SIZE
051400         WS-EDIT-MIN DELIMITED BY SIZE
051500         ' ' DELIMITED BY SIZE
051600         WS-EDIT-MAX DELIMITED BY SIZE
051700         ' ' DELIMITED BY SIZE
051800         WS-RESULT-TEXT DELIMITED BY SIZE
051900         INTO WS-PRINT-LINE.
052000     PERFORM 9050-WRITE-REPORT-LINE
052100         THRU 9050-WRITE-REPORT-LINE-EXIT.
052200 2100-CHECK-ONE-ENTRY-EXIT.
052300     EXIT.
052400*----------------------------------------------------------------
052500* 2150-FIND-SOURCE-ROW - LOOK UP THE REGISTRY ENTRY'S SOURCE ID
052600*     AMONG TODAY'S ROWS. WS-STAT-HIT IS ITS SLOT, ZERO IF THE
052700*     SOURCE SENT NOTHING.
052800*----------------------------------------------------------------
052900 2150-FIND-SOURCE-ROW.
053000     MOVE ZERO TO WS-STAT-HIT.
053100     PERFORM 2160-TRY-ONE-SOURCE-ROW
053200         THRU 2160-TRY-ONE-SOURCE-ROW-EXIT
053300         VARYING WS-STAT-SUB FROM 1 BY 1
053400         UNTIL WS-STAT-SUB > WS-STAT-COUNT
053500         OR WS-STAT-HIT > ZERO.
053600 2150-FIND-SOURCE-ROW-EXIT.
053700     EXIT.
053720*----------------------------------------------------------------
053740* 2160-TRY-ONE-SOURCE-ROW - NOTE THE SLOT OF TODAY'S ROW WHEN IT
053760*     IS FOR THE REGISTRY ENTRY'S SOURCE ID.
053780*----------------------------------------------------------------
053800 2160-TRY-ONE-SOURCE-ROW.
053900     IF WS-STAT-ID (WS-STAT-SUB) = SRCREC-SOURCE-ID
054000         MOVE WS-STAT-SUB TO WS-STAT-HIT
054100     END-IF.
054200 2160-TRY-ONE-SOURCE-ROW-EXIT.
054300     EXIT.
054400*----------------------------------------------------------------
054500* 3000-FIND-UNREGISTERED - EVERY SOURCE ROW NO ACTIVE REGISTRY
054600*     ENTRY CLAIMED: A BATCH FROM A SOURCE NOBODY HAS SIGNED UP.
054700*----------------------------------------------------------------
054800 3000-FIND-UNREGISTERED.
054900     PERFORM 3100-CHECK-ONE-SOURCE-ROW
055000         THRU 3100-CHECK-ONE-SOURCE-ROW-EXIT
055100         VARYING WS-STAT-SUB FROM 1 BY 1
055200         UNTIL WS-STAT-SUB > WS-STAT-COUNT.
055300 3000-FIND-UNREGISTERED-EXIT.
055400     EXIT.
055500*----------------------------------------------------------------
055600* 3100-CHECK-ONE-SOURCE-ROW - ONE UNCLAIMED SOURCE ROW GETS A
055700*     REPORT LINE AND AN ALERT.
055800*----------------------------------------------------------------
055900 3100-CHECK-ONE-SOURCE-ROW.
056000     IF WS-STAT-MATCHED (WS-STAT-SUB)
056100         GO TO 3100-CHECK-ONE-SOURCE-ROW-EXIT
056200     END-IF.
056300     MOVE SPACES TO ALERTREC.
056400     MOVE 'SRC UNREG' TO ALERTREC-CONDITION.
056500     MOVE WS-STAT-LINES (WS-STAT-SUB) TO ALERTREC-ACTUAL.
056600     MOVE ZERO TO ALERTREC-LIMIT.
056700     MOVE WS-STAT-ID (WS-STAT-SUB) TO ALERTREC-SOURCE-ID.
056800     PERFORM 8000-WRITE-ONE-ALERT THRU 8000-WRITE-ONE-ALERT-EXIT.
056900     MOVE WS-STAT-LINES (WS-STAT-SUB) TO WS-EDIT-LINES.
057000     MOVE SPACES TO WS-PRINT-LINE.
057100     STRING WS-STAT-ID (WS-STAT-SUB) DELIMITED BY SIZE
057200         ' * UNREGISTERED * --- ' DELIMITED BY SIZE
057300         WS-EDIT-LINES DELIMITED BY SIZE
057400         '                 SRC UNREG' DELIMITED BY SIZE
057500         INTO WS-PRINT-LINE.
057600     PERFORM 9050-WRITE-REPORT-LINE
057700         THRU 9050-WRITE-REPORT-LINE-EXIT.
057800 3100-CHECK-ONE-SOURCE-ROW-EXIT.
057900     EXIT.
058000*----------------------------------------------------------------
058100* 8000-WRITE-ONE-ALERT - STAMP AND WRITE THE ALERTREC THE CALLER
058200*     BUILT (CONDITION, ACTUAL, LIMIT AND SOURCE ALREADY SET).
058300*----------------------------------------------------------------
058400 8000-WRITE-ONE-ALERT.
058500     MOVE 'SET40' TO ALERTREC-SYSTEM.
058600     MOVE WS-CYCLE-DATE TO ALERTREC-CYCLE-DATE.
058700     DISPLAY '*** SOURCE ALERT: ' ALERTREC-CONDITION
058800         ' SOURCE ' ALERTREC-SOURCE-ID
058900         ' ACTUAL ' ALERTREC-ACTUAL
059000         ' LIMIT ' ALERTREC-LIMIT.
059100     WRITE ALERTREC.
059200     ADD 1 TO WS-ALERT-COUNT.
059300 8000-WRITE-ONE-ALERT-EXIT.
059400     EXIT.
059500*----------------------------------------------------------------
059600* 9000-TERMINATE - TOTALS, THE VERDICT ROW, CLOSES, AND RC=4
059700*     WHEN ANY SOURCE WAS OUT OF LINE.
059800*----------------------------------------------------------------
059900 9000-TERMINATE.
060000     MOVE '********************************************'
060100         TO WS-PRINT-LINE.
060200     PERFORM 9050-WRITE-REPORT-LINE
060300         THRU 9050-WRITE-REPORT-LINE-EXIT.
060400     MOVE WS-ENTRY-COUNT TO WS-EDIT-COUNT.
060500     MOVE SPACES TO WS-PRINT-LINE.
060600     STRING 'ACTIVE REGISTRY ENTRIES: ' DELIMITED BY SIZE
060700         WS-EDIT-COUNT DELIMITED BY SIZE
060800         INTO WS-PRINT-LINE.
060900     PERFORM 9050-WRITE-REPORT-LINE
061000         THRU 9050-WRITE-REPORT-LINE-EXIT.
061100     MOVE WS-EXPECTED-COUNT TO WS-EDIT-COUNT.
061200     MOVE SPACES TO WS-PRINT-LINE.
061300     STRING 'EXPECTED TODAY ........: ' DELIMITED BY SIZE
061400         WS-EDIT-COUNT DELIMITED BY SIZE
061500         INTO WS-PRINT-LINE.
061600     PERFORM 9050-WRITE-REPORT-LINE
061700         THRU 9050-WRITE-REPORT-LINE-EXIT.
061800     MOVE WS-STAT-COUNT TO WS-EDIT-COUNT.
061900     MOVE SPACES TO WS-PRINT-LINE.
062000     STRING 'SOURCES RECEIVED ......: ' DELIMITED BY SIZE
062100         WS-EDIT-COUNT DELIMITED BY SIZE
062200         INTO WS-PRINT-LINE.
062300     PERFORM 9050-WRITE-REPORT-LINE
062400         THRU 9050-WRITE-REPORT-LINE-EXIT.
062500     MOVE WS-ALERT-COUNT TO WS-EDIT-COUNT.
062600     MOVE SPACES TO WS-PRINT-LINE.
062700     STRING 'SOURCE ALERTS RAISED ..: ' DELIMITED BY SIZE
062800         WS-EDIT-COUNT DELIMITED BY SIZE
062900         INTO WS-PRINT-LINE.
063000     PERFORM 9050-WRITE-REPORT-LINE
063100         THRU 9050-WRITE-REPORT-LINE-EXIT.
063200     IF WS-ALERT-COUNT > ZERO
063300         MOVE '** SOURCE ALERTS RAISED - SEE ABOVE - RC=4 **'
063400             TO WS-PRINT-LINE
063500     ELSE
063600         MOVE 'ALL SOURCES IN LINE WITH THE REGISTRY - RC=0'
063700             TO WS-PRINT-LINE
063800     END-IF.
063900     PERFORM 9050-WRITE-REPORT-LINE
064000         THRU 9050-WRITE-REPORT-LINE-EXIT.
064100     MOVE '********************************************'
064200         TO WS-PRINT-LINE.
064300     PERFORM 9050-WRITE-REPORT-LINE
064400         THRU 9050-WRITE-REPORT-LINE-EXIT.
064500     CLOSE REPTFILE.
064600     CLOSE ALERTFILE.
064700     PERFORM 9500-WRITE-RESULT-ROW
064800         THRU 9500-WRITE-RESULT-ROW-EXIT.
064900     IF WS-ALERT-COUNT > ZERO
065000         MOVE 4 TO RETURN-CODE
065100     END-IF.
065200     PERFORM 9800-LOG-RUN-END THRU 9800-LOG-RUN-END-EXIT.
065300 9000-TERMINATE-EXIT.
065400     EXIT.
065500*----------------------------------------------------------------
065600* 9500-WRITE-RESULT-ROW - THE SOURCE-CHECK VERDICT IN THE FIXED
065700*     RSLTREC LAYOUT: WARN WHEN ANY SOURCE ALERT WAS RAISED,
065800*     PASS OTHERWISE.
065900*----------------------------------------------------------------
066000 9500-WRITE-RESULT-ROW.
066100     OPEN OUTPUT RSLTFILE.
066200     IF NOT WS-RSLTFILE-OK
066300         MOVE 'RSLTFILE' TO WS-ABEND-FILE-NAME
066400         PERFORM 9900-ABEND-ON-OPEN-ERROR
066500     END-IF.
066600     MOVE SPACES TO RSLTREC.
066700     MOVE 'SET40' TO RSLTREC-SYSTEM.
066800     IF WS-ALERT-COUNT > ZERO
066900         SET RSLTREC-WARNED TO TRUE
067000     ELSE
067100         SET RSLTREC-PASSED TO TRUE
067200     END-IF.
067300     MOVE WS-EXPECTED-COUNT TO RSLTREC-FIGURE-1.
067400     MOVE WS-STAT-COUNT     TO RSLTREC-FIGURE-2.
067500     MOVE WS-ALERT-COUNT    TO RSLTREC-FIGURE-3.
067600     MOVE 'EXPECTED/RECEIVED/ALERTS' TO RSLTREC-TEXT.
067700     WRITE RSLTREC.
067800     CLOSE RSLTFILE.
067900 9500-WRITE-RESULT-ROW-EXIT.
068000     EXIT.
068100*----------------------------------------------------------------
068200* 9800-LOG-RUN-END - COMPLETE THIS RUN'S ROW ON THE CHAIN-WIDE
068300*     RUN LOG: SOURCE ROWS READ, REGISTRY ENTRIES CHECKED, AND
068400*     THE ALERTS RAISED AS REJECTED.
068500*----------------------------------------------------------------
068600 9800-LOG-RUN-END.
068700     SET RUNLPARM-LOG-END TO TRUE.
068800     MOVE WS-STAT-COUNT  TO RUNLPARM-READ-COUNT.
068900     MOVE WS-ENTRY-COUNT TO RUNLPARM-WRITE-COUNT.
069000     MOVE WS-ALERT-COUNT TO RUNLPARM-REJ-COUNT.
069100     MOVE RETURN-CODE    TO RUNLPARM-RETURN-CODE.
069200     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
069300 9800-LOG-RUN-END-EXIT.
069400     EXIT.
069500*----------------------------------------------------------------
069600* 9050-WRITE-REPORT-LINE - ONE REPORT LINE TO SYSOUT AND TO THE
069700*     RETAINED DATASET, SO THE TWO COPIES CANNOT DRIFT APART.
069800*----------------------------------------------------------------
069900 9050-WRITE-REPORT-LINE.
070000     DISPLAY WS-PRINT-LINE.
070100     MOVE WS-PRINT-LINE TO REPT-REC.
070200     WRITE REPT-REC.
070300 9050-WRITE-REPORT-LINE-EXIT.
070400     EXIT.
070500*----------------------------------------------------------------
070600* 9900-ABEND-ON-OPEN-ERROR - A FILE WE DEPEND ON FAILED TO OPEN.
070700*     MOVE THE DD NAME TO WS-ABEND-FILE-NAME BEFORE THE PERFORM
070800*     SO THE MESSAGE IDENTIFIES WHICH ONE.
070900*----------------------------------------------------------------
071000 9900-ABEND-ON-OPEN-ERROR.
071100     DISPLAY '*** OPEN FAILED FOR ' WS-ABEND-FILE-NAME
071200         ' - JOB ABENDING ***'.
071300     MOVE 16 TO RETURN-CODE.
071400     STOP RUN.
071500 END PROGRAM CODEABBEY-SET-40.
