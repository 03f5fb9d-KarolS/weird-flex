000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CODEABBEY-SET-39.
000300 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000400 INSTALLATION. CODEABBEY-DP-CENTER.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900* MODIFICATION HISTORY                                        *
001000*---------------------------------------------------------------
001100* DATE       INIT DESCRIPTION                                  *
001200* 2026-10-14  JPR INITIAL VERSION - FEED-SOURCE REGISTRY       *
001300*                 MAINTENANCE. APPLIES ADD, CHG AND RET CARDS  *
001400*                 TO THE SOURCE REGISTRY KSDS (ONE ENTRY PER   *
001500*                 SOURCE SYSTEM: OWNING GROUP, EXPECTED DAYS   *
001600*                 OF THE WEEK, NORMAL LINE-COUNT RANGE), THEN  *
001700*                 LISTS THE WHOLE REGISTRY AS IT NOW STANDS.   *
001800*                 A RETIRED ENTRY STAYS ON FILE FOR THE AUDIT  *
001900*                 TRAIL; AN ADD FOR IT REINSTATES IT. A CARD   *
002000*                 THAT CANNOT BE APPLIED IS PRINTED WITH ITS   *
002100*                 REASON AND THE RUN ENDS WITH RC=4, SO A      *
002200*                 MISKEYED DECK IS NOT MISTAKEN FOR A CLEAN    *
002300*                 ONE. THE CYCLE SOURCE CHECK (CODEABBEY-      *
002400*                 SET-40) READS THE REGISTRY EVERY NIGHT.      *
002500***************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT TRANFILE ASSIGN TO TRANFILE
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-TRANFILE-STATUS.
003500     SELECT SRCFILE ASSIGN TO SRCFILE
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS DYNAMIC
003800         RECORD KEY IS SRCREC-KEY
003900         FILE STATUS IS WS-SRCFILE-STATUS.
004000     SELECT REPTFILE ASSIGN TO REPTFILE
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-REPTFILE-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500*----------------------------------------------------------------
004600* TRANFILE - REGISTRY MAINTENANCE CARDS, ONE CHANGE PER CARD:
004700*     COLS  1- 3  ACTION - ADD, CHG OR RET
004800*     COLS  5-12  SOURCE ID, AS IT APPEARS ON THE HDR RECORD
004900*     COLS 14-29  OWNING GROUP
005000*     COLS 31-37  EXPECTED DAYS, ONE Y/N PER DAY, MONDAY FIRST
005100*     COLS 39-45  NORMAL MINIMUM LINES PER CYCLE, ZERO-PADDED
005200*     COLS 47-53  NORMAL MAXIMUM LINES PER CYCLE, ZERO-PADDED
005300*                 (ZERO = NO UPPER LIMIT)
005400* ON A CHG CARD A BLANK FIELD LEAVES THAT FIELD AS IT WAS. A RET
005500* CARD NEEDS ONLY THE ACTION AND SOURCE ID. BLANK CARDS AND
005600* CARDS WITH AN ASTERISK IN COL 1 ARE COMMENTS.
005700*----------------------------------------------------------------
005800 FD  TRANFILE
005900     LABEL RECORDS ARE STANDARD
006000     RECORDING MODE IS F.
006100 01  TRAN-REC.
006200     05  TRAN-ACTION          PIC X(03).
006300     05  FILLER               PIC X(01).
006400     05  TRAN-SOURCE-ID       PIC X(08).
006500     05  FILLER               PIC X(01).
006600     05  TRAN-OWNER-GROUP     PIC X(16).
006700     05  FILLER               PIC X(01).
006800     05  TRAN-DAYS            PIC X(07).
006900     05  FILLER               PIC X(01).
007000     05  TRAN-MIN-LINES       PIC X(07).
007100     05  FILLER               PIC X(01).
007200     05  TRAN-MAX-LINES       PIC X(07).
007300     05  FILLER               PIC X(27).
007400*----------------------------------------------------------------
007500* SRCFILE - THE FEED-SOURCE REGISTRY, DEFINED ONE-TIME BY
007600* CODE028S.JCL. UPDATED IN PLACE.
007700*----------------------------------------------------------------
007800 FD  SRCFILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY SRCREC.
008100*----------------------------------------------------------------
008200* REPTFILE - RETAINED COPY OF THE MAINTENANCE REPORT.
008300*----------------------------------------------------------------
008400 FD  REPTFILE
008500     LABEL RECORDS ARE STANDARD
008600     RECORDING MODE IS F.
008700 01  REPT-REC PIC X(80).
008800 WORKING-STORAGE SECTION.
008900*----------------------------------------------------------------
009000* FILE STATUS AND SWITCH BYTES
009100*----------------------------------------------------------------
009200 01  WS-TRANFILE-STATUS PIC X(02).
009300     88  WS-TRANFILE-OK              VALUE '00'.
009400 01  WS-SRCFILE-STATUS PIC X(02).
009500     88  WS-SRCFILE-OK               VALUE '00'.
009600     88  WS-SRCFILE-NOTFND           VALUE '23'.
009700     88  WS-SRCFILE-ENDED            VALUE '10'.
009800     88  WS-SRCFILE-UNLOADED         VALUE '35'.
009900 01  WS-REPTFILE-STATUS PIC X(02).
010000     88  WS-REPTFILE-OK              VALUE '00'.
010100 01  WS-SWITCHES.
010200     05  WS-TRAN-EOF-SWITCH PIC X(01) VALUE 'N'.
010300         88  WS-TRAN-AT-EOF           VALUE 'Y'.
010400         88  WS-TRAN-NOT-AT-EOF       VALUE 'N'.
010500     05  WS-LIST-DONE-SWITCH PIC X(01) VALUE 'N'.
010600         88  WS-LIST-DONE             VALUE 'Y'.
010700         88  WS-LIST-NOT-DONE         VALUE 'N'.
010800*----------------------------------------------------------------
010900* THE RUN DATE STAMPED ON EVERY ENTRY THIS RUN TOUCHES. THE
011000* REGISTRY IS MAINTAINED ON DEMAND, NOT PER CYCLE.
011100*----------------------------------------------------------------
011200 01  WS-RUN-DATE PIC 9(06) VALUE ZERO.
011300*----------------------------------------------------------------
011400* CARD COUNTERS AND THE REASON A CARD WAS TURNED DOWN - SPACES
011500* WHILE THE CARD IS STILL GOOD.
011600*----------------------------------------------------------------
011700 01  WS-CARD-COUNT PIC 9(05) COMP VALUE ZERO.
011800 01  WS-APPLIED-COUNT PIC 9(05) COMP VALUE ZERO.
011900 01  WS-REJECTED-COUNT PIC 9(05) COMP VALUE ZERO.
012000 01  WS-LISTED-COUNT PIC 9(05) COMP VALUE ZERO.
012100 01  WS-REASON PIC X(40).
012200 77  WS-DAY-FLAG-COUNT PIC 9(02) COMP VALUE ZERO.
012300*----------------------------------------------------------------
012400* REPORT BUILDING AREAS.
012500*----------------------------------------------------------------
012600 01  WS-PRINT-LINE PIC X(80).
012700 01  WS-EDIT-COUNT PIC 9(07).
012800 01  WS-EDIT-MIN PIC 9(07).
012900 01  WS-EDIT-MAX PIC 9(07).
013000 01  WS-EDIT-DATE PIC 9(06).
013100 01  WS-STATUS-TEXT PIC X(07).
013200*----------------------------------------------------------------
013300* NAME OF THE FILE CURRENTLY BEING OPENED, FOR THE ABEND MESSAGE
013400* IN 9900-ABEND-ON-OPEN-ERROR BELOW.
013500*----------------------------------------------------------------
013600 01  WS-ABEND-FILE-NAME PIC X(08).
013700*----------------------------------------------------------------
013800* PARAMETER BLOCK FOR THE CODEABBEY-SET-30 RUN-LOG RECORDER -
013900* SEE 1030-LOG-RUN-START AND 9800-LOG-RUN-END.
014000*----------------------------------------------------------------
014100     COPY RUNLPARM.
014200 PROCEDURE DIVISION.
014300*----------------------------------------------------------------
014400* 0000-MAINLINE - OVERALL FLOW OF CONTROL FOR THE RUN.
014500*----------------------------------------------------------------
014600 0000-MAINLINE.
014700     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
014800     PERFORM 2000-APPLY-ONE-CARD THRU 2000-APPLY-ONE-CARD-EXIT
014900         UNTIL WS-TRAN-AT-EOF.
015000     PERFORM 3000-LIST-REGISTRY THRU 3000-LIST-REGISTRY-EXIT.
015100     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
015200     STOP RUN.
015300*----------------------------------------------------------------
015400* 1000-INITIALIZE - OPEN EVERYTHING, PRINT THE HEADING, PRIME
015500*     THE CARD READ.
015600*----------------------------------------------------------------
015700 1000-INITIALIZE.
015800     ACCEPT WS-RUN-DATE FROM DATE.
015900     PERFORM 1030-LOG-RUN-START THRU 1030-LOG-RUN-START-EXIT.
016000     OPEN INPUT TRANFILE.
016100     IF NOT WS-TRANFILE-OK
016200         MOVE 'TRANFILE' TO WS-ABEND-FILE-NAME
016300         PERFORM 9900-ABEND-ON-OPEN-ERROR
016400     END-IF.
016500     OPEN I-O SRCFILE.
016600*        A NEWLY DEFINED KSDS THAT HAS NEVER BEEN LOADED OPENS
016700*        WITH STATUS 35 - THE FIRST RUN AFTER THE CODE028S
016800*        DEFINE. PRIME THE EMPTY CLUSTER AND CARRY ON.
016900     IF WS-SRCFILE-UNLOADED
017000         OPEN OUTPUT SRCFILE
017100         IF NOT WS-SRCFILE-OK
017200             MOVE 'SRCFILE' TO WS-ABEND-FILE-NAME
017300             PERFORM 9900-ABEND-ON-OPEN-ERROR
017400         END-IF
017500         CLOSE SRCFILE
017600         OPEN I-O SRCFILE
017700     END-IF.
017800     IF NOT WS-SRCFILE-OK
017900         MOVE 'SRCFILE' TO WS-ABEND-FILE-NAME
018000         PERFORM 9900-ABEND-ON-OPEN-ERROR
018100     END-IF.
018200     OPEN OUTPUT REPTFILE.
018300     IF NOT WS-REPTFILE-OK
018400         MOVE 'REPTFILE' TO WS-ABEND-FILE-NAME
018500         PERFORM 9900-ABEND-ON-OPEN-ERROR
018600     END-IF.
018700     MOVE '********************************************'
018800         TO WS-PRINT-LINE.
018900     PERFORM 9050-WRITE-REPORT-LINE
019000         THRU 9050-WRITE-REPORT-LINE-EXIT.
019100     MOVE '*  CODEABBEY-SET-39 SOURCE REGISTRY UPDATE  *'
019200         TO WS-PRINT-LINE.
019300     PERFORM 9050-WRITE-REPORT-LINE
019400         THRU 9050-WRITE-REPORT-LINE-EXIT.
019500     MOVE '********************************************'
019600         TO WS-PRINT-LINE.
019700     PERFORM 9050-WRITE-REPORT-LINE
019800         THRU 9050-WRITE-REPORT-LINE-EXIT.
019900     MOVE WS-RUN-DATE TO WS-EDIT-DATE.
020000     MOVE SPACES TO WS-PRINT-LINE.
020100     STRING 'RUN DATE ..............: ' DELIMITED BY SIZE
020200         WS-EDIT-DATE DELIMITED BY SIZE
020300         INTO WS-PRINT-LINE.
020400     PERFORM 9050-WRITE-REPORT-LINE
020500         THRU 9050-WRITE-REPORT-LINE-EXIT.
020600     PERFORM 2100-READ-TRANFILE THRU 2100-READ-TRANFILE-EXIT.
020700 1000-INITIALIZE-EXIT.
020800     EXIT.
020900*----------------------------------------------------------------
021000* 1030-LOG-RUN-START - CLAIM THIS RUN'S ATTEMPT NUMBER ON THE
021100*     CHAIN-WIDE RUN LOG. A ZERO CYCLE DATE TELLS THE RECORDER
021200*     TO STAMP THE RUN DATE - REGISTRY MAINTENANCE HAS NO CYCLE
021300*     OF ITS OWN.
021400*----------------------------------------------------------------
021500 1030-LOG-RUN-START.
021600     SET RUNLPARM-LOG-START TO TRUE.
021700     MOVE 'SET-39' TO RUNLPARM-PROGRAM.
021800     MOVE ZERO TO RUNLPARM-CYCLE-DATE.
021900     SET RUNLPARM-FRESH-START TO TRUE.
022000     MOVE ZERO TO RUNLPARM-ATTEMPT RUNLPARM-READ-COUNT
022100         RUNLPARM-WRITE-COUNT RUNLPARM-REJ-COUNT
022200         RUNLPARM-RETURN-CODE.
022300     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
022400 1030-LOG-RUN-START-EXIT.
022500     EXIT.
022600*----------------------------------------------------------------
022700* 2000-APPLY-ONE-CARD - EDIT ONE MAINTENANCE CARD, APPLY IT TO
022800*     THE REGISTRY, PRINT WHAT HAPPENED, READ THE NEXT.
022900*----------------------------------------------------------------
023000 2000-APPLY-ONE-CARD.
023100     IF TRAN-REC = SPACES
023200         OR TRAN-REC (1:1) = '*'
023300         GO TO 2000-APPLY-ONE-CARD-NEXT
023400     END-IF.
023500     ADD 1 TO WS-CARD-COUNT.
023600     MOVE SPACES TO WS-REASON.
023700     IF TRAN-SOURCE-ID = SPACES
023800         MOVE 'NO SOURCE ID IN COLS 5-12' TO WS-REASON
023900         GO TO 2000-APPLY-ONE-CARD-SHOW
024000     END-IF.
024100     EVALUATE TRAN-ACTION
024200         WHEN 'ADD'
024300             PERFORM 2200-ADD-SOURCE THRU 2200-ADD-SOURCE-EXIT
024400         WHEN 'CHG'
024500             PERFORM 2300-CHANGE-SOURCE
024600                 THRU 2300-CHANGE-SOURCE-EXIT
024700         WHEN 'RET'
024800             PERFORM 2400-RETIRE-SOURCE
024900                 THRU 2400-RETIRE-SOURCE-EXIT
025000         WHEN OTHER
025100             MOVE 'ACTION IS NOT ADD, CHG OR RET' TO WS-REASON
025200     END-EVALUATE.
025300 2000-APPLY-ONE-CARD-SHOW.
025400     MOVE SPACES TO WS-PRINT-LINE.
025500     IF WS-REASON = SPACES
025600         ADD 1 TO WS-APPLIED-COUNT
025700         STRING TRAN-ACTION DELIMITED BY SIZE
025800             ' ' DELIMITED BY SIZE
025900             TRAN-SOURCE-ID DELIMITED BY SIZE
026000             ' : APPLIED' DELIMITED BY SIZE
026100             INTO WS-PRINT-LINE
026200     ELSE
026300         ADD 1 TO WS-REJECTED-COUNT
026400         STRING TRAN-ACTION DELIMITED BY SIZE
026500             ' ' DELIMITED BY SIZE
026600             TRAN-SOURCE-ID DELIMITED BY SIZE
026700             ' : REJECTED - ' DELIMITED BY SIZE
026800             WS-REASON DELIMITED BY SIZE
026900             INTO WS-PRINT-LINE
027000     END-IF.
027100     PERFORM 9050-WRITE-REPORT-LINE
027200         THRU 9050-WRITE-REPORT-LINE-EXIT.
027300 2000-APPLY-ONE-CARD-NEXT.
027400     PERFORM 2100-READ-TRANFILE THRU 2100-READ-TRANFILE-EXIT.
027500 2000-APPLY-ONE-CARD-EXIT.
027600     EXIT.
027700*----------------------------------------------------------------
027800* 2100-READ-TRANFILE - NEXT MAINTENANCE CARD, SET EOF SWITCH.
027900*----------------------------------------------------------------
028000 2100-READ-TRANFILE.
028100     READ TRANFILE
028200         AT END
028300             SET WS-TRAN-AT-EOF TO TRUE
028400             GO TO 2100-READ-TRANFILE-EXIT
028500     END-READ.
028600 2100-READ-TRANFILE-EXIT.
028700     EXIT.
028800*----------------------------------------------------------------
028900* 2150-EDIT-CARD-FIELDS - WHATEVER DATA FIELDS THE CARD DOES
029000*     CARRY MUST BE USABLE: SEVEN Y/N DAY FLAGS, NUMERIC LINE
029100*     COUNTS. BLANK FIELDS ARE LEFT FOR THE CALLER TO JUDGE.
029200*----------------------------------------------------------------
029300 2150-EDIT-CARD-FIELDS.
029400     IF TRAN-DAYS NOT = SPACES
029500         MOVE ZERO TO WS-DAY-FLAG-COUNT
029600         INSPECT TRAN-DAYS TALLYING WS-DAY-FLAG-COUNT
029700             FOR ALL 'Y' ALL 'N'
029800         IF WS-DAY-FLAG-COUNT NOT = 7
029900             MOVE 'DAYS MUST BE SEVEN Y/N FLAGS, MON-SUN'
030000                 TO WS-REASON
030100             GO TO 2150-EDIT-CARD-FIELDS-EXIT
030200         END-IF
030300     END-IF.
030400     IF TRAN-MIN-LINES NOT = SPACES
030500         AND TRAN-MIN-LINES IS NOT NUMERIC
030600         MOVE 'MIN LINES NOT A 7-DIGIT NUMBER' TO WS-REASON
030700         GO TO 2150-EDIT-CARD-FIELDS-EXIT
030800     END-IF.
030900     IF TRAN-MAX-LINES NOT = SPACES
031000         AND TRAN-MAX-LINES IS NOT NUMERIC
031100         MOVE 'MAX LINES NOT A 7-DIGIT NUMBER' TO WS-REASON
031200         GO TO 2150-EDIT-CARD-FIELDS-EXIT
031300     END-IF.
031400 2150-EDIT-CARD-FIELDS-EXIT.
031500     EXIT.
031600*----------------------------------------------------------------
031700* 2200-ADD-SOURCE - REGISTER A NEW SOURCE, OR REINSTATE A
031800*     RETIRED ONE WITH THE VALUES ON THE CARD. OWNING GROUP
031900*     AND DAY FLAGS ARE REQUIRED; BLANK LINE COUNTS ARE ZERO.
032000*----------------------------------------------------------------
032100 2200-ADD-SOURCE.
032200     PERFORM 2150-EDIT-CARD-FIELDS
032300         THRU 2150-EDIT-CARD-FIELDS-EXIT.
032400     IF WS-REASON NOT = SPACES
032500         GO TO 2200-ADD-SOURCE-EXIT
032600     END-IF.
032700     IF TRAN-OWNER-GROUP = SPACES
032800         MOVE 'OWNING GROUP REQUIRED ON ADD' TO WS-REASON
032900         GO TO 2200-ADD-SOURCE-EXIT
033000     END-IF.
033100     IF TRAN-DAYS = SPACES
033200         MOVE 'DAY FLAGS REQUIRED ON ADD' TO WS-REASON
033300         GO TO 2200-ADD-SOURCE-EXIT
033400     END-IF.
033500     MOVE TRAN-SOURCE-ID TO SRCREC-SOURCE-ID.
033600     READ SRCFILE
033700         INVALID KEY
033800             GO TO 2200-ADD-SOURCE-NEW
033900     END-READ.
034000     IF SRCREC-ACTIVE
034100         MOVE 'ALREADY REGISTERED - USE CHG' TO WS-REASON
034200         GO TO 2200-ADD-SOURCE-EXIT
034300     END-IF.
034400     PERFORM 2250-FILL-FROM-CARD THRU 2250-FILL-FROM-CARD-EXIT.
034500     PERFORM 2500-CHECK-LINE-RANGE
034600         THRU 2500-CHECK-LINE-RANGE-EXIT.
034700     IF WS-REASON NOT = SPACES
034800         GO TO 2200-ADD-SOURCE-EXIT
034900     END-IF.
035000     SET SRCREC-ACTIVE TO TRUE.
035100     MOVE WS-RUN-DATE TO SRCREC-CHANGED-DATE.
035200     MOVE ZERO TO SRCREC-RETIRED-DATE.
035300     PERFORM 2600-REWRITE-ENTRY THRU 2600-REWRITE-ENTRY-EXIT.
035400     GO TO 2200-ADD-SOURCE-EXIT.
035500 2200-ADD-SOURCE-NEW.
035600     MOVE SPACES TO SRCREC.
035700     MOVE TRAN-SOURCE-ID TO SRCREC-SOURCE-ID.
035800     PERFORM 2250-FILL-FROM-CARD THRU 2250-FILL-FROM-CARD-EXIT.
035900     PERFORM 2500-CHECK-LINE-RANGE
036000         THRU 2500-CHECK-LINE-RANGE-EXIT.
036100     IF WS-REASON NOT = SPACES
036200         GO TO 2200-ADD-SOURCE-EXIT
036300     END-IF.
036400     SET SRCREC-ACTIVE TO TRUE.
036500     MOVE WS-RUN-DATE TO SRCREC-ADDED-DATE.
036600     MOVE WS-RUN-DATE TO SRCREC-CHANGED-DATE.
036700     MOVE ZERO TO SRCREC-RETIRED-DATE.
036800     WRITE SRCREC.
036900     IF NOT WS-SRCFILE-OK
037000         DISPLAY '*** WRITE FAILED, STATUS '
037100             WS-SRCFILE-STATUS ' - JOB ABENDING ***'
037200         MOVE 16 TO RETURN-CODE
037300         STOP RUN
037400     END-IF.
037500 2200-ADD-SOURCE-EXIT.
037600     EXIT.
037700*----------------------------------------------------------------
037800* 2250-FILL-FROM-CARD - EVERY DATA FIELD OF AN ADD CARD INTO
037900*     THE ENTRY. BLANK LINE COUNTS GO IN AS ZERO.
038000*----------------------------------------------------------------
038100 2250-FILL-FROM-CARD.
038200     MOVE TRAN-OWNER-GROUP TO SRCREC-OWNER-GROUP.
038300     MOVE TRAN-DAYS TO SRCREC-DAYS.
038400     IF TRAN-MIN-LINES = SPACES
038500         MOVE ZERO TO SRCREC-MIN-LINES
038600     ELSE
038700         MOVE TRAN-MIN-LINES TO SRCREC-MIN-LINES
038800     END-IF.
038900     IF TRAN-MAX-LINES = SPACES
039000         MOVE ZERO TO SRCREC-MAX-LINES
039100     ELSE
039200         MOVE TRAN-MAX-LINES TO SRCREC-MAX-LINES
039300     END-IF.
039400 2250-FILL-FROM-CARD-EXIT.
039500     EXIT.
039600*----------------------------------------------------------------
039700* 2300-CHANGE-SOURCE - OVERLAY THE NON-BLANK FIELDS OF THE
039800*     CARD ON AN ACTIVE ENTRY. A RETIRED ENTRY MUST BE
039900*     REINSTATED WITH AN ADD FIRST.
040000*----------------------------------------------------------------
040100 2300-CHANGE-SOURCE.
040200     PERFORM 2150-EDIT-CARD-FIELDS
040300         THRU 2150-EDIT-CARD-FIELDS-EXIT.
040400     IF WS-REASON NOT = SPACES
040500         GO TO 2300-CHANGE-SOURCE-EXIT
040600     END-IF.
040700     IF TRAN-OWNER-GROUP = SPACES
040800         AND TRAN-DAYS = SPACES
040900         AND TRAN-MIN-LINES = SPACES
041000         AND TRAN-MAX-LINES = SPACES
041100         MOVE 'NOTHING TO CHANGE ON THE CARD' TO WS-REASON
041200         GO TO 2300-CHANGE-SOURCE-EXIT
041300     END-IF.
041400     MOVE TRAN-SOURCE-ID TO SRCREC-SOURCE-ID.
041500     READ SRCFILE
041600         INVALID KEY
041700             MOVE 'NOT ON THE REGISTRY - USE ADD' TO WS-REASON
041800             GO TO 2300-CHANGE-SOURCE-EXIT
041900     END-READ.
042000     IF SRCREC-RETIRED
042100         MOVE 'SOURCE IS RETIRED - ADD TO REINSTATE'
042200             TO WS-REASON
042300         GO TO 2300-CHANGE-SOURCE-EXIT
042400     END-IF.
042500     IF TRAN-OWNER-GROUP NOT = SPACES
042600         MOVE TRAN-OWNER-GROUP TO SRCREC-OWNER-GROUP
042700     END-IF.
042800     IF TRAN-DAYS NOT = SPACES
042900         MOVE TRAN-DAYS TO SRCREC-DAYS
043000     END-IF.
043100     IF TRAN-MIN-LINES NOT = SPACES
043200         MOVE TRAN-MIN-LINES TO SRCREC-MIN-LINES
043300     END-IF.
043400     IF TRAN-MAX-LINES NOT = SPACES
043500         MOVE TRAN-MAX-LINES TO SRCREC-MAX-LINES
043600     END-IF.
043700     PERFORM 2500-CHECK-LINE-RANGE
043800         THRU 2500-CHECK-LINE-RANGE-EXIT.
043900     IF WS-REASON NOT = SPACES
044000         GO TO 2300-CHANGE-SOURCE-EXIT
044100     END-IF.
044200     MOVE WS-RUN-DATE TO SRCREC-CHANGED-DATE.
044300     PERFORM 2600-REWRITE-ENTRY THRU 2600-REWRITE-ENTRY-EXIT.
044400 2300-CHANGE-SOURCE-EXIT.
044500     EXIT.
044600*----------------------------------------------------------------
044700* 2400-RETIRE-SOURCE - MARK AN ACTIVE ENTRY RETIRED. THE ENTRY
044800*     STAYS ON FILE; IT IS JUST NO LONGER EXPECTED.
044900*----------------------------------------------------------------
045000 2400-RETIRE-SOURCE.
045100     MOVE TRAN-SOURCE-ID TO SRCREC-SOURCE-ID.
045200     READ SRCFILE
045300         INVALID KEY
045400             MOVE 'NOT ON THE REGISTRY' TO WS-REASON
045500             GO TO 2400-RETIRE-SOURCE-EXIT
045600     END-READ.
045700     IF SRCREC-RETIRED
045800         MOVE 'ALREADY RETIRED' TO WS-REASON
045900         GO TO 2400-RETIRE-SOURCE-EXIT
046000     END-IF.
046100     SET SRCREC-RETIRED TO TRUE.
046200     MOVE WS-RUN-DATE TO SRCREC-RETIRED-DATE.
046300     MOVE WS-RUN-DATE TO SRCREC-CHANGED-DATE.
046400     PERFORM 2600-REWRITE-ENTRY THRU 2600-REWRITE-ENTRY-EXIT.
046500 2400-RETIRE-SOURCE-EXIT.
046600     EXIT.
046700*----------------------------------------------------------------
046800* 2500-CHECK-LINE-RANGE - THE ENTRY AS IT WOULD STAND MUST
046900*     HAVE A MAXIMUM NO LOWER THAN ITS MINIMUM (ZERO MAXIMUM
047000*     MEANS NO UPPER LIMIT AND IS ALWAYS ALLOWED).
047100*----------------------------------------------------------------
047200 2500-CHECK-LINE-RANGE.
047300     IF SRCREC-MAX-LINES NOT = ZERO
047400         AND SRCREC-MAX-LINES < SRCREC-MIN-LINES
047500         MOVE 'MAX LINES BELOW MIN LINES' TO WS-REASON
047600     END-IF.
047700 2500-CHECK-LINE-RANGE-EXIT.
047800     EXIT.
047900*----------------------------------------------------------------
048000* 2600-REWRITE-ENTRY - PUT AN UPDATED ENTRY BACK.
048100*----------------------------------------------------------------
048200 2600-REWRITE-ENTRY.
048300     REWRITE SRCREC.
048400     IF NOT WS-SRCFILE-OK
048500         DISPLAY '*** REWRITE FAILED, STATUS '
048600             WS-SRCFILE-STATUS ' - JOB ABENDING ***'
048700         MOVE 16 TO RETURN-CODE
048800         STOP RUN
048900     END-IF.
049000 2600-REWRITE-ENTRY-EXIT.
049100     EXIT.
049200*----------------------------------------------------------------
049300* 3000-LIST-REGISTRY - THE WHOLE REGISTRY AS IT NOW STANDS,
049400*     ACTIVE AND RETIRED, IN SOURCE ID ORDER.
049500*----------------------------------------------------------------
049600 3000-LIST-REGISTRY.
049700     MOVE '********************************************'
049800         TO WS-PRINT-LINE.
049900     PERFORM 9050-WRITE-REPORT-LINE
050000         THRU 9050-WRITE-REPORT-LINE-EXIT.
050100     MOVE 'SOURCE   OWNER GROUP      MTWTFSS ' TO WS-PRINT-LINE.
050200     MOVE 'MIN     MAX     STATUS  CHANGED'
050210         TO WS-PRINT-LINE (35:).
050300     PERFORM 9050-WRITE-REPORT-LINE
050400         THRU 9050-WRITE-REPORT-LINE-EXIT.
050500     MOVE LOW-VALUES TO SRCREC-KEY.
050600     SET WS-LIST-NOT-DONE TO TRUE.
050700     START SRCFILE KEY NOT < SRCREC-KEY
050800         INVALID KEY
050900             SET WS-LIST-DONE TO TRUE
051000     END-START.
051100     PERFORM 3100-LIST-ONE-ENTRY THRU 3100-LIST-ONE-ENTRY-EXIT
051200         UNTIL WS-LIST-DONE.
051300     IF WS-LISTED-COUNT = ZERO
051400         MOVE 'REGISTRY IS EMPTY' TO WS-PRINT-LINE
051500         PERFORM 9050-WRITE-REPORT-LINE
051600             THRU 9050-WRITE-REPORT-LINE-EXIT
051700     END-IF.
051800 3000-LIST-REGISTRY-EXIT.
051900     EXIT.
052000*----------------------------------------------------------------
052100* 3100-LIST-ONE-ENTRY - ONE REGISTRY ENTRY ON THE LISTING.
052200*----------------------------------------------------------------
052300 3100-LIST-ONE-ENTRY.
052400     READ SRCFILE NEXT RECORD
052500         AT END
052600             SET WS-LIST-DONE TO TRUE
052700             GO TO 3100-LIST-ONE-ENTRY-EXIT
052800     END-READ.
052900     ADD 1 TO WS-LISTED-COUNT.
053000     IF SRCREC-RETIRED
053100         MOVE 'RETIRED' TO WS-STATUS-TEXT
053200     ELSE
053300         MOVE 'ACTIVE' TO WS-STATUS-TEXT
053400     END-IF.
053500     MOVE SRCREC-MIN-LINES TO WS-EDIT-MIN.
053600     MOVE SRCREC-MAX-LINES TO WS-EDIT-MAX.
053700     MOVE SRCREC-CHANGED-DATE TO WS-EDIT-DATE.
053800     MOVE SPACES TO WS-PRINT-LINE.
053900     STRING SRCREC-SOURCE-ID DELIMITED BY SIZE
054000         ' ' DELIMITED BY SIZE
054100         SRCREC-OWNER-GROUP DELIMITED BY SIZE
054200         ' ' DELIMITED BY SIZE
054300         SRCREC-DAYS DELIMITED BY SIZE
054400         ' ' DELIMITED BY SIZE
054500         WS-EDIT-MIN DELIMITED BY SIZE
054600         ' ' DELIMITED BY SIZE
054700         WS-EDIT-MAX DELIMITED BY SIZE
054800         ' ' DELIMITED BY SIZE
054900         WS-STATUS-TEXT DELIMITED BY SIZE
055000         ' ' DELIMITED BY SIZE
055100         WS-EDIT-DATE DELIMITED BY SIZE
055200         INTO WS-PRINT-LINE.
055300     PERFORM 9050-WRITE-REPORT-LINE
055400         THRU 9050-WRITE-REPORT-LINE-EXIT.
055500 3100-LIST-ONE-ENTRY-EXIT.
055600     EXIT.
055700*----------------------------------------------------------------
055800* 9000-TERMINATE - CARD TOTALS, FILE CLOSES, AND RC=4 WHEN ANY
055900*     CARD WAS TURNED DOWN.
056000*----------------------------------------------------------------
056100 9000-TERMINATE.
056200     MOVE '********************************************'
056300         TO WS-PRINT-LINE.
056400     PERFORM 9050-WRITE-REPORT-LINE
056500         THRU 9050-WRITE-REPORT-LINE-EXIT.
056600     MOVE WS-CARD-COUNT TO WS-EDIT-COUNT.
056700     MOVE SPACES TO WS-PRINT-LINE.
056800     STRING 'CARDS READ ............: ' DELIMITED BY SIZE
056900         WS-EDIT-COUNT DELIMITED BY SIZE
057000         INTO WS-PRINT-LINE.
057100     PERFORM 9050-WRITE-REPORT-LINE
057200         THRU 9050-WRITE-REPORT-LINE-EXIT.
057300     MOVE WS-APPLIED-COUNT TO WS-EDIT-COUNT.
057400     MOVE SPACES TO WS-PRINT-LINE.
057500     STRING 'APPLIED ...............: ' DELIMITED BY SIZE
057600         WS-EDIT-COUNT DELIMITED BY SIZE
057700         INTO WS-PRINT-LINE.
057800     PERFORM 9050-WRITE-REPORT-LINE
057900         THRU 9050-WRITE-REPORT-LINE-EXIT.
058000     MOVE WS-REJECTED-COUNT TO WS-EDIT-COUNT.
058100     MOVE SPACES TO WS-PRINT-LINE.
058200     STRING 'REJECTED ..............: ' DELIMITED BY SIZE
058300         WS-EDIT-COUNT DELIMITED BY SIZE
058400         INTO WS-PRINT-LINE.
058500     PERFORM 9050-WRITE-REPORT-LINE
058600         THRU 9050-WRITE-REPORT-LINE-EXIT.
058700     MOVE WS-LISTED-COUNT TO WS-EDIT-COUNT.
058800     MOVE SPACES TO WS-PRINT-LINE.
058900     STRING 'ENTRIES ON REGISTRY ...: ' DELIMITED BY SIZE
059000         WS-EDIT-COUNT DELIMITED BY SIZE
059100         INTO WS-PRINT-LINE.
059200     PERFORM 9050-WRITE-REPORT-LINE
059300         THRU 9050-WRITE-REPORT-LINE-EXIT.
059400     MOVE '********************************************'
059500         TO WS-PRINT-LINE.
059600     PERFORM 9050-WRITE-REPORT-LINE
059700         THRU 9050-WRITE-REPORT-LINE-EXIT.
059800     CLOSE TRANFILE.
059900     CLOSE SRCFILE.
060000     CLOSE REPTFILE.
060100     IF WS-REJECTED-COUNT > ZERO
060200         MOVE 4 TO RETURN-CODE
060300     END-IF.
060400     PERFORM 9800-LOG-RUN-END THRU 9800-LOG-RUN-END-EXIT.
060500 9000-TERMINATE-EXIT.
060600     EXIT.
060700*----------------------------------------------------------------
060800* 9800-LOG-RUN-END - COMPLETE THIS RUN'S ROW ON THE CHAIN-WIDE
060900*     RUN LOG: CARDS READ, CARDS APPLIED, CARDS REJECTED.
061000*----------------------------------------------------------------
061100 9800-LOG-RUN-END.
061200     SET RUNLPARM-LOG-END TO TRUE.
061300     MOVE WS-CARD-COUNT     TO RUNLPARM-READ-COUNT.
061400     MOVE WS-APPLIED-COUNT  TO RUNLPARM-WRITE-COUNT.
061500     MOVE WS-REJECTED-COUNT TO RUNLPARM-REJ-COUNT.
061600     MOVE RETURN-CODE       TO RUNLPARM-RETURN-CODE.
061700     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
061800 9800-LOG-RUN-END-EXIT.
061900     EXIT.
062000*----------------------------------------------------------------
062100* 9050-WRITE-REPORT-LINE - ONE REPORT LINE TO SYSOUT AND TO THE
062200*     RETAINED DATASET, SO THE TWO COPIES CANNOT DRIFT APART.
062300*----------------------------------------------------------------
062400 9050-WRITE-REPORT-LINE.
062500     DISPLAY WS-PRINT-LINE.
062600     MOVE WS-PRINT-LINE TO REPT-REC.
062700     WRITE REPT-REC.
062800 9050-WRITE-REPORT-LINE-EXIT.
062900     EXIT.
063000*----------------------------------------------------------------
063100* 9900-ABEND-ON-OPEN-ERROR - A FILE WE DEPEND ON FAILED TO OPEN.
063200*     MOVE THE DD NAME TO WS-ABEND-FILE-NAME BEFORE THE PERFORM
063300*     SO THE MESSAGE IDENTIFIES WHICH ONE.
063400*----------------------------------------------------------------
063500 9900-ABEND-ON-OPEN-ERROR.
063600     DISPLAY '*** OPEN FAILED FOR ' WS-ABEND-FILE-NAME
063700         ' - JOB ABENDING ***'.
063800     MOVE 16 TO RETURN-CODE.
063900     STOP RUN.
064000 END PROGRAM CODEABBEY-SET-39.
