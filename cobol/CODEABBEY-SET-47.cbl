000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CODEABBEY-SET-47.
000300 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000400 INSTALLATION. CODEABBEY-DP-CENTER.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900* MODIFICATION HISTORY                                        *
001000*---------------------------------------------------------------
001100* DATE       INIT DESCRIPTION                                  *
001200* 2026-10-14  JPR INITIAL VERSION - CYCLE RESUME CONTROL. RUNS *
001300*                 AT THE TOP OF CODE020 AHEAD OF EVERY OTHER   *
001400*                 STEP. READS THE RUN-LOG ROWS SET-30 HAS      *
001500*                 WRITTEN FOR THE CYCLE DATE, TAKES THE LATEST *
001600*                 ATTEMPT OF EACH CHAIN STEP, AND RESUMES AT   *
001700*                 THE FIRST STEP THAT DID NOT END CLEANLY WITH *
001800*                 A RETURN CODE THE CHAIN ACCEPTS FROM IT. THE *
001900*                 RETURN CODE OF THIS STEP IS THE STEP NUMBER  *
002000*                 TO RESUME AT, AND EVERY LATER STEP IN THE    *
002100*                 JOB TESTS IT, SO A RESUBMITTED CYCLE SKIPS   *
002200*                 WHAT IS ALREADY DONE WITHOUT ANYONE EDITING  *
002300*                 RESTART=. A FROM= PARM CARD OVERRIDES THE    *
002400*                 RESUME POINT. THE RESUME IS REFUSED (RC=99,  *
002500*                 NOTHING RUNS) WHEN IT WOULD SKIP A STEP      *
002600*                 WHOSE ROW IS STILL STARTED, THAT NEVER RAN   *
002700*                 OR ENDED BADLY, OR WHOSE DATED OUTPUT        *
002800*                 DATASETS ARE NO LONGER CATALOGED - THE       *
002900*                 CATALOG LISTING COMES FROM THE IDCAMS STEP   *
003000*                 JUST AHEAD OF THIS ONE. THE RESUME PLAN      *
003100*                 SHOWS EVERY STEP AS SKIPPED OR TO RUN, AND   *
003200*                 WHY.                                         *
003220* 2026-10-14  JPR ADDED STEP038, CODEABBEY-SET-49 (THE QA      *
003240*                 SAMPLE DRAW, RC=4 WHEN NOTHING IS DRAWN),    *
003260*                 AND ITS DATED SAMPLE AND WORKSHEET DATASETS  *
003280*                 TO THE STEP TABLES.                          *
003284* 2026-10-14  JPR ADDED STEP047, CODEABBEY-SET-51 (THE         *
003288*                 WAREHOUSE EXTRACT, RERUN ON ANY NON-ZERO RC  *
003292*                 SO A HELD EXTRACT IS REBUILT), AND ITS THREE *
003296*                 DATED DATASETS TO THE STEP TABLES.           *
003300***************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT RUNLFILE ASSIGN TO RUNLFILE
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS RUNLREC-KEY
004400         FILE STATUS IS WS-RUNLFILE-STATUS.
004500     SELECT CATLIST ASSIGN TO CATLIST
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-CATLIST-STATUS.
004800     SELECT PARMFILE ASSIGN TO PARMFILE
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-PARMFILE-STATUS.
005100     SELECT REPTFILE ASSIGN TO REPTFILE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-REPTFILE-STATUS.
005400     SELECT DATEFILE ASSIGN TO DATEFILE
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-DATEFILE-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900*----------------------------------------------------------------
006000* RUNLFILE - THE CHAIN-WIDE RUN-LOG MASTER WRITTEN THROUGH
006100* CODEABBEY-SET-30 BY EVERY PROGRAM IN THE CHAIN. READ ONLY HERE.
006200*----------------------------------------------------------------
006300 FD  RUNLFILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY RUNLREC.
006600*----------------------------------------------------------------
006700* CATLIST - THE IDCAMS LISTCAT NAME LISTING OF THE CYCLE'S DATED
006800* DATASETS. EVERY CATALOGED ONE SHOWS AS A LINE OF THE FORM
006900* 'NONVSAM ------- <DSNAME>'; ONE NOT CATALOGED IS SIMPLY ABSENT.
007000* IDCAMS WRITES IT VARIABLE-LENGTH WITH AN ASA CONTROL BYTE.
007100*----------------------------------------------------------------
007200 FD  CATLIST
007300     LABEL RECORDS ARE STANDARD
007400     RECORDING MODE IS V
007500     RECORD IS VARYING IN SIZE FROM 1 TO 121 CHARACTERS
007600         DEPENDING ON WS-CAT-LENGTH.
007700 01  CAT-REC PIC X(121).
007800*----------------------------------------------------------------
007900* PARMFILE - OPTIONAL KEYWORD=VALUE CARD: FROM=STEPNNN RESUMES AT
008000* THAT STEP INSTEAD OF THE ONE WORKED OUT FROM THE RUN LOG. AN
008100* ASTERISK IN COL 1 MAKES A CARD A COMMENT.
008200*----------------------------------------------------------------
008300 FD  PARMFILE
008400     LABEL RECORDS ARE STANDARD
008500     RECORDING MODE IS F.
008600 01  PARM-REC PIC X(80).
008700*----------------------------------------------------------------
008800* REPTFILE - RETAINED COPY OF THE RESUME PLAN. THE DD IS DISP=MOD,
008900* SO EVERY SUBMISSION OF THE CYCLE LEAVES ITS OWN PLAN BEHIND.
009000*----------------------------------------------------------------
009100 FD  REPTFILE
009200     LABEL RECORDS ARE STANDARD
009300     RECORDING MODE IS F.
009400 01  REPT-REC PIC X(80).
009500*----------------------------------------------------------------
009600* DATEFILE - ONE CARD, COLS 1-6 = THE CYCLE DATE YYMMDD. IT IS
009700* THE KEY INTO THE RUN LOG, SO IT IS MANDATORY.
009800*----------------------------------------------------------------
009900 FD  DATEFILE
010000     LABEL RECORDS ARE STANDARD
010100     RECORDING MODE IS F.
010200 01  DATE-REC PIC X(80).
010300 WORKING-STORAGE SECTION.
010400*----------------------------------------------------------------
010500* FILE STATUS AND SWITCH BYTES
010600*----------------------------------------------------------------
010700 01  WS-RUNLFILE-STATUS PIC X(02).
010800     88  WS-RUNLFILE-OK              VALUE '00'.
010900 01  WS-CATLIST-STATUS PIC X(02).
011000     88  WS-CATLIST-OK               VALUE '00'.
011100 01  WS-PARMFILE-STATUS PIC X(02).
011200     88  WS-PARMFILE-OK              VALUE '00'.
011300 01  WS-REPTFILE-STATUS PIC X(02).
011400     88  WS-REPTFILE-OK              VALUE '00'.
011500 01  WS-DATEFILE-STATUS PIC X(02).
011600     88  WS-DATEFILE-OK              VALUE '00'.
011700 01  WS-SWITCHES.
011800     05  WS-WALK-DONE-SWITCH PIC X(01) VALUE 'N'.
011900         88  WS-WALK-DONE             VALUE 'Y'.
012000         88  WS-WALK-NOT-DONE         VALUE 'N'.
012100     05  WS-CAT-EOF-SWITCH PIC X(01) VALUE 'N'.
012200         88  WS-CAT-AT-EOF            VALUE 'Y'.
012300     05  WS-PARM-EOF-SWITCH PIC X(01) VALUE 'N'.
012400         88  WS-PARM-AT-EOF           VALUE 'Y'.
012500     05  WS-PLAN-SWITCH PIC X(01) VALUE 'R'.
012600         88  WS-PLAN-FULL-RUN         VALUE 'F'.
012700         88  WS-PLAN-RESUME           VALUE 'R'.
012800         88  WS-PLAN-COMPLETE         VALUE 'C'.
012900     05  WS-REFUSED-SWITCH PIC X(01) VALUE 'N'.
013000         88  WS-RESUME-REFUSED        VALUE 'Y'.
013100         88  WS-RESUME-ALLOWED        VALUE 'N'.
013200*----------------------------------------------------------------
013300* CYCLE DATE FROM THE DATE CARD.
013400*----------------------------------------------------------------
013500 01  WS-CYCLE-DATE PIC 9(06) VALUE ZERO.
013600 01  WS-CYCLE-DATE-PARTS REDEFINES WS-CYCLE-DATE.
013700     05  WS-CYC-YY PIC 9(02).
013800     05  WS-CYC-MM PIC 9(02).
013900     05  WS-CYC-DD PIC 9(02).
014000*----------------------------------------------------------------
014100* THE CODE020 STEPS IN JOB ORDER: STEP NUMBER, THE PROGRAM ID IT
014200* LOGS UNDER, AND THE HIGHEST RETURN CODE THE CHAIN TREATS AS A
014300* CLEAN END FOR IT - ZERO WHERE A LATER STEP'S COND TESTS FOR
014400* ZERO, 4 WHERE 4 ONLY MEANS ALERTS WERE RAISED, 8 FOR THE
014500* SCORECARD, WHOSE RETURN CODE IS THE WORST VERDICT IT PRINTED.
014600* STEP005 (THE IEFBR14 PRE-ALLOCATION) LOGS NOTHING AND ALWAYS
014700* RUNS UNLESS THE WHOLE CYCLE IS STOPPED.
014800*----------------------------------------------------------------
014900 01  WS-STEP-DEF-TABLE.
015000     05  FILLER PIC 9(02) VALUE 10.
015100     05  FILLER PIC X(08) VALUE 'SET-20'.
015200     05  FILLER PIC 9(02) VALUE 00.
015300     05  FILLER PIC 9(02) VALUE 11.
015400     05  FILLER PIC X(08) VALUE 'SET-40'.
015500     05  FILLER PIC 9(02) VALUE 04.
015600     05  FILLER PIC 9(02) VALUE 12.
015700     05  FILLER PIC X(08) VALUE 'SET-24'.
015800     05  FILLER PIC 9(02) VALUE 00.
015900     05  FILLER PIC 9(02) VALUE 15.
016000     05  FILLER PIC X(08) VALUE 'SET-23'.
016100     05  FILLER PIC 9(02) VALUE 04.
016200     05  FILLER PIC 9(02) VALUE 17.
016300     05  FILLER PIC X(08) VALUE 'SET-41'.
016400     05  FILLER PIC 9(02) VALUE 04.
016500     05  FILLER PIC 9(02) VALUE 20.
016600     05  FILLER PIC X(08) VALUE 'SET-22'.
016700     05  FILLER PIC 9(02) VALUE 00.
016800     05  FILLER PIC 9(02) VALUE 25.
016900     05  FILLER PIC X(08) VALUE 'SET-28'.
017000     05  FILLER PIC 9(02) VALUE 00.
017100     05  FILLER PIC 9(02) VALUE 30.
017200     05  FILLER PIC X(08) VALUE 'SET-21'.
017300     05  FILLER PIC 9(02) VALUE 00.
017400     05  FILLER PIC 9(02) VALUE 35.
017500     05  FILLER PIC X(08) VALUE 'SET-36'.
017600     05  FILLER PIC 9(02) VALUE 00.
017700     05  FILLER PIC 9(02) VALUE 37.
017800     05  FILLER PIC X(08) VALUE 'SET-44'.
017900     05  FILLER PIC 9(02) VALUE 04.
017925     05  FILLER PIC 9(02) VALUE 38.
017950     05  FILLER PIC X(08) VALUE 'SET-49'.
017975     05  FILLER PIC 9(02) VALUE 04.
018000     05  FILLER PIC 9(02) VALUE 40.
018100     05  FILLER PIC X(08) VALUE 'SET-26'.
018200     05  FILLER PIC 9(02) VALUE 00.
018300     05  FILLER PIC 9(02) VALUE 45.
018400     05  FILLER PIC X(08) VALUE 'SET-42'.
018500     05  FILLER PIC 9(02) VALUE 00.
018520     05  FILLER PIC 9(02) VALUE 47.
018540     05  FILLER PIC X(08) VALUE 'SET-51'.
018560     05  FILLER PIC 9(02) VALUE 00.
018600     05  FILLER PIC 9(02) VALUE 50.
018700     05  FILLER PIC X(08) VALUE 'SET-33'.
018800     05  FILLER PIC 9(02) VALUE 08.
018900 01  WS-STEP-DEF-TBL REDEFINES WS-STEP-DEF-TABLE.
019000     05  WS-STEP-DEF OCCURS 15 TIMES.
019100         10  WS-STEP-NUMBER  PIC 9(02).
019200         10  WS-STEP-PROGRAM PIC X(08).
019300         10  WS-STEP-MAX-RC  PIC 9(02).
019400 77  WS-STEP-MAX PIC 9(03) COMP VALUE 15.
019500 77  WS-STEP-SUB PIC 9(03) COMP VALUE ZERO.
019600 77  WS-STEP-HIT PIC 9(03) COMP VALUE ZERO.
019700*----------------------------------------------------------------
019800* WHAT THE RUN LOG SAYS ABOUT EACH STEP - ITS LATEST ATTEMPT ONLY,
019900* SINCE ROWS COME BACK IN ATTEMPT ORDER AND EACH OVERWRITES THE
020000* LAST - AND WHAT THE CATALOG LISTING SAYS ABOUT ITS OUTPUTS.
020100*----------------------------------------------------------------
020200 01  WS-STEP-STATE-TABLE.
020300     05  WS-STEP-STATE OCCURS 15 TIMES.
020400         10  WS-STEP-ROW-STATE PIC X(01).
020500             88  WS-STEP-NOT-LOGGED        VALUE ' '.
020600             88  WS-STEP-STARTED           VALUE 'S'.
020700             88  WS-STEP-ENDED             VALUE 'E'.
020800         10  WS-STEP-ATTEMPT  PIC 9(03).
020900         10  WS-STEP-RC       PIC 9(02).
021000         10  WS-STEP-KIND     PIC X(01).
021100         10  WS-STEP-OUTPUTS  PIC 9(02) COMP.
021200         10  WS-STEP-MISSING  PIC 9(02) COMP.
021300         10  WS-STEP-CLEAN-SW PIC X(01).
021400             88  WS-STEP-CLEAN             VALUE 'Y'.
021500             88  WS-STEP-NOT-CLEAN         VALUE 'N'.
021600         10  WS-STEP-ACTION   PIC X(04).
021700         10  WS-STEP-REASON   PIC X(30).
021800*----------------------------------------------------------------
021900* THE DATED OUTPUT DATASETS EACH STEP CATALOGS, AS THE DATASET
022000* NAME UP TO THE CYCLE DATE - THE SAME NAMES STEP005 PRE-
022100* ALLOCATES. KEEP IN STEP WITH THE JCL WHEN A STEP GAINS OR LOSES
022200* A DATED OUTPUT. STEP025 UPDATES THE VSAM RESULTS MASTER IN
022300* PLACE AND CATALOGS NOTHING DATED.
022400*----------------------------------------------------------------
022500 01  WS-DSN-DEF-TABLE.
022600     05  FILLER PIC 9(02) VALUE 10.
022700     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET20.OUTPUT.D'.
022800     05  FILLER PIC 9(02) VALUE 10.
022900     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET20.EXCP.D'.
023000     05  FILLER PIC 9(02) VALUE 10.
023100     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET20.REJECT.D'.
023200     05  FILLER PIC 9(02) VALUE 10.
023300     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET20.REPORT.D'.
023400     05  FILLER PIC 9(02) VALUE 10.
023500     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET20.STATS.D'.
023600     05  FILLER PIC 9(02) VALUE 10.
023700     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET20.ALERT.D'.
023800     05  FILLER PIC 9(02) VALUE 11.
023900     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET40.ALERT.D'.
024000     05  FILLER PIC 9(02) VALUE 11.
024100     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET40.RESULT.D'.
024200     05  FILLER PIC 9(02) VALUE 11.
024300     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET40.REPORT.D'.
024400     05  FILLER PIC 9(02) VALUE 12.
024500     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET24.REPORT.D'.
024600     05  FILLER PIC 9(02) VALUE 12.
024700     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET24.RESULT.D'.
024800     05  FILLER PIC 9(02) VALUE 15.
024900     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET23.REPORT.D'.
025000     05  FILLER PIC 9(02) VALUE 15.
025100     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET23.RESULT.D'.
025200     05  FILLER PIC 9(02) VALUE 17.
025300     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET41.RESULT.D'.
025400     05  FILLER PIC 9(02) VALUE 17.
025500     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET41.REPORT.D'.
025600     05  FILLER PIC 9(02) VALUE 20.
025700     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET22.REPORT.D'.
025800     05  FILLER PIC 9(02) VALUE 30.
025900     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET21.WORDSTAT.D'.
026000     05  FILLER PIC 9(02) VALUE 35.
026100     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET36.LETTERS.D'.
026200     05  FILLER PIC 9(02) VALUE 35.
026300     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET36.REPORT.D'.
026400     05  FILLER PIC 9(02) VALUE 37.
026500     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET44.SUSPECT.D'.
026600     05  FILLER PIC 9(02) VALUE 37.
026700     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET44.ALERT.D'.
026800     05  FILLER PIC 9(02) VALUE 37.
026900     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET44.RESULT.D'.
027000     05  FILLER PIC 9(02) VALUE 37.
027100     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET44.REPORT.D'.
027120     05  FILLER PIC 9(02) VALUE 38.
027140     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET49.SAMPLE.D'.
027160     05  FILLER PIC 9(02) VALUE 38.
027180     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET49.WORKSHEET.D'.
027200     05  FILLER PIC 9(02) VALUE 40.
027300     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET26.LINGMSTR.D'.
027400     05  FILLER PIC 9(02) VALUE 40.
027500     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET26.REPORT.D'.
027600     05  FILLER PIC 9(02) VALUE 40.
027700     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET26.RESULT.D'.
027800     05  FILLER PIC 9(02) VALUE 45.
027900     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET42.READABLE.D'.
028000     05  FILLER PIC 9(02) VALUE 45.
028100     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET42.REPORT.D'.
028110     05  FILLER PIC 9(02) VALUE 47.
028120     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET51.EXTRACT.D'.
028130     05  FILLER PIC 9(02) VALUE 47.
028140     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET51.XMITCTL.D'.
028150     05  FILLER PIC 9(02) VALUE 47.
028160     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET51.REPORT.D'.
028200     05  FILLER PIC 9(02) VALUE 50.
028300     05  FILLER PIC X(30) VALUE 'CODEABBEY.SET33.SCORECARD.D'.
028400 01  WS-DSN-DEF-TBL REDEFINES WS-DSN-DEF-TABLE.
028500     05  WS-DSN-DEF OCCURS 34 TIMES.
028600         10  WS-DSN-STEP-NUMBER PIC 9(02).
028700         10  WS-DSN-PREFIX      PIC X(30).
028800 77  WS-DSN-MAX PIC 9(03) COMP VALUE 34.
028900 77  WS-DSN-SUB PIC 9(03) COMP VALUE ZERO.
029000 01  WS-DSN-STATE-TABLE.
029100     05  WS-DSN-STATE OCCURS 34 TIMES.
029200         10  WS-DSN-NAME      PIC X(44).
029300         10  WS-DSN-STEP-SUB  PIC 9(03) COMP.
029400         10  WS-DSN-FOUND-SW  PIC X(01).
029500             88  WS-DSN-FOUND              VALUE 'Y'.
029600             88  WS-DSN-NOT-FOUND          VALUE 'N'.
029700*----------------------------------------------------------------
029800* CATALOG LISTING WORK AREAS.
029900*----------------------------------------------------------------
030000 01  WS-CAT-LENGTH PIC 9(03) COMP VALUE ZERO.
030100 01  WS-CAT-LINE PIC X(121).
030200 01  WS-CAT-NAME PIC X(44).
030300 77  WS-CAT-LEAD PIC 9(03) COMP VALUE ZERO.
030400 77  WS-CAT-START PIC 9(03) COMP VALUE ZERO.
030500*----------------------------------------------------------------
030600* PARM CARD WORK AREAS AND THE FROM= OVERRIDE.
030700*----------------------------------------------------------------
030800 01  WS-PARM-REC PIC X(80).
030900 01  WS-PARM-KEYWORD PIC X(12).
031000 01  WS-PARM-VALUE PIC X(12).
031100 01  WS-FROM-TEXT PIC X(03).
031200 01  WS-FROM-STEP PIC 9(02) VALUE ZERO.
031300*----------------------------------------------------------------
031400* THE RESUME DECISION AND THE COUNTS FOR THE PLAN AND RUN LOG.
031500* WS-RESUME-SUB IS THE FIRST STEP TO RUN; ONE PAST THE LAST STEP
031600* WHEN NOTHING IS LEFT TO RUN.
031700*----------------------------------------------------------------
031800 01  WS-RESUME-SUB PIC 9(03) COMP VALUE ZERO.
031900 01  WS-FIRST-UNCLEAN-SUB PIC 9(03) COMP VALUE ZERO.
032000 01  WS-PLAN-RC PIC 9(02) VALUE ZERO.
032100 01  WS-ROW-COUNT PIC 9(05) COMP VALUE ZERO.
032200 01  WS-CHAIN-ROW-COUNT PIC 9(05) COMP VALUE ZERO.
032300 01  WS-CAT-FOUND-COUNT PIC 9(05) COMP VALUE ZERO.
032400 01  WS-SKIP-COUNT PIC 9(05) COMP VALUE ZERO.
032500 01  WS-RUN-COUNT PIC 9(05) COMP VALUE ZERO.
032600 01  WS-BLOCK-COUNT PIC 9(05) COMP VALUE ZERO.
032700*----------------------------------------------------------------
032800* REPORT BUILDING AREAS.
032900*----------------------------------------------------------------
033000 01  WS-PRINT-LINE PIC X(80).
033100 01  WS-EDIT-COUNT PIC 9(05).
033200 01  WS-EDIT-DATE PIC 9(06).
033300 01  WS-EDIT-STEP PIC 9(03).
033400 01  WS-EDIT-RC PIC 9(02).
033500 01  WS-STEP-NAME PIC X(07).
033600 01  WS-STATE-SHOWN PIC X(07).
033700 01  WS-ATTEMPT-SHOWN PIC X(03).
033800 01  WS-RC-SHOWN PIC X(02).
033900 01  WS-OUTPUTS-SHOWN PIC X(10).
034000*----------------------------------------------------------------
034100* NAME OF THE FILE CURRENTLY BEING OPENED, FOR THE ABEND MESSAGE
034200* IN 9900-ABEND-ON-OPEN-ERROR BELOW.
034300*----------------------------------------------------------------
034400 01  WS-ABEND-FILE-NAME PIC X(08).
034500*----------------------------------------------------------------
034600* PARAMETER BLOCK FOR THE CODEABBEY-SET-30 RUN-LOG RECORDER -
034700* SEE 1030-LOG-RUN-START AND 9800-LOG-RUN-END.
034800*----------------------------------------------------------------
034900     COPY RUNLPARM.
035000 PROCEDURE DIVISION.
035100*----------------------------------------------------------------
035200* 0000-MAINLINE - OVERALL FLOW OF CONTROL FOR THE RUN.
035300*----------------------------------------------------------------
035400 0000-MAINLINE.
035500     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
035600     PERFORM 2000-WALK-RUN-LOG THRU 2000-WALK-RUN-LOG-EXIT.
035700     PERFORM 3000-READ-CATALOG-LIST
035800         THRU 3000-READ-CATALOG-LIST-EXIT.
035900     PERFORM 4000-CHOOSE-RESUME-POINT
036000         THRU 4000-CHOOSE-RESUME-POINT-EXIT.
036100     PERFORM 5000-CHECK-SKIPPED-STEPS
036200         THRU 5000-CHECK-SKIPPED-STEPS-EXIT.
036300     PERFORM 6000-PRINT-PLAN THRU 6000-PRINT-PLAN-EXIT.
036400     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
036500     STOP RUN.
036600*----------------------------------------------------------------
036700* 1000-INITIALIZE - DATE CARD, RUN LOG, PARM CARD, THE CYCLE'S
036800*     DATASET NAMES, AND THE REPORT HEADING.
036900*----------------------------------------------------------------
037000 1000-INITIALIZE.
037100     PERFORM 1050-READ-DATE-CARD THRU 1050-READ-DATE-CARD-EXIT.
037200     PERFORM 1030-LOG-RUN-START THRU 1030-LOG-RUN-START-EXIT.
037300     PERFORM 1100-READ-PARM-CARDS THRU 1100-READ-PARM-CARDS-EXIT.
037400     PERFORM 1260-CLEAR-ONE-STEP THRU 1260-CLEAR-ONE-STEP-EXIT
037500         VARYING WS-STEP-SUB FROM 1 BY 1
037600         UNTIL WS-STEP-SUB > WS-STEP-MAX.
037700     PERFORM 1200-BUILD-DSN-NAME THRU 1200-BUILD-DSN-NAME-EXIT
037800         VARYING WS-DSN-SUB FROM 1 BY 1
037900         UNTIL WS-DSN-SUB > WS-DSN-MAX.
038000     OPEN OUTPUT REPTFILE.
038100     IF NOT WS-REPTFILE-OK
038200         MOVE 'REPTFILE' TO WS-ABEND-FILE-NAME
038300         PERFORM 9900-ABEND-ON-OPEN-ERROR
038400     END-IF.
038500     MOVE '********************************************'
038600         TO WS-PRINT-LINE.
038700     PERFORM 9050-WRITE-REPORT-LINE
038800         THRU 9050-WRITE-REPORT-LINE-EXIT.
038900     MOVE '*  CODEABBEY-SET-47 CYCLE RESUME PLAN       *'
039000         TO WS-PRINT-LINE.
039100     PERFORM 9050-WRITE-REPORT-LINE
039200         THRU 9050-WRITE-REPORT-LINE-EXIT.
039300     MOVE '********************************************'
039400         TO WS-PRINT-LINE.
039500     PERFORM 9050-WRITE-REPORT-LINE
039600         THRU 9050-WRITE-REPORT-LINE-EXIT.
039700     MOVE WS-CYCLE-DATE TO WS-EDIT-DATE.
039800     MOVE SPACES TO WS-PRINT-LINE.
039900     STRING 'CYCLE DATE ............: ' DELIMITED BY SIZE
040000         WS-EDIT-DATE DELIMITED BY SIZE
040100         INTO WS-PRINT-LINE.
040200     PERFORM 9050-WRITE-REPORT-LINE
040300         THRU 9050-WRITE-REPORT-LINE-EXIT.
040400     MOVE RUNLPARM-ATTEMPT TO WS-EDIT-STEP.
040500     MOVE SPACES TO WS-PRINT-LINE.
040600     STRING 'SUBMISSION ............: ' DELIMITED BY SIZE
040700         WS-EDIT-STEP DELIMITED BY SIZE
040800         INTO WS-PRINT-LINE.
040900     PERFORM 9050-WRITE-REPORT-LINE
041000         THRU 9050-WRITE-REPORT-LINE-EXIT.
041100 1000-INITIALIZE-EXIT.
041200     EXIT.
041300*----------------------------------------------------------------
041400* 1030-LOG-RUN-START - CLAIM THIS RUN'S ATTEMPT NUMBER ON THE
041500*     CHAIN-WIDE RUN LOG. THIS PROGRAM'S OWN ROWS ARE NOT ONE OF
041600*     THE STEPS IT LOOKS FOR, SO LOGGING FIRST CHANGES NOTHING;
041700*     THE ATTEMPT NUMBER DOUBLES AS THE SUBMISSION COUNT.
041800*----------------------------------------------------------------
041900 1030-LOG-RUN-START.
042000     SET RUNLPARM-LOG-START TO TRUE.
042100     MOVE 'SET-47' TO RUNLPARM-PROGRAM.
042200     MOVE WS-CYCLE-DATE TO RUNLPARM-CYCLE-DATE.
042300     SET RUNLPARM-FRESH-START TO TRUE.
042400     MOVE ZERO TO RUNLPARM-ATTEMPT RUNLPARM-READ-COUNT
042500         RUNLPARM-WRITE-COUNT RUNLPARM-REJ-COUNT
042600         RUNLPARM-RETURN-CODE.
042700     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
042800 1030-LOG-RUN-START-EXIT.
042900     EXIT.
043000*----------------------------------------------------------------
043100* 1050-READ-DATE-CARD - THE CYCLE DATE IS THE KEY INTO THE RUN
043200*     LOG AND PART OF EVERY DATED DATASET NAME, SO THIS CARD IS
043300*     MANDATORY AND MUST BE A REAL YYMMDD DATE.
043400*----------------------------------------------------------------
043500 1050-READ-DATE-CARD.
043600     OPEN INPUT DATEFILE.
043700     IF NOT WS-DATEFILE-OK
043800         MOVE 'DATEFILE' TO WS-ABEND-FILE-NAME
043900         PERFORM 9900-ABEND-ON-OPEN-ERROR
044000     END-IF.
044100     READ DATEFILE
044200         AT END
044300             DISPLAY '*** DATEFILE IS EMPTY - THE CYCLE DATE'
044400                 ' KEYS THE RUN LOG - JOB ABENDING ***'
044500             MOVE 99 TO RETURN-CODE
044600             STOP RUN
044700     END-READ.
044800     IF DATE-REC (1:6) IS NUMERIC
044900         MOVE DATE-REC (1:6) TO WS-CYCLE-DATE
045000     END-IF.
045100     CLOSE DATEFILE.
045200     IF WS-CYC-MM < 1 OR WS-CYC-MM > 12
045300         OR WS-CYC-DD < 1 OR WS-CYC-DD > 31
045400         DISPLAY '*** DATEFILE CARD IS NOT A YYMMDD DATE'
045500             ' - JOB ABENDING ***'
045600         MOVE 99 TO RETURN-CODE
045700         STOP RUN
045800     END-IF.
045900 1050-READ-DATE-CARD-EXIT.
046000     EXIT.
046100*----------------------------------------------------------------
046200* 1100-READ-PARM-CARDS - FROM=STEPNNN (OR JUST NNN). THE DD MAY BE
046300*     EMPTY OR ABSENT; THE RUN LOG THEN DECIDES ON ITS OWN.
046400*----------------------------------------------------------------
046500 1100-READ-PARM-CARDS.
046600     OPEN INPUT PARMFILE.
046700     IF NOT WS-PARMFILE-OK
046800         GO TO 1100-READ-PARM-CARDS-EXIT
046900     END-IF.
047000     PERFORM 1150-PROCESS-ONE-PARM-CARD
047100         THRU 1150-PROCESS-ONE-PARM-CARD-EXIT
047200         UNTIL WS-PARM-AT-EOF.
047300     CLOSE PARMFILE.
047400 1100-READ-PARM-CARDS-EXIT.
047500     EXIT.
047600*----------------------------------------------------------------
047700* 1150-PROCESS-ONE-PARM-CARD - ONE KEYWORD=VALUE CARD. THE STEP
047800*     NAMED ON A FROM= CARD MUST BE ONE OF THE CHAIN STEPS IN THE
047900*     TABLE ABOVE.
048000*----------------------------------------------------------------
048100 1150-PROCESS-ONE-PARM-CARD.
048200     READ PARMFILE INTO WS-PARM-REC
048300         AT END
048400             SET WS-PARM-AT-EOF TO TRUE
048500             GO TO 1150-PROCESS-ONE-PARM-CARD-EXIT
048600     END-READ.
048700     IF WS-PARM-REC = SPACES OR WS-PARM-REC (1:1) = '*'
048800         GO TO 1150-PROCESS-ONE-PARM-CARD-EXIT
048900     END-IF.
049000     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
049100     UNSTRING WS-PARM-REC DELIMITED BY '='
049200         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
049300     IF WS-PARM-VALUE (1:4) = 'STEP'
049400         MOVE WS-PARM-VALUE (5:3) TO WS-FROM-TEXT
049500     ELSE
049600         MOVE WS-PARM-VALUE (1:3) TO WS-FROM-TEXT
049700     END-IF.
049800     EVALUATE WS-PARM-KEYWORD
049900         WHEN 'FROM'
050000             MOVE ZERO TO WS-STEP-HIT
050100             IF WS-FROM-TEXT IS NUMERIC
050200                     AND WS-FROM-TEXT (1:1) = '0'
050300                 MOVE WS-FROM-TEXT (2:2) TO WS-FROM-STEP
050400                 PERFORM 1160-FIND-FROM-STEP
050500                     THRU 1160-FIND-FROM-STEP-EXIT
050600                     VARYING WS-STEP-SUB FROM 1 BY 1
050700                     UNTIL WS-STEP-SUB > WS-STEP-MAX
050800                     OR WS-STEP-HIT > ZERO
050900             END-IF
051000             IF WS-STEP-HIT = ZERO
051100                 MOVE ZERO TO WS-FROM-STEP
051200                 DISPLAY 'PARM CARD VALUE NOT USABLE, IGNORED: '
051300                     WS-PARM-REC (1:40)
051400             END-IF
051500         WHEN OTHER
051600             DISPLAY 'PARM CARD NOT UNDERSTOOD, IGNORED: '
051700                 WS-PARM-REC (1:40)
051800     END-EVALUATE.
051900 1150-PROCESS-ONE-PARM-CARD-EXIT.
052000     EXIT.
052020*----------------------------------------------------------------
052040* 1160-FIND-FROM-STEP - NOTE THE TABLE SLOT OF THE STEP NAMED ON
052060*     THE FROMSTEP= CARD.
052080*----------------------------------------------------------------
052100 1160-FIND-FROM-STEP.
052200     IF WS-STEP-NUMBER (WS-STEP-SUB) = WS-FROM-STEP
052300         MOVE WS-STEP-SUB TO WS-STEP-HIT
052400     END-IF.
052500 1160-FIND-FROM-STEP-EXIT.
052600     EXIT.
052700*----------------------------------------------------------------
052800* 1200-BUILD-DSN-NAME - ONE DATED OUTPUT: THE FULL DATASET NAME
052900*     FOR THIS CYCLE, AND THE SLOT OF THE STEP THAT CATALOGS IT.
053000*     1260 STARTS EVERY STEP OUT NOT LOGGED, BEFORE THE FIRST.
053100*----------------------------------------------------------------
053200 1200-BUILD-DSN-NAME.
053300     MOVE SPACES TO WS-DSN-NAME (WS-DSN-SUB).
053400     STRING WS-DSN-PREFIX (WS-DSN-SUB) DELIMITED BY SPACE
053500         WS-CYCLE-DATE DELIMITED BY SIZE
053600         INTO WS-DSN-NAME (WS-DSN-SUB).
053700     SET WS-DSN-NOT-FOUND (WS-DSN-SUB) TO TRUE.
053800     MOVE ZERO TO WS-STEP-HIT.
053900     PERFORM 1250-FIND-DSN-STEP THRU 1250-FIND-DSN-STEP-EXIT
054000         VARYING WS-STEP-SUB FROM 1 BY 1
054100         UNTIL WS-STEP-SUB > WS-STEP-MAX
054200         OR WS-STEP-HIT > ZERO.
054300     MOVE WS-STEP-HIT TO WS-DSN-STEP-SUB (WS-DSN-SUB).
054400     ADD 1 TO WS-STEP-OUTPUTS (WS-STEP-HIT).
054500 1200-BUILD-DSN-NAME-EXIT.
054600     EXIT.
054620*----------------------------------------------------------------
054640* 1250-FIND-DSN-STEP - NOTE THE TABLE SLOT OF THE STEP THAT
054660*     CATALOGS THE DATED OUTPUT IN HAND.
054680*----------------------------------------------------------------
054700 1250-FIND-DSN-STEP.
054800     IF WS-STEP-NUMBER (WS-STEP-SUB) = WS-DSN-STEP-NUMBER
054900             (WS-DSN-SUB)
055000         MOVE WS-STEP-SUB TO WS-STEP-HIT
055100     END-IF.
055200 1250-FIND-DSN-STEP-EXIT.
055300     EXIT.
055320*----------------------------------------------------------------
055340* 1260-CLEAR-ONE-STEP - START ONE STEP'S ROW OUT NOT LOGGED, WITH
055360*     NO ATTEMPT, RETURN CODE, OUTPUTS, ACTION OR REASON.
055380*----------------------------------------------------------------
055400 1260-CLEAR-ONE-STEP.
055500     MOVE SPACE TO WS-STEP-ROW-STATE (WS-STEP-SUB).
055600     MOVE ZERO TO WS-STEP-ATTEMPT (WS-STEP-SUB)
055700         WS-STEP-RC (WS-STEP-SUB)
055800         WS-STEP-OUTPUTS (WS-STEP-SUB)
055900         WS-STEP-MISSING (WS-STEP-SUB).
056000     MOVE SPACE TO WS-STEP-KIND (WS-STEP-SUB).
056100     SET WS-STEP-NOT-CLEAN (WS-STEP-SUB) TO TRUE.
056200     MOVE SPACES TO WS-STEP-ACTION (WS-STEP-SUB)
056300         WS-STEP-REASON (WS-STEP-SUB).
056400 1260-CLEAR-ONE-STEP-EXIT.
056500     EXIT.
056600*----------------------------------------------------------------
056700* 2000-WALK-RUN-LOG - EVERY LOG ROW FOR THE CYCLE DATE. A ROW FOR
056800*     ONE OF THE CHAIN STEPS OVERWRITES THAT STEP'S STATE; ROWS
056900*     FOR ANY OTHER PROGRAM (THE ON-DEMAND JOBS, THIS ONE) ARE
057000*     COUNTED AND PASSED OVER.
057100*----------------------------------------------------------------
057200 2000-WALK-RUN-LOG.
057300     OPEN INPUT RUNLFILE.
057400     IF NOT WS-RUNLFILE-OK
057500         MOVE 'RUNLFILE' TO WS-ABEND-FILE-NAME
057600         PERFORM 9900-ABEND-ON-OPEN-ERROR
057700     END-IF.
057800     SET WS-WALK-NOT-DONE TO TRUE.
057900     MOVE WS-CYCLE-DATE TO RUNLREC-CYCLE-DATE.
058000     MOVE LOW-VALUES    TO RUNLREC-PROGRAM.
058100     MOVE ZERO          TO RUNLREC-ATTEMPT.
058200     START RUNLFILE KEY NOT < RUNLREC-KEY
058300         INVALID KEY
058400             SET WS-WALK-DONE TO TRUE
058500     END-START.
058600     PERFORM 2100-TAKE-ONE-ROW THRU 2100-TAKE-ONE-ROW-EXIT
058700         UNTIL WS-WALK-DONE.
058800     CLOSE RUNLFILE.
058900 2000-WALK-RUN-LOG-EXIT.
059000     EXIT.
059100*----------------------------------------------------------------
059200* 2100-TAKE-ONE-ROW - NEXT LOG ROW; STOP WHEN THE DATE CHANGES.
059300*----------------------------------------------------------------
059400 2100-TAKE-ONE-ROW.
059500     READ RUNLFILE NEXT RECORD
059600         AT END
059700             SET WS-WALK-DONE TO TRUE
059800             GO TO 2100-TAKE-ONE-ROW-EXIT
059900     END-READ.
060000     IF RUNLREC-CYCLE-DATE NOT = WS-CYCLE-DATE
060100         SET WS-WALK-DONE TO TRUE
060200         GO TO 2100-TAKE-ONE-ROW-EXIT
060300     END-IF.
060400     ADD 1 TO WS-ROW-COUNT.
060500     MOVE ZERO TO WS-STEP-HIT.
060600     PERFORM 2150-FIND-ROW-STEP THRU 2150-FIND-ROW-STEP-EXIT
060700         VARYING WS-STEP-SUB FROM 1 BY 1
060800         UNTIL WS-STEP-SUB > WS-STEP-MAX
060900         OR WS-STEP-HIT > ZERO.
061000     IF WS-STEP-HIT = ZERO
061100         GO TO 2100-TAKE-ONE-ROW-EXIT
061200     END-IF.
061300     ADD 1 TO WS-CHAIN-ROW-COUNT.
061400     MOVE RUNLREC-STATUS TO WS-STEP-ROW-STATE (WS-STEP-HIT).
061500     MOVE RUNLREC-ATTEMPT TO WS-STEP-ATTEMPT (WS-STEP-HIT).
061600     MOVE RUNLREC-RETURN-CODE TO WS-STEP-RC (WS-STEP-HIT).
061700     MOVE RUNLREC-RESTART-FLAG TO WS-STEP-KIND (WS-STEP-HIT).
061800 2100-TAKE-ONE-ROW-EXIT.
061900     EXIT.
061920*----------------------------------------------------------------
061940* 2150-FIND-ROW-STEP - NOTE THE TABLE SLOT OF THE CHAIN STEP THAT
061960*     WROTE THE RUN-LOG ROW IN HAND.
061980*----------------------------------------------------------------
062000 2150-FIND-ROW-STEP.
062100     IF WS-STEP-PROGRAM (WS-STEP-SUB) = RUNLREC-PROGRAM
062200         MOVE WS-STEP-SUB TO WS-STEP-HIT
062300     END-IF.
062400 2150-FIND-ROW-STEP-EXIT.
062500     EXIT.
062600*----------------------------------------------------------------
062700* 3000-READ-CATALOG-LIST - MARK EVERY DATED OUTPUT THE LISTCAT
062800*     STEP FOUND CATALOGED, THEN COUNT THE MISSING ONES AGAINST
062900*     THE STEP THAT WRITES THEM.
063000*----------------------------------------------------------------
063100 3000-READ-CATALOG-LIST.
063200     OPEN INPUT CATLIST.
063300     IF NOT WS-CATLIST-OK
063400         MOVE 'CATLIST' TO WS-ABEND-FILE-NAME
063500         PERFORM 9900-ABEND-ON-OPEN-ERROR
063600     END-IF.
063700     PERFORM 3100-TAKE-ONE-CAT-LINE
063800         THRU 3100-TAKE-ONE-CAT-LINE-EXIT
063900         UNTIL WS-CAT-AT-EOF.
064000     CLOSE CATLIST.
064100     PERFORM 3200-COUNT-ONE-MISSING
064200         THRU 3200-COUNT-ONE-MISSING-EXIT
064300         VARYING WS-DSN-SUB FROM 1 BY 1
064400         UNTIL WS-DSN-SUB > WS-DSN-MAX.
064500 3000-READ-CATALOG-LIST-EXIT.
064600     EXIT.
064700*----------------------------------------------------------------
064800* 3100-TAKE-ONE-CAT-LINE - ONE LISTING LINE. ONLY THE ENTRY LINES
064900*     CARRY THE '------- ' MARKER; THE DATASET NAME FOLLOWS IT.
065000*     EVERYTHING ELSE (HEADINGS, MESSAGES, TOTALS) IS PASSED OVER.
065100*----------------------------------------------------------------
065200 3100-TAKE-ONE-CAT-LINE.
065300     READ CATLIST
065400         AT END
065500             SET WS-CAT-AT-EOF TO TRUE
065600             GO TO 3100-TAKE-ONE-CAT-LINE-EXIT
065700     END-READ.
065800     MOVE SPACES TO WS-CAT-LINE.
065900     IF WS-CAT-LENGTH > ZERO AND WS-CAT-LENGTH NOT > 121
066000         MOVE CAT-REC (1:WS-CAT-LENGTH) TO WS-CAT-LINE
066100     END-IF.
066200     MOVE ZERO TO WS-CAT-LEAD.
066300     INSPECT WS-CAT-LINE TALLYING WS-CAT-LEAD
066400         FOR CHARACTERS BEFORE INITIAL '------- '.
066500     IF WS-CAT-LEAD > 70
066600         GO TO 3100-TAKE-ONE-CAT-LINE-EXIT
066700     END-IF.
066800     ADD 9 WS-CAT-LEAD GIVING WS-CAT-START.
066900     MOVE SPACES TO WS-CAT-NAME.
067000     UNSTRING WS-CAT-LINE (WS-CAT-START:) DELIMITED BY SPACE
067100         INTO WS-CAT-NAME.
067200     PERFORM 3150-MATCH-ONE-DSN THRU 3150-MATCH-ONE-DSN-EXIT
067300         VARYING WS-DSN-SUB FROM 1 BY 1
067400         UNTIL WS-DSN-SUB > WS-DSN-MAX.
067500 3100-TAKE-ONE-CAT-LINE-EXIT.
067600     EXIT.
067620*----------------------------------------------------------------
067640* 3150-MATCH-ONE-DSN - MARK THE DATED OUTPUT FOUND WHEN IT IS THE
067660*     DATASET ON THE CATALOG LINE IN HAND.
067680*----------------------------------------------------------------
067700 3150-MATCH-ONE-DSN.
067800     IF WS-DSN-NAME (WS-DSN-SUB) = WS-CAT-NAME
067900             AND WS-DSN-NOT-FOUND (WS-DSN-SUB)
068000         SET WS-DSN-FOUND (WS-DSN-SUB) TO TRUE
068100         ADD 1 TO WS-CAT-FOUND-COUNT
068200     END-IF.
068300 3150-MATCH-ONE-DSN-EXIT.
068400     EXIT.
068420*----------------------------------------------------------------
068440* 3200-COUNT-ONE-MISSING - A DATED OUTPUT NOT FOUND ON THE
068460*     CATALOG COUNTS AS MISSING AGAINST THE STEP THAT WRITES IT.
068480*----------------------------------------------------------------
068500 3200-COUNT-ONE-MISSING.
068600     IF WS-DSN-NOT-FOUND (WS-DSN-SUB)
068700         MOVE WS-DSN-STEP-SUB (WS-DSN-SUB) TO WS-STEP-SUB
068800         ADD 1 TO WS-STEP-MISSING (WS-STEP-SUB)
068900     END-IF.
069000 3200-COUNT-ONE-MISSING-EXIT.
069100     EXIT.
069200*----------------------------------------------------------------
069300* 4000-CHOOSE-RESUME-POINT - A CYCLE WITH NO CHAIN ROWS AT ALL IS
069400*     A FIRST RUN: EVERYTHING RUNS. OTHERWISE THE RESUME POINT IS
069500*     THE FIRST STEP IN JOB ORDER WHOSE LATEST ATTEMPT DID NOT END
069600*     CLEANLY; WHEN EVERY STEP DID, THE CYCLE IS COMPLETE. A
069700*     FROM= CARD THEN TAKES PRECEDENCE, SUBJECT TO THE CHECKS IN
069800*     5000 LIKE ANY OTHER RESUME POINT.
069900*----------------------------------------------------------------
070000 4000-CHOOSE-RESUME-POINT.
070100     PERFORM 4100-JUDGE-ONE-STEP THRU 4100-JUDGE-ONE-STEP-EXIT
070200         VARYING WS-STEP-SUB FROM 1 BY 1
070300         UNTIL WS-STEP-SUB > WS-STEP-MAX.
070400     ADD 1 WS-STEP-MAX GIVING WS-FIRST-UNCLEAN-SUB.
070500     PERFORM 4200-FIND-FIRST-UNCLEAN
070600         THRU 4200-FIND-FIRST-UNCLEAN-EXIT
070700         VARYING WS-STEP-SUB FROM 1 BY 1
070800         UNTIL WS-STEP-SUB > WS-STEP-MAX
070900         OR WS-FIRST-UNCLEAN-SUB NOT > WS-STEP-MAX.
071000     MOVE WS-FIRST-UNCLEAN-SUB TO WS-RESUME-SUB.
071100     IF WS-CHAIN-ROW-COUNT = ZERO
071200         SET WS-PLAN-FULL-RUN TO TRUE
071300     ELSE
071400         IF WS-RESUME-SUB > WS-STEP-MAX
071500             SET WS-PLAN-COMPLETE TO TRUE
071600         ELSE
071700             SET WS-PLAN-RESUME TO TRUE
071800         END-IF
071900     END-IF.
072000     IF WS-FROM-STEP > ZERO
072100         MOVE ZERO TO WS-STEP-HIT
072200         PERFORM 1160-FIND-FROM-STEP THRU 1160-FIND-FROM-STEP-EXIT
072300             VARYING WS-STEP-SUB FROM 1 BY 1
072400             UNTIL WS-STEP-SUB > WS-STEP-MAX
072500             OR WS-STEP-HIT > ZERO
072600         MOVE WS-STEP-HIT TO WS-RESUME-SUB
072700         SET WS-PLAN-RESUME TO TRUE
072800     END-IF.
072900 4000-CHOOSE-RESUME-POINT-EXIT.
073000     EXIT.
073100*----------------------------------------------------------------
073200* 4100-JUDGE-ONE-STEP - CLEAN MEANS THE LATEST ATTEMPT REACHED ITS
073300*     END CALL WITH A RETURN CODE NO HIGHER THAN THE STEP ALLOWS.
073400*----------------------------------------------------------------
073500 4100-JUDGE-ONE-STEP.
073600     IF WS-STEP-ENDED (WS-STEP-SUB)
073700             AND WS-STEP-RC (WS-STEP-SUB)
073800                 NOT > WS-STEP-MAX-RC (WS-STEP-SUB)
073900         SET WS-STEP-CLEAN (WS-STEP-SUB) TO TRUE
074000     ELSE
074100         SET WS-STEP-NOT-CLEAN (WS-STEP-SUB) TO TRUE
074200     END-IF.
074300 4100-JUDGE-ONE-STEP-EXIT.
074400     EXIT.
074500*----------------------------------------------------------------
074600* 4200-FIND-FIRST-UNCLEAN - THE EARLIEST STEP NOT CLEAN; THE
074700*     WALK STOPS AT IT.
074800*----------------------------------------------------------------
074900 4200-FIND-FIRST-UNCLEAN.
075000     IF WS-STEP-NOT-CLEAN (WS-STEP-SUB)
075100         MOVE WS-STEP-SUB TO WS-FIRST-UNCLEAN-SUB
075200     END-IF.
075300 4200-FIND-FIRST-UNCLEAN-EXIT.
075400     EXIT.
075500*----------------------------------------------------------------
075600* 5000-CHECK-SKIPPED-STEPS - EVERY STEP AHEAD OF THE RESUME POINT
075700*     WILL BE SKIPPED, AND THE STEPS AFTER IT WILL READ WHAT IT
075800*     LEFT BEHIND. SKIPPING ONE STILL MARKED STARTED, ONE THAT
075900*     NEVER RAN OR ENDED WITH TOO HIGH A RETURN CODE, OR ONE WHOSE
076000*     DATED OUTPUTS ARE GONE FROM THE CATALOG REFUSES THE RESUME.
076100*     THE STEPS FROM THE RESUME POINT ON ARE MARKED TO RUN.
076200*----------------------------------------------------------------
076300 5000-CHECK-SKIPPED-STEPS.
076400     PERFORM 5100-CHECK-ONE-STEP THRU 5100-CHECK-ONE-STEP-EXIT
076500         VARYING WS-STEP-SUB FROM 1 BY 1
076600         UNTIL WS-STEP-SUB > WS-STEP-MAX.
076700     IF WS-BLOCK-COUNT > ZERO
076800         SET WS-RESUME-REFUSED TO TRUE
076900     END-IF.
077000 5000-CHECK-SKIPPED-STEPS-EXIT.
077100     EXIT.
077110*----------------------------------------------------------------
077120* 5100-CHECK-ONE-STEP - EVERY STEP FROM THE RESUME POINT ON RUNS.
077130*     A STEP BEFORE IT IS SKIPPED, UNLESS ITS ROW IS STILL
077140*     STARTED, NOTHING WAS LOGGED, ITS RETURN CODE IS TOO HIGH OR
077150*     AN OUTPUT IS MISSING - THEN IT STOPS THE RESUME AND THE
077160*     REASON IS KEPT.
077170*----------------------------------------------------------------
077200 5100-CHECK-ONE-STEP.
077300     IF WS-STEP-SUB NOT < WS-RESUME-SUB
077400         MOVE 'RUN ' TO WS-STEP-ACTION (WS-STEP-SUB)
077500         ADD 1 TO WS-RUN-COUNT
077600         GO TO 5100-CHECK-ONE-STEP-EXIT
077700     END-IF.
077800     MOVE 'SKIP' TO WS-STEP-ACTION (WS-STEP-SUB).
077900     ADD 1 TO WS-SKIP-COUNT.
078000     IF WS-STEP-STARTED (WS-STEP-SUB)
078100         MOVE 'ROW STILL IN STARTED STATE'
078200             TO WS-STEP-REASON (WS-STEP-SUB)
078300     ELSE
078400         IF WS-STEP-NOT-LOGGED (WS-STEP-SUB)
078500             MOVE 'NO RUN LOGGED FOR THE CYCLE'
078600                 TO WS-STEP-REASON (WS-STEP-SUB)
078700         ELSE
078800             IF WS-STEP-NOT-CLEAN (WS-STEP-SUB)
078900                 MOVE 'RETURN CODE TOO HIGH TO SKIP'
079000                     TO WS-STEP-REASON (WS-STEP-SUB)
079100             ELSE
079200                 IF WS-STEP-MISSING (WS-STEP-SUB) > ZERO
079300                     MOVE 'OUTPUT DATASETS MISSING'
079400                         TO WS-STEP-REASON (WS-STEP-SUB)
079500                 END-IF
079600             END-IF
079700         END-IF
079800     END-IF.
079900     IF WS-STEP-REASON (WS-STEP-SUB) NOT = SPACES
080000         MOVE 'STOP' TO WS-STEP-ACTION (WS-STEP-SUB)
080100         ADD 1 TO WS-BLOCK-COUNT
080200     END-IF.
080300 5100-CHECK-ONE-STEP-EXIT.
080400     EXIT.
080500*----------------------------------------------------------------
080600* 6000-PRINT-PLAN - ONE LINE PER STEP IN JOB ORDER: WHAT THE RUN
080700*     LOG AND THE CATALOG SAY ABOUT IT AND WHAT HAPPENS TO IT NOW.
080800*     A STEP THAT BLOCKS THE RESUME IS FOLLOWED BY ITS REASON AND
080900*     ANY OF ITS DATASETS NOT CATALOGED.
081000*----------------------------------------------------------------
081100 6000-PRINT-PLAN.
081200     MOVE WS-ROW-COUNT TO WS-EDIT-COUNT.
081300     MOVE SPACES TO WS-PRINT-LINE.
081400     STRING 'RUN-LOG ROWS READ .....: ' DELIMITED BY SIZE
081500         WS-EDIT-COUNT DELIMITED BY SIZE
081600         INTO WS-PRINT-LINE.
081700     PERFORM 9050-WRITE-REPORT-LINE
081800         THRU 9050-WRITE-REPORT-LINE-EXIT.
081900     MOVE WS-CAT-FOUND-COUNT TO WS-EDIT-COUNT.
082000     MOVE SPACES TO WS-PRINT-LINE.
082100     STRING 'DATED DATASETS FOUND ..: ' DELIMITED BY SIZE
082200         WS-EDIT-COUNT DELIMITED BY SIZE
082300         INTO WS-PRINT-LINE.
082400     PERFORM 9050-WRITE-REPORT-LINE
082500         THRU 9050-WRITE-REPORT-LINE-EXIT.
082600     IF WS-FROM-STEP > ZERO
082700         MOVE WS-FROM-STEP TO WS-EDIT-STEP
082800         MOVE SPACES TO WS-PRINT-LINE
082900         STRING 'FROM= OVERRIDE ........: STEP' DELIMITED BY SIZE
083000             WS-EDIT-STEP DELIMITED BY SIZE
083100             INTO WS-PRINT-LINE
083200         PERFORM 9050-WRITE-REPORT-LINE
083300             THRU 9050-WRITE-REPORT-LINE-EXIT
083400     END-IF.
083500     MOVE SPACES TO WS-PRINT-LINE.
083600     PERFORM 9050-WRITE-REPORT-LINE
083700         THRU 9050-WRITE-REPORT-LINE-EXIT.
083800     MOVE 'STEP    PROGRAM  ATT STATE   RC OUTPUTS    ACTION'
083900         TO WS-PRINT-LINE.
084000     PERFORM 9050-WRITE-REPORT-LINE
084100         THRU 9050-WRITE-REPORT-LINE-EXIT.
084200     PERFORM 6100-PRINT-ONE-STEP THRU 6100-PRINT-ONE-STEP-EXIT
084300         VARYING WS-STEP-SUB FROM 1 BY 1
084400         UNTIL WS-STEP-SUB > WS-STEP-MAX.
084500 6000-PRINT-PLAN-EXIT.
084600     EXIT.
084610*----------------------------------------------------------------
084620* 6100-PRINT-ONE-STEP - ONE STEP'S PLAN LINE - ITS LATEST
084630*     ATTEMPT, STATE, RETURN CODE, OUTPUTS AND ACTION - AND, WHEN
084640*     IT BLOCKS THE RESUME, THE REASON AND ITS DATASETS NOT
084650*     CATALOGED.
084660*----------------------------------------------------------------
084700 6100-PRINT-ONE-STEP.
084800     MOVE WS-STEP-NUMBER (WS-STEP-SUB) TO WS-EDIT-STEP.
084900     MOVE SPACES TO WS-STEP-NAME.
085000     STRING 'STEP' DELIMITED BY SIZE
085100         WS-EDIT-STEP DELIMITED BY SIZE
085200         INTO WS-STEP-NAME.
085300     MOVE '---' TO WS-ATTEMPT-SHOWN.
085400     MOVE '--' TO WS-RC-SHOWN.
085500     EVALUATE TRUE
085600         WHEN WS-STEP-ENDED (WS-STEP-SUB)
085700             MOVE 'ENDED' TO WS-STATE-SHOWN
085800             MOVE WS-STEP-ATTEMPT (WS-STEP-SUB)
085900                 TO WS-ATTEMPT-SHOWN
086000             MOVE WS-STEP-RC (WS-STEP-SUB) TO WS-EDIT-RC
086100             MOVE WS-EDIT-RC TO WS-RC-SHOWN
086200         WHEN WS-STEP-STARTED (WS-STEP-SUB)
086300             MOVE 'STARTED' TO WS-STATE-SHOWN
086400             MOVE WS-STEP-ATTEMPT (WS-STEP-SUB)
086500                 TO WS-ATTEMPT-SHOWN
086600         WHEN OTHER
086700             MOVE 'NOT RUN' TO WS-STATE-SHOWN
086800     END-EVALUATE.
086900     MOVE SPACES TO WS-OUTPUTS-SHOWN.
087000     IF WS-STEP-OUTPUTS (WS-STEP-SUB) = ZERO
087100         MOVE 'NONE DATED' TO WS-OUTPUTS-SHOWN
087200     ELSE
087300         IF WS-STEP-MISSING (WS-STEP-SUB) = ZERO
087400             MOVE 'ALL FOUND' TO WS-OUTPUTS-SHOWN
087500         ELSE
087600             MOVE WS-STEP-MISSING (WS-STEP-SUB) TO WS-EDIT-RC
087700             STRING WS-EDIT-RC DELIMITED BY SIZE
087800                 ' MISSING' DELIMITED BY SIZE
087900                 INTO WS-OUTPUTS-SHOWN
088000         END-IF
088100     END-IF.
088200     MOVE SPACES TO WS-PRINT-LINE.
088300     STRING WS-STEP-NAME DELIMITED BY SIZE
088400         ' ' DELIMITED BY SIZE
088500         WS-STEP-PROGRAM (WS-STEP-SUB) DELIMITED BY SIZE
088600         ' ' DELIMITED BY SIZE
088700         WS-ATTEMPT-SHOWN DELIMITED BY SIZE
088800         ' ' DELIMITED BY SIZE
088900         WS-STATE-SHOWN DELIMITED BY SIZE
089000         ' ' DELIMITED BY SIZE
089100         WS-RC-SHOWN DELIMITED BY SIZE
089200         ' ' DELIMITED BY SIZE
089300         WS-OUTPUTS-SHOWN DELIMITED BY SIZE
089400         ' ' DELIMITED BY SIZE
089500         WS-STEP-ACTION (WS-STEP-SUB) DELIMITED BY SIZE
089600         INTO WS-PRINT-LINE.
089700     PERFORM 9050-WRITE-REPORT-LINE
089800         THRU 9050-WRITE-REPORT-LINE-EXIT.
089900     IF WS-STEP-REASON (WS-STEP-SUB) = SPACES
090000         GO TO 6100-PRINT-ONE-STEP-EXIT
090100     END-IF.
090200     MOVE SPACES TO WS-PRINT-LINE.
090300     STRING '  ** CANNOT SKIP - ' DELIMITED BY SIZE
090400         WS-STEP-REASON (WS-STEP-SUB) DELIMITED BY SIZE
090500         INTO WS-PRINT-LINE.
090600     PERFORM 9050-WRITE-REPORT-LINE
090700         THRU 9050-WRITE-REPORT-LINE-EXIT.
090800     PERFORM 6150-PRINT-ONE-MISSING
090900         THRU 6150-PRINT-ONE-MISSING-EXIT
091000         VARYING WS-DSN-SUB FROM 1 BY 1
091100         UNTIL WS-DSN-SUB > WS-DSN-MAX.
091200 6100-PRINT-ONE-STEP-EXIT.
091300     EXIT.
091320*----------------------------------------------------------------
091340* 6150-PRINT-ONE-MISSING - ONE DATED OUTPUT OF THE STEP IN HAND
091360*     THAT IS NOT CATALOGED.
091380*----------------------------------------------------------------
091400 6150-PRINT-ONE-MISSING.
091500     IF WS-DSN-STEP-SUB (WS-DSN-SUB) NOT = WS-STEP-SUB
091600         OR WS-DSN-FOUND (WS-DSN-SUB)
091700         GO TO 6150-PRINT-ONE-MISSING-EXIT
091800     END-IF.
091900     MOVE SPACES TO WS-PRINT-LINE.
092000     STRING '     NOT CATALOGED: ' DELIMITED BY SIZE
092100         WS-DSN-NAME (WS-DSN-SUB) DELIMITED BY SIZE
092200         INTO WS-PRINT-LINE.
092300     PERFORM 9050-WRITE-REPORT-LINE
092400         THRU 9050-WRITE-REPORT-LINE-EXIT.
092500 6150-PRINT-ONE-MISSING-EXIT.
092600     EXIT.
092700*----------------------------------------------------------------
092800* 9000-TERMINATE - THE VERDICT AND THE RETURN CODE THE REST OF
092900*     CODE020 TESTS. EVERY LATER STEP STEPNNN CARRIES
093000*     COND=(NNN,LT,STEP002), SO IT IS BYPASSED WHENEVER THIS
093100*     RETURN CODE IS ABOVE ITS OWN STEP NUMBER:
093200*       0       FIRST RUN OF THE CYCLE - EVERY STEP RUNS
093300*       10-50   RESUME AT THAT STEP NUMBER
093400*       90      EVERY STEP ALREADY ENDED CLEANLY - NOTHING RUNS
093500*       99      RESUME REFUSED, OR THIS STEP FAILED - NOTHING RUNS
093600*     STEP005, THE PRE-ALLOCATION, IS BYPASSED FROM 90 UP SO A
093700*     REFUSED RESUME CANNOT QUIETLY RECREATE A MISSING DATASET.
093800*----------------------------------------------------------------
093900 9000-TERMINATE.
094000     MOVE SPACES TO WS-PRINT-LINE.
094100     PERFORM 9050-WRITE-REPORT-LINE
094200         THRU 9050-WRITE-REPORT-LINE-EXIT.
094300     MOVE '********************************************'
094400         TO WS-PRINT-LINE.
094500     PERFORM 9050-WRITE-REPORT-LINE
094600         THRU 9050-WRITE-REPORT-LINE-EXIT.
094700     MOVE WS-SKIP-COUNT TO WS-EDIT-COUNT.
094800     MOVE SPACES TO WS-PRINT-LINE.
094900     STRING 'STEPS TO SKIP .........: ' DELIMITED BY SIZE
095000         WS-EDIT-COUNT DELIMITED BY SIZE
095100         INTO WS-PRINT-LINE.
095200     PERFORM 9050-WRITE-REPORT-LINE
095300         THRU 9050-WRITE-REPORT-LINE-EXIT.
095400     MOVE WS-RUN-COUNT TO WS-EDIT-COUNT.
095500     MOVE SPACES TO WS-PRINT-LINE.
095600     STRING 'STEPS TO RUN ..........: ' DELIMITED BY SIZE
095700         WS-EDIT-COUNT DELIMITED BY SIZE
095800         INTO WS-PRINT-LINE.
095900     PERFORM 9050-WRITE-REPORT-LINE
096000         THRU 9050-WRITE-REPORT-LINE-EXIT.
096100     IF WS-RESUME-REFUSED
096200         MOVE 99 TO WS-PLAN-RC
096300         MOVE '** RESUME REFUSED - SEE ABOVE - RC=99 **'
096400             TO WS-PRINT-LINE
096500         PERFORM 9050-WRITE-REPORT-LINE
096600             THRU 9050-WRITE-REPORT-LINE-EXIT
096700         MOVE '** NOTHING WILL RUN - FIX, THEN RESUBMIT **'
096800             TO WS-PRINT-LINE
096900         GO TO 9000-TERMINATE-CLOSE
097000     END-IF.
097100     IF WS-PLAN-FULL-RUN
097200         MOVE ZERO TO WS-PLAN-RC
097300         MOVE 'FIRST RUN OF THE CYCLE - ALL STEPS RUN - RC=0'
097400             TO WS-PRINT-LINE
097500         GO TO 9000-TERMINATE-CLOSE
097600     END-IF.
097700     IF WS-RESUME-SUB > WS-STEP-MAX
097800         MOVE 90 TO WS-PLAN-RC
097900         MOVE 'CYCLE ALREADY COMPLETE - NOTHING RUNS - RC=90'
098000             TO WS-PRINT-LINE
098100         GO TO 9000-TERMINATE-CLOSE
098200     END-IF.
098300     MOVE WS-STEP-NUMBER (WS-RESUME-SUB) TO WS-PLAN-RC.
098400     MOVE WS-PLAN-RC TO WS-EDIT-STEP.
098500     MOVE SPACES TO WS-PRINT-LINE.
098600     STRING 'RESUMING AT STEP' DELIMITED BY SIZE
098700         WS-EDIT-STEP DELIMITED BY SIZE
098800         ' - RC=' DELIMITED BY SIZE
098900         WS-PLAN-RC DELIMITED BY SIZE
099000         INTO WS-PRINT-LINE.
099100 9000-TERMINATE-CLOSE.
099200     PERFORM 9050-WRITE-REPORT-LINE
099300         THRU 9050-WRITE-REPORT-LINE-EXIT.
099400     MOVE '********************************************'
099500         TO WS-PRINT-LINE.
099600     PERFORM 9050-WRITE-REPORT-LINE
099700         THRU 9050-WRITE-REPORT-LINE-EXIT.
099800     CLOSE REPTFILE.
099900     MOVE WS-PLAN-RC TO RETURN-CODE.
100000     PERFORM 9800-LOG-RUN-END THRU 9800-LOG-RUN-END-EXIT.
100100 9000-TERMINATE-EXIT.
100200     EXIT.
100300*----------------------------------------------------------------
100400* 9800-LOG-RUN-END - COMPLETE THIS RUN'S ROW ON THE CHAIN-WIDE
100500*     RUN LOG: LOG ROWS READ, STEPS TO RUN, AND THE STEPS THAT
100600*     BLOCKED THE RESUME AS REJECTED.
100700*----------------------------------------------------------------
100800 9800-LOG-RUN-END.
100900     SET RUNLPARM-LOG-END TO TRUE.
101000     MOVE WS-ROW-COUNT   TO RUNLPARM-READ-COUNT.
101100     MOVE WS-RUN-COUNT   TO RUNLPARM-WRITE-COUNT.
101200     MOVE WS-BLOCK-COUNT TO RUNLPARM-REJ-COUNT.
101300     MOVE RETURN-CODE    TO RUNLPARM-RETURN-CODE.
101400     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
101500 9800-LOG-RUN-END-EXIT.
101600     EXIT.
101700*----------------------------------------------------------------
101800* 9050-WRITE-REPORT-LINE - ONE REPORT LINE TO SYSOUT AND TO THE
101900*     RETAINED DATASET, SO THE TWO COPIES CANNOT DRIFT APART.
102000*----------------------------------------------------------------
102100 9050-WRITE-REPORT-LINE.
102200     DISPLAY WS-PRINT-LINE.
102300     MOVE WS-PRINT-LINE TO REPT-REC.
102400     WRITE REPT-REC.
102500 9050-WRITE-REPORT-LINE-EXIT.
102600     EXIT.
102700*----------------------------------------------------------------
102800* 9900-ABEND-ON-OPEN-ERROR - A FILE WE DEPEND ON FAILED TO OPEN.
102900*     MOVE THE DD NAME TO WS-ABEND-FILE-NAME BEFORE THE PERFORM
103000*     SO THE MESSAGE IDENTIFIES WHICH ONE. RC=99 HERE, NOT THE
103100*     USUAL 16: EVERY LATER STEP READS THIS STEP'S RETURN CODE AS
103200*     A STEP NUMBER, AND ONLY 90 AND UP STOPS THEM ALL.
103300*----------------------------------------------------------------
103400 9900-ABEND-ON-OPEN-ERROR.
103500     DISPLAY '*** OPEN FAILED FOR ' WS-ABEND-FILE-NAME
103600         ' - JOB ABENDING ***'.
103700     MOVE 99 TO RETURN-CODE.
103800     STOP RUN.
103900 END PROGRAM CODEABBEY-SET-47.
