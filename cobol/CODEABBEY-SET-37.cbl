003200*                 TRANSLATION DECK EXACTLY AS SET-20 DOES, SO  *
003300*                 A CANDIDATE LINE WITH ACCENTED TEXT SHOWS    *
003400*                 THE SCORE THE CYCLE WOULD GIVE IT.           *
003410* 2026-10-14  JPR THE Y SWITCH NOW COMES FROM THE YVOWEL ENTRY *
003420*                 ON THE EFFECTIVE-DATED PARAMETER MASTER      *
003430*                 THROUGH THE CODEABBEY-SET-45 LOOKUP - THE    *
003440*                 SHARED PARMCARD IS NO LONGER READ. A NEW     *
003450*                 OPTIONAL DATEFILE CARD NAMES THE CYCLE WHOSE *
003460*                 RULES APPLY (NO CARD = TODAY'S RULES), AND   *
003470*                 THE HEADING SAYS WHICH.                      *
003500***************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
004200     SELECT CARDFILE ASSIGN TO CARDFILE
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-CARDFILE-STATUS.
004800     SELECT REPTFILE ASSIGN TO REPTFILE
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-REPTFILE-STATUS.
005100     SELECT XLATFILE ASSIGN TO XLATFILE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-XLATFILE-STATUS.
005325     SELECT DATEFILE ASSIGN TO DATEFILE
005350         ORGANIZATION IS SEQUENTIAL
005375         FILE STATUS IS WS-DATEFILE-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600*----------------------------------------------------------------
006100     LABEL RECORDS ARE STANDARD
006200     RECORDING MODE IS F.
006300 01  CARD-REC PIC X(80).
007300*----------------------------------------------------------------
007400* REPTFILE - THE WHAT-IF ANSWERS, ONE BLOCK PER CARD.
007500*----------------------------------------------------------------
008800     LABEL RECORDS ARE STANDARD
008900     RECORDING MODE IS F.
009000 01  XLAT-REC PIC X(80).
009010*----------------------------------------------------------------
009020* DATEFILE - OPTIONAL ONE-CARD DECK, COLS 1-6 = THE CYCLE DATE
009030* WHOSE PARAMETER-MASTER RULES THE CANDIDATES ARE SCORED UNDER.
009040*----------------------------------------------------------------
009050 FD  DATEFILE
009060     LABEL RECORDS ARE STANDARD
009070     RECORDING MODE IS F.
009080 01  DATE-REC PIC X(80).
009100 WORKING-STORAGE SECTION.
009200*----------------------------------------------------------------
009300* FILE STATUS AND SWITCH BYTES
009400*----------------------------------------------------------------
009500 01  WS-CARDFILE-STATUS PIC X(02).
009600     88  WS-CARDFILE-OK              VALUE '00'.
010000 01  WS-REPTFILE-STATUS PIC X(02).
010100     88  WS-REPTFILE-OK              VALUE '00'.
010125 01  WS-DATEFILE-STATUS PIC X(02).
010150     88  WS-DATEFILE-OK              VALUE '00'.
010175 01  WS-CYCLE-DATE PIC 9(06) VALUE ZERO.
010200 01  WS-SWITCHES.
010300     05  WS-CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
010400         88  WS-CARD-AT-EOF           VALUE 'Y'.
010500     05  WS-Y-SWITCH PIC X(01) VALUE 'Y'.
010600         88  WS-Y-COUNTS-AS-VOWEL      VALUE 'Y'.
010700         88  WS-Y-NOT-A-VOWEL          VALUE 'N'.
011100*----------------------------------------------------------------
011200* RECORD VALIDATION - SAME RULES AS CODEABBEY-SET-20.
011300*----------------------------------------------------------------
018100 01  WS-UNXLAT-LINE PIC 9(03) COMP VALUE ZERO.
018200 01  WS-UNXLAT-TOTAL PIC 9(09) COMP VALUE ZERO.
018300 01  WS-EDIT-UNXLAT PIC 9(09).
018310*----------------------------------------------------------------
018320* PARAMETER BLOCK FOR THE CODEABBEY-SET-45 PARAMETER LOOKUP -
018330* SEE 1050-RESOLVE-Y-SWITCH.
018340*----------------------------------------------------------------
018350     COPY PRMPARM.
018400*----------------------------------------------------------------
018500* PARAMETER BLOCK FOR THE CODEABBEY-SET-30 RUN-LOG RECORDER -
018600* SEE 1030-LOG-RUN-START AND 9800-LOG-RUN-END.
019700     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
019800     STOP RUN.
019900*----------------------------------------------------------------
020000* 1000-INITIALIZE - Y SWITCH, RUN LOG, FILE OPENS, HEADING
020100*     AND THE PRIMING READ.
020200*----------------------------------------------------------------
020300 1000-INITIALIZE.
020350     PERFORM 1055-READ-DATE-CARD THRU 1055-READ-DATE-CARD-EXIT.
020400     PERFORM 1050-RESOLVE-Y-SWITCH
020450         THRU 1050-RESOLVE-Y-SWITCH-EXIT.
020500     PERFORM 1040-LOAD-XLAT-TABLE
020600         THRU 1040-LOAD-XLAT-TABLE-EXIT.
020700     PERFORM 1030-LOG-RUN-START THRU 1030-LOG-RUN-START-EXIT.
023300         INTO WS-PRINT-LINE.
023400     PERFORM 9050-WRITE-REPORT-LINE
023500         THRU 9050-WRITE-REPORT-LINE-EXIT.
023505     MOVE SPACES TO WS-PRINT-LINE.
023510     IF WS-CYCLE-DATE = ZERO
023515         MOVE 'RULES AS OF ...........: RUN DATE' TO WS-PRINT-LINE
023520     ELSE
023525         STRING 'RULES AS OF CYCLE .....: ' DELIMITED BY SIZE
023530             WS-CYCLE-DATE DELIMITED BY SIZE
023535             INTO WS-PRINT-LINE
023540     END-IF.
023545     PERFORM 9050-WRITE-REPORT-LINE
023550         THRU 9050-WRITE-REPORT-LINE-EXIT.
023600     PERFORM 2100-READ-CARDFILE THRU 2100-READ-CARDFILE-EXIT.
023700 1000-INITIALIZE-EXIT.
023800     EXIT.
025200     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
025300 1030-LOG-RUN-START-EXIT.
025400     EXIT.
025402*----------------------------------------------------------------
025404* 1055-READ-DATE-CARD - OPTIONAL CYCLE DATE, COLS 1-6 = YYMMDD,
025406*     NAMING THE CYCLE WHOSE RULES THE CANDIDATES ARE SCORED
025408*     UNDER. NO CARD, OR A NON-NUMERIC ONE, LEAVES ZERO AND THE
025410*     RULES IN FORCE TODAY APPLY. THE RUN-LOG ROW STAYS ON THE
025412*     RUN DATE EITHER WAY - A WHAT-IF RUN IS NOT PART OF A CYCLE.
025414*----------------------------------------------------------------
025416 1055-READ-DATE-CARD.
025418     OPEN INPUT DATEFILE.
025420     IF NOT WS-DATEFILE-OK
025422         GO TO 1055-READ-DATE-CARD-EXIT
025424     END-IF.
025426     READ DATEFILE
025428         AT END
025430             CLOSE DATEFILE
025432             GO TO 1055-READ-DATE-CARD-EXIT
025434     END-READ.
025436     IF DATE-REC (1:6) IS NUMERIC
025438         MOVE DATE-REC (1:6) TO WS-CYCLE-DATE
025440     END-IF.
025442     CLOSE DATEFILE.
025444 1055-READ-DATE-CARD-EXIT.
025446     EXIT.
025500*----------------------------------------------------------------
025600* 1050-RESOLVE-Y-SWITCH - THE Y-AS-VOWEL SWITCH IN FORCE FOR
025700*     THE CYCLE, FROM THE YVOWEL ENTRY ON THE PARAMETER MASTER
025800*     - THE SAME ENTRY SET-20 SCORES UNDER, AS OF THE DATEFILE
025900*     CYCLE DATE, OR TODAY WHEN NO DATE CARD WAS GIVEN.
026000*     NO ENTRY IN FORCE LEAVES THE DEFAULT OF WS-Y-SWITCH = 'Y'.
026100*     A MASTER THAT CANNOT BE READ IS AN ABEND, NOT A GUESS.
026200*----------------------------------------------------------------
026300 1050-RESOLVE-Y-SWITCH.
026400     MOVE 'YVOWEL' TO PRMPARM-NAME.
026500     MOVE WS-CYCLE-DATE TO PRMPARM-AS-OF-DATE.
026600     MOVE 'SET-37' TO PRMPARM-PROGRAM.
026700     CALL 'CODEABBEY-SET-45' USING PRMPARM.
026800     IF PRMPARM-UNAVAILABLE
026900         DISPLAY '*** PARAMETER MASTER UNAVAILABLE'
027000             ' - JOB ABENDING ***'
027100         MOVE 16 TO RETURN-CODE
027200         STOP RUN
027300     END-IF.
027400     IF PRMPARM-NOT-FOUND
027500         GO TO 1050-RESOLVE-Y-SWITCH-EXIT
027600     END-IF.
027700     IF PRMPARM-VALUE (1:1) = 'Y' OR PRMPARM-VALUE (1:1) = 'N'
027800         MOVE PRMPARM-VALUE (1:1) TO WS-Y-SWITCH
027900     ELSE
028000         DISPLAY 'YVOWEL VALUE NOT USABLE, IGNORED: '
028100             PRMPARM-VALUE
028200     END-IF.
028300 1050-RESOLVE-Y-SWITCH-EXIT.
028400     EXIT.
029700*----------------------------------------------------------------
029800* 1040-LOAD-XLAT-TABLE - BUILD THE 256-SLOT TRANSLATION PAIR,
029900*     SAME MECHANICS AS SET-20'S 1040-LOAD-XLAT-TABLE: DEFAULT
