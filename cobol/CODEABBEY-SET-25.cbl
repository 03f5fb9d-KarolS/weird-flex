004700*                 A CORRECTED LINE WITH ACCENTED TEXT NOW     *
004800*                 SCORES LIKE ANY OTHER, AND UNTRANSLATABLE   *
004900*                 BYTES ARE COUNTED ON THE RUN TOTALS.        *
004910* 2026-10-14  JPR THE Y SWITCH NOW COMES FROM THE YVOWEL ENTRY *
004920*                 ON THE EFFECTIVE-DATED PARAMETER MASTER, AS  *
004930*                 OF THE DATEFILE CYCLE DATE, THROUGH THE      *
004940*                 CODEABBEY-SET-45 LOOKUP - THE SHARED         *
004950*                 PARMCARD IS NO LONGER READ. REWORK OF AN OLD *
004960*                 CYCLE SCORES UNDER THE RULE THAT CYCLE RAN   *
004970*                 UNDER. THE DATE CARD IS NOW READ FIRST.      *
005000***************************************************************
005100 ENVIRONMENT DIVISION.
005200 CONFIGURATION SECTION.
006000     SELECT CORRFILE ASSIGN TO CORRFILE
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-CORRFILE-STATUS.
006600     SELECT OUTFILE ASSIGN TO OUTFILE
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-OUTFILE-STATUS.
009100     LABEL RECORDS ARE STANDARD
009200     RECORDING MODE IS F.
009300     COPY CORRREC.
010200*----------------------------------------------------------------
010300* OUTFILE - THE DAY'S VOWLREC RESULTS FILE, EXTENDED IN PLACE
010400* WITH THE RECOVERED LINES UNDER THEIR ORIGINAL LINE IDS.
014200     88  WS-REJFILE-OK               VALUE '00'.
014300 01  WS-CORRFILE-STATUS PIC X(02).
014400     88  WS-CORRFILE-OK              VALUE '00'.
014800 01  WS-OUTFILE-STATUS PIC X(02).
014900     88  WS-OUTFILE-OK               VALUE '00'.
015000 01  WS-REPTFILE-STATUS PIC X(02).
016300     05  WS-CORR-FOUND-SWITCH PIC X(01) VALUE 'N'.
016400         88  WS-CORR-FOUND             VALUE 'Y'.
016500         88  WS-CORR-NOT-FOUND         VALUE 'N'.
016900*----------------------------------------------------------------
017000* RECORD VALIDATION - SAME RULES AS CODEABBEY-SET-20: ONE
017100* INSPECT OVER THE FOLDED LINE COUNTS ITS LETTERS.
025900 01  WS-UNXLAT-LINE PIC 9(03) COMP VALUE ZERO.
026000 01  WS-UNXLAT-TOTAL PIC 9(09) COMP VALUE ZERO.
026100 01  WS-EDIT-UNXLAT PIC 9(09).
026110*----------------------------------------------------------------
026120* PARAMETER BLOCK FOR THE CODEABBEY-SET-45 PARAMETER LOOKUP -
026130* SEE 1050-RESOLVE-Y-SWITCH.
026140*----------------------------------------------------------------
026150     COPY PRMPARM.
026200*----------------------------------------------------------------
026300* PARAMETER BLOCK FOR THE CODEABBEY-SET-30 RUN-LOG RECORDER -
026400* SEE 1030-LOG-RUN-START AND 9800-LOG-RUN-END.
027500     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
027600     STOP RUN.
027700*----------------------------------------------------------------
027800* 1000-INITIALIZE - Y SWITCH, CORRECTIONS TABLE, FILE OPENS,
027900*     REPORT HEADING, AND THE PRIMING READ OF THE REJECT FILE.
028000*----------------------------------------------------------------
028100 1000-INITIALIZE.
028300     PERFORM 1040-LOAD-XLAT-TABLE
028400         THRU 1040-LOAD-XLAT-TABLE-EXIT.
028500     PERFORM 1055-READ-DATE-CARD THRU 1055-READ-DATE-CARD-EXIT.
028525     PERFORM 1050-RESOLVE-Y-SWITCH
028550         THRU 1050-RESOLVE-Y-SWITCH-EXIT.
028600     PERFORM 1030-LOG-RUN-START THRU 1030-LOG-RUN-START-EXIT.
028700     OPEN INPUT REJFILE.
028800     IF NOT WS-REJFILE-OK
035600 1055-READ-DATE-CARD-EXIT.
035700     EXIT.
035800*----------------------------------------------------------------
035900* 1050-RESOLVE-Y-SWITCH - THE Y-AS-VOWEL SWITCH IN FORCE FOR
036000*     THE CYCLE, FROM THE YVOWEL ENTRY ON THE PARAMETER MASTER
036100*     - THE SAME ENTRY SET-20 SCORED THE CYCLE UNDER, SO A
036200*     REWORKED LINE SCORES EXACTLY AS IT WOULD HAVE IN THE
036300*     CYCLE. ZERO CYCLE DATE (NO CARD) TAKES TODAY'S RULE.
036400*     NO ENTRY IN FORCE LEAVES THE DEFAULT OF WS-Y-SWITCH = 'Y'.
036500*     A MASTER THAT CANNOT BE READ IS AN ABEND, NOT A GUESS.
036600*----------------------------------------------------------------
036700 1050-RESOLVE-Y-SWITCH.
036800     MOVE 'YVOWEL' TO PRMPARM-NAME.
036900     MOVE WS-CYCLE-DATE TO PRMPARM-AS-OF-DATE.
037000     MOVE 'SET-25' TO PRMPARM-PROGRAM.
037100     CALL 'CODEABBEY-SET-45' USING PRMPARM.
037200     IF PRMPARM-UNAVAILABLE
037300         DISPLAY '*** PARAMETER MASTER UNAVAILABLE'
037400             ' - JOB ABENDING ***'
037500         MOVE 16 TO RETURN-CODE
037600         STOP RUN
037700     END-IF.
037800     IF PRMPARM-NOT-FOUND
037900         GO TO 1050-RESOLVE-Y-SWITCH-EXIT
038000     END-IF.
038100     IF PRMPARM-VALUE (1:1) = 'Y' OR PRMPARM-VALUE (1:1) = 'N'
038200         MOVE PRMPARM-VALUE (1:1) TO WS-Y-SWITCH
038300     ELSE
038400         DISPLAY 'YVOWEL VALUE NOT USABLE, IGNORED: '
038500             PRMPARM-VALUE
038600     END-IF.
038700 1050-RESOLVE-Y-SWITCH-EXIT.
038800     EXIT.
040400*----------------------------------------------------------------
040500* 1040-LOAD-XLAT-TABLE - BUILD THE 256-SLOT TRANSLATION PAIR,
040600*     SAME MECHANICS AS SET-20'S 1040-LOAD-XLAT-TABLE: DEFAULT
