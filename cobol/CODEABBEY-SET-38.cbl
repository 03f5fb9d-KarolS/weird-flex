003300*                 TRANSLATION DECK EXACTLY AS SET-20 DOES, SO  *
003400*                 A RESCORE OF AN ACCENTED-TEXT CYCLE STANDS   *
003500*                 ON THE SAME TRANSLATION THE CYCLE RAN WITH.  *
003510* 2026-10-14  JPR THE BASELINE Y SWITCH IS NOW THE YVOWEL      *
003520*                 ENTRY THE CYCLE RAN UNDER ON THE EFFECTIVE-  *
003530*                 DATED PARAMETER MASTER (CODEABBEY-SET-45     *
003540*                 LOOKUP AS OF THE CYCLE DATE), AND THE        *
003550*                 ALTERNATE DECK IS LAID OVER IT. THE HEADING  *
003560*                 SHOWS BOTH RULES. THE DATE CARD IS NOW READ  *
003570*                 FIRST.                                       *
003600***************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
007800     RECORDING MODE IS F.
007900     COPY VOWLREC.
008000*----------------------------------------------------------------
008050* PARMFILE - THE ALTERNATE PARM DECK UNDER TEST, IN THE SAME
008100* KEYWORD (OR LEGACY Y/N) FORM AS THE PRODUCTION PARMCARD, LAID
008150* OVER THE RULE THE CYCLE RAN UNDER ON THE PARAMETER MASTER.
008300*----------------------------------------------------------------
008400 FD  PARMFILE
008500     LABEL RECORDS ARE STANDARD
014100         88  WS-BASE-REJECTED          VALUE 'N'.
014200 01  WS-EQUALS-COUNT PIC 9(02) COMP VALUE ZERO.
014300 01  WS-CYCLE-DATE PIC 9(06) VALUE ZERO.
014350 01  WS-CYCLE-Y-SWITCH PIC X(01) VALUE 'Y'.
014400*----------------------------------------------------------------
014500* RECORD VALIDATION - SAME RULES AS CODEABBEY-SET-20.
014600*----------------------------------------------------------------
023700 01  WS-UNXLAT-LINE PIC 9(03) COMP VALUE ZERO.
023800 01  WS-UNXLAT-TOTAL PIC 9(09) COMP VALUE ZERO.
023900 01  WS-EDIT-UNXLAT PIC 9(09).
023910*----------------------------------------------------------------
023920* PARAMETER BLOCK FOR THE CODEABBEY-SET-45 PARAMETER LOOKUP -
023930* SEE 1052-RESOLVE-CYCLE-Y-SWITCH.
023940*----------------------------------------------------------------
023950     COPY PRMPARM.
024000*----------------------------------------------------------------
024100* PARAMETER BLOCK FOR THE CODEABBEY-SET-30 RUN-LOG RECORDER -
024200* SEE 1030-LOG-RUN-START AND 9800-LOG-RUN-END.
025800*     THE PRIMING READS OF BOTH SIDES.
025900*----------------------------------------------------------------
026000 1000-INITIALIZE.
026025     PERFORM 1055-READ-DATE-CARD THRU 1055-READ-DATE-CARD-EXIT.
026050     PERFORM 1052-RESOLVE-CYCLE-Y-SWITCH
026075         THRU 1052-RESOLVE-CYCLE-Y-SWITCH-EXIT.
026100     PERFORM 1050-READ-PARM-CARD THRU 1050-READ-PARM-CARD-EXIT.
026200     PERFORM 1040-LOAD-XLAT-TABLE
026300         THRU 1040-LOAD-XLAT-TABLE-EXIT.
026500     PERFORM 1030-LOG-RUN-START THRU 1030-LOG-RUN-START-EXIT.
026600     OPEN INPUT INFILE.
026700     IF NOT WS-INFILE-OK
029800         INTO WS-PRINT-LINE.
029900     PERFORM 9050-WRITE-REPORT-LINE
030000         THRU 9050-WRITE-REPORT-LINE-EXIT.
030010     MOVE SPACES TO WS-PRINT-LINE.
030020     STRING 'CYCLE RAN UNDER .......: YVOWEL=' DELIMITED BY SIZE
030030         WS-CYCLE-Y-SWITCH DELIMITED BY SIZE
030040         ' (PARAMETER MASTER)' DELIMITED BY SIZE
030050         INTO WS-PRINT-LINE.
030060     PERFORM 9050-WRITE-REPORT-LINE
030070         THRU 9050-WRITE-REPORT-LINE-EXIT.
030100     PERFORM 2200-READ-ONE-BASE THRU 2200-READ-ONE-BASE-EXIT.
030200     PERFORM 2100-READ-INFILE THRU 2100-READ-INFILE-EXIT.
030300 1000-INITIALIZE-EXIT.
031700     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
031800 1030-LOG-RUN-START-EXIT.
031900     EXIT.
031902*----------------------------------------------------------------
031904* 1052-RESOLVE-CYCLE-Y-SWITCH - THE Y-AS-VOWEL SWITCH THE CYCLE
031906*     ACTUALLY RAN UNDER, FROM THE YVOWEL ENTRY ON THE PARAMETER
031908*     MASTER AS OF THE CYCLE DATE. IT IS KEPT FOR THE HEADING
031910*     AND IS THE STARTING POINT THE ALTERNATE DECK IS LAID OVER,
031912*     SO A DECK THAT SAYS NOTHING ABOUT Y TESTS THE CYCLE'S OWN
031914*     RULE. NO ENTRY IN FORCE LEAVES THE SET-20 DEFAULT OF 'Y'.
031916*     A MASTER THAT CANNOT BE READ IS AN ABEND, NOT A GUESS.
031918*----------------------------------------------------------------
031920 1052-RESOLVE-CYCLE-Y-SWITCH.
031922     MOVE 'YVOWEL' TO PRMPARM-NAME.
031924     MOVE WS-CYCLE-DATE TO PRMPARM-AS-OF-DATE.
031926     MOVE 'SET-38' TO PRMPARM-PROGRAM.
031928     CALL 'CODEABBEY-SET-45' USING PRMPARM.
031930     IF PRMPARM-UNAVAILABLE
031932         DISPLAY '*** PARAMETER MASTER UNAVAILABLE'
031934             ' - JOB ABENDING ***'
031936         MOVE 16 TO RETURN-CODE
031938         STOP RUN
031940     END-IF.
031942     IF PRMPARM-FOUND
031944         IF PRMPARM-VALUE (1:1) = 'Y' OR PRMPARM-VALUE (1:1) = 'N'
031946             MOVE PRMPARM-VALUE (1:1) TO WS-Y-SWITCH
031948         ELSE
031950             DISPLAY 'YVOWEL VALUE NOT USABLE, IGNORED: '
031952                 PRMPARM-VALUE
031954         END-IF
031956     END-IF.
031958     MOVE WS-Y-SWITCH TO WS-CYCLE-Y-SWITCH.
031960 1052-RESOLVE-CYCLE-Y-SWITCH-EXIT.
031962     EXIT.
032000*----------------------------------------------------------------
032050* 1050-READ-PARM-CARD - THE ALTERNATE PARM DECK UNDER TEST, IN
032100*     EITHER THE KEYWORD OR THE LEGACY SINGLE-LETTER FORM, LAID
032150*     OVER THE CYCLE'S OWN Y SWITCH FROM 1052. NO FILE, OR NO Y
032200*     CARD IN IT, RESCORES UNDER THE CYCLE'S RULE UNCHANGED.
032400*----------------------------------------------------------------
032500 1050-READ-PARM-CARD.
032600     OPEN INPUT PARMFILE.
