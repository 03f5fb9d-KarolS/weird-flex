001498*                 FIRST CHECKPOINT USED TO LEAVE THE FILE     *
001505*                 EMPTY AND DEMOTE THE NEXT ATTEMPT TO A      *
001512*                 FULL RE-SCAN FROM RECORD ONE.               *
001519* 2026-10-14  JPR THE Y SWITCH AND THE QUALITY-GATE           *
001526*                 TOLERANCES NOW COME FROM THE EFFECTIVE-     *
001533*                 DATED PARAMETER MASTER AS OF THE CYCLE DATE *
001540*                 (CODEABBEY-SET-45 LOOKUP, SEE 1058-RESOLVE- *
001547*                 PARMS), SO A RERUN OF AN OLD CYCLE SCORES   *
001554*                 AND GATES UNDER THE RULES THAT CYCLE RAN    *
001561*                 UNDER. PARMFILE NOW CARRIES CKPTINT= ONLY;  *
001568*                 CARDS FOR THE MOVED SETTINGS ARE WARNED AND *
001575*                 IGNORED.                                    *
001578* 2026-10-14  JPR STATFILE ROWS NOW CARRY THE CYCLE DATE      *
001581*                 (STATREC-CYCLE-DATE, OUT OF THE OLD FILLER) *
001584*                 SO THE MONTH-END CHARGEBACK CAN GATHER MANY *
001587*                 CYCLES' ROWS AND STILL TELL THEM APART.     *
001590***************************************************************
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
001800 SOURCE-COMPUTER. IBM-370.
002950*----------------------------------------------------------------
003000 01  IN-REC PIC X(133).
003010*----------------------------------------------------------------
003020* PARMFILE - OPERATIONS KEYWORD CARDS. ONLY CKPTINT= IS STILL
003030* READ FROM HERE; THE Y SWITCH (SEE WS-Y-SWITCH BELOW) AND THE
003040* GATE TOLERANCES ARE ON THE PARAMETER MASTER.
003050*----------------------------------------------------------------
003060 FD  PARMFILE
003070     LABEL RECORDS ARE STANDARD
003803 01  WS-XLATFILE-STATUS PIC X(02).
003804     88  WS-XLATFILE-OK              VALUE '00'.
003803*----------------------------------------------------------------
003804* OPERATIONS DATA-QUALITY TOLERANCES FROM THE PARAMETER MASTER.
003805* EACH CHECK RUNS ONLY WHEN AN ENTRY IS IN FORCE FOR THE CYCLE
003806* AND IS NOT NONE - OTHERWISE THAT MEASURE IS NOT GATED, WHICH
003807* IS HOW THE JOB RAN BEFORE THE GATE EXISTED.
003808*----------------------------------------------------------------
003809 01  WS-MAX-REJ-PCT PIC 9(03) VALUE ZERO.
003810 01  WS-MAX-EXCP PIC 9(07) VALUE ZERO.
003819     05  WS-QUALITY-SWITCH PIC X(01) VALUE 'N'.
003820         88  WS-QUALITY-BREACHED       VALUE 'Y'.
003821*----------------------------------------------------------------
003822* PARM-CARD PARSING AND PARAMETER-MASTER WORK AREAS.
003823*----------------------------------------------------------------
003824 01  WS-PARM-KEYWORD PIC X(12).
003827 01  WS-PARM-VALUE PIC X(12).
003828 01  WS-PARM-EOF-SWITCH PIC X(01) VALUE 'N'.
003829     88  WS-PARM-AT-EOF              VALUE 'Y'.
003830 01  WS-EQUALS-COUNT PIC 9(02) COMP VALUE ZERO.
003831 01  WS-PARM-AS-OF-DATE PIC 9(06) VALUE ZERO.
003825 01  WS-REJ-PCT PIC 9(03) VALUE ZERO.
003826 01  WS-REJ-PCT-WORK PIC 9(09) COMP VALUE ZERO.
003781*----------------------------------------------------------------
004730* SEE 1030-LOG-RUN-START AND 9800-LOG-RUN-END.
004731*----------------------------------------------------------------
004732     COPY RUNLPARM.
004733*----------------------------------------------------------------
004734* PARAMETER BLOCK FOR THE CODEABBEY-SET-45 PARAMETER LOOKUP -
004735* SEE 1058-RESOLVE-PARMS AND 1059-LOOKUP-PARM.
004736*----------------------------------------------------------------
004737     COPY PRMPARM.
004720 PROCEDURE DIVISION.
004800*----------------------------------------------------------------
004900* 0000-MAINLINE - OVERALL FLOW OF CONTROL FOR THE RUN.
006100     OPEN INPUT INFILE.
006101     PERFORM 1080-READ-FEED-HEADER
006102         THRU 1080-READ-FEED-HEADER-EXIT.
006103     PERFORM 1058-RESOLVE-PARMS THRU 1058-RESOLVE-PARMS-EXIT.
006105     IF WS-THIS-IS-A-RESTART
006106         OPEN EXTEND OUTFILE
006107         IF NOT WS-OUTFILE-OK
006573     EXIT.
006410*----------------------------------------------------------------
006420* 1050-READ-PARM-CARD - READ THE OPERATIONS KEYWORD PARAMETER
006430*     CARDS, ONE KEYWORD=VALUE PER CARD. ONLY CKPTINT=NNNNNNN
006431*     (LINES BETWEEN CHECKPOINTS - SEE 2400-TAKE-CHECKPOINT) IS
006432*     STILL TAKEN FROM HERE. THE Y-AS-VOWEL SWITCH AND THE
006433*     QUALITY-GATE TOLERANCES COME FROM THE PARAMETER MASTER AS
006434*     OF THE CYCLE DATE (SEE 1058-RESOLVE-PARMS). NO FILE, AND
006435*     CHECKPOINTS FIRE EVERY 1000 LINES.
006460*----------------------------------------------------------------
006470 1050-READ-PARM-CARD.
006480     OPEN INPUT PARMFILE.
006610 1050-READ-PARM-CARD-EXIT.
006620     EXIT.
006621*----------------------------------------------------------------
006622* 1052-PROCESS-ONE-PARM-CARD - ONE CARD: CKPTINT= IS TAKEN; A
006623*     SETTING THAT NOW LIVES ON THE PARAMETER MASTER (THE OLD
006624*     SINGLE-LETTER Y/N CARD - COL 1 = Y/N AND NO '=' ANYWHERE -
006625*     OR YVOWEL=, MAXREJPCT=, MAXEXCP=, MINRECS=) IS WARNED AND
006626*     IGNORED (1053), AND NOISE IS WARNED AND IGNORED SO A
006627*     MISKEYED CARD CANNOT SILENTLY DROP A SETTING.
006693*----------------------------------------------------------------
006694 1052-PROCESS-ONE-PARM-CARD.
006627     READ PARMFILE INTO WS-PARM-REC
006696     INSPECT WS-PARM-REC TALLYING WS-EQUALS-COUNT FOR ALL '='.
006635     IF WS-EQUALS-COUNT = ZERO AND
006636             (WS-PARM-REC (1:1) = 'Y' OR WS-PARM-REC (1:1) = 'N')
006637         PERFORM 1053-WARN-MOVED-PARM
006638             THRU 1053-WARN-MOVED-PARM-EXIT
006639         GO TO 1052-PROCESS-ONE-PARM-CARD-EXIT
006640     END-IF.
006640     MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE.
006641     UNSTRING WS-PARM-REC DELIMITED BY '='
006642         INTO WS-PARM-KEYWORD WS-PARM-VALUE.
006643     EVALUATE WS-PARM-KEYWORD
006644         WHEN 'YVOWEL'
006649         WHEN 'MAXREJPCT'
006654         WHEN 'MAXEXCP'
006659         WHEN 'MINRECS'
006660             PERFORM 1053-WARN-MOVED-PARM
006661                 THRU 1053-WARN-MOVED-PARM-EXIT
006682         WHEN 'CKPTINT'
006683             IF WS-PARM-VALUE (1:7) IS NUMERIC AND
006684                     WS-PARM-VALUE (1:7) NOT = '0000000'
006667     END-EVALUATE.
006668 1052-PROCESS-ONE-PARM-CARD-EXIT.
006669     EXIT.
006670*----------------------------------------------------------------
006671* 1053-WARN-MOVED-PARM - A CARD FOR A SETTING THAT NOW LIVES
006672*     ON THE PARAMETER MASTER. IT IS IGNORED - THE MASTER IS
006673*     THE ONE RECORD OF WHAT RULE A CYCLE RAN UNDER - BUT SAY
006674*     SO, IN CASE THE DECK WAS MEANT AS A CHANGE.
006675*----------------------------------------------------------------
006676 1053-WARN-MOVED-PARM.
006677     DISPLAY 'PARM CARD SETTING NOW ON THE PARAMETER MASTER,'
006678         ' IGNORED: ' WS-PARM-REC (1:40).
006679 1053-WARN-MOVED-PARM-EXIT.
006680     EXIT.
006682*----------------------------------------------------------------
006683* 1054-WARN-BAD-PARM-VALUE - A RECOGNIZED KEYWORD ARRIVED WITH
006684*     A VALUE THAT CANNOT BE USED (NOT NUMERIC AT THE FIXED
006651     CLOSE DATEFILE.
006652 1055-READ-DATE-CARD-EXIT.
006653     EXIT.
006654*----------------------------------------------------------------
006655* 1058-RESOLVE-PARMS - THE SCORING RULE AND THE QUALITY-GATE
006656*     TOLERANCES IN FORCE FOR THIS CYCLE, FROM THE EFFECTIVE-
006657*     DATED PARAMETER MASTER: YVOWEL (Y/N), MAXREJPCT (NNN),
006658*     MAXEXCP AND MINRECS (NNNNNNN). THE AS-OF DATE IS THE
006659*     SCHEDULER'S CYCLE-DATE CARD, OR FAILING THAT THE FEED
006660*     HEADER'S DATE, SO A RERUN OF AN OLD CYCLE SCORES AND
006661*     GATES UNDER THE RULES THAT CYCLE RAN UNDER. NO ENTRY IN
006662*     FORCE, OR AN ENTRY OF NONE, KEEPS THE DEFAULT: Y COUNTS
006663*     AS A VOWEL AND THE MEASURE IS NOT GATED.
006664*----------------------------------------------------------------
006665 1058-RESOLVE-PARMS.
006666     MOVE ZERO TO WS-PARM-AS-OF-DATE.
006667     IF WS-CYCLE-DATE-SUPPLIED
006668         MOVE WS-CYCLE-DATE TO WS-PARM-AS-OF-DATE
006669     ELSE
006670         IF WS-HEADER-DATE IS NUMERIC
006671             MOVE WS-HEADER-DATE TO WS-PARM-AS-OF-DATE
006672         END-IF
006673     END-IF.
006674     MOVE 'YVOWEL' TO PRMPARM-NAME.
006675     PERFORM 1059-LOOKUP-PARM THRU 1059-LOOKUP-PARM-EXIT.
006676     IF PRMPARM-FOUND
006677         IF PRMPARM-VALUE (1:1) = 'Y' OR PRMPARM-VALUE (1:1) = 'N'
006678             MOVE PRMPARM-VALUE (1:1) TO WS-Y-SWITCH
006679         ELSE
006680             PERFORM 1057-WARN-BAD-MASTER-VALUE
006681                 THRU 1057-WARN-BAD-MASTER-VALUE-EXIT
006682         END-IF
006683     END-IF.
006684     MOVE 'MAXREJPCT' TO PRMPARM-NAME.
006685     PERFORM 1059-LOOKUP-PARM THRU 1059-LOOKUP-PARM-EXIT.
006686     IF PRMPARM-FOUND AND PRMPARM-VALUE NOT = 'NONE'
006687         IF PRMPARM-VALUE (1:3) IS NUMERIC
006688             MOVE PRMPARM-VALUE (1:3) TO WS-MAX-REJ-PCT
006689             SET WS-REJ-PCT-GATED TO TRUE
006690         ELSE
006691             PERFORM 1057-WARN-BAD-MASTER-VALUE
006692                 THRU 1057-WARN-BAD-MASTER-VALUE-EXIT
006693         END-IF
006694     END-IF.
006695     MOVE 'MAXEXCP' TO PRMPARM-NAME.
006696     PERFORM 1059-LOOKUP-PARM THRU 1059-LOOKUP-PARM-EXIT.
006697     IF PRMPARM-FOUND AND PRMPARM-VALUE NOT = 'NONE'
006698         IF PRMPARM-VALUE (1:7) IS NUMERIC
006699             MOVE PRMPARM-VALUE (1:7) TO WS-MAX-EXCP
006700             SET WS-MAX-EXCP-GATED TO TRUE
006701         ELSE
006702             PERFORM 1057-WARN-BAD-MASTER-VALUE
006703                 THRU 1057-WARN-BAD-MASTER-VALUE-EXIT
006704         END-IF
006705     END-IF.
006706     MOVE 'MINRECS' TO PRMPARM-NAME.
006707     PERFORM 1059-LOOKUP-PARM THRU 1059-LOOKUP-PARM-EXIT.
006708     IF PRMPARM-FOUND AND PRMPARM-VALUE NOT = 'NONE'
006709         IF PRMPARM-VALUE (1:7) IS NUMERIC
006710             MOVE PRMPARM-VALUE (1:7) TO WS-MIN-RECS
006711             SET WS-MIN-RECS-GATED TO TRUE
006712         ELSE
006713             PERFORM 1057-WARN-BAD-MASTER-VALUE
006714                 THRU 1057-WARN-BAD-MASTER-VALUE-EXIT
006715         END-IF
006716     END-IF.
006717 1058-RESOLVE-PARMS-EXIT.
006718     EXIT.
006719*----------------------------------------------------------------
006720* 1059-LOOKUP-PARM - ONE CODEABBEY-SET-45 LOOKUP OF THE
006721*     NAME IN PRMPARM-NAME AS OF WS-PARM-AS-OF-DATE. A MASTER
006722*     THAT CANNOT BE READ IS AN ABEND - SCORING A CYCLE UNDER
006723*     A GUESSED RULE IS WORSE THAN NOT SCORING IT.
006724*----------------------------------------------------------------
006725 1059-LOOKUP-PARM.
006726     MOVE WS-PARM-AS-OF-DATE TO PRMPARM-AS-OF-DATE.
006727     MOVE 'SET-20' TO PRMPARM-PROGRAM.
006728     CALL 'CODEABBEY-SET-45' USING PRMPARM.
006729     IF PRMPARM-UNAVAILABLE
006730         DISPLAY '*** PARAMETER MASTER UNAVAILABLE'
006731             ' - JOB ABENDING ***'
006732         MOVE 16 TO RETURN-CODE
006733         STOP RUN
006734     END-IF.
006735 1059-LOOKUP-PARM-EXIT.
006736     EXIT.
006737*----------------------------------------------------------------
006738* 1057-WARN-BAD-MASTER-VALUE - AN ENTRY IN FORCE ON THE MASTER
006739*     CANNOT BE USED. THE DEFAULT STANDS, BUT SAY SO.
006740*----------------------------------------------------------------
006741 1057-WARN-BAD-MASTER-VALUE.
006742     DISPLAY PRMPARM-NAME ' VALUE NOT USABLE, IGNORED: '
006743         PRMPARM-VALUE.
006744 1057-WARN-BAD-MASTER-VALUE-EXIT.
006745     EXIT.
006500*----------------------------------------------------------------
006600* 2000-PROCESS-RECORD - SCORE ONE RECORD AND READ THE NEXT.
006700*----------------------------------------------------------------
009413*     TOTAL GOES FIRST UNDER THE '*TOTAL*' SOURCE ID - THAT
009414*     IS THE ROW SINGLE-RECORD READERS HAVE ALWAYS SEEN - AND
009415*     ONE ROW PER SOURCE FOLLOWS FOR READERS THAT WANT THE
009416*     PER-SOURCE SPLIT. EVERY ROW CARRIES THE CYCLE DATE - THE
009417*     SCHEDULER'S CARD, OR FAILING THAT THE FEED HEADER'S.
009418*----------------------------------------------------------------
009419 9200-WRITE-STAT-RECORD.
009420     MOVE SPACES          TO STATREC.
009421     MOVE WS-LINES-READ   TO STATREC-LINES-READ.
009422     MOVE WS-REC-COUNT    TO STATREC-REC-COUNT.
009423     MOVE WS-REJ-COUNT    TO STATREC-REJ-COUNT.
009424     MOVE WS-EXCP-COUNT   TO STATREC-EXCP-COUNT.
009425     MOVE WS-TOTAL-VOWELS TO STATREC-TOTAL-VOWELS.
009426     MOVE WS-MIN-VOWELS   TO STATREC-MIN-VOWELS.
009427     MOVE WS-MAX-VOWELS   TO STATREC-MAX-VOWELS.
009428     MOVE '*TOTAL*'       TO STATREC-SOURCE-ID.
009429     IF WS-CYCLE-DATE-SUPPLIED
009430         MOVE WS-CYCLE-DATE  TO STATREC-CYCLE-DATE
009431     ELSE
009432         MOVE WS-HEADER-DATE TO STATREC-CYCLE-DATE
009433     END-IF.
009434     WRITE STATREC.
009435     PERFORM 9250-WRITE-ONE-SOURCE-STAT
009436         THRU 9250-WRITE-ONE-SOURCE-STAT-EXIT
009437         VARYING WS-SRC-SUB FROM 1 BY 1
009438         UNTIL WS-SRC-SUB > WS-SRC-COUNT.
009439 9200-WRITE-STAT-RECORD-EXIT.
009440     EXIT.
009441*----------------------------------------------------------------
009442* 9250-WRITE-ONE-SOURCE-STAT - ONE SOURCE'S SHARE OF THE CYCLE
009443*     TOTALS IN THE SAME STATREC LAYOUT.
009444*----------------------------------------------------------------
009445 9250-WRITE-ONE-SOURCE-STAT.
009446     MOVE SPACES                     TO STATREC.
009447     MOVE WS-SRC-LINES (WS-SRC-SUB)  TO STATREC-LINES-READ.
009448     MOVE WS-SRC-SCORED (WS-SRC-SUB) TO STATREC-REC-COUNT.
009449     MOVE WS-SRC-REJ (WS-SRC-SUB)    TO STATREC-REJ-COUNT.
009450     MOVE WS-SRC-EXCP (WS-SRC-SUB)   TO STATREC-EXCP-COUNT.
009451     MOVE WS-SRC-VOWELS (WS-SRC-SUB) TO STATREC-TOTAL-VOWELS.
009452     MOVE WS-SRC-MIN (WS-SRC-SUB)    TO STATREC-MIN-VOWELS.
009453     MOVE WS-SRC-MAX-V (WS-SRC-SUB)  TO STATREC-MAX-VOWELS.
009454     MOVE WS-SRC-ID (WS-SRC-SUB)     TO STATREC-SOURCE-ID.
009455     IF WS-CYCLE-DATE-SUPPLIED
009456         MOVE WS-CYCLE-DATE  TO STATREC-CYCLE-DATE
009457     ELSE
009458         MOVE WS-HEADER-DATE TO STATREC-CYCLE-DATE
009459     END-IF.
009460     WRITE STATREC.
009461 9250-WRITE-ONE-SOURCE-STAT-EXIT.
009462     EXIT.
009426*----------------------------------------------------------------
009440* 9300-CHECK-QUALITY-GATE - COMPARE THE RUN AGAINST THE
009441*     OPERATIONS TOLERANCES FROM THE PARAMETER MASTER. EACH
009442*     MEASURE IS CHECKED ONLY IF IT IS GATED; EACH BREACH
009443*     WRITES ONE ALERTREC AND IS SHOWN ON SYSOUT, AND ANY
009444*     BREACH AT ALL TURNS THE RUN'S RETURN CODE INTO 8 (SEE
009445*     9000-TERMINATE) FOR THE SCHEDULER TO TRAP.
