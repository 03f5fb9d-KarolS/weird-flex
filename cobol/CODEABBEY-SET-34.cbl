003400*                 NIGHTLY CHAIN CATALOGS EVERY CYCLE - LEFT    *
003500*                 OUT, THEY WOULD ACCUMULATE FOREVER, WHICH    *
003600*                 IS THE EXACT PROBLEM THIS JOB EXISTS FOR.    *
003610* 2026-10-14  JPR THE ARCHIVE AGE NOW COMES FROM THE ARCHDAYS  *
003620*                 ENTRY ON THE EFFECTIVE-DATED PARAMETER       *
003630*                 MASTER, AS OF THE DATE OF THE CYCLE BEING    *
003640*                 SWEPT, THROUGH THE CODEABBEY-SET-45 LOOKUP - *
003650*                 THE PARMFILE RETENTION CARD IS GONE.         *
003652* 2026-10-14  JPR THE SWEEP NOW ALSO COVERS THE DATED OUTPUTS  *
003654*                 OF THE CHECKS ADDED SINCE - SET40 REPORT,    *
003656*                 ALERT AND RESULT, SET41 REPORT AND RESULT,   *
003658*                 SET42 READABLE AND REPORT, SET44 SUSPECT,    *
003660*                 ALERT, REPORT AND RESULT, SET47 PLAN, SET49  *
003662*                 WORKSHEET, SET51 XMITCTL AND REPORT, AND THE *
003664*                 SET50 ALERT AND REPORT CODE033 CATALOGS. THE *
003666*                 SET51 EXTRACT AND SET49 SAMPLE ARE WIDER     *
003668*                 THAN THE 140-BYTE ARCHREC TEXT AND ARE       *
003670*                 PURGED, NOT ARCHIVED, BY A SEPARATE STEP IN  *
003672*                 CODE024.JCL - BOTH CAN BE REBUILT FROM WHAT  *
003674*                 IS ARCHIVED.                                 *
003700***************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
009200     SELECT ARRSLT26 ASSIGN TO ARRSLT26
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS WS-ARRSLT26-STATUS.
009401     SELECT ARRPT40 ASSIGN TO ARRPT40
009402         ORGANIZATION IS SEQUENTIAL
009403         FILE STATUS IS WS-ARRPT40-STATUS.
009404     SELECT ARALR40 ASSIGN TO ARALR40
009405         ORGANIZATION IS SEQUENTIAL
009406         FILE STATUS IS WS-ARALR40-STATUS.
009407     SELECT ARRSLT40 ASSIGN TO ARRSLT40
009408         ORGANIZATION IS SEQUENTIAL
009409         FILE STATUS IS WS-ARRSLT40-STATUS.
009410     SELECT ARRPT41 ASSIGN TO ARRPT41
009411         ORGANIZATION IS SEQUENTIAL
009412         FILE STATUS IS WS-ARRPT41-STATUS.
009413     SELECT ARRSLT41 ASSIGN TO ARRSLT41
009414         ORGANIZATION IS SEQUENTIAL
009415         FILE STATUS IS WS-ARRSLT41-STATUS.
009416     SELECT ARREAD42 ASSIGN TO ARREAD42
009417         ORGANIZATION IS SEQUENTIAL
009418         FILE STATUS IS WS-ARREAD42-STATUS.
009419     SELECT ARRPT42 ASSIGN TO ARRPT42
009420         ORGANIZATION IS SEQUENTIAL
009421         FILE STATUS IS WS-ARRPT42-STATUS.
009422     SELECT ARSUSP44 ASSIGN TO ARSUSP44
009423         ORGANIZATION IS SEQUENTIAL
009424         FILE STATUS IS WS-ARSUSP44-STATUS.
009425     SELECT ARALR44 ASSIGN TO ARALR44
009426         ORGANIZATION IS SEQUENTIAL
009427         FILE STATUS IS WS-ARALR44-STATUS.
009428     SELECT ARRPT44 ASSIGN TO ARRPT44
009429         ORGANIZATION IS SEQUENTIAL
009430         FILE STATUS IS WS-ARRPT44-STATUS.
009431     SELECT ARRSLT44 ASSIGN TO ARRSLT44
009432         ORGANIZATION IS SEQUENTIAL
009433         FILE STATUS IS WS-ARRSLT44-STATUS.
009434     SELECT ARPLAN47 ASSIGN TO ARPLAN47
009435         ORGANIZATION IS SEQUENTIAL
009436         FILE STATUS IS WS-ARPLAN47-STATUS.
009437     SELECT ARWKSH49 ASSIGN TO ARWKSH49
009438         ORGANIZATION IS SEQUENTIAL
009439         FILE STATUS IS WS-ARWKSH49-STATUS.
009440     SELECT ARXMIT51 ASSIGN TO ARXMIT51
009441         ORGANIZATION IS SEQUENTIAL
009442         FILE STATUS IS WS-ARXMIT51-STATUS.
009443     SELECT ARRPT51 ASSIGN TO ARRPT51
009444         ORGANIZATION IS SEQUENTIAL
009445         FILE STATUS IS WS-ARRPT51-STATUS.
009446     SELECT ARALR50 ASSIGN TO ARALR50
009447         ORGANIZATION IS SEQUENTIAL
009448         FILE STATUS IS WS-ARALR50-STATUS.
009449     SELECT ARRPT50 ASSIGN TO ARRPT50
009450         ORGANIZATION IS SEQUENTIAL
009451         FILE STATUS IS WS-ARRPT50-STATUS.
009500     SELECT ARCHFILE ASSIGN TO ARCHFILE
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS WS-ARCHFILE-STATUS.
010400     SELECT DATEFILE ASSIGN TO DATEFILE
010500         ORGANIZATION IS SEQUENTIAL
010600         FILE STATUS IS WS-DATEFILE-STATUS.
011000 DATA DIVISION.
011100 FILE SECTION.
011200*----------------------------------------------------------------
018300     LABEL RECORDS ARE STANDARD
018400     RECORDING MODE IS F.
018500 01  ARS26-REC PIC X(80).
018501 FD  ARRPT40
018502     LABEL RECORDS ARE STANDARD
018503     RECORDING MODE IS F.
018504 01  ARRPT40-REC PIC X(80).
018505 FD  ARALR40
018506     LABEL RECORDS ARE STANDARD
018507     RECORDING MODE IS F.
018508 01  ARALR40-REC PIC X(80).
018509 FD  ARRSLT40
018510     LABEL RECORDS ARE STANDARD
018511     RECORDING MODE IS F.
018512 01  ARRSLT40-REC PIC X(80).
018513 FD  ARRPT41
018514     LABEL RECORDS ARE STANDARD
018515     RECORDING MODE IS F.
018516 01  ARRPT41-REC PIC X(80).
018517 FD  ARRSLT41
018518     LABEL RECORDS ARE STANDARD
018519     RECORDING MODE IS F.
018520 01  ARRSLT41-REC PIC X(80).
018521 FD  ARREAD42
018522     LABEL RECORDS ARE STANDARD
018523     RECORDING MODE IS F.
018524 01  ARREAD42-REC PIC X(80).
018525 FD  ARRPT42
018526     LABEL RECORDS ARE STANDARD
018527     RECORDING MODE IS F.
018528 01  ARRPT42-REC PIC X(80).
018529 FD  ARSUSP44
018530     LABEL RECORDS ARE STANDARD
018531     RECORDING MODE IS F.
018532 01  ARSUSP44-REC PIC X(133).
018533 FD  ARALR44
018534     LABEL RECORDS ARE STANDARD
018535     RECORDING MODE IS F.
018536 01  ARALR44-REC PIC X(80).
018537 FD  ARRPT44
018538     LABEL RECORDS ARE STANDARD
018539     RECORDING MODE IS F.
018540 01  ARRPT44-REC PIC X(80).
018541 FD  ARRSLT44
018542     LABEL RECORDS ARE STANDARD
018543     RECORDING MODE IS F.
018544 01  ARRSLT44-REC PIC X(80).
018545 FD  ARPLAN47
018546     LABEL RECORDS ARE STANDARD
018547     RECORDING MODE IS F.
018548 01  ARPLAN47-REC PIC X(80).
018549 FD  ARWKSH49
018550     LABEL RECORDS ARE STANDARD
018551     RECORDING MODE IS F.
018552 01  ARWKSH49-REC PIC X(80).
018553 FD  ARXMIT51
018554     LABEL RECORDS ARE STANDARD
018555     RECORDING MODE IS F.
018556 01  ARXMIT51-REC PIC X(80).
018557 FD  ARRPT51
018558     LABEL RECORDS ARE STANDARD
018559     RECORDING MODE IS F.
018560 01  ARRPT51-REC PIC X(80).
018561 FD  ARALR50
018562     LABEL RECORDS ARE STANDARD
018563     RECORDING MODE IS F.
018564 01  ARALR50-REC PIC X(80).
018565 FD  ARRPT50
018566     LABEL RECORDS ARE STANDARD
018567     RECORDING MODE IS F.
018568 01  ARRPT50-REC PIC X(80).
018600*----------------------------------------------------------------
018700* ARCHFILE - THE MONTH'S CONSOLIDATED ARCHIVE, EXTENDED WITH
018800* THIS CYCLE'S ENVELOPED RECORDS.
021400     LABEL RECORDS ARE STANDARD
021500     RECORDING MODE IS F.
021600 01  DATE-REC PIC X(80).
022600 WORKING-STORAGE SECTION.
022700*----------------------------------------------------------------
022800* FILE STATUS AND SWITCH BYTES
026100     88  WS-ARRSLT24-OK              VALUE '00'.
026200 01  WS-ARRSLT26-STATUS PIC X(02).
026300     88  WS-ARRSLT26-OK              VALUE '00'.
026302 01  WS-ARRPT40-STATUS PIC X(02).
026304     88  WS-ARRPT40-OK                  VALUE '00'.
026306 01  WS-ARALR40-STATUS PIC X(02).
026308     88  WS-ARALR40-OK                  VALUE '00'.
026310 01  WS-ARRSLT40-STATUS PIC X(02).
026312     88  WS-ARRSLT40-OK                 VALUE '00'.
026314 01  WS-ARRPT41-STATUS PIC X(02).
026316     88  WS-ARRPT41-OK                  VALUE '00'.
026318 01  WS-ARRSLT41-STATUS PIC X(02).
026320     88  WS-ARRSLT41-OK                 VALUE '00'.
026322 01  WS-ARREAD42-STATUS PIC X(02).
026324     88  WS-ARREAD42-OK                 VALUE '00'.
026326 01  WS-ARRPT42-STATUS PIC X(02).
026328     88  WS-ARRPT42-OK                  VALUE '00'.
026330 01  WS-ARSUSP44-STATUS PIC X(02).
026332     88  WS-ARSUSP44-OK                 VALUE '00'.
026334 01  WS-ARALR44-STATUS PIC X(02).
026336     88  WS-ARALR44-OK                  VALUE '00'.
026338 01  WS-ARRPT44-STATUS PIC X(02).
026340     88  WS-ARRPT44-OK                  VALUE '00'.
026342 01  WS-ARRSLT44-STATUS PIC X(02).
026344     88  WS-ARRSLT44-OK                 VALUE '00'.
026346 01  WS-ARPLAN47-STATUS PIC X(02).
026348     88  WS-ARPLAN47-OK                 VALUE '00'.
026350 01  WS-ARWKSH49-STATUS PIC X(02).
026352     88  WS-ARWKSH49-OK                 VALUE '00'.
026354 01  WS-ARXMIT51-STATUS PIC X(02).
026356     88  WS-ARXMIT51-OK                 VALUE '00'.
026358 01  WS-ARRPT51-STATUS PIC X(02).
026360     88  WS-ARRPT51-OK                  VALUE '00'.
026362 01  WS-ARALR50-STATUS PIC X(02).
026364     88  WS-ARALR50-OK                  VALUE '00'.
026366 01  WS-ARRPT50-STATUS PIC X(02).
026368     88  WS-ARRPT50-OK                  VALUE '00'.
026400 01  WS-ARCHFILE-STATUS PIC X(02).
026500     88  WS-ARCHFILE-OK              VALUE '00'.
026600 01  WS-ARCHIDX-STATUS PIC X(02).
026900     88  WS-REPTFILE-OK              VALUE '00'.
027000 01  WS-DATEFILE-STATUS PIC X(02).
027100     88  WS-DATEFILE-OK              VALUE '00'.
027400 01  WS-SWITCHES.
027500     05  WS-FILE-EOF-SWITCH PIC X(01) VALUE 'N'.
027600         88  WS-FILE-AT-EOF           VALUE 'Y'.
032900* IN 9900-ABEND-ON-OPEN-ERROR BELOW.
033000*----------------------------------------------------------------
033100 01  WS-ABEND-FILE-NAME PIC X(08).
033110*----------------------------------------------------------------
033120* PARAMETER BLOCK FOR THE CODEABBEY-SET-45 PARAMETER LOOKUP -
033130* SEE 1100-RESOLVE-ARCH-DAYS.
033140*----------------------------------------------------------------
033150     COPY PRMPARM.
033200*----------------------------------------------------------------
033300* PARAMETER BLOCK FOR THE CODEABBEY-SET-30 RUN-LOG RECORDER -
033400* SEE 1030-LOG-RUN-START AND 9800-LOG-RUN-END.
035000*----------------------------------------------------------------
035100 1000-INITIALIZE.
035200     PERFORM 1050-READ-DATE-CARD THRU 1050-READ-DATE-CARD-EXIT.
035250     PERFORM 1100-RESOLVE-ARCH-DAYS
035300         THRU 1100-RESOLVE-ARCH-DAYS-EXIT.
035400     PERFORM 1200-BUILD-CUTOFF-DATE
035500         THRU 1200-BUILD-CUTOFF-DATE-EXIT.
035600     PERFORM 1300-CHECK-CYCLE-IS-AGED
043600 1050-READ-DATE-CARD-EXIT.
043700     EXIT.
043800*----------------------------------------------------------------
043850* 1100-RESOLVE-ARCH-DAYS - THE ARCHIVE AGE IN FORCE FOR THE
043900*     CYCLE BEING SWEPT, FROM THE ARCHDAYS ENTRY ON THE
043950*     PARAMETER MASTER, SO A SWEEP OF AN OLD CYCLE IS HELD TO
044000*     THE RULE THAT CYCLE RAN UNDER. NO ENTRY IN FORCE, OR A
044050*     ZERO ONE, LEAVES THE 90-DAY DEFAULT. A MASTER THAT CANNOT
044100*     BE READ IS AN ABEND - THE SWEEP NEVER GUESSES.
044150*----------------------------------------------------------------
044200 1100-RESOLVE-ARCH-DAYS.
044250     MOVE 'ARCHDAYS' TO PRMPARM-NAME.
044300     MOVE WS-CYCLE-DATE TO PRMPARM-AS-OF-DATE.
044350     MOVE 'SET-34' TO PRMPARM-PROGRAM.
044400     CALL 'CODEABBEY-SET-45' USING PRMPARM.
044450     IF PRMPARM-UNAVAILABLE
044500         DISPLAY '*** PARAMETER MASTER UNAVAILABLE'
044550             ' - JOB ABENDING ***'
044600         MOVE 16 TO RETURN-CODE
044650         STOP RUN
044700     END-IF.
044750     IF PRMPARM-NOT-FOUND
044800         GO TO 1100-RESOLVE-ARCH-DAYS-EXIT
044850     END-IF.
044900     MOVE PRMPARM-VALUE (1:3) TO WS-PARM-DAYS-X.
044950     IF WS-PARM-DAYS-X IS NUMERIC AND WS-PARM-DAYS-X NOT = '000'
045000         MOVE WS-PARM-DAYS-X TO WS-RETAIN-DAYS
045050     ELSE
045100         DISPLAY 'ARCHDAYS VALUE NOT USABLE, IGNORED: '
045150             PRMPARM-VALUE
045200     END-IF.
045250 1100-RESOLVE-ARCH-DAYS-EXIT.
045300     EXIT.
046000*----------------------------------------------------------------
046100* 1200-BUILD-CUTOFF-DATE - WALK THE RUN DATE BACK ONE CALENDAR
046200*     DAY PER RETENTION DAY, THE SAME WALK SET-28 USES ON THE
054100     PERFORM 3150-SWEEP-RSLT23 THRU 3150-SWEEP-RSLT23-EXIT.
054200     PERFORM 3160-SWEEP-RSLT24 THRU 3160-SWEEP-RSLT24-EXIT.
054300     PERFORM 3170-SWEEP-RSLT26 THRU 3170-SWEEP-RSLT26-EXIT.
054305     PERFORM 3180-SWEEP-RPT40 THRU 3180-SWEEP-RPT40-EXIT.
054310     PERFORM 3190-SWEEP-ALERT40 THRU 3190-SWEEP-ALERT40-EXIT.
054315     PERFORM 3200-SWEEP-RSLT40 THRU 3200-SWEEP-RSLT40-EXIT.
054320     PERFORM 3210-SWEEP-RPT41 THRU 3210-SWEEP-RPT41-EXIT.
054325     PERFORM 3220-SWEEP-RSLT41 THRU 3220-SWEEP-RSLT41-EXIT.
054330     PERFORM 3230-SWEEP-READ42 THRU 3230-SWEEP-READ42-EXIT.
054335     PERFORM 3240-SWEEP-RPT42 THRU 3240-SWEEP-RPT42-EXIT.
054340     PERFORM 3250-SWEEP-SUSP44 THRU 3250-SWEEP-SUSP44-EXIT.
054345     PERFORM 3260-SWEEP-ALERT44 THRU 3260-SWEEP-ALERT44-EXIT.
054350     PERFORM 3270-SWEEP-RPT44 THRU 3270-SWEEP-RPT44-EXIT.
054355     PERFORM 3280-SWEEP-RSLT44 THRU 3280-SWEEP-RSLT44-EXIT.
054360     PERFORM 3290-SWEEP-PLAN47 THRU 3290-SWEEP-PLAN47-EXIT.
054365     PERFORM 3300-SWEEP-WKSHT49 THRU 3300-SWEEP-WKSHT49-EXIT.
054370     PERFORM 3310-SWEEP-XMIT51 THRU 3310-SWEEP-XMIT51-EXIT.
054375     PERFORM 3320-SWEEP-RPT51 THRU 3320-SWEEP-RPT51-EXIT.
054380     PERFORM 3330-SWEEP-ALERT50 THRU 3330-SWEEP-ALERT50-EXIT.
054385     PERFORM 3340-SWEEP-RPT50 THRU 3340-SWEEP-RPT50-EXIT.
054400 2000-SWEEP-ALL-FILES-EXIT.
054500     EXIT.
054600*----------------------------------------------------------------
109200 3175-READ-ONE-RSLT26-EXIT.
109300     EXIT.
109400*----------------------------------------------------------------
109500* 3180-SWEEP-RPT40 - THE CYCLE'S FEED-SOURCE CHECK REPORT.
109600*----------------------------------------------------------------
109700 3180-SWEEP-RPT40.
109800     MOVE 'RPT40' TO WS-FILE-TAG.
109900     MOVE ZERO TO WS-FILE-COUNT.
110000     SET WS-FILE-NOT-AT-EOF TO TRUE.
110100     OPEN INPUT ARRPT40.
110200     IF NOT WS-ARRPT40-OK
110300         PERFORM 8200-NOTE-MISSING-FILE
110400             THRU 8200-NOTE-MISSING-FILE-EXIT
110500         GO TO 3180-SWEEP-RPT40-EXIT
110600     END-IF.
110700     PERFORM 3185-READ-ONE-RPT40 THRU 3185-READ-ONE-RPT40-EXIT
110800         UNTIL WS-FILE-AT-EOF.
110900     CLOSE ARRPT40.
111000     PERFORM 8100-FINISH-ONE-FILE
111100         THRU 8100-FINISH-ONE-FILE-EXIT.
111200 3180-SWEEP-RPT40-EXIT.
111300     EXIT.
111400 3185-READ-ONE-RPT40.
111500     READ ARRPT40
111600         AT END
111700             SET WS-FILE-AT-EOF TO TRUE
111800             GO TO 3185-READ-ONE-RPT40-EXIT
111900     END-READ.
112000     MOVE SPACES TO WS-ARCH-TEXT.
112100     MOVE ARRPT40-REC TO WS-ARCH-TEXT.
112200     PERFORM 8000-WRITE-ARCH-RECORD
112300         THRU 8000-WRITE-ARCH-RECORD-EXIT.
112400 3185-READ-ONE-RPT40-EXIT.
112500     EXIT.
112600*----------------------------------------------------------------
112700* 3190-SWEEP-ALERT40 - THE CYCLE'S FEED-SOURCE ALERTS.
112800*----------------------------------------------------------------
112900 3190-SWEEP-ALERT40.
113000     MOVE 'ALERT40' TO WS-FILE-TAG.
113100     MOVE ZERO TO WS-FILE-COUNT.
113200     SET WS-FILE-NOT-AT-EOF TO TRUE.
113300     OPEN INPUT ARALR40.
113400     IF NOT WS-ARALR40-OK
113500         PERFORM 8200-NOTE-MISSING-FILE
113600             THRU 8200-NOTE-MISSING-FILE-EXIT
113700         GO TO 3190-SWEEP-ALERT40-EXIT
113800     END-IF.
113900     PERFORM 3195-READ-ONE-ALERT40 THRU 3195-READ-ONE-ALERT40-EXIT
114000         UNTIL WS-FILE-AT-EOF.
114100     CLOSE ARALR40.
114200     PERFORM 8100-FINISH-ONE-FILE
114300         THRU 8100-FINISH-ONE-FILE-EXIT.
114400 3190-SWEEP-ALERT40-EXIT.
114500     EXIT.
114600 3195-READ-ONE-ALERT40.
114700     READ ARALR40
114800         AT END
114900             SET WS-FILE-AT-EOF TO TRUE
115000             GO TO 3195-READ-ONE-ALERT40-EXIT
115100     END-READ.
115200     MOVE SPACES TO WS-ARCH-TEXT.
115300     MOVE ARALR40-REC TO WS-ARCH-TEXT.
115400     PERFORM 8000-WRITE-ARCH-RECORD
115500         THRU 8000-WRITE-ARCH-RECORD-EXIT.
115600 3195-READ-ONE-ALERT40-EXIT.
115700     EXIT.
115800*----------------------------------------------------------------
115900* 3200-SWEEP-RSLT40 - THE CYCLE'S SOURCES VERDICT ROW.
116000*----------------------------------------------------------------
116100 3200-SWEEP-RSLT40.
116200     MOVE 'RSLT40' TO WS-FILE-TAG.
116300     MOVE ZERO TO WS-FILE-COUNT.
116400     SET WS-FILE-NOT-AT-EOF TO TRUE.
116500     OPEN INPUT ARRSLT40.
116600     IF NOT WS-ARRSLT40-OK
116700         PERFORM 8200-NOTE-MISSING-FILE
116800             THRU 8200-NOTE-MISSING-FILE-EXIT
116900         GO TO 3200-SWEEP-RSLT40-EXIT
117000     END-IF.
117100     PERFORM 3205-READ-ONE-RSLT40 THRU 3205-READ-ONE-RSLT40-EXIT
117200         UNTIL WS-FILE-AT-EOF.
117300     CLOSE ARRSLT40.
117400     PERFORM 8100-FINISH-ONE-FILE
117500         THRU 8100-FINISH-ONE-FILE-EXIT.
117600 3200-SWEEP-RSLT40-EXIT.
117700     EXIT.
117800 3205-READ-ONE-RSLT40.
117900     READ ARRSLT40
118000         AT END
118100             SET WS-FILE-AT-EOF TO TRUE
118200             GO TO 3205-READ-ONE-RSLT40-EXIT
118300     END-READ.
118400     MOVE SPACES TO WS-ARCH-TEXT.
118500     MOVE ARRSLT40-REC TO WS-ARCH-TEXT.
118600     PERFORM 8000-WRITE-ARCH-RECORD
118700         THRU 8000-WRITE-ARCH-RECORD-EXIT.
118800 3205-READ-ONE-RSLT40-EXIT.
118900     EXIT.
119000*----------------------------------------------------------------
119100* 3210-SWEEP-RPT41 - THE CYCLE'S DUPLICATE-LINE REPORT.
119200*----------------------------------------------------------------
119300 3210-SWEEP-RPT41.
119400     MOVE 'RPT41' TO WS-FILE-TAG.
119500     MOVE ZERO TO WS-FILE-COUNT.
119600     SET WS-FILE-NOT-AT-EOF TO TRUE.
119700     OPEN INPUT ARRPT41.
119800     IF NOT WS-ARRPT41-OK
119900         PERFORM 8200-NOTE-MISSING-FILE
120000             THRU 8200-NOTE-MISSING-FILE-EXIT
120100         GO TO 3210-SWEEP-RPT41-EXIT
120200     END-IF.
120300     PERFORM 3215-READ-ONE-RPT41 THRU 3215-READ-ONE-RPT41-EXIT
120400         UNTIL WS-FILE-AT-EOF.
120500     CLOSE ARRPT41.
120600     PERFORM 8100-FINISH-ONE-FILE
120700         THRU 8100-FINISH-ONE-FILE-EXIT.
120800 3210-SWEEP-RPT41-EXIT.
120900     EXIT.
121000 3215-READ-ONE-RPT41.
121100     READ ARRPT41
121200         AT END
121300             SET WS-FILE-AT-EOF TO TRUE
121400             GO TO 3215-READ-ONE-RPT41-EXIT
121500     END-READ.
121600     MOVE SPACES TO WS-ARCH-TEXT.
121700     MOVE ARRPT41-REC TO WS-ARCH-TEXT.
121800     PERFORM 8000-WRITE-ARCH-RECORD
121900         THRU 8000-WRITE-ARCH-RECORD-EXIT.
122000 3215-READ-ONE-RPT41-EXIT.
122100     EXIT.
122200*----------------------------------------------------------------
122300* 3220-SWEEP-RSLT41 - THE CYCLE'S DUPLICATES VERDICT ROW.
122400*----------------------------------------------------------------
122500 3220-SWEEP-RSLT41.
122600     MOVE 'RSLT41' TO WS-FILE-TAG.
122700     MOVE ZERO TO WS-FILE-COUNT.
122800     SET WS-FILE-NOT-AT-EOF TO TRUE.
122900     OPEN INPUT ARRSLT41.
123000     IF NOT WS-ARRSLT41-OK
123100         PERFORM 8200-NOTE-MISSING-FILE
123200             THRU 8200-NOTE-MISSING-FILE-EXIT
123300         GO TO 3220-SWEEP-RSLT41-EXIT
123400     END-IF.
123500     PERFORM 3225-READ-ONE-RSLT41 THRU 3225-READ-ONE-RSLT41-EXIT
123600         UNTIL WS-FILE-AT-EOF.
123700     CLOSE ARRSLT41.
123800     PERFORM 8100-FINISH-ONE-FILE
123900         THRU 8100-FINISH-ONE-FILE-EXIT.
124000 3220-SWEEP-RSLT41-EXIT.
124100     EXIT.
124200 3225-READ-ONE-RSLT41.
124300     READ ARRSLT41
124400         AT END
124500             SET WS-FILE-AT-EOF TO TRUE
124600             GO TO 3225-READ-ONE-RSLT41-EXIT
124700     END-READ.
124800     MOVE SPACES TO WS-ARCH-TEXT.
124900     MOVE ARRSLT41-REC TO WS-ARCH-TEXT.
125000     PERFORM 8000-WRITE-ARCH-RECORD
125100         THRU 8000-WRITE-ARCH-RECORD-EXIT.
125200 3225-READ-ONE-RSLT41-EXIT.
125300     EXIT.
125400*----------------------------------------------------------------
125500* 3230-SWEEP-READ42 - THE CYCLE'S PER-LINE READABILITY ROWS.
125600*----------------------------------------------------------------
125700 3230-SWEEP-READ42.
125800     MOVE 'READ42' TO WS-FILE-TAG.
125900     MOVE ZERO TO WS-FILE-COUNT.
126000     SET WS-FILE-NOT-AT-EOF TO TRUE.
126100     OPEN INPUT ARREAD42.
126200     IF NOT WS-ARREAD42-OK
126300         PERFORM 8200-NOTE-MISSING-FILE
126400             THRU 8200-NOTE-MISSING-FILE-EXIT
126500         GO TO 3230-SWEEP-READ42-EXIT
126600     END-IF.
126700     PERFORM 3235-READ-ONE-READ42 THRU 3235-READ-ONE-READ42-EXIT
126800         UNTIL WS-FILE-AT-EOF.
126900     CLOSE ARREAD42.
127000     PERFORM 8100-FINISH-ONE-FILE
127100         THRU 8100-FINISH-ONE-FILE-EXIT.
127200 3230-SWEEP-READ42-EXIT.
127300     EXIT.
127400 3235-READ-ONE-READ42.
127500     READ ARREAD42
127600         AT END
127700             SET WS-FILE-AT-EOF TO TRUE
127800             GO TO 3235-READ-ONE-READ42-EXIT
127900     END-READ.
128000     MOVE SPACES TO WS-ARCH-TEXT.
128100     MOVE ARREAD42-REC TO WS-ARCH-TEXT.
128200     PERFORM 8000-WRITE-ARCH-RECORD
128300         THRU 8000-WRITE-ARCH-RECORD-EXIT.
128400 3235-READ-ONE-READ42-EXIT.
128500     EXIT.
128600*----------------------------------------------------------------
128700* 3240-SWEEP-RPT42 - THE CYCLE'S READABILITY REPORT.
128800*----------------------------------------------------------------
128900 3240-SWEEP-RPT42.
129000     MOVE 'RPT42' TO WS-FILE-TAG.
129100     MOVE ZERO TO WS-FILE-COUNT.
129200     SET WS-FILE-NOT-AT-EOF TO TRUE.
129300     OPEN INPUT ARRPT42.
129400     IF NOT WS-ARRPT42-OK
129500         PERFORM 8200-NOTE-MISSING-FILE
129600             THRU 8200-NOTE-MISSING-FILE-EXIT
129700         GO TO 3240-SWEEP-RPT42-EXIT
129800     END-IF.
129900     PERFORM 3245-READ-ONE-RPT42 THRU 3245-READ-ONE-RPT42-EXIT
130000         UNTIL WS-FILE-AT-EOF.
130100     CLOSE ARRPT42.
130200     PERFORM 8100-FINISH-ONE-FILE
130300         THRU 8100-FINISH-ONE-FILE-EXIT.
130400 3240-SWEEP-RPT42-EXIT.
130500     EXIT.
130600 3245-READ-ONE-RPT42.
130700     READ ARRPT42
130800         AT END
130900             SET WS-FILE-AT-EOF TO TRUE
131000             GO TO 3245-READ-ONE-RPT42-EXIT
131100     END-READ.
131200     MOVE SPACES TO WS-ARCH-TEXT.
131300     MOVE ARRPT42-REC TO WS-ARCH-TEXT.
131400     PERFORM 8000-WRITE-ARCH-RECORD
131500         THRU 8000-WRITE-ARCH-RECORD-EXIT.
131600 3245-READ-ONE-RPT42-EXIT.
131700     EXIT.
131800*----------------------------------------------------------------
131900* 3250-SWEEP-SUSP44 - THE CYCLE'S SUSPECT LETTER-MIX LINES.
132000*----------------------------------------------------------------
132100 3250-SWEEP-SUSP44.
132200     MOVE 'SUSP44' TO WS-FILE-TAG.
132300     MOVE ZERO TO WS-FILE-COUNT.
132400     SET WS-FILE-NOT-AT-EOF TO TRUE.
132500     OPEN INPUT ARSUSP44.
132600     IF NOT WS-ARSUSP44-OK
132700         PERFORM 8200-NOTE-MISSING-FILE
132800             THRU 8200-NOTE-MISSING-FILE-EXIT
132900         GO TO 3250-SWEEP-SUSP44-EXIT
133000     END-IF.
133100     PERFORM 3255-READ-ONE-SUSP44 THRU 3255-READ-ONE-SUSP44-EXIT
133200         UNTIL WS-FILE-AT-EOF.
133300     CLOSE ARSUSP44.
133400     PERFORM 8100-FINISH-ONE-FILE
133500         THRU 8100-FINISH-ONE-FILE-EXIT.
133600 3250-SWEEP-SUSP44-EXIT.
133700     EXIT.
133800 3255-READ-ONE-SUSP44.
133900     READ ARSUSP44
134000         AT END
134100             SET WS-FILE-AT-EOF TO TRUE
134200             GO TO 3255-READ-ONE-SUSP44-EXIT
134300     END-READ.
134400     MOVE SPACES TO WS-ARCH-TEXT.
134500     MOVE ARSUSP44-REC TO WS-ARCH-TEXT.
134600     PERFORM 8000-WRITE-ARCH-RECORD
134700         THRU 8000-WRITE-ARCH-RECORD-EXIT.
134800 3255-READ-ONE-SUSP44-EXIT.
134900     EXIT.
135000*----------------------------------------------------------------
135100* 3260-SWEEP-ALERT44 - THE CYCLE'S LETTER-MIX ALERTS.
135200*----------------------------------------------------------------
135300 3260-SWEEP-ALERT44.
135400     MOVE 'ALERT44' TO WS-FILE-TAG.
135500     MOVE ZERO TO WS-FILE-COUNT.
135600     SET WS-FILE-NOT-AT-EOF TO TRUE.
135700     OPEN INPUT ARALR44.
135800     IF NOT WS-ARALR44-OK
135900         PERFORM 8200-NOTE-MISSING-FILE
136000             THRU 8200-NOTE-MISSING-FILE-EXIT
136100         GO TO 3260-SWEEP-ALERT44-EXIT
136200     END-IF.
136300     PERFORM 3265-READ-ONE-ALERT44 THRU 3265-READ-ONE-ALERT44-EXIT
136400         UNTIL WS-FILE-AT-EOF.
136500     CLOSE ARALR44.
136600     PERFORM 8100-FINISH-ONE-FILE
136700         THRU 8100-FINISH-ONE-FILE-EXIT.
136800 3260-SWEEP-ALERT44-EXIT.
136900     EXIT.
137000 3265-READ-ONE-ALERT44.
137100     READ ARALR44
137200         AT END
137300             SET WS-FILE-AT-EOF TO TRUE
137400             GO TO 3265-READ-ONE-ALERT44-EXIT
137500     END-READ.
137600     MOVE SPACES TO WS-ARCH-TEXT.
137700     MOVE ARALR44-REC TO WS-ARCH-TEXT.
137800     PERFORM 8000-WRITE-ARCH-RECORD
137900         THRU 8000-WRITE-ARCH-RECORD-EXIT.
138000 3265-READ-ONE-ALERT44-EXIT.
138100     EXIT.
138200*----------------------------------------------------------------
138300* 3270-SWEEP-RPT44 - THE CYCLE'S LETTER-PROFILE REPORT.
138400*----------------------------------------------------------------
138500 3270-SWEEP-RPT44.
138600     MOVE 'RPT44' TO WS-FILE-TAG.
138700     MOVE ZERO TO WS-FILE-COUNT.
138800     SET WS-FILE-NOT-AT-EOF TO TRUE.
138900     OPEN INPUT ARRPT44.
139000     IF NOT WS-ARRPT44-OK
139100         PERFORM 8200-NOTE-MISSING-FILE
139200             THRU 8200-NOTE-MISSING-FILE-EXIT
139300         GO TO 3270-SWEEP-RPT44-EXIT
139400     END-IF.
139500     PERFORM 3275-READ-ONE-RPT44 THRU 3275-READ-ONE-RPT44-EXIT
139600         UNTIL WS-FILE-AT-EOF.
139700     CLOSE ARRPT44.
139800     PERFORM 8100-FINISH-ONE-FILE
139900         THRU 8100-FINISH-ONE-FILE-EXIT.
140000 3270-SWEEP-RPT44-EXIT.
140100     EXIT.
140200 3275-READ-ONE-RPT44.
140300     READ ARRPT44
140400         AT END
140500             SET WS-FILE-AT-EOF TO TRUE
140600             GO TO 3275-READ-ONE-RPT44-EXIT
140700     END-READ.
140800     MOVE SPACES TO WS-ARCH-TEXT.
140900     MOVE ARRPT44-REC TO WS-ARCH-TEXT.
141000     PERFORM 8000-WRITE-ARCH-RECORD
141100         THRU 8000-WRITE-ARCH-RECORD-EXIT.
141200 3275-READ-ONE-RPT44-EXIT.
141300     EXIT.
141400*----------------------------------------------------------------
141500* 3280-SWEEP-RSLT44 - THE CYCLE'S LETTER MIX VERDICT ROW.
141600*----------------------------------------------------------------
141700 3280-SWEEP-RSLT44.
141800     MOVE 'RSLT44' TO WS-FILE-TAG.
141900     MOVE ZERO TO WS-FILE-COUNT.
142000     SET WS-FILE-NOT-AT-EOF TO TRUE.
142100     OPEN INPUT ARRSLT44.
142200     IF NOT WS-ARRSLT44-OK
142300         PERFORM 8200-NOTE-MISSING-FILE
142400             THRU 8200-NOTE-MISSING-FILE-EXIT
142500         GO TO 3280-SWEEP-RSLT44-EXIT
142600     END-IF.
142700     PERFORM 3285-READ-ONE-RSLT44 THRU 3285-READ-ONE-RSLT44-EXIT
142800         UNTIL WS-FILE-AT-EOF.
142900     CLOSE ARRSLT44.
143000     PERFORM 8100-FINISH-ONE-FILE
143100         THRU 8100-FINISH-ONE-FILE-EXIT.
143200 3280-SWEEP-RSLT44-EXIT.
143300     EXIT.
143400 3285-READ-ONE-RSLT44.
143500     READ ARRSLT44
143600         AT END
143700             SET WS-FILE-AT-EOF TO TRUE
143800             GO TO 3285-READ-ONE-RSLT44-EXIT
143900     END-READ.
144000     MOVE SPACES TO WS-ARCH-TEXT.
144100     MOVE ARRSLT44-REC TO WS-ARCH-TEXT.
144200     PERFORM 8000-WRITE-ARCH-RECORD
144300         THRU 8000-WRITE-ARCH-RECORD-EXIT.
144400 3285-READ-ONE-RSLT44-EXIT.
144500     EXIT.
144600*----------------------------------------------------------------
144700* 3290-SWEEP-PLAN47 - THE CYCLE'S CHAIN RESUME PLAN.
144800*----------------------------------------------------------------
144900 3290-SWEEP-PLAN47.
145000     MOVE 'PLAN47' TO WS-FILE-TAG.
145100     MOVE ZERO TO WS-FILE-COUNT.
145200     SET WS-FILE-NOT-AT-EOF TO TRUE.
145300     OPEN INPUT ARPLAN47.
145400     IF NOT WS-ARPLAN47-OK
145500         PERFORM 8200-NOTE-MISSING-FILE
145600             THRU 8200-NOTE-MISSING-FILE-EXIT
145700         GO TO 3290-SWEEP-PLAN47-EXIT
145800     END-IF.
145900     PERFORM 3295-READ-ONE-PLAN47 THRU 3295-READ-ONE-PLAN47-EXIT
146000         UNTIL WS-FILE-AT-EOF.
146100     CLOSE ARPLAN47.
146200     PERFORM 8100-FINISH-ONE-FILE
146300         THRU 8100-FINISH-ONE-FILE-EXIT.
146400 3290-SWEEP-PLAN47-EXIT.
146500     EXIT.
146600 3295-READ-ONE-PLAN47.
146700     READ ARPLAN47
146800         AT END
146900             SET WS-FILE-AT-EOF TO TRUE
147000             GO TO 3295-READ-ONE-PLAN47-EXIT
147100     END-READ.
147200     MOVE SPACES TO WS-ARCH-TEXT.
147300     MOVE ARPLAN47-REC TO WS-ARCH-TEXT.
147400     PERFORM 8000-WRITE-ARCH-RECORD
147500         THRU 8000-WRITE-ARCH-RECORD-EXIT.
147600 3295-READ-ONE-PLAN47-EXIT.
147700     EXIT.
147800*----------------------------------------------------------------
147900* 3300-SWEEP-WKSHT49 - THE CYCLE'S QA REVIEW WORKSHEET.
148000*----------------------------------------------------------------
148100 3300-SWEEP-WKSHT49.
148200     MOVE 'WKSHT49' TO WS-FILE-TAG.
148300     MOVE ZERO TO WS-FILE-COUNT.
148400     SET WS-FILE-NOT-AT-EOF TO TRUE.
148500     OPEN INPUT ARWKSH49.
148600     IF NOT WS-ARWKSH49-OK
148700         PERFORM 8200-NOTE-MISSING-FILE
148800             THRU 8200-NOTE-MISSING-FILE-EXIT
148900         GO TO 3300-SWEEP-WKSHT49-EXIT
149000     END-IF.
149100     PERFORM 3305-READ-ONE-WKSHT49 THRU 3305-READ-ONE-WKSHT49-EXIT
149200         UNTIL WS-FILE-AT-EOF.
149300     CLOSE ARWKSH49.
149400     PERFORM 8100-FINISH-ONE-FILE
149500         THRU 8100-FINISH-ONE-FILE-EXIT.
149600 3300-SWEEP-WKSHT49-EXIT.
149700     EXIT.
149800 3305-READ-ONE-WKSHT49.
149900     READ ARWKSH49
150000         AT END
150100             SET WS-FILE-AT-EOF TO TRUE
150200             GO TO 3305-READ-ONE-WKSHT49-EXIT
150300     END-READ.
150400     MOVE SPACES TO WS-ARCH-TEXT.
150500     MOVE ARWKSH49-REC TO WS-ARCH-TEXT.
150600     PERFORM 8000-WRITE-ARCH-RECORD
150700         THRU 8000-WRITE-ARCH-RECORD-EXIT.
150800 3305-READ-ONE-WKSHT49-EXIT.
150900     EXIT.
151000*----------------------------------------------------------------
151100* 3310-SWEEP-XMIT51 - THE CYCLE'S WAREHOUSE TRANSMISSION CONTROL.
151200*----------------------------------------------------------------
151300 3310-SWEEP-XMIT51.
151400     MOVE 'XMIT51' TO WS-FILE-TAG.
151500     MOVE ZERO TO WS-FILE-COUNT.
151600     SET WS-FILE-NOT-AT-EOF TO TRUE.
151700     OPEN INPUT ARXMIT51.
151800     IF NOT WS-ARXMIT51-OK
151900         PERFORM 8200-NOTE-MISSING-FILE
152000             THRU 8200-NOTE-MISSING-FILE-EXIT
152100         GO TO 3310-SWEEP-XMIT51-EXIT
152200     END-IF.
152300     PERFORM 3315-READ-ONE-XMIT51 THRU 3315-READ-ONE-XMIT51-EXIT
152400         UNTIL WS-FILE-AT-EOF.
152500     CLOSE ARXMIT51.
152600     PERFORM 8100-FINISH-ONE-FILE
152700         THRU 8100-FINISH-ONE-FILE-EXIT.
152800 3310-SWEEP-XMIT51-EXIT.
152900     EXIT.
153000 3315-READ-ONE-XMIT51.
153100     READ ARXMIT51
153200         AT END
153300             SET WS-FILE-AT-EOF TO TRUE
153400             GO TO 3315-READ-ONE-XMIT51-EXIT
153500     END-READ.
153600     MOVE SPACES TO WS-ARCH-TEXT.
153700     MOVE ARXMIT51-REC TO WS-ARCH-TEXT.
153800     PERFORM 8000-WRITE-ARCH-RECORD
153900         THRU 8000-WRITE-ARCH-RECORD-EXIT.
154000 3315-READ-ONE-XMIT51-EXIT.
154100     EXIT.
154200*----------------------------------------------------------------
154300* 3320-SWEEP-RPT51 - THE CYCLE'S WAREHOUSE EXTRACT REPORT.
154400*----------------------------------------------------------------
154500 3320-SWEEP-RPT51.
154600     MOVE 'RPT51' TO WS-FILE-TAG.
154700     MOVE ZERO TO WS-FILE-COUNT.
154800     SET WS-FILE-NOT-AT-EOF TO TRUE.
154900     OPEN INPUT ARRPT51.
155000     IF NOT WS-ARRPT51-OK
155100         PERFORM 8200-NOTE-MISSING-FILE
155200             THRU 8200-NOTE-MISSING-FILE-EXIT
155300         GO TO 3320-SWEEP-RPT51-EXIT
155400     END-IF.
155500     PERFORM 3325-READ-ONE-RPT51 THRU 3325-READ-ONE-RPT51-EXIT
155600         UNTIL WS-FILE-AT-EOF.
155700     CLOSE ARRPT51.
155800     PERFORM 8100-FINISH-ONE-FILE
155900         THRU 8100-FINISH-ONE-FILE-EXIT.
156000 3320-SWEEP-RPT51-EXIT.
156100     EXIT.
156200 3325-READ-ONE-RPT51.
156300     READ ARRPT51
156400         AT END
156500             SET WS-FILE-AT-EOF TO TRUE
156600             GO TO 3325-READ-ONE-RPT51-EXIT
156700     END-READ.
156800     MOVE SPACES TO WS-ARCH-TEXT.
156900     MOVE ARRPT51-REC TO WS-ARCH-TEXT.
157000     PERFORM 8000-WRITE-ARCH-RECORD
157100         THRU 8000-WRITE-ARCH-RECORD-EXIT.
157200 3325-READ-ONE-RPT51-EXIT.
157300     EXIT.
157400*----------------------------------------------------------------
157500* 3330-SWEEP-ALERT50 - QA DISAGREEMENT ALERTS RAISED THAT DAY.
157600*----------------------------------------------------------------
157700 3330-SWEEP-ALERT50.
157800     MOVE 'ALERT50' TO WS-FILE-TAG.
157900     MOVE ZERO TO WS-FILE-COUNT.
158000     SET WS-FILE-NOT-AT-EOF TO TRUE.
158100     OPEN INPUT ARALR50.
158200     IF NOT WS-ARALR50-OK
158300         PERFORM 8200-NOTE-MISSING-FILE
158400             THRU 8200-NOTE-MISSING-FILE-EXIT
158500         GO TO 3330-SWEEP-ALERT50-EXIT
158600     END-IF.
158700     PERFORM 3335-READ-ONE-ALERT50 THRU 3335-READ-ONE-ALERT50-EXIT
158800         UNTIL WS-FILE-AT-EOF.
158900     CLOSE ARALR50.
159000     PERFORM 8100-FINISH-ONE-FILE
159100         THRU 8100-FINISH-ONE-FILE-EXIT.
159200 3330-SWEEP-ALERT50-EXIT.
159300     EXIT.
159400 3335-READ-ONE-ALERT50.
159500     READ ARALR50
159600         AT END
159700             SET WS-FILE-AT-EOF TO TRUE
159800             GO TO 3335-READ-ONE-ALERT50-EXIT
159900     END-READ.
160000     MOVE SPACES TO WS-ARCH-TEXT.
160100     MOVE ARALR50-REC TO WS-ARCH-TEXT.
160200     PERFORM 8000-WRITE-ARCH-RECORD
160300         THRU 8000-WRITE-ARCH-RECORD-EXIT.
160400 3335-READ-ONE-ALERT50-EXIT.
160500     EXIT.
160600*----------------------------------------------------------------
160700* 3340-SWEEP-RPT50 - THE QA VERDICT REPORT PRINTED THAT DAY.
160800*----------------------------------------------------------------
160900 3340-SWEEP-RPT50.
161000     MOVE 'RPT50' TO WS-FILE-TAG.
161100     MOVE ZERO TO WS-FILE-COUNT.
161200     SET WS-FILE-NOT-AT-EOF TO TRUE.
161300     OPEN INPUT ARRPT50.
161400     IF NOT WS-ARRPT50-OK
161500         PERFORM 8200-NOTE-MISSING-FILE
161600             THRU 8200-NOTE-MISSING-FILE-EXIT
161700         GO TO 3340-SWEEP-RPT50-EXIT
161800     END-IF.
161900     PERFORM 3345-READ-ONE-RPT50 THRU 3345-READ-ONE-RPT50-EXIT
162000         UNTIL WS-FILE-AT-EOF.
162100     CLOSE ARRPT50.
162200     PERFORM 8100-FINISH-ONE-FILE
162300         THRU 8100-FINISH-ONE-FILE-EXIT.
162400 3340-SWEEP-RPT50-EXIT.
162500     EXIT.
162600 3345-READ-ONE-RPT50.
162700     READ ARRPT50
162800         AT END
162900             SET WS-FILE-AT-EOF TO TRUE
163000             GO TO 3345-READ-ONE-RPT50-EXIT
163100     END-READ.
163200     MOVE SPACES TO WS-ARCH-TEXT.
163300     MOVE ARRPT50-REC TO WS-ARCH-TEXT.
163400     PERFORM 8000-WRITE-ARCH-RECORD
163500         THRU 8000-WRITE-ARCH-RECORD-EXIT.
163600 3345-READ-ONE-RPT50-EXIT.
163700     EXIT.
163800*----------------------------------------------------------------
163900* 8000-WRITE-ARCH-RECORD - WRAP THE RECORD IN WS-ARCH-TEXT IN
164000*     ITS ARCHREC ENVELOPE AND APPEND IT TO THE MONTH'S
164100*     ARCHIVE.
164200*----------------------------------------------------------------
164300 8000-WRITE-ARCH-RECORD.
164400     ADD 1 TO WS-FILE-COUNT.
164500     MOVE SPACES          TO ARCHREC.
164600     MOVE WS-CYCLE-DATE   TO ARCHREC-CYCLE-DATE.
164700     MOVE WS-FILE-TAG     TO ARCHREC-FILE-TAG.
164800     MOVE WS-FILE-COUNT   TO ARCHREC-SEQ.
164900     MOVE WS-ARCH-TEXT    TO ARCHREC-TEXT.
165000     WRITE ARCHREC.
165100     ADD 1 TO WS-RECS-ARCHIVED.
165200 8000-WRITE-ARCH-RECORD-EXIT.
165300     EXIT.
165400*----------------------------------------------------------------
165500* 8100-FINISH-ONE-FILE - ONE INDEX ROW AND ONE MANIFEST LINE
165600*     FOR THE FILE JUST SWEPT.
165700*----------------------------------------------------------------
165800 8100-FINISH-ONE-FILE.
165900     ADD 1 TO WS-FILES-ARCHIVED.
166000     MOVE SPACES        TO ARCXREC.
166100     MOVE WS-CYCLE-DATE TO ARCXREC-CYCLE-DATE.
166200     MOVE WS-FILE-TAG   TO ARCXREC-FILE-TAG.
166300     MOVE WS-FILE-COUNT TO ARCXREC-REC-COUNT.
166400     MOVE WS-RUN-DATE   TO ARCXREC-SWEPT-ON.
166500     WRITE ARCXREC.
166600     MOVE WS-FILE-COUNT TO WS-EDIT-COUNT.
166700     MOVE SPACES TO WS-PRINT-LINE.
166800     STRING 'ARCHIVED ' DELIMITED BY SIZE
166900         WS-FILE-TAG DELIMITED BY SIZE
167000         ' : ' DELIMITED BY SIZE
167100         WS-EDIT-COUNT DELIMITED BY SIZE
167200         ' RECORDS' DELIMITED BY SIZE
167300         INTO WS-PRINT-LINE.
167400     PERFORM 9050-WRITE-REPORT-LINE
167500         THRU 9050-WRITE-REPORT-LINE-EXIT.
167600 8100-FINISH-ONE-FILE-EXIT.
167700     EXIT.
167800*----------------------------------------------------------------
167900* 8200-NOTE-MISSING-FILE - A DATED DATASET THE CYCLE NEVER HAD
168000*     (OLDER CYCLES PREDATE SOME OF THE NEWER FILES). NOTED ON
168100*     THE MANIFEST AND SKIPPED - NOT AN ERROR.
168200*----------------------------------------------------------------
168300 8200-NOTE-MISSING-FILE.
168400     ADD 1 TO WS-FILES-MISSING.
168500     MOVE SPACES TO WS-PRINT-LINE.
168600     STRING 'ARCHIVED ' DELIMITED BY SIZE
168700         WS-FILE-TAG DELIMITED BY SIZE
168800         ' : NOT FOUND - SKIPPED' DELIMITED BY SIZE
168900         INTO WS-PRINT-LINE.
169000     PERFORM 9050-WRITE-REPORT-LINE
169100         THRU 9050-WRITE-REPORT-LINE-EXIT.
169200 8200-NOTE-MISSING-FILE-EXIT.
169300     EXIT.
169400*----------------------------------------------------------------
169500* 9000-TERMINATE - SWEEP TOTALS, THE DELETE REMINDER, THE RUN
169600*     LOG AND THE FILE CLOSES.
169700*----------------------------------------------------------------
169800 9000-TERMINATE.
169900     MOVE WS-FILES-ARCHIVED TO WS-EDIT-SMALL.
170000     MOVE SPACES TO WS-PRINT-LINE.
170100     STRING 'FILES ARCHIVED ........: ' DELIMITED BY SIZE
170200         WS-EDIT-SMALL DELIMITED BY SIZE
170300         INTO WS-PRINT-LINE.
170400     PERFORM 9050-WRITE-REPORT-LINE
170500         THRU 9050-WRITE-REPORT-LINE-EXIT.
170600     MOVE WS-FILES-MISSING TO WS-EDIT-SMALL.
170700     MOVE SPACES TO WS-PRINT-LINE.
170800     STRING 'FILES NOT FOUND .......: ' DELIMITED BY SIZE
170900         WS-EDIT-SMALL DELIMITED BY SIZE
171000         INTO WS-PRINT-LINE.
171100     PERFORM 9050-WRITE-REPORT-LINE
171200         THRU 9050-WRITE-REPORT-LINE-EXIT.
171300     MOVE WS-RECS-ARCHIVED TO WS-EDIT-TOTAL.
171400     MOVE SPACES TO WS-PRINT-LINE.
171500     STRING 'RECORDS ARCHIVED ......: ' DELIMITED BY SIZE
171600         WS-EDIT-TOTAL DELIMITED BY SIZE
171700         INTO WS-PRINT-LINE.
171800     PERFORM 9050-WRITE-REPORT-LINE
171900         THRU 9050-WRITE-REPORT-LINE-EXIT.
172000     MOVE 'THE DELETE STEP REMOVES THE ORIGINALS ON RC=0'
172100         TO WS-PRINT-LINE.
172200     PERFORM 9050-WRITE-REPORT-LINE
172300         THRU 9050-WRITE-REPORT-LINE-EXIT.
172400     MOVE 'SET49 SAMPLE, SET51 EXTRACT PURGED - NOT ARCHIVED'
172500         TO WS-PRINT-LINE.
172600     PERFORM 9050-WRITE-REPORT-LINE
172700         THRU 9050-WRITE-REPORT-LINE-EXIT.
172800     MOVE '********************************************'
172900         TO WS-PRINT-LINE.
173000     PERFORM 9050-WRITE-REPORT-LINE
173100         THRU 9050-WRITE-REPORT-LINE-EXIT.
173200     CLOSE ARCHFILE.
173300     CLOSE ARCHIDX.
173400     CLOSE REPTFILE.
173500     PERFORM 9800-LOG-RUN-END THRU 9800-LOG-RUN-END-EXIT.
173600 9000-TERMINATE-EXIT.
173700     EXIT.
173800*----------------------------------------------------------------
173900* 9800-LOG-RUN-END - COMPLETE THIS RUN'S ROW ON THE CHAIN-WIDE
174000*     RUN LOG: RECORDS ARCHIVED AS READ AND WRITTEN, FILES NOT
174100*     FOUND AS REJECTED.
174200*----------------------------------------------------------------
174300 9800-LOG-RUN-END.
174400     SET RUNLPARM-LOG-END TO TRUE.
174500     MOVE WS-RECS-ARCHIVED TO RUNLPARM-READ-COUNT.
174600     MOVE WS-RECS-ARCHIVED TO RUNLPARM-WRITE-COUNT.
174700     MOVE WS-FILES-MISSING TO RUNLPARM-REJ-COUNT.
174800     MOVE RETURN-CODE      TO RUNLPARM-RETURN-CODE.
174900     CALL 'CODEABBEY-SET-30' USING RUNLPARM.
175000 9800-LOG-RUN-END-EXIT.
175100     EXIT.
175200*----------------------------------------------------------------
175300* 9050-WRITE-REPORT-LINE - ONE REPORT LINE TO SYSOUT AND TO THE
175400*     RETAINED DATASET, SO THE TWO COPIES CANNOT DRIFT APART.
175500*----------------------------------------------------------------
175600 9050-WRITE-REPORT-LINE.
175700     DISPLAY WS-PRINT-LINE.
175800     MOVE WS-PRINT-LINE TO REPT-REC.
175900     WRITE REPT-REC.
176000 9050-WRITE-REPORT-LINE-EXIT.
176100     EXIT.
176200*----------------------------------------------------------------
176300* 9900-ABEND-ON-OPEN-ERROR - A FILE WE DEPEND ON FAILED TO OPEN.
176400*     MOVE THE DD NAME TO WS-ABEND-FILE-NAME BEFORE THE PERFORM
176500*     SO THE MESSAGE IDENTIFIES WHICH ONE.
176600*----------------------------------------------------------------
176700 9900-ABEND-ON-OPEN-ERROR.
176800     DISPLAY '*** OPEN FAILED FOR ' WS-ABEND-FILE-NAME
176900         ' - JOB ABENDING ***'.
177000     MOVE 16 TO RETURN-CODE.
177100     STOP RUN.
177200 END PROGRAM CODEABBEY-SET-34.
