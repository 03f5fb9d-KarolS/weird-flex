001970*                 CHAIN-WIDE RUN-LOG MASTER THROUGH THE        *
001980*                 CODEABBEY-SET-30 RECORDER (SEE THE RUNLFILE  *
001990*                 DD), STAMPED WITH THE DATEFILE CYCLE DATE.   *
001991* 2026-10-14  JPR THE RETENTION PERIOD NOW COMES FROM THE      *
001992*                 RETAINDAYS ENTRY ON THE EFFECTIVE-DATED      *
001993*                 PARAMETER MASTER, AS OF THE CYCLE DATE,      *
001994*                 THROUGH THE CODEABBEY-SET-45 LOOKUP - THE    *
001995*                 PARMFILE RETENTION CARD IS GONE. A RERUN OF  *
001996*                 AN OLD CYCLE PURGES BY THE RULE IN FORCE FOR *
001997*                 THAT CYCLE.                                  *
002000***************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003000     SELECT DATEFILE ASSIGN TO DATEFILE
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-DATEFILE-STATUS.
003600     SELECT VMSTFILE ASSIGN TO VMSTFILE
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
005600     LABEL RECORDS ARE STANDARD
005700     RECORDING MODE IS F.
005800 01  DATE-REC PIC X(80).
006700*----------------------------------------------------------------
006800* VMSTFILE - THE VSAM KEYED RESULTS MASTER.
006900*----------------------------------------------------------------
007800     88  WS-VOWLFILE-OK              VALUE '00'.
007900 01  WS-DATEFILE-STATUS PIC X(02).
008000     88  WS-DATEFILE-OK              VALUE '00'.
008300 01  WS-VMSTFILE-STATUS PIC X(02).
008400     88  WS-VMSTFILE-OK              VALUE '00'.
008500     88  WS-VMSTFILE-DUPKEY          VALUE '22'.
013400* IN 9900-ABEND-ON-OPEN-ERROR BELOW.
013500*----------------------------------------------------------------
013600 01  WS-ABEND-FILE-NAME PIC X(08).
013601*----------------------------------------------------------------
013602* PARAMETER BLOCK FOR THE CODEABBEY-SET-45 PARAMETER LOOKUP -
013603* SEE 1100-RESOLVE-RETAIN-DAYS.
013604*----------------------------------------------------------------
013605     COPY PRMPARM.
013610*----------------------------------------------------------------
013620* PARAMETER BLOCK FOR THE CODEABBEY-SET-30 RUN-LOG RECORDER -
013630* SEE 1030-LOG-RUN-START AND 9800-LOG-RUN-END.
015300 1000-INITIALIZE.
015400     PERFORM 1050-READ-DATE-CARD THRU 1050-READ-DATE-CARD-EXIT.
015410     PERFORM 1030-LOG-RUN-START THRU 1030-LOG-RUN-START-EXIT.
015460     PERFORM 1100-RESOLVE-RETAIN-DAYS
015510         THRU 1100-RESOLVE-RETAIN-DAYS-EXIT.
015600     PERFORM 1200-BUILD-CUTOFF-DATE
015700         THRU 1200-BUILD-CUTOFF-DATE-EXIT.
015800     OPEN INPUT VOWLFILE.
019700 1050-READ-DATE-CARD-EXIT.
019800     EXIT.
019900*----------------------------------------------------------------
019950* 1100-RESOLVE-RETAIN-DAYS - RETENTION DAYS IN FORCE FOR THIS
020000*     CYCLE, FROM THE RETAINDAYS ENTRY ON THE PARAMETER MASTER,
020050*     SO A RERUN OF AN OLD CYCLE PURGES BY THE RULE THAT CYCLE
020100*     RAN UNDER. NO ENTRY IN FORCE, OR A ZERO ONE, LEAVES THE
020150*     30-DAY DEFAULT. A MASTER THAT CANNOT BE READ IS AN ABEND,
020200*     NOT A GUESS.
020250*----------------------------------------------------------------
020300 1100-RESOLVE-RETAIN-DAYS.
020350     MOVE 'RETAINDAYS' TO PRMPARM-NAME.
020400     MOVE WS-CYCLE-DATE TO PRMPARM-AS-OF-DATE.
020450     MOVE 'SET-28' TO PRMPARM-PROGRAM.
020500     CALL 'CODEABBEY-SET-45' USING PRMPARM.
020550     IF PRMPARM-UNAVAILABLE
020600         DISPLAY '*** PARAMETER MASTER UNAVAILABLE'
020650             ' - JOB ABENDING ***'
020700         MOVE 16 TO RETURN-CODE
020750         STOP RUN
020800     END-IF.
020850     IF PRMPARM-NOT-FOUND
020900         GO TO 1100-RESOLVE-RETAIN-DAYS-EXIT
020950     END-IF.
021000     MOVE PRMPARM-VALUE (1:3) TO WS-PARM-DAYS-X.
021050     IF WS-PARM-DAYS-X IS NUMERIC AND WS-PARM-DAYS-X NOT = '000'
021100         MOVE WS-PARM-DAYS-X TO WS-RETAIN-DAYS
021150     ELSE
021200         DISPLAY 'RETAINDAYS VALUE NOT USABLE, IGNORED: '
021250             PRMPARM-VALUE
021300     END-IF.
021350 1100-RESOLVE-RETAIN-DAYS-EXIT.
021400     EXIT.
022000*----------------------------------------------------------------
022100* 1200-BUILD-CUTOFF-DATE - WALK THE CYCLE DATE BACK ONE
022200*     CALENDAR DAY PER RETENTION DAY. TWO-DIGIT YEARS ALL
