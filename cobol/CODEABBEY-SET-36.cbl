002640*                 THE RUN DATE, SO A STEP THAT CROSSES         *
002650*                 MIDNIGHT OR IS RERUN THE NEXT DAY STILL      *
002660*                 LOGS UNDER ITS CYCLE.                        *
002667* 2026-10-14  JPR EACH LTTRREC NOW CARRIES ITS SOURCE ID       *
002668*                 (FROM THE BATCH'S HDR RECORD) AND THE CYCLE  *
002669*                 DATE, SO THE LETTER PROFILE REBUILD CAN WORK *
002670*                 FROM A CONCATENATION OF CHOSEN CYCLES.       *
002700***************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
008700 01  WS-LINE PIC X(80).
008800 01  WS-FOLDED PIC X(80).
008900 01  WS-REC-COUNT PIC 9(07) COMP VALUE ZERO.
008910 01  WS-CUR-SOURCE PIC X(08) VALUE SPACES.
009000*----------------------------------------------------------------
009100* THE ALPHABET AND THE PER-LINE AND CYCLE TALLY TABLES.
009200*----------------------------------------------------------------
020900*     AND THE FEED MAY BE SEVERAL BATCHES CONCATENATED - SKIP
021000*     THEM WHEREVER THEY APPEAR, THE SAME RECORDS SET-20
021100*     EXCLUDES FROM ITS LINE COUNT, SO THE RECORD NUMBERING
021200*     STAYS ALIGNED WITH SET-20'S LINE IDS. EACH HDR NAMES THE
021250*     SOURCE OF THE LINES THAT FOLLOW IT.
021300*----------------------------------------------------------------
021400 2100-READ-INFILE.
021500     READ INFILE
021800             GO TO 2100-READ-INFILE-EXIT
021900     END-READ.
022000     IF IN-REC (1:3) = 'HDR'
022050         MOVE IN-REC (4:8) TO WS-CUR-SOURCE
022100         GO TO 2100-READ-INFILE
022200     END-IF.
022300     IF IN-REC (1:3) = 'TRL'
024200*----------------------------------------------------------------
024300* 2300-WRITE-LETTER-RECORD - EMIT ONE LTTRREC FOR THIS LINE,
024400*     KEYED BY THE SAME PHYSICAL LINE NUMBER SET-20 WRITES TO
024500*     VOWLREC-LINE-ID, STAMPED WITH ITS SOURCE AND CYCLE.
024600*----------------------------------------------------------------
024700 2300-WRITE-LETTER-RECORD.
024800     MOVE SPACES TO LTTRREC.
024900     MOVE WS-REC-COUNT TO LTTRREC-LINE-ID.
024910     MOVE WS-CUR-SOURCE TO LTTRREC-SOURCE-ID.
024920     MOVE WS-CYCLE-DATE TO LTTRREC-CYCLE-DATE.
025000     PERFORM 2350-MOVE-ONE-COUNT THRU 2350-MOVE-ONE-COUNT-EXIT
025100         VARYING WS-LETTER-SUB FROM 1 BY 1
025200         UNTIL WS-LETTER-SUB > 26.
