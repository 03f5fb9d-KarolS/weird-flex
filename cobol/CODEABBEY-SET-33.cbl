002200*                 (PASS=0, WARN=4, FAIL=8), SO THE MORNING     *
002300*                 TURNOVER READS ONE PAGE AND ONE CODE         *
002400*                 INSTEAD OF FOUR REPORT DATASETS.             *
002410* 2026-10-14  JPR ADDED THE SOURCES CHECK - THE SET-40 CYCLE   *
002420*                 SOURCE CHECK'S VERDICT ROW (RSLT40 DD): A    *
002430*                 FEED SOURCE MISSING, UNREGISTERED OR OUT OF  *
002440*                 ITS NORMAL VOLUME RANGE WARNS THE CYCLE.     *
002450* 2026-10-14  JPR ADDED THE DUPLICATES CHECK - THE SET-41      *
002460*                 DUPLICATE-RATE VERDICT ROW (RSLT41 DD): A    *
002470*                 FEED CARRYING RESENT OR RECURRING TEXT OVER  *
002480*                 THE MAXDUPPCT= TOLERANCE WARNS THE CYCLE.    *
002490* 2026-10-14  JPR ADDED THE LETTER MIX CHECK - THE SET-44      *
002491*                 LETTER PROFILE VERDICT ROW (RSLT44 DD): A    *
002492*                 SOURCE WHOSE LETTER MIX STRAYS FROM ITS      *
002493*                 REFERENCE PROFILE WARNS THE CYCLE.           *
002500***************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
004400     SELECT RSLT26 ASSIGN TO RSLT26
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-RSLT26-STATUS.
004610     SELECT RSLT40 ASSIGN TO RSLT40
004620         ORGANIZATION IS SEQUENTIAL
004630         FILE STATUS IS WS-RSLT40-STATUS.
004640     SELECT RSLT41 ASSIGN TO RSLT41
004650         ORGANIZATION IS SEQUENTIAL
004660         FILE STATUS IS WS-RSLT41-STATUS.
004670     SELECT RSLT44 ASSIGN TO RSLT44
004680         ORGANIZATION IS SEQUENTIAL
004690         FILE STATUS IS WS-RSLT44-STATUS.
004700     SELECT REPTFILE ASSIGN TO REPTFILE
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-REPTFILE-STATUS.
006900     RECORDING MODE IS F.
007000     COPY ALERTREC.
007100*----------------------------------------------------------------
007200* RSLT23/RSLT24/RSLT26/RSLT40/RSLT41/RSLT44 - THE FIXED RSLTREC
007300* VERDICT ROWS FROM THE TREND, RECONCILIATION, MATCH,
007305* SOURCE-CHECK, DUPLICATE-LINE AND LETTER-PROFILE STEPS. EACH
007310* IS READ INTO THE ONE WORKING-STORAGE RSLTREC, SO THE RECORD
007400* AREAS HERE ARE PLAIN 80-BYTE BUFFERS.
007600*----------------------------------------------------------------
007700 FD  RSLT23
007800     LABEL RECORDS ARE STANDARD
008600     LABEL RECORDS ARE STANDARD
008700     RECORDING MODE IS F.
008800 01  RSLT26-REC PIC X(80).
008810 FD  RSLT40
008820     LABEL RECORDS ARE STANDARD
008830     RECORDING MODE IS F.
008840 01  RSLT40-REC PIC X(80).
008850 FD  RSLT41
008860     LABEL RECORDS ARE STANDARD
008870     RECORDING MODE IS F.
008880 01  RSLT41-REC PIC X(80).
008881 FD  RSLT44
008882     LABEL RECORDS ARE STANDARD
008883     RECORDING MODE IS F.
008884 01  RSLT44-REC PIC X(80).
008900*----------------------------------------------------------------
009000* REPTFILE - THE ONE-PAGE SCORECARD, RETAINED ON ITS OWN DATED
009100* DATASET FOR THE MORNING TURNOVER.
011600     88  WS-RSLT24-OK                VALUE '00'.
011700 01  WS-RSLT26-STATUS PIC X(02).
011800     88  WS-RSLT26-OK                VALUE '00'.
011810 01  WS-RSLT40-STATUS PIC X(02).
011820     88  WS-RSLT40-OK                VALUE '00'.
011830 01  WS-RSLT41-STATUS PIC X(02).
011840     88  WS-RSLT41-OK                VALUE '00'.
011850 01  WS-RSLT44-STATUS PIC X(02).
011860     88  WS-RSLT44-OK                VALUE '00'.
011900 01  WS-REPTFILE-STATUS PIC X(02).
012000     88  WS-REPTFILE-OK              VALUE '00'.
012100 01  WS-DATEFILE-STATUS PIC X(02).
016300     PERFORM 5000-CHECK-RECONCILE
016400         THRU 5000-CHECK-RECONCILE-EXIT.
016500     PERFORM 6000-CHECK-MATCH THRU 6000-CHECK-MATCH-EXIT.
016510     PERFORM 6100-CHECK-SOURCES THRU 6100-CHECK-SOURCES-EXIT.
016520     PERFORM 6200-CHECK-DUPLICATES
016530         THRU 6200-CHECK-DUPLICATES-EXIT.
016540     PERFORM 6300-CHECK-LETTER-MIX
016550         THRU 6300-CHECK-LETTER-MIX-EXIT.
016600     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
016700     STOP RUN.
016800*----------------------------------------------------------------
042500         THRU 7100-SHOW-ONE-VERDICT-EXIT.
042600 6000-CHECK-MATCH-EXIT.
042700     EXIT.
042701*----------------------------------------------------------------
042702* 6100-CHECK-SOURCES - THE SET-40 VERDICT ROW.
042703*----------------------------------------------------------------
042704 6100-CHECK-SOURCES.
042705     MOVE 'SOURCES' TO WS-CHECK-NAME.
042706     OPEN INPUT RSLT40.
042707     IF NOT WS-RSLT40-OK
042708         PERFORM 7300-SHOW-MISSING-INPUT
042709             THRU 7300-SHOW-MISSING-INPUT-EXIT
042710         GO TO 6100-CHECK-SOURCES-EXIT
042711     END-IF.
042712     READ RSLT40 INTO RSLTREC
042713         AT END
042714             CLOSE RSLT40
042715             PERFORM 7300-SHOW-MISSING-INPUT
042716                 THRU 7300-SHOW-MISSING-INPUT-EXIT
042717             GO TO 6100-CHECK-SOURCES-EXIT
042718     END-READ.
042719     CLOSE RSLT40.
042720     PERFORM 7100-SHOW-ONE-VERDICT
042721         THRU 7100-SHOW-ONE-VERDICT-EXIT.
042722 6100-CHECK-SOURCES-EXIT.
042723     EXIT.
042724*----------------------------------------------------------------
042725* 6200-CHECK-DUPLICATES - THE SET-41 VERDICT ROW.
042726*----------------------------------------------------------------
042727 6200-CHECK-DUPLICATES.
042728     MOVE 'DUPLICATES' TO WS-CHECK-NAME.
042729     OPEN INPUT RSLT41.
042730     IF NOT WS-RSLT41-OK
042731         PERFORM 7300-SHOW-MISSING-INPUT
042732             THRU 7300-SHOW-MISSING-INPUT-EXIT
042733         GO TO 6200-CHECK-DUPLICATES-EXIT
042734     END-IF.
042735     READ RSLT41 INTO RSLTREC
042736         AT END
042737             CLOSE RSLT41
042738             PERFORM 7300-SHOW-MISSING-INPUT
042739                 THRU 7300-SHOW-MISSING-INPUT-EXIT
042740             GO TO 6200-CHECK-DUPLICATES-EXIT
042741     END-READ.
042742     CLOSE RSLT41.
042743     PERFORM 7100-SHOW-ONE-VERDICT
042744         THRU 7100-SHOW-ONE-VERDICT-EXIT.
042745 6200-CHECK-DUPLICATES-EXIT.
042746     EXIT.
042750*----------------------------------------------------------------
042751* 6300-CHECK-LETTER-MIX - THE SET-44 VERDICT ROW.
042752*----------------------------------------------------------------
042753 6300-CHECK-LETTER-MIX.
042754     MOVE 'LETTER MIX' TO WS-CHECK-NAME.
042755     OPEN INPUT RSLT44.
042756     IF NOT WS-RSLT44-OK
042757         PERFORM 7300-SHOW-MISSING-INPUT
042758             THRU 7300-SHOW-MISSING-INPUT-EXIT
042759         GO TO 6300-CHECK-LETTER-MIX-EXIT
042760     END-IF.
042761     READ RSLT44 INTO RSLTREC
042762         AT END
042763             CLOSE RSLT44
042764             PERFORM 7300-SHOW-MISSING-INPUT
042765                 THRU 7300-SHOW-MISSING-INPUT-EXIT
042766             GO TO 6300-CHECK-LETTER-MIX-EXIT
042767     END-READ.
042768     CLOSE RSLT44.
042769     PERFORM 7100-SHOW-ONE-VERDICT
042770         THRU 7100-SHOW-ONE-VERDICT-EXIT.
042771 6300-CHECK-LETTER-MIX-EXIT.
042772     EXIT.
042800*----------------------------------------------------------------
042900* 7100-SHOW-ONE-VERDICT - ONE CHECK'S LINE AND FIGURES FROM
043000*     THE RSLTREC IN HAND, ROLLED INTO THE WORST RETURN CODE.
