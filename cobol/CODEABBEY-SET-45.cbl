000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CODEABBEY-SET-45.
000300 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000400 INSTALLATION. CODEABBEY-DP-CENTER.
000500 DATE-WRITTEN. 2026-10-14.
000600 DATE-COMPILED.
000700*
000800***************************************************************
000900* MODIFICATION HISTORY                                        *
001000*---------------------------------------------------------------
001100* DATE       INIT DESCRIPTION                                  *
001200* 2026-10-14  JPR INITIAL VERSION - PARAMETER LOOKUP. CALLED   *
001300*                 BY EVERY PROGRAM THAT USED TO TAKE A SETTING *
001400*                 FROM AN IN-STREAM PARM CARD (YVOWEL, THE     *
001500*                 QUALITY-GATE TOLERANCES, THE SET-28 AND      *
001600*                 SET-34 RETENTION PERIODS). GIVEN A PARAMETER *
001700*                 NAME AND A CYCLE DATE IT RETURNS THE VALUE   *
001800*                 IN FORCE ON THAT DATE FROM THE EFFECTIVE-    *
001900*                 DATED PARAMETER MASTER, WITH ITS EFFECTIVE   *
002000*                 DATE AND WHO KEYED IT, AND SHOWS THE SETTING *
002100*                 ON THE CALLER'S SYSOUT SO EVERY RUN CARRIES  *
002200*                 ITS OWN RECORD OF THE RULES IT RAN UNDER.    *
002300*                 UNLIKE THE RUN-LOG RECORDER, AN UNAVAILABLE  *
002400*                 MASTER IS REPORTED BACK TO THE CALLER, WHICH *
002500*                 ABENDS - A STEP MUST NOT RUN ON RULES NO ONE *
002600*                 CAN ACCOUNT FOR AFTERWARDS.                  *
002700***************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PRMFILE ASSIGN TO PRMFILE
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS PRMREC-KEY
003800         FILE STATUS IS WS-PRMFILE-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100*----------------------------------------------------------------
004200* PRMFILE - THE EFFECTIVE-DATED PARAMETER MASTER, DEFINED ONE-
004300* TIME BY CODE031S.JCL AND MAINTAINED ONLY BY CODE031.JCL.
004400* EVERY CALLING STEP CODES THE SAME PRMFILE DD. READ ONLY HERE.
004500*----------------------------------------------------------------
004600 FD  PRMFILE
004700     LABEL RECORDS ARE STANDARD.
004800     COPY PRMREC.
004900 WORKING-STORAGE SECTION.
005000*----------------------------------------------------------------
005100* FILE STATUS AND SWITCH BYTES
005200*----------------------------------------------------------------
005300 01  WS-PRMFILE-STATUS PIC X(02).
005400     88  WS-PRMFILE-OK               VALUE '00'.
005500     88  WS-PRMFILE-NOTFND           VALUE '23'.
005600     88  WS-PRMFILE-ENDED            VALUE '10'.
005700 01  WS-SWITCHES.
005800     05  WS-SCAN-DONE-SWITCH PIC X(01) VALUE 'N'.
005900         88  WS-SCAN-DONE              VALUE 'Y'.
006000         88  WS-SCAN-NOT-DONE          VALUE 'N'.
006100*----------------------------------------------------------------
006200* THE DATE THE VALUE IS WANTED FOR - THE CALLER'S CYCLE DATE, OR
006300* THE RUN DATE WHEN THE CALLER PASSES ZERO.
006400*----------------------------------------------------------------
006500 01  WS-AS-OF-DATE PIC 9(06) VALUE ZERO.
006600 LINKAGE SECTION.
006700     COPY PRMPARM.
006800 PROCEDURE DIVISION USING PRMPARM.
006900*----------------------------------------------------------------
007000* 0000-MAINLINE - OPEN THE MASTER, FIND THE VALUE IN FORCE,
007100*     CLOSE THE MASTER, SHOW THE SETTING, GO BACK TO THE CALLER.
007200*     A HANDFUL OF CALLS PER RUN MAKE THE OPEN/CLOSE PER CALL
007300*     CHEAP AND KEEP THIS PROGRAM FREE OF ANY STATE BETWEEN
007400*     CALLS.
007500*----------------------------------------------------------------
007600 0000-MAINLINE.
007700     SET PRMPARM-NOT-FOUND TO TRUE.
007800     MOVE SPACES TO PRMPARM-VALUE PRMPARM-CHANGED-BY.
007900     MOVE ZERO TO PRMPARM-EFF-DATE.
008000     OPEN INPUT PRMFILE.
008100     IF NOT WS-PRMFILE-OK
008200         SET PRMPARM-UNAVAILABLE TO TRUE
008300         DISPLAY '*** PARAMETER MASTER UNAVAILABLE, STATUS '
008400             WS-PRMFILE-STATUS ' - ' PRMPARM-NAME
008500             ' NOT RESOLVED ***'
008600         GO TO 0000-MAINLINE-GOBACK
008700     END-IF.
008800     PERFORM 1100-FIX-AS-OF-DATE THRU 1100-FIX-AS-OF-DATE-EXIT.
008900     PERFORM 2000-FIND-VALUE-IN-FORCE
009000         THRU 2000-FIND-VALUE-IN-FORCE-EXIT.
009100     CLOSE PRMFILE.
009200     PERFORM 3000-SHOW-SETTING THRU 3000-SHOW-SETTING-EXIT.
009300 0000-MAINLINE-GOBACK.
009400     GOBACK.
009500*----------------------------------------------------------------
009600* 1100-FIX-AS-OF-DATE - THE CALLER'S DATE IF IT SUPPLIED ONE,
009700*     THE RUN DATE IF NOT.
009800*----------------------------------------------------------------
009900 1100-FIX-AS-OF-DATE.
010000     IF PRMPARM-AS-OF-DATE = ZERO
010100         ACCEPT WS-AS-OF-DATE FROM DATE
010200     ELSE
010300         MOVE PRMPARM-AS-OF-DATE TO WS-AS-OF-DATE
010400     END-IF.
010500 1100-FIX-AS-OF-DATE-EXIT.
010600     EXIT.
010700*----------------------------------------------------------------
010800* 2000-FIND-VALUE-IN-FORCE - POSITION ON THE PARAMETER'S OLDEST
010900*     ENTRY AND WALK FORWARD. ENTRIES FOR ONE NAME ARE IN
011000*     EFFECTIVE-DATE ORDER, SO THE LAST ONE PASSED BEFORE THE
011100*     WALK LEAVES THE NAME OR PASSES THE AS-OF DATE IS THE ONE
011200*     IN FORCE.
011300*----------------------------------------------------------------
011400 2000-FIND-VALUE-IN-FORCE.
011500     SET WS-SCAN-NOT-DONE TO TRUE.
011600     MOVE PRMPARM-NAME TO PRMREC-NAME.
011700     MOVE ZERO TO PRMREC-EFF-DATE.
011800     START PRMFILE KEY NOT < PRMREC-KEY
011900         INVALID KEY
012000             SET WS-SCAN-DONE TO TRUE
012100     END-START.
012200     PERFORM 2100-SCAN-ONE-ENTRY THRU 2100-SCAN-ONE-ENTRY-EXIT
012300         UNTIL WS-SCAN-DONE.
012400 2000-FIND-VALUE-IN-FORCE-EXIT.
012500     EXIT.
012600*----------------------------------------------------------------
012700* 2100-SCAN-ONE-ENTRY - WALK ONE ENTRY OF THE MASTER; TAKE ITS
012800*     VALUE WHILE IT IS STILL THIS PARAMETER AND ALREADY IN
012900*     EFFECT, STOP THE WALK THE MOMENT IT IS NOT.
013000*----------------------------------------------------------------
013100 2100-SCAN-ONE-ENTRY.
013200     READ PRMFILE NEXT RECORD
013300         AT END
013400             SET WS-SCAN-DONE TO TRUE
013500             GO TO 2100-SCAN-ONE-ENTRY-EXIT
013600     END-READ.
013700     IF PRMREC-NAME NOT = PRMPARM-NAME
013800         OR PRMREC-EFF-DATE > WS-AS-OF-DATE
013900         SET WS-SCAN-DONE TO TRUE
014000         GO TO 2100-SCAN-ONE-ENTRY-EXIT
014100     END-IF.
014200     SET PRMPARM-FOUND TO TRUE.
014300     MOVE PRMREC-VALUE      TO PRMPARM-VALUE.
014400     MOVE PRMREC-EFF-DATE   TO PRMPARM-EFF-DATE.
014500     MOVE PRMREC-CHANGED-BY TO PRMPARM-CHANGED-BY.
014600 2100-SCAN-ONE-ENTRY-EXIT.
014700     EXIT.
014800*----------------------------------------------------------------
014900* 3000-SHOW-SETTING - ONE SYSOUT LINE PER LOOKUP, SO THE JOB LOG
015000*     OF EVERY RUN SHOWS WHICH ENTRY IT RAN UNDER. A NAME WITH
015100*     NO ENTRY YET IN FORCE LEAVES THE CALLER ON ITS OWN
015200*     DEFAULT, AND SAYS SO.
015300*----------------------------------------------------------------
015400 3000-SHOW-SETTING.
015500     IF PRMPARM-FOUND
015600         DISPLAY PRMPARM-PROGRAM ' PARAMETER ' PRMPARM-NAME
015700             ' AS OF ' WS-AS-OF-DATE ' = ' PRMPARM-VALUE
015800             ' (EFFECTIVE ' PRMPARM-EFF-DATE ' BY '
015900             PRMPARM-CHANGED-BY ')'
016000     ELSE
016100         DISPLAY PRMPARM-PROGRAM ' PARAMETER ' PRMPARM-NAME
016200             ' AS OF ' WS-AS-OF-DATE
016300             ' - NO ENTRY IN FORCE, PROGRAM DEFAULT APPLIES'
016400     END-IF.
016500 3000-SHOW-SETTING-EXIT.
016600     EXIT.
016700 END PROGRAM CODEABBEY-SET-45.
