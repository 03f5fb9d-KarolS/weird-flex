000100******************************************************************
000200*    XMITREC - TRANSMISSION CONTROL RECORD SENT WITH THE CYCLE'S *
000300*    WAREHOUSE EXTRACT (SEE EXTRREC), ONE PER EXTRACT. THE LOAD  *
000400*    COUNTS THE ROWS IT RECEIVED AND ADDS UP THE VOWEL TOTALS    *
000500*    AND LINE IDS OF THE DETAIL ROWS; IT TAKES THE FILE ONLY     *
000600*    WHEN ALL THREE AGREE WITH THIS RECORD AND THE STATUS IS C.  *
000700*    STATUS H MEANS THE EXTRACT WAS WRITTEN BUT ITS INPUTS DID   *
000800*    NOT RECONCILE - THE CHAIN STEP ENDED RC=8 AND THE FILE MUST *
000900*    NOT BE LOADED UNTIL THE STEP IS RERUN CLEAN. THE RECORD     *
001000*    COUNT INCLUDES THE HEADER AND TRAILER ROWS.                 *
001100*    WRITTEN BY:  CODEABBEY-SET-51 (WAREHOUSE EXTRACT)           *
001200*    READ   BY:   DATA WAREHOUSE LOAD                            *
001300******************************************************************
001400 01  XMITREC.
001500     05  XMITREC-INTERFACE    PIC X(08).
001600     05  XMITREC-CYCLE-DATE   PIC 9(06).
001700     05  XMITREC-CREATED-DATE PIC 9(06).
001800     05  XMITREC-CREATED-TIME PIC 9(08).
001900     05  XMITREC-RECORD-COUNT PIC 9(09).
002000     05  XMITREC-DETAIL-COUNT PIC 9(09).
002100     05  XMITREC-VOWEL-HASH   PIC 9(11).
002200     05  XMITREC-LINE-HASH    PIC 9(13).
002300     05  XMITREC-STATUS       PIC X(01).
002400         88  XMITREC-COMPLETE          VALUE 'C'.
002500         88  XMITREC-HELD              VALUE 'H'.
002600     05  FILLER               PIC X(09).
