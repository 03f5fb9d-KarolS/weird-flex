000100******************************************************************
000200*    QAHSREC - ONE REVIEWED LINE ON THE QA HISTORY MASTER (KSDS  *
000300*    CODEABBEY.SET20.QAHIST, KEY = CYCLE DATE + LINE ID, 13      *
000400*    BYTES AT OFFSET 0). ONE ENTRY PER SAMPLED LINE A REVIEWER   *
000500*    HAS RETURNED A VERDICT ON: AGREE IF THE SYSTEM'S COUNTS ARE *
000600*    RIGHT FOR THE LINE'S TEXT, DISAGREE IF NOT, WITH THE        *
000700*    REVIEWER'S REMARK. A LATER VERDICT CARD FOR THE SAME LINE   *
000800*    REPLACES THE ENTRY AND ADDS ONE TO QAHSREC-REVISIONS. THE   *
000900*    MASTER IS THE MEASURED ACCURACY RATE, BY SOURCE AND BY      *
001000*    MONTH, THAT THE SERVICE AGREEMENT REPORTS.                  *
001100*    WRITTEN BY:  CODEABBEY-SET-50 (QA VERDICT RECORDING)        *
001200*    READ   BY:   CODEABBEY-SET-50 (ACCURACY REPORT)             *
001300******************************************************************
001400 01  QAHSREC.
001500     05  QAHSREC-KEY.
001600         10  QAHSREC-CYCLE-DATE PIC 9(06).
001700         10  QAHSREC-LINE-ID    PIC 9(07).
001800     05  QAHSREC-SOURCE-ID    PIC X(08).
001900     05  QAHSREC-VERDICT      PIC X(01).
002000         88  QAHSREC-AGREED            VALUE 'A'.
002100         88  QAHSREC-DISAGREED         VALUE 'D'.
002200     05  QAHSREC-REVIEWER     PIC X(08).
002300     05  QAHSREC-RECORDED-DATE PIC 9(06).
002400     05  QAHSREC-REVISIONS    PIC 9(03).
002500     05  QAHSREC-SYSTEM-TOTAL PIC 9(09).
002600     05  QAHSREC-REMARK       PIC X(54).
002700     05  FILLER               PIC X(18).
