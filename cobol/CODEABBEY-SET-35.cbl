002300*                 OUT THE SET36 LETTERS AND REPORT FILES AND   *
002400*                 THE SET23/24/26 VERDICT ROWS - THE SAME      *
002500*                 FILES THE SET-34 SWEEP NOW COVERS.           *
002510* 2026-10-14  JPR THE RETRIEVAL NOW ALSO SPLITS OUT THE SET40, *
002520*                 SET41, SET42, SET44, SET47, SET49 AND SET51  *
002530*                 OUTPUTS AND THE SET50 QA ALERT AND REPORT    *
002540*                 THE SET-34 SWEEP NOW ARCHIVES, EACH UNDER    *
002550*                 ITS OWN FILE TAG.                            *
002600***************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
008400     SELECT RSRSLT26 ASSIGN TO RSRSLT26
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-RSRSLT26-STATUS.
008601     SELECT RSRPT40 ASSIGN TO RSRPT40
008602         ORGANIZATION IS SEQUENTIAL
008603         FILE STATUS IS WS-RSRPT40-STATUS.
008604     SELECT RSALR40 ASSIGN TO RSALR40
008605         ORGANIZATION IS SEQUENTIAL
008606         FILE STATUS IS WS-RSALR40-STATUS.
008607     SELECT RSRSLT40 ASSIGN TO RSRSLT40
008608         ORGANIZATION IS SEQUENTIAL
008609         FILE STATUS IS WS-RSRSLT40-STATUS.
008610     SELECT RSRPT41 ASSIGN TO RSRPT41
008611         ORGANIZATION IS SEQUENTIAL
008612         FILE STATUS IS WS-RSRPT41-STATUS.
008613     SELECT RSRSLT41 ASSIGN TO RSRSLT41
008614         ORGANIZATION IS SEQUENTIAL
008615         FILE STATUS IS WS-RSRSLT41-STATUS.
008616     SELECT RSREAD42 ASSIGN TO RSREAD42
008617         ORGANIZATION IS SEQUENTIAL
008618         FILE STATUS IS WS-RSREAD42-STATUS.
008619     SELECT RSRPT42 ASSIGN TO RSRPT42
008620         ORGANIZATION IS SEQUENTIAL
008621         FILE STATUS IS WS-RSRPT42-STATUS.
008622     SELECT RSSUSP44 ASSIGN TO RSSUSP44
008623         ORGANIZATION IS SEQUENTIAL
008624         FILE STATUS IS WS-RSSUSP44-STATUS.
008625     SELECT RSALR44 ASSIGN TO RSALR44
008626         ORGANIZATION IS SEQUENTIAL
008627         FILE STATUS IS WS-RSALR44-STATUS.
008628     SELECT RSRPT44 ASSIGN TO RSRPT44
008629         ORGANIZATION IS SEQUENTIAL
008630         FILE STATUS IS WS-RSRPT44-STATUS.
008631     SELECT RSRSLT44 ASSIGN TO RSRSLT44
008632         ORGANIZATION IS SEQUENTIAL
008633         FILE STATUS IS WS-RSRSLT44-STATUS.
008634     SELECT RSPLAN47 ASSIGN TO RSPLAN47
008635         ORGANIZATION IS SEQUENTIAL
008636         FILE STATUS IS WS-RSPLAN47-STATUS.
008637     SELECT RSWKSH49 ASSIGN TO RSWKSH49
008638         ORGANIZATION IS SEQUENTIAL
008639         FILE STATUS IS WS-RSWKSH49-STATUS.
008640     SELECT RSXMIT51 ASSIGN TO RSXMIT51
008641         ORGANIZATION IS SEQUENTIAL
008642         FILE STATUS IS WS-RSXMIT51-STATUS.
008643     SELECT RSRPT51 ASSIGN TO RSRPT51
008644         ORGANIZATION IS SEQUENTIAL
008645         FILE STATUS IS WS-RSRPT51-STATUS.
008646     SELECT RSALR50 ASSIGN TO RSALR50
008647         ORGANIZATION IS SEQUENTIAL
008648         FILE STATUS IS WS-RSALR50-STATUS.
008649     SELECT RSRPT50 ASSIGN TO RSRPT50
008650         ORGANIZATION IS SEQUENTIAL
008651         FILE STATUS IS WS-RSRPT50-STATUS.
008700     SELECT REPTFILE ASSIGN TO REPTFILE
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-REPTFILE-STATUS.
017200     LABEL RECORDS ARE STANDARD
017300     RECORDING MODE IS F.
017400 01  RSS26-REC PIC X(80).
017401 FD  RSRPT40
017402     LABEL RECORDS ARE STANDARD
017403     RECORDING MODE IS F.
017404 01  RSRPT40-REC PIC X(80).
017405 FD  RSALR40
017406     LABEL RECORDS ARE STANDARD
017407     RECORDING MODE IS F.
017408 01  RSALR40-REC PIC X(80).
017409 FD  RSRSLT40
017410     LABEL RECORDS ARE STANDARD
017411     RECORDING MODE IS F.
017412 01  RSRSLT40-REC PIC X(80).
017413 FD  RSRPT41
017414     LABEL RECORDS ARE STANDARD
017415     RECORDING MODE IS F.
017416 01  RSRPT41-REC PIC X(80).
017417 FD  RSRSLT41
017418     LABEL RECORDS ARE STANDARD
017419     RECORDING MODE IS F.
017420 01  RSRSLT41-REC PIC X(80).
017421 FD  RSREAD42
017422     LABEL RECORDS ARE STANDARD
017423     RECORDING MODE IS F.
017424 01  RSREAD42-REC PIC X(80).
017425 FD  RSRPT42
017426     LABEL RECORDS ARE STANDARD
017427     RECORDING MODE IS F.
017428 01  RSRPT42-REC PIC X(80).
017429 FD  RSSUSP44
017430     LABEL RECORDS ARE STANDARD
017431     RECORDING MODE IS F.
017432 01  RSSUSP44-REC PIC X(133).
017433 FD  RSALR44
017434     LABEL RECORDS ARE STANDARD
017435     RECORDING MODE IS F.
017436 01  RSALR44-REC PIC X(80).
017437 FD  RSRPT44
017438     LABEL RECORDS ARE STANDARD
017439     RECORDING MODE IS F.
017440 01  RSRPT44-REC PIC X(80).
017441 FD  RSRSLT44
017442     LABEL RECORDS ARE STANDARD
017443     RECORDING MODE IS F.
017444 01  RSRSLT44-REC PIC X(80).
017445 FD  RSPLAN47
017446     LABEL RECORDS ARE STANDARD
017447     RECORDING MODE IS F.
017448 01  RSPLAN47-REC PIC X(80).
017449 FD  RSWKSH49
017450     LABEL RECORDS ARE STANDARD
017451     RECORDING MODE IS F.
017452 01  RSWKSH49-REC PIC X(80).
017453 FD  RSXMIT51
017454     LABEL RECORDS ARE STANDARD
017455     RECORDING MODE IS F.
017456 01  RSXMIT51-REC PIC X(80).
017457 FD  RSRPT51
017458     LABEL RECORDS ARE STANDARD
017459     RECORDING MODE IS F.
017460 01  RSRPT51-REC PIC X(80).
017461 FD  RSALR50
017462     LABEL RECORDS ARE STANDARD
017463     RECORDING MODE IS F.
017464 01  RSALR50-REC PIC X(80).
017465 FD  RSRPT50
017466     LABEL RECORDS ARE STANDARD
017467     RECORDING MODE IS F.
017468 01  RSRPT50-REC PIC X(80).
017500*----------------------------------------------------------------
017600* REPTFILE - THE RETRIEVAL MANIFEST.
017700*----------------------------------------------------------------
022700     88  WS-RSRSLT24-OK              VALUE '00'.
022800 01  WS-RSRSLT26-STATUS PIC X(02).
022900     88  WS-RSRSLT26-OK              VALUE '00'.
022902 01  WS-RSRPT40-STATUS PIC X(02).
022904     88  WS-RSRPT40-OK                  VALUE '00'.
022906 01  WS-RSALR40-STATUS PIC X(02).
022908     88  WS-RSALR40-OK                  VALUE '00'.
022910 01  WS-RSRSLT40-STATUS PIC X(02).
022912     88  WS-RSRSLT40-OK                 VALUE '00'.
022914 01  WS-RSRPT41-STATUS PIC X(02).
022916     88  WS-RSRPT41-OK                  VALUE '00'.
022918 01  WS-RSRSLT41-STATUS PIC X(02).
022920     88  WS-RSRSLT41-OK                 VALUE '00'.
022922 01  WS-RSREAD42-STATUS PIC X(02).
022924     88  WS-RSREAD42-OK                 VALUE '00'.
022926 01  WS-RSRPT42-STATUS PIC X(02).
022928     88  WS-RSRPT42-OK                  VALUE '00'.
022930 01  WS-RSSUSP44-STATUS PIC X(02).
022932     88  WS-RSSUSP44-OK                 VALUE '00'.
022934 01  WS-RSALR44-STATUS PIC X(02).
022936     88  WS-RSALR44-OK                  VALUE '00'.
022938 01  WS-RSRPT44-STATUS PIC X(02).
022940     88  WS-RSRPT44-OK                  VALUE '00'.
022942 01  WS-RSRSLT44-STATUS PIC X(02).
022944     88  WS-RSRSLT44-OK                 VALUE '00'.
022946 01  WS-RSPLAN47-STATUS PIC X(02).
022948     88  WS-RSPLAN47-OK                 VALUE '00'.
022950 01  WS-RSWKSH49-STATUS PIC X(02).
022952     88  WS-RSWKSH49-OK                 VALUE '00'.
022954 01  WS-RSXMIT51-STATUS PIC X(02).
022956     88  WS-RSXMIT51-OK                 VALUE '00'.
022958 01  WS-RSRPT51-STATUS PIC X(02).
022960     88  WS-RSRPT51-OK                  VALUE '00'.
022962 01  WS-RSALR50-STATUS PIC X(02).
022964     88  WS-RSALR50-OK                  VALUE '00'.
022966 01  WS-RSRPT50-STATUS PIC X(02).
022968     88  WS-RSRPT50-OK                  VALUE '00'.
023000 01  WS-REPTFILE-STATUS PIC X(02).
023100     88  WS-REPTFILE-OK              VALUE '00'.
023200 01  WS-PARMFILE-STATUS PIC X(02).
025600 77  WS-S23-COUNT PIC 9(07) COMP VALUE ZERO.
025700 77  WS-S24-COUNT PIC 9(07) COMP VALUE ZERO.
025800 77  WS-S26-COUNT PIC 9(07) COMP VALUE ZERO.
025805 77  WS-RPT40-COUNT PIC 9(07) COMP VALUE ZERO.
025810 77  WS-ALR40-COUNT PIC 9(07) COMP VALUE ZERO.
025815 77  WS-RSLT40-COUNT PIC 9(07) COMP VALUE ZERO.
025820 77  WS-RPT41-COUNT PIC 9(07) COMP VALUE ZERO.
025825 77  WS-RSLT41-COUNT PIC 9(07) COMP VALUE ZERO.
025830 77  WS-READ42-COUNT PIC 9(07) COMP VALUE ZERO.
025835 77  WS-RPT42-COUNT PIC 9(07) COMP VALUE ZERO.
025840 77  WS-SUSP44-COUNT PIC 9(07) COMP VALUE ZERO.
025845 77  WS-ALR44-COUNT PIC 9(07) COMP VALUE ZERO.
025850 77  WS-RPT44-COUNT PIC 9(07) COMP VALUE ZERO.
025855 77  WS-RSLT44-COUNT PIC 9(07) COMP VALUE ZERO.
025860 77  WS-PLAN47-COUNT PIC 9(07) COMP VALUE ZERO.
025865 77  WS-WKSH49-COUNT PIC 9(07) COMP VALUE ZERO.
025870 77  WS-XMIT51-COUNT PIC 9(07) COMP VALUE ZERO.
025875 77  WS-RPT51-COUNT PIC 9(07) COMP VALUE ZERO.
025880 77  WS-ALR50-COUNT PIC 9(07) COMP VALUE ZERO.
025885 77  WS-RPT50-COUNT PIC 9(07) COMP VALUE ZERO.
025900 77  WS-OTHER-CYCLE PIC 9(09) COMP VALUE ZERO.
026000 77  WS-UNKNOWN-TAG PIC 9(07) COMP VALUE ZERO.
026100 77  WS-PULLED-COUNT PIC 9(09) COMP VALUE ZERO.
038300         MOVE 'RSRSLT26' TO WS-ABEND-FILE-NAME
038400         PERFORM 9900-ABEND-ON-OPEN-ERROR
038500     END-IF.
038501     OPEN OUTPUT RSRPT40.
038502     IF NOT WS-RSRPT40-OK
038503         MOVE 'RSRPT40' TO WS-ABEND-FILE-NAME
038504         PERFORM 9900-ABEND-ON-OPEN-ERROR
038505     END-IF.
038506     OPEN OUTPUT RSALR40.
038507     IF NOT WS-RSALR40-OK
038508         MOVE 'RSALR40' TO WS-ABEND-FILE-NAME
038509         PERFORM 9900-ABEND-ON-OPEN-ERROR
038510     END-IF.
038511     OPEN OUTPUT RSRSLT40.
038512     IF NOT WS-RSRSLT40-OK
038513         MOVE 'RSRSLT40' TO WS-ABEND-FILE-NAME
038514         PERFORM 9900-ABEND-ON-OPEN-ERROR
038515     END-IF.
038516     OPEN OUTPUT RSRPT41.
038517     IF NOT WS-RSRPT41-OK
038518         MOVE 'RSRPT41' TO WS-ABEND-FILE-NAME
038519         PERFORM 9900-ABEND-ON-OPEN-ERROR
038520     END-IF.
038521     OPEN OUTPUT RSRSLT41.
038522     IF NOT WS-RSRSLT41-OK
038523         MOVE 'RSRSLT41' TO WS-ABEND-FILE-NAME
038524         PERFORM 9900-ABEND-ON-OPEN-ERROR
038525     END-IF.
038526     OPEN OUTPUT RSREAD42.
038527     IF NOT WS-RSREAD42-OK
038528         MOVE 'RSREAD42' TO WS-ABEND-FILE-NAME
038529         PERFORM 9900-ABEND-ON-OPEN-ERROR
038530     END-IF.
038531     OPEN OUTPUT RSRPT42.
038532     IF NOT WS-RSRPT42-OK
038533         MOVE 'RSRPT42' TO WS-ABEND-FILE-NAME
038534         PERFORM 9900-ABEND-ON-OPEN-ERROR
038535     END-IF.
038536     OPEN OUTPUT RSSUSP44.
038537     IF NOT WS-RSSUSP44-OK
038538         MOVE 'RSSUSP44' TO WS-ABEND-FILE-NAME
038539         PERFORM 9900-ABEND-ON-OPEN-ERROR
038540     END-IF.
038541     OPEN OUTPUT RSALR44.
038542     IF NOT WS-RSALR44-OK
038543         MOVE 'RSALR44' TO WS-ABEND-FILE-NAME
038544         PERFORM 9900-ABEND-ON-OPEN-ERROR
038545     END-IF.
038546     OPEN OUTPUT RSRPT44.
038547     IF NOT WS-RSRPT44-OK
038548         MOVE 'RSRPT44' TO WS-ABEND-FILE-NAME
038549         PERFORM 9900-ABEND-ON-OPEN-ERROR
038550     END-IF.
038551     OPEN OUTPUT RSRSLT44.
038552     IF NOT WS-RSRSLT44-OK
038553         MOVE 'RSRSLT44' TO WS-ABEND-FILE-NAME
038554         PERFORM 9900-ABEND-ON-OPEN-ERROR
038555     END-IF.
038556     OPEN OUTPUT RSPLAN47.
038557     IF NOT WS-RSPLAN47-OK
038558         MOVE 'RSPLAN47' TO WS-ABEND-FILE-NAME
038559         PERFORM 9900-ABEND-ON-OPEN-ERROR
038560     END-IF.
038561     OPEN OUTPUT RSWKSH49.
038562     IF NOT WS-RSWKSH49-OK
038563         MOVE 'RSWKSH49' TO WS-ABEND-FILE-NAME
038564         PERFORM 9900-ABEND-ON-OPEN-ERROR
038565     END-IF.
038566     OPEN OUTPUT RSXMIT51.
038567     IF NOT WS-RSXMIT51-OK
038568         MOVE 'RSXMIT51' TO WS-ABEND-FILE-NAME
038569         PERFORM 9900-ABEND-ON-OPEN-ERROR
038570     END-IF.
038571     OPEN OUTPUT RSRPT51.
038572     IF NOT WS-RSRPT51-OK
038573         MOVE 'RSRPT51' TO WS-ABEND-FILE-NAME
038574         PERFORM 9900-ABEND-ON-OPEN-ERROR
038575     END-IF.
038576     OPEN OUTPUT RSALR50.
038577     IF NOT WS-RSALR50-OK
038578         MOVE 'RSALR50' TO WS-ABEND-FILE-NAME
038579         PERFORM 9900-ABEND-ON-OPEN-ERROR
038580     END-IF.
038581     OPEN OUTPUT RSRPT50.
038582     IF NOT WS-RSRPT50-OK
038583         MOVE 'RSRPT50' TO WS-ABEND-FILE-NAME
038584         PERFORM 9900-ABEND-ON-OPEN-ERROR
038585     END-IF.
038600     OPEN OUTPUT REPTFILE.
038700     IF NOT WS-REPTFILE-OK
038800         MOVE 'REPTFILE' TO WS-ABEND-FILE-NAME
053500             MOVE ARCHREC-TEXT TO RSS26-REC
053600             WRITE RSS26-REC
053700             ADD 1 TO WS-S26-COUNT
053701         WHEN 'RPT40'
053702             MOVE ARCHREC-TEXT TO RSRPT40-REC
053703             WRITE RSRPT40-REC
053704             ADD 1 TO WS-RPT40-COUNT
053705         WHEN 'ALERT40'
053706             MOVE ARCHREC-TEXT TO RSALR40-REC
053707             WRITE RSALR40-REC
053708             ADD 1 TO WS-ALR40-COUNT
053709         WHEN 'RSLT40'
053710             MOVE ARCHREC-TEXT TO RSRSLT40-REC
053711             WRITE RSRSLT40-REC
053712             ADD 1 TO WS-RSLT40-COUNT
053713         WHEN 'RPT41'
053714             MOVE ARCHREC-TEXT TO RSRPT41-REC
053715             WRITE RSRPT41-REC
053716             ADD 1 TO WS-RPT41-COUNT
053717         WHEN 'RSLT41'
053718             MOVE ARCHREC-TEXT TO RSRSLT41-REC
053719             WRITE RSRSLT41-REC
053720             ADD 1 TO WS-RSLT41-COUNT
053721         WHEN 'READ42'
053722             MOVE ARCHREC-TEXT TO RSREAD42-REC
053723             WRITE RSREAD42-REC
053724             ADD 1 TO WS-READ42-COUNT
053725         WHEN 'RPT42'
053726             MOVE ARCHREC-TEXT TO RSRPT42-REC
053727             WRITE RSRPT42-REC
053728             ADD 1 TO WS-RPT42-COUNT
053729         WHEN 'SUSP44'
053730             MOVE ARCHREC-TEXT TO RSSUSP44-REC
053731             WRITE RSSUSP44-REC
053732             ADD 1 TO WS-SUSP44-COUNT
053733         WHEN 'ALERT44'
053734             MOVE ARCHREC-TEXT TO RSALR44-REC
053735             WRITE RSALR44-REC
053736             ADD 1 TO WS-ALR44-COUNT
053737         WHEN 'RPT44'
053738             MOVE ARCHREC-TEXT TO RSRPT44-REC
053739             WRITE RSRPT44-REC
053740             ADD 1 TO WS-RPT44-COUNT
053741         WHEN 'RSLT44'
053742             MOVE ARCHREC-TEXT TO RSRSLT44-REC
053743             WRITE RSRSLT44-REC
053744             ADD 1 TO WS-RSLT44-COUNT
053745         WHEN 'PLAN47'
053746             MOVE ARCHREC-TEXT TO RSPLAN47-REC
053747             WRITE RSPLAN47-REC
053748             ADD 1 TO WS-PLAN47-COUNT
053749         WHEN 'WKSHT49'
053750             MOVE ARCHREC-TEXT TO RSWKSH49-REC
053751             WRITE RSWKSH49-REC
053752             ADD 1 TO WS-WKSH49-COUNT
053753         WHEN 'XMIT51'
053754             MOVE ARCHREC-TEXT TO RSXMIT51-REC
053755             WRITE RSXMIT51-REC
053756             ADD 1 TO WS-XMIT51-COUNT
053757         WHEN 'RPT51'
053758             MOVE ARCHREC-TEXT TO RSRPT51-REC
053759             WRITE RSRPT51-REC
053760             ADD 1 TO WS-RPT51-COUNT
053761         WHEN 'ALERT50'
053762             MOVE ARCHREC-TEXT TO RSALR50-REC
053763             WRITE RSALR50-REC
053764             ADD 1 TO WS-ALR50-COUNT
053765         WHEN 'RPT50'
053766             MOVE ARCHREC-TEXT TO RSRPT50-REC
053767             WRITE RSRPT50-REC
053768             ADD 1 TO WS-RPT50-COUNT
053800         WHEN OTHER
053900             ADD 1 TO WS-UNKNOWN-TAG
054000     END-EVALUATE.
059500     MOVE 'RSLT26' TO WS-SHOW-TAG.
059600     MOVE WS-S26-COUNT TO WS-EDIT-COUNT.
059700     PERFORM 9100-SHOW-ONE-TAG THRU 9100-SHOW-ONE-TAG-EXIT.
059701     MOVE 'RPT40' TO WS-SHOW-TAG.
059702     MOVE WS-RPT40-COUNT TO WS-EDIT-COUNT.
059703     PERFORM 9100-SHOW-ONE-TAG THRU 9100-SHOW-ONE-TAG-EXIT.
059704     MOVE 'ALERT40' TO WS-SHOW-TAG.
059705     MOVE WS-ALR40-COUNT TO WS-EDIT-COUNT.
059706     PERFORM 9100-SHOW-ONE-TAG THRU 9100-SHOW-ONE-TAG-EXIT.
059707     MOVE 'RSLT40' TO WS-SHOW-TAG.
059708     MOVE WS-RSLT40-COUNT TO WS-EDIT-COUNT.
059709     PERFORM 9100-SHOW-ONE-TAG THRU 9100-SHOW-ONE-TAG-EXIT.
059710     MOVE 'RPT41' TO WS-SHOW-TAG.
059711     MOVE WS-RPT41-COUNT TO WS-EDIT-COUNT.
059712     PERFORM 9100-SHOW-ONE-TAG THRU 9100-SHOW-ONE-TAG-EXIT.
059713     MOVE 'RSLT41' TO WS-SHOW-TAG.
059714     MOVE WS-RSLT41-COUNT TO WS-EDIT-COUNT.
059715     PERFORM 9100-SHOW-ONE-TAG THRU 9100-SHOW-ONE-TAG-EXIT.
059716     MOVE 'READ42' TO WS-SHOW-TAG.
059717     MOVE WS-READ42-COUNT TO WS-EDIT-COUNT.
059718     PERFORM 9100-SHOW-ONE-TAG THRU 9100-SHOW-ONE-TAG-EXIT.
059719     MOVE 'RPT42' TO WS-SHOW-TAG.
059720     MOVE WS-RPT42-COUNT TO WS-EDIT-COUNT.
059721     PERFORM 9100-SHOW-ONE-TAG THRU 9100-SHOW-ONE-TAG-EXIT.
059722     MOVE 'SUSP44' TO WS-SHOW-TAG.
059723     MOVE WS-SUSP44-COUNT TO WS-EDIT-COUNT.
059724     PERFORM 9100-SHOW-ONE-TAG THRU 9100-SHOW-ONE-TAG-EXIT.
059725     MOVE 'ALERT44' TO WS-SHOW-TAG.
059726     MOVE WS-ALR44-COUNT TO WS-EDIT-COUNT.
059727     PERFORM 9100-SHOW-ONE-TAG THRU 9100-SHOW-ONE-TAG-EXIT.
059728     MOVE 'RPT44' TO WS-SHOW-TAG.
059729     MOVE WS-RPT44-COUNT TO WS-EDIT-COUNT.
059730     PERFORM 9100-SHOW-ONE-TAG THRU 9100-SHOW-ONE-TAG-EXIT.
059731     MOVE 'RSLT44' TO WS-SHOW-TAG.
059732     MOVE WS-RSLT44-COUNT TO WS-EDIT-COUNT.
059733     PERFORM 9100-SHOW-ONE-TAG THRU 9100-SHOW-ONE-TAG-EXIT.
059734     MOVE 'PLAN47' TO WS-SHOW-TAG.
059735     MOVE WS-PLAN47-COUNT TO WS-EDIT-COUNT.
059736     PERFORM 9100-SHOW-ONE-TAG THRU 9100-SHOW-ONE-TAG-EXIT.
059737     MOVE 'WKSHT49' TO WS-SHOW-TAG.
059738     MOVE WS-WKSH49-COUNT TO WS-EDIT-COUNT.
059739     PERFORM 9100-SHOW-ONE-TAG THRU 9100-SHOW-ONE-TAG-EXIT.
059740     MOVE 'XMIT51' TO WS-SHOW-TAG.
059741     MOVE WS-XMIT51-COUNT TO WS-EDIT-COUNT.
059742     PERFORM 9100-SHOW-ONE-TAG THRU 9100-SHOW-ONE-TAG-EXIT.
059743     MOVE 'RPT51' TO WS-SHOW-TAG.
059744     MOVE WS-RPT51-COUNT TO WS-EDIT-COUNT.
059745     PERFORM 9100-SHOW-ONE-TAG THRU 9100-SHOW-ONE-TAG-EXIT.
059746     MOVE 'ALERT50' TO WS-SHOW-TAG.
059747     MOVE WS-ALR50-COUNT TO WS-EDIT-COUNT.
059748     PERFORM 9100-SHOW-ONE-TAG THRU 9100-SHOW-ONE-TAG-EXIT.
059749     MOVE 'RPT50' TO WS-SHOW-TAG.
059750     MOVE WS-RPT50-COUNT TO WS-EDIT-COUNT.
059751     PERFORM 9100-SHOW-ONE-TAG THRU 9100-SHOW-ONE-TAG-EXIT.
059800     MOVE WS-PULLED-COUNT TO WS-EDIT-TOTAL.
059900     MOVE SPACES TO WS-PRINT-LINE.
060000     STRING 'RECORDS RETRIEVED .....: ' DELIMITED BY SIZE
064200     CLOSE RSRSLT23.
064300     CLOSE RSRSLT24.
064400     CLOSE RSRSLT26.
064405     CLOSE RSRPT40.
064410     CLOSE RSALR40.
064415     CLOSE RSRSLT40.
064420     CLOSE RSRPT41.
064425     CLOSE RSRSLT41.
064430     CLOSE RSREAD42.
064435     CLOSE RSRPT42.
064440     CLOSE RSSUSP44.
064445     CLOSE RSALR44.
064450     CLOSE RSRPT44.
064455     CLOSE RSRSLT44.
064460     CLOSE RSPLAN47.
064465     CLOSE RSWKSH49.
064470     CLOSE RSXMIT51.
064475     CLOSE RSRPT51.
064480     CLOSE RSALR50.
064485     CLOSE RSRPT50.
064500     CLOSE REPTFILE.
064600     PERFORM 9800-LOG-RUN-END THRU 9800-LOG-RUN-END-EXIT.
064700 9000-TERMINATE-EXIT.
