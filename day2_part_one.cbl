        ASSIGN TO WS-P-SCHED-RECON
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT MATCH-RESULT-FILE
        ASSIGN TO WS-P-MATCH-RESULT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT RATING-FILE ASSIGN TO WS-P-RATING
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS H2H-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SANCTION-FILE ASSIGN TO WS-P-SANCTION
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SANCTION-RPT-FILE
        ASSIGN TO WS-P-SANCTION-RPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SEASON-CLOSE-FILE
        ASSIGN TO WS-P-SEASON-CLOSE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT DISPUTE-FILE ASSIGN TO WS-P-DISPUTE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT HELD-FILE ASSIGN TO WS-P-HELD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT XREF-FILE ASSIGN TO WS-P-XREF
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ELF-ROSTER-FILE ASSIGN TO WS-P-ELF-ROSTER
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ROSTER-HIST-FILE ASSIGN TO WS-P-ROSTER-HIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT TEAM-FILE ASSIGN TO WS-P-TEAM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT TIMING-FILE ASSIGN TO WS-P-TIMING
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT RECEIPT-FILE ASSIGN TO WS-P-RECEIPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SITE-FILE ASSIGN TO WS-P-SITE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD SUSPENSE-FILE.
    01 SUSPENSE-REC PIC X(134).
    FD CORRECTION-FILE.
    01 CORRECTION-REC PIC X(100).
    FD JOURNAL-FILE.
    FD STEP-CONTROL-FILE.
    COPY STEPREC.
    FD REG-FILE.
    COPY REGREC.
    FD RULES-FILE.
    01 RULES-REC.
        05 RUL-SET-ID           PIC X(4).
    COPY SCHEDREC.
    FD SCHED-RECON-FILE.
    01 SCHED-RECON-REC PIC X(132).
    FD MATCH-RESULT-FILE.
    COPY MRESREC.
    FD RATING-FILE.
    01 RATING-REC.
        05 RTG-PLAYER-ID        PIC X(4).
    01 RATING-RPT-REC PIC X(132).
    FD H2H-FILE.
    COPY H2HREC.
    FD SANCTION-FILE.
    COPY SANCREC.
    FD SANCTION-RPT-FILE.
    01 SANCTION-RPT-REC PIC X(132).
    FD SEASON-CLOSE-FILE.
    01 SEASON-CLOSE-REC.
        05 SCL-SEASON           PIC X(6).
        05 SCL-CLOSED-DATE      PIC 9(8).
        05 SCL-OPERATOR         PIC X(8).
    FD DISPUTE-FILE.
    COPY DISPREC.
    FD HELD-FILE.
    COPY HELDREC.
    FD XREF-FILE.
    COPY PXREFREC.
    FD ELF-ROSTER-FILE.
    COPY ROSTREC.
    FD ROSTER-HIST-FILE.
    COPY RHISTREC.
    FD TEAM-FILE.
    01 TEAM-REC PIC X(132).
    FD TIMING-FILE.
    COPY TIMEREC.
    FD RECEIPT-FILE.
    COPY RCPTREC.
    FD SITE-FILE.
    01 SITE-CTL-REC PIC X(32).
    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-SITE              PIC X(70) VALUE SPACES.
        05 WS-P-INFILE            PIC X(70) VALUE SPACES.
        05 WS-P-AUDIT             PIC X(70) VALUE SPACES.
        05 WS-P-REJECT            PIC X(70) VALUE SPACES.
        05 WS-P-PACING            PIC X(70) VALUE SPACES.
        05 WS-P-SCHEDULE          PIC X(70) VALUE SPACES.
        05 WS-P-SCHED-RECON       PIC X(70) VALUE SPACES.
        05 WS-P-MATCH-RESULT      PIC X(70) VALUE SPACES.
        05 WS-P-RATING            PIC X(70) VALUE SPACES.
        05 WS-P-RATING-RPT        PIC X(70) VALUE SPACES.
        05 WS-P-H2H               PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
        05 WS-P-SANCTION          PIC X(70) VALUE SPACES.
        05 WS-P-SANCTION-RPT      PIC X(70) VALUE SPACES.
        05 WS-P-SEASON-CLOSE      PIC X(70) VALUE SPACES.
        05 WS-P-DISPUTE           PIC X(70) VALUE SPACES.
        05 WS-P-HELD              PIC X(70) VALUE SPACES.
        05 WS-P-XREF              PIC X(70) VALUE SPACES.
        05 WS-P-ELF-ROSTER        PIC X(70) VALUE SPACES.
        05 WS-P-ROSTER-HIST       PIC X(70) VALUE SPACES.
        05 WS-P-TEAM              PIC X(70) VALUE SPACES.
        05 WS-P-RECEIPT           PIC X(70) VALUE SPACES.
    01 WS-INPUT.
        05 WS-ROUND PIC X(3).
        05 FILLER PIC X(1).
            10 WS-PLAYER-DRAWS      PIC 9(4) VALUE 0.
            10 WS-PLAYER-FORFEITS   PIC 9(4) VALUE 0.
            10 WS-PLAYER-WIN-PCT    PIC 9(3)V99 VALUE 0.
            10 WS-PLAYER-DIV        PIC X(1) VALUE '1'.
    01 WS-STANDING-FIELDS.
        05 WS-STD-SHAPE        PIC ZZZZZ9.
        05 WS-STD-OUTCOME      PIC ZZZZZ9.
            10 WS-SEAS-T-FORFEITS  PIC 9(6) VALUE 0.
            10 WS-SEAS-T-PREV-RANK PIC 9(4) VALUE 0.
            10 WS-SEAS-T-PCT       PIC 9(3)V99 VALUE 0.
            10 WS-SEAS-T-DIV       PIC X(1) VALUE '1'.
            10 WS-SEAS-T-DIV-RANK  PIC 9(4) VALUE 0.
        05 WS-SEAS-I           PIC 9(4) VALUE 0.
        05 WS-SEAS-SWAPPED     PIC A(1) VALUE 'N'.
        05 WS-SEAS-TEMP        PIC X(64) VALUE SPACES.
        05 WS-SEAS-RANK        PIC 9(4) VALUE 0.
        05 WS-SEAS-MOVE        PIC S9(4) VALUE 0.
        05 WS-SEAS-MOVE-ED     PIC +ZZZ9.
        05 WS-REG-M-ID PIC X(4) OCCURS 1000 TIMES INDEXED BY RMX.
        05 WS-REG-P-COUNT      PIC 9(4) VALUE 0.
        05 WS-REG-P-ID PIC X(4) OCCURS 1000 TIMES INDEXED BY RPX.
        05 WS-REG-M-SITE       PIC X(2) OCCURS 1000 TIMES.
        05 WS-REG-P-SITE       PIC X(2) OCCURS 1000 TIMES.
        05 WS-REG-SITE-HIT     PIC 9(4) VALUE 0.
        05 WS-REG-D-COUNT      PIC 9(4) VALUE 0.
        05 WS-REG-D-ENTRY OCCURS 1000 TIMES INDEXED BY RDX.
            10 WS-REG-D-ID         PIC X(4) VALUE SPACES.
            10 WS-REG-D-DIV        PIC X(1) VALUE '1'.
    01 WS-DIVISION-WORK.
        05 WS-DIV-LOOKUP-ID    PIC X(4) VALUE SPACES.
        05 WS-DIV-FOUND        PIC X(1) VALUE '1'.
        05 WS-DIV-PREV         PIC X(1) VALUE SPACE.
        05 WS-DIV-MAX          PIC X(1) VALUE '1'.
        05 WS-DIV-NO           PIC 9(2) VALUE 0.
        05 WS-DIV-MAX-NO       PIC 9(2) VALUE 0.
        05 WS-DIV-CHAR         PIC X(1) VALUE SPACE.
        05 WS-DIV-RANK         PIC 9(4) VALUE 0.
        05 WS-MATCH-REGISTERED PIC A(1) VALUE 'Y'.
        05 WS-PLAYER-REGISTERED PIC A(1) VALUE 'Y'.
        05 WS-UNREG-COUNT      PIC 9(6) VALUE 0.
        05 WS-XSITE-COUNT      PIC 9(6) VALUE 0.
    01 WS-SANCTION-TABLES.
        05 WS-SNC-EOF          PIC A(1) VALUE ' '.
        05 WS-SNC-COUNT        PIC 9(4) VALUE 0.
        05 WS-SNC-ENTRY OCCURS 2000 TIMES INDEXED BY SNX.
            10 WS-SNC-NO           PIC 9(6) VALUE 0.
            10 WS-SNC-PLAYER       PIC X(4) VALUE SPACES.
            10 WS-SNC-REASON       PIC X(4) VALUE SPACES.
            10 WS-SNC-TEXT         PIC X(30) VALUE SPACES.
            10 WS-SNC-START        PIC 9(8) VALUE 0.
            10 WS-SNC-END          PIC 9(8) VALUE 0.
            10 WS-SNC-OPER         PIC X(8) VALUE SPACES.
            10 WS-SNC-ISSUED       PIC 9(8) VALUE 0.
            10 WS-SNC-SOURCE       PIC X(1) VALUE SPACE.
            10 WS-SNC-STATUS       PIC X(1) VALUE SPACE.
            10 WS-SNC-FFT          PIC 9(6) VALUE 0.
            10 WS-SNC-NEW          PIC A(1) VALUE 'N'.
        05 WS-SNC-LAST-NO      PIC 9(6) VALUE 0.
        05 WS-SNC-EXCLUDED     PIC 9(4) VALUE 0.
        05 WS-SNC-FULL-WARNED  PIC A(1) VALUE 'N'.
        05 WS-SNC-REJECTED     PIC 9(6) VALUE 0.
        05 WS-SNC-NEW-COUNT    PIC 9(4) VALUE 0.
        05 WS-SNC-WRITTEN      PIC 9(6) VALUE 0.
        05 WS-SNC-HIT          PIC A(1) VALUE 'N'.
        05 WS-SNC-SEASON-START PIC 9(8) VALUE 0.
        05 WS-SNC-WARN-DATE    PIC 9(8) VALUE 0.
        05 WS-SNC-LINES        PIC 9(4) VALUE 0.
        05 WS-SNC-FLAG         PIC X(5) VALUE SPACES.
        05 WS-SUSPEND-FFT-LIMIT PIC 9(4) VALUE 0.
        05 WS-SUSPEND-DAYS     PIC 9(4) VALUE 0.
        05 WS-SNC-WARN-DAYS    PIC 9(4) VALUE 0.
        05 WS-PLAYER-SUSPENDED PIC A(1) VALUE 'N'.
    01 WS-DISPUTE-TABLES.
        05 WS-DSP-EOF          PIC A(1) VALUE ' '.
        05 WS-DSP-COUNT        PIC 9(4) VALUE 0.
        05 WS-DSP-ENTRY OCCURS 1000 TIMES INDEXED BY DSX.
            10 WS-DSP-CASE         PIC 9(6) VALUE 0.
            10 WS-DSP-MATCH        PIC X(4) VALUE SPACES.
            10 WS-DSP-ROUND        PIC 9(3) VALUE 0.
            10 WS-DSP-STATUS       PIC X(1) VALUE SPACE.
            10 WS-DSP-HOLDING      PIC A(1) VALUE 'N'.
        05 WS-DSP-EXCLUDED     PIC 9(4) VALUE 0.
        05 WS-DSP-FULL-WARNED  PIC A(1) VALUE 'N'.
        05 WS-MSEQ-COUNT       PIC 9(4) VALUE 0.
        05 WS-MSEQ-ENTRY OCCURS 1000 TIMES INDEXED BY MSX.
            10 WS-MSEQ-MATCH       PIC X(4) VALUE SPACES.
            10 WS-MSEQ-ROUNDS      PIC 9(4) VALUE 0.
        05 WS-MSEQ-FULL-WARNED PIC A(1) VALUE 'N'.
        05 WS-CUR-ROUND-NO     PIC 9(4) VALUE 0.
        05 WS-ROUND-HELD       PIC A(1) VALUE 'N'.
        05 WS-HOLD-CASE        PIC 9(6) VALUE 0.
        05 WS-DSP-REPLAY       PIC A(1) VALUE 'N'.
        05 WS-DSP-SAVE-TOURNEY PIC 9(4) VALUE 0.
    01 WS-HELD-TABLES.
        05 WS-HLD-EOF          PIC A(1) VALUE ' '.
        05 WS-HLD-COUNT        PIC 9(4) VALUE 0.
        05 WS-HLD-ENTRY OCCURS 500 TIMES INDEXED BY HDX.
            10 WS-HLD-CASE         PIC 9(6) VALUE 0.
            10 WS-HLD-MATCH        PIC X(4) VALUE SPACES.
            10 WS-HLD-ROUND        PIC 9(3) VALUE 0.
            10 WS-HLD-DATE         PIC 9(8) VALUE 0.
            10 WS-HLD-TOURN        PIC X(4) VALUE SPACES.
            10 WS-HLD-INPUT        PIC X(60) VALUE SPACES.
            10 WS-HLD-ACTION       PIC X(1) VALUE SPACE.
                88 WS-HLD-CARRIED      VALUE 'C'.
                88 WS-HLD-NEW          VALUE 'N'.
                88 WS-HLD-RELEASED     VALUE 'R'.
                88 WS-HLD-VOIDED       VALUE 'V'.
        05 WS-HLD-EXCLUDED     PIC 9(4) VALUE 0.
        05 WS-HLD-FULL-WARNED  PIC A(1) VALUE 'N'.
        05 WS-HLD-NEW-COUNT    PIC 9(4) VALUE 0.
        05 WS-HLD-CARRY-COUNT  PIC 9(4) VALUE 0.
        05 WS-HLD-REL-COUNT    PIC 9(4) VALUE 0.
        05 WS-HLD-VOID-COUNT   PIC 9(4) VALUE 0.
        05 WS-HLD-WRITTEN      PIC 9(6) VALUE 0.
        05 WS-HLD-STATE        PIC X(10) VALUE SPACES.
        05 WS-HLD-ROUND-ED     PIC ZZ9.
    01 WS-SCHEDULE-TABLES.
        05 WS-SCHED-LOADED     PIC A(1) VALUE 'N'.
        05 WS-SCHED-EOF        PIC A(1) VALUE ' '.
            10 WS-SCHED-P1         PIC X(4) VALUE SPACES.
            10 WS-SCHED-P2         PIC X(4) VALUE SPACES.
            10 WS-SCHED-PLAYED     PIC A(1) VALUE 'N'.
            10 WS-SCHED-P1-WINS    PIC 9(4) VALUE 0.
            10 WS-SCHED-P2-WINS    PIC 9(4) VALUE 0.
            10 WS-SCHED-DRAWS      PIC 9(4) VALUE 0.
            10 WS-SCHED-FFT-WIN    PIC X(4) VALUE SPACES.
        05 WS-UNSCHED-COUNT    PIC 9(4) VALUE 0.
        05 WS-UNSCHED-MATCH PIC X(4) OCCURS 200 TIMES VALUE SPACES.
        05 WS-SCHX             PIC 9(4) VALUE 0.
        05 WS-SCHED-HIT        PIC A(1) VALUE 'N'.
        05 WS-SCHED-UNPLAYED   PIC 9(4) VALUE 0.
        05 WS-MRES-WRITTEN     PIC 9(6) VALUE 0.
    01 WS-AMEND-FIELDS.
        05 WS-AMEND-COUNT      PIC 9(4) VALUE 0.
        05 WS-AMEND-BAD-COUNT  PIC 9(4) VALUE 0.
            10 WS-RTG-HIGH         PIC 9(4) VALUE 0.
            10 WS-RTG-LOW          PIC 9(4) VALUE 0.
            10 WS-RTG-UPDATED      PIC A(1) VALUE 'N'.
            10 WS-RTG-DIV          PIC X(1) VALUE '1'.
    01 WS-RATING-WORK.
        05 WS-RTX              PIC 9(4) VALUE 0.
        05 WS-RTG-P-IX         PIC 9(4) VALUE 0.
        05 WS-H2H-LO-ID        PIC X(4) VALUE SPACES.
        05 WS-H2H-HI-ID        PIC X(4) VALUE SPACES.
        05 WS-H2H-FLIPPED      PIC A(1) VALUE 'N'.
    01 WS-TEAM-TABLES.
        05 WS-XREF-EOF         PIC A(1) VALUE ' '.
        05 WS-XREF-COUNT       PIC 9(4) VALUE 0.
        05 WS-XREF-ENTRY OCCURS 1000 TIMES INDEXED BY XRX.
            10 WS-XREF-PLAYER      PIC X(4) VALUE SPACES.
            10 WS-XREF-ELF         PIC 9(4) VALUE 0.
        05 WS-TROS-EOF         PIC A(1) VALUE ' '.
        05 WS-TROS-COUNT       PIC 9(4) VALUE 0.
        05 WS-TROS-ENTRY OCCURS 1000 TIMES INDEXED BY TRX.
            10 WS-TROS-ELF         PIC 9(4) VALUE 0.
            10 WS-TROS-DEPT        PIC X(10) VALUE SPACES.
        05 WS-TEAM-COUNT       PIC 9(3) VALUE 0.
        05 WS-TEAM-ENTRY OCCURS 100 TIMES INDEXED BY TMX.
            10 WS-TEAM-DEPT        PIC X(10) VALUE SPACES.
            10 WS-TEAM-RUN.
                15 WS-TEAM-R-PLAYERS   PIC 9(4) VALUE 0.
                15 WS-TEAM-R-ROUNDS    PIC 9(6) VALUE 0.
                15 WS-TEAM-R-SHAPE     PIC 9(8) VALUE 0.
                15 WS-TEAM-R-OUTCOME   PIC 9(8) VALUE 0.
                15 WS-TEAM-R-WINS      PIC 9(6) VALUE 0.
                15 WS-TEAM-R-LOSSES    PIC 9(6) VALUE 0.
                15 WS-TEAM-R-DRAWS     PIC 9(6) VALUE 0.
                15 WS-TEAM-R-PCT       PIC 9(3)V99 VALUE 0.
            10 WS-TEAM-SEASON.
                15 WS-TEAM-S-PLAYERS   PIC 9(4) VALUE 0.
                15 WS-TEAM-S-ROUNDS    PIC 9(6) VALUE 0.
                15 WS-TEAM-S-SHAPE     PIC 9(8) VALUE 0.
                15 WS-TEAM-S-OUTCOME   PIC 9(8) VALUE 0.
                15 WS-TEAM-S-WINS      PIC 9(6) VALUE 0.
                15 WS-TEAM-S-LOSSES    PIC 9(6) VALUE 0.
                15 WS-TEAM-S-DRAWS     PIC 9(6) VALUE 0.
                15 WS-TEAM-S-PCT       PIC 9(3)V99 VALUE 0.
    01 WS-TEAM-WORK.
        05 WS-TEAM-PLAYER      PIC X(4) VALUE SPACES.
        05 WS-TEAM-LOOKUP-DEPT PIC X(10) VALUE SPACES.
        05 WS-TEAM-HIT         PIC 9(3) VALUE 0.
        05 WS-TEAM-EXCLUDED    PIC 9(4) VALUE 0.
        05 WS-TEAM-LINKED      PIC 9(4) VALUE 0.
        05 WS-TEAM-UNLINKED    PIC 9(4) VALUE 0.
        05 WS-TEAM-SORT-KEY    PIC X(1) VALUE 'R'.
        05 WS-TEAM-I           PIC 9(3) VALUE 0.
        05 WS-TEAM-SWAPPED     PIC A(1) VALUE 'N'.
        05 WS-TEAM-SWAP        PIC A(1) VALUE 'N'.
        05 WS-TEAM-TEMP        PIC X(108) VALUE SPACES.
        05 WS-TEAM-A-PCT       PIC 9(3)V99 VALUE 0.
        05 WS-TEAM-B-PCT       PIC 9(3)V99 VALUE 0.
        05 WS-TEAM-A-OUTCOME   PIC 9(8) VALUE 0.
        05 WS-TEAM-B-OUTCOME   PIC 9(8) VALUE 0.
        05 WS-TEAM-RANK        PIC 9(3) VALUE 0.
        05 WS-TEAM-LINE.
            10 WS-TL-PLAYERS       PIC 9(4) VALUE 0.
            10 WS-TL-ROUNDS        PIC 9(6) VALUE 0.
            10 WS-TL-SHAPE         PIC 9(8) VALUE 0.
            10 WS-TL-OUTCOME       PIC 9(8) VALUE 0.
            10 WS-TL-WINS          PIC 9(6) VALUE 0.
            10 WS-TL-LOSSES        PIC 9(6) VALUE 0.
            10 WS-TL-DRAWS         PIC 9(6) VALUE 0.
            10 WS-TL-PCT           PIC 9(3)V99 VALUE 0.
        05 WS-TL-ED-RANK       PIC ZZ9.
        05 WS-TL-ED-RANK-X     PIC X(3) VALUE SPACES.
        05 WS-TL-ED-DEPT       PIC X(12) VALUE SPACES.
        05 WS-TL-ED-PLAYERS    PIC ZZZ9.
        05 WS-TL-ED-ROUNDS     PIC ZZZZZ9.
        05 WS-TL-ED-SHAPE      PIC ZZZZZZZ9.
        05 WS-TL-ED-OUTCOME    PIC ZZZZZZZ9.
        05 WS-TL-ED-WINS       PIC ZZZZZ9.
        05 WS-TL-ED-LOSSES     PIC ZZZZZ9.
        05 WS-TL-ED-DRAWS      PIC ZZZZZ9.
        05 WS-TL-ED-PCT        PIC ZZ9.99.
    01 WS-PLAYER-SORT-WORK.
        05 WS-PS-I             PIC 9(3) VALUE 0.
        05 WS-PS-SWAPPED       PIC A(1) VALUE 'N'.
    COPY VALIDCOM.
    COPY PARMCOM.
    COPY TIMINGCOM.
    COPY RHISTCOM.
    COPY LAYCOM.
    COPY ENVCOM.
    COPY SITECOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'ROCK-PAPER-SCISSORS RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    IF WS-ENV-SITE NOT EQUAL WS-ENV-HOME-SITE
        STRING 'PROCESSING SITE ' DELIMITED BY SIZE
            WS-ENV-SITE DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-SITE-NAME DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    PERFORM 930-CHECK-STEP-RTN
    IF WS-STEP-DONE = 'Y'
        DISPLAY 'ROCK-PAPER-SCISSORS ALREADY COMPLETE FOR BUSINESS DATE '
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    MOVE 'Dec2Input.txt' TO WS-LAY-FEED
    PERFORM 885-GET-LAYOUT-VERSION-RTN
    IF WS-LAY-SUPPORTED NOT EQUAL 'Y'
        MOVE 8 TO RETURN-CODE
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    MOVE 'S' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    MOVE 'SUSPENSE-FILE' TO WS-FILE-ID
    MOVE '10' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-FORFEIT-PENALTY
    MOVE 'RPS-SUSPEND-FFT-LIMIT' TO WS-PARM-REQ-KEY
    MOVE '5' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-SUSPEND-FFT-LIMIT
    MOVE 'RPS-SUSPEND-DAYS' TO WS-PARM-REQ-KEY
    MOVE '7' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-SUSPEND-DAYS
    IF WS-SUSPEND-DAYS = 0
        MOVE 1 TO WS-SUSPEND-DAYS
    END-IF
    MOVE 'RPS-SANCTION-WARN-DAYS' TO WS-PARM-REQ-KEY
    MOVE '7' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-SNC-WARN-DAYS
    PERFORM 115-LOAD-RULES-RTN
    PERFORM 190-LOAD-REGISTRATIONS-RTN
    PERFORM 199-LOAD-SANCTIONS-RTN
    PERFORM 193-LOAD-SEASON-CLOSE-RTN
    PERFORM 195-LOAD-SCHEDULE-RTN
    PERFORM 196-LOAD-RATINGS-RTN
    PERFORM 151-LOAD-DISPUTES-RTN
    PERFORM 153-LOAD-HELD-RTN
    MOVE 'INFILE' TO WS-FILE-ID
    OPEN INPUT INFILE.
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'REJECT-FILE' TO WS-FILE-ID
    OPEN OUTPUT REJECT-FILE.
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    IF WS-HLD-COUNT > 0
        PERFORM 155-REPLAY-HELD-RTN
    END-IF
        MOVE 'INFILE' TO WS-FILE-ID
        PERFORM UNTIL WS-EOF = 'Y'
            READ INFILE INTO WS-INPUT
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
            IF WS-LAY-USE-PREVIOUS
                MOVE SPACES TO WS-ROUND-TIME
            END-IF
            PERFORM 100-CALC-RTN
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        PERFORM 280-PACING-REPORT-RTN
        IF WS-SCHED-LOADED = 'Y'
            PERFORM 290-SCHEDULE-RECON-RTN
            PERFORM 292-WRITE-MATCH-RESULTS-RTN
        END-IF
        IF WS-BRACKET-SEEN = 'Y'
            PERFORM 250-UPDATE-SEASON-RTN
            PERFORM 260-SEASON-REPORT-RTN
            PERFORM 271-TEAM-STANDINGS-RTN
        END-IF
        IF WS-RTG-ROUNDS > 0
            PERFORM 297-SAVE-RATINGS-RTN
        IF WS-H2H-COUNT > 0
            PERFORM 296-SAVE-H2H-RTN
        END-IF
        IF WS-SNC-NEW-COUNT > 0
            PERFORM 293-WRITE-NEW-SANCTIONS-RTN
        END-IF
        IF WS-HLD-COUNT > 0
            PERFORM 270-SAVE-HELD-RTN
        END-IF
        PERFORM 294-SANCTION-REPORT-RTN
        DISPLAY 'ROUNDS FROM SUSPENDED PLAYERS REJECTED: '
            WS-SNC-REJECTED
        DISPLAY 'AUTOMATIC SUSPENSIONS ISSUED: ' WS-SNC-NEW-COUNT
        IF WS-SNC-REJECTED > 0 OR WS-SNC-NEW-COUNT > 0
            MOVE 'W' TO WS-LOG-SEV
            STRING 'ROCK-PAPER-SCISSORS - SUSPENDED PLAYER ROUNDS '
                'REJECTED: ' DELIMITED BY SIZE
                WS-SNC-REJECTED DELIMITED BY SIZE
                ' AUTOMATIC SUSPENSIONS: ' DELIMITED BY SIZE
                WS-SNC-NEW-COUNT DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        IF WS-SNC-EXCLUDED > 0
            MOVE 'W' TO WS-LOG-SEV
            STRING 'ROCK-PAPER-SCISSORS - SANCTION TABLE FULL - '
                'SANCTIONS NOT LOADED: ' DELIMITED BY SIZE
                WS-SNC-EXCLUDED DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        DISPLAY 'DISPUTED ROUNDS HELD: ' WS-HLD-NEW-COUNT
            ' STILL HELD: ' WS-HLD-CARRY-COUNT
            ' RELEASED: ' WS-HLD-REL-COUNT
            ' VOIDED: ' WS-HLD-VOID-COUNT
        IF WS-HLD-COUNT > 0
            MOVE 'W' TO WS-LOG-SEV
            STRING 'ROCK-PAPER-SCISSORS - DISPUTED ROUNDS HELD: '
                DELIMITED BY SIZE
                WS-HLD-NEW-COUNT DELIMITED BY SIZE
                ' STILL HELD: ' DELIMITED BY SIZE
                WS-HLD-CARRY-COUNT DELIMITED BY SIZE
                ' RELEASED: ' DELIMITED BY SIZE
                WS-HLD-REL-COUNT DELIMITED BY SIZE
                ' VOIDED: ' DELIMITED BY SIZE
                WS-HLD-VOID-COUNT DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        IF WS-HLD-EXCLUDED > 0 OR WS-DSP-EXCLUDED > 0
            MOVE 'W' TO WS-LOG-SEV
            STRING 'ROCK-PAPER-SCISSORS - DISPUTE TABLES FULL - '
                'CASES NOT LOADED: ' DELIMITED BY SIZE
                WS-DSP-EXCLUDED DELIMITED BY SIZE
                ' DISPUTED ROUNDS SCORED: ' DELIMITED BY SIZE
                WS-HLD-EXCLUDED DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        IF WS-REG-LOADED = 'Y'
            DISPLAY 'UNREGISTERED IDS ROUTED TO SUSPENSE: '
                WS-UNREG-COUNT
            DISPLAY 'CROSS-SITE IDS ROUTED TO SUSPENSE: '
                WS-XSITE-COUNT
        END-IF
        IF WS-XSITE-COUNT > 0
            MOVE 'W' TO WS-LOG-SEV
            STRING 'ROCK-PAPER-SCISSORS - IDS REGISTERED TO ANOTHER '
                'SITE NOT SCORED: ' DELIMITED BY SIZE
                WS-XSITE-COUNT DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        IF WS-PACE-EXCLUDED > 0 OR WS-GAP-EXCLUDED > 0
            OR WS-TOURN-EXCLUDED > 0
        MOVE 'Dec2Rejects.txt' TO WS-CTL-FILE-NAME
        MOVE WS-REJECT-WRITTEN TO WS-CTL-WRITTEN
        PERFORM 896-WRITE-CONTROL-WRITE-RTN
        MOVE 'Dec2MatchResults.txt' TO WS-CTL-FILE-NAME
        MOVE WS-MRES-WRITTEN TO WS-CTL-WRITTEN
        PERFORM 896-WRITE-CONTROL-WRITE-RTN
        MOVE 'Dec2Sanctions.txt' TO WS-CTL-FILE-NAME
        MOVE WS-SNC-WRITTEN TO WS-CTL-WRITTEN
        PERFORM 896-WRITE-CONTROL-WRITE-RTN
        MOVE 'Dec2HeldRounds.txt' TO WS-CTL-FILE-NAME
        MOVE WS-HLD-WRITTEN TO WS-CTL-WRITTEN
        PERFORM 896-WRITE-CONTROL-WRITE-RTN
        MOVE 'ROCK-PAPER-SCISSORS' TO WS-RSLT-PROGRAM
        MOVE WS-INVALID-COUNT TO WS-RSLT-METRIC
        MOVE WS-ROUNDS-READ TO WS-RSLT-READ
        STOP RUN.
    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'AocSite.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SITE
        PERFORM 887-GET-SITE-RTN
        MOVE WS-ENV-SITE TO WS-RSLT-SITE
        MOVE WS-ENV-SITE TO WS-CTL-SITE
        MOVE WS-ENV-SITE TO WS-SUSP-SITE
        MOVE WS-ENV-SITE TO WS-STEP-SITE
        MOVE 'Dec2Input.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-INFILE
        MOVE 'Dec2Audit.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-AUDIT
        MOVE 'Dec2Rejects.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REJECT
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUSPENSE
        MOVE 'Dec2Corrections.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CORRECTION
        MOVE 'AocCorrectionJournal.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-JOURNAL-WORK
        MOVE 'Dec2Standings.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-STANDINGS
        MOVE 'AocParms.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SEASON
        MOVE 'Dec2SeasonReport.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SEASON-RPT
        MOVE 'Dec2Pacing.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PACING
        MOVE 'Dec2Schedule.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SCHEDULE
        MOVE 'Dec2ScheduleRecon.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SCHED-RECON
        MOVE 'Dec2MatchResults.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MATCH-RESULT
        MOVE 'Dec2RatingMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RATING
        MOVE 'Dec2RatingReport.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RATING-RPT
        MOVE 'Dec2HeadToHead.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-H2H
        MOVE 'AocStepTiming.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TIMING
        MOVE 'Dec2Sanctions.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SANCTION
        MOVE 'Dec2SanctionReport.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SANCTION-RPT
        MOVE 'Dec2SeasonClose.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SEASON-CLOSE
        MOVE 'Dec2Disputes.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-DISPUTE
        MOVE 'Dec2HeldRounds.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-HELD
        MOVE 'Dec2PlayerElfXref.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-XREF
        MOVE 'Dec1ElfRoster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ELF-ROSTER
        MOVE 'Dec1RosterHistory.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ROSTER-HIST
        MOVE 'Dec2TeamStandings.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TEAM
        MOVE 'AocReceiptRegister.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RECEIPT.

    100-CALC-RTN.
        IF WS-ROUND = SPACES OR WS-ROUND(1:1) = '*'

    105-SCORE-ROUND-RTN.
            INITIALIZE WS-ROUND-SHAPE-PTS WS-ROUND-OUTCOME-PTS
            MOVE 'N' TO WS-ROUND-HELD
            IF WS-DSP-REPLAY NOT EQUAL 'Y'
                PERFORM 106-COUNT-MATCH-ROUND-RTN
                IF WS-DSP-COUNT > 0
                    PERFORM 107-CHECK-DISPUTE-RTN
                END-IF
            END-IF
            MOVE 'Y' TO WS-VALID-ROUND
            MOVE WS-ROUND TO WS-VALID-FIELD
            MOVE 3 TO WS-VALID-LEN
            ELSE
                PERFORM 110-CALC-SHAPE-RTN
            END-IF
            MOVE 'N' TO WS-PLAYER-SUSPENDED
            IF WS-VALID-ROUND = 'Y'
                PERFORM 185-CHECK-REGISTRATION-RTN
            END-IF
            EVALUATE TRUE
                WHEN WS-VALID-ROUND NOT EQUAL 'Y'
                    PERFORM 140-WRITE-REJECT-RTN
                WHEN WS-PLAYER-SUSPENDED = 'Y'
                    SUBTRACT WS-ROUND-SHAPE-PTS FROM WS-SUM-SHAPE
                WHEN WS-ROUND-HELD = 'Y'
                    SUBTRACT WS-ROUND-SHAPE-PTS FROM WS-SUM-SHAPE
                    PERFORM 108-HOLD-ROUND-RTN
                WHEN OTHER
                    PERFORM 120-CALC-OUTCOME-RTN
                    PERFORM 130-WRITE-AUDIT-RTN
                    ADD 1 TO WS-TOURNEY-ROUNDS
                    PERFORM 135-TRACK-PACING-RTN
                    PERFORM 180-ACCUM-BRACKET-RTN
            END-EVALUATE.

    106-COUNT-MATCH-ROUND-RTN.
        MOVE 0 TO WS-CUR-ROUND-NO
        IF WS-MATCH-ID NOT EQUAL SPACES
            SET MSX TO 1
            SEARCH WS-MSEQ-ENTRY
                AT END
                    CONTINUE
                WHEN MSX > WS-MSEQ-COUNT
                    IF WS-MSEQ-COUNT < 1000
                        ADD 1 TO WS-MSEQ-COUNT
                        SET MSX TO WS-MSEQ-COUNT
                        MOVE WS-MATCH-ID TO WS-MSEQ-MATCH(MSX)
                        MOVE 1 TO WS-MSEQ-ROUNDS(MSX)
                        MOVE 1 TO WS-CUR-ROUND-NO
                    ELSE
                        IF WS-MSEQ-FULL-WARNED NOT EQUAL 'Y'
                            MOVE 'Y' TO WS-MSEQ-FULL-WARNED
                            DISPLAY '  ** MATCH ROUND TABLE FULL - '
                                'FURTHER MATCHES CANNOT BE HELD'
                        END-IF
                    END-IF
                WHEN WS-MSEQ-MATCH(MSX) = WS-MATCH-ID
                    IF WS-MSEQ-ROUNDS(MSX) < 999
                        ADD 1 TO WS-MSEQ-ROUNDS(MSX)
                        MOVE WS-MSEQ-ROUNDS(MSX) TO WS-CUR-ROUND-NO
                    END-IF
            END-SEARCH
        END-IF.

    107-CHECK-DISPUTE-RTN.
        IF WS-CUR-ROUND-NO > 0
            SET DSX TO 1
            SEARCH WS-DSP-ENTRY
                AT END
                    CONTINUE
                WHEN DSX > WS-DSP-COUNT
                    CONTINUE
                WHEN WS-DSP-MATCH(DSX) = WS-MATCH-ID
                    AND WS-DSP-ROUND(DSX) = WS-CUR-ROUND-NO
                    AND WS-DSP-STATUS(DSX) = 'O'
                    AND WS-DSP-HOLDING(DSX) NOT EQUAL 'Y'
                    IF WS-HLD-COUNT < 500
                        MOVE 'Y' TO WS-ROUND-HELD
                        MOVE WS-DSP-CASE(DSX) TO WS-HOLD-CASE
                    ELSE
                        ADD 1 TO WS-HLD-EXCLUDED
                        IF WS-HLD-FULL-WARNED NOT EQUAL 'Y'
                            MOVE 'Y' TO WS-HLD-FULL-WARNED
                            DISPLAY '  ** HELD ROUND TABLE FULL - '
                                'DISPUTED ROUNDS SCORED AS PLAYED'
                        END-IF
                    END-IF
            END-SEARCH
        END-IF.

    108-HOLD-ROUND-RTN.
        IF WS-CUR-TOURN-ID = SPACES
            MOVE WS-TOURNEY-NO TO WS-CUR-TOURN-ID
        END-IF
        MOVE 'Y' TO WS-DSP-HOLDING(DSX)
        ADD 1 TO WS-HLD-COUNT
        ADD 1 TO WS-HLD-NEW-COUNT
        SET HDX TO WS-HLD-COUNT
        MOVE WS-HOLD-CASE TO WS-HLD-CASE(HDX)
        MOVE WS-MATCH-ID TO WS-HLD-MATCH(HDX)
        MOVE WS-CUR-ROUND-NO TO WS-HLD-ROUND(HDX)
        MOVE WS-BIZ-DATE TO WS-HLD-DATE(HDX)
        MOVE WS-CUR-TOURN-ID TO WS-HLD-TOURN(HDX)
        MOVE WS-INPUT TO WS-HLD-INPUT(HDX)
        MOVE 'N' TO WS-HLD-ACTION(HDX)
        MOVE WS-HLD-ROUND(HDX) TO WS-HLD-ROUND-ED
        MOVE SPACES TO AUDIT-REC
        STRING 'HLD M' DELIMITED BY SIZE
            WS-MATCH-ID DELIMITED BY SIZE
            ' P' DELIMITED BY SIZE
            WS-PLAYER-ID DELIMITED BY SIZE
            ' ROUND ' DELIMITED BY SIZE
            WS-HLD-ROUND-ED DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-ROUND DELIMITED BY SIZE
            ' HELD UNDER DISPUTE CASE ' DELIMITED BY SIZE
            WS-HOLD-CASE DELIMITED BY SIZE
            ' C' DELIMITED BY SIZE
            WS-CYCLE-NO DELIMITED BY SIZE
            ' T' DELIMITED BY SIZE
            WS-CUR-TOURN-ID DELIMITED BY SIZE
            INTO AUDIT-REC
        WRITE AUDIT-REC
        ADD 1 TO WS-AUDIT-WRITTEN.

    145-PROCESS-FORFEIT-RTN.
        ADD 1 TO WS-FORFEIT-COUNT
        MOVE 'Y' TO WS-BRACKET-SEEN
        MOVE SPACES TO WS-OPPONENT-ID
        MOVE 'N' TO WS-SCHED-HIT
        PERFORM 146-FIND-OPPONENT-RTN
        IF WS-ROUND = 'WOV'
            MOVE WS-PLAYER-ID TO WS-FFT-WINNER
            MOVE WS-OPPONENT-ID TO WS-FFT-WINNER
            MOVE WS-PLAYER-ID TO WS-FFT-LOSER
        END-IF
        IF WS-SCHED-HIT = 'Y' AND WS-FFT-WINNER NOT EQUAL SPACES
            MOVE WS-FFT-WINNER TO WS-SCHED-FFT-WIN(WS-SCHX)
        END-IF
        MOVE SPACES TO AUDIT-REC
        STRING WS-ROUND DELIMITED BY SIZE
            ' NO-PLAY ROUND - MATCH ' DELIMITED BY SIZE
        MOVE WS-SUM-SHAPE TO WS-AUD-RUN-SHAPE
        MOVE WS-SUM-OUTCOME TO WS-AUD-RUN-OUTCOME
        STRING WS-ROUND DELIMITED BY SIZE
            ' M' DELIMITED BY SIZE
            WS-MATCH-ID DELIMITED BY SIZE
            ' P' DELIMITED BY SIZE
            WS-PLAYER-ID DELIMITED BY SIZE
            ' SHAPE-PTS: ' DELIMITED BY SIZE
            WS-AUD-SHAPE-PTS DELIMITED BY SIZE
            ' OUTCOME-PTS: ' DELIMITED BY SIZE
        MOVE SPACES TO WS-CUR-TOURN-DATE
        INITIALIZE WS-SUM-SHAPE WS-SUM-OUTCOME WS-TOURNEY-ROUNDS.

    151-LOAD-DISPUTES-RTN.
        MOVE 'DISPUTE-FILE' TO WS-FILE-ID
        OPEN INPUT DISPUTE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO DISPUTE REGISTER ON FILE - NO ROUNDS HELD'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-DSP-EOF = 'Y'
                READ DISPUTE-FILE
                AT END MOVE 'Y' TO WS-DSP-EOF
                NOT AT END
                    PERFORM 152-STORE-DISPUTE-RTN
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE DISPUTE-FILE
            DISPLAY 'DISPUTE CASES LOADED: ' WS-DSP-COUNT
        END-IF.

    152-STORE-DISPUTE-RTN.
        IF WS-DSP-COUNT >= 1000
            ADD 1 TO WS-DSP-EXCLUDED
            IF WS-DSP-FULL-WARNED NOT EQUAL 'Y'
                MOVE 'Y' TO WS-DSP-FULL-WARNED
                DISPLAY '  ** DISPUTE TABLE FULL - FURTHER CASES '
                    'NOT APPLIED'
            END-IF
        ELSE
            ADD 1 TO WS-DSP-COUNT
            SET DSX TO WS-DSP-COUNT
            MOVE DSP-CASE-NO TO WS-DSP-CASE(DSX)
            MOVE DSP-MATCH-ID TO WS-DSP-MATCH(DSX)
            MOVE DSP-ROUND-NO TO WS-DSP-ROUND(DSX)
            MOVE DSP-STATUS TO WS-DSP-STATUS(DSX)
            MOVE 'N' TO WS-DSP-HOLDING(DSX)
        END-IF.

    153-LOAD-HELD-RTN.
        MOVE 'HELD-FILE' TO WS-FILE-ID
        OPEN INPUT HELD-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-HLD-EOF = 'Y'
                READ HELD-FILE
                AT END MOVE 'Y' TO WS-HLD-EOF
                NOT AT END
                    PERFORM 154-STORE-HELD-RTN
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE HELD-FILE
            DISPLAY 'HELD DISPUTED ROUNDS LOADED: ' WS-HLD-COUNT
        END-IF.

    154-STORE-HELD-RTN.
        IF WS-HLD-COUNT >= 500
            ADD 1 TO WS-HLD-EXCLUDED
            IF WS-HLD-FULL-WARNED NOT EQUAL 'Y'
                MOVE 'Y' TO WS-HLD-FULL-WARNED
                DISPLAY '  ** HELD ROUND TABLE FULL - DISPUTED ROUNDS '
                    'SCORED AS PLAYED'
            END-IF
        ELSE
            ADD 1 TO WS-HLD-COUNT
            SET HDX TO WS-HLD-COUNT
            MOVE HLD-CASE-NO TO WS-HLD-CASE(HDX)
            MOVE HLD-MATCH-ID TO WS-HLD-MATCH(HDX)
            MOVE HLD-ROUND-NO TO WS-HLD-ROUND(HDX)
            MOVE HLD-HELD-DATE TO WS-HLD-DATE(HDX)
            MOVE HLD-TOURN-ID TO WS-HLD-TOURN(HDX)
            MOVE HLD-INPUT TO WS-HLD-INPUT(HDX)
            MOVE 'C' TO WS-HLD-ACTION(HDX)
        END-IF.

    155-REPLAY-HELD-RTN.
        MOVE WS-TOURNEY-NO TO WS-DSP-SAVE-TOURNEY
        MOVE 'RLSD' TO WS-CUR-TOURN-ID
        MOVE 'RELEASED DISPUTED ROUNDS' TO WS-CUR-TOURN-NAME
        MOVE WS-BIZ-DATE TO WS-CUR-TOURN-DATE
        MOVE 'Y' TO WS-DSP-REPLAY
        PERFORM VARYING HDX FROM 1 BY 1 UNTIL HDX > WS-HLD-COUNT
            PERFORM 156-SETTLE-HELD-RTN
        END-PERFORM
        MOVE 'N' TO WS-DSP-REPLAY
        IF WS-TOURNEY-ROUNDS > 0
            PERFORM 150-END-TOURNEY-RTN
            MOVE WS-DSP-SAVE-TOURNEY TO WS-TOURNEY-NO
        ELSE
            MOVE SPACES TO WS-CUR-TOURN-ID
            MOVE 'UNNAMED' TO WS-CUR-TOURN-NAME
            MOVE SPACES TO WS-CUR-TOURN-DATE
            INITIALIZE WS-SUM-SHAPE WS-SUM-OUTCOME
        END-IF.

    156-SETTLE-HELD-RTN.
        MOVE 'R' TO WS-HLD-STATE
        SET DSX TO 1
        SEARCH WS-DSP-ENTRY
            AT END
                CONTINUE
            WHEN DSX > WS-DSP-COUNT
                IF WS-DSP-EXCLUDED > 0
                    MOVE 'C' TO WS-HLD-STATE
                END-IF
            WHEN WS-DSP-CASE(DSX) = WS-HLD-CASE(HDX)
                EVALUATE WS-DSP-STATUS(DSX)
                    WHEN 'O'
                        MOVE 'C' TO WS-HLD-STATE
                        MOVE 'Y' TO WS-DSP-HOLDING(DSX)
                    WHEN 'U'
                        MOVE 'V' TO WS-HLD-STATE
                    WHEN OTHER
                        MOVE 'R' TO WS-HLD-STATE
                END-EVALUATE
        END-SEARCH
        MOVE WS-HLD-STATE TO WS-HLD-ACTION(HDX)
        EVALUATE TRUE
            WHEN WS-HLD-CARRIED(HDX)
                ADD 1 TO WS-HLD-CARRY-COUNT
            WHEN WS-HLD-VOIDED(HDX)
                PERFORM 157-VOID-HELD-RTN
            WHEN OTHER
                ADD 1 TO WS-HLD-REL-COUNT
                MOVE WS-HLD-INPUT(HDX) TO WS-INPUT
                ADD 1 TO WS-ROUNDS-READ
                PERFORM 105-SCORE-ROUND-RTN
        END-EVALUATE.

    157-VOID-HELD-RTN.
        ADD 1 TO WS-HLD-VOID-COUNT
        ADD 1 TO WS-ROUNDS-READ
        MOVE WS-HLD-ROUND(HDX) TO WS-HLD-ROUND-ED
        MOVE SPACES TO REJECT-REC
        MOVE WS-HLD-INPUT(HDX)(1:20) TO REJECT-REC(1:20)
        STRING ' VOIDED BY DISPUTE CASE ' DELIMITED BY SIZE
            WS-HLD-CASE(HDX) DELIMITED BY SIZE
            ' MATCH: ' DELIMITED BY SIZE
            WS-HLD-MATCH(HDX) DELIMITED BY SIZE
            ' ROUND ' DELIMITED BY SIZE
            WS-HLD-ROUND-ED DELIMITED BY SIZE
            INTO REJECT-REC(21:60)
        WRITE REJECT-REC
        ADD 1 TO WS-REJECT-WRITTEN.

    180-ACCUM-BRACKET-RTN.
        IF WS-MATCH-ID NOT EQUAL SPACES OR WS-PLAYER-ID NOT EQUAL SPACES
            MOVE 'Y' TO WS-BRACKET-SEEN
            PERFORM 186-RECONCILE-SCHEDULE-RTN
            IF WS-MATCH-REGISTERED = 'Y'
                PERFORM 182-ACCUM-MATCH-RTN
            END-IF
            END-IF
        END-IF.

    181-CHECK-SANCTION-RTN.
        SET SNX TO 1
        SEARCH WS-SNC-ENTRY
            AT END
                CONTINUE
            WHEN SNX > WS-SNC-COUNT
                CONTINUE
            WHEN WS-SNC-PLAYER(SNX) = WS-PLAYER-ID
                AND WS-SNC-STATUS(SNX) = 'A'
                AND WS-SNC-START(SNX) NOT > WS-BIZ-DATE
                AND WS-SNC-END(SNX) NOT < WS-BIZ-DATE
                MOVE 'Y' TO WS-PLAYER-SUSPENDED
                MOVE 'N' TO WS-PLAYER-REGISTERED
                ADD 1 TO WS-SNC-REJECTED
                MOVE 'SANC' TO WS-SUSP-REASON
                MOVE WS-PLAYER-ID TO WS-SUSP-KEY
                STRING 'ROCK-PAPER-SCISSORS - SUSPENDED PLAYER '
                    'ROUND NOT SCORED: ' DELIMITED BY SIZE
                    WS-PLAYER-ID DELIMITED BY SIZE
                    ' SANCTION ' DELIMITED BY SIZE
                    WS-SNC-NO(SNX) DELIMITED BY SIZE
                    INTO WS-SUSP-MSG
                PERFORM 860-WRITE-SUSPENSE-RTN
                MOVE SPACES TO REJECT-REC
                MOVE WS-INPUT(1:20) TO REJECT-REC(1:20)
                STRING ' SUSPENDED PLAYER: ' DELIMITED BY SIZE
                    WS-PLAYER-ID DELIMITED BY SIZE
                    ' SANCTION: ' DELIMITED BY SIZE
                    WS-SNC-NO(SNX) DELIMITED BY SIZE
                    ' REASON: ' DELIMITED BY SIZE
                    WS-SNC-REASON(SNX) DELIMITED BY SIZE
                    INTO REJECT-REC(21:60)
                WRITE REJECT-REC
                ADD 1 TO WS-REJECT-WRITTEN
        END-SEARCH.

    185-CHECK-REGISTRATION-RTN.
        MOVE 'Y' TO WS-MATCH-REGISTERED
        MOVE 'Y' TO WS-PLAYER-REGISTERED
        MOVE 'N' TO WS-PLAYER-SUSPENDED
        IF WS-REG-LOADED NOT EQUAL 'Y'
            CONTINUE
        ELSE
                            INTO WS-SUSP-MSG
                        PERFORM 860-WRITE-SUSPENSE-RTN
                    WHEN WS-REG-M-ID(RMX) = WS-MATCH-ID
                        SET WS-REG-SITE-HIT TO RMX
                        IF WS-REG-M-SITE(WS-REG-SITE-HIT)
                            NOT EQUAL WS-ENV-SITE
                            MOVE 'N' TO WS-MATCH-REGISTERED
                            ADD 1 TO WS-XSITE-COUNT
                            MOVE 'XSIT' TO WS-SUSP-REASON
                            MOVE WS-MATCH-ID TO WS-SUSP-KEY
                            STRING 'ROCK-PAPER-SCISSORS - MATCH ID '
                                'REGISTERED TO SITE ' DELIMITED BY SIZE
                                WS-REG-M-SITE(WS-REG-SITE-HIT)
                                DELIMITED BY SIZE
                                ' NOT SCORED: ' DELIMITED BY SIZE
                                WS-MATCH-ID DELIMITED BY SIZE
                                INTO WS-SUSP-MSG
                            PERFORM 860-WRITE-SUSPENSE-RTN
                        END-IF
                END-SEARCH
            END-IF
            IF WS-PLAYER-ID NOT EQUAL SPACES
                            INTO WS-SUSP-MSG
                        PERFORM 860-WRITE-SUSPENSE-RTN
                    WHEN WS-REG-P-ID(RPX) = WS-PLAYER-ID
                        SET WS-REG-SITE-HIT TO RPX
                        IF WS-REG-P-SITE(WS-REG-SITE-HIT)
                            NOT EQUAL WS-ENV-SITE
                            MOVE 'N' TO WS-PLAYER-REGISTERED
                            ADD 1 TO WS-XSITE-COUNT
                            MOVE 'XSIT' TO WS-SUSP-REASON
                            MOVE WS-PLAYER-ID TO WS-SUSP-KEY
                            STRING 'ROCK-PAPER-SCISSORS - PLAYER ID '
                                'REGISTERED TO SITE ' DELIMITED BY SIZE
                                WS-REG-P-SITE(WS-REG-SITE-HIT)
                                DELIMITED BY SIZE
                                ' NOT SCORED: ' DELIMITED BY SIZE
                                WS-PLAYER-ID DELIMITED BY SIZE
                                INTO WS-SUSP-MSG
                            PERFORM 860-WRITE-SUSPENSE-RTN
                        END-IF
                END-SEARCH
            END-IF
        END-IF
        IF WS-PLAYER-ID NOT EQUAL SPACES AND WS-SNC-COUNT > 0
            AND WS-PLAYER-REGISTERED = 'Y'
            PERFORM 181-CHECK-SANCTION-RTN
        END-IF.

    195-LOAD-SCHEDULE-RTN.
                            MOVE WS-SCHED-P1(WS-SCHX)
                                TO WS-OPPONENT-ID
                        END-IF
                        PERFORM 183-TALLY-MATCH-RTN
                        PERFORM 198-ACCUM-H2H-RTN
                        PERFORM 188-UPDATE-RATINGS-RTN
                    END-IF
            END-IF
        END-IF.

    183-TALLY-MATCH-RTN.
        EVALUATE TRUE
            WHEN WS-ROUND-RESULT = 'D'
                ADD 1 TO WS-SCHED-DRAWS(WS-SCHX)
            WHEN WS-ROUND-RESULT = 'W'
                AND WS-PLAYER-ID = WS-SCHED-P1(WS-SCHX)
                ADD 1 TO WS-SCHED-P1-WINS(WS-SCHX)
            WHEN WS-ROUND-RESULT = 'W'
                ADD 1 TO WS-SCHED-P2-WINS(WS-SCHX)
            WHEN WS-ROUND-RESULT = 'L'
                AND WS-PLAYER-ID = WS-SCHED-P1(WS-SCHX)
                ADD 1 TO WS-SCHED-P2-WINS(WS-SCHX)
            WHEN WS-ROUND-RESULT = 'L'
                ADD 1 TO WS-SCHED-P1-WINS(WS-SCHX)
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

    187-NOTE-UNSCHEDULED-RTN.
        MOVE 'N' TO WS-SCHED-HIT
        PERFORM VARYING WS-SCHX FROM 1 BY 1
            PERFORM 950-WRITE-LOG-RTN
        END-IF.

    292-WRITE-MATCH-RESULTS-RTN.
        MOVE 'MATCH-RESULT-FILE' TO WS-FILE-ID
        OPEN EXTEND MATCH-RESULT-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT MATCH-RESULT-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM VARYING WS-SCHX FROM 1 BY 1
            UNTIL WS-SCHX > WS-SCHED-COUNT
            IF WS-SCHED-PLAYED(WS-SCHX) = 'Y'
                MOVE WS-BIZ-DATE TO MRS-BIZ-DATE
                MOVE WS-CYCLE-NO TO MRS-CYCLE
                MOVE WS-SCHED-MATCH(WS-SCHX) TO MRS-MATCH-ID
                MOVE WS-SCHED-P1(WS-SCHX) TO MRS-PLAYER-1
                MOVE WS-SCHED-P2(WS-SCHX) TO MRS-PLAYER-2
                MOVE WS-SCHED-P1-WINS(WS-SCHX) TO MRS-P1-WINS
                MOVE WS-SCHED-P2-WINS(WS-SCHX) TO MRS-P2-WINS
                MOVE WS-SCHED-DRAWS(WS-SCHX) TO MRS-DRAWS
                MOVE WS-SCHED-FFT-WIN(WS-SCHX) TO MRS-FFT-WINNER
                WRITE MATCH-RESULT-REC
                ADD 1 TO WS-MRES-WRITTEN
            END-IF
        END-PERFORM
        CLOSE MATCH-RESULT-FILE
        DISPLAY 'SCHEDULED MATCH RESULTS RECORDED: ' WS-MRES-WRITTEN.

    198-ACCUM-H2H-RTN.
        IF WS-ROUND-RESULT NOT EQUAL 'W'
            AND WS-ROUND-RESULT NOT EQUAL 'L'
        WRITE RATING-RPT-REC
        PERFORM VARYING WS-RTX FROM 1 BY 1
            UNTIL WS-RTX > WS-RTG-COUNT
            MOVE WS-RTG-ID(WS-RTX) TO WS-DIV-LOOKUP-ID
            PERFORM 194-FIND-DIVISION-RTN
            MOVE WS-DIV-FOUND TO WS-RTG-DIV(WS-RTX)
        END-PERFORM
        MOVE WS-DIV-MAX TO WS-DIV-MAX-NO
        PERFORM VARYING WS-DIV-NO FROM 1 BY 1
            UNTIL WS-DIV-NO > WS-DIV-MAX-NO
            MOVE WS-DIV-NO(2:1) TO WS-DIV-CHAR
            IF WS-DIV-MAX > '1'
                MOVE SPACES TO RATING-RPT-REC
                STRING 'DIVISION ' DELIMITED BY SIZE
                    WS-DIV-CHAR DELIMITED BY SIZE
                    INTO RATING-RPT-REC
                WRITE RATING-RPT-REC
            END-IF
            PERFORM 299-WRITE-DIVISION-RATINGS-RTN
        END-PERFORM
        CLOSE RATING-RPT-FILE
        DISPLAY 'RATING REPORT WRITTEN - PLAYERS RATED: '
            WS-RTG-COUNT.

    299-WRITE-DIVISION-RATINGS-RTN.
        PERFORM VARYING WS-RTX FROM 1 BY 1
            UNTIL WS-RTX > WS-RTG-COUNT
            IF WS-RTG-DIV(WS-RTX) = WS-DIV-CHAR
                PERFORM 295-WRITE-RATING-LINE-RTN
            END-IF
        END-PERFORM.

    295-WRITE-RATING-LINE-RTN.
        COMPUTE WS-RTG-CHANGE =
            WS-RTG-VALUE(WS-RTX) - WS-RTG-START(WS-RTX)
        MOVE WS-RTG-VALUE(WS-RTX) TO WS-RTG-ED
        MOVE WS-RTG-CHANGE TO WS-RTG-CHANGE-ED
        MOVE WS-RTG-HIGH(WS-RTX) TO WS-RTG-HI-ED
        MOVE WS-RTG-LOW(WS-RTX) TO WS-RTG-LO-ED
        MOVE SPACES TO RATING-RPT-REC
        STRING WS-RTG-ID(WS-RTX) DELIMITED BY SIZE
            '    ' DELIMITED BY SIZE
            WS-RTG-ED DELIMITED BY SIZE
            '   ' DELIMITED BY SIZE
            WS-RTG-CHANGE-ED DELIMITED BY SIZE
            '   ' DELIMITED BY SIZE
            WS-RTG-HI-ED DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-RTG-LO-ED DELIMITED BY SIZE
            INTO RATING-RPT-REC
        WRITE RATING-RPT-REC.

    293-WRITE-NEW-SANCTIONS-RTN.
        MOVE 'SANCTION-FILE' TO WS-FILE-ID
        OPEN EXTEND SANCTION-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT SANCTION-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM VARYING SNX FROM 1 BY 1 UNTIL SNX > WS-SNC-COUNT
            IF WS-SNC-NEW(SNX) = 'Y'
                MOVE WS-SNC-NO(SNX) TO SNC-SANCTION-NO
                MOVE WS-SNC-PLAYER(SNX) TO SNC-PLAYER-ID
                MOVE WS-SNC-REASON(SNX) TO SNC-REASON-CODE
                MOVE WS-SNC-TEXT(SNX) TO SNC-REASON-TEXT
                MOVE WS-SNC-START(SNX) TO SNC-START-DATE
                MOVE WS-SNC-END(SNX) TO SNC-END-DATE
                MOVE WS-SNC-OPER(SNX) TO SNC-OPERATOR
                MOVE WS-SNC-ISSUED(SNX) TO SNC-ISSUED-DATE
                MOVE WS-SNC-SOURCE(SNX) TO SNC-SOURCE
                MOVE WS-SNC-STATUS(SNX) TO SNC-STATUS
                MOVE WS-SNC-FFT(SNX) TO SNC-FORFEITS
                WRITE SANCTION-REC
                ADD 1 TO WS-SNC-WRITTEN
            END-IF
        END-PERFORM
        CLOSE SANCTION-FILE.

    294-SANCTION-REPORT-RTN.
        COMPUTE WS-SNC-WARN-DATE = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE) + WS-SNC-WARN-DAYS)
        MOVE 'SANCTION-RPT-FILE' TO WS-FILE-ID
        OPEN OUTPUT SANCTION-RPT-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO SANCTION-RPT-REC
        STRING 'PLAYER SANCTIONS REPORT - BUSINESS DATE '
            DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ENV-BANNER DELIMITED BY SIZE
            INTO SANCTION-RPT-REC
        WRITE SANCTION-RPT-REC
        MOVE SPACES TO SANCTION-RPT-REC
        WRITE SANCTION-RPT-REC
        MOVE 'ACTIVE SANCTIONS (IN FORCE ON THE BUSINESS DATE)'
            TO SANCTION-RPT-REC
        WRITE SANCTION-RPT-REC
        MOVE 0 TO WS-SNC-LINES
        PERFORM VARYING SNX FROM 1 BY 1 UNTIL SNX > WS-SNC-COUNT
            IF WS-SNC-STATUS(SNX) = 'A'
                AND WS-SNC-START(SNX) NOT > WS-BIZ-DATE
                AND WS-SNC-END(SNX) NOT < WS-BIZ-DATE
                PERFORM 291-WRITE-SANCTION-LINE-RTN
            END-IF
        END-PERFORM
        PERFORM 291A-WRITE-SANCTION-NONE-RTN
        MOVE SPACES TO SANCTION-RPT-REC
        STRING 'SANCTIONS EXPIRING ON OR BEFORE ' DELIMITED BY SIZE
            WS-SNC-WARN-DATE DELIMITED BY SIZE
            INTO SANCTION-RPT-REC
        WRITE SANCTION-RPT-REC
        MOVE 0 TO WS-SNC-LINES
        PERFORM VARYING SNX FROM 1 BY 1 UNTIL SNX > WS-SNC-COUNT
            IF WS-SNC-STATUS(SNX) = 'A'
                AND WS-SNC-END(SNX) NOT < WS-BIZ-DATE
                AND WS-SNC-END(SNX) NOT > WS-SNC-WARN-DATE
                PERFORM 291-WRITE-SANCTION-LINE-RTN
            END-IF
        END-PERFORM
        PERFORM 291A-WRITE-SANCTION-NONE-RTN
        MOVE 'AUTOMATIC SUSPENSIONS (SEASON FORFEIT LIMIT)'
            TO SANCTION-RPT-REC
        WRITE SANCTION-RPT-REC
        MOVE 0 TO WS-SNC-LINES
        PERFORM VARYING SNX FROM 1 BY 1 UNTIL SNX > WS-SNC-COUNT
            IF WS-SNC-SOURCE(SNX) = 'A'
                AND WS-SNC-STATUS(SNX) = 'A'
                AND WS-SNC-END(SNX) NOT < WS-BIZ-DATE
                PERFORM 291-WRITE-SANCTION-LINE-RTN
            END-IF
        END-PERFORM
        PERFORM 291A-WRITE-SANCTION-NONE-RTN
        MOVE SPACES TO SANCTION-RPT-REC
        STRING 'ROUNDS REJECTED FOR SUSPENDED PLAYERS THIS RUN: '
            DELIMITED BY SIZE
            WS-SNC-REJECTED DELIMITED BY SIZE
            '  NEW AUTOMATIC SUSPENSIONS: ' DELIMITED BY SIZE
            WS-SNC-NEW-COUNT DELIMITED BY SIZE
            INTO SANCTION-RPT-REC
        WRITE SANCTION-RPT-REC
        CLOSE SANCTION-RPT-FILE.

    291-WRITE-SANCTION-LINE-RTN.
        ADD 1 TO WS-SNC-LINES
        IF WS-SNC-NEW(SNX) = 'Y'
            MOVE '*NEW*' TO WS-SNC-FLAG
        ELSE
            MOVE SPACES TO WS-SNC-FLAG
        END-IF
        MOVE SPACES TO SANCTION-RPT-REC
        STRING '  ' DELIMITED BY SIZE
            WS-SNC-NO(SNX) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-SNC-PLAYER(SNX) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-SNC-REASON(SNX) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-SNC-START(SNX) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-SNC-END(SNX) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-SNC-OPER(SNX) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-SNC-TEXT(SNX) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-SNC-FLAG DELIMITED BY SIZE
            INTO SANCTION-RPT-REC
        WRITE SANCTION-RPT-REC.

    291A-WRITE-SANCTION-NONE-RTN.
        IF WS-SNC-LINES = 0
            MOVE '  NONE' TO SANCTION-RPT-REC
            WRITE SANCTION-RPT-REC
        END-IF
        MOVE SPACES TO SANCTION-RPT-REC
        WRITE SANCTION-RPT-REC.

    190-LOAD-REGISTRATIONS-RTN.
        MOVE 'REG-FILE' TO WS-FILE-ID
        OPEN INPUT REG-FILE
                ADD 1 TO WS-REG-M-COUNT
                SET RMX TO WS-REG-M-COUNT
                MOVE REG-ID TO WS-REG-M-ID(RMX)
                IF REG-SITE = SPACES
                    MOVE WS-ENV-HOME-SITE
                        TO WS-REG-M-SITE(WS-REG-M-COUNT)
                ELSE
                    MOVE REG-SITE TO WS-REG-M-SITE(WS-REG-M-COUNT)
                END-IF
            END-IF
            IF REG-TYPE = 'P' AND WS-REG-P-COUNT < 1000
                ADD 1 TO WS-REG-P-COUNT
                SET RPX TO WS-REG-P-COUNT
                MOVE REG-ID TO WS-REG-P-ID(RPX)
                IF REG-SITE = SPACES
                    MOVE WS-ENV-HOME-SITE
                        TO WS-REG-P-SITE(WS-REG-P-COUNT)
                ELSE
                    MOVE REG-SITE TO WS-REG-P-SITE(WS-REG-P-COUNT)
                END-IF
            END-IF
        END-IF
        IF REG-TYPE = 'P' AND WS-REG-D-COUNT < 1000
            ADD 1 TO WS-REG-D-COUNT
            SET RDX TO WS-REG-D-COUNT
            MOVE REG-ID TO WS-REG-D-ID(RDX)
            IF REG-DIVISION-VALID
                MOVE REG-DIVISION TO WS-REG-D-DIV(RDX)
                IF REG-DIVISION > WS-DIV-MAX
                    MOVE REG-DIVISION TO WS-DIV-MAX
                END-IF
            END-IF
        END-IF.

    194-FIND-DIVISION-RTN.
        MOVE '1' TO WS-DIV-FOUND
        SET RDX TO 1
        SEARCH WS-REG-D-ENTRY
            AT END
                CONTINUE
            WHEN WS-REG-D-ID(RDX) = WS-DIV-LOOKUP-ID
                MOVE WS-REG-D-DIV(RDX) TO WS-DIV-FOUND
        END-SEARCH.
    199-LOAD-SANCTIONS-RTN.
        MOVE 'SANCTION-FILE' TO WS-FILE-ID
        OPEN INPUT SANCTION-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO SANCTIONS REGISTER ON FILE - NO PLAYERS '
                'SUSPENDED'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-SNC-EOF = 'Y'
                READ SANCTION-FILE
                AT END MOVE 'Y' TO WS-SNC-EOF
                NOT AT END
                    PERFORM 199A-STORE-SANCTION-RTN
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SANCTION-FILE
            DISPLAY 'SANCTIONS LOADED: ' WS-SNC-COUNT
        END-IF.

    199A-STORE-SANCTION-RTN.
        IF SNC-SANCTION-NO > WS-SNC-LAST-NO
            MOVE SNC-SANCTION-NO TO WS-SNC-LAST-NO
        END-IF
        IF WS-SNC-COUNT >= 2000
            ADD 1 TO WS-SNC-EXCLUDED
            IF WS-SNC-FULL-WARNED NOT EQUAL 'Y'
                MOVE 'Y' TO WS-SNC-FULL-WARNED
                DISPLAY '  ** SANCTION TABLE FULL - FURTHER SANCTIONS '
                    'NOT APPLIED'
            END-IF
        ELSE
            ADD 1 TO WS-SNC-COUNT
            SET SNX TO WS-SNC-COUNT
            MOVE SNC-SANCTION-NO TO WS-SNC-NO(SNX)
            MOVE SNC-PLAYER-ID TO WS-SNC-PLAYER(SNX)
            MOVE SNC-REASON-CODE TO WS-SNC-REASON(SNX)
            MOVE SNC-REASON-TEXT TO WS-SNC-TEXT(SNX)
            MOVE SNC-START-DATE TO WS-SNC-START(SNX)
            MOVE SNC-END-DATE TO WS-SNC-END(SNX)
            MOVE SNC-OPERATOR TO WS-SNC-OPER(SNX)
            MOVE SNC-ISSUED-DATE TO WS-SNC-ISSUED(SNX)
            MOVE SNC-SOURCE TO WS-SNC-SOURCE(SNX)
            MOVE SNC-STATUS TO WS-SNC-STATUS(SNX)
            MOVE SNC-FORFEITS TO WS-SNC-FFT(SNX)
            MOVE 'N' TO WS-SNC-NEW(SNX)
        END-IF.

    193-LOAD-SEASON-CLOSE-RTN.
        MOVE 0 TO WS-SNC-SEASON-START
        MOVE SPACES TO WS-SNC-EOF
        MOVE 'SEASON-CLOSE-FILE' TO WS-FILE-ID
        OPEN INPUT SEASON-CLOSE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-SNC-EOF = 'Y'
                READ SEASON-CLOSE-FILE
                AT END MOVE 'Y' TO WS-SNC-EOF
                NOT AT END
                    IF SCL-CLOSED-DATE > WS-SNC-SEASON-START
                        MOVE SCL-CLOSED-DATE TO WS-SNC-SEASON-START
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SEASON-CLOSE-FILE
        END-IF.

    182-ACCUM-MATCH-RTN.
        MOVE 'N' TO WS-MATCH-SKIP
        IF WS-MATCH-ID = SPACES
                TO STANDINGS-REC
            WRITE STANDINGS-REC
            MOVE 0 TO WS-PS-RANK
            MOVE SPACE TO WS-DIV-PREV
            PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PLAYER-COUNT
                PERFORM 220-WRITE-PLAYER-STANDING-RTN
            END-PERFORM
                OR WS-UNTRACKED-P-ROUNDS > 0
                PERFORM 240-WRITE-UNTRACKED-RTN
            END-IF
            IF WS-HLD-COUNT > 0
                PERFORM 241-WRITE-HELD-PAGE-RTN
            END-IF
            CLOSE STANDINGS-FILE
        END-IF.

            WS-STD-OUTCOME DELIMITED BY SIZE
            INTO STANDINGS-REC
        WRITE STANDINGS-REC.

    241-WRITE-HELD-PAGE-RTN.
        MOVE SPACES TO STANDINGS-REC
        WRITE STANDINGS-REC
        MOVE 'ROUNDS HELD UNDER DISPUTE' TO STANDINGS-REC
        WRITE STANDINGS-REC
        MOVE '  CASE   MTCH RND TOURN HELD ON  PLAYER SHAPE STATUS'
            TO STANDINGS-REC
        WRITE STANDINGS-REC
        PERFORM VARYING HDX FROM 1 BY 1 UNTIL HDX > WS-HLD-COUNT
            PERFORM 242-WRITE-HELD-LINE-RTN
        END-PERFORM
        MOVE SPACES TO STANDINGS-REC
        STRING '  NEWLY HELD: ' DELIMITED BY SIZE
            WS-HLD-NEW-COUNT DELIMITED BY SIZE
            ' STILL HELD: ' DELIMITED BY SIZE
            WS-HLD-CARRY-COUNT DELIMITED BY SIZE
            ' RELEASED: ' DELIMITED BY SIZE
            WS-HLD-REL-COUNT DELIMITED BY SIZE
            ' VOIDED: ' DELIMITED BY SIZE
            WS-HLD-VOID-COUNT DELIMITED BY SIZE
            INTO STANDINGS-REC
        WRITE STANDINGS-REC.

    242-WRITE-HELD-LINE-RTN.
        EVALUATE TRUE
            WHEN WS-HLD-NEW(HDX)
                MOVE 'HELD' TO WS-HLD-STATE
            WHEN WS-HLD-CARRIED(HDX)
                MOVE 'STILL HELD' TO WS-HLD-STATE
            WHEN WS-HLD-RELEASED(HDX)
                MOVE 'RELEASED' TO WS-HLD-STATE
            WHEN OTHER
                MOVE 'VOIDED' TO WS-HLD-STATE
        END-EVALUATE
        MOVE WS-HLD-ROUND(HDX) TO WS-HLD-ROUND-ED
        MOVE SPACES TO STANDINGS-REC
        STRING '  ' DELIMITED BY SIZE
            WS-HLD-CASE(HDX) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-HLD-MATCH(HDX) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-HLD-ROUND-ED DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-HLD-TOURN(HDX) DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-HLD-DATE(HDX) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-HLD-INPUT(HDX)(10:4) DELIMITED BY SIZE
            '   ' DELIMITED BY SIZE
            WS-HLD-INPUT(HDX)(1:3) DELIMITED BY SIZE
            '   ' DELIMITED BY SIZE
            WS-HLD-STATE DELIMITED BY SIZE
            INTO STANDINGS-REC
        WRITE STANDINGS-REC.
    210-WRITE-MATCH-STANDING-RTN.
        MOVE WS-MATCH-SHAPE-TOTAL(MX) TO WS-STD-SHAPE
        MOVE WS-MATCH-OUTCOME-TOTAL(MX) TO WS-STD-OUTCOME
            INTO STANDINGS-REC
        WRITE STANDINGS-REC.
    220-WRITE-PLAYER-STANDING-RTN.
        IF WS-PLAYER-DIV(PX) NOT EQUAL WS-DIV-PREV
            MOVE WS-PLAYER-DIV(PX) TO WS-DIV-PREV
            MOVE 0 TO WS-PS-RANK
            IF WS-DIV-MAX > '1'
                MOVE SPACES TO STANDINGS-REC
                STRING ' DIVISION ' DELIMITED BY SIZE
                    WS-DIV-PREV DELIMITED BY SIZE
                    INTO STANDINGS-REC
                WRITE STANDINGS-REC
            END-IF
        END-IF
        ADD 1 TO WS-PS-RANK
        MOVE WS-PS-RANK TO WS-STD-RANK
        MOVE WS-PLAYER-SHAPE-TOTAL(PX) TO WS-STD-SHAPE

    225-CALC-WIN-PCT-RTN.
        PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PLAYER-COUNT
            MOVE WS-PLAYER-ID-TAB(PX) TO WS-DIV-LOOKUP-ID
            PERFORM 194-FIND-DIVISION-RTN
            MOVE WS-DIV-FOUND TO WS-PLAYER-DIV(PX)
            IF WS-PLAYER-ROUNDS(PX) > 0
                COMPUTE WS-PLAYER-WIN-PCT(PX) ROUNDED =
                    WS-PLAYER-WINS(PX) * 100 / WS-PLAYER-ROUNDS(PX)
            MOVE 'N' TO WS-PS-SWAPPED
            PERFORM VARYING WS-PS-I FROM 1 BY 1
                UNTIL WS-PS-I >= WS-PLAYER-COUNT
                IF WS-PLAYER-DIV(WS-PS-I)
                        > WS-PLAYER-DIV(WS-PS-I + 1)
                    OR (WS-PLAYER-DIV(WS-PS-I)
                        = WS-PLAYER-DIV(WS-PS-I + 1)
                    AND WS-PLAYER-WIN-PCT(WS-PS-I)
                        < WS-PLAYER-WIN-PCT(WS-PS-I + 1))
                    OR (WS-PLAYER-DIV(WS-PS-I)
                        = WS-PLAYER-DIV(WS-PS-I + 1)
                    AND WS-PLAYER-WIN-PCT(WS-PS-I)
                        = WS-PLAYER-WIN-PCT(WS-PS-I + 1)
                    AND WS-PLAYER-SHAPE-TOTAL(WS-PS-I)
                        < WS-PLAYER-SHAPE-TOTAL(WS-PS-I + 1))
        PERFORM 268-SAVE-SEASON-RANKS-RTN.

    262-LOAD-SEASON-RTN.
        IF WS-SUSPEND-FFT-LIMIT > 0
            AND SEAS-FORFEITS > WS-SUSPEND-FFT-LIMIT
            PERFORM 263-RAISE-AUTO-SANCTION-RTN
        END-IF
        IF WS-SEAS-COUNT >= 1000
            ADD 1 TO WS-SEAS-EXCLUDED
            IF WS-SEAS-FULL-WARNED NOT EQUAL 'Y'
                END-IF
            END-IF
            MOVE SEAS-PREV-RANK TO WS-SEAS-T-PREV-RANK(WS-SEAS-COUNT)
            MOVE SEAS-PLAYER-ID TO WS-DIV-LOOKUP-ID
            PERFORM 194-FIND-DIVISION-RTN
            MOVE WS-DIV-FOUND TO WS-SEAS-T-DIV(WS-SEAS-COUNT)
            IF SEAS-ROUNDS > 0
                COMPUTE WS-SEAS-T-PCT(WS-SEAS-COUNT) ROUNDED =
                    SEAS-WINS * 100 / SEAS-ROUNDS
            END-IF
        END-IF.

    263-RAISE-AUTO-SANCTION-RTN.
        MOVE 'N' TO WS-SNC-HIT
        PERFORM VARYING SNX FROM 1 BY 1 UNTIL SNX > WS-SNC-COUNT
            IF WS-SNC-PLAYER(SNX) = SEAS-PLAYER-ID
                AND WS-SNC-SOURCE(SNX) = 'A'
                AND WS-SNC-ISSUED(SNX) > WS-SNC-SEASON-START
                MOVE 'Y' TO WS-SNC-HIT
            END-IF
        END-PERFORM
        EVALUATE TRUE
            WHEN WS-SNC-HIT = 'Y'
                CONTINUE
            WHEN WS-SNC-COUNT >= 2000
                ADD 1 TO WS-SNC-EXCLUDED
                DISPLAY '  ** SANCTION TABLE FULL - NO AUTOMATIC '
                    'SUSPENSION FOR ' SEAS-PLAYER-ID
            WHEN OTHER
                ADD 1 TO WS-SNC-COUNT
                ADD 1 TO WS-SNC-NEW-COUNT
                ADD 1 TO WS-SNC-LAST-NO
                SET SNX TO WS-SNC-COUNT
                MOVE WS-SNC-LAST-NO TO WS-SNC-NO(SNX)
                MOVE SEAS-PLAYER-ID TO WS-SNC-PLAYER(SNX)
                MOVE 'FFTL' TO WS-SNC-REASON(SNX)
                MOVE 'SEASON FORFEIT LIMIT PASSED' TO WS-SNC-TEXT(SNX)
                COMPUTE WS-SNC-START(SNX) = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE) + 1)
                COMPUTE WS-SNC-END(SNX) = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE)
                    + WS-SUSPEND-DAYS)
                MOVE 'AUTO' TO WS-SNC-OPER(SNX)
                MOVE WS-BIZ-DATE TO WS-SNC-ISSUED(SNX)
                MOVE 'A' TO WS-SNC-SOURCE(SNX)
                MOVE 'A' TO WS-SNC-STATUS(SNX)
                MOVE SEAS-FORFEITS TO WS-SNC-FFT(SNX)
                MOVE 'Y' TO WS-SNC-NEW(SNX)
                DISPLAY '  PLAYER ' SEAS-PLAYER-ID ' SUSPENDED '
                    WS-SNC-START(SNX) ' TO ' WS-SNC-END(SNX)
                    ' - SEASON FORFEITS ' SEAS-FORFEITS
        END-EVALUATE.

    264-SORT-SEASON-RTN.
        MOVE 'Y' TO WS-SEAS-SWAPPED
        PERFORM UNTIL WS-SEAS-SWAPPED = 'N'
            MOVE 'N' TO WS-SEAS-SWAPPED
            PERFORM VARYING WS-SEAS-I FROM 1 BY 1
                UNTIL WS-SEAS-I >= WS-SEAS-COUNT
                IF WS-SEAS-T-DIV(WS-SEAS-I)
                        > WS-SEAS-T-DIV(WS-SEAS-I + 1)
                    OR (WS-SEAS-T-DIV(WS-SEAS-I)
                        = WS-SEAS-T-DIV(WS-SEAS-I + 1)
                    AND WS-SEAS-T-PCT(WS-SEAS-I)
                        < WS-SEAS-T-PCT(WS-SEAS-I + 1))
                    OR (WS-SEAS-T-DIV(WS-SEAS-I)
                        = WS-SEAS-T-DIV(WS-SEAS-I + 1)
                    AND WS-SEAS-T-PCT(WS-SEAS-I)
                        = WS-SEAS-T-PCT(WS-SEAS-I + 1)
                    AND WS-SEAS-T-SHAPE(WS-SEAS-I)
                        < WS-SEAS-T-SHAPE(WS-SEAS-I + 1))
                    MOVE 'Y' TO WS-SEAS-SWAPPED
                END-IF
            END-PERFORM
        END-PERFORM
        MOVE SPACE TO WS-DIV-PREV
        PERFORM VARYING WS-SEAS-I FROM 1 BY 1
            UNTIL WS-SEAS-I > WS-SEAS-COUNT
            IF WS-SEAS-T-DIV(WS-SEAS-I) NOT EQUAL WS-DIV-PREV
                MOVE WS-SEAS-T-DIV(WS-SEAS-I) TO WS-DIV-PREV
                MOVE 0 TO WS-DIV-RANK
            END-IF
            ADD 1 TO WS-DIV-RANK
            MOVE WS-DIV-RANK TO WS-SEAS-T-DIV-RANK(WS-SEAS-I)
        END-PERFORM.

    266-WRITE-SEASON-REPORT-RTN.
        WRITE SEASON-RPT-REC
        PERFORM VARYING WS-SEAS-I FROM 1 BY 1
            UNTIL WS-SEAS-I > WS-SEAS-COUNT
            IF WS-DIV-MAX > '1' AND WS-SEAS-T-DIV-RANK(WS-SEAS-I) = 1
                MOVE SPACES TO SEASON-RPT-REC
                STRING 'DIVISION ' DELIMITED BY SIZE
                    WS-SEAS-T-DIV(WS-SEAS-I) DELIMITED BY SIZE
                    INTO SEASON-RPT-REC
                WRITE SEASON-RPT-REC
            END-IF
            PERFORM 267-WRITE-SEASON-LINE-RTN
        END-PERFORM
        IF WS-SEAS-EXCLUDED > 0
        CLOSE SEASON-RPT-FILE.

    267-WRITE-SEASON-LINE-RTN.
        MOVE WS-SEAS-T-DIV-RANK(WS-SEAS-I) TO WS-SEAS-RANK
        MOVE WS-SEAS-T-PCT(WS-SEAS-I) TO WS-SEAS-PCT-ED
        MOVE WS-SEAS-T-SHAPE(WS-SEAS-I) TO WS-SEAS-ED-SHAPE
        MOVE WS-SEAS-T-OUTCOME(WS-SEAS-I) TO WS-SEAS-ED-OUTCOME
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE WS-SEAS-T-DIV-RANK(WS-SEAS-I)
                        TO SEAS-PREV-RANK
                    REWRITE SEASON-REC
                        INVALID KEY
                            CONTINUE
        END-PERFORM
        CLOSE SEASON-FILE.

    270-SAVE-HELD-RTN.
        MOVE 'HELD-FILE' TO WS-FILE-ID
        OPEN OUTPUT HELD-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM VARYING HDX FROM 1 BY 1 UNTIL HDX > WS-HLD-COUNT
            IF WS-HLD-NEW(HDX) OR WS-HLD-CARRIED(HDX)
                MOVE WS-HLD-CASE(HDX) TO HLD-CASE-NO
                MOVE WS-HLD-MATCH(HDX) TO HLD-MATCH-ID
                MOVE WS-HLD-ROUND(HDX) TO HLD-ROUND-NO
                MOVE WS-HLD-DATE(HDX) TO HLD-HELD-DATE
                MOVE WS-HLD-TOURN(HDX) TO HLD-TOURN-ID
                MOVE WS-HLD-INPUT(HDX) TO HLD-INPUT
                WRITE HELD-ROUND-REC
                ADD 1 TO WS-HLD-WRITTEN
            END-IF
        END-PERFORM
        CLOSE HELD-FILE.

    271-TEAM-STANDINGS-RTN.
        PERFORM 272-LOAD-XREF-RTN
        PERFORM 273-LOAD-TEAM-ROSTER-RTN
        MOVE 0 TO WS-TEAM-COUNT
        PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > WS-PLAYER-COUNT
            IF WS-PLAYER-ID-TAB(PX) NOT EQUAL SPACES
                MOVE WS-PLAYER-ID-TAB(PX) TO WS-TEAM-PLAYER
                PERFORM 274-FIND-TEAM-DEPT-RTN
                IF WS-TEAM-LOOKUP-DEPT = SPACES
                    ADD 1 TO WS-TEAM-UNLINKED
                ELSE
                    ADD 1 TO WS-TEAM-LINKED
                END-IF
                PERFORM 275-FIND-TEAM-RTN
                IF WS-TEAM-HIT > 0
                    ADD 1 TO WS-TEAM-R-PLAYERS(WS-TEAM-HIT)
                    ADD WS-PLAYER-ROUNDS(PX)
                        TO WS-TEAM-R-ROUNDS(WS-TEAM-HIT)
                    ADD WS-PLAYER-SHAPE-TOTAL(PX)
                        TO WS-TEAM-R-SHAPE(WS-TEAM-HIT)
                    ADD WS-PLAYER-OUTCOME-TOTAL(PX)
                        TO WS-TEAM-R-OUTCOME(WS-TEAM-HIT)
                    ADD WS-PLAYER-WINS(PX) TO WS-TEAM-R-WINS(WS-TEAM-HIT)
                    ADD WS-PLAYER-LOSSES(PX)
                        TO WS-TEAM-R-LOSSES(WS-TEAM-HIT)
                    ADD WS-PLAYER-DRAWS(PX)
                        TO WS-TEAM-R-DRAWS(WS-TEAM-HIT)
                END-IF
            END-IF
        END-PERFORM
        PERFORM VARYING WS-SEAS-I FROM 1 BY 1
            UNTIL WS-SEAS-I > WS-SEAS-COUNT
            MOVE WS-SEAS-ID(WS-SEAS-I) TO WS-TEAM-PLAYER
            PERFORM 274-FIND-TEAM-DEPT-RTN
            PERFORM 275-FIND-TEAM-RTN
            IF WS-TEAM-HIT > 0
                ADD 1 TO WS-TEAM-S-PLAYERS(WS-TEAM-HIT)
                ADD WS-SEAS-T-ROUNDS(WS-SEAS-I)
                    TO WS-TEAM-S-ROUNDS(WS-TEAM-HIT)
                ADD WS-SEAS-T-SHAPE(WS-SEAS-I)
                    TO WS-TEAM-S-SHAPE(WS-TEAM-HIT)
                ADD WS-SEAS-T-OUTCOME(WS-SEAS-I)
                    TO WS-TEAM-S-OUTCOME(WS-TEAM-HIT)
                ADD WS-SEAS-T-WINS(WS-SEAS-I)
                    TO WS-TEAM-S-WINS(WS-TEAM-HIT)
                ADD WS-SEAS-T-LOSSES(WS-SEAS-I)
                    TO WS-TEAM-S-LOSSES(WS-TEAM-HIT)
                ADD WS-SEAS-T-DRAWS(WS-SEAS-I)
                    TO WS-TEAM-S-DRAWS(WS-TEAM-HIT)
            END-IF
        END-PERFORM
        PERFORM VARYING TMX FROM 1 BY 1 UNTIL TMX > WS-TEAM-COUNT
            IF WS-TEAM-R-ROUNDS(TMX) > 0
                COMPUTE WS-TEAM-R-PCT(TMX) ROUNDED =
                    WS-TEAM-R-WINS(TMX) * 100 / WS-TEAM-R-ROUNDS(TMX)
            END-IF
            IF WS-TEAM-S-ROUNDS(TMX) > 0
                COMPUTE WS-TEAM-S-PCT(TMX) ROUNDED =
                    WS-TEAM-S-WINS(TMX) * 100 / WS-TEAM-S-ROUNDS(TMX)
            END-IF
        END-PERFORM
        MOVE 'TEAM-FILE' TO WS-FILE-ID
        OPEN OUTPUT TEAM-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO TEAM-REC
        STRING 'DEPARTMENT TEAM STANDINGS AS OF ' DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ENV-BANNER DELIMITED BY SIZE
            INTO TEAM-REC
        WRITE TEAM-REC
        MOVE 'R' TO WS-TEAM-SORT-KEY
        PERFORM 276-SORT-TEAMS-RTN
        MOVE SPACES TO TEAM-REC
        WRITE TEAM-REC
        MOVE 'THIS RUN' TO TEAM-REC
        WRITE TEAM-REC
        PERFORM 277-WRITE-TEAM-SECTION-RTN
        MOVE 'S' TO WS-TEAM-SORT-KEY
        PERFORM 276-SORT-TEAMS-RTN
        MOVE SPACES TO TEAM-REC
        WRITE TEAM-REC
        MOVE 'SEASON TO DATE' TO TEAM-REC
        WRITE TEAM-REC
        PERFORM 277-WRITE-TEAM-SECTION-RTN
        MOVE SPACES TO TEAM-REC
        WRITE TEAM-REC
        MOVE SPACES TO TEAM-REC
        STRING 'PLAYERS THIS RUN LINKED TO A DEPARTMENT: '
            DELIMITED BY SIZE
            WS-TEAM-LINKED DELIMITED BY SIZE
            ' UNAFFILIATED: ' DELIMITED BY SIZE
            WS-TEAM-UNLINKED DELIMITED BY SIZE
            INTO TEAM-REC
        WRITE TEAM-REC
        IF WS-TEAM-EXCLUDED > 0
            MOVE SPACES TO TEAM-REC
            STRING '  (' DELIMITED BY SIZE
                WS-TEAM-EXCLUDED DELIMITED BY SIZE
                ' PLAYER LINES NOT ROLLED UP - TEAM TABLE FULL)'
                DELIMITED BY SIZE
                INTO TEAM-REC
            WRITE TEAM-REC
        END-IF
        CLOSE TEAM-FILE
        DISPLAY 'DEPARTMENT TEAMS REPORTED: ' WS-TEAM-COUNT.

    272-LOAD-XREF-RTN.
        MOVE 0 TO WS-XREF-COUNT
        MOVE 'XREF-FILE' TO WS-FILE-ID
        OPEN INPUT XREF-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO PLAYER TO ELF CROSS-REFERENCE ON FILE - ALL '
                'PLAYERS UNAFFILIATED'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-XREF-EOF = 'Y'
                READ XREF-FILE
                AT END MOVE 'Y' TO WS-XREF-EOF
                NOT AT END
                    IF WS-XREF-COUNT < 1000
                        ADD 1 TO WS-XREF-COUNT
                        SET XRX TO WS-XREF-COUNT
                        MOVE PXR-PLAYER-ID TO WS-XREF-PLAYER(XRX)
                        MOVE PXR-ELF-NO TO WS-XREF-ELF(XRX)
                    ELSE
                        DISPLAY '** CROSS-REFERENCE TABLE FULL - PLAYER '
                            PXR-PLAYER-ID ' UNAFFILIATED'
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE XREF-FILE
        END-IF.

    273-LOAD-TEAM-ROSTER-RTN.
        MOVE 0 TO WS-TROS-COUNT
        MOVE 'ELF-ROSTER-FILE' TO WS-FILE-ID
        OPEN INPUT ELF-ROSTER-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO ELF ROSTER ON FILE - ALL PLAYERS UNAFFILIATED'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-TROS-EOF = 'Y'
                READ ELF-ROSTER-FILE
                AT END MOVE 'Y' TO WS-TROS-EOF
                NOT AT END
                    IF WS-TROS-COUNT < 1000
                        ADD 1 TO WS-TROS-COUNT
                        SET TRX TO WS-TROS-COUNT
                        MOVE ROST-ELF-NO TO WS-TROS-ELF(TRX)
                        MOVE ROST-DEPT TO WS-TROS-DEPT(TRX)
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ELF-ROSTER-FILE
            PERFORM 875-LOAD-ROSTER-HIST-RTN
        END-IF.

    274-FIND-TEAM-DEPT-RTN.
        MOVE SPACES TO WS-TEAM-LOOKUP-DEPT
        SET XRX TO 1
        SEARCH WS-XREF-ENTRY
            AT END
                CONTINUE
            WHEN XRX > WS-XREF-COUNT
                CONTINUE
            WHEN WS-XREF-PLAYER(XRX) = WS-TEAM-PLAYER
                SET TRX TO 1
                SEARCH WS-TROS-ENTRY
                    AT END
                        CONTINUE
                    WHEN TRX > WS-TROS-COUNT
                        CONTINUE
                    WHEN WS-TROS-ELF(TRX) = WS-XREF-ELF(XRX)
                        MOVE WS-TROS-DEPT(TRX) TO WS-TEAM-LOOKUP-DEPT
                        MOVE WS-XREF-ELF(XRX) TO WS-RHIST-REQ-ELF
                        MOVE WS-BIZ-DATE TO WS-RHIST-REQ-DATE
                        PERFORM 876-FIND-ROSTER-HIST-RTN
                        IF WS-RHIST-HIT = 'Y'
                            MOVE WS-RHIST-HIT-DEPT
                                TO WS-TEAM-LOOKUP-DEPT
                        END-IF
                END-SEARCH
        END-SEARCH.

    275-FIND-TEAM-RTN.
        MOVE 0 TO WS-TEAM-HIT
        SET TMX TO 1
        SEARCH WS-TEAM-ENTRY
            AT END
                CONTINUE
            WHEN TMX > WS-TEAM-COUNT
                IF WS-TEAM-COUNT < 100
                    ADD 1 TO WS-TEAM-COUNT
                    MOVE WS-TEAM-COUNT TO WS-TEAM-HIT
                    INITIALIZE WS-TEAM-ENTRY(WS-TEAM-HIT)
                    MOVE WS-TEAM-LOOKUP-DEPT
                        TO WS-TEAM-DEPT(WS-TEAM-HIT)
                ELSE
                    ADD 1 TO WS-TEAM-EXCLUDED
                END-IF
            WHEN WS-TEAM-DEPT(TMX) = WS-TEAM-LOOKUP-DEPT
                SET WS-TEAM-HIT TO TMX
        END-SEARCH.

    276-SORT-TEAMS-RTN.
        MOVE 'Y' TO WS-TEAM-SWAPPED
        PERFORM UNTIL WS-TEAM-SWAPPED = 'N'
            MOVE 'N' TO WS-TEAM-SWAPPED
            PERFORM VARYING WS-TEAM-I FROM 1 BY 1
                UNTIL WS-TEAM-I >= WS-TEAM-COUNT
                IF WS-TEAM-SORT-KEY = 'R'
                    MOVE WS-TEAM-R-PCT(WS-TEAM-I) TO WS-TEAM-A-PCT
                    MOVE WS-TEAM-R-PCT(WS-TEAM-I + 1) TO WS-TEAM-B-PCT
                    MOVE WS-TEAM-R-OUTCOME(WS-TEAM-I)
                        TO WS-TEAM-A-OUTCOME
                    MOVE WS-TEAM-R-OUTCOME(WS-TEAM-I + 1)
                        TO WS-TEAM-B-OUTCOME
                ELSE
                    MOVE WS-TEAM-S-PCT(WS-TEAM-I) TO WS-TEAM-A-PCT
                    MOVE WS-TEAM-S-PCT(WS-TEAM-I + 1) TO WS-TEAM-B-PCT
                    MOVE WS-TEAM-S-OUTCOME(WS-TEAM-I)
                        TO WS-TEAM-A-OUTCOME
                    MOVE WS-TEAM-S-OUTCOME(WS-TEAM-I + 1)
                        TO WS-TEAM-B-OUTCOME
                END-IF
                EVALUATE TRUE
                    WHEN WS-TEAM-DEPT(WS-TEAM-I + 1) = SPACES
                        MOVE 'N' TO WS-TEAM-SWAP
                    WHEN WS-TEAM-DEPT(WS-TEAM-I) = SPACES
                        MOVE 'Y' TO WS-TEAM-SWAP
                    WHEN WS-TEAM-A-PCT < WS-TEAM-B-PCT
                        MOVE 'Y' TO WS-TEAM-SWAP
                    WHEN WS-TEAM-A-PCT = WS-TEAM-B-PCT
                        AND WS-TEAM-A-OUTCOME < WS-TEAM-B-OUTCOME
                        MOVE 'Y' TO WS-TEAM-SWAP
                    WHEN OTHER
                        MOVE 'N' TO WS-TEAM-SWAP
                END-EVALUATE
                IF WS-TEAM-SWAP = 'Y'
                    MOVE WS-TEAM-ENTRY(WS-TEAM-I) TO WS-TEAM-TEMP
                    MOVE WS-TEAM-ENTRY(WS-TEAM-I + 1)
                        TO WS-TEAM-ENTRY(WS-TEAM-I)
                    MOVE WS-TEAM-TEMP TO WS-TEAM-ENTRY(WS-TEAM-I + 1)
                    MOVE 'Y' TO WS-TEAM-SWAPPED
                END-IF
            END-PERFORM
        END-PERFORM.

    277-WRITE-TEAM-SECTION-RTN.
        MOVE '  RANK DEPARTMENT     PLYR ROUNDS  SHAPE-PTS OUTCOME-PTS &
            &  WINS LOSSES  DRAWS  WIN PCT' TO TEAM-REC
        WRITE TEAM-REC
        MOVE 0 TO WS-TEAM-RANK
        PERFORM VARYING TMX FROM 1 BY 1 UNTIL TMX > WS-TEAM-COUNT
            IF WS-TEAM-SORT-KEY = 'R'
                MOVE WS-TEAM-RUN(TMX) TO WS-TEAM-LINE
            ELSE
                MOVE WS-TEAM-SEASON(TMX) TO WS-TEAM-LINE
            END-IF
            IF WS-TL-PLAYERS > 0
                PERFORM 278-WRITE-TEAM-LINE-RTN
            END-IF
        END-PERFORM.

    278-WRITE-TEAM-LINE-RTN.
        IF WS-TEAM-DEPT(TMX) = SPACES
            MOVE SPACES TO WS-TL-ED-RANK-X
            MOVE 'UNAFFILIATED' TO WS-TL-ED-DEPT
        ELSE
            ADD 1 TO WS-TEAM-RANK
            MOVE WS-TEAM-RANK TO WS-TL-ED-RANK
            MOVE WS-TL-ED-RANK TO WS-TL-ED-RANK-X
            MOVE WS-TEAM-DEPT(TMX) TO WS-TL-ED-DEPT
        END-IF
        MOVE WS-TL-PLAYERS TO WS-TL-ED-PLAYERS
        MOVE WS-TL-ROUNDS TO WS-TL-ED-ROUNDS
        MOVE WS-TL-SHAPE TO WS-TL-ED-SHAPE
        MOVE WS-TL-OUTCOME TO WS-TL-ED-OUTCOME
        MOVE WS-TL-WINS TO WS-TL-ED-WINS
        MOVE WS-TL-LOSSES TO WS-TL-ED-LOSSES
        MOVE WS-TL-DRAWS TO WS-TL-ED-DRAWS
        MOVE WS-TL-PCT TO WS-TL-ED-PCT
        MOVE SPACES TO TEAM-REC
        STRING '   ' DELIMITED BY SIZE
            WS-TL-ED-RANK-X DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-TL-ED-DEPT DELIMITED BY SIZE
            '   ' DELIMITED BY SIZE
            WS-TL-ED-PLAYERS DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-TL-ED-ROUNDS DELIMITED BY SIZE
            '   ' DELIMITED BY SIZE
            WS-TL-ED-SHAPE DELIMITED BY SIZE
            '    ' DELIMITED BY SIZE
            WS-TL-ED-OUTCOME DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-TL-ED-WINS DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-TL-ED-LOSSES DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-TL-ED-DRAWS DELIMITED BY SIZE
            '   ' DELIMITED BY SIZE
            WS-TL-ED-PCT DELIMITED BY SIZE
            INTO TEAM-REC
        WRITE TEAM-REC.

    135-TRACK-PACING-RTN.
        PERFORM 136-VALIDATE-TIME-RTN
        IF WS-TIME-VALID NOT EQUAL 'Y'
        CLOSE INFILE AUDIT-FILE REJECT-FILE STANDINGS-FILE
            CORRECTION-FILE JOURNAL-FILE JOURNAL-WORK-FILE
            SEASON-FILE SEASON-RPT-FILE SCHEDULE-FILE
            SCHED-RECON-FILE MATCH-RESULT-FILE RATING-FILE
            RATING-RPT-FILE H2H-FILE PACING-FILE SANCTION-FILE
            SANCTION-RPT-FILE SEASON-CLOSE-FILE DISPUTE-FILE HELD-FILE
            XREF-FILE ELF-ROSTER-FILE ROSTER-HIST-FILE TEAM-FILE
            SUSPENSE-FILE RECEIPT-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY STEPRTN.
    COPY PARMRTN.

    COPY TIMINGRTN.
    COPY RHISTRTN.
    COPY LAYRTN.
    COPY ENVRTN.
    COPY SITERTN.
