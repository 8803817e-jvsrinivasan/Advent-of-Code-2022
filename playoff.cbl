IDENTIFICATION DIVISION.
PROGRAM-ID. PLAYOFF-BRACKET.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT PLAYOFF-FILE ASSIGN TO WS-P-PLAYOFF
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT BRACKET-RPT-FILE ASSIGN TO WS-P-BRACKET-RPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SEASON-FILE ASSIGN TO WS-P-SEASON
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SEAS-PLAYER-ID
        FILE STATUS IS WS-FILE-STATUS.
        SELECT RATING-FILE ASSIGN TO WS-P-RATING
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RTG-PLAYER-ID
        FILE STATUS IS WS-FILE-STATUS.
        SELECT REG-FILE ASSIGN TO WS-P-REG
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REG-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SCHEDULE-FILE ASSIGN TO WS-P-SCHEDULE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT WORK-FILE ASSIGN TO WS-P-WORK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT MATCH-RESULT-FILE
        ASSIGN TO WS-P-MATCH-RESULT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PARM-FILE ASSIGN TO WS-P-PARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT RESULT-FILE ASSIGN TO WS-P-RESULT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RSLT-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LOG-FILE ASSIGN TO WS-P-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT BIZDATE-FILE ASSIGN TO WS-P-BIZDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CYCLE-FILE ASSIGN TO WS-P-CYCLE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CONTROL-TOTAL-FILE
        ASSIGN TO WS-P-CONTROL-TOTAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT STEP-CONTROL-FILE
        ASSIGN TO WS-P-STEP-CONTROL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT TIMING-FILE ASSIGN TO WS-P-TIMING
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD PLAYOFF-FILE.
    COPY PLAYREC.
    FD BRACKET-RPT-FILE.
    01 BRACKET-RPT-REC PIC X(132).
    FD SEASON-FILE.
    01 SEASON-REC.
        05 SEAS-PLAYER-ID       PIC X(4).
        05 SEAS-SHAPE           PIC 9(8).
        05 SEAS-OUTCOME         PIC 9(8).
        05 SEAS-ROUNDS          PIC 9(6).
        05 SEAS-WINS            PIC 9(6).
        05 SEAS-LOSSES          PIC 9(6).
        05 SEAS-DRAWS           PIC 9(6).
        05 SEAS-FORFEITS        PIC 9(6).
        05 SEAS-PREV-RANK       PIC 9(4).
        05 SEAS-LAST-DATE       PIC 9(8).
    FD RATING-FILE.
    01 RATING-REC.
        05 RTG-PLAYER-ID        PIC X(4).
        05 RTG-RATING           PIC 9(4).
        05 RTG-PREV-RATING      PIC 9(4).
        05 RTG-HIGH             PIC 9(4).
        05 RTG-LOW              PIC 9(4).
        05 RTG-LAST-DATE        PIC 9(8).
    FD REG-FILE.
    COPY REGREC.
    FD SCHEDULE-FILE.
    COPY SCHEDREC.
    FD WORK-FILE.
    01 WORK-REC PIC X(13).
    FD MATCH-RESULT-FILE.
    COPY MRESREC.
    FD PARM-FILE.
    01 PARM-REC PIC X(80).
    FD RESULT-FILE.
    COPY RSLTREC.
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD BIZDATE-FILE.
    01 BIZDATE-REC PIC X(8).
    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).
    FD CONTROL-TOTAL-FILE.
    COPY CTLTREC.
    FD STEP-CONTROL-FILE.
    COPY STEPREC.
    FD TIMING-FILE.
    COPY TIMEREC.

    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-PLAYOFF           PIC X(70) VALUE SPACES.
        05 WS-P-BRACKET-RPT       PIC X(70) VALUE SPACES.
        05 WS-P-SEASON            PIC X(70) VALUE SPACES.
        05 WS-P-RATING            PIC X(70) VALUE SPACES.
        05 WS-P-REG               PIC X(70) VALUE SPACES.
        05 WS-P-SCHEDULE          PIC X(70) VALUE SPACES.
        05 WS-P-WORK              PIC X(70) VALUE SPACES.
        05 WS-P-MATCH-RESULT      PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-RESULT            PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-CONTROL-TOTAL     PIC X(70) VALUE SPACES.
        05 WS-P-STEP-CONTROL      PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-TODAY            PIC 9(8) VALUE 0.
        05 WS-FUNCTION         PIC X(1) VALUE SPACES.
        05 WS-PLAYOFF-SIZE     PIC 9(2) VALUE 8.
        05 WS-PLAYOFF-DIV      PIC X(1) VALUE '1'.
        05 WS-REG-DIV          PIC X(1) VALUE '1'.
        05 WS-FIELD-SIZE       PIC 9(2) VALUE 0.
        05 WS-BRACKET-SIZE     PIC 9(2) VALUE 0.
        05 WS-ROUND-COUNT      PIC 9(1) VALUE 0.
        05 WS-SEED-DATE        PIC 9(8) VALUE 0.
        05 WS-BRACKET-READ     PIC 9(6) VALUE 0.
        05 WS-BRACKET-WRITTEN  PIC 9(6) VALUE 0.
        05 WS-RESULTS-READ     PIC 9(6) VALUE 0.
        05 WS-RESULTS-APPLIED  PIC 9(6) VALUE 0.
        05 WS-DECIDED-COUNT    PIC 9(4) VALUE 0.
        05 WS-SCHED-CANCELLED  PIC 9(6) VALUE 0.
        05 WS-SCHED-WRITTEN    PIC 9(6) VALUE 0.
        05 WS-REG-ADDED        PIC 9(4) VALUE 0.
        05 WS-REPLACED         PIC A(1) VALUE 'N'.
        05 WS-CHAMPION         PIC X(4) VALUE SPACES.
        05 WS-RATING-LOADED    PIC A(1) VALUE 'N'.
    01 WS-ACTIVE-TABLE.
        05 WS-ACT-COUNT        PIC 9(4) VALUE 0.
        05 WS-ACT-ID PIC X(4) OCCURS 1000 TIMES VALUE SPACES.
        05 WS-AX               PIC 9(4) VALUE 0.
        05 WS-ACT-HIT          PIC A(1) VALUE 'N'.
    01 WS-CAND-TABLE.
        05 WS-CAND-COUNT       PIC 9(4) VALUE 0.
        05 WS-CAND-ENTRY OCCURS 1000 TIMES.
            10 WS-CAND-ID          PIC X(4) VALUE SPACES.
            10 WS-CAND-PCT         PIC 9(3)V99 VALUE 0.
            10 WS-CAND-SHAPE       PIC 9(8) VALUE 0.
            10 WS-CAND-RATING      PIC 9(4) VALUE 0.
        05 WS-CX               PIC 9(4) VALUE 0.
        05 WS-CAND-SWAPPED     PIC A(1) VALUE 'N'.
        05 WS-CAND-TEMP        PIC X(21) VALUE SPACES.
        05 WS-CAND-EXCLUDED    PIC 9(4) VALUE 0.
    01 WS-BRACKET-TABLE.
        05 WS-BKT-COUNT        PIC 9(2) VALUE 0.
        05 WS-BKT-ENTRY OCCURS 31 TIMES.
            10 WS-BKT-ROUND        PIC 9(1) VALUE 0.
            10 WS-BKT-SLOT         PIC 9(2) VALUE 0.
            10 WS-BKT-MATCH        PIC X(4) VALUE SPACES.
            10 WS-BKT-SEED-1       PIC 9(2) VALUE 0.
            10 WS-BKT-P1           PIC X(4) VALUE SPACES.
            10 WS-BKT-SEED-2       PIC 9(2) VALUE 0.
            10 WS-BKT-P2           PIC X(4) VALUE SPACES.
            10 WS-BKT-P1-WINS      PIC 9(4) VALUE 0.
            10 WS-BKT-P2-WINS      PIC 9(4) VALUE 0.
            10 WS-BKT-DRAWS        PIC 9(4) VALUE 0.
            10 WS-BKT-WINNER       PIC X(4) VALUE SPACES.
            10 WS-BKT-STATUS       PIC X(1) VALUE SPACES.
            10 WS-BKT-DECIDED-BY   PIC X(1) VALUE SPACES.
            10 WS-BKT-DECIDED-DATE PIC 9(8) VALUE 0.
            10 WS-BKT-SEED-DATE    PIC 9(8) VALUE 0.
            10 WS-BKT-FIELD-SIZE   PIC 9(2) VALUE 0.
            10 WS-BKT-BRACKET-SIZE PIC 9(2) VALUE 0.
        05 WS-RND-OFFSET PIC 9(2) OCCURS 5 TIMES VALUE 0.
        05 WS-RND-SLOTS PIC 9(2) OCCURS 5 TIMES VALUE 0.
        05 WS-BX               PIC 9(2) VALUE 0.
        05 WS-RX               PIC 9(1) VALUE 0.
        05 WS-SX               PIC 9(2) VALUE 0.
        05 WS-F1               PIC 9(2) VALUE 0.
        05 WS-F2               PIC 9(2) VALUE 0.
        05 WS-BKT-HIT          PIC A(1) VALUE 'N'.
    01 WS-SEED-ORDER-TABLE.
        05 WS-ORDER-LEN        PIC 9(2) VALUE 0.
        05 WS-ORDER PIC 9(2) OCCURS 32 TIMES VALUE 0.
        05 WS-NEW-ORDER PIC 9(2) OCCURS 32 TIMES VALUE 0.
        05 WS-OX               PIC 9(2) VALUE 0.
        05 WS-OY               PIC 9(2) VALUE 0.
        05 WS-SEED-A           PIC 9(2) VALUE 0.
        05 WS-SEED-B           PIC 9(2) VALUE 0.
    01 WS-NEW-PAIRING-TABLE.
        05 WS-NEW-COUNT        PIC 9(2) VALUE 0.
        05 WS-NEW-ENTRY OCCURS 31 TIMES.
            10 WS-NEW-MATCH        PIC X(4) VALUE SPACES.
            10 WS-NEW-P1           PIC X(4) VALUE SPACES.
            10 WS-NEW-P2           PIC X(4) VALUE SPACES.
        05 WS-NX               PIC 9(2) VALUE 0.
    01 WS-REPORT-WORK.
        05 WS-SEED-PLAYER PIC X(4) OCCURS 32 TIMES VALUE SPACES.
        05 WS-SIDE-1           PIC X(24) VALUE SPACES.
        05 WS-SIDE-2           PIC X(24) VALUE SPACES.
        05 WS-RESULT-TEXT      PIC X(50) VALUE SPACES.
        05 WS-ROUND-NAME       PIC X(16) VALUE SPACES.
        05 WS-SEED-STANDING    PIC X(30) VALUE SPACES.
        05 WS-TO-PLAY          PIC 9(2) VALUE 0.
        05 WS-ED-SEED          PIC Z9.
        05 WS-ED-W1            PIC ZZZ9.
        05 WS-ED-W2            PIC ZZZ9.
        05 WS-ED-D             PIC ZZZ9.
        05 WS-ED-COUNT         PIC Z9.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY STEPCOM.
    COPY CTLTCOM.
    COPY RSLTCOM.
    COPY LOGCOM.
    COPY PARMCOM.
    COPY CDATECOM.
    COPY TIMINGCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'PLAYOFF-BRACKET' TO WS-LOG-PGM
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE.
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'PLAYOFF-BRACKET RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    PERFORM 870-GET-BIZ-DATE-RTN
    MOVE WS-BIZ-DATE TO WS-TODAY
    DISPLAY 'ENTER FUNCTION - S = SEED NEW BRACKET FROM SEASON '
        'STANDINGS, A = ADVANCE WINNERS: '
    ACCEPT WS-FUNCTION FROM SYSIN
    IF WS-FUNCTION NOT EQUAL 'S'
        MOVE 'A' TO WS-FUNCTION
    END-IF
    IF WS-FUNCTION = 'A'
        PERFORM 930-CHECK-STEP-RTN
        IF WS-STEP-DONE = 'Y'
            DISPLAY 'PLAYOFF-BRACKET ALREADY COMPLETE FOR BUSINESS '
                'DATE ' WS-BIZ-DATE ' - STEP SKIPPED'
            MOVE 'PLAYOFF-BRACKET ALREADY COMPLETE THIS CYCLE - STEP SKIPPED'
                TO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
            CLOSE LOG-FILE
            STOP RUN
        END-IF
    END-IF
    MOVE 'S' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    PERFORM 820-LOAD-PARMS-RTN
    MOVE 'RPS-PLAYOFF-SIZE' TO WS-PARM-REQ-KEY
    MOVE '8' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    IF WS-PARM-NUM < 2 OR WS-PARM-NUM > 32
        DISPLAY '** RPS-PLAYOFF-SIZE MUST BE 2 TO 32 - DEFAULT OF 8 '
            'USED'
        MOVE 8 TO WS-PLAYOFF-SIZE
    ELSE
        MOVE WS-PARM-NUM TO WS-PLAYOFF-SIZE
    END-IF
    MOVE 'RPS-PLAYOFF-DIVISION' TO WS-PARM-REQ-KEY
    MOVE '1' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    IF WS-PARM-NUM < 1 OR WS-PARM-NUM > 9
        DISPLAY '** RPS-PLAYOFF-DIVISION MUST BE 1 TO 9 - DEFAULT OF '
            '1 USED'
        MOVE '1' TO WS-PLAYOFF-DIV
    ELSE
        MOVE WS-PARM-NUM(8:1) TO WS-PLAYOFF-DIV
    END-IF
    PERFORM 100-LOAD-BRACKET-RTN
    IF WS-FUNCTION = 'S'
        PERFORM 150-LOAD-ACTIVE-PLAYERS-RTN
        PERFORM 160-LOAD-CANDIDATES-RTN
        IF WS-CAND-COUNT < 2
            DISPLAY '** FEWER THAN TWO ACTIVE PLAYERS IN THE SEASON '
                'STANDINGS - NO BRACKET SEEDED'
            MOVE 'W' TO WS-LOG-SEV
            STRING 'PLAYOFF-BRACKET - FEWER THAN TWO ACTIVE SEASON PLAYERS - '
                DELIMITED BY SIZE
                'NO BRACKET SEEDED' DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
            MOVE 4 TO RETURN-CODE
            MOVE 'E' TO WS-TIM-EVENT
            PERFORM 945-WRITE-TIMING-RTN
            CLOSE LOG-FILE
            STOP RUN
        END-IF
        PERFORM 170-SORT-CANDIDATES-RTN
        PERFORM 200-SEED-BRACKET-RTN
    ELSE
        IF WS-BKT-COUNT > 0
            PERFORM 300-APPLY-RESULTS-RTN
        ELSE
            DISPLAY 'NO PLAYOFF BRACKET ON FILE - NOTHING TO ADVANCE'
        END-IF
    END-IF
    IF WS-BKT-COUNT > 0
        PERFORM 400-ADVANCE-WINNERS-RTN
        IF WS-FUNCTION = 'S'
            PERFORM 500-REWRITE-SCHEDULE-RTN
        ELSE
            IF WS-NEW-COUNT > 0
                PERFORM 510-APPEND-SCHEDULE-RTN
            END-IF
        END-IF
        IF WS-NEW-COUNT > 0
            PERFORM 550-REGISTER-MATCHES-RTN
        END-IF
        PERFORM 600-SAVE-BRACKET-RTN
        PERFORM 700-BRACKET-REPORT-RTN
    END-IF
    DISPLAY 'PLAYOFF MATCHES DECIDED THIS RUN: ' WS-DECIDED-COUNT
        ' NEW PAIRINGS SCHEDULED: ' WS-NEW-COUNT
    IF WS-CHAMPION NOT EQUAL SPACES
        DISPLAY 'PLAYOFF CHAMPION: ' WS-CHAMPION
    END-IF
    IF WS-REPLACED = 'Y'
        MOVE 'W' TO WS-LOG-SEV
        MOVE 'PLAYOFF-BRACKET - UNFINISHED BRACKET REPLACED BY A NEW SEEDING'
            TO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    MOVE 'PLAYOFF-BRACKET' TO WS-CTL-PROGRAM
    IF WS-FUNCTION = 'S'
        MOVE WS-CAND-COUNT TO WS-CTL-READ
        MOVE WS-FIELD-SIZE TO WS-CTL-ACCEPTED
        COMPUTE WS-CTL-REJECTED = WS-CAND-COUNT - WS-FIELD-SIZE
    ELSE
        MOVE WS-RESULTS-READ TO WS-CTL-READ
        MOVE WS-RESULTS-APPLIED TO WS-CTL-ACCEPTED
        COMPUTE WS-CTL-REJECTED =
            WS-RESULTS-READ - WS-RESULTS-APPLIED
    END-IF
    PERFORM 895-WRITE-CONTROL-READ-RTN
    MOVE 'Dec2Playoff.txt' TO WS-CTL-FILE-NAME
    MOVE WS-BRACKET-WRITTEN TO WS-CTL-WRITTEN
    PERFORM 896-WRITE-CONTROL-WRITE-RTN
    MOVE 'Dec2Schedule.txt' TO WS-CTL-FILE-NAME
    MOVE WS-SCHED-WRITTEN TO WS-CTL-WRITTEN
    PERFORM 896-WRITE-CONTROL-WRITE-RTN
    MOVE 'PLAYOFF-BRACKET' TO WS-RSLT-PROGRAM
    MOVE WS-NEW-COUNT TO WS-RSLT-METRIC
    MOVE WS-CTL-READ TO WS-RSLT-READ
    MOVE WS-CTL-REJECTED TO WS-RSLT-REJ
    MOVE RETURN-CODE TO WS-RSLT-RC
    PERFORM 890-WRITE-RESULT-RTN
    STRING 'PLAYOFF-BRACKET RUN COMPLETED - FUNCTION '
        DELIMITED BY SIZE
        WS-FUNCTION DELIMITED BY SIZE
        ' DECIDED: ' DELIMITED BY SIZE
        WS-DECIDED-COUNT DELIMITED BY SIZE
        ' NEW PAIRINGS: ' DELIMITED BY SIZE
        WS-NEW-COUNT DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    IF WS-FUNCTION = 'A'
        PERFORM 940-MARK-STEP-RTN
    END-IF
    MOVE 'E' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'Dec2Playoff.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PLAYOFF
        MOVE 'Dec2PlayoffBracket.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BRACKET-RPT
        MOVE 'Dec2SeasonMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SEASON
        MOVE 'Dec2RatingMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RATING
        MOVE 'Dec2RegMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REG
        MOVE 'Dec2Schedule.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SCHEDULE
        MOVE 'Dec2ScheduleWork.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-WORK
        MOVE 'Dec2MatchResults.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MATCH-RESULT
        MOVE 'AocParms.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PARM
        MOVE 'AocResults.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RESULT
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'AocBizDate.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BIZDATE
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE
        MOVE 'AocControlTotals.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CONTROL-TOTAL
        MOVE 'AocStepControl.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-STEP-CONTROL
        MOVE 'AocStepTiming.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TIMING.

    100-LOAD-BRACKET-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'PLAYOFF-FILE' TO WS-FILE-ID
        OPEN INPUT PLAYOFF-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO PLAYOFF BRACKET ON FILE'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ PLAYOFF-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM 110-STORE-BRACKET-RTN
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE PLAYOFF-FILE
            DISPLAY 'PLAYOFF BRACKET LOADED - MATCHES: ' WS-BKT-COUNT
                ' SEEDED ' WS-SEED-DATE
        END-IF.

    110-STORE-BRACKET-RTN.
        ADD 1 TO WS-BRACKET-READ
        IF WS-BRACKET-SIZE = 0
            MOVE PLF-BRACKET-SIZE TO WS-BRACKET-SIZE
            MOVE PLF-FIELD-SIZE TO WS-FIELD-SIZE
            MOVE PLF-SEED-DATE TO WS-SEED-DATE
            PERFORM 220-BUILD-ROUNDS-RTN
        END-IF
        IF PLF-ROUND < 1 OR PLF-ROUND > WS-ROUND-COUNT
            DISPLAY '  ** BRACKET RECORD OUT OF RANGE IGNORED: '
                PLF-MATCH-ID
        ELSE
            IF PLF-SLOT < 1 OR PLF-SLOT > WS-RND-SLOTS(PLF-ROUND)
                DISPLAY '  ** BRACKET RECORD OUT OF RANGE IGNORED: '
                    PLF-MATCH-ID
            ELSE
                COMPUTE WS-BX = WS-RND-OFFSET(PLF-ROUND) + PLF-SLOT
                MOVE PLAYOFF-REC TO WS-BKT-ENTRY(WS-BX)
                IF WS-BX > WS-BKT-COUNT
                    MOVE WS-BX TO WS-BKT-COUNT
                END-IF
            END-IF
        END-IF.

    150-LOAD-ACTIVE-PLAYERS-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'REG-FILE' TO WS-FILE-ID
        OPEN INPUT REG-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY '** NO REGISTRATION MASTER ON FILE'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ REG-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE '1' TO WS-REG-DIV
                    IF REG-DIVISION-VALID
                        MOVE REG-DIVISION TO WS-REG-DIV
                    END-IF
                    IF REG-STATUS-ACTIVE AND REG-TYPE = 'P'
                        AND WS-REG-DIV = WS-PLAYOFF-DIV
                        AND WS-ACT-COUNT < 1000
                        ADD 1 TO WS-ACT-COUNT
                        MOVE REG-ID TO WS-ACT-ID(WS-ACT-COUNT)
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE REG-FILE
        END-IF.

    160-LOAD-CANDIDATES-RTN.
        MOVE 'RATING-FILE' TO WS-FILE-ID
        OPEN INPUT RATING-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO RATING MASTER ON FILE - ALL PLAYERS RATED 1500'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'Y' TO WS-RATING-LOADED
        END-IF
        MOVE SPACES TO WS-EOF
        MOVE 'SEASON-FILE' TO WS-FILE-ID
        OPEN INPUT SEASON-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY '** NO SEASON MASTER ON FILE'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ SEASON-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM 165-ADD-CANDIDATE-RTN
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SEASON-FILE
        END-IF
        IF WS-RATING-LOADED = 'Y'
            CLOSE RATING-FILE
        END-IF
        DISPLAY 'ACTIVE PLAYERS IN SEASON STANDINGS: ' WS-CAND-COUNT.

    165-ADD-CANDIDATE-RTN.
        MOVE 'N' TO WS-ACT-HIT
        PERFORM VARYING WS-AX FROM 1 BY 1
            UNTIL WS-AX > WS-ACT-COUNT OR WS-ACT-HIT = 'Y'
            IF WS-ACT-ID(WS-AX) = SEAS-PLAYER-ID
                MOVE 'Y' TO WS-ACT-HIT
            END-IF
        END-PERFORM
        IF WS-ACT-HIT NOT EQUAL 'Y'
            ADD 1 TO WS-CAND-EXCLUDED
        ELSE
            IF WS-CAND-COUNT < 1000
                ADD 1 TO WS-CAND-COUNT
                MOVE SEAS-PLAYER-ID TO WS-CAND-ID(WS-CAND-COUNT)
                MOVE SEAS-SHAPE TO WS-CAND-SHAPE(WS-CAND-COUNT)
                IF SEAS-ROUNDS > 0
                    COMPUTE WS-CAND-PCT(WS-CAND-COUNT) ROUNDED =
                        SEAS-WINS * 100 / SEAS-ROUNDS
                ELSE
                    MOVE 0 TO WS-CAND-PCT(WS-CAND-COUNT)
                END-IF
                MOVE 1500 TO WS-CAND-RATING(WS-CAND-COUNT)
                IF WS-RATING-LOADED = 'Y'
                    MOVE SEAS-PLAYER-ID TO RTG-PLAYER-ID
                    READ RATING-FILE
                        INVALID KEY
                            MOVE '00' TO WS-FILE-STATUS
                        NOT INVALID KEY
                            MOVE RTG-RATING
                                TO WS-CAND-RATING(WS-CAND-COUNT)
                    END-READ
                END-IF
            END-IF
        END-IF.

    170-SORT-CANDIDATES-RTN.
        MOVE 'Y' TO WS-CAND-SWAPPED
        PERFORM UNTIL WS-CAND-SWAPPED = 'N'
            MOVE 'N' TO WS-CAND-SWAPPED
            PERFORM VARYING WS-CX FROM 1 BY 1
                UNTIL WS-CX >= WS-CAND-COUNT
                IF WS-CAND-PCT(WS-CX) < WS-CAND-PCT(WS-CX + 1)
                    OR (WS-CAND-PCT(WS-CX) = WS-CAND-PCT(WS-CX + 1)
                    AND WS-CAND-SHAPE(WS-CX)
                        < WS-CAND-SHAPE(WS-CX + 1))
                    OR (WS-CAND-PCT(WS-CX) = WS-CAND-PCT(WS-CX + 1)
                    AND WS-CAND-SHAPE(WS-CX)
                        = WS-CAND-SHAPE(WS-CX + 1)
                    AND WS-CAND-RATING(WS-CX)
                        < WS-CAND-RATING(WS-CX + 1))
                    MOVE WS-CAND-ENTRY(WS-CX) TO WS-CAND-TEMP
                    MOVE WS-CAND-ENTRY(WS-CX + 1)
                        TO WS-CAND-ENTRY(WS-CX)
                    MOVE WS-CAND-TEMP TO WS-CAND-ENTRY(WS-CX + 1)
                    MOVE 'Y' TO WS-CAND-SWAPPED
                END-IF
            END-PERFORM
        END-PERFORM.

    200-SEED-BRACKET-RTN.
        PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BKT-COUNT
            IF WS-BKT-STATUS(WS-BX) = 'P' OR WS-BKT-STATUS(WS-BX) = 'W'
                MOVE 'Y' TO WS-REPLACED
            END-IF
        END-PERFORM
        IF WS-REPLACED = 'Y'
            DISPLAY '** UNFINISHED PLAYOFF BRACKET ON FILE IS REPLACED '
                'BY THIS SEEDING'
        END-IF
        INITIALIZE WS-BRACKET-TABLE
        MOVE WS-PLAYOFF-SIZE TO WS-FIELD-SIZE
        IF WS-CAND-COUNT < WS-FIELD-SIZE
            MOVE WS-CAND-COUNT TO WS-FIELD-SIZE
        END-IF
        MOVE WS-TODAY TO WS-SEED-DATE
        MOVE 2 TO WS-BRACKET-SIZE
        PERFORM UNTIL WS-BRACKET-SIZE >= WS-FIELD-SIZE
            COMPUTE WS-BRACKET-SIZE = WS-BRACKET-SIZE * 2
        END-PERFORM
        PERFORM 210-BUILD-SEED-ORDER-RTN
        PERFORM 220-BUILD-ROUNDS-RTN
        PERFORM 230-CREATE-SLOTS-RTN
        PERFORM 240-SEED-FIRST-ROUND-RTN
        DISPLAY 'PLAYOFF BRACKET SEEDED - FIELD: ' WS-FIELD-SIZE
            ' BRACKET SIZE: ' WS-BRACKET-SIZE
            ' ROUNDS: ' WS-ROUND-COUNT.

    210-BUILD-SEED-ORDER-RTN.
        MOVE 1 TO WS-ORDER(1)
        MOVE 2 TO WS-ORDER(2)
        MOVE 2 TO WS-ORDER-LEN
        PERFORM UNTIL WS-ORDER-LEN >= WS-BRACKET-SIZE
            PERFORM VARYING WS-OX FROM 1 BY 1
                UNTIL WS-OX > WS-ORDER-LEN
                COMPUTE WS-OY = WS-OX * 2 - 1
                MOVE WS-ORDER(WS-OX) TO WS-NEW-ORDER(WS-OY)
                ADD 1 TO WS-OY
                COMPUTE WS-NEW-ORDER(WS-OY) =
                    WS-ORDER-LEN * 2 + 1 - WS-ORDER(WS-OX)
            END-PERFORM
            COMPUTE WS-ORDER-LEN = WS-ORDER-LEN * 2
            PERFORM VARYING WS-OX FROM 1 BY 1
                UNTIL WS-OX > WS-ORDER-LEN
                MOVE WS-NEW-ORDER(WS-OX) TO WS-ORDER(WS-OX)
            END-PERFORM
        END-PERFORM.

    220-BUILD-ROUNDS-RTN.
        MOVE 0 TO WS-ROUND-COUNT
        COMPUTE WS-SX = WS-BRACKET-SIZE / 2
        PERFORM UNTIL WS-SX < 1 OR WS-ROUND-COUNT >= 5
            ADD 1 TO WS-ROUND-COUNT
            MOVE WS-SX TO WS-RND-SLOTS(WS-ROUND-COUNT)
            IF WS-ROUND-COUNT = 1
                MOVE 0 TO WS-RND-OFFSET(1)
            ELSE
                COMPUTE WS-RND-OFFSET(WS-ROUND-COUNT) =
                    WS-RND-OFFSET(WS-ROUND-COUNT - 1)
                    + WS-RND-SLOTS(WS-ROUND-COUNT - 1)
            END-IF
            COMPUTE WS-SX = WS-SX / 2
        END-PERFORM.

    230-CREATE-SLOTS-RTN.
        MOVE 0 TO WS-BKT-COUNT
        PERFORM VARYING WS-RX FROM 1 BY 1
            UNTIL WS-RX > WS-ROUND-COUNT
            PERFORM VARYING WS-SX FROM 1 BY 1
                UNTIL WS-SX > WS-RND-SLOTS(WS-RX)
                ADD 1 TO WS-BKT-COUNT
                MOVE WS-BKT-COUNT TO WS-BX
                MOVE WS-RX TO WS-BKT-ROUND(WS-BX)
                MOVE WS-SX TO WS-BKT-SLOT(WS-BX)
                MOVE SPACES TO WS-BKT-MATCH(WS-BX)
                STRING 'P' DELIMITED BY SIZE
                    WS-RX DELIMITED BY SIZE
                    WS-SX DELIMITED BY SIZE
                    INTO WS-BKT-MATCH(WS-BX)
                MOVE 'W' TO WS-BKT-STATUS(WS-BX)
                MOVE WS-SEED-DATE TO WS-BKT-SEED-DATE(WS-BX)
                MOVE WS-FIELD-SIZE TO WS-BKT-FIELD-SIZE(WS-BX)
                MOVE WS-BRACKET-SIZE TO WS-BKT-BRACKET-SIZE(WS-BX)
            END-PERFORM
        END-PERFORM.

    240-SEED-FIRST-ROUND-RTN.
        PERFORM VARYING WS-SX FROM 1 BY 1
            UNTIL WS-SX > WS-RND-SLOTS(1)
            MOVE WS-SX TO WS-BX
            COMPUTE WS-OY = WS-SX * 2 - 1
            MOVE WS-ORDER(WS-OY) TO WS-SEED-A
            MOVE WS-ORDER(WS-OY + 1) TO WS-SEED-B
            MOVE WS-SEED-A TO WS-BKT-SEED-1(WS-BX)
            MOVE WS-CAND-ID(WS-SEED-A) TO WS-BKT-P1(WS-BX)
            IF WS-SEED-B > WS-FIELD-SIZE
                MOVE WS-BKT-P1(WS-BX) TO WS-BKT-WINNER(WS-BX)
                MOVE 'B' TO WS-BKT-STATUS(WS-BX)
                MOVE WS-TODAY TO WS-BKT-DECIDED-DATE(WS-BX)
            ELSE
                MOVE WS-SEED-B TO WS-BKT-SEED-2(WS-BX)
                MOVE WS-CAND-ID(WS-SEED-B) TO WS-BKT-P2(WS-BX)
                MOVE 'P' TO WS-BKT-STATUS(WS-BX)
                PERFORM 420-QUEUE-PAIRING-RTN
            END-IF
        END-PERFORM.

    300-APPLY-RESULTS-RTN.
        PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BKT-COUNT
            IF WS-BKT-STATUS(WS-BX) = 'P'
                MOVE 0 TO WS-BKT-P1-WINS(WS-BX)
                MOVE 0 TO WS-BKT-P2-WINS(WS-BX)
                MOVE 0 TO WS-BKT-DRAWS(WS-BX)
                MOVE SPACES TO WS-BKT-WINNER(WS-BX)
                MOVE SPACES TO WS-BKT-DECIDED-BY(WS-BX)
            END-IF
        END-PERFORM
        MOVE SPACES TO WS-EOF
        MOVE 'MATCH-RESULT-FILE' TO WS-FILE-ID
        OPEN INPUT MATCH-RESULT-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO MATCH RESULTS ON FILE - NO PLAYOFF MATCHES '
                'DECIDED'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ MATCH-RESULT-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-RESULTS-READ
                    IF MRS-BIZ-DATE > WS-SEED-DATE
                        PERFORM 310-APPLY-ONE-RESULT-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE MATCH-RESULT-FILE
        END-IF
        PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BKT-COUNT
            IF WS-BKT-STATUS(WS-BX) = 'P'
                PERFORM 320-DECIDE-MATCH-RTN
            END-IF
        END-PERFORM.

    310-APPLY-ONE-RESULT-RTN.
        MOVE 'N' TO WS-BKT-HIT
        PERFORM VARYING WS-BX FROM 1 BY 1
            UNTIL WS-BX > WS-BKT-COUNT OR WS-BKT-HIT = 'Y'
            IF WS-BKT-MATCH(WS-BX) = MRS-MATCH-ID
                AND WS-BKT-STATUS(WS-BX) = 'P'
                MOVE 'Y' TO WS-BKT-HIT
            END-IF
        END-PERFORM
        IF WS-BKT-HIT = 'Y'
            SUBTRACT 1 FROM WS-BX
            EVALUATE TRUE
                WHEN MRS-PLAYER-1 = WS-BKT-P1(WS-BX)
                    AND MRS-PLAYER-2 = WS-BKT-P2(WS-BX)
                    ADD 1 TO WS-RESULTS-APPLIED
                    ADD MRS-P1-WINS TO WS-BKT-P1-WINS(WS-BX)
                    ADD MRS-P2-WINS TO WS-BKT-P2-WINS(WS-BX)
                    ADD MRS-DRAWS TO WS-BKT-DRAWS(WS-BX)
                WHEN MRS-PLAYER-1 = WS-BKT-P2(WS-BX)
                    AND MRS-PLAYER-2 = WS-BKT-P1(WS-BX)
                    ADD 1 TO WS-RESULTS-APPLIED
                    ADD MRS-P2-WINS TO WS-BKT-P1-WINS(WS-BX)
                    ADD MRS-P1-WINS TO WS-BKT-P2-WINS(WS-BX)
                    ADD MRS-DRAWS TO WS-BKT-DRAWS(WS-BX)
                WHEN OTHER
                    DISPLAY '  ** RESULT FOR ' MRS-MATCH-ID
                        ' DOES NOT MATCH THE BRACKET PAIRING - IGNORED'
            END-EVALUATE
            IF MRS-FFT-WINNER NOT EQUAL SPACES
                AND (MRS-FFT-WINNER = WS-BKT-P1(WS-BX)
                OR MRS-FFT-WINNER = WS-BKT-P2(WS-BX))
                MOVE MRS-FFT-WINNER TO WS-BKT-WINNER(WS-BX)
                MOVE 'F' TO WS-BKT-DECIDED-BY(WS-BX)
            END-IF
        END-IF.

    320-DECIDE-MATCH-RTN.
        EVALUATE TRUE
            WHEN WS-BKT-WINNER(WS-BX) NOT EQUAL SPACES
                CONTINUE
            WHEN WS-BKT-P1-WINS(WS-BX) > WS-BKT-P2-WINS(WS-BX)
                MOVE WS-BKT-P1(WS-BX) TO WS-BKT-WINNER(WS-BX)
                MOVE 'R' TO WS-BKT-DECIDED-BY(WS-BX)
            WHEN WS-BKT-P2-WINS(WS-BX) > WS-BKT-P1-WINS(WS-BX)
                MOVE WS-BKT-P2(WS-BX) TO WS-BKT-WINNER(WS-BX)
                MOVE 'R' TO WS-BKT-DECIDED-BY(WS-BX)
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        IF WS-BKT-WINNER(WS-BX) NOT EQUAL SPACES
            MOVE 'D' TO WS-BKT-STATUS(WS-BX)
            MOVE WS-TODAY TO WS-BKT-DECIDED-DATE(WS-BX)
            ADD 1 TO WS-DECIDED-COUNT
            DISPLAY '  PLAYOFF MATCH ' WS-BKT-MATCH(WS-BX)
                ' WON BY ' WS-BKT-WINNER(WS-BX)
        END-IF.

    400-ADVANCE-WINNERS-RTN.
        PERFORM VARYING WS-RX FROM 2 BY 1
            UNTIL WS-RX > WS-ROUND-COUNT
            PERFORM VARYING WS-SX FROM 1 BY 1
                UNTIL WS-SX > WS-RND-SLOTS(WS-RX)
                COMPUTE WS-BX = WS-RND-OFFSET(WS-RX) + WS-SX
                IF WS-BKT-STATUS(WS-BX) = 'W'
                    PERFORM 410-FILL-SLOT-RTN
                END-IF
            END-PERFORM
        END-PERFORM
        COMPUTE WS-BX = WS-RND-OFFSET(WS-ROUND-COUNT) + 1
        IF WS-BKT-STATUS(WS-BX) = 'D' OR WS-BKT-STATUS(WS-BX) = 'B'
            MOVE WS-BKT-WINNER(WS-BX) TO WS-CHAMPION
        END-IF.

    410-FILL-SLOT-RTN.
        COMPUTE WS-F1 = WS-RND-OFFSET(WS-RX - 1) + WS-SX * 2 - 1
        COMPUTE WS-F2 = WS-F1 + 1
        IF WS-BKT-P1(WS-BX) = SPACES
            AND (WS-BKT-STATUS(WS-F1) = 'D'
            OR WS-BKT-STATUS(WS-F1) = 'B')
            MOVE WS-BKT-WINNER(WS-F1) TO WS-BKT-P1(WS-BX)
            IF WS-BKT-WINNER(WS-F1) = WS-BKT-P1(WS-F1)
                MOVE WS-BKT-SEED-1(WS-F1) TO WS-BKT-SEED-1(WS-BX)
            ELSE
                MOVE WS-BKT-SEED-2(WS-F1) TO WS-BKT-SEED-1(WS-BX)
            END-IF
        END-IF
        IF WS-BKT-P2(WS-BX) = SPACES
            AND (WS-BKT-STATUS(WS-F2) = 'D'
            OR WS-BKT-STATUS(WS-F2) = 'B')
            MOVE WS-BKT-WINNER(WS-F2) TO WS-BKT-P2(WS-BX)
            IF WS-BKT-WINNER(WS-F2) = WS-BKT-P1(WS-F2)
                MOVE WS-BKT-SEED-1(WS-F2) TO WS-BKT-SEED-2(WS-BX)
            ELSE
                MOVE WS-BKT-SEED-2(WS-F2) TO WS-BKT-SEED-2(WS-BX)
            END-IF
        END-IF
        IF WS-BKT-P1(WS-BX) NOT EQUAL SPACES
            AND WS-BKT-P2(WS-BX) NOT EQUAL SPACES
            MOVE 'P' TO WS-BKT-STATUS(WS-BX)
            PERFORM 420-QUEUE-PAIRING-RTN
        END-IF.

    420-QUEUE-PAIRING-RTN.
        ADD 1 TO WS-NEW-COUNT
        MOVE WS-BKT-MATCH(WS-BX) TO WS-NEW-MATCH(WS-NEW-COUNT)
        MOVE WS-BKT-P1(WS-BX) TO WS-NEW-P1(WS-NEW-COUNT)
        MOVE WS-BKT-P2(WS-BX) TO WS-NEW-P2(WS-NEW-COUNT).

    500-REWRITE-SCHEDULE-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'WORK-FILE' TO WS-FILE-ID
        OPEN OUTPUT WORK-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'SCHEDULE-FILE' TO WS-FILE-ID
        OPEN INPUT SCHEDULE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ SCHEDULE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM 505-CANCEL-OLD-PLAYOFF-RTN
                    MOVE SCHEDULE-REC TO WORK-REC
                    WRITE WORK-REC
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SCHEDULE-FILE
        END-IF
        CLOSE WORK-FILE
        MOVE SPACES TO WS-EOF
        MOVE 'WORK-FILE' TO WS-FILE-ID
        OPEN INPUT WORK-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'SCHEDULE-FILE' TO WS-FILE-ID
        OPEN OUTPUT SCHEDULE-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-EOF = 'Y'
            READ WORK-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE WORK-REC TO SCHEDULE-REC
                WRITE SCHEDULE-REC
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE WORK-FILE
        PERFORM 520-WRITE-PAIRINGS-RTN
        CLOSE SCHEDULE-FILE
        OPEN OUTPUT WORK-FILE
        CLOSE WORK-FILE
        IF WS-SCHED-CANCELLED > 0
            DISPLAY 'EARLIER PLAYOFF FIXTURES CANCELLED ON THE '
                'SCHEDULE: ' WS-SCHED-CANCELLED
        END-IF.

    505-CANCEL-OLD-PLAYOFF-RTN.
        IF SCH-STATUS-OPEN
            MOVE 'N' TO WS-BKT-HIT
            PERFORM VARYING WS-BX FROM 1 BY 1
                UNTIL WS-BX > WS-BKT-COUNT OR WS-BKT-HIT = 'Y'
                IF WS-BKT-MATCH(WS-BX) = SCH-MATCH-ID
                    MOVE 'Y' TO WS-BKT-HIT
                END-IF
            END-PERFORM
            IF WS-BKT-HIT = 'Y'
                MOVE 'X' TO SCH-STATUS
                ADD 1 TO WS-SCHED-CANCELLED
            END-IF
        END-IF.

    510-APPEND-SCHEDULE-RTN.
        MOVE 'SCHEDULE-FILE' TO WS-FILE-ID
        OPEN EXTEND SCHEDULE-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT SCHEDULE-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM 520-WRITE-PAIRINGS-RTN
        CLOSE SCHEDULE-FILE.

    520-WRITE-PAIRINGS-RTN.
        PERFORM VARYING WS-NX FROM 1 BY 1 UNTIL WS-NX > WS-NEW-COUNT
            MOVE WS-NEW-MATCH(WS-NX) TO SCH-MATCH-ID
            MOVE WS-NEW-P1(WS-NX) TO SCH-PLAYER-1
            MOVE WS-NEW-P2(WS-NX) TO SCH-PLAYER-2
            MOVE 'O' TO SCH-STATUS
            WRITE SCHEDULE-REC
            ADD 1 TO WS-SCHED-WRITTEN
            DISPLAY '  PLAYOFF PAIRING SCHEDULED: ' WS-NEW-MATCH(WS-NX)
                ' ' WS-NEW-P1(WS-NX) ' V ' WS-NEW-P2(WS-NX)
        END-PERFORM.

    550-REGISTER-MATCHES-RTN.
        MOVE 'REG-FILE' TO WS-FILE-ID
        OPEN I-O REG-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY '** NO REGISTRATION MASTER ON FILE - PLAYOFF '
                'MATCH IDS NOT REGISTERED'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM VARYING WS-NX FROM 1 BY 1
                UNTIL WS-NX > WS-NEW-COUNT
                MOVE 'M' TO REG-TYPE
                MOVE WS-NEW-MATCH(WS-NX) TO REG-ID
                MOVE 'A' TO REG-STATUS
                MOVE '0' TO REG-DIVISION
                WRITE REG-REC
                    INVALID KEY
                        MOVE 'A' TO REG-STATUS
                        REWRITE REG-REC
                            INVALID KEY
                                DISPLAY '** REGISTRATION WRITE FAILED '
                                    'FOR PLAYOFF MATCH ' REG-ID
                        END-REWRITE
                    NOT INVALID KEY
                        ADD 1 TO WS-REG-ADDED
                END-WRITE
                MOVE '00' TO WS-FILE-STATUS
            END-PERFORM
            CLOSE REG-FILE
            DISPLAY 'PLAYOFF MATCH IDS REGISTERED: ' WS-REG-ADDED
        END-IF.

    600-SAVE-BRACKET-RTN.
        MOVE 'PLAYOFF-FILE' TO WS-FILE-ID
        OPEN OUTPUT PLAYOFF-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BKT-COUNT
            MOVE WS-BKT-ENTRY(WS-BX) TO PLAYOFF-REC
            WRITE PLAYOFF-REC
            ADD 1 TO WS-BRACKET-WRITTEN
        END-PERFORM
        CLOSE PLAYOFF-FILE.

    700-BRACKET-REPORT-RTN.
        MOVE 'BRACKET-RPT-FILE' TO WS-FILE-ID
        OPEN OUTPUT BRACKET-RPT-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO BRACKET-RPT-REC
        STRING 'ROCK-PAPER-SCISSORS PLAYOFF BRACKET AS OF '
            DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ENV-BANNER DELIMITED BY SIZE
            INTO BRACKET-RPT-REC
        WRITE BRACKET-RPT-REC
        MOVE WS-FIELD-SIZE TO WS-ED-COUNT
        MOVE WS-BRACKET-SIZE TO WS-ED-SEED
        MOVE SPACES TO BRACKET-RPT-REC
        STRING 'SEEDED ' DELIMITED BY SIZE
            WS-SEED-DATE DELIMITED BY SIZE
            ' FROM SEASON STANDINGS - FIELD OF ' DELIMITED BY SIZE
            WS-ED-COUNT DELIMITED BY SIZE
            ' IN A ' DELIMITED BY SIZE
            WS-ED-SEED DELIMITED BY SIZE
            '-PLAYER BRACKET' DELIMITED BY SIZE
            INTO BRACKET-RPT-REC
        WRITE BRACKET-RPT-REC
        MOVE SPACES TO BRACKET-RPT-REC
        WRITE BRACKET-RPT-REC
        PERFORM 710-WRITE-SEEDS-RTN
        PERFORM VARYING WS-RX FROM 1 BY 1
            UNTIL WS-RX > WS-ROUND-COUNT
            PERFORM 720-WRITE-ROUND-RTN
        END-PERFORM
        PERFORM 740-WRITE-TO-PLAY-RTN
        MOVE SPACES TO BRACKET-RPT-REC
        WRITE BRACKET-RPT-REC
        IF WS-CHAMPION NOT EQUAL SPACES
            STRING 'PLAYOFF CHAMPION: ' DELIMITED BY SIZE
                WS-CHAMPION DELIMITED BY SIZE
                INTO BRACKET-RPT-REC
        ELSE
            MOVE 'PLAYOFFS IN PROGRESS - NO CHAMPION YET'
                TO BRACKET-RPT-REC
        END-IF
        WRITE BRACKET-RPT-REC
        CLOSE BRACKET-RPT-FILE.

    710-WRITE-SEEDS-RTN.
        MOVE 'SEED  PLAYER  STANDING' TO BRACKET-RPT-REC
        WRITE BRACKET-RPT-REC
        PERFORM VARYING WS-SX FROM 1 BY 1
            UNTIL WS-SX > WS-RND-SLOTS(1)
            MOVE WS-BKT-SEED-1(WS-SX) TO WS-OY
            IF WS-OY > 0
                MOVE WS-BKT-P1(WS-SX) TO WS-SEED-PLAYER(WS-OY)
            END-IF
            MOVE WS-BKT-SEED-2(WS-SX) TO WS-OY
            IF WS-OY > 0
                MOVE WS-BKT-P2(WS-SX) TO WS-SEED-PLAYER(WS-OY)
            END-IF
        END-PERFORM
        PERFORM VARYING WS-OX FROM 1 BY 1
            UNTIL WS-OX > WS-FIELD-SIZE
            PERFORM 715-SEED-STANDING-RTN
            MOVE WS-OX TO WS-ED-SEED
            MOVE SPACES TO BRACKET-RPT-REC
            STRING '  ' DELIMITED BY SIZE
                WS-ED-SEED DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-SEED-PLAYER(WS-OX) DELIMITED BY SIZE
                '    ' DELIMITED BY SIZE
                WS-SEED-STANDING DELIMITED BY SIZE
                INTO BRACKET-RPT-REC
            WRITE BRACKET-RPT-REC
        END-PERFORM.

    715-SEED-STANDING-RTN.
        MOVE 'STILL IN' TO WS-SEED-STANDING
        IF WS-SEED-PLAYER(WS-OX) = WS-CHAMPION
            MOVE 'CHAMPION' TO WS-SEED-STANDING
        ELSE
            PERFORM VARYING WS-BX FROM 1 BY 1
                UNTIL WS-BX > WS-BKT-COUNT
                IF WS-BKT-STATUS(WS-BX) = 'D'
                    AND WS-BKT-WINNER(WS-BX)
                        NOT EQUAL WS-SEED-PLAYER(WS-OX)
                    AND (WS-BKT-P1(WS-BX) = WS-SEED-PLAYER(WS-OX)
                    OR WS-BKT-P2(WS-BX) = WS-SEED-PLAYER(WS-OX))
                    MOVE SPACES TO WS-SEED-STANDING
                    STRING 'ELIMINATED IN ' DELIMITED BY SIZE
                        WS-BKT-MATCH(WS-BX) DELIMITED BY SIZE
                        INTO WS-SEED-STANDING
                END-IF
            END-PERFORM
        END-IF.

    720-WRITE-ROUND-RTN.
        EVALUATE TRUE
            WHEN WS-RX = WS-ROUND-COUNT
                MOVE 'FINAL' TO WS-ROUND-NAME
            WHEN WS-RX + 1 = WS-ROUND-COUNT
                MOVE 'SEMI-FINALS' TO WS-ROUND-NAME
            WHEN WS-RX + 2 = WS-ROUND-COUNT
                MOVE 'QUARTER-FINALS' TO WS-ROUND-NAME
            WHEN OTHER
                MOVE 'OPENING ROUND' TO WS-ROUND-NAME
        END-EVALUATE
        MOVE SPACES TO BRACKET-RPT-REC
        WRITE BRACKET-RPT-REC
        STRING 'ROUND ' DELIMITED BY SIZE
            WS-RX DELIMITED BY SIZE
            ' - ' DELIMITED BY SIZE
            WS-ROUND-NAME DELIMITED BY SIZE
            INTO BRACKET-RPT-REC
        WRITE BRACKET-RPT-REC
        MOVE 'MATCH  PLAYER ONE          PLAYER TWO          RESULT'
            TO BRACKET-RPT-REC
        WRITE BRACKET-RPT-REC
        PERFORM VARYING WS-SX FROM 1 BY 1
            UNTIL WS-SX > WS-RND-SLOTS(WS-RX)
            COMPUTE WS-BX = WS-RND-OFFSET(WS-RX) + WS-SX
            PERFORM 730-WRITE-SLOT-LINE-RTN
        END-PERFORM.

    730-WRITE-SLOT-LINE-RTN.
        MOVE SPACES TO WS-SIDE-1 WS-SIDE-2 WS-RESULT-TEXT
        IF WS-RX > 1
            COMPUTE WS-F1 = WS-RND-OFFSET(WS-RX - 1) + WS-SX * 2 - 1
            COMPUTE WS-F2 = WS-F1 + 1
        END-IF
        IF WS-BKT-P1(WS-BX) = SPACES
            STRING 'WINNER ' DELIMITED BY SIZE
                WS-BKT-MATCH(WS-F1) DELIMITED BY SIZE
                INTO WS-SIDE-1
        ELSE
            MOVE WS-BKT-SEED-1(WS-BX) TO WS-ED-SEED
            STRING '(' DELIMITED BY SIZE
                WS-ED-SEED DELIMITED BY SIZE
                ') ' DELIMITED BY SIZE
                WS-BKT-P1(WS-BX) DELIMITED BY SIZE
                INTO WS-SIDE-1
        END-IF
        EVALUATE TRUE
            WHEN WS-BKT-STATUS(WS-BX) = 'B'
                MOVE '-- BYE --' TO WS-SIDE-2
            WHEN WS-BKT-P2(WS-BX) = SPACES
                STRING 'WINNER ' DELIMITED BY SIZE
                    WS-BKT-MATCH(WS-F2) DELIMITED BY SIZE
                    INTO WS-SIDE-2
            WHEN OTHER
                MOVE WS-BKT-SEED-2(WS-BX) TO WS-ED-SEED
                STRING '(' DELIMITED BY SIZE
                    WS-ED-SEED DELIMITED BY SIZE
                    ') ' DELIMITED BY SIZE
                    WS-BKT-P2(WS-BX) DELIMITED BY SIZE
                    INTO WS-SIDE-2
        END-EVALUATE
        MOVE WS-BKT-P1-WINS(WS-BX) TO WS-ED-W1
        MOVE WS-BKT-P2-WINS(WS-BX) TO WS-ED-W2
        MOVE WS-BKT-DRAWS(WS-BX) TO WS-ED-D
        EVALUATE TRUE
            WHEN WS-BKT-STATUS(WS-BX) = 'B'
                STRING WS-BKT-WINNER(WS-BX) DELIMITED BY SIZE
                    ' ADVANCES ON A BYE' DELIMITED BY SIZE
                    INTO WS-RESULT-TEXT
            WHEN WS-BKT-STATUS(WS-BX) = 'D'
                AND WS-BKT-DECIDED-BY(WS-BX) = 'F'
                STRING 'WON BY ' DELIMITED BY SIZE
                    WS-BKT-WINNER(WS-BX) DELIMITED BY SIZE
                    ' ON FORFEIT' DELIMITED BY SIZE
                    INTO WS-RESULT-TEXT
            WHEN WS-BKT-STATUS(WS-BX) = 'D'
                STRING 'WON BY ' DELIMITED BY SIZE
                    WS-BKT-WINNER(WS-BX) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-ED-W1 DELIMITED BY SIZE
                    '-' DELIMITED BY SIZE
                    WS-ED-W2 DELIMITED BY SIZE
                    ' DRAWN' DELIMITED BY SIZE
                    WS-ED-D DELIMITED BY SIZE
                    INTO WS-RESULT-TEXT
            WHEN WS-BKT-STATUS(WS-BX) = 'P'
                AND (WS-BKT-P1-WINS(WS-BX) > 0
                OR WS-BKT-P2-WINS(WS-BX) > 0
                OR WS-BKT-DRAWS(WS-BX) > 0)
                STRING 'LEVEL AT ' DELIMITED BY SIZE
                    WS-ED-W1 DELIMITED BY SIZE
                    '-' DELIMITED BY SIZE
                    WS-ED-W2 DELIMITED BY SIZE
                    ' - STILL TO BE DECIDED' DELIMITED BY SIZE
                    INTO WS-RESULT-TEXT
            WHEN WS-BKT-STATUS(WS-BX) = 'P'
                MOVE 'TO PLAY' TO WS-RESULT-TEXT
            WHEN OTHER
                MOVE 'AWAITING EARLIER ROUND' TO WS-RESULT-TEXT
        END-EVALUATE
        MOVE SPACES TO BRACKET-RPT-REC
        STRING WS-BKT-MATCH(WS-BX) DELIMITED BY SIZE
            '   ' DELIMITED BY SIZE
            WS-SIDE-1(1:20) DELIMITED BY SIZE
            WS-SIDE-2(1:20) DELIMITED BY SIZE
            WS-RESULT-TEXT DELIMITED BY SIZE
            INTO BRACKET-RPT-REC
        WRITE BRACKET-RPT-REC.

    740-WRITE-TO-PLAY-RTN.
        MOVE SPACES TO BRACKET-RPT-REC
        WRITE BRACKET-RPT-REC
        MOVE 'PAIRINGS STILL TO PLAY:' TO BRACKET-RPT-REC
        WRITE BRACKET-RPT-REC
        MOVE 0 TO WS-TO-PLAY
        PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > WS-BKT-COUNT
            IF WS-BKT-STATUS(WS-BX) = 'P'
                ADD 1 TO WS-TO-PLAY
                MOVE SPACES TO BRACKET-RPT-REC
                STRING '  ' DELIMITED BY SIZE
                    WS-BKT-MATCH(WS-BX) DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    WS-BKT-P1(WS-BX) DELIMITED BY SIZE
                    ' V ' DELIMITED BY SIZE
                    WS-BKT-P2(WS-BX) DELIMITED BY SIZE
                    INTO BRACKET-RPT-REC
                WRITE BRACKET-RPT-REC
            END-IF
        END-PERFORM
        IF WS-TO-PLAY = 0
            MOVE '  (NONE)' TO BRACKET-RPT-REC
            WRITE BRACKET-RPT-REC
        END-IF.

    920-ABEND-RTN.
        IF WS-ABEND-LOG-OK = 'Y'
            AND WS-ABEND-FILE NOT EQUAL 'LOG-FILE'
            MOVE 'E' TO WS-LOG-SEV
            STRING '** ABEND - FILE ' DELIMITED BY SIZE
                WS-ABEND-FILE DELIMITED BY SIZE
                ' STATUS ' DELIMITED BY SIZE
                WS-ABEND-STATUS DELIMITED BY SIZE
                ' - ORDERLY SHUTDOWN' DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        MOVE WS-ABEND-STAMP TO BRACKET-RPT-REC
        WRITE BRACKET-RPT-REC
        CLOSE PLAYOFF-FILE BRACKET-RPT-FILE SEASON-FILE RATING-FILE
            REG-FILE SCHEDULE-FILE WORK-FILE MATCH-RESULT-FILE
            LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY STEPRTN.
    COPY CTLTRTN.
    COPY RSLTRTN.
    COPY CDATERTN.
    COPY LOGRTN.
    COPY PARMRTN.
    COPY TIMINGRTN.
    COPY ENVRTN.
