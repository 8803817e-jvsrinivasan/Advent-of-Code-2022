IDENTIFICATION DIVISION.
PROGRAM-ID. SHAPE-TENDENCY.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT AUDIT-FILE ASSIGN TO WS-P-AUDIT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PROFILE-FILE ASSIGN TO WS-P-PROFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SHP-PLAYER-ID
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SEASON-CLOSE-FILE
        ASSIGN TO WS-P-SEASON-CLOSE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN TO WS-P-REPORT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT EXTRACT-FILE ASSIGN TO WS-P-EXTRACT
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
    FD AUDIT-FILE.
    01 AUDIT-REC PIC X(132).
    FD PROFILE-FILE.
    01 SHAPE-PROFILE-REC.
        05 SHP-PLAYER-ID        PIC X(4).
        05 SHP-ROUNDS           PIC 9(7).
        05 SHP-SHAPE            PIC 9(7) OCCURS 3 TIMES.
        05 SHP-OPEN             PIC 9(7) OCCURS 3 TIMES.
        05 SHP-TRANS            PIC 9(7) OCCURS 9 TIMES.
        05 SHP-LONG-STREAK      PIC 9(4).
        05 SHP-LAST-DATE        PIC 9(8).
    FD SEASON-CLOSE-FILE.
    01 SEASON-CLOSE-REC.
        05 SCL-SEASON           PIC X(6).
        05 SCL-CLOSED-DATE      PIC 9(8).
        05 SCL-OPERATOR         PIC X(8).
    FD REPORT-FILE.
    01 REPORT-REC PIC X(132).
    FD EXTRACT-FILE.
    01 EXTRACT-REC PIC X(132).
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
        05 WS-P-AUDIT             PIC X(70) VALUE SPACES.
        05 WS-P-PROFILE           PIC X(70) VALUE SPACES.
        05 WS-P-SEASON-CLOSE      PIC X(70) VALUE SPACES.
        05 WS-P-REPORT            PIC X(70) VALUE SPACES.
        05 WS-P-EXTRACT           PIC X(70) VALUE SPACES.
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
        05 WS-AUD-READ         PIC 9(6) VALUE 0.
        05 WS-AUD-USED         PIC 9(6) VALUE 0.
        05 WS-AUD-AMENDS       PIC 9(6) VALUE 0.
        05 WS-AUD-OTHER        PIC 9(6) VALUE 0.
        05 WS-EXTRACT-WRITTEN  PIC 9(6) VALUE 0.
        05 WS-FLAG-COUNT       PIC 9(4) VALUE 0.
        05 WS-POSTED-COUNT     PIC 9(4) VALUE 0.
        05 WS-SKIPPED-COUNT    PIC 9(4) VALUE 0.
        05 WS-SHIFT-PCT        PIC 9(3) VALUE 0.
        05 WS-MIN-ROUNDS       PIC 9(4) VALUE 0.
        05 WS-SEASON-START     PIC 9(8) VALUE 0.
        05 WS-SHP-NO           PIC 9(2) VALUE 0.
        05 WS-RES-NO           PIC 9(2) VALUE 0.
        05 WS-TR-IX            PIC 9(2) VALUE 0.
        05 WS-OLD-SHP-NO       PIC 9(2) VALUE 0.
        05 WS-PTS-X            PIC X(2) VALUE SPACES.
        05 WS-PTS-N REDEFINES WS-PTS-X PIC 9(2).
        05 WS-PL-KEY           PIC X(4) VALUE SPACES.
        05 WS-PL-HIT           PIC A(1) VALUE 'N'.
        05 WS-PROFILE-FOUND    PIC A(1) VALUE 'N'.
        05 WS-DIFF             PIC S9(4) VALUE 0.
        05 WS-MAX-DIFF         PIC 9(4) VALUE 0.
        05 WS-PRED-DIFF        PIC 9(4) VALUE 0.
    01 WS-AUD-LINE             PIC X(132) VALUE SPACES.
    01 WS-AUD-SCORED REDEFINES WS-AUD-LINE.
        05 AL-ROUND             PIC X(3).
        05 FILLER               PIC X(2).
        05 AL-MATCH             PIC X(4).
        05 FILLER               PIC X(2).
        05 AL-PLAYER            PIC X(4).
        05 AL-SHAPE-TAG         PIC X(12).
        05 AL-SHAPE-PTS         PIC X(2).
        05 AL-OUTCOME-TAG       PIC X(14).
        05 AL-OUTCOME-PTS       PIC X(2).
        05 FILLER               PIC X(87).
    01 WS-AUD-AMEND REDEFINES WS-AUD-LINE.
        05 AM-TAG               PIC X(22).
        05 AM-MATCH             PIC X(4).
        05 FILLER               PIC X(8).
        05 AM-PLAYER            PIC X(4).
        05 FILLER               PIC X(16).
        05 AM-OLD-SHAPE         PIC X(2).
        05 FILLER               PIC X(20).
        05 AM-NEW-SHAPE         PIC X(2).
        05 FILLER               PIC X(54).
    01 WS-PLAYER-TABLES.
        05 WS-PL-COUNT         PIC 9(4) VALUE 0.
        05 WS-PL-EXCLUDED      PIC 9(6) VALUE 0.
        05 WS-PL-FULL-WARNED   PIC A(1) VALUE 'N'.
        05 WS-PL-ENTRY OCCURS 1000 TIMES INDEXED BY PLX.
            10 WS-PL-ID            PIC X(4) VALUE SPACES.
            10 WS-PL-ROUNDS        PIC 9(6) VALUE 0.
            10 WS-PL-SHAPE         PIC 9(6) OCCURS 3 TIMES.
            10 WS-PL-OPEN          PIC 9(6) OCCURS 3 TIMES.
            10 WS-PL-TRANS         PIC 9(6) OCCURS 9 TIMES.
            10 WS-PL-LONG-STREAK   PIC 9(4) VALUE 0.
            10 WS-PL-CUR-STREAK    PIC 9(4) VALUE 0.
            10 WS-PL-LAST-MATCH    PIC X(4) VALUE SPACES.
            10 WS-PL-LAST-SHAPE    PIC 9(1) VALUE 0.
            10 WS-PL-LAST-RESULT   PIC 9(1) VALUE 0.
            10 WS-PL-PCT           PIC 9(3) OCCURS 3 TIMES.
            10 WS-PL-PRED          PIC 9(3) VALUE 0.
            10 WS-PL-SEAS-ROUNDS   PIC 9(7) VALUE 0.
            10 WS-PL-SEAS-PCT      PIC 9(3) OCCURS 3 TIMES.
            10 WS-PL-SEAS-PRED     PIC 9(3) VALUE 0.
            10 WS-PL-FLAG          PIC X(1) VALUE SPACE.
            10 WS-PL-FLAG-TEXT     PIC X(24) VALUE SPACES.
    01 WS-PRED-WORK.
        05 WS-PR-ROUNDS        PIC 9(7) VALUE 0.
        05 WS-PR-SHAPE         PIC 9(7) OCCURS 3 TIMES.
        05 WS-PR-OPEN          PIC 9(7) OCCURS 3 TIMES.
        05 WS-PR-TRANS         PIC 9(7) OCCURS 9 TIMES.
        05 WS-PR-PCT           PIC 9(3) OCCURS 3 TIMES.
        05 WS-PR-HITS          PIC 9(7) VALUE 0.
        05 WS-PR-BEST          PIC 9(7) VALUE 0.
        05 WS-PR-GROUP         PIC 9(2) VALUE 0.
        05 WS-PR-IX            PIC 9(2) VALUE 0.
        05 WS-PR-K             PIC 9(2) VALUE 0.
        05 WS-PR-SIGNED        PIC S9(5) VALUE 0.
        05 WS-PR-SCORE         PIC 9(3) VALUE 0.
    01 WS-RPT-DETAIL.
        05 FILLER              PIC X(2) VALUE SPACES.
        05 RD-PLAYER           PIC X(4).
        05 FILLER              PIC X(1) VALUE SPACES.
        05 RD-ROUNDS           PIC ZZZZZ9.
        05 FILLER              PIC X(2) VALUE SPACES.
        05 RD-PCT-R            PIC ZZ9.
        05 FILLER              PIC X(2) VALUE SPACES.
        05 RD-PCT-P            PIC ZZ9.
        05 FILLER              PIC X(2) VALUE SPACES.
        05 RD-PCT-S            PIC ZZ9.
        05 FILLER              PIC X(2) VALUE SPACES.
        05 RD-OPEN-R           PIC ZZZ9.
        05 FILLER              PIC X(1) VALUE '/'.
        05 RD-OPEN-P           PIC ZZZ9.
        05 FILLER              PIC X(1) VALUE '/'.
        05 RD-OPEN-S           PIC ZZZ9.
        05 FILLER              PIC X(3) VALUE SPACES.
        05 RD-STREAK           PIC ZZZ9.
        05 FILLER              PIC X(4) VALUE SPACES.
        05 RD-PRED             PIC ZZ9.
        05 FILLER              PIC X(3) VALUE SPACES.
        05 RD-S-ROUNDS         PIC ZZZZZZ9.
        05 FILLER              PIC X(2) VALUE SPACES.
        05 RD-S-PCT-R          PIC ZZ9.
        05 FILLER              PIC X(2) VALUE SPACES.
        05 RD-S-PCT-P          PIC ZZ9.
        05 FILLER              PIC X(2) VALUE SPACES.
        05 RD-S-PCT-S          PIC ZZ9.
        05 FILLER              PIC X(4) VALUE SPACES.
        05 RD-S-PRED           PIC ZZ9.
        05 FILLER              PIC X(2) VALUE SPACES.
        05 RD-FLAG-TEXT        PIC X(24).
    01 WS-RPT-TRANS.
        05 FILLER              PIC X(13) VALUE
            '      AFTER W'.
        05 FILLER              PIC X(4) VALUE 'IN: '.
        05 RT-W-R              PIC ZZZ9.
        05 FILLER              PIC X(1) VALUE '/'.
        05 RT-W-P              PIC ZZZ9.
        05 FILLER              PIC X(1) VALUE '/'.
        05 RT-W-S              PIC ZZZ9.
        05 FILLER              PIC X(15) VALUE '  AFTER LOSS: '.
        05 RT-L-R              PIC ZZZ9.
        05 FILLER              PIC X(1) VALUE '/'.
        05 RT-L-P              PIC ZZZ9.
        05 FILLER              PIC X(1) VALUE '/'.
        05 RT-L-S              PIC ZZZ9.
        05 FILLER              PIC X(15) VALUE '  AFTER DRAW: '.
        05 RT-D-R              PIC ZZZ9.
        05 FILLER              PIC X(1) VALUE '/'.
        05 RT-D-P              PIC ZZZ9.
        05 FILLER              PIC X(1) VALUE '/'.
        05 RT-D-S              PIC ZZZ9.
    01 WS-EXT-HEADER.
        05 WS-EXH-TYPE         PIC X(1) VALUE 'H'.
        05 WS-EXH-SOURCE       PIC X(8) VALUE 'SHAPETND'.
        05 WS-EXH-BIZ-DATE     PIC 9(8) VALUE 0.
        05 WS-EXH-CYCLE        PIC 9(6) VALUE 0.
    01 WS-EXT-DETAIL.
        05 WS-EXD-TYPE         PIC X(1) VALUE 'D'.
        05 WS-EXD-PLAYER       PIC X(4) VALUE SPACES.
        05 WS-EXD-ROUNDS       PIC 9(6) VALUE 0.
        05 WS-EXD-SHAPE        PIC 9(6) OCCURS 3 TIMES.
        05 WS-EXD-OPEN         PIC 9(6) OCCURS 3 TIMES.
        05 WS-EXD-TRANS        PIC 9(6) OCCURS 9 TIMES.
        05 WS-EXD-LONG-STREAK  PIC 9(4) VALUE 0.
        05 WS-EXD-PRED         PIC 9(3) VALUE 0.
        05 WS-EXD-SEAS-ROUNDS  PIC 9(7) VALUE 0.
        05 WS-EXD-SEAS-PCT     PIC 9(3) OCCURS 3 TIMES.
        05 WS-EXD-SEAS-PRED    PIC 9(3) VALUE 0.
        05 WS-EXD-FLAG         PIC X(1) VALUE SPACE.
    01 WS-EXT-TRAILER.
        05 WS-EXT-TYPE         PIC X(1) VALUE 'T'.
        05 WS-EXT-COUNT        PIC 9(6) VALUE 0.
        05 WS-EXT-FLAGGED      PIC 9(4) VALUE 0.
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
    MOVE 'SHAPE-TENDENCY' TO WS-LOG-PGM
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE.
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'SHAPE-TENDENCY RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    PERFORM 870-GET-BIZ-DATE-RTN
    PERFORM 930-CHECK-STEP-RTN
    IF WS-STEP-DONE = 'Y'
        DISPLAY 'SHAPE-TENDENCY ALREADY COMPLETE FOR BUSINESS DATE '
            WS-BIZ-DATE ' - STEP SKIPPED'
        MOVE 'SHAPE-TENDENCY ALREADY COMPLETE THIS CYCLE - STEP SKIPPED'
            TO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    MOVE 'S' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    PERFORM 820-LOAD-PARMS-RTN
    MOVE 'SHP-SHIFT-PCT' TO WS-PARM-REQ-KEY
    MOVE '25' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-SHIFT-PCT
    MOVE 'SHP-MIN-ROUNDS' TO WS-PARM-REQ-KEY
    MOVE '10' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-MIN-ROUNDS
    PERFORM 050-LOAD-SEASON-CLOSE-RTN
    PERFORM 100-SCAN-AUDIT-RTN
    PERFORM 200-COMPARE-SEASON-RTN
    PERFORM 300-WRITE-REPORT-RTN
    PERFORM 400-WRITE-EXTRACT-RTN
    DISPLAY 'SHAPE-TENDENCY AUDIT LINES READ: ' WS-AUD-READ
        ' ROUNDS ANALYSED: ' WS-AUD-USED
        ' PLAYERS: ' WS-PL-COUNT
    DISPLAY 'PLAYERS FLAGGED FOR A PROFILE CHANGE: ' WS-FLAG-COUNT
    IF WS-SKIPPED-COUNT > 0
        DISPLAY 'SEASON PROFILE ALREADY POSTED FOR '
            WS-SKIPPED-COUNT ' PLAYER(S) ON ' WS-BIZ-DATE
            ' - NOT POSTED AGAIN'
    END-IF
    IF WS-FLAG-COUNT > 0
        MOVE 'W' TO WS-LOG-SEV
        STRING 'SHAPE-TENDENCY - PLAYERS WITH A SHARP PROFILE '
            'CHANGE: ' DELIMITED BY SIZE
            WS-FLAG-COUNT DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    IF WS-PL-EXCLUDED > 0
        MOVE 'W' TO WS-LOG-SEV
        STRING 'SHAPE-TENDENCY - PLAYER TABLE FULL - ROUNDS NOT '
            'ANALYSED: ' DELIMITED BY SIZE
            WS-PL-EXCLUDED DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    MOVE 'SHAPE-TENDENCY' TO WS-CTL-PROGRAM
    MOVE WS-AUD-READ TO WS-CTL-READ
    MOVE WS-AUD-USED TO WS-CTL-ACCEPTED
    MOVE 0 TO WS-CTL-REJECTED
    PERFORM 895-WRITE-CONTROL-READ-RTN
    MOVE 'Dec2ShapeExtract.txt' TO WS-CTL-FILE-NAME
    MOVE WS-EXTRACT-WRITTEN TO WS-CTL-WRITTEN
    PERFORM 896-WRITE-CONTROL-WRITE-RTN
    MOVE 'SHAPE-TENDENCY' TO WS-RSLT-PROGRAM
    MOVE WS-FLAG-COUNT TO WS-RSLT-METRIC
    MOVE WS-AUD-READ TO WS-RSLT-READ
    MOVE 0 TO WS-RSLT-REJ
    MOVE RETURN-CODE TO WS-RSLT-RC
    PERFORM 890-WRITE-RESULT-RTN
    STRING 'SHAPE-TENDENCY RUN COMPLETED - PLAYERS ANALYSED: '
        DELIMITED BY SIZE
        WS-PL-COUNT DELIMITED BY SIZE
        ' FLAGGED: ' DELIMITED BY SIZE
        WS-FLAG-COUNT DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    PERFORM 940-MARK-STEP-RTN
    MOVE 'E' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'Dec2Audit.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-AUDIT
        MOVE 'Dec2ShapeProfile.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PROFILE
        MOVE 'Dec2SeasonClose.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SEASON-CLOSE
        MOVE 'Dec2ShapeReport.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REPORT
        MOVE 'Dec2ShapeExtract.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-EXTRACT
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

    050-LOAD-SEASON-CLOSE-RTN.
        MOVE 0 TO WS-SEASON-START
        MOVE SPACES TO WS-EOF
        MOVE 'SEASON-CLOSE-FILE' TO WS-FILE-ID
        OPEN INPUT SEASON-CLOSE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ SEASON-CLOSE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF SCL-CLOSED-DATE > WS-SEASON-START
                        MOVE SCL-CLOSED-DATE TO WS-SEASON-START
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SEASON-CLOSE-FILE
        END-IF.

    100-SCAN-AUDIT-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'AUDIT-FILE' TO WS-FILE-ID
        OPEN INPUT AUDIT-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO Dec2Audit FILE ON HAND - NO ROUNDS ANALYSED'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ AUDIT-FILE INTO WS-AUD-LINE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-AUD-READ
                    EVALUATE TRUE
                        WHEN AL-SHAPE-TAG = ' SHAPE-PTS: '
                            AND AL-OUTCOME-TAG = ' OUTCOME-PTS: '
                            PERFORM 110-SCORED-ROUND-RTN
                        WHEN AM-TAG = 'AMD AMENDMENT - MATCH '
                            PERFORM 130-AMENDMENT-RTN
                        WHEN OTHER
                            ADD 1 TO WS-AUD-OTHER
                    END-EVALUATE
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE AUDIT-FILE
        END-IF.

    110-SCORED-ROUND-RTN.
        MOVE AL-SHAPE-PTS TO WS-PTS-X
        INSPECT WS-PTS-X REPLACING LEADING SPACE BY ZERO
        MOVE 0 TO WS-SHP-NO
        IF WS-PTS-X NUMERIC
            IF WS-PTS-N > 0 AND WS-PTS-N < 4
                MOVE WS-PTS-N TO WS-SHP-NO
            END-IF
        END-IF
        MOVE AL-OUTCOME-PTS TO WS-PTS-X
        INSPECT WS-PTS-X REPLACING LEADING SPACE BY ZERO
        MOVE 0 TO WS-RES-NO
        IF WS-PTS-X NUMERIC
            EVALUATE TRUE
                WHEN WS-PTS-N > 3
                    MOVE 1 TO WS-RES-NO
                WHEN WS-PTS-N < 3
                    MOVE 2 TO WS-RES-NO
                WHEN OTHER
                    MOVE 3 TO WS-RES-NO
            END-EVALUATE
        END-IF
        IF AL-PLAYER = SPACES OR WS-SHP-NO = 0 OR WS-RES-NO = 0
            ADD 1 TO WS-AUD-OTHER
        ELSE
            MOVE AL-PLAYER TO WS-PL-KEY
            PERFORM 150-FIND-PLAYER-RTN
            IF WS-PL-HIT = 'Y'
                ADD 1 TO WS-AUD-USED
                PERFORM 120-ACCUM-ROUND-RTN
            END-IF
        END-IF.

    120-ACCUM-ROUND-RTN.
        ADD 1 TO WS-PL-ROUNDS(PLX)
        ADD 1 TO WS-PL-SHAPE(PLX, WS-SHP-NO)
        IF AL-MATCH = WS-PL-LAST-MATCH(PLX)
            AND WS-PL-LAST-SHAPE(PLX) > 0
            COMPUTE WS-TR-IX = (WS-PL-LAST-RESULT(PLX) - 1) * 3
                + WS-SHP-NO
            ADD 1 TO WS-PL-TRANS(PLX, WS-TR-IX)
            IF WS-SHP-NO = WS-PL-LAST-SHAPE(PLX)
                ADD 1 TO WS-PL-CUR-STREAK(PLX)
            ELSE
                MOVE 1 TO WS-PL-CUR-STREAK(PLX)
            END-IF
        ELSE
            ADD 1 TO WS-PL-OPEN(PLX, WS-SHP-NO)
            MOVE 1 TO WS-PL-CUR-STREAK(PLX)
        END-IF
        IF WS-PL-CUR-STREAK(PLX) > WS-PL-LONG-STREAK(PLX)
            MOVE WS-PL-CUR-STREAK(PLX) TO WS-PL-LONG-STREAK(PLX)
        END-IF
        MOVE AL-MATCH TO WS-PL-LAST-MATCH(PLX)
        MOVE WS-SHP-NO TO WS-PL-LAST-SHAPE(PLX)
        MOVE WS-RES-NO TO WS-PL-LAST-RESULT(PLX).

    130-AMENDMENT-RTN.
        ADD 1 TO WS-AUD-AMENDS
        MOVE 0 TO WS-OLD-SHP-NO
        MOVE 0 TO WS-SHP-NO
        IF AM-OLD-SHAPE NUMERIC
            MOVE AM-OLD-SHAPE TO WS-OLD-SHP-NO
        END-IF
        IF AM-NEW-SHAPE NUMERIC
            MOVE AM-NEW-SHAPE TO WS-SHP-NO
        END-IF
        MOVE 'N' TO WS-PL-HIT
        SET PLX TO 1
        SEARCH WS-PL-ENTRY
            AT END
                CONTINUE
            WHEN PLX > WS-PL-COUNT
                CONTINUE
            WHEN WS-PL-ID(PLX) = AM-PLAYER
                MOVE 'Y' TO WS-PL-HIT
        END-SEARCH
        IF WS-PL-HIT = 'Y'
            AND WS-OLD-SHP-NO > 0 AND WS-OLD-SHP-NO < 4
            AND WS-SHP-NO > 0 AND WS-SHP-NO < 4
            IF WS-PL-SHAPE(PLX, WS-OLD-SHP-NO) > 0
                SUBTRACT 1 FROM WS-PL-SHAPE(PLX, WS-OLD-SHP-NO)
                ADD 1 TO WS-PL-SHAPE(PLX, WS-SHP-NO)
            END-IF
        END-IF.

    150-FIND-PLAYER-RTN.
        MOVE 'N' TO WS-PL-HIT
        SET PLX TO 1
        SEARCH WS-PL-ENTRY
            AT END
                CONTINUE
            WHEN PLX > WS-PL-COUNT
                CONTINUE
            WHEN WS-PL-ID(PLX) = WS-PL-KEY
                MOVE 'Y' TO WS-PL-HIT
        END-SEARCH
        IF WS-PL-HIT NOT EQUAL 'Y'
            IF WS-PL-COUNT < 1000
                ADD 1 TO WS-PL-COUNT
                SET PLX TO WS-PL-COUNT
                INITIALIZE WS-PL-ENTRY(PLX)
                MOVE WS-PL-KEY TO WS-PL-ID(PLX)
                MOVE 'Y' TO WS-PL-HIT
            ELSE
                ADD 1 TO WS-PL-EXCLUDED
                IF WS-PL-FULL-WARNED NOT EQUAL 'Y'
                    MOVE 'Y' TO WS-PL-FULL-WARNED
                    DISPLAY '  ** PLAYER TABLE FULL - FURTHER PLAYERS '
                        'NOT ANALYSED'
                END-IF
            END-IF
        END-IF.

    200-COMPARE-SEASON-RTN.
        MOVE 'PROFILE-FILE' TO WS-FILE-ID
        OPEN I-O PROFILE-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT PROFILE-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            CLOSE PROFILE-FILE
            OPEN I-O PROFILE-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM VARYING PLX FROM 1 BY 1 UNTIL PLX > WS-PL-COUNT
            PERFORM 210-COMPARE-ONE-RTN
        END-PERFORM
        CLOSE PROFILE-FILE.

    210-COMPARE-ONE-RTN.
        MOVE WS-PL-ID(PLX) TO SHP-PLAYER-ID
        MOVE 'Y' TO WS-PROFILE-FOUND
        READ PROFILE-FILE
            INVALID KEY
                MOVE 'N' TO WS-PROFILE-FOUND
        END-READ
        IF WS-PROFILE-FOUND NOT EQUAL 'Y'
            OR SHP-LAST-DATE NOT > WS-SEASON-START
            INITIALIZE SHAPE-PROFILE-REC
            MOVE WS-PL-ID(PLX) TO SHP-PLAYER-ID
        END-IF
        MOVE SHP-ROUNDS TO WS-PR-ROUNDS
        PERFORM VARYING WS-PR-K FROM 1 BY 1 UNTIL WS-PR-K > 3
            MOVE SHP-SHAPE(WS-PR-K) TO WS-PR-SHAPE(WS-PR-K)
            MOVE SHP-OPEN(WS-PR-K) TO WS-PR-OPEN(WS-PR-K)
        END-PERFORM
        PERFORM VARYING WS-PR-K FROM 1 BY 1 UNTIL WS-PR-K > 9
            MOVE SHP-TRANS(WS-PR-K) TO WS-PR-TRANS(WS-PR-K)
        END-PERFORM
        PERFORM 500-CALC-PROFILE-RTN
        MOVE SHP-ROUNDS TO WS-PL-SEAS-ROUNDS(PLX)
        MOVE WS-PR-SCORE TO WS-PL-SEAS-PRED(PLX)
        PERFORM VARYING WS-PR-K FROM 1 BY 1 UNTIL WS-PR-K > 3
            MOVE WS-PR-PCT(WS-PR-K) TO WS-PL-SEAS-PCT(PLX, WS-PR-K)
        END-PERFORM
        MOVE WS-PL-ROUNDS(PLX) TO WS-PR-ROUNDS
        PERFORM VARYING WS-PR-K FROM 1 BY 1 UNTIL WS-PR-K > 3
            MOVE WS-PL-SHAPE(PLX, WS-PR-K) TO WS-PR-SHAPE(WS-PR-K)
            MOVE WS-PL-OPEN(PLX, WS-PR-K) TO WS-PR-OPEN(WS-PR-K)
        END-PERFORM
        PERFORM VARYING WS-PR-K FROM 1 BY 1 UNTIL WS-PR-K > 9
            MOVE WS-PL-TRANS(PLX, WS-PR-K) TO WS-PR-TRANS(WS-PR-K)
        END-PERFORM
        PERFORM 500-CALC-PROFILE-RTN
        MOVE WS-PR-SCORE TO WS-PL-PRED(PLX)
        PERFORM VARYING WS-PR-K FROM 1 BY 1 UNTIL WS-PR-K > 3
            MOVE WS-PR-PCT(WS-PR-K) TO WS-PL-PCT(PLX, WS-PR-K)
        END-PERFORM
        PERFORM 220-CHECK-CHANGE-RTN
        IF WS-PROFILE-FOUND = 'Y' AND SHP-LAST-DATE = WS-BIZ-DATE
            ADD 1 TO WS-SKIPPED-COUNT
        ELSE
            PERFORM 230-POST-PROFILE-RTN
        END-IF.

    220-CHECK-CHANGE-RTN.
        MOVE SPACE TO WS-PL-FLAG(PLX)
        MOVE SPACES TO WS-PL-FLAG-TEXT(PLX)
        IF WS-PL-ROUNDS(PLX) >= WS-MIN-ROUNDS
            AND WS-PL-SEAS-ROUNDS(PLX) >= WS-MIN-ROUNDS
            AND WS-PL-SEAS-ROUNDS(PLX) > 0
            MOVE 0 TO WS-MAX-DIFF
            PERFORM VARYING WS-PR-K FROM 1 BY 1 UNTIL WS-PR-K > 3
                COMPUTE WS-DIFF = WS-PL-PCT(PLX, WS-PR-K)
                    - WS-PL-SEAS-PCT(PLX, WS-PR-K)
                IF WS-DIFF < 0
                    COMPUTE WS-DIFF = 0 - WS-DIFF
                END-IF
                IF WS-DIFF > WS-MAX-DIFF
                    MOVE WS-DIFF TO WS-MAX-DIFF
                END-IF
            END-PERFORM
            COMPUTE WS-DIFF = WS-PL-PRED(PLX) - WS-PL-SEAS-PRED(PLX)
            IF WS-DIFF < 0
                COMPUTE WS-DIFF = 0 - WS-DIFF
            END-IF
            MOVE WS-DIFF TO WS-PRED-DIFF
            EVALUATE TRUE
                WHEN WS-MAX-DIFF >= WS-SHIFT-PCT
                    AND WS-PRED-DIFF >= WS-SHIFT-PCT
                    MOVE 'Y' TO WS-PL-FLAG(PLX)
                    MOVE '** MIX+PREDICT CHANGED' TO WS-PL-FLAG-TEXT(PLX)
                WHEN WS-MAX-DIFF >= WS-SHIFT-PCT
                    MOVE 'Y' TO WS-PL-FLAG(PLX)
                    MOVE '** SHAPE MIX CHANGED' TO WS-PL-FLAG-TEXT(PLX)
                WHEN WS-PRED-DIFF >= WS-SHIFT-PCT
                    MOVE 'Y' TO WS-PL-FLAG(PLX)
                    MOVE '** PREDICTABILITY CHGD' TO WS-PL-FLAG-TEXT(PLX)
            END-EVALUATE
            IF WS-PL-FLAG(PLX) = 'Y'
                ADD 1 TO WS-FLAG-COUNT
            END-IF
        END-IF.

    230-POST-PROFILE-RTN.
        ADD WS-PL-ROUNDS(PLX) TO SHP-ROUNDS
        PERFORM VARYING WS-PR-K FROM 1 BY 1 UNTIL WS-PR-K > 3
            ADD WS-PL-SHAPE(PLX, WS-PR-K) TO SHP-SHAPE(WS-PR-K)
            ADD WS-PL-OPEN(PLX, WS-PR-K) TO SHP-OPEN(WS-PR-K)
        END-PERFORM
        PERFORM VARYING WS-PR-K FROM 1 BY 1 UNTIL WS-PR-K > 9
            ADD WS-PL-TRANS(PLX, WS-PR-K) TO SHP-TRANS(WS-PR-K)
        END-PERFORM
        IF WS-PL-LONG-STREAK(PLX) > SHP-LONG-STREAK
            MOVE WS-PL-LONG-STREAK(PLX) TO SHP-LONG-STREAK
        END-IF
        MOVE WS-BIZ-DATE TO SHP-LAST-DATE
        ADD 1 TO WS-POSTED-COUNT
        IF WS-PROFILE-FOUND = 'Y'
            REWRITE SHAPE-PROFILE-REC
                INVALID KEY
                    DISPLAY '** SHAPE PROFILE REWRITE FAILED FOR '
                        SHP-PLAYER-ID
            END-REWRITE
        ELSE
            WRITE SHAPE-PROFILE-REC
                INVALID KEY
                    DISPLAY '** SHAPE PROFILE WRITE FAILED FOR '
                        SHP-PLAYER-ID
            END-WRITE
        END-IF.

    300-WRITE-REPORT-RTN.
        MOVE 'REPORT-FILE' TO WS-FILE-ID
        OPEN OUTPUT REPORT-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO REPORT-REC
        STRING 'SHAPE TENDENCY AND PREDICTABILITY BY PLAYER - '
            DELIMITED BY SIZE
            'BUSINESS DATE ' DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ENV-BANNER DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING 'PREDICTABILITY 0 = NO BETTER THAN RANDOM, 100 = EVERY THROW '
            DELIMITED BY SIZE
            'FOLLOWS THE PLAYER''S OWN HABIT' DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING 'OPEN = FIRST THROW OF EACH MATCH; AFTER WIN/LOSS/DRAW = NEXT '
            DELIMITED BY SIZE
            'THROW IN THE SAME MATCH (ROCK/PAPER/SCISSORS)' DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING '  PLYR ROUNDS  ROK  PAP  SCI  OPEN R/P/S       STRK   PRED   '
            DELIMITED BY SIZE
            'SEASON   ROK  PAP  SCI   PRED' DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        PERFORM VARYING PLX FROM 1 BY 1 UNTIL PLX > WS-PL-COUNT
            PERFORM 310-WRITE-PLAYER-RTN
        END-PERFORM
        IF WS-PL-COUNT = 0
            MOVE '  NO SCORED ROUNDS ON THE AUDIT FILE' TO REPORT-REC
            WRITE REPORT-REC
        END-IF
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING 'PROFILE CHANGES AGAINST SEASON-TO-DATE (SHIFT OF '
            DELIMITED BY SIZE
            WS-SHIFT-PCT DELIMITED BY SIZE
            ' POINTS OR MORE, AT LEAST ' DELIMITED BY SIZE
            WS-MIN-ROUNDS DELIMITED BY SIZE
            ' ROUNDS)' DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        PERFORM VARYING PLX FROM 1 BY 1 UNTIL PLX > WS-PL-COUNT
            IF WS-PL-FLAG(PLX) = 'Y'
                PERFORM 320-WRITE-DETAIL-LINE-RTN
            END-IF
        END-PERFORM
        IF WS-FLAG-COUNT = 0
            MOVE '  NONE' TO REPORT-REC
            WRITE REPORT-REC
        END-IF
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING 'AUDIT LINES READ: ' DELIMITED BY SIZE
            WS-AUD-READ DELIMITED BY SIZE
            '  ROUNDS ANALYSED: ' DELIMITED BY SIZE
            WS-AUD-USED DELIMITED BY SIZE
            '  AMENDMENTS APPLIED: ' DELIMITED BY SIZE
            WS-AUD-AMENDS DELIMITED BY SIZE
            '  OTHER LINES: ' DELIMITED BY SIZE
            WS-AUD-OTHER DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        CLOSE REPORT-FILE.

    310-WRITE-PLAYER-RTN.
        PERFORM 320-WRITE-DETAIL-LINE-RTN
        MOVE WS-PL-TRANS(PLX, 1) TO RT-W-R
        MOVE WS-PL-TRANS(PLX, 2) TO RT-W-P
        MOVE WS-PL-TRANS(PLX, 3) TO RT-W-S
        MOVE WS-PL-TRANS(PLX, 4) TO RT-L-R
        MOVE WS-PL-TRANS(PLX, 5) TO RT-L-P
        MOVE WS-PL-TRANS(PLX, 6) TO RT-L-S
        MOVE WS-PL-TRANS(PLX, 7) TO RT-D-R
        MOVE WS-PL-TRANS(PLX, 8) TO RT-D-P
        MOVE WS-PL-TRANS(PLX, 9) TO RT-D-S
        MOVE WS-RPT-TRANS TO REPORT-REC
        WRITE REPORT-REC.

    320-WRITE-DETAIL-LINE-RTN.
        MOVE WS-PL-ID(PLX) TO RD-PLAYER
        MOVE WS-PL-ROUNDS(PLX) TO RD-ROUNDS
        MOVE WS-PL-PCT(PLX, 1) TO RD-PCT-R
        MOVE WS-PL-PCT(PLX, 2) TO RD-PCT-P
        MOVE WS-PL-PCT(PLX, 3) TO RD-PCT-S
        MOVE WS-PL-OPEN(PLX, 1) TO RD-OPEN-R
        MOVE WS-PL-OPEN(PLX, 2) TO RD-OPEN-P
        MOVE WS-PL-OPEN(PLX, 3) TO RD-OPEN-S
        MOVE WS-PL-LONG-STREAK(PLX) TO RD-STREAK
        MOVE WS-PL-PRED(PLX) TO RD-PRED
        MOVE WS-PL-SEAS-ROUNDS(PLX) TO RD-S-ROUNDS
        MOVE WS-PL-SEAS-PCT(PLX, 1) TO RD-S-PCT-R
        MOVE WS-PL-SEAS-PCT(PLX, 2) TO RD-S-PCT-P
        MOVE WS-PL-SEAS-PCT(PLX, 3) TO RD-S-PCT-S
        MOVE WS-PL-SEAS-PRED(PLX) TO RD-S-PRED
        MOVE WS-PL-FLAG-TEXT(PLX) TO RD-FLAG-TEXT
        MOVE WS-RPT-DETAIL TO REPORT-REC
        WRITE REPORT-REC.

    400-WRITE-EXTRACT-RTN.
        MOVE 'EXTRACT-FILE' TO WS-FILE-ID
        OPEN OUTPUT EXTRACT-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE WS-BIZ-DATE TO WS-EXH-BIZ-DATE
        MOVE WS-CYCLE-NO TO WS-EXH-CYCLE
        MOVE WS-EXT-HEADER TO EXTRACT-REC
        WRITE EXTRACT-REC
        ADD 1 TO WS-EXTRACT-WRITTEN
        PERFORM VARYING PLX FROM 1 BY 1 UNTIL PLX > WS-PL-COUNT
            PERFORM 410-WRITE-EXTRACT-DETAIL-RTN
        END-PERFORM
        MOVE WS-PL-COUNT TO WS-EXT-COUNT
        MOVE WS-FLAG-COUNT TO WS-EXT-FLAGGED
        MOVE WS-EXT-TRAILER TO EXTRACT-REC
        WRITE EXTRACT-REC
        ADD 1 TO WS-EXTRACT-WRITTEN
        CLOSE EXTRACT-FILE.

    410-WRITE-EXTRACT-DETAIL-RTN.
        MOVE WS-PL-ID(PLX) TO WS-EXD-PLAYER
        MOVE WS-PL-ROUNDS(PLX) TO WS-EXD-ROUNDS
        PERFORM VARYING WS-PR-K FROM 1 BY 1 UNTIL WS-PR-K > 3
            MOVE WS-PL-SHAPE(PLX, WS-PR-K) TO WS-EXD-SHAPE(WS-PR-K)
            MOVE WS-PL-OPEN(PLX, WS-PR-K) TO WS-EXD-OPEN(WS-PR-K)
            MOVE WS-PL-SEAS-PCT(PLX, WS-PR-K)
                TO WS-EXD-SEAS-PCT(WS-PR-K)
        END-PERFORM
        PERFORM VARYING WS-PR-K FROM 1 BY 1 UNTIL WS-PR-K > 9
            MOVE WS-PL-TRANS(PLX, WS-PR-K) TO WS-EXD-TRANS(WS-PR-K)
        END-PERFORM
        MOVE WS-PL-LONG-STREAK(PLX) TO WS-EXD-LONG-STREAK
        MOVE WS-PL-PRED(PLX) TO WS-EXD-PRED
        MOVE WS-PL-SEAS-ROUNDS(PLX) TO WS-EXD-SEAS-ROUNDS
        MOVE WS-PL-SEAS-PRED(PLX) TO WS-EXD-SEAS-PRED
        MOVE WS-PL-FLAG(PLX) TO WS-EXD-FLAG
        MOVE WS-EXT-DETAIL TO EXTRACT-REC
        WRITE EXTRACT-REC
        ADD 1 TO WS-EXTRACT-WRITTEN.

    500-CALC-PROFILE-RTN.
        MOVE 0 TO WS-PR-SCORE
        PERFORM VARYING WS-PR-K FROM 1 BY 1 UNTIL WS-PR-K > 3
            IF WS-PR-ROUNDS > 0
                COMPUTE WS-PR-PCT(WS-PR-K) ROUNDED =
                    WS-PR-SHAPE(WS-PR-K) * 100 / WS-PR-ROUNDS
            ELSE
                MOVE 0 TO WS-PR-PCT(WS-PR-K)
            END-IF
        END-PERFORM
        IF WS-PR-ROUNDS > 0
            MOVE 0 TO WS-PR-BEST
            PERFORM VARYING WS-PR-K FROM 1 BY 1 UNTIL WS-PR-K > 3
                IF WS-PR-OPEN(WS-PR-K) > WS-PR-BEST
                    MOVE WS-PR-OPEN(WS-PR-K) TO WS-PR-BEST
                END-IF
            END-PERFORM
            MOVE WS-PR-BEST TO WS-PR-HITS
            PERFORM VARYING WS-PR-GROUP FROM 0 BY 1 UNTIL WS-PR-GROUP > 2
                MOVE 0 TO WS-PR-BEST
                PERFORM VARYING WS-PR-K FROM 1 BY 1 UNTIL WS-PR-K > 3
                    COMPUTE WS-PR-IX = WS-PR-GROUP * 3 + WS-PR-K
                    IF WS-PR-TRANS(WS-PR-IX) > WS-PR-BEST
                        MOVE WS-PR-TRANS(WS-PR-IX) TO WS-PR-BEST
                    END-IF
                END-PERFORM
                ADD WS-PR-BEST TO WS-PR-HITS
            END-PERFORM
            COMPUTE WS-PR-SIGNED =
                (WS-PR-HITS * 300 / WS-PR-ROUNDS - 100) / 2
            EVALUATE TRUE
                WHEN WS-PR-SIGNED < 0
                    MOVE 0 TO WS-PR-SCORE
                WHEN WS-PR-SIGNED > 100
                    MOVE 100 TO WS-PR-SCORE
                WHEN OTHER
                    MOVE WS-PR-SIGNED TO WS-PR-SCORE
            END-EVALUATE
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
        MOVE WS-ABEND-STAMP TO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-ABEND-STAMP TO EXTRACT-REC
        WRITE EXTRACT-REC
        CLOSE AUDIT-FILE PROFILE-FILE SEASON-CLOSE-FILE REPORT-FILE
            EXTRACT-FILE PARM-FILE RESULT-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY STEPRTN.
    COPY CTLTRTN.
    COPY RSLTRTN.
    COPY LOGRTN.
    COPY PARMRTN.
    COPY CDATERTN.
    COPY TIMINGRTN.
    COPY ENVRTN.
