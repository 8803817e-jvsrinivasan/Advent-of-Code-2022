        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SEAS-PLAYER-ID
        FILE STATUS IS WS-FILE-STATUS.
        SELECT REG-FILE ASSIGN TO WS-P-REG
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REG-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT RATING-FILE ASSIGN TO WS-P-RATING
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RTG-PLAYER-ID
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ARCHIVE-FILE ASSIGN TO WS-P-ARCHIVE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT FINAL-RPT-FILE ASSIGN TO WS-P-FINAL-RPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT MOVES-RPT-FILE ASSIGN TO WS-P-MOVES-RPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SEASON-CLOSE-FILE ASSIGN TO WS-P-SEASON-CLOSE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT OPERATOR-FILE ASSIGN TO WS-P-OPERATOR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SECURITY-LOG-FILE ASSIGN TO WS-P-SECURITY-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PARM-FILE ASSIGN TO WS-P-PARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LOG-FILE ASSIGN TO WS-P-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT MAINT-LOCK-FILE ASSIGN TO WS-MAINT-LOCK-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT STEP-CONTROL-FILE ASSIGN TO WS-P-STEP-CONTROL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LEGAL-HOLD-FILE ASSIGN TO WS-P-LEGAL-HOLD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        05 SEAS-FORFEITS        PIC 9(6).
        05 SEAS-PREV-RANK       PIC 9(4).
        05 SEAS-LAST-DATE       PIC 9(8).
    FD REG-FILE.
    COPY REGREC.
    FD RATING-FILE.
    01 RATING-REC.
        05 RTG-PLAYER-ID        PIC X(4).
        05 RTG-RATING           PIC 9(4).
        05 RTG-PREV-RATING      PIC 9(4).
        05 RTG-HIGH             PIC 9(4).
        05 RTG-LOW              PIC 9(4).
        05 RTG-LAST-DATE        PIC 9(8).
    FD ARCHIVE-FILE.
    01 ARCHIVE-REC PIC X(80).
    FD FINAL-RPT-FILE.
    01 FINAL-RPT-REC PIC X(132).
    FD MOVES-RPT-FILE.
    01 MOVES-RPT-REC PIC X(132).
    FD SEASON-CLOSE-FILE.
    01 SEASON-CLOSE-REC.
        05 SCL-SEASON           PIC X(6).
        05 SCL-OPERATOR         PIC X(8).
    FD OPERATOR-FILE.
    COPY OPERREC.
    FD SECURITY-LOG-FILE.
    COPY SECLREC.
    FD PARM-FILE.
    01 PARM-REC PIC X(80).
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD CYCLE-FILE.
    COPY LOCKREC.
    FD MAINT-LOCK-FILE.
    COPY MLOCKREC.
    FD STEP-CONTROL-FILE.
    COPY STEPREC.
    FD LEGAL-HOLD-FILE.
    COPY LHOLDREC.
    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
        05 WS-P-ARCHIVE           PIC X(70) VALUE SPACES.
        05 WS-P-FINAL-RPT         PIC X(70) VALUE SPACES.
        05 WS-P-SEASON-CLOSE      PIC X(70) VALUE SPACES.
        05 WS-P-REG               PIC X(70) VALUE SPACES.
        05 WS-P-MOVES-RPT         PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-OPERATOR          PIC X(70) VALUE SPACES.
        05 WS-P-SECURITY-LOG      PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-SUITE-LOCK        PIC X(70) VALUE SPACES.
        05 WS-P-RATING            PIC X(70) VALUE SPACES.
        05 WS-P-STEP-CONTROL      PIC X(70) VALUE SPACES.
        05 WS-P-LEGAL-HOLD        PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-SEASON-ID        PIC X(6) VALUE SPACES.
        05 WS-ALREADY-CLOSED   PIC A(1) VALUE 'N'.
        05 WS-OVERRIDE         PIC X(8) VALUE SPACES.
        05 WS-PLAYER-TOTAL     PIC 9(4) VALUE 0.
        05 WS-DIV-COUNT        PIC 9(1) VALUE 1.
        05 WS-PROMOTE-COUNT    PIC 9(4) VALUE 2.
        05 WS-REG-LOADED       PIC A(1) VALUE 'N'.
        05 WS-PROMOTED         PIC 9(4) VALUE 0.
        05 WS-RELEGATED        PIC 9(4) VALUE 0.
        05 WS-MOVES-APPLIED    PIC 9(4) VALUE 0.
        05 WS-RATING-LOADED    PIC A(1) VALUE 'N'.
        05 WS-CLOSE-RATING     PIC 9(4) VALUE 1500.
        05 WS-SCHEDULED        PIC A(1) VALUE 'N'.
        05 WS-SEASON-END       PIC 9(6) VALUE 0.
        05 WS-HELD-COUNT       PIC 9(4) VALUE 0.
    01 WS-DIVISION-TABLE.
        05 WS-RD-COUNT         PIC 9(4) VALUE 0.
        05 WS-RD-ENTRY OCCURS 1000 TIMES INDEXED BY RDX.
            10 WS-RD-ID            PIC X(4) VALUE SPACES.
            10 WS-RD-DIV           PIC 9(1) VALUE 1.
            10 WS-RD-ACTIVE        PIC A(1) VALUE 'N'.
        05 WS-DV-ENTRY OCCURS 9 TIMES.
            10 WS-DV-PLAYERS       PIC 9(4) VALUE 0.
            10 WS-DV-ELIGIBLE      PIC 9(4) VALUE 0.
            10 WS-DV-MOVE-COUNT    PIC 9(4) VALUE 0.
    01 WS-DIVISION-WORK.
        05 WS-DX               PIC 9(2) VALUE 0.
        05 WS-DIV-PREV         PIC 9(1) VALUE 0.
        05 WS-DIV-RANK         PIC 9(4) VALUE 0.
        05 WS-ELIG-RANK        PIC 9(4) VALUE 0.
        05 WS-DIV-LIMIT        PIC 9(4) VALUE 0.
    01 WS-SEASON-TABLE.
        05 WS-ST-COUNT         PIC 9(4) VALUE 0.
        05 WS-ST-ENTRY OCCURS 1000 TIMES.
            10 WS-ST-DRAWS         PIC 9(6) VALUE 0.
            10 WS-ST-FORFEITS      PIC 9(6) VALUE 0.
            10 WS-ST-PCT           PIC 9(3)V99 VALUE 0.
            10 WS-ST-DIV           PIC 9(1) VALUE 1.
            10 WS-ST-DIV-RANK      PIC 9(4) VALUE 0.
            10 WS-ST-ELIGIBLE      PIC A(1) VALUE 'N'.
            10 WS-ST-ELIG-RANK     PIC 9(4) VALUE 0.
            10 WS-ST-NEW-DIV       PIC 9(1) VALUE 1.
            10 WS-ST-LAST-DATE     PIC 9(8) VALUE 0.
            10 WS-ST-HOLD-ID       PIC X(12) VALUE SPACES.
    01 WS-SORT-WORK.
        05 WS-SX               PIC 9(4) VALUE 0.
        05 WS-SWAPPED          PIC A(1) VALUE 'N'.
        05 WS-ST-TEMP          PIC X(86) VALUE SPACES.
        05 WS-RANK             PIC 9(4) VALUE 0.
    01 WS-EDIT-FIELDS.
        05 WS-ED-SHAPE         PIC ZZZZZZZ9.
        05 WS-ED-F             PIC ZZZZZ9.
        05 WS-ED-PCT           PIC ZZ9.99.
        05 WS-ED-RANK          PIC ZZZ9.
        05 WS-ED-COUNT         PIC ZZZ9.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY CDATECOM.
    COPY SIGNONCOM.
    COPY LOCKCOM.
    COPY PARMCOM.
    COPY STEPCOM.
    COPY ENVCOM.
    COPY LHOLDCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    END-IF
    DISPLAY 'ENTER SEASON IDENTIFIER (UP TO 6 CHARACTERS): '
    ACCEPT WS-SEASON-ID FROM CONSOLE
    IF WS-SEASON-ID = '*'
        PERFORM 025-SCHEDULED-SEASON-RTN
    END-IF
    IF WS-SEASON-ID = SPACES
        DISPLAY '** A SEASON IDENTIFIER IS REQUIRED'
        PERFORM 818-RELEASE-MAINT-LOCK-RTN
        STOP RUN
    END-IF
    PERFORM 020-BUILD-SEASON-PATHS-RTN
    PERFORM 030-LOAD-PARMS-RTN
    PERFORM 100-CHECK-ALREADY-CLOSED-RTN
    IF WS-ALREADY-CLOSED = 'Y' AND WS-SCHEDULED = 'Y'
        DISPLAY 'SEASON ' WS-SEASON-ID ' IS ALREADY CLOSED - '
            'SCHEDULED ROLLOVER NOT REPEATED'
        PERFORM 818-RELEASE-MAINT-LOCK-RTN
        STOP RUN
    END-IF
    IF WS-ALREADY-CLOSED = 'Y'
        DISPLAY '** SEASON ' WS-SEASON-ID ' IS ALREADY CLOSED.'
        DISPLAY 'KEY OVERRIDE TO ROLL IT OVER AGAIN, ANYTHING '
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 250-LOAD-DIVISIONS-RTN
    PERFORM 300-SORT-SEASON-RTN
    PERFORM 350-DETERMINE-MOVES-RTN
    PERFORM 884-LOAD-LEGAL-HOLDS-RTN
    PERFORM 400-WRITE-ARCHIVE-RTN
    PERFORM 500-WRITE-FINAL-REPORT-RTN
    PERFORM 550-WRITE-MOVES-REPORT-RTN
    IF WS-PROMOTED > 0 OR WS-RELEGATED > 0
        PERFORM 560-APPLY-MOVES-RTN
    END-IF
    PERFORM 600-RESET-SEASON-RTN
    PERFORM 700-MARK-SEASON-CLOSED-RTN
    DISPLAY 'SEASON ' WS-SEASON-ID ' CLOSED - PLAYERS ARCHIVED: '
        WS-OPERATOR-ID DELIMITED BY SIZE
        ' - PLAYERS: ' DELIMITED BY SIZE
        WS-ST-COUNT DELIMITED BY SIZE
        ' PROMOTED: ' DELIMITED BY SIZE
        WS-PROMOTED DELIMITED BY SIZE
        ' RELEGATED: ' DELIMITED BY SIZE
        WS-RELEGATED DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    IF WS-HELD-COUNT > 0
        PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-ST-COUNT
            IF WS-ST-HOLD-ID(WS-SX) NOT EQUAL SPACES
                STRING 'SEASON-ROLLOVER - PLAYER ' DELIMITED BY SIZE
                    WS-ST-ID(WS-SX) DELIMITED BY SIZE
                    ' CLOSING RECORD ON Dec2SeasonArchive.'
                        DELIMITED BY SIZE
                    WS-SEASON-ID DELIMITED BY SPACE
                    ' UNDER LEGAL HOLD ' DELIMITED BY SIZE
                    WS-ST-HOLD-ID(WS-SX) DELIMITED BY SIZE
                    INTO WS-LOG-MSG
                PERFORM 950-WRITE-LOG-RTN
            END-IF
        END-PERFORM
    END-IF
    IF WS-SCHEDULED = 'Y'
        PERFORM 940-MARK-STEP-RTN
    END-IF
    CLOSE LOG-FILE
    PERFORM 818-RELEASE-MAINT-LOCK-RTN
    STOP RUN.
        MOVE 'Dec2SeasonMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SEASON
        MOVE 'AocLegalHold.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LEGAL-HOLD
        MOVE 'Dec2SeasonClose.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SEASON-CLOSE
        MOVE 'Dec2RegMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REG
        MOVE 'AocParms.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PARM
        MOVE 'AocOperMaster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-OPERATOR
        MOVE 'AocSecurityLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SECURITY-LOG
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE WS-ENV-PATH TO WS-P-BIZDATE
        MOVE 'AocSuiteLock.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUITE-LOCK
        MOVE 'Dec2RatingMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RATING
        MOVE 'AocStepControl.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-STEP-CONTROL.

    020-BUILD-SEASON-PATHS-RTN.
        MOVE SPACES TO WS-ENV-FILE-NAME
            '.txt' DELIMITED BY SIZE
            INTO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-FINAL-RPT
        MOVE SPACES TO WS-ENV-FILE-NAME
        STRING 'Dec2DivisionMoves.' DELIMITED BY SIZE
            WS-SEASON-ID DELIMITED BY SPACE
            '.txt' DELIMITED BY SIZE
            INTO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MOVES-RPT.

    025-SCHEDULED-SEASON-RTN.
        MOVE 'Y' TO WS-SCHEDULED
        MOVE SPACES TO WS-SEASON-ID
        MOVE 'LOG-FILE' TO WS-FILE-ID
        OPEN EXTEND LOG-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT LOG-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM 820-LOAD-PARMS-RTN
        MOVE 'RPS-SEASON-END' TO WS-PARM-REQ-KEY
        MOVE '0' TO WS-PARM-DEFAULT
        PERFORM 840-GET-NUMERIC-PARM-RTN
        MOVE WS-PARM-NUM TO WS-SEASON-END
        MOVE 'RPS-SEASON-ID' TO WS-PARM-REQ-KEY
        MOVE SPACES TO WS-PARM-DEFAULT
        PERFORM 830-GET-PARM-RTN
        EVALUATE TRUE
            WHEN WS-SEASON-END NOT EQUAL WS-BIZ-DATE(1:6)
                DISPLAY 'SCHEDULED ROLLOVER - SEASON DOES NOT END IN '
                    WS-BIZ-DATE(1:6) ' (RPS-SEASON-END ' WS-SEASON-END
                    ') - NOTHING TO DO'
                STRING 'SEASON-ROLLOVER - SEASON NOT DUE TO END THIS '
                    'MONTH - STEP SKIPPED' DELIMITED BY SIZE
                    INTO WS-LOG-MSG
                PERFORM 950-WRITE-LOG-RTN
                CLOSE LOG-FILE
                PERFORM 818-RELEASE-MAINT-LOCK-RTN
                STOP RUN
            WHEN WS-PARM-REQ-VALUE(1:6) = SPACES
                DISPLAY '** RPS-SEASON-ID IS NOT SET - SCHEDULED '
                    'ROLLOVER CANNOT TELL WHICH SEASON TO CLOSE'
                MOVE 'E' TO WS-LOG-SEV
                MOVE 'SEASON-ROLLOVER - RPS-SEASON-ID NOT SET - SCHEDUL&
                    &ED ROLLOVER REFUSED' TO WS-LOG-MSG
                PERFORM 950-WRITE-LOG-RTN
                CLOSE LOG-FILE
                PERFORM 818-RELEASE-MAINT-LOCK-RTN
                MOVE 8 TO RETURN-CODE
                STOP RUN
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        PERFORM 930-CHECK-STEP-RTN
        IF WS-STEP-DONE = 'Y'
            DISPLAY 'SEASON-ROLLOVER ALREADY COMPLETE FOR BUSINESS '
                'DATE ' WS-BIZ-DATE ' - STEP SKIPPED'
            MOVE 'SEASON-ROLLOVER ALREADY COMPLETE THIS CYCLE - STEP S&
                &KIPPED' TO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
            CLOSE LOG-FILE
            PERFORM 818-RELEASE-MAINT-LOCK-RTN
            STOP RUN
        END-IF
        MOVE WS-PARM-REQ-VALUE(1:6) TO WS-SEASON-ID
        DISPLAY 'SCHEDULED ROLLOVER OF SEASON ' WS-SEASON-ID
        CLOSE LOG-FILE.

    030-LOAD-PARMS-RTN.
        MOVE 'LOG-FILE' TO WS-FILE-ID
        OPEN EXTEND LOG-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT LOG-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM 820-LOAD-PARMS-RTN
        MOVE 'RPS-DIVISION-COUNT' TO WS-PARM-REQ-KEY
        MOVE '1' TO WS-PARM-DEFAULT
        PERFORM 840-GET-NUMERIC-PARM-RTN
        IF WS-PARM-NUM < 1 OR WS-PARM-NUM > 9
            DISPLAY '** RPS-DIVISION-COUNT MUST BE 1 TO 9 - DEFAULT OF '
                '1 APPLIED'
            MOVE 1 TO WS-PARM-NUM
        END-IF
        MOVE WS-PARM-NUM TO WS-DIV-COUNT
        MOVE 'RPS-PROMOTE-COUNT' TO WS-PARM-REQ-KEY
        MOVE '2' TO WS-PARM-DEFAULT
        PERFORM 840-GET-NUMERIC-PARM-RTN
        IF WS-PARM-NUM > 999
            DISPLAY '** RPS-PROMOTE-COUNT MUST BE 0 TO 999 - DEFAULT '
                'OF 2 APPLIED'
            MOVE 2 TO WS-PARM-NUM
        END-IF
        MOVE WS-PARM-NUM TO WS-PROMOTE-COUNT
        CLOSE LOG-FILE.

    100-CHECK-ALREADY-CLOSED-RTN.
        MOVE 'SEASON-CLOSE-FILE' TO WS-FILE-ID
                            TO WS-ST-DRAWS(WS-ST-COUNT)
                        MOVE SEAS-FORFEITS
                            TO WS-ST-FORFEITS(WS-ST-COUNT)
                        MOVE SEAS-LAST-DATE
                            TO WS-ST-LAST-DATE(WS-ST-COUNT)
                        IF SEAS-ROUNDS > 0
                            COMPUTE WS-ST-PCT(WS-ST-COUNT)
                                ROUNDED = SEAS-WINS * 100
            CLOSE SEASON-FILE
        END-IF.

    250-LOAD-DIVISIONS-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'REG-FILE' TO WS-FILE-ID
        OPEN INPUT REG-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO REGISTRATION MASTER ON FILE - ALL PLAYERS '
                'RANKED IN DIVISION 1 AND NO MOVEMENTS MADE'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'Y' TO WS-REG-LOADED
            PERFORM UNTIL WS-EOF = 'Y'
                READ REG-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF REG-TYPE = 'P' AND WS-RD-COUNT < 1000
                        PERFORM 252-STORE-DIVISION-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE REG-FILE
        END-IF
        PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-ST-COUNT
            PERFORM 255-FIND-DIVISION-RTN
        END-PERFORM.

    252-STORE-DIVISION-RTN.
        ADD 1 TO WS-RD-COUNT
        SET RDX TO WS-RD-COUNT
        MOVE REG-ID TO WS-RD-ID(RDX)
        MOVE 1 TO WS-RD-DIV(RDX)
        IF REG-DIVISION-VALID
            MOVE REG-DIVISION TO WS-RD-DIV(RDX)
        END-IF
        IF WS-RD-DIV(RDX) > WS-DIV-COUNT
            MOVE WS-DIV-COUNT TO WS-RD-DIV(RDX)
        END-IF
        MOVE 'N' TO WS-RD-ACTIVE(RDX)
        IF REG-STATUS-ACTIVE
            MOVE 'Y' TO WS-RD-ACTIVE(RDX)
        END-IF.

    255-FIND-DIVISION-RTN.
        MOVE 1 TO WS-ST-DIV(WS-SX)
        MOVE 'N' TO WS-ST-ELIGIBLE(WS-SX)
        SET RDX TO 1
        SEARCH WS-RD-ENTRY
            AT END
                CONTINUE
            WHEN WS-RD-ID(RDX) = WS-ST-ID(WS-SX)
                MOVE WS-RD-DIV(RDX) TO WS-ST-DIV(WS-SX)
                MOVE WS-RD-ACTIVE(RDX) TO WS-ST-ELIGIBLE(WS-SX)
        END-SEARCH
        MOVE WS-ST-DIV(WS-SX) TO WS-ST-NEW-DIV(WS-SX).

    300-SORT-SEASON-RTN.
        MOVE 'Y' TO WS-SWAPPED
        PERFORM UNTIL WS-SWAPPED = 'N'
            MOVE 'N' TO WS-SWAPPED
            PERFORM VARYING WS-SX FROM 1 BY 1
                UNTIL WS-SX >= WS-ST-COUNT
                IF WS-ST-DIV(WS-SX) > WS-ST-DIV(WS-SX + 1)
                    OR (WS-ST-DIV(WS-SX) = WS-ST-DIV(WS-SX + 1)
                    AND WS-ST-PCT(WS-SX) < WS-ST-PCT(WS-SX + 1))
                    OR (WS-ST-DIV(WS-SX) = WS-ST-DIV(WS-SX + 1)
                    AND WS-ST-PCT(WS-SX) = WS-ST-PCT(WS-SX + 1)
                    AND WS-ST-SHAPE(WS-SX)
                        < WS-ST-SHAPE(WS-SX + 1))
                    MOVE WS-ST-ENTRY(WS-SX) TO WS-ST-TEMP
                    MOVE 'Y' TO WS-SWAPPED
                END-IF
            END-PERFORM
        END-PERFORM
        MOVE 0 TO WS-DIV-PREV
        PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-ST-COUNT
            IF WS-ST-DIV(WS-SX) NOT EQUAL WS-DIV-PREV
                MOVE WS-ST-DIV(WS-SX) TO WS-DIV-PREV
                MOVE 0 TO WS-DIV-RANK
                MOVE 0 TO WS-ELIG-RANK
            END-IF
            MOVE WS-ST-DIV(WS-SX) TO WS-DX
            ADD 1 TO WS-DIV-RANK
            ADD 1 TO WS-DV-PLAYERS(WS-DX)
            MOVE WS-DIV-RANK TO WS-ST-DIV-RANK(WS-SX)
            IF WS-ST-ELIGIBLE(WS-SX) = 'Y'
                ADD 1 TO WS-ELIG-RANK
                ADD 1 TO WS-DV-ELIGIBLE(WS-DX)
                MOVE WS-ELIG-RANK TO WS-ST-ELIG-RANK(WS-SX)
            END-IF
        END-PERFORM.

    350-DETERMINE-MOVES-RTN.
        IF WS-DIV-COUNT > 1 AND WS-PROMOTE-COUNT > 0
            AND WS-ALREADY-CLOSED NOT EQUAL 'Y'
            PERFORM VARYING WS-SX FROM 1 BY 1
                UNTIL WS-SX > WS-ST-COUNT
                IF WS-ST-ELIGIBLE(WS-SX) = 'Y'
                    PERFORM 355-DETERMINE-ONE-MOVE-RTN
                END-IF
            END-PERFORM
        END-IF.

    355-DETERMINE-ONE-MOVE-RTN.
        MOVE WS-ST-DIV(WS-SX) TO WS-DX
        COMPUTE WS-DIV-LIMIT = WS-DV-ELIGIBLE(WS-DX) / 2
        IF WS-PROMOTE-COUNT < WS-DIV-LIMIT
            MOVE WS-PROMOTE-COUNT TO WS-DIV-LIMIT
        END-IF
        EVALUATE TRUE
            WHEN WS-DX > 1
                AND WS-ST-ELIG-RANK(WS-SX) NOT > WS-DIV-LIMIT
                COMPUTE WS-ST-NEW-DIV(WS-SX) = WS-DX - 1
                ADD 1 TO WS-PROMOTED
                ADD 1 TO WS-DV-MOVE-COUNT(WS-DX)
            WHEN WS-DX < WS-DIV-COUNT
                AND WS-ST-ELIG-RANK(WS-SX)
                    > WS-DV-ELIGIBLE(WS-DX) - WS-DIV-LIMIT
                COMPUTE WS-ST-NEW-DIV(WS-SX) = WS-DX + 1
                ADD 1 TO WS-RELEGATED
                ADD 1 TO WS-DV-MOVE-COUNT(WS-DX)
            WHEN OTHER
                CONTINUE
        END-EVALUATE.

    400-WRITE-ARCHIVE-RTN.
        MOVE 'ARCHIVE-FILE' TO WS-FILE-ID
        OPEN OUTPUT ARCHIVE-FILE
            WS-BIZ-DATE DELIMITED BY SIZE
            INTO ARCHIVE-REC
        WRITE ARCHIVE-REC
        MOVE 'RATING-FILE' TO WS-FILE-ID
        OPEN INPUT RATING-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO RATING MASTER ON FILE - ALL PLAYERS ARCHIVED '
                'AT 1500'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'Y' TO WS-RATING-LOADED
        END-IF
        PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-ST-COUNT
            PERFORM 405-CHECK-ARCHIVE-HOLD-RTN
            PERFORM 410-GET-CLOSE-RATING-RTN
            MOVE SPACES TO ARCHIVE-REC
            STRING WS-ST-ID(WS-SX) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ST-DRAWS(WS-SX) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ST-FORFEITS(WS-SX) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ST-DIV(WS-SX) DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-CLOSE-RATING DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ST-HOLD-ID(WS-SX) DELIMITED BY SIZE
                INTO ARCHIVE-REC
            WRITE ARCHIVE-REC
        END-PERFORM
        IF WS-RATING-LOADED = 'Y'
            CLOSE RATING-FILE
        END-IF
        CLOSE ARCHIVE-FILE
        DISPLAY 'SEASON ARCHIVE WRITTEN: ' WS-P-ARCHIVE(1:50)
        IF WS-HELD-COUNT > 0
            DISPLAY 'CLOSING RECORDS ARCHIVED UNDER LEGAL HOLD: '
                WS-HELD-COUNT
        END-IF.

    405-CHECK-ARCHIVE-HOLD-RTN.
        MOVE WS-ST-ID(WS-SX) TO WS-LH-CHK-PLAYER
        MOVE WS-ST-LAST-DATE(WS-SX) TO WS-LH-CHK-DATE
        MOVE 'Dec2SeasonMaster.dat' TO WS-LH-CHK-FILE
        PERFORM 886-CHECK-LEGAL-HOLD-RTN
        MOVE SPACES TO WS-ST-HOLD-ID(WS-SX)
        IF WS-LH-HELD = 'Y'
            ADD 1 TO WS-HELD-COUNT
            MOVE WS-LH-HELD-ID TO WS-ST-HOLD-ID(WS-SX)
            DISPLAY '  HELD - PLAYER ' WS-ST-ID(WS-SX)
                ' CLOSING RECORD KEPT ON SEASON ARCHIVE - LEGAL HOLD '
                WS-LH-HELD-ID
        END-IF.

    410-GET-CLOSE-RATING-RTN.
        MOVE 1500 TO WS-CLOSE-RATING
        IF WS-RATING-LOADED = 'Y'
            MOVE WS-ST-ID(WS-SX) TO RTG-PLAYER-ID
            READ RATING-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE RTG-RATING TO WS-CLOSE-RATING
            END-READ
        END-IF.

    500-WRITE-FINAL-REPORT-RTN.
        MOVE 'FINAL-RPT-FILE' TO WS-FILE-ID
            &APE     OUTCOME' TO FINAL-RPT-REC
        WRITE FINAL-RPT-REC
        PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-ST-COUNT
            IF WS-DIV-COUNT > 1 AND WS-ST-DIV-RANK(WS-SX) = 1
                MOVE SPACES TO FINAL-RPT-REC
                STRING 'DIVISION ' DELIMITED BY SIZE
                    WS-ST-DIV(WS-SX) DELIMITED BY SIZE
                    INTO FINAL-RPT-REC
                WRITE FINAL-RPT-REC
            END-IF
            PERFORM 510-WRITE-FINAL-LINE-RTN
        END-PERFORM
        MOVE SPACES TO FINAL-RPT-REC
            INTO FINAL-RPT-REC
        WRITE FINAL-RPT-REC
        DISPLAY 'SEASON CHAMPION: ' WS-ST-ID(1)
        IF WS-DIV-COUNT > 1
            PERFORM VARYING WS-SX FROM 2 BY 1
                UNTIL WS-SX > WS-ST-COUNT
                IF WS-ST-DIV-RANK(WS-SX) = 1
                    MOVE SPACES TO FINAL-RPT-REC
                    STRING 'DIVISION ' DELIMITED BY SIZE
                        WS-ST-DIV(WS-SX) DELIMITED BY SIZE
                        ' WINNER: ' DELIMITED BY SIZE
                        WS-ST-ID(WS-SX) DELIMITED BY SIZE
                        INTO FINAL-RPT-REC
                    WRITE FINAL-RPT-REC
                END-IF
            END-PERFORM
        END-IF
        CLOSE FINAL-RPT-FILE.

    510-WRITE-FINAL-LINE-RTN.
        MOVE WS-ST-DIV-RANK(WS-SX) TO WS-ED-RANK
        MOVE WS-ST-WINS(WS-SX) TO WS-ED-W
        MOVE WS-ST-LOSSES(WS-SX) TO WS-ED-L
        MOVE WS-ST-DRAWS(WS-SX) TO WS-ED-D
            INTO FINAL-RPT-REC
        WRITE FINAL-RPT-REC.

    550-WRITE-MOVES-REPORT-RTN.
        MOVE 'MOVES-RPT-FILE' TO WS-FILE-ID
        OPEN OUTPUT MOVES-RPT-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE WS-PROMOTE-COUNT TO WS-ED-COUNT
        MOVE SPACES TO MOVES-RPT-REC
        STRING 'SEASON ' DELIMITED BY SIZE
            WS-SEASON-ID DELIMITED BY SIZE
            ' DIVISION PROMOTION AND RELEGATION - ' DELIMITED BY SIZE
            WS-ED-COUNT DELIMITED BY SIZE
            ' PER DIVISION  ' DELIMITED BY SIZE
            WS-ENV-BANNER DELIMITED BY SIZE
            INTO MOVES-RPT-REC
        WRITE MOVES-RPT-REC
        MOVE SPACES TO MOVES-RPT-REC
        WRITE MOVES-RPT-REC
        EVALUATE TRUE
            WHEN WS-DIV-COUNT < 2
                MOVE 'ONE DIVISION IN USE - NO PROMOTION OR RELEGATION'
                    TO MOVES-RPT-REC
                WRITE MOVES-RPT-REC
            WHEN WS-ALREADY-CLOSED = 'Y'
                MOVE SPACES TO MOVES-RPT-REC
                STRING 'SEASON ALREADY CLOSED - DIVISION MOVEMENTS ARE NOT '
                    DELIMITED BY SIZE
                    'APPLIED A SECOND TIME' DELIMITED BY SIZE
                    INTO MOVES-RPT-REC
                WRITE MOVES-RPT-REC
            WHEN OTHER
                MOVE 'RANK  PLAYER     PCT  MOVEMENT' TO MOVES-RPT-REC
                WRITE MOVES-RPT-REC
                PERFORM VARYING WS-DX FROM 1 BY 1
                    UNTIL WS-DX > WS-DIV-COUNT
                    PERFORM 555-WRITE-DIVISION-MOVES-RTN
                END-PERFORM
        END-EVALUATE
        MOVE SPACES TO MOVES-RPT-REC
        WRITE MOVES-RPT-REC
        MOVE SPACES TO MOVES-RPT-REC
        STRING 'PLAYERS PROMOTED: ' DELIMITED BY SIZE
            WS-PROMOTED DELIMITED BY SIZE
            '  RELEGATED: ' DELIMITED BY SIZE
            WS-RELEGATED DELIMITED BY SIZE
            INTO MOVES-RPT-REC
        WRITE MOVES-RPT-REC
        CLOSE MOVES-RPT-FILE
        DISPLAY 'DIVISION MOVEMENTS - PROMOTED: ' WS-PROMOTED
            ' RELEGATED: ' WS-RELEGATED.

    555-WRITE-DIVISION-MOVES-RTN.
        MOVE SPACES TO MOVES-RPT-REC
        WRITE MOVES-RPT-REC
        MOVE SPACES TO MOVES-RPT-REC
        STRING 'DIVISION ' DELIMITED BY SIZE
            WS-DX(2:1) DELIMITED BY SIZE
            ' - PLAYERS: ' DELIMITED BY SIZE
            WS-DV-PLAYERS(WS-DX) DELIMITED BY SIZE
            ' ACTIVE: ' DELIMITED BY SIZE
            WS-DV-ELIGIBLE(WS-DX) DELIMITED BY SIZE
            INTO MOVES-RPT-REC
        WRITE MOVES-RPT-REC
        PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-ST-COUNT
            IF WS-ST-DIV(WS-SX) = WS-DX
                AND WS-ST-NEW-DIV(WS-SX) NOT EQUAL WS-DX
                PERFORM 557-WRITE-MOVE-LINE-RTN
            END-IF
        END-PERFORM
        IF WS-DV-MOVE-COUNT(WS-DX) = 0
            MOVE '  NO MOVEMENTS' TO MOVES-RPT-REC
            WRITE MOVES-RPT-REC
        END-IF.

    557-WRITE-MOVE-LINE-RTN.
        MOVE WS-ST-DIV-RANK(WS-SX) TO WS-ED-RANK
        MOVE WS-ST-PCT(WS-SX) TO WS-ED-PCT
        MOVE SPACES TO MOVES-RPT-REC
        IF WS-ST-NEW-DIV(WS-SX) < WS-DX
            STRING WS-ED-RANK DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-ST-ID(WS-SX) DELIMITED BY SIZE
                '    ' DELIMITED BY SIZE
                WS-ED-PCT DELIMITED BY SIZE
                '  PROMOTED TO DIVISION ' DELIMITED BY SIZE
                WS-ST-NEW-DIV(WS-SX) DELIMITED BY SIZE
                INTO MOVES-RPT-REC
        ELSE
            STRING WS-ED-RANK DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-ST-ID(WS-SX) DELIMITED BY SIZE
                '    ' DELIMITED BY SIZE
                WS-ED-PCT DELIMITED BY SIZE
                '  RELEGATED TO DIVISION ' DELIMITED BY SIZE
                WS-ST-NEW-DIV(WS-SX) DELIMITED BY SIZE
                INTO MOVES-RPT-REC
        END-IF
        WRITE MOVES-RPT-REC.

    560-APPLY-MOVES-RTN.
        MOVE 'REG-FILE' TO WS-FILE-ID
        OPEN I-O REG-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-ST-COUNT
            IF WS-ST-NEW-DIV(WS-SX) NOT EQUAL WS-ST-DIV(WS-SX)
                MOVE 'P' TO REG-TYPE
                MOVE WS-ST-ID(WS-SX) TO REG-ID
                READ REG-FILE
                    INVALID KEY
                        DISPLAY '** REGISTRATION READ FAILED FOR '
                            WS-ST-ID(WS-SX) ' - DIVISION NOT CHANGED'
                    NOT INVALID KEY
                        MOVE WS-ST-NEW-DIV(WS-SX) TO REG-DIVISION
                        REWRITE REG-REC
                            INVALID KEY
                                DISPLAY '** REGISTRATION REWRITE '
                                    'FAILED FOR ' WS-ST-ID(WS-SX)
                            NOT INVALID KEY
                                ADD 1 TO WS-MOVES-APPLIED
                        END-REWRITE
                END-READ
            END-IF
        END-PERFORM
        CLOSE REG-FILE
        DISPLAY 'REGISTRATION MASTER UPDATED - DIVISION CHANGES: '
            WS-MOVES-APPLIED.

    600-RESET-SEASON-RTN.
        MOVE 'SEASON-FILE' TO WS-FILE-ID
        OPEN I-O SEASON-FILE
                    MOVE 0 TO SEAS-LOSSES
                    MOVE 0 TO SEAS-DRAWS
                    MOVE 0 TO SEAS-FORFEITS
                    MOVE WS-ST-DIV-RANK(WS-SX) TO SEAS-PREV-RANK
                    IF WS-ST-NEW-DIV(WS-SX) NOT EQUAL WS-ST-DIV(WS-SX)
                        MOVE 0 TO SEAS-PREV-RANK
                    END-IF
                    MOVE 0 TO SEAS-LAST-DATE
                    REWRITE SEASON-REC
                        INVALID KEY
        MOVE WS-ABEND-STAMP TO FINAL-RPT-REC
        WRITE FINAL-RPT-REC
        CLOSE SEASON-FILE ARCHIVE-FILE FINAL-RPT-FILE
            SEASON-CLOSE-FILE OPERATOR-FILE SECURITY-LOG-FILE LOG-FILE
            REG-FILE MOVES-RPT-FILE PARM-FILE RATING-FILE
            STEP-CONTROL-FILE LEGAL-HOLD-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY SIGNONRTN.
    COPY LOCKRTN.
    COPY MLOCKRTN.
    COPY PARMRTN.
    COPY STEPRTN.
    COPY ENVRTN.
    COPY LHOLDRTN.
