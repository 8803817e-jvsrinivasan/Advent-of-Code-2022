        SELECT TIMING-FILE ASSIGN TO WS-P-TIMING
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ALW-PENDING-FILE ASSIGN TO WS-P-ALW-PENDING
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SIGNOFF-FILE ASSIGN TO WS-P-SIGNOFF
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    COPY SUSPREC.
    FD TIMING-FILE.
    COPY TIMEREC.
    FD ALW-PENDING-FILE.
    COPY APENDREC.
    FD SIGNOFF-FILE.
    COPY SGNOFREC.

    FD ENV-FILE.
    COPY ENVREC.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-SUSPENSE          PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
        05 WS-P-ALW-PENDING       PIC X(70) VALUE SPACES.
        05 WS-P-SIGNOFF           PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-TODAY            PIC 9(8) VALUE 0.
        05 WS-SUSP-OPEN-COUNT  PIC 9(6) VALUE 0.
        05 WS-ALW-PEND-COUNT   PIC 9(6) VALUE 0.
        05 WS-HELD-COUNT       PIC 9(3) VALUE 0.
    01 WS-SIGNOFF-TABLE.
        05 WS-SO-COUNT         PIC 9(3) VALUE 0.
        05 WS-SX               PIC 9(3) VALUE 0.
        05 WS-SO-FOUND         PIC A(1) VALUE 'N'.
        05 WS-SO-ENTRY OCCURS 200 TIMES.
            10 WS-SO-CYCLE     PIC 9(6).
            10 WS-SO-BIZ-DATE  PIC 9(8).
            10 WS-SO-STATUS    PIC X(1).
            10 WS-SO-OPERATOR  PIC X(8).
            10 WS-SO-DATE      PIC 9(8).
            10 WS-SO-REASON    PIC X(60).
    01 WS-STEP-TABLE.
        05 WS-STEP-NAME-INIT.
            10 FILLER PIC X(20) VALUE 'HELLO-WORLD'.
            10 FILLER PIC X(20) VALUE 'RUCKSACK'.
            10 FILLER PIC X(20) VALUE 'RUCKSACK2'.
            10 FILLER PIC X(20) VALUE 'TREE-HOUSE'.
            10 FILLER PIC X(20) VALUE 'SECTION-OVERLAP'.
            10 FILLER PIC X(20) VALUE 'DIRECTORY-SIZE'.
            10 FILLER PIC X(20) VALUE 'GENERATION-KEEP'.
        05 WS-STEP-NAMES REDEFINES WS-STEP-NAME-INIT.
            10 WS-STEP-NAME PIC X(20) OCCURS 8 TIMES.
        05 WS-STEP-STATE.
            10 WS-STEP-DONE-FLAG PIC A(1) OCCURS 8 TIMES VALUE 'N'.
            10 WS-STEP-STARTED PIC A(1) OCCURS 8 TIMES VALUE 'N'.
            10 WS-STEP-ENDED PIC A(1) OCCURS 8 TIMES VALUE 'N'.
    01 WS-SCAN-WORK.
        05 WS-PX               PIC 9(2) VALUE 0.
    01 WS-LOG-TAIL.
    PERFORM 200-SCAN-TIMINGS-RTN
    DISPLAY ' '
    DISPLAY 'STEP STATUS FOR THIS BUSINESS DATE:'
    PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 8
        PERFORM 300-SHOW-STEP-RTN
    END-PERFORM
    PERFORM 400-SCAN-LOG-RTN
    PERFORM 500-SCAN-SUSPENSE-RTN
    DISPLAY ' '
    DISPLAY 'OPEN SUSPENSE ITEMS ON FILE: ' WS-SUSP-OPEN-COUNT
    DISPLAY ' '
    DISPLAY 'ALLOWANCE CHANGES AWAITING APPROVAL:'
    PERFORM 550-SCAN-ALW-PENDING-RTN
    IF WS-ALW-PEND-COUNT = 0
        DISPLAY '  (NONE ON FILE)'
    END-IF
    DISPLAY 'PENDING ALLOWANCE CHANGES: ' WS-ALW-PEND-COUNT
    PERFORM 600-SCAN-SIGNOFF-RTN
    DISPLAY ' '
    PERFORM 650-SHOW-CURRENT-SIGNOFF-RTN
    DISPLAY 'CYCLES HELD AT SIGN-OFF:'
    PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SO-COUNT
        IF WS-SO-STATUS(WS-SX) = 'H'
            ADD 1 TO WS-HELD-COUNT
            DISPLAY '  CYCLE ' WS-SO-CYCLE(WS-SX)
                '  DATE ' WS-SO-BIZ-DATE(WS-SX)
                '  HELD BY ' WS-SO-OPERATOR(WS-SX)
                ' ON ' WS-SO-DATE(WS-SX)
            DISPLAY '    REASON: ' WS-SO-REASON(WS-SX)
        END-IF
    END-PERFORM
    IF WS-HELD-COUNT = 0
        DISPLAY '  (NONE ON FILE)'
    END-IF
    STOP RUN.

    010-SET-PATHS-RTN.
        MOVE WS-ENV-PATH TO WS-P-SUSPENSE
        MOVE 'AocStepTiming.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TIMING
        MOVE 'Dec1AllowancePending.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ALW-PENDING
        MOVE 'AocSignoff.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SIGNOFF.

    100-SCAN-STEP-CONTROL-RTN.
        MOVE 'STEP-CONTROL-FILE' TO WS-FILE-ID
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF SC-BIZ-DATE = WS-TODAY
                        AND (SC-SITE = SPACES
                            OR SC-SITE = WS-ENV-HOME-SITE)
                        AND NOT SC-SUPERSEDED
                        PERFORM VARYING WS-PX FROM 1 BY 1
                            UNTIL WS-PX > 8
                            IF WS-STEP-NAME(WS-PX) = SC-PROGRAM
                                MOVE 'Y'
                                    TO WS-STEP-DONE-FLAG(WS-PX)
                    IF TIM-BIZ-DATE = WS-TODAY
                        AND TIM-CYCLE = WS-CYCLE-NO
                        PERFORM VARYING WS-PX FROM 1 BY 1
                            UNTIL WS-PX > 8
                            IF WS-STEP-NAME(WS-PX) = TIM-PROGRAM
                                IF TIM-EVENT-START
                                    MOVE 'Y'
            CLOSE SUSPENSE-FILE
        END-IF.

    550-SCAN-ALW-PENDING-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'ALW-PENDING-FILE' TO WS-FILE-ID
        OPEN INPUT ALW-PENDING-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ ALW-PENDING-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF AP-STATUS-PENDING
                        ADD 1 TO WS-ALW-PEND-COUNT
                        DISPLAY '  NO ' AP-SEQ '  ACTION ' AP-ACTION
                            '  ELF ' AP-ELF-NO '  DAILY ' AP-NEW-DAILY
                            '  EFF ' AP-EFF-DATE '  BY ' AP-PROPOSER
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ALW-PENDING-FILE
        END-IF.

    600-SCAN-SIGNOFF-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'SIGNOFF-FILE' TO WS-FILE-ID
        OPEN INPUT SIGNOFF-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ SIGNOFF-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF SGN-CYCLE NUMERIC
                        PERFORM 610-POST-SIGNOFF-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SIGNOFF-FILE
        END-IF.

    610-POST-SIGNOFF-RTN.
        MOVE 'N' TO WS-SO-FOUND
        PERFORM VARYING WS-SX FROM 1 BY 1
            UNTIL WS-SX > WS-SO-COUNT OR WS-SO-FOUND = 'Y'
            IF WS-SO-CYCLE(WS-SX) = SGN-CYCLE
                MOVE 'Y' TO WS-SO-FOUND
            END-IF
        END-PERFORM
        IF WS-SO-FOUND = 'Y'
            SUBTRACT 1 FROM WS-SX
        ELSE
            IF WS-SO-COUNT < 200
                ADD 1 TO WS-SO-COUNT
                MOVE WS-SO-COUNT TO WS-SX
                MOVE 'Y' TO WS-SO-FOUND
            END-IF
        END-IF
        IF WS-SO-FOUND = 'Y'
            MOVE SGN-CYCLE TO WS-SO-CYCLE(WS-SX)
            MOVE SGN-BIZ-DATE TO WS-SO-BIZ-DATE(WS-SX)
            MOVE SGN-STATUS TO WS-SO-STATUS(WS-SX)
            MOVE SGN-OPERATOR TO WS-SO-OPERATOR(WS-SX)
            MOVE SGN-DATE TO WS-SO-DATE(WS-SX)
            MOVE SGN-REASON TO WS-SO-REASON(WS-SX)
        END-IF.

    650-SHOW-CURRENT-SIGNOFF-RTN.
        MOVE 'N' TO WS-SO-FOUND
        PERFORM VARYING WS-SX FROM 1 BY 1
            UNTIL WS-SX > WS-SO-COUNT OR WS-SO-FOUND = 'Y'
            IF WS-SO-CYCLE(WS-SX) = WS-CYCLE-NO
                MOVE 'Y' TO WS-SO-FOUND
            END-IF
        END-PERFORM
        IF WS-SO-FOUND = 'Y'
            SUBTRACT 1 FROM WS-SX
        END-IF
        EVALUATE TRUE
            WHEN WS-SO-FOUND NOT EQUAL 'Y'
                DISPLAY 'CURRENT CYCLE ' WS-CYCLE-NO
                    ': NOT YET SIGNED OFF - OUTPUTS NOT RELEASED'
            WHEN WS-SO-STATUS(WS-SX) = 'S'
                DISPLAY 'CURRENT CYCLE ' WS-CYCLE-NO
                    ': SIGNED OFF BY ' WS-SO-OPERATOR(WS-SX)
                    ' ON ' WS-SO-DATE(WS-SX)
            WHEN OTHER
                DISPLAY 'CURRENT CYCLE ' WS-CYCLE-NO
                    ': ** HELD - OUTPUTS NOT RELEASED'
        END-EVALUATE.

    920-ABEND-RTN.
        CLOSE CYCLE-FILE BIZDATE-FILE STEP-CONTROL-FILE LOG-FILE
            SUSPENSE-FILE TIMING-FILE ALW-PENDING-FILE SIGNOFF-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY CDATERTN.
