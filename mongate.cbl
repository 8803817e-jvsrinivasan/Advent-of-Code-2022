IDENTIFICATION DIVISION.
PROGRAM-ID. MONTHLY-GATE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT SUITE-LOCK-FILE ASSIGN TO WS-P-SUITE-LOCK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CALENDAR-FILE ASSIGN TO WS-P-CALENDAR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT STEP-CONTROL-FILE ASSIGN TO WS-P-STEP-CONTROL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LOG-FILE ASSIGN TO WS-P-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CYCLE-FILE ASSIGN TO WS-P-CYCLE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT BIZDATE-FILE ASSIGN TO WS-P-BIZDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD SUITE-LOCK-FILE.
    COPY LOCKREC.
    FD CALENDAR-FILE.
    COPY CALREC.
    FD STEP-CONTROL-FILE.
    COPY STEPREC.
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).
    FD BIZDATE-FILE.
    01 BIZDATE-REC PIC X(8).
    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-SUITE-LOCK        PIC X(70) VALUE SPACES.
        05 WS-P-CALENDAR          PIC X(70) VALUE SPACES.
        05 WS-P-STEP-CONTROL      PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-CAL-FOUND        PIC A(1) VALUE 'N'.
        05 WS-CAL-NO-FILE      PIC A(1) VALUE 'N'.
        05 WS-PERIOD-END-DAY   PIC A(1) VALUE 'N'.
        05 WS-REFUSED          PIC A(1) VALUE 'N'.
        05 WS-STEPS-DONE       PIC 9(2) VALUE 0.
    01 WS-CORE-STEPS.
        05 WS-CORE-PGM-INIT.
            10 FILLER PIC X(20) VALUE 'HELLO-WORLD'.
            10 FILLER PIC X(20) VALUE 'ROCK-PAPER-SCISSORS'.
            10 FILLER PIC X(20) VALUE 'RUCKSACK'.
            10 FILLER PIC X(20) VALUE 'RUCKSACK2'.
            10 FILLER PIC X(20) VALUE 'TREE-HOUSE'.
            10 FILLER PIC X(20) VALUE 'SECTION-OVERLAP'.
            10 FILLER PIC X(20) VALUE 'DIRECTORY-SIZE'.
            10 FILLER PIC X(20) VALUE 'GENERATION-KEEP'.
        05 WS-CORE-PGMS REDEFINES WS-CORE-PGM-INIT.
            10 WS-CORE-PGM PIC X(20) OCCURS 8 TIMES.
        05 WS-CORE-PGM-DONE PIC A(1) OCCURS 8 TIMES VALUE 'N'.
        05 WS-CX               PIC 9(2) VALUE 0.
        05 WS-CORE-REQUIRED    PIC 9(2) VALUE 8.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY CDATECOM.
    COPY LOCKCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'MONTHLY-GATE' TO WS-LOG-PGM
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE.
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    PERFORM 870-GET-BIZ-DATE-RTN
    PERFORM 814-CHECK-SUITE-LOCK-RTN
    IF WS-LOCK-BUSY = 'Y'
        DISPLAY '** DAILY CYCLE IN FLIGHT (SUITE LOCK HELD BY '
            WS-LOCK-HOLDER ') - MONTH-END STREAM REFUSED'
        MOVE 'E' TO WS-LOG-SEV
        STRING 'MONTHLY-GATE - DAILY CYCLE IN FLIGHT - AOCMONTH '
            'REFUSED' DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 100-CHECK-CALENDAR-RTN
    MOVE 'Y' TO WS-REFUSED
    EVALUATE TRUE
        WHEN WS-CAL-NO-FILE = 'Y'
            DISPLAY '** NO AocCalendar PROCESSING CALENDAR ON FILE - '
                'PERIOD END CANNOT BE CONFIRMED - MONTH-END STREAM '
                'REFUSED'
            MOVE 'E' TO WS-LOG-SEV
            STRING 'MONTHLY-GATE - NO PROCESSING CALENDAR - AOCMONTH '
                'REFUSED' DELIMITED BY SIZE
                INTO WS-LOG-MSG
        WHEN WS-CAL-FOUND NOT EQUAL 'Y'
            DISPLAY '** BUSINESS DATE ' WS-BIZ-DATE ' IS NOT ON THE '
                'PROCESSING CALENDAR - MONTH-END STREAM REFUSED'
            MOVE 'E' TO WS-LOG-SEV
            STRING 'MONTHLY-GATE - ' DELIMITED BY SIZE
                WS-BIZ-DATE DELIMITED BY SIZE
                ' NOT ON CALENDAR - AOCMONTH REFUSED' DELIMITED BY SIZE
                INTO WS-LOG-MSG
        WHEN WS-PERIOD-END-DAY NOT EQUAL 'Y'
            DISPLAY 'BUSINESS DATE ' WS-BIZ-DATE ' IS NOT A PERIOD '
                'END - MONTH-END STREAM NOT RUN'
            MOVE 'W' TO WS-LOG-SEV
            STRING 'MONTHLY-GATE - ' DELIMITED BY SIZE
                WS-BIZ-DATE DELIMITED BY SIZE
                ' NOT A PERIOD END - AOCMONTH NOT RUN'
                DELIMITED BY SIZE
                INTO WS-LOG-MSG
        WHEN OTHER
            MOVE 'N' TO WS-REFUSED
    END-EVALUATE
    IF WS-REFUSED = 'Y'
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 200-CHECK-CYCLE-DONE-RTN
    IF WS-STEPS-DONE < WS-CORE-REQUIRED
        DISPLAY '** AOCBATCH CYCLE FOR ' WS-BIZ-DATE ' HAS NOT '
            'FINISHED CLEANLY - STEPS MISSING FROM AocStepControl:'
        PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CORE-REQUIRED
            IF WS-CORE-PGM-DONE(WS-CX) NOT EQUAL 'Y'
                DISPLAY '     ' WS-CORE-PGM(WS-CX)
            END-IF
        END-PERFORM
        MOVE 'E' TO WS-LOG-SEV
        STRING 'MONTHLY-GATE - CYCLE ' DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
            ' INCOMPLETE - ' DELIMITED BY SIZE
            WS-STEPS-DONE DELIMITED BY SIZE
            ' OF ' DELIMITED BY SIZE
            WS-CORE-REQUIRED DELIMITED BY SIZE
            ' CORE STEPS - AOCMONTH REFUSED' DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY 'PERIOD END ' WS-BIZ-DATE ' AND DAILY CYCLE COMPLETE - '
        'MONTH-END STREAM CLEARED'
    STRING 'MONTHLY-GATE - PERIOD END ' DELIMITED BY SIZE
        WS-BIZ-DATE DELIMITED BY SIZE
        ' - MONTH-END STREAM CLEARED TO RUN' DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'AocSuiteLock.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUITE-LOCK
        MOVE 'AocCalendar.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CALENDAR
        MOVE 'AocStepControl.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-STEP-CONTROL
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE
        MOVE 'AocBizDate.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BIZDATE.

    100-CHECK-CALENDAR-RTN.
        MOVE 'CALENDAR-FILE' TO WS-FILE-ID
        OPEN INPUT CALENDAR-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            MOVE 'Y' TO WS-CAL-NO-FILE
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ CALENDAR-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF CAL-DATE = WS-BIZ-DATE
                        MOVE 'Y' TO WS-CAL-FOUND
                        IF CAL-IS-PERIOD-END
                            MOVE 'Y' TO WS-PERIOD-END-DAY
                        END-IF
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE CALENDAR-FILE
        END-IF.

    200-CHECK-CYCLE-DONE-RTN.
        MOVE 'STEP-CONTROL-FILE' TO WS-FILE-ID
        OPEN INPUT STEP-CONTROL-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ STEP-CONTROL-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF SC-BIZ-DATE = WS-BIZ-DATE
                        AND (SC-SITE = SPACES
                            OR SC-SITE = WS-ENV-HOME-SITE)
                        AND NOT SC-SUPERSEDED
                        PERFORM VARYING WS-CX FROM 1 BY 1
                            UNTIL WS-CX > WS-CORE-REQUIRED
                            IF WS-CORE-PGM(WS-CX) = SC-PROGRAM
                                MOVE 'Y' TO WS-CORE-PGM-DONE(WS-CX)
                            END-IF
                        END-PERFORM
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE STEP-CONTROL-FILE
        END-IF
        MOVE 0 TO WS-STEPS-DONE
        PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > WS-CORE-REQUIRED
            IF WS-CORE-PGM-DONE(WS-CX) = 'Y'
                ADD 1 TO WS-STEPS-DONE
            END-IF
        END-PERFORM.

    920-ABEND-RTN.
        CLOSE SUITE-LOCK-FILE CALENDAR-FILE STEP-CONTROL-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY LOCKRTN.
    COPY ENVRTN.
