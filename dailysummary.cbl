        SELECT TIMING-FILE ASSIGN TO WS-P-TIMING
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SITE-REG-FILE ASSIGN TO WS-P-SITE-REG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SUPPLEMENTAL-FILE
        ASSIGN TO WS-P-SUPPLEMENTAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.

    FD TIMING-FILE.
    COPY TIMEREC.
    FD SITE-REG-FILE.
    COPY SITEREC.
    FD SUPPLEMENTAL-FILE.
    COPY SUPLREC.
    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-CALENDAR          PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
        05 WS-P-SITE-REG          PIC X(70) VALUE SPACES.
        05 WS-P-SUPPLEMENTAL      PIC X(70) VALUE SPACES.
    01 WS-CALENDAR-WORK.
        05 WS-CAL-EOF          PIC A(1) VALUE ' '.
        05 WS-PERIOD-END-DAY   PIC A(1) VALUE 'N'.
            10 FILLER PIC X(20) VALUE 'RUCKSACK'.
            10 FILLER PIC X(20) VALUE 'RUCKSACK2'.
            10 FILLER PIC X(20) VALUE 'TREE-HOUSE'.
            10 FILLER PIC X(20) VALUE 'SECTION-OVERLAP'.
            10 FILLER PIC X(20) VALUE 'DIRECTORY-SIZE'.
        05 WS-PGM-NAMES REDEFINES WS-PGM-NAME-INIT.
            10 WS-PGM-NAME PIC X(20) OCCURS 7 TIMES.
        05 WS-PGM-DATA.
            10 WS-PGM-ENTRY OCCURS 7 TIMES.
                15 WS-PGM-FOUND       PIC A(1) VALUE 'N'.
                15 WS-PGM-METRIC      PIC 9(9) VALUE 0.
                15 WS-PGM-READ        PIC 9(6) VALUE 0.
                15 WS-PGM-REJ         PIC 9(6) VALUE 0.
                15 WS-PGM-RC          PIC 9(2) VALUE 0.
                15 WS-PGM-RUNS        PIC 9(4) VALUE 0.
                15 WS-PGM-CYCLE       PIC 9(6) VALUE 0.
    01 WS-SUSP-PGM-TABLE.
        05 WS-SP-COUNT          PIC 9(2) VALUE 0.
        05 WS-SP-ENTRY OCCURS 10 TIMES.
            10 WS-SP-PROGRAM        PIC X(20) VALUE SPACES.
            10 WS-SP-NEW            PIC 9(6) VALUE 0.
    01 WS-SITE-DATA-TABLE.
        05 WS-SD-ENTRY OCCURS 10 TIMES.
            10 WS-SD-PGM-DATA.
                15 WS-SD-PGM-ENTRY OCCURS 7 TIMES.
                    20 WS-SD-PGM-FOUND    PIC A(1) VALUE 'N'.
                    20 WS-SD-PGM-METRIC   PIC 9(9) VALUE 0.
                    20 WS-SD-PGM-READ     PIC 9(6) VALUE 0.
                    20 WS-SD-PGM-REJ      PIC 9(6) VALUE 0.
                    20 WS-SD-PGM-RC       PIC 9(2) VALUE 0.
                    20 WS-SD-PGM-RUNS     PIC 9(4) VALUE 0.
                    20 WS-SD-PGM-CYCLE    PIC 9(6) VALUE 0.
            10 WS-SD-SUSP-PGM-TABLE.
                15 WS-SD-SP-COUNT      PIC 9(2) VALUE 0.
                15 WS-SD-SP-ENTRY OCCURS 10 TIMES.
                    20 WS-SD-SP-PROGRAM   PIC X(20) VALUE SPACES.
                    20 WS-SD-SP-NEW       PIC 9(6) VALUE 0.
            10 WS-SD-REJ2-COUNT     PIC 9(6) VALUE 0.
            10 WS-SD-EXC3-COUNT     PIC 9(6) VALUE 0.
            10 WS-SD-SUSP-TODAY     PIC 9(6) VALUE 0.
            10 WS-SD-SUSP-OPEN      PIC 9(6) VALUE 0.
    01 WS-SUPPLEMENTAL-TABLE.
        05 WS-SUPL-EOF          PIC A(1) VALUE ' '.
        05 WS-SUPL-COUNT        PIC 9(2) VALUE 0.
        05 WS-SUPL-ENTRY OCCURS 10 TIMES.
            10 WS-SUPL-CYCLE        PIC 9(6) VALUE 0.
            10 WS-SUPL-BASE-CYCLE   PIC 9(6) VALUE 0.
            10 WS-SUPL-FEED         PIC X(30) VALUE SPACES.
            10 WS-SUPL-SITE         PIC X(2) VALUE SPACES.
    01 WS-SUPPLEMENTAL-WORK.
        05 WS-SUX               PIC 9(2) VALUE 0.
        05 WS-SUPL-HIT          PIC A(1) VALUE 'N'.
        05 WS-SUPL-SHOWN        PIC 9(2) VALUE 0.
    01 WS-SITE-WORK.
        05 WS-SX                PIC 9(2) VALUE 0.
        05 WS-RPT-SITE-LINE     PIC X(60) VALUE SPACES.
        05 WS-TOTALS-TITLE      PIC X(50) VALUE SPACES.
        05 WS-PGM-POSSIBLE      PIC 9(3) VALUE 0.
        05 WS-ED-POSSIBLE       PIC ZZ9.
    01 WS-ALL-SITE-TOTALS.
        05 WS-ALL-READ          PIC 9(8) VALUE 0.
        05 WS-ALL-REJ           PIC 9(8) VALUE 0.
        05 WS-ALL-PROGRAMS      PIC 9(2) VALUE 0.
        05 WS-ALL-REJ2          PIC 9(6) VALUE 0.
        05 WS-ALL-EXC3          PIC 9(6) VALUE 0.
        05 WS-ALL-SUSP-TODAY    PIC 9(6) VALUE 0.
        05 WS-ALL-SUSP-OPEN     PIC 9(6) VALUE 0.
        05 WS-ALL-SUSP-LEGACY   PIC 9(6) VALUE 0.
    01 WS-PAGE-FIELDS.
        05 WS-PAGE-NO           PIC 9(4) VALUE 0.
        05 WS-LINE-COUNT        PIC 9(2) VALUE 99.
    COPY CDATECOM.
    COPY TIMINGCOM.
    COPY ENVCOM.
    COPY SITECOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'S' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    PERFORM 090-CHECK-PERIOD-END-RTN
    PERFORM 889-LOAD-SITE-TABLE-RTN
    PERFORM 095-LOAD-SUPPLEMENTALS-RTN
    PERFORM 100-LOAD-RESULTS-RTN
    PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SITE-COUNT
        PERFORM 120-COUNT-REJECTS-RTN
    END-PERFORM
    MOVE WS-ENV-HOME-SITE TO WS-ENV-SITE
    PERFORM 130-SCAN-SUSPENSE-RTN
    MOVE 'SUMMARY-FILE' TO WS-FILE-ID
    OPEN OUTPUT SUMMARY-FILE.
        MOVE WS-ENV-PATH TO WS-P-CALENDAR
        MOVE 'AocStepTiming.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TIMING
        MOVE 'AocSites.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SITE-REG
        MOVE 'AocSupplemental.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUPPLEMENTAL.

    090-CHECK-PERIOD-END-RTN.
        MOVE 'CALENDAR-FILE' TO WS-FILE-ID
            MOVE '  ** PERIOD END **' TO WS-PERIOD-END-TAG
        END-IF.

    095-LOAD-SUPPLEMENTALS-RTN.
        MOVE 'SUPPLEMENTAL-FILE' TO WS-FILE-ID
        OPEN INPUT SUPPLEMENTAL-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-SUPL-EOF = 'Y'
                READ SUPPLEMENTAL-FILE
                AT END MOVE 'Y' TO WS-SUPL-EOF
                NOT AT END
                    IF SUP-BIZ-DATE NUMERIC
                        AND SUP-BIZ-DATE = WS-TODAY
                        AND SUP-CYCLE NOT > WS-CYCLE-NO
                        AND WS-SUPL-COUNT < 10
                        ADD 1 TO WS-SUPL-COUNT
                        MOVE SUP-CYCLE TO WS-SUPL-CYCLE(WS-SUPL-COUNT)
                        MOVE SUP-BASE-CYCLE
                            TO WS-SUPL-BASE-CYCLE(WS-SUPL-COUNT)
                        MOVE SUP-FEED TO WS-SUPL-FEED(WS-SUPL-COUNT)
                        MOVE SUP-SITE TO WS-SUPL-SITE(WS-SUPL-COUNT)
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SUPPLEMENTAL-FILE
        END-IF.

    100-LOAD-RESULTS-RTN.
        MOVE 'RESULT-FILE' TO WS-FILE-ID
        OPEN INPUT RESULT-FILE
            CLOSE RESULT-FILE
        END-IF.

    105-FIND-SITE-RTN.
        IF WS-SITE-CHECK = SPACES
            MOVE WS-ENV-HOME-SITE TO WS-SITE-CHECK
        END-IF
        MOVE 0 TO WS-SX
        SET STX TO 1
        SEARCH WS-SITE-ENTRY
            WHEN WS-SITE-T-CODE(STX) = WS-SITE-CHECK
                SET WS-SX TO STX
        END-SEARCH
        IF WS-SX > WS-SITE-COUNT
            MOVE 0 TO WS-SX
        END-IF
        IF WS-SX = 0
            IF WS-SITE-COUNT < 10
                ADD 1 TO WS-SITE-COUNT
                MOVE WS-SITE-COUNT TO WS-SX
                MOVE WS-SITE-CHECK TO WS-SITE-T-CODE(WS-SX)
                MOVE 'SITE NOT ACTIVE ON AocSites' TO WS-SITE-T-NAME(WS-SX)
            ELSE
                DISPLAY '** SITE TABLE FULL - SITE ' WS-SITE-CHECK
                    ' NOT REPORTED'
            END-IF
        END-IF.

    110-SCAN-RESULT-RTN.
        IF RSLT-BIZ-DATE = WS-TODAY
            ADD 1 TO WS-REC-COUNT
            MOVE RSLT-SITE TO WS-SITE-CHECK
            PERFORM 105-FIND-SITE-RTN
            IF WS-SX > 0
                PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 7
                    IF WS-PGM-NAME(WS-PX) = RSLT-PROGRAM
                        MOVE 'Y' TO WS-SD-PGM-FOUND(WS-SX, WS-PX)
                        MOVE RSLT-METRIC
                            TO WS-SD-PGM-METRIC(WS-SX, WS-PX)
                        MOVE RSLT-READ TO WS-SD-PGM-READ(WS-SX, WS-PX)
                        MOVE RSLT-REJECTED TO WS-SD-PGM-REJ(WS-SX, WS-PX)
                        MOVE RSLT-RETURN-CODE
                            TO WS-SD-PGM-RC(WS-SX, WS-PX)
                        ADD 1 TO WS-SD-PGM-RUNS(WS-SX, WS-PX)
                        MOVE RSLT-CYCLE TO WS-SD-PGM-CYCLE(WS-SX, WS-PX)
                    END-IF
                END-PERFORM
            END-IF
        END-IF.

    120-COUNT-REJECTS-RTN.
        MOVE WS-SITE-T-CODE(WS-SX) TO WS-ENV-SITE
        MOVE 'Dec2Rejects.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REJECT2
        MOVE 'Dec3Exceptions.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-EXCEPT3
        MOVE 0 TO WS-REJ2-COUNT
        MOVE 0 TO WS-EXC3-COUNT
        MOVE SPACES TO WS-EOF
        MOVE 'REJECT2-FILE' TO WS-FILE-ID
        OPEN INPUT REJECT2-FILE
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE EXCEPT3-FILE
        END-IF
        MOVE WS-REJ2-COUNT TO WS-SD-REJ2-COUNT(WS-SX)
        MOVE WS-EXC3-COUNT TO WS-SD-EXC3-COUNT(WS-SX).

    130-SCAN-SUSPENSE-RTN.
        MOVE SPACES TO WS-EOF

    140-SCAN-SUSP-ONE-RTN.
        IF SUSP-CYCLE NOT NUMERIC OR SUSP-BIZ-DATE NOT NUMERIC
            ADD 1 TO WS-ALL-SUSP-LEGACY
        ELSE
        MOVE SUSP-SITE TO WS-SITE-CHECK
        PERFORM 105-FIND-SITE-RTN
        IF WS-SX > 0
        IF SUSP-STATUS-OPEN
            ADD 1 TO WS-SD-SUSP-OPEN(WS-SX)
        END-IF
        IF SUSP-BIZ-DATE = WS-TODAY
            ADD 1 TO WS-SD-SUSP-TODAY(WS-SX)
            MOVE 'N' TO WS-PGM-HIT
            PERFORM VARYING WS-SPX FROM 1 BY 1
                UNTIL WS-SPX > WS-SD-SP-COUNT(WS-SX) OR WS-PGM-HIT = 'Y'
                IF WS-SD-SP-PROGRAM(WS-SX, WS-SPX) = SUSP-PROGRAM
                    MOVE 'Y' TO WS-PGM-HIT
                END-IF
            END-PERFORM
            IF WS-PGM-HIT = 'Y'
                SUBTRACT 1 FROM WS-SPX
            ELSE
                IF WS-SD-SP-COUNT(WS-SX) < 10
                    ADD 1 TO WS-SD-SP-COUNT(WS-SX)
                    MOVE WS-SD-SP-COUNT(WS-SX) TO WS-SPX
                    MOVE SUSP-PROGRAM TO WS-SD-SP-PROGRAM(WS-SX, WS-SPX)
                ELSE
                    MOVE 0 TO WS-SPX
                END-IF
            END-IF
            IF WS-SPX > 0
                ADD 1 TO WS-SD-SP-NEW(WS-SX, WS-SPX)
            END-IF
        END-IF
        END-IF
        END-IF.

    200-WRITE-REPORT-RTN.
        PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SITE-COUNT
            PERFORM 205-LOAD-SITE-BLOCK-RTN
            PERFORM 220-WRITE-SITE-BLOCK-RTN
            ADD WS-GT-PROGRAMS TO WS-ALL-PROGRAMS
            ADD WS-GT-READ TO WS-ALL-READ
            ADD WS-GT-REJ TO WS-ALL-REJ
            ADD WS-REJ2-COUNT TO WS-ALL-REJ2
            ADD WS-EXC3-COUNT TO WS-ALL-EXC3
            ADD WS-SUSP-TODAY-COUNT TO WS-ALL-SUSP-TODAY
            ADD WS-SUSP-OPEN-COUNT TO WS-ALL-SUSP-OPEN
        END-PERFORM
        MOVE 'ALL SITES COMBINED' TO WS-RPT-SITE-LINE
        MOVE 'SECTION 4 - GRAND TOTALS - ALL SITES COMBINED'
            TO WS-TOTALS-TITLE
        MOVE WS-ALL-PROGRAMS TO WS-GT-PROGRAMS
        MOVE WS-ALL-READ TO WS-GT-READ
        MOVE WS-ALL-REJ TO WS-GT-REJ
        MOVE WS-ALL-REJ2 TO WS-REJ2-COUNT
        MOVE WS-ALL-EXC3 TO WS-EXC3-COUNT
        MOVE WS-ALL-SUSP-TODAY TO WS-SUSP-TODAY-COUNT
        MOVE WS-ALL-SUSP-OPEN TO WS-SUSP-OPEN-COUNT
        MOVE WS-ALL-SUSP-LEGACY TO WS-SUSP-LEGACY-COUNT
        COMPUTE WS-PGM-POSSIBLE = 7 * WS-SITE-COUNT
        PERFORM 300-WRITE-GRAND-TOTALS-RTN.

    205-LOAD-SITE-BLOCK-RTN.
        MOVE WS-SD-PGM-DATA(WS-SX) TO WS-PGM-DATA
        MOVE WS-SD-SUSP-PGM-TABLE(WS-SX) TO WS-SUSP-PGM-TABLE
        MOVE WS-SD-REJ2-COUNT(WS-SX) TO WS-REJ2-COUNT
        MOVE WS-SD-EXC3-COUNT(WS-SX) TO WS-EXC3-COUNT
        MOVE WS-SD-SUSP-TODAY(WS-SX) TO WS-SUSP-TODAY-COUNT
        MOVE WS-SD-SUSP-OPEN(WS-SX) TO WS-SUSP-OPEN-COUNT
        MOVE 0 TO WS-SUSP-LEGACY-COUNT
        MOVE 0 TO WS-GT-PROGRAMS
        MOVE 0 TO WS-GT-READ
        MOVE 0 TO WS-GT-REJ
        MOVE 7 TO WS-PGM-POSSIBLE
        MOVE SPACES TO WS-RPT-SITE-LINE
        STRING 'SITE ' DELIMITED BY SIZE
            WS-SITE-T-CODE(WS-SX) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-SITE-T-NAME(WS-SX) DELIMITED BY SIZE
            INTO WS-RPT-SITE-LINE
        MOVE SPACES TO WS-TOTALS-TITLE
        STRING 'SECTION 4 - SITE TOTALS - ' DELIMITED BY SIZE
            WS-SITE-T-CODE(WS-SX) DELIMITED BY SIZE
            INTO WS-TOTALS-TITLE.

    220-WRITE-SITE-BLOCK-RTN.
        MOVE 99 TO WS-LINE-COUNT
        PERFORM 710-PAGE-HEADING-RTN
        MOVE 'SECTION 1 - PROGRAM RESULTS' TO WS-PRINT-LINE
        PERFORM 700-WRITE-LINE-RTN
        MOVE 'PROGRAM               KEY METRIC  RECORDS READ  REJECT&
            &ED  RC  RUNS' TO WS-PRINT-LINE
        PERFORM 700-WRITE-LINE-RTN
        PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > 7
            PERFORM 210-WRITE-PROGRAM-LINE-RTN
        END-PERFORM
        PERFORM 215-WRITE-SUPPLEMENTAL-NOTE-RTN
        MOVE SPACES TO WS-PRINT-LINE
        PERFORM 700-WRITE-LINE-RTN
        MOVE 'SECTION 2 - REJECTED RECORDS ON FILE' TO WS-PRINT-LINE
                '  ' DELIMITED BY SIZE
                WS-ED-RUNS DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            MOVE 'N' TO WS-SUPL-HIT
            PERFORM VARYING WS-SUX FROM 1 BY 1
                UNTIL WS-SUX > WS-SUPL-COUNT
                IF WS-SUPL-CYCLE(WS-SUX) = WS-PGM-CYCLE(WS-PX)
                    MOVE 'Y' TO WS-SUPL-HIT
                END-IF
            END-PERFORM
            IF WS-SUPL-HIT = 'Y'
                MOVE '* SUPPLEMENTAL CYCLE' TO WS-PRINT-LINE(72:20)
                MOVE WS-PGM-CYCLE(WS-PX) TO WS-PRINT-LINE(93:6)
            END-IF
        ELSE
            STRING WS-PGM-NAME(WS-PX) DELIMITED BY SIZE
                '   -- NO RUN COMPLETED THIS DATE --'
        END-IF
        PERFORM 700-WRITE-LINE-RTN.

    215-WRITE-SUPPLEMENTAL-NOTE-RTN.
        MOVE 0 TO WS-SUPL-SHOWN
        PERFORM VARYING WS-SUX FROM 1 BY 1 UNTIL WS-SUX > WS-SUPL-COUNT
            IF WS-SUPL-SITE(WS-SUX) = WS-SITE-T-CODE(WS-SX)
                IF WS-SUPL-SHOWN = 0
                    MOVE SPACES TO WS-PRINT-LINE
                    PERFORM 700-WRITE-LINE-RTN
                END-IF
                ADD 1 TO WS-SUPL-SHOWN
                MOVE SPACES TO WS-PRINT-LINE
                STRING '* SUPPLEMENTAL CYCLE ' DELIMITED BY SIZE
                    WS-SUPL-CYCLE(WS-SUX) DELIMITED BY SIZE
                    ' RAN FOR LATE FEED ' DELIMITED BY SIZE
                    WS-SUPL-FEED(WS-SUX) DELIMITED BY SPACE
                    ' - FIGURES MARKED * SUPERSEDE MAIN CYCLE '
                    DELIMITED BY SIZE
                    WS-SUPL-BASE-CYCLE(WS-SUX) DELIMITED BY SIZE
                    INTO WS-PRINT-LINE
                PERFORM 700-WRITE-LINE-RTN
            END-IF
        END-PERFORM.

    300-WRITE-GRAND-TOTALS-RTN.
        MOVE 99 TO WS-LINE-COUNT
        PERFORM 710-PAGE-HEADING-RTN
        MOVE WS-TOTALS-TITLE TO WS-PRINT-LINE
        PERFORM 700-WRITE-LINE-RTN
        MOVE WS-GT-PROGRAMS TO WS-ED-RC
        MOVE WS-PGM-POSSIBLE TO WS-ED-POSSIBLE
        MOVE SPACES TO WS-PRINT-LINE
        STRING 'PROGRAMS COMPLETED THIS DATE:      ' DELIMITED BY SIZE
            WS-ED-RC DELIMITED BY SIZE
            ' OF ' DELIMITED BY SIZE
            WS-ED-POSSIBLE DELIMITED BY SIZE
            INTO WS-PRINT-LINE
        PERFORM 700-WRITE-LINE-RTN
        MOVE WS-GT-READ TO WS-ED-METRIC
        WRITE SUMMARY-REC
        MOVE ALL '-' TO SUMMARY-REC
        WRITE SUMMARY-REC
        MOVE WS-RPT-SITE-LINE TO SUMMARY-REC
        WRITE SUMMARY-REC
        MOVE SPACES TO SUMMARY-REC
        WRITE SUMMARY-REC
        MOVE 4 TO WS-LINE-COUNT.

    920-ABEND-RTN.
        IF WS-ABEND-LOG-OK = 'Y'
        MOVE WS-ABEND-STAMP TO SUMMARY-REC
        WRITE SUMMARY-REC
        CLOSE RESULT-FILE SUMMARY-FILE REJECT2-FILE EXCEPT3-FILE
            SUSPENSE-FILE CALENDAR-FILE SITE-REG-FILE LOG-FILE
            SUPPLEMENTAL-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY TIMINGRTN.
    COPY ENVRTN.
    COPY SITEVRTN.
