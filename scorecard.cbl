        05 REG-CYCLE            PIC 9(6).
        05 REG-STATUS           PIC X(1).
            88 REG-STATUS-ACCEPTED VALUE 'A'.
        05 REG-LAYOUT-VER       PIC X(2).
        05 REG-SITE             PIC X(2).
    FD SUSPENSE-FILE.
    COPY SUSPREC.
    FD REPORT-FILE.
                'RUCKSACK2           Dec3Input.txt'.
            10 FILLER PIC X(50) VALUE
                'TREE-HOUSE          Dec8Input.txt'.
            10 FILLER PIC X(50) VALUE
                'SECTION-OVERLAP     Dec4Input.txt'.
            10 FILLER PIC X(50) VALUE
                'DIRECTORY-SIZE      Dec7Input.txt'.
        05 WS-FEEDS REDEFINES WS-FEED-INIT.
            10 WS-FEED-ENTRY OCCURS 7 TIMES.
                15 WS-FEED-PROGRAM PIC X(20).
                15 WS-FEED-FILE    PIC X(30).
        05 WS-FEED-DATA.
            10 WS-FD-ENTRY OCCURS 7 TIMES.
                15 WS-FD-SENDER       PIC X(8) VALUE SPACES.
                15 WS-FD-DAYS         PIC 9(3) VALUE 0.
                15 WS-FD-READ         PIC 9(9) VALUE 0.
        END-IF.

    210-ACCUM-ONE-RESULT-RTN.
        PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 7
            IF WS-FEED-PROGRAM(WS-FX) = RSLT-PROGRAM
                ADD 1 TO WS-FD-DAYS(WS-FX)
                ADD RSLT-READ TO WS-FD-READ(WS-FX)
                        AND SUSP-BIZ-DATE NUMERIC
                        AND SUSP-BIZ-DATE >= WS-CUTOFF-DATE
                        PERFORM VARYING WS-FX FROM 1 BY 1
                            UNTIL WS-FX > 7
                            IF WS-FEED-PROGRAM(WS-FX)
                                = SUSP-PROGRAM
                                ADD 1 TO WS-FD-SUSP(WS-FX)
                NOT AT END
                    IF REG-STATUS-ACCEPTED
                        PERFORM VARYING WS-FX FROM 1 BY 1
                            UNTIL WS-FX > 7
                            IF WS-FEED-FILE(WS-FX)
                                = REG-FILE-NAME
                                MOVE REG-SENDER
        WRITE REPORT-REC
        MOVE 0 TO WS-WORST-IX
        MOVE 0 TO WS-WORST-RATE
        PERFORM VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 7
            PERFORM 510-WRITE-FEED-LINE-RTN
        END-PERFORM
        MOVE SPACES TO REPORT-REC
