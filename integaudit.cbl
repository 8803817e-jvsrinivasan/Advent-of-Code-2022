        05 REG-STATUS           PIC X(1).
            88 REG-STATUS-ACCEPTED VALUE 'A'.
            88 REG-STATUS-REJECTED VALUE 'R'.
        05 REG-LAYOUT-VER       PIC X(2).
        05 REG-SITE             PIC X(2).
    FD MANIFEST-FILE.
    COPY MANFREC.
    FD STEP-CONTROL-FILE.
    COPY STEPREC.
    FD GEN-CHECK-FILE.
            10 FILLER PIC X(20) VALUE 'RUCKSACK'.
            10 FILLER PIC X(20) VALUE 'RUCKSACK2'.
            10 FILLER PIC X(20) VALUE 'TREE-HOUSE'.
            10 FILLER PIC X(20) VALUE 'SECTION-OVERLAP'.
            10 FILLER PIC X(20) VALUE 'DIRECTORY-SIZE'.
        05 WS-CORE-PGMS REDEFINES WS-CORE-PGM-INIT.
            10 WS-CORE-PGM PIC X(20) OCCURS 7 TIMES.
    01 WS-SCAN-WORK.
        05 WS-IX               PIC 9(4) VALUE 0.
        05 WS-IX2              PIC 9(4) VALUE 0.

    510-CHECK-STEP-ONE-RTN.
        MOVE 'N' TO WS-CORE-HIT
        PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 7
            IF WS-CORE-PGM(WS-CX) = SC-PROGRAM
                MOVE 'Y' TO WS-CORE-HIT
            END-IF
