    01 WS-LEGAL-HOLD-TABLE.
        05 WS-LH-COUNT         PIC 9(3) VALUE 0.
        05 WS-LH-ENTRY OCCURS 500 TIMES.
            10 WS-LH-ID            PIC X(12) VALUE SPACES.
            10 WS-LH-TYPE          PIC X(1) VALUE SPACE.
            10 WS-LH-VALUE         PIC X(30) VALUE SPACES.
            10 WS-LH-FROM          PIC 9(8) VALUE 0.
            10 WS-LH-TO            PIC 9(8) VALUE 0.
            10 WS-LH-HITS          PIC 9(7) VALUE 0.
    01 WS-LEGAL-HOLD-CHECK.
        05 WS-LH-X             PIC 9(3) VALUE 0.
        05 WS-LH-EOF           PIC A(1) VALUE ' '.
        05 WS-LH-MATCH         PIC A(1) VALUE 'N'.
        05 WS-LH-TALLY         PIC 9(2) VALUE 0.
        05 WS-LH-CHK-ELF       PIC X(4) VALUE SPACES.
        05 WS-LH-CHK-PLAYER    PIC X(4) VALUE SPACES.
        05 WS-LH-CHK-TEXT      PIC X(12) VALUE SPACES.
        05 WS-LH-CHK-DATE      PIC 9(8) VALUE 0.
        05 WS-LH-CHK-FILE      PIC X(30) VALUE SPACES.
        05 WS-LH-HELD          PIC A(1) VALUE 'N'.
        05 WS-LH-HELD-ID       PIC X(12) VALUE SPACES.
        05 WS-LH-SKIPPED       PIC 9(6) VALUE 0.
