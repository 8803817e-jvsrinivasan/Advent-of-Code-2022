        05 REG-STATUS           PIC X(1).
            88 REG-STATUS-ACCEPTED VALUE 'A'.
            88 REG-STATUS-REJECTED VALUE 'R'.
        05 REG-LAYOUT-VER       PIC X(2).
        05 REG-SITE             PIC X(2).
    FD REPORT-FILE.
    01 REPORT-REC PIC X(132).
    FD LOG-FILE.
