    01 SUPPLY-ISSUE-REC.
        05 SUPI-BIZ-DATE        PIC 9(8).
        05 SUPI-ITEM            PIC X(1).
        05 SUPI-QTY             PIC 9(7).
        05 SUPI-REFERENCE       PIC X(10).
