    01 SUPPLEMENTAL-REC.
        05 SUP-CYCLE            PIC 9(6).
        05 SUP-BIZ-DATE         PIC 9(8).
        05 SUP-BASE-CYCLE       PIC 9(6).
        05 SUP-FEED             PIC X(30).
        05 SUP-SITE             PIC X(2).
        05 SUP-RAISED-DATE      PIC 9(8).
        05 SUP-RAISED-TIME      PIC 9(6).
