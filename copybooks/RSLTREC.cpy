            10 RSLT-BIZ-DATE    PIC 9(8).
            10 RSLT-PROGRAM     PIC X(20).
            10 RSLT-CYCLE       PIC 9(6).
            10 RSLT-SITE        PIC X(2).
        05 RSLT-METRIC          PIC 9(9).
        05 RSLT-READ            PIC 9(6).
        05 RSLT-REJECTED        PIC 9(6).
