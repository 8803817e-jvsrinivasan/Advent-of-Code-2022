    01 SAVED-QUERY-REC.
        05 SQ-NAME              PIC X(12).
        05 SQ-PROGRAM           PIC X(20).
        05 SQ-FROM-DATE         PIC 9(8).
        05 SQ-TO-DATE           PIC 9(8).
        05 SQ-FROM-CYCLE        PIC 9(6).
        05 SQ-TO-CYCLE          PIC 9(6).
        05 SQ-METRIC-OP         PIC X(2).
        05 SQ-METRIC-VALUE      PIC 9(9).
        05 SQ-READ-OP           PIC X(2).
        05 SQ-READ-VALUE        PIC 9(6).
        05 SQ-REJ-OP            PIC X(2).
        05 SQ-REJ-VALUE         PIC 9(6).
        05 SQ-RC-OP             PIC X(2).
        05 SQ-RC-VALUE          PIC 9(2).
        05 SQ-SAVED-DATE        PIC 9(8).
