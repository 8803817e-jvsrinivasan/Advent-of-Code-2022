    01 REPRINT-QUEUE-REC.
        05 RPQ-REPORT-CODE      PIC X(10).
        05 RPQ-FILE-NAME        PIC X(30).
        05 RPQ-BIZ-DATE         PIC 9(8).
        05 RPQ-CYCLE            PIC 9(6).
        05 RPQ-RECIPIENT        PIC X(8).
        05 RPQ-OPERATOR         PIC X(8).
        05 RPQ-REQ-DATE         PIC 9(8).
        05 RPQ-REQ-TIME         PIC 9(6).
        05 RPQ-STATUS           PIC X(1).
            88 RPQ-PENDING       VALUE 'P'.
            88 RPQ-DONE          VALUE 'D'.
            88 RPQ-FAILED        VALUE 'F'.
