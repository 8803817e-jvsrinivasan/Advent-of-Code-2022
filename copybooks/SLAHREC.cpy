    01 SLA-HISTORY-REC.
        05 SLH-BIZ-DATE         PIC 9(8).
        05 SLH-RUN-STAMP        PIC X(14).
        05 SLH-CYCLE            PIC 9(6).
        05 SLH-RECIPIENT        PIC X(8).
        05 SLH-REPORT-CODE      PIC X(10).
        05 SLH-STATUS           PIC X(1).
            88 SLH-ON-TIME         VALUE 'O'.
            88 SLH-LATE            VALUE 'L'.
            88 SLH-MISSING         VALUE 'M'.
        05 SLH-MINS-LATE        PIC 9(5).
