    01 RECIPIENT-REC.
        05 RCP-RECIPIENT        PIC X(8).
        05 RCP-REPORT-CODE      PIC X(10).
        05 RCP-DEADLINE-TIME    PIC X(4).
        05 RCP-DEADLINE-DAYS    PIC X(1).
        05 FILLER               PIC X(57).
