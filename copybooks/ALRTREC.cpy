    01 ALERT-REG-REC.
        05 ALR-ID               PIC 9(6).
        05 ALR-CYCLE            PIC 9(6).
        05 ALR-SEV              PIC X(1).
        05 ALR-LOG-TS           PIC X(15).
        05 ALR-RAISED-DATE      PIC 9(8).
        05 ALR-RAISED-TIME      PIC 9(6).
        05 ALR-REPEATS          PIC 9(4).
        05 ALR-STATUS           PIC X(1).
            88 ALR-STATUS-NEW      VALUE 'N'.
            88 ALR-STATUS-ACK      VALUE 'A'.
            88 ALR-STATUS-RESOLVED VALUE 'R'.
        05 ALR-ACK-OPERATOR     PIC X(8).
        05 ALR-ACK-DATE         PIC 9(8).
        05 ALR-ACK-TIME         PIC 9(6).
        05 ALR-ESCALATED        PIC X(1).
            88 ALR-IS-ESCALATED    VALUE 'Y'.
        05 ALR-ESC-DATE         PIC 9(8).
        05 ALR-ESC-TIME         PIC 9(6).
        05 ALR-RES-OPERATOR     PIC X(8).
        05 ALR-RES-DATE         PIC 9(8).
        05 ALR-RES-TIME         PIC 9(6).
        05 ALR-TEXT             PIC X(90).
        05 ALR-NOTES            PIC X(60).
        05 FILLER               PIC X(2).
