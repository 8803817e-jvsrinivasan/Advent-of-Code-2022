    01 SECURITY-LOG-REC.
        05 SEC-DATE             PIC 9(8).
        05 SEC-TIME             PIC 9(6).
        05 FILLER               PIC X(1).
        05 SEC-OPERATOR-ID      PIC X(8).
        05 FILLER               PIC X(1).
        05 SEC-PROGRAM          PIC X(20).
        05 FILLER               PIC X(1).
        05 SEC-FUNCTION         PIC X(1).
        05 FILLER               PIC X(1).
        05 SEC-RESULT           PIC X(1).
            88 SEC-RESULT-OK       VALUE 'S'.
            88 SEC-RESULT-FAIL     VALUE 'F'.
        05 FILLER               PIC X(1).
        05 SEC-EVENT            PIC X(30).
        05 FILLER               PIC X(1).
        05 SEC-BY-OPERATOR      PIC X(8).
