    01 ALW-PENDING-REC.
        05 AP-SEQ               PIC 9(6).
        05 AP-ACTION            PIC X(1).
            88 AP-ACTION-ADD        VALUE 'A'.
            88 AP-ACTION-CHANGE     VALUE 'C'.
            88 AP-ACTION-END        VALUE 'E'.
        05 AP-ELF-NO            PIC 9(4).
        05 AP-OLD-DAILY         PIC 9(6).
        05 AP-NEW-DAILY         PIC 9(6).
        05 AP-EFF-DATE          PIC 9(8).
        05 AP-PROPOSER          PIC X(8).
        05 AP-PROPOSED-TS       PIC X(15).
        05 AP-STATUS            PIC X(1).
            88 AP-STATUS-PENDING    VALUE 'P'.
            88 AP-STATUS-APPROVED   VALUE 'A'.
            88 AP-STATUS-REJECTED   VALUE 'R'.
        05 AP-CHECKER           PIC X(8).
        05 AP-DECIDED-TS        PIC X(15).
