    01 ALLOWANCE-REC.
        05 ALW-ELF-NO           PIC 9(4).
        05 ALW-DAILY            PIC 9(6).
        05 ALW-EFF-DATE         PIC 9(8).
        05 ALW-END-DATE         PIC 9(8).
