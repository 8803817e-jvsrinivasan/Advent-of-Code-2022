    01 HR-FEED-REC.
        05 HRF-ACTION           PIC X(1).
            88 HRF-ACTION-ADD       VALUE 'A'.
            88 HRF-ACTION-CHANGE    VALUE 'C'.
            88 HRF-ACTION-TERM      VALUE 'T'.
        05 HRF-ELF-NO           PIC X(4).
        05 HRF-NAME             PIC X(20).
        05 HRF-DEPT             PIC X(10).
        05 HRF-EFF-DATE         PIC X(8).
