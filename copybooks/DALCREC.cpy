    01 DIR-ALLOC-REC.
        05 DALC-SITE            PIC X(2).
        05 DALC-PATH            PIC X(60).
        05 DALC-BYTES           PIC 9(12).
