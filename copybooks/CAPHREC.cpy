    01 HIST-REC.
        05 HIST-CYCLE           PIC 9(6).
        05 HIST-ITEM            PIC X(16).
        05 HIST-COUNT           PIC 9(9).
        05 HIST-DIR-SITE        PIC X(2).
        05 HIST-DIR-BYTES       PIC 9(12).
        05 HIST-DIR-PATH        PIC X(60).
