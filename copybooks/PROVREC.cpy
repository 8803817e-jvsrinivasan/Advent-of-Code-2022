    01 PROVISION-REC.
        05 PRV-ITEM             PIC X(6).
        05 PRV-DESC             PIC X(20).
        05 PRV-DEPT             PIC X(10).
        05 PRV-CAL-PER-UNIT     PIC 9(6).
        05 PRV-PACK-SIZE        PIC 9(4).
        05 PRV-LEAD-DAYS        PIC 9(3).
        05 PRV-ON-HAND          PIC 9(7).
        05 PRV-MIX-PCT          PIC 9(3).
