    01 REQUISITION-REC.
        05 REQ-DATE             PIC 9(8).
        05 REQ-CYCLE            PIC 9(6).
        05 REQ-ITEM             PIC X(6).
        05 REQ-DESC             PIC X(20).
        05 REQ-DEPT             PIC X(10).
        05 REQ-PACKS            PIC 9(6).
        05 REQ-PACK-SIZE        PIC 9(4).
        05 REQ-UNITS            PIC 9(8).
        05 REQ-NEED-DATE        PIC 9(8).
        05 REQ-ARRIVE-DATE      PIC 9(8).
        05 REQ-SAFETY-PCT       PIC 9(3).
        05 REQ-LEAD-FLAG        PIC X(1).
            88 REQ-LEAD-LATE       VALUE 'L'.
            88 REQ-LEAD-OK         VALUE ' '.
