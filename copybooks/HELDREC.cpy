    01 HELD-ROUND-REC.
        05 HLD-CASE-NO          PIC 9(6).
        05 HLD-MATCH-ID         PIC X(4).
        05 HLD-ROUND-NO         PIC 9(3).
        05 HLD-HELD-DATE        PIC 9(8).
        05 HLD-TOURN-ID         PIC X(4).
        05 HLD-INPUT            PIC X(60).
