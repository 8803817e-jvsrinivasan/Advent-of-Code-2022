    01 SANCTION-REC.
        05 SNC-SANCTION-NO      PIC 9(6).
        05 SNC-PLAYER-ID        PIC X(4).
        05 SNC-REASON-CODE      PIC X(4).
        05 SNC-REASON-TEXT      PIC X(30).
        05 SNC-START-DATE       PIC 9(8).
        05 SNC-END-DATE         PIC 9(8).
        05 SNC-OPERATOR         PIC X(8).
        05 SNC-ISSUED-DATE      PIC 9(8).
        05 SNC-SOURCE           PIC X(1).
            88 SNC-SOURCE-MANUAL   VALUE 'M'.
            88 SNC-SOURCE-AUTO     VALUE 'A'.
        05 SNC-STATUS           PIC X(1).
            88 SNC-STATUS-ACTIVE   VALUE 'A'.
            88 SNC-STATUS-LIFTED   VALUE 'L'.
        05 SNC-FORFEITS         PIC 9(6).
