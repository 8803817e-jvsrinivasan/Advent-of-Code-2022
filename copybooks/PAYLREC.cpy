    01 PAYEE-LEDGER-REC.
        05 PYL-KEY.
            10 PYL-SEASON       PIC X(6).
            10 PYL-PLAYER-ID    PIC X(4).
            10 PYL-AWARD-TYPE   PIC X(1).
            10 PYL-DIVISION     PIC 9(1).
            10 PYL-RANK         PIC 9(4).
        05 PYL-AMOUNT           PIC 9(7)V99.
        05 PYL-DESC             PIC X(20).
        05 PYL-STATUS           PIC X(1).
            88 PYL-STATUS-PAID     VALUE 'P'.
            88 PYL-STATUS-HELD     VALUE 'H'.
        05 PYL-HOLD-REASON      PIC X(4).
        05 PYL-VOUCHER          PIC 9(6).
        05 PYL-ENTERED-DATE     PIC 9(8).
        05 PYL-PAID-DATE        PIC 9(8).
        05 PYL-OPERATOR         PIC X(8).
