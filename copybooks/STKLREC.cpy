    01 STOCK-LEDGER-REC.
        05 STKL-KEY.
            10 STKL-ITEM        PIC X(1).
            10 STKL-BIZ-DATE    PIC 9(8).
        05 STKL-OPENING         PIC 9(7).
        05 STKL-ISSUED          PIC 9(7).
        05 STKL-COUNTED         PIC 9(7).
        05 STKL-VARIANCE        PIC S9(7).
        05 STKL-UNIT-VALUE      PIC 9(5)V99.
        05 STKL-VAR-VALUE       PIC S9(9)V99.
        05 STKL-CLOSING         PIC 9(7).
        05 STKL-CYCLE           PIC 9(6).
        05 STKL-STATUS          PIC X(1).
            88 STKL-IN-TOLERANCE   VALUE 'T'.
            88 STKL-SUSPENDED      VALUE 'S'.
