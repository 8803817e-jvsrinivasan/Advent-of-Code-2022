        05 SC-PROGRAM           PIC X(20).
        05 SC-BIZ-DATE          PIC 9(8).
        05 SC-CYCLE             PIC 9(6).
        05 SC-SITE              PIC X(2).
        05 SC-STATUS            PIC X(1).
            88 SC-SUPERSEDED        VALUE 'S'.
        05 SC-SUPERSEDED-BY     PIC 9(6).
