    01 BADGE-EVENT-REC.
        05 BEV-EVENT-NO         PIC 9(6).
        05 BEV-BADGE-KEY.
            10 BEV-BIZ-DATE     PIC 9(8).
            10 BEV-GROUP-NO     PIC 9(6).
        05 BEV-EVENT            PIC X(1).
            88 BEV-EVENT-LOST      VALUE 'L'.
            88 BEV-EVENT-REPLACED  VALUE 'R'.
            88 BEV-EVENT-RETIRED   VALUE 'X'.
        05 BEV-BADGE-ITEM       PIC X(1).
        05 BEV-REPL-KEY.
            10 BEV-REPL-BIZ-DATE PIC 9(8).
            10 BEV-REPL-GROUP-NO PIC 9(6).
        05 BEV-REPL-ITEM        PIC X(1).
        05 BEV-EVENT-DATE       PIC 9(8).
        05 BEV-OPERATOR         PIC X(8).
        05 BEV-REASON           PIC X(30).
