    01 RECEIPT-REG-REC.
        05 RCP-FILE-NAME        PIC X(30).
        05 RCP-SENDER           PIC X(8).
        05 RCP-BIZ-DATE         PIC 9(8).
        05 RCP-COUNT            PIC 9(6).
        05 RCP-CYCLE            PIC 9(6).
        05 RCP-STATUS           PIC X(1).
            88 RCP-STATUS-ACCEPTED VALUE 'A'.
            88 RCP-STATUS-REJECTED VALUE 'R'.
        05 RCP-LAYOUT-VER       PIC X(2).
        05 RCP-SITE             PIC X(2).
