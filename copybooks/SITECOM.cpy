    01 WS-SITE-FIELDS.
        05 WS-SITE-NAME        PIC X(30) VALUE SPACES.
        05 WS-SITE-X           PIC X(32) VALUE SPACES.
        05 WS-SITE-CHECK       PIC X(2) VALUE SPACES.
        05 WS-SITE-VALID       PIC A(1) VALUE 'N'.
        05 WS-SITE-EOF         PIC A(1) VALUE ' '.
    01 WS-SITE-TABLE.
        05 WS-SITE-COUNT       PIC 9(2) VALUE 0.
        05 WS-SITE-ENTRY OCCURS 10 TIMES INDEXED BY STX.
            10 WS-SITE-T-CODE      PIC X(2) VALUE SPACES.
            10 WS-SITE-T-NAME      PIC X(30) VALUE SPACES.
