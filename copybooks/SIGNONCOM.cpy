            88 WS-SIGNON-FUNC-CLOSE    VALUE 'K'.
            88 WS-SIGNON-FUNC-PURGE    VALUE 'P'.
            88 WS-SIGNON-FUNC-SECURITY VALUE 'S'.
            88 WS-SIGNON-FUNC-APPROVE  VALUE 'A'.
        05 WS-SIGNON-OK        PIC A(1) VALUE 'N'.
        05 WS-SIGNON-EOF       PIC A(1) VALUE ' '.
        05 WS-SIGNON-FOUND     PIC A(1) VALUE 'N'.
        05 WS-SIGNON-AUTH      PIC X(1) VALUE 'N'.
        05 WS-SIGNON-NAME      PIC X(30) VALUE SPACES.
        05 WS-SIGNON-NO-MASTER PIC A(1) VALUE 'N'.
        05 WS-SIGNON-SEC-ISSUED PIC A(1) VALUE 'Y'.
        05 WS-SIGNON-PASSWORD  PIC X(16) VALUE SPACES.
        05 WS-SIGNON-NEW-PWD   PIC X(16) VALUE SPACES.
        05 WS-SIGNON-CONFIRM   PIC X(16) VALUE SPACES.
        05 WS-SIGNON-PWD-LEN   PIC 9(2) VALUE 0.
        05 WS-SIGNON-HASH-TEXT.
            10 WS-SIGNON-HASH-ID   PIC X(8) VALUE SPACES.
            10 WS-SIGNON-HASH-PWD  PIC X(16) VALUE SPACES.
        05 WS-SIGNON-HASH      PIC 9(10) VALUE 0.
        05 WS-SIGNON-HASH-WORK PIC 9(13) VALUE 0.
        05 WS-SIGNON-HX        PIC 9(2) VALUE 0.
        05 WS-SIGNON-PWD-HASH  PIC 9(10) VALUE 0.
        05 WS-SIGNON-PWD-CHANGED PIC 9(8) VALUE 0.
        05 WS-SIGNON-EXPIRY-DAYS PIC 9(3) VALUE 0.
        05 WS-SIGNON-FAILS     PIC 9(2) VALUE 0.
        05 WS-SIGNON-MAX-FAILS PIC 9(2) VALUE 3.
        05 WS-SIGNON-TODAY     PIC 9(8) VALUE 0.
        05 WS-SIGNON-TIME      PIC 9(8) VALUE 0.
        05 WS-SIGNON-AGE       PIC S9(7) VALUE 0.
        05 WS-SIGNON-MUST-CHANGE PIC A(1) VALUE 'N'.
        05 WS-SIGNON-CHANGED   PIC A(1) VALUE 'N'.
        05 WS-SIGNON-REWRITE   PIC A(1) VALUE 'N'.
        05 WS-SIGNON-OVERFLOW  PIC A(1) VALUE 'N'.
        05 WS-SIGNON-EVENT     PIC X(30) VALUE SPACES.
        05 WS-SIGNON-PARM-EOF  PIC A(1) VALUE ' '.
        05 WS-SIGNON-PARM-KEY  PIC X(20) VALUE SPACES.
        05 WS-SIGNON-PARM-VAL  PIC X(20) VALUE SPACES.
        05 WS-SIGNON-PARM-LEN  PIC 9(2) VALUE 0.
    01 WS-SIGNON-OPER-TABLE.
        05 WS-SIGNON-OPER-COUNT PIC 9(4) VALUE 0.
        05 WS-SIGNON-OX         PIC 9(4) VALUE 0.
        05 WS-SIGNON-OPER-ENTRY PIC X(80) OCCURS 500 TIMES.
