    01 WS-RHIST-TABLE.
        05 WS-RHIST-EOF        PIC A(1) VALUE ' '.
        05 WS-RHIST-COUNT      PIC 9(4) VALUE 0.
        05 WS-RHIST-ENTRY OCCURS 2000 TIMES.
            10 WS-RHIST-ELF-NO     PIC 9(4) VALUE 0.
            10 WS-RHIST-DEPT       PIC X(10) VALUE SPACES.
            10 WS-RHIST-STATUS     PIC X(1) VALUE SPACES.
            10 WS-RHIST-FROM       PIC 9(8) VALUE 0.
            10 WS-RHIST-TO         PIC 9(8) VALUE 0.
    01 WS-RHIST-WORK.
        05 WS-RHX              PIC 9(4) VALUE 0.
        05 WS-RHIST-REQ-ELF    PIC 9(4) VALUE 0.
        05 WS-RHIST-REQ-DATE   PIC 9(8) VALUE 0.
        05 WS-RHIST-HIT        PIC A(1) VALUE 'N'.
        05 WS-RHIST-HIT-DEPT   PIC X(10) VALUE SPACES.
        05 WS-RHIST-HIT-STATUS PIC X(1) VALUE SPACES.
