    01 WS-SIGNOFF-FIELDS.
        05 WS-SGN-REQ-CYCLE    PIC 9(6) VALUE 0.
        05 WS-SGN-STATE        PIC X(1) VALUE ' '.
            88 WS-SGN-SIGNED       VALUE 'S'.
            88 WS-SGN-HELD         VALUE 'H'.
            88 WS-SGN-UNDECIDED    VALUE ' '.
        05 WS-SGN-BIZ-DATE     PIC 9(8) VALUE 0.
        05 WS-SGN-BY           PIC X(8) VALUE SPACES.
        05 WS-SGN-DATE         PIC 9(8) VALUE 0.
        05 WS-SGN-TIME         PIC 9(6) VALUE 0.
        05 WS-SGN-REASON       PIC X(60) VALUE SPACES.
        05 WS-SGN-EOF          PIC A(1) VALUE ' '.
