    01 WS-SUPPLEMENTAL-FIELDS.
        05 WS-SUPL-ACTIVE      PIC A(1) VALUE 'N'.
        05 WS-SUPL-BIZ-DATE    PIC 9(8) VALUE 0.
        05 WS-SUPL-BASE-CYCLE  PIC 9(6) VALUE 0.
        05 WS-SUPL-FEED        PIC X(30) VALUE SPACES.
        05 WS-SUPL-SITE        PIC X(2) VALUE SPACES.
        05 WS-SUPL-EOF         PIC A(1) VALUE ' '.
