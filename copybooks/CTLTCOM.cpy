        05 WS-CTL-REJECTED     PIC 9(6) VALUE 0.
        05 WS-CTL-FILE-NAME    PIC X(30) VALUE SPACES.
        05 WS-CTL-WRITTEN      PIC 9(6) VALUE 0.
        05 WS-CTL-SITE         PIC X(2) VALUE 'HQ'.
