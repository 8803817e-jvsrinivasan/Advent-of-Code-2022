        05 WS-ENV-BANNER       PIC X(30) VALUE SPACES.
        05 WS-ENV-FILE-NAME    PIC X(40) VALUE SPACES.
        05 WS-ENV-PATH         PIC X(70) VALUE SPACES.
        05 WS-ENV-SITE         PIC X(2) VALUE 'HQ'.
        05 WS-ENV-HOME-SITE    PIC X(2) VALUE 'HQ'.
