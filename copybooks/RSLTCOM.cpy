        05 WS-RSLT-READ        PIC 9(6) VALUE 0.
        05 WS-RSLT-REJ         PIC 9(6) VALUE 0.
        05 WS-RSLT-RC          PIC 9(2) VALUE 0.
        05 WS-RSLT-SITE        PIC X(2) VALUE 'HQ'.
