    01 WS-STEP-FIELDS.
        05 WS-STEP-DONE        PIC A(1) VALUE 'N'.
        05 WS-STEP-EOF         PIC A(1) VALUE ' '.
        05 WS-STEP-SITE        PIC X(2) VALUE 'HQ'.
