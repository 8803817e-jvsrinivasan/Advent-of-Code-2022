    01 WS-LAYOUT-FIELDS.
        05 WS-LAY-EOF          PIC A(1) VALUE ' '.
        05 WS-LAY-FEED         PIC X(30) VALUE SPACES.
        05 WS-LAY-VERSION      PIC X(2) VALUE SPACES.
        05 WS-LAY-CURRENT      PIC X(2) VALUE '02'.
        05 WS-LAY-PREVIOUS     PIC X(2) VALUE '01'.
        05 WS-LAY-SUPPORTED    PIC A(1) VALUE 'Y'.
        05 WS-LAY-USE          PIC X(1) VALUE 'C'.
            88 WS-LAY-USE-CURRENT  VALUE 'C'.
            88 WS-LAY-USE-PREVIOUS VALUE 'P'.
