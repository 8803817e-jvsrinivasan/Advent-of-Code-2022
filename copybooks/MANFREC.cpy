    01 MANIFEST-REC.
        05 MAN-FILE-NAME        PIC X(30).
        05 MAN-CYCLE            PIC 9(6).
        05 MAN-BIZ-DATE         PIC 9(8).
        05 MAN-COUNT            PIC 9(6).
        05 MAN-ACTION           PIC X(1).
            88 MAN-ACTION-ADDED  VALUE 'A'.
            88 MAN-ACTION-PURGED VALUE 'D'.
