    01 SITE-REG-REC.
        05 SITE-CODE            PIC X(2).
        05 SITE-NAME            PIC X(30).
        05 SITE-STATUS          PIC X(1).
            88 SITE-STATUS-ACTIVE   VALUE 'A'.
            88 SITE-STATUS-INACTIVE VALUE 'I'.
