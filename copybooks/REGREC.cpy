    01 REG-REC.
        05 REG-KEY.
            10 REG-TYPE         PIC X(1).
            10 REG-ID           PIC X(4).
        05 REG-STATUS           PIC X(1).
            88 REG-STATUS-ACTIVE   VALUE 'A'.
            88 REG-STATUS-INACTIVE VALUE 'I'.
        05 REG-DIVISION         PIC X(1).
            88 REG-DIVISION-NONE   VALUE SPACE '0'.
            88 REG-DIVISION-VALID  VALUE '1' THRU '9'.
        05 REG-SITE             PIC X(2).
