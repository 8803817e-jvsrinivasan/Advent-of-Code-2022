    01 LEGAL-HOLD-REC.
        05 LH-HOLD-ID           PIC X(12).
        05 LH-KEY-TYPE          PIC X(1).
            88 LH-KEY-ELF          VALUE 'E'.
            88 LH-KEY-PLAYER       VALUE 'P'.
            88 LH-KEY-DATES        VALUE 'D'.
            88 LH-KEY-FILE         VALUE 'F'.
        05 LH-KEY-VALUE         PIC X(30).
        05 LH-FROM-DATE         PIC 9(8).
        05 LH-TO-DATE           PIC 9(8).
        05 LH-REASON            PIC X(40).
        05 LH-AUTH-OPERATOR     PIC X(8).
        05 LH-PLACED-DATE       PIC 9(8).
        05 LH-STATUS            PIC X(1).
            88 LH-STATUS-ACTIVE    VALUE 'A'.
            88 LH-STATUS-RELEASED  VALUE 'R'.
        05 LH-RELEASED-BY       PIC X(8).
        05 LH-RELEASED-DATE     PIC 9(8).
