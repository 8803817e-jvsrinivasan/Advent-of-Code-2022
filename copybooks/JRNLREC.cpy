        05 JRN-STATUS           PIC X(1).
            88 JRN-STATUS-QUEUED  VALUE 'Q'.
            88 JRN-STATUS-APPLIED VALUE 'A'.
            88 JRN-STATUS-PROPOSED VALUE 'P'.
            88 JRN-STATUS-REJECTED VALUE 'R'.
