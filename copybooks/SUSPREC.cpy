            88 SUSP-STATUS-BACKOUT   VALUE 'B'.
        05 SUSP-MSG             PIC X(80).
        05 FILLER               PIC X(1).
        05 SUSP-SITE            PIC X(2).
