    01 FORECAST-DEPT-LINE.
        05 FCD-TAG              PIC X(7).
        05 FCD-DEPT             PIC X(10).
        05 FCD-DAY-TAG          PIC X(7).
        05 FCD-DAY              PIC 9(2).
        05 FILLER               PIC X(2).
        05 FCD-PROJ             PIC ZZZZZZZZZZZ9.
        05 FILLER               PIC X(92).
