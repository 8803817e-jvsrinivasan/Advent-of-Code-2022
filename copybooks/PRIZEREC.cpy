    01 PRIZE-REC.
        05 PRZ-AWARD-TYPE       PIC X(1).
            88 PRZ-AWARD-RANK      VALUE 'R'.
            88 PRZ-AWARD-MOST-WINS VALUE 'W'.
            88 PRZ-AWARD-RTG-GAIN  VALUE 'G'.
        05 PRZ-DIVISION         PIC 9(1).
        05 PRZ-RANK             PIC 9(4).
        05 PRZ-AMOUNT           PIC 9(7)V99.
        05 PRZ-DESC             PIC X(20).
