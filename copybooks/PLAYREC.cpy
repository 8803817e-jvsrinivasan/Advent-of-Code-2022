    01 PLAYOFF-REC.
        05 PLF-ROUND            PIC 9(1).
        05 PLF-SLOT             PIC 9(2).
        05 PLF-MATCH-ID         PIC X(4).
        05 PLF-SEED-1           PIC 9(2).
        05 PLF-PLAYER-1         PIC X(4).
        05 PLF-SEED-2           PIC 9(2).
        05 PLF-PLAYER-2         PIC X(4).
        05 PLF-P1-WINS          PIC 9(4).
        05 PLF-P2-WINS          PIC 9(4).
        05 PLF-DRAWS            PIC 9(4).
        05 PLF-WINNER           PIC X(4).
        05 PLF-STATUS           PIC X(1).
            88 PLF-STATUS-WAITING   VALUE 'W'.
            88 PLF-STATUS-PENDING   VALUE 'P'.
            88 PLF-STATUS-DECIDED   VALUE 'D'.
            88 PLF-STATUS-BYE       VALUE 'B'.
        05 PLF-DECIDED-BY       PIC X(1).
            88 PLF-BY-ROUNDS        VALUE 'R'.
            88 PLF-BY-FORFEIT       VALUE 'F'.
        05 PLF-DECIDED-DATE     PIC 9(8).
        05 PLF-SEED-DATE        PIC 9(8).
        05 PLF-FIELD-SIZE       PIC 9(2).
        05 PLF-BRACKET-SIZE     PIC 9(2).
