    01 MATCH-RESULT-REC.
        05 MRS-BIZ-DATE         PIC 9(8).
        05 MRS-CYCLE            PIC 9(6).
        05 MRS-MATCH-ID         PIC X(4).
        05 MRS-PLAYER-1         PIC X(4).
        05 MRS-PLAYER-2         PIC X(4).
        05 MRS-P1-WINS          PIC 9(4).
        05 MRS-P2-WINS          PIC 9(4).
        05 MRS-DRAWS            PIC 9(4).
        05 MRS-FFT-WINNER       PIC X(4).
