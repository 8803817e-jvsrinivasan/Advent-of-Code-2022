    05 WS-SUSP-PGM      PIC X(20) VALUE SPACES.
    05 WS-SUSP-REASON   PIC X(4)  VALUE SPACES.
    05 WS-SUSP-KEY      PIC X(12) VALUE SPACES.
    05 WS-SUSP-SITE     PIC X(2)  VALUE 'HQ'.
01 WS-SUSP-BUILD.
    05 WS-SB-CYCLE      PIC 9(6)  VALUE 0.
    05 WS-SB-PROGRAM    PIC X(20) VALUE SPACES.
    05 WS-SB-STATUS     PIC X(1)  VALUE 'O'.
    05 WS-SB-MSG        PIC X(80) VALUE SPACES.
    05 FILLER           PIC X(1)  VALUE SPACE.
    05 WS-SB-SITE       PIC X(2)  VALUE SPACES.
