    01 WS-ALERT-AGE-FIELDS.
        05 WS-ALA-FROM-DATE    PIC 9(8) VALUE 0.
        05 WS-ALA-FROM-TIME    PIC 9(6) VALUE 0.
        05 WS-ALA-NOW          PIC X(21) VALUE SPACES.
        05 WS-ALA-NOW-DATE     PIC 9(8) VALUE 0.
        05 WS-ALA-NOW-HH       PIC 9(2) VALUE 0.
        05 WS-ALA-NOW-MM       PIC 9(2) VALUE 0.
        05 WS-ALA-FROM-HH      PIC 9(2) VALUE 0.
        05 WS-ALA-FROM-MM      PIC 9(2) VALUE 0.
        05 WS-ALA-MINUTES      PIC S9(7) VALUE 0.
        05 WS-ALA-HOURS        PIC 9(5) VALUE 0.
        05 WS-ALA-REM-MINS     PIC 9(2) VALUE 0.
