    01 SIGNOFF-REC.
        05 SGN-CYCLE            PIC 9(6).
        05 SGN-BIZ-DATE         PIC 9(8).
        05 SGN-STATUS           PIC X(1).
            88 SGN-STATUS-SIGNED   VALUE 'S'.
            88 SGN-STATUS-HELD     VALUE 'H'.
        05 SGN-OPERATOR         PIC X(8).
        05 SGN-DATE             PIC 9(8).
        05 SGN-TIME             PIC 9(6).
        05 SGN-EXCEPTIONS       PIC 9(2).
        05 SGN-REASON           PIC X(60).
        05 FILLER               PIC X(1).
