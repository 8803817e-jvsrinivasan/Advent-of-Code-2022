        05 OPR-STATUS           PIC X(1).
            88 OPR-STATUS-ACTIVE   VALUE 'A'.
            88 OPR-STATUS-INACTIVE VALUE 'I'.
            88 OPR-STATUS-LOCKED   VALUE 'L'.
        05 OPR-AUTH-CORRECT     PIC X(1).
        05 OPR-AUTH-CLOSE       PIC X(1).
        05 OPR-AUTH-PURGE       PIC X(1).
        05 OPR-AUTH-SECURITY    PIC X(1).
        05 OPR-AUTH-APPROVE     PIC X(1).
        05 OPR-PWD-HASH         PIC 9(10).
        05 OPR-PWD-CHANGED      PIC 9(8).
        05 OPR-PWD-EXPIRY-DAYS  PIC 9(3).
        05 OPR-FAIL-COUNT       PIC 9(2).
