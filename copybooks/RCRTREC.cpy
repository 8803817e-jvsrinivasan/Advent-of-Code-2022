    01 RECERT-RESPONSE-REC.
        05 RCR-QUARTER          PIC X(6).
        05 FILLER               PIC X(1).
        05 RCR-OPERATOR         PIC X(8).
        05 FILLER               PIC X(1).
        05 RCR-AUTH             PIC X(1).
        05 FILLER               PIC X(1).
        05 RCR-LAST-USED        PIC 9(8).
        05 FILLER               PIC X(1).
        05 RCR-FLAGS            PIC X(3).
        05 FILLER               PIC X(1).
        05 RCR-DECISION         PIC X(1).
            88 RCR-KEEP            VALUE 'K'.
            88 RCR-REVOKE          VALUE 'R'.
            88 RCR-UNDECIDED       VALUE ' '.
        05 FILLER               PIC X(1).
        05 RCR-REVIEWER         PIC X(8).
        05 FILLER               PIC X(1).
        05 RCR-APPLIED          PIC X(1).
            88 RCR-IS-APPLIED      VALUE 'Y'.
