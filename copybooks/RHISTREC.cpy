    01 ROSTER-HIST-REC.
        05 RSH-ELF-NO           PIC 9(4).
        05 RSH-DEPT             PIC X(10).
        05 RSH-STATUS           PIC X(1).
        05 RSH-FROM-DATE        PIC 9(8).
        05 RSH-TO-DATE          PIC 9(8).
        05 RSH-NEW-DEPT         PIC X(10).
        05 RSH-NEW-STATUS       PIC X(1).
        05 RSH-CHANGED-TS       PIC X(15).
        05 RSH-OPERATOR         PIC X(8).
