    01 RUCKSACK-OWNER-REC.
        05 RKO-KEY.
            10 RKO-BIZ-DATE     PIC 9(8).
            10 RKO-LINE-NO      PIC 9(6).
        05 RKO-ELF-NO           PIC 9(4).
        05 RKO-STATUS           PIC X(1).
            88 RKO-STATUS-SCORED    VALUE 'S'.
            88 RKO-STATUS-REJECTED  VALUE 'R'.
        05 RKO-COMMON-ITEM      PIC X(1).
        05 RKO-PRIORITY         PIC 9(2).
        05 RKO-VALUE            PIC 9(9)V99.
        05 RKO-VIOLATIONS       PIC 9(3).
