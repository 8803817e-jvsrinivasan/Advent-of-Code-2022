    01 ERASURE-REG-REC.
        05 ERA-REQUEST-ID       PIC X(12).
        05 ERA-ANON-ELF-NO      PIC 9(4).
        05 ERA-OPERATOR         PIC X(8).
        05 ERA-DATE             PIC 9(8).
        05 ERA-TIME             PIC 9(6).
        05 ERA-CYCLE            PIC 9(6).
        05 ERA-BIZ-DATE         PIC 9(8).
        05 ERA-FILES-TOUCHED    PIC 9(3).
        05 ERA-RECORDS          PIC 9(7).
        05 FILLER               PIC X(1).
