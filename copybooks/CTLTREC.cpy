        05 CT-WRITE-DATA REDEFINES CT-DATA.
            10 CT-FILE-NAME         PIC X(30).
            10 CT-WRITTEN           PIC 9(6).
        05 CT-SITE              PIC X(2).
