    01 ACTIVITY-CODE-REC.
        05 ACC-CODE             PIC X(4).
        05 ACC-DESC             PIC X(20).
        05 ACC-UNIT-RATE        PIC 9(6).
        05 ACC-MAX-DAILY        PIC 9(6).
        05 ACC-ACTIVE           PIC X(1).
            88 ACC-ACTIVE-YES      VALUE 'A'.
            88 ACC-ACTIVE-NO       VALUE 'I'.
