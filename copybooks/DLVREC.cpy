    01 DELIVERY-REC.
        05 DLV-BIZ-DATE         PIC 9(8).
        05 DLV-CYCLE            PIC 9(6).
        05 DLV-RECIPIENT        PIC X(8).
        05 DLV-REPORT-CODE      PIC X(10).
        05 DLV-DATE             PIC 9(8).
        05 DLV-TIME             PIC 9(6).
        05 DLV-RECORDS          PIC 9(6).
