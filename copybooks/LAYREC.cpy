    01 LAYOUT-REG-REC.
        05 LAY-FEED             PIC X(30).
        05 LAY-VERSION          PIC X(2).
        05 LAY-RETIRE-DATE      PIC 9(8).
        05 LAY-DESC             PIC X(40).
