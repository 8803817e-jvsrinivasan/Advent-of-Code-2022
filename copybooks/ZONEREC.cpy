    01 ZONE-MASTER-REC.
        05 ZONE-ID              PIC X(4).
        05 ZONE-NAME            PIC X(20).
        05 ZONE-START-ROW       PIC 9(3).
        05 ZONE-END-ROW         PIC 9(3).
        05 ZONE-START-COL       PIC 9(3).
        05 ZONE-END-COL         PIC 9(3).
        05 ZONE-RANGER          PIC X(20).
