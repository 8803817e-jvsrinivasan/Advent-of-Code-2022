    01 PLAYER-XREF-REC.
        05 PXR-PLAYER-ID        PIC X(4).
        05 PXR-ELF-NO           PIC 9(4).
        05 PXR-OPERATOR         PIC X(8).
