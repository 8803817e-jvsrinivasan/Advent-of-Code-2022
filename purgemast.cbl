        SELECT CYCLE-FILE ASSIGN TO WS-P-CYCLE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT STEP-CONTROL-FILE ASSIGN TO WS-P-STEP-CONTROL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LEGAL-HOLD-FILE ASSIGN TO WS-P-LEGAL-HOLD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SITE-REG-FILE ASSIGN TO WS-P-SITE-REG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    01 BIZDATE-REC PIC X(8).
    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).
    FD STEP-CONTROL-FILE.
    COPY STEPREC.
    FD LEGAL-HOLD-FILE.
    COPY LHOLDREC.
    FD SITE-REG-FILE.
    COPY SITEREC.

    FD ENV-FILE.
    COPY ENVREC.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-STEP-CONTROL      PIC X(70) VALUE SPACES.
        05 WS-P-LEGAL-HOLD        PIC X(70) VALUE SPACES.
        05 WS-P-SITE-REG          PIC X(70) VALUE SPACES.
    01 WS-ARCHIVE-PATH     PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-TODAY            PIC 9(8) VALUE 0.
        05 WS-KEPT-COUNT       PIC 9(6) VALUE 0.
        05 WS-PURGED-COUNT     PIC 9(6) VALUE 0.
        05 WS-ARCHIVED-COUNT   PIC 9(6) VALUE 0.
        05 WS-HELD-COUNT       PIC 9(6) VALUE 0.
        05 WS-SX               PIC 9(2) VALUE 0.
        05 WS-SITE-READ        PIC 9(6) VALUE 0.
        05 WS-SITE-PURGED      PIC 9(6) VALUE 0.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY CDATECOM.
    COPY STEPCOM.
    COPY ENVCOM.
    COPY LHOLDCOM.
    COPY SITECOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    PERFORM 950-WRITE-LOG-RTN
    PERFORM 870-GET-BIZ-DATE-RTN
    MOVE WS-BIZ-DATE TO WS-TODAY
    PERFORM 930-CHECK-STEP-RTN
    IF WS-STEP-DONE = 'Y'
        DISPLAY 'ELF-MASTER-PURGE ALREADY COMPLETE FOR BUSINESS '
            'DATE ' WS-BIZ-DATE ' - STEP SKIPPED'
        MOVE 'ELF-MASTER-PURGE ALREADY COMPLETE THIS CYCLE - STEP S&
            &KIPPED' TO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    DISPLAY 'ENTER RETENTION CUTOFF DATE (YYYYMMDD) - RECORDS WITH A'
    DISPLAY 'RUN DATE BEFORE THIS DATE ARE ARCHIVED AND PURGED: '
    ACCEPT WS-CUTOFF-DATE FROM SYSIN
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 884-LOAD-LEGAL-HOLDS-RTN
    PERFORM 889-LOAD-SITE-TABLE-RTN
    PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SITE-COUNT
        PERFORM 050-PURGE-SITE-RTN
    END-PERFORM
    MOVE WS-ENV-HOME-SITE TO WS-ENV-SITE
    DISPLAY 'MASTER PURGE BALANCE FOR CUTOFF ' WS-CUTOFF-DATE ':'
    DISPLAY '  RECORDS READ:     ' WS-READ-COUNT
    DISPLAY '  RECORDS KEPT:     ' WS-KEPT-COUNT
    DISPLAY '  RECORDS PURGED:   ' WS-PURGED-COUNT
    DISPLAY '  RECORDS ARCHIVED: ' WS-ARCHIVED-COUNT
    DISPLAY '  RECORDS HELD:     ' WS-HELD-COUNT
    IF WS-PURGED-COUNT NOT EQUAL WS-ARCHIVED-COUNT
        DISPLAY '** PURGED AND ARCHIVED COUNTS DO NOT BALANCE'
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM 940-MARK-STEP-RTN
    END-IF
    DISPLAY WS-READ-COUNT ' RECORDS PROCESSED, 0000 REJECTED'
    STRING 'ELF-MASTER-PURGE RUN COMPLETED - RECORDS PURGED: '
        WS-PURGED-COUNT DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    IF WS-HELD-COUNT > 0
        STRING 'ELF-MASTER-PURGE - RECORDS KEPT UNDER LEGAL HOLD: '
            DELIMITED BY SIZE
            WS-HELD-COUNT DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    CLOSE LOG-FILE
    STOP RUN.

        MOVE WS-ENV-PATH TO WS-P-BIZDATE
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE
        MOVE 'AocStepControl.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-STEP-CONTROL
        MOVE 'AocLegalHold.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LEGAL-HOLD
        MOVE 'AocSites.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SITE-REG.

    050-PURGE-SITE-RTN.
        MOVE WS-SITE-T-CODE(WS-SX) TO WS-ENV-SITE
        MOVE 'Dec1ElfMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MASTER
        MOVE 'MASTER-FILE' TO WS-FILE-ID
        OPEN I-O MASTER-FILE
        IF WS-FILE-STATUS = '35' AND WS-SX > 1
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY '  SITE ' WS-ENV-SITE ' - NO ELF MASTER ON FILE'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-ENV-FILE-NAME
            STRING 'Dec1MasterArchive.' DELIMITED BY SIZE
                WS-TODAY DELIMITED BY SIZE
                '.txt' DELIMITED BY SIZE
                INTO WS-ENV-FILE-NAME
            PERFORM 807-BUILD-SITE-PATH-RTN
            MOVE WS-ENV-PATH TO WS-ARCHIVE-PATH
            MOVE 'ARCHIVE-FILE' TO WS-FILE-ID
            OPEN OUTPUT ARCHIVE-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE WS-READ-COUNT TO WS-SITE-READ
            MOVE WS-PURGED-COUNT TO WS-SITE-PURGED
            MOVE SPACES TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ MASTER-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM 100-PURGE-ONE-RTN
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE MASTER-FILE
            CLOSE ARCHIVE-FILE
            SUBTRACT WS-SITE-READ FROM WS-READ-COUNT
                GIVING WS-SITE-READ
            SUBTRACT WS-SITE-PURGED FROM WS-PURGED-COUNT
                GIVING WS-SITE-PURGED
            DISPLAY '  SITE ' WS-ENV-SITE ' - READ ' WS-SITE-READ
                ' PURGED ' WS-SITE-PURGED
            DISPLAY '    ARCHIVE EXTRACT: ' WS-ARCHIVE-PATH
        END-IF.

    100-PURGE-ONE-RTN.
        MOVE 'N' TO WS-LH-HELD
        IF MASTER-RUN-DATE < WS-CUTOFF-DATE
            MOVE MASTER-ELF-NO TO WS-LH-CHK-ELF
            MOVE MASTER-RUN-DATE TO WS-LH-CHK-DATE
            MOVE 'Dec1ElfMaster.dat' TO WS-LH-CHK-FILE
            PERFORM 886-CHECK-LEGAL-HOLD-RTN
            IF WS-LH-HELD = 'Y'
                DISPLAY '  HELD - ELF ' MASTER-ELF-NO
                    ' RUN DATE ' MASTER-RUN-DATE
                    ' KEPT UNDER LEGAL HOLD ' WS-LH-HELD-ID
                ADD 1 TO WS-HELD-COUNT
            END-IF
        END-IF
        IF MASTER-RUN-DATE < WS-CUTOFF-DATE
            AND WS-LH-HELD = 'N'
            MOVE MASTER-ELF-NO TO ARCH-ELF-NO
            MOVE MASTER-RUN-DATE TO ARCH-RUN-DATE
            MOVE MASTER-CALORIES TO ARCH-CALORIES
        END-IF
        MOVE WS-ABEND-STAMP TO ARCHIVE-REC
        WRITE ARCHIVE-REC
        CLOSE MASTER-FILE ARCHIVE-FILE LOG-FILE LEGAL-HOLD-FILE
            SITE-REG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY STEPRTN.
    COPY ENVRTN.
    COPY LHOLDRTN.
    COPY SITEVRTN.
