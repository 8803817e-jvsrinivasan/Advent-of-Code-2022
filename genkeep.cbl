        SELECT GEN-FILE ASSIGN TO WS-GEN-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT IMAGE-FILE ASSIGN TO WS-IMAGE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT MANIFEST-FILE ASSIGN TO WS-P-MANIFEST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT TIMING-FILE ASSIGN TO WS-P-TIMING
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SUPPLEMENTAL-FILE
        ASSIGN TO WS-P-SUPPLEMENTAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LEGAL-HOLD-FILE ASSIGN TO WS-P-LEGAL-HOLD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    01 SOURCE-REC PIC X(250).
    FD GEN-FILE.
    01 GEN-REC PIC X(250).
    FD IMAGE-FILE.
    01 IMAGE-REC PIC X(250).
    FD MANIFEST-FILE.
    COPY MANFREC.
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD PARM-FILE.
    01 BIZDATE-REC PIC X(8).
    FD STEP-CONTROL-FILE.
    COPY STEPREC.
    FD SUPPLEMENTAL-FILE.
    COPY SUPLREC.
    FD LEGAL-HOLD-FILE.
    COPY LHOLDREC.

    FD TIMING-FILE.
    COPY TIMEREC.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-STEP-CONTROL      PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
        05 WS-P-SUPPLEMENTAL      PIC X(70) VALUE SPACES.
        05 WS-P-LEGAL-HOLD        PIC X(70) VALUE SPACES.
    01 WS-SOURCE-PATH      PIC X(50) VALUE SPACES.
    01 WS-GEN-PATH         PIC X(60) VALUE SPACES.
    01 WS-IMAGE-PATH       PIC X(70) VALUE SPACES.
    01 WS-FILE-TABLE-INIT.
        05 FILLER PIC X(30) VALUE 'Dec2Audit.txt'.
        05 FILLER PIC X(30) VALUE 'Dec2Rejects.txt'.
        05 FILLER PIC X(30) VALUE 'Dec3Extract.csv'.
        05 FILLER PIC X(30) VALUE 'Dec3Exceptions.txt'.
        05 FILLER PIC X(30) VALUE 'Dec4Overlap.txt'.
        05 FILLER PIC X(30) VALUE 'Dec7DirSizes.txt'.
        05 FILLER PIC X(30) VALUE 'Dec8Comparison.txt'.
    01 WS-FILE-TABLE REDEFINES WS-FILE-TABLE-INIT.
        05 WS-GEN-NAME PIC X(30) OCCURS 7 TIMES INDEXED BY GX.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-REC-COUNT        PIC 9(6) VALUE 0.
        05 WS-KEPT-COUNT       PIC 9(2) VALUE 0.
        05 WS-PURGED-COUNT     PIC 9(4) VALUE 0.
        05 WS-HELD-COUNT       PIC 9(4) VALUE 0.
        05 WS-RETAIN-CYCLES    PIC 9(4) VALUE 5.
        05 WS-CUTOFF-CYCLE     PIC S9(7) VALUE 0.
        05 WS-DELETE-RC        PIC 9(4) COMP VALUE 0.
        05 WS-PURGE-ENTRY OCCURS 200 TIMES.
            10 WS-PURGE-NAME       PIC X(30) VALUE SPACES.
            10 WS-PURGE-CYCLE      PIC 9(6) VALUE 0.
            10 WS-PURGE-BIZ-DATE   PIC 9(8) VALUE 0.
    01 WS-PURGE-WORK.
        05 WS-PX               PIC 9(3) VALUE 0.
        05 WS-PURGE-DUP        PIC A(1) VALUE 'N'.
    COPY PARMCOM.
    COPY TIMINGCOM.
    COPY ENVCOM.
    COPY SUPLCOM.
    COPY LHOLDCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE '5' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-RETAIN-CYCLES
    PERFORM 883-GET-SUPPLEMENTAL-RTN
    IF WS-SUPL-ACTIVE = 'Y'
        DISPLAY 'SUPPLEMENTAL CYCLE - GENERATIONS TAKEN ONLY FOR '
            'OUTPUTS OF LATE FEED ' WS-SUPL-FEED
    END-IF
    PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > 7
        IF WS-SUPL-ACTIVE = 'Y'
            AND (WS-SUPL-SITE NOT EQUAL WS-ENV-HOME-SITE
                OR WS-GEN-NAME(GX)(1:4) NOT EQUAL WS-SUPL-FEED(1:4))
            DISPLAY '  ' WS-GEN-NAME(GX) ' NOT REPRODUCED BY THIS '
                'CYCLE - GENERATION NOT TAKEN'
        ELSE
            PERFORM 100-KEEP-ONE-GENERATION-RTN
        END-IF
    END-PERFORM
    COMPUTE WS-CUTOFF-CYCLE = WS-CYCLE-NO - WS-RETAIN-CYCLES
    IF WS-CUTOFF-CYCLE > 0
        PERFORM 884-LOAD-LEGAL-HOLDS-RTN
        PERFORM 300-PURGE-OLD-GENERATIONS-RTN
    END-IF
    DISPLAY 'GENERATIONS KEPT THIS CYCLE: ' WS-KEPT-COUNT
        ' PURGED: ' WS-PURGED-COUNT
        ' HELD: ' WS-HELD-COUNT
    STRING 'GENERATION-KEEP RUN COMPLETED - KEPT: ' DELIMITED BY SIZE
        WS-KEPT-COUNT DELIMITED BY SIZE
        ' PURGED: ' DELIMITED BY SIZE
        WS-PURGED-COUNT DELIMITED BY SIZE
        ' HELD: ' DELIMITED BY SIZE
        WS-HELD-COUNT DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    PERFORM 940-MARK-STEP-RTN
        MOVE WS-ENV-PATH TO WS-P-STEP-CONTROL
        MOVE 'AocStepTiming.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TIMING
        MOVE 'AocSupplemental.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUPPLEMENTAL
        MOVE 'AocLegalHold.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LEGAL-HOLD.

    100-KEEP-ONE-GENERATION-RTN.
        MOVE SPACES TO WS-SOURCE-PATH
                ADD 1 TO WS-PURGE-COUNT
                MOVE MAN-FILE-NAME TO WS-PURGE-NAME(WS-PURGE-COUNT)
                MOVE MAN-CYCLE TO WS-PURGE-CYCLE(WS-PURGE-COUNT)
                MOVE MAN-BIZ-DATE TO WS-PURGE-BIZ-DATE(WS-PURGE-COUNT)
            END-IF
        END-IF
        IF MAN-ACTION-PURGED
        END-IF.

    320-PURGE-ONE-RTN.
        MOVE 'N' TO WS-LH-HELD
        IF WS-PURGE-NAME(WS-PX) NOT EQUAL SPACES
            MOVE WS-PURGE-BIZ-DATE(WS-PX) TO WS-LH-CHK-DATE
            MOVE WS-PURGE-NAME(WS-PX) TO WS-LH-CHK-FILE
            PERFORM 886-CHECK-LEGAL-HOLD-RTN
        END-IF
        EVALUATE TRUE
            WHEN WS-PURGE-NAME(WS-PX) = SPACES
                CONTINUE
            WHEN WS-LH-HELD = 'Y'
                ADD 1 TO WS-HELD-COUNT
                DISPLAY '  HELD - ' WS-PURGE-NAME(WS-PX) ' CYCLE '
                    WS-PURGE-CYCLE(WS-PX) ' BIZ DATE '
                    WS-PURGE-BIZ-DATE(WS-PX) ' KEPT UNDER LEGAL HOLD '
                    WS-LH-HELD-ID
            WHEN OTHER
                MOVE SPACES TO WS-GEN-PATH
                STRING FUNCTION TRIM(WS-ENV-BASE) DELIMITED BY SIZE
                    WS-PURGE-NAME(WS-PX) DELIMITED BY SPACE
                    '.G' DELIMITED BY SIZE
                    WS-PURGE-CYCLE(WS-PX) DELIMITED BY SIZE
                    INTO WS-GEN-PATH
                PERFORM 325-ARCHIVE-GENERATION-RTN
                CALL 'CBL_DELETE_FILE' USING WS-GEN-PATH
                    RETURNING WS-DELETE-RC
                IF WS-DELETE-RC = 0
                    ADD 1 TO WS-PURGED-COUNT
                    PERFORM 330-WRITE-PURGE-MANIFEST-RTN
                    STRING 'GENERATION PURGED - ' DELIMITED BY SIZE
                        WS-GEN-PATH DELIMITED BY SIZE
                        INTO WS-LOG-MSG
                    PERFORM 950-WRITE-LOG-RTN
                ELSE
                    DISPLAY '  ** PURGE FAILED FOR ' WS-GEN-PATH
                        ' RC ' WS-DELETE-RC
                END-IF
        END-EVALUATE.

    325-ARCHIVE-GENERATION-RTN.
        MOVE SPACES TO WS-IMAGE-PATH
        STRING FUNCTION TRIM(WS-ENV-BASE) DELIMITED BY SIZE
            'Backup.Generations.' DELIMITED BY SIZE
            WS-BIZ-DATE(1:6) DELIMITED BY SIZE
            '.txt' DELIMITED BY SIZE
            INTO WS-IMAGE-PATH
        MOVE 'GEN-FILE' TO WS-FILE-ID
        OPEN INPUT GEN-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'IMAGE-FILE' TO WS-FILE-ID
            OPEN EXTEND IMAGE-FILE
            IF WS-FILE-STATUS = '35'
                OPEN OUTPUT IMAGE-FILE
            END-IF
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO IMAGE-REC
            STRING '** GENERATION BEGIN ' DELIMITED BY SIZE
                WS-PURGE-NAME(WS-PX) DELIMITED BY SPACE
                ' CYCLE ' DELIMITED BY SIZE
                WS-PURGE-CYCLE(WS-PX) DELIMITED BY SIZE
                ' BIZ DATE ' DELIMITED BY SIZE
                WS-PURGE-BIZ-DATE(WS-PX) DELIMITED BY SIZE
                INTO IMAGE-REC
            WRITE IMAGE-REC
            MOVE 0 TO WS-REC-COUNT
            MOVE SPACES TO WS-EOF
            MOVE 'GEN-FILE' TO WS-FILE-ID
            PERFORM UNTIL WS-EOF = 'Y'
                READ GEN-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-REC-COUNT
                    MOVE GEN-REC TO IMAGE-REC
                    WRITE IMAGE-REC
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            MOVE SPACES TO IMAGE-REC
            STRING '** GENERATION END ' DELIMITED BY SIZE
                WS-PURGE-NAME(WS-PX) DELIMITED BY SPACE
                ' CYCLE ' DELIMITED BY SIZE
                WS-PURGE-CYCLE(WS-PX) DELIMITED BY SIZE
                ' RECORDS ' DELIMITED BY SIZE
                WS-REC-COUNT DELIMITED BY SIZE
                INTO IMAGE-REC
            WRITE IMAGE-REC
            CLOSE GEN-FILE
            CLOSE IMAGE-FILE
        END-IF.

    330-WRITE-PURGE-MANIFEST-RTN.
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        CLOSE SOURCE-FILE GEN-FILE IMAGE-FILE MANIFEST-FILE LOG-FILE
            SUPPLEMENTAL-FILE LEGAL-HOLD-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY STEPRTN.
    COPY PARMRTN.
    COPY TIMINGRTN.
    COPY ENVRTN.
    COPY SUPLRTN.
    COPY LHOLDRTN.
