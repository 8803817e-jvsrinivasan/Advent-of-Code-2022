        SELECT OPERATOR-FILE ASSIGN TO WS-P-OPERATOR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SECURITY-LOG-FILE ASSIGN TO WS-P-SECURITY-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PARM-FILE ASSIGN TO WS-P-PARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LOG-FILE ASSIGN TO WS-P-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        ASSIGN TO WS-P-MAINT-LOCK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LEGAL-HOLD-FILE ASSIGN TO WS-P-LEGAL-HOLD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    FD SUSPENSE-FILE.
    COPY SUSPREC.
    FD WORK-FILE.
    01 WORK-REC PIC X(134).
    FD REPORT-FILE.
    01 REPORT-REC PIC X(132).
    FD BIZDATE-FILE.
    01 BIZDATE-REC PIC X(8).
    FD OPERATOR-FILE.
    COPY OPERREC.
    FD SECURITY-LOG-FILE.
    COPY SECLREC.
    FD PARM-FILE.
    01 PARM-REC PIC X(80).
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD CYCLE-FILE.
    COPY LOCKREC.
    FD MAINT-LOCK-FILE.
    COPY MLOCKREC.
    FD LEGAL-HOLD-FILE.
    COPY LHOLDREC.

    FD ENV-FILE.
    COPY ENVREC.
        05 WS-P-REPORT            PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-OPERATOR          PIC X(70) VALUE SPACES.
        05 WS-P-SECURITY-LOG      PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-SUITE-LOCK        PIC X(70) VALUE SPACES.
        05 WS-P-MAINT-LOCK        PIC X(70) VALUE SPACES.
        05 WS-P-LEGAL-HOLD        PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-CHOICE           PIC 9(1) VALUE 0.
        05 WS-DAYS-OUT         PIC S9(5) VALUE 0.
        05 WS-OPEN-COUNT       PIC 9(4) VALUE 0.
        05 WS-LEGACY-COUNT     PIC 9(4) VALUE 0.
        05 WS-HELD-COUNT       PIC 9(4) VALUE 0.
        05 WS-REFUSED-COUNT    PIC 9(4) VALUE 0.
    01 WS-HELD-ITEM-TABLE.
        05 WS-HI-COUNT         PIC 9(3) VALUE 0.
        05 WS-HI-ENTRY OCCURS 100 TIMES.
            10 WS-HI-PROGRAM       PIC X(20) VALUE SPACES.
            10 WS-HI-BIZ-DATE      PIC 9(8) VALUE 0.
            10 WS-HI-REASON        PIC X(4) VALUE SPACES.
            10 WS-HI-KEY           PIC X(12) VALUE SPACES.
            10 WS-HI-HOLD-ID       PIC X(12) VALUE SPACES.
    01 WS-HI-X             PIC 9(3) VALUE 0.
    01 WS-AGING-TABLE.
        05 WS-AGE-COUNT        PIC 9(2) VALUE 0.
        05 WS-AGE-ENTRY OCCURS 20 TIMES.
    COPY SIGNONCOM.
    COPY LOCKCOM.
    COPY ENVCOM.
    COPY LHOLDCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 884-LOAD-LEGAL-HOLDS-RTN
    EVALUATE WS-CHOICE
        WHEN 1
            PERFORM 100-AGING-REPORT-RTN
        WHEN 3
            MOVE 'X' TO WS-NEW-STATUS
            PERFORM 300-UPDATE-LOOP-RTN
            IF WS-REFUSED-COUNT > 0
                STRING 'SUSPENSE-MAINTENANCE - CLOSURES REFUSED, ITEMS UN'
                    DELIMITED BY SIZE
                    'DER LEGAL HOLD: ' DELIMITED BY SIZE
                    WS-REFUSED-COUNT DELIMITED BY SIZE
                    INTO WS-LOG-MSG
                PERFORM 400-WRITE-LOG-RTN
            END-IF
        WHEN OTHER
            DISPLAY '** INVALID CHOICE'
    END-EVALUATE
        MOVE 'AocOperMaster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-OPERATOR
        MOVE 'AocSecurityLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SECURITY-LOG
        MOVE 'AocParms.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PARM
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE WS-ENV-PATH TO WS-P-SUITE-LOCK
        MOVE 'AocMaintLock.Suspense.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MAINT-LOCK
        MOVE 'AocLegalHold.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LEGAL-HOLD.

    100-AGING-REPORT-RTN.
        MOVE 'SUSPENSE-FILE' TO WS-FILE-ID
                        IF SUSP-STATUS-OPEN
                            ADD 1 TO WS-OPEN-COUNT
                            PERFORM 110-AGE-ONE-RTN
                            PERFORM 120-NOTE-HELD-RTN
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
            CLOSE SUSPENSE-FILE
            PERFORM 200-WRITE-AGING-RTN
            IF WS-HELD-COUNT > 0
                STRING 'SUSPENSE-MAINTENANCE - OPEN ITEMS UNDER LEGAL HOL'
                    DELIMITED BY SIZE
                    'D: ' DELIMITED BY SIZE
                    WS-HELD-COUNT DELIMITED BY SIZE
                    INTO WS-LOG-MSG
                PERFORM 400-WRITE-LOG-RTN
            END-IF
        END-IF.

    110-AGE-ONE-RTN.
            END-EVALUATE
        END-IF.

    120-NOTE-HELD-RTN.
        PERFORM 130-CHECK-ITEM-HOLD-RTN
        IF WS-LH-HELD = 'Y'
            ADD 1 TO WS-HELD-COUNT
            IF WS-HI-COUNT < 100
                ADD 1 TO WS-HI-COUNT
                MOVE SUSP-PROGRAM TO WS-HI-PROGRAM(WS-HI-COUNT)
                MOVE SUSP-BIZ-DATE TO WS-HI-BIZ-DATE(WS-HI-COUNT)
                MOVE SUSP-REASON-CODE TO WS-HI-REASON(WS-HI-COUNT)
                MOVE SUSP-KEY TO WS-HI-KEY(WS-HI-COUNT)
                MOVE WS-LH-HELD-ID TO WS-HI-HOLD-ID(WS-HI-COUNT)
            END-IF
        END-IF.

    130-CHECK-ITEM-HOLD-RTN.
        MOVE SUSP-KEY TO WS-LH-CHK-TEXT
        MOVE SUSP-BIZ-DATE TO WS-LH-CHK-DATE
        MOVE 'AocSuspense.txt' TO WS-LH-CHK-FILE
        PERFORM 886-CHECK-LEGAL-HOLD-RTN.

    200-WRITE-AGING-RTN.
        MOVE 'REPORT-FILE' TO WS-FILE-ID
        OPEN OUTPUT REPORT-FILE
            WRITE REPORT-REC
            DISPLAY REPORT-REC(1:70)
        END-IF
        IF WS-HELD-COUNT > 0
            MOVE SPACES TO REPORT-REC
            STRING 'OPEN ITEMS UNDER LEGAL HOLD (NOT TO BE CLOSED): '
                DELIMITED BY SIZE
                WS-HELD-COUNT DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
            DISPLAY REPORT-REC(1:70)
            PERFORM VARYING WS-HI-X FROM 1 BY 1
                UNTIL WS-HI-X > WS-HI-COUNT
                MOVE SPACES TO REPORT-REC
                STRING '  ' DELIMITED BY SIZE
                    WS-HI-PROGRAM(WS-HI-X) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-HI-BIZ-DATE(WS-HI-X) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-HI-REASON(WS-HI-X) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-HI-KEY(WS-HI-X) DELIMITED BY SIZE
                    ' HOLD ' DELIMITED BY SIZE
                    WS-HI-HOLD-ID(WS-HI-X) DELIMITED BY SIZE
                    INTO REPORT-REC
                WRITE REPORT-REC
                DISPLAY REPORT-REC(1:80)
            END-PERFORM
        END-IF
        CLOSE REPORT-FILE.

    300-UPDATE-LOOP-RTN.
            NOT AT END
                ADD 1 TO WS-SEQ
                IF WS-SEQ = WS-PICK
                    MOVE 'N' TO WS-LH-HELD
                    IF WS-NEW-STATUS = 'X'
                        AND SUSP-CYCLE NUMERIC
                        AND SUSP-BIZ-DATE NUMERIC
                        PERFORM 130-CHECK-ITEM-HOLD-RTN
                    END-IF
                    EVALUATE TRUE
                        WHEN SUSP-CYCLE NOT NUMERIC
                            OR SUSP-BIZ-DATE NOT NUMERIC
                            DISPLAY '  ** ITEM ' WS-PICK ' IS A '
                                'PRE-CONVERSION ENTRY - NOT UPDATED'
                        WHEN WS-LH-HELD = 'Y'
                            DISPLAY '  ** ITEM ' WS-PICK ' IS UNDER '
                                'LEGAL HOLD ' WS-LH-HELD-ID
                                ' - NOT CLOSED'
                            ADD 1 TO WS-REFUSED-COUNT
                        WHEN OTHER
                            MOVE WS-NEW-STATUS TO SUSP-STATUS
                            MOVE 'Y' TO WS-UPDATED
                    END-EVALUATE
                END-IF
                MOVE SUSPENSE-REC TO WORK-REC
                WRITE WORK-REC
        OPEN OUTPUT WORK-FILE
        CLOSE WORK-FILE.

    400-WRITE-LOG-RTN.
        MOVE 'LOG-FILE' TO WS-FILE-ID
        OPEN EXTEND LOG-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT LOG-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE.

    920-ABEND-RTN.
        CLOSE SUSPENSE-FILE WORK-FILE REPORT-FILE
            OPERATOR-FILE SECURITY-LOG-FILE PARM-FILE LOG-FILE
            LEGAL-HOLD-FILE.
    COPY FSTATRTN.
    COPY CDATERTN.
    COPY CYCLERTN.
    COPY LOCKRTN.
    COPY MLOCKRTN.
    COPY ENVRTN.
    COPY LHOLDRTN.
