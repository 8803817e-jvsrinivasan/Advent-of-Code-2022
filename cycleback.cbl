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
        SELECT MAINT-LOCK-FILE ASSIGN TO WS-MAINT-LOCK-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SITE-REG-FILE ASSIGN TO WS-P-SITE-REG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    FD SUSPENSE-FILE.
    COPY SUSPREC.
    FD SUSP-WORK-FILE.
    01 SUSP-WORK-REC PIC X(134).
    FD STEP-CONTROL-FILE.
    COPY STEPREC.
    FD STEP-WORK-FILE.
    01 STEP-WORK-REC PIC X(43).
    FD REPORT-FILE.
    01 REPORT-REC PIC X(132).
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
    FD SITE-REG-FILE.
    COPY SITEREC.

    FD ENV-FILE.
    COPY ENVREC.
        05 WS-P-STEP-WORK         PIC X(70) VALUE SPACES.
        05 WS-P-REPORT            PIC X(70) VALUE SPACES.
        05 WS-P-OPERATOR          PIC X(70) VALUE SPACES.
        05 WS-P-SECURITY-LOG      PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-SUITE-LOCK        PIC X(70) VALUE SPACES.
        05 WS-P-SITE-REG          PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-BACKOUT-CYCLE    PIC 9(6) VALUE 0.
        05 WS-STEPS-DELETED    PIC 9(4) VALUE 0.
        05 WS-MASTERS-RESTORED PIC 9(4) VALUE 0.
        05 WS-MASTERS-DELETED  PIC 9(4) VALUE 0.
        05 WS-SX               PIC 9(2) VALUE 0.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY SIGNONCOM.
    COPY LOCKCOM.
    COPY ENVCOM.
    COPY SITECOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    PERFORM 300-CLOSE-SUSPENSE-RTN
    PERFORM 400-DELETE-STEP-CONTROL-RTN
    IF WS-BACKOUT-DATE > 0
        PERFORM 889-LOAD-SITE-TABLE-RTN
        PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SITE-COUNT
            PERFORM 500-BACKOUT-MASTER-RTN
        END-PERFORM
    ELSE
        MOVE 'ELF MASTER NOT TOUCHED - BUSINESS DATE OF THE CYCLE C&
            &OULD NOT BE DETERMINED' TO REPORT-REC
        MOVE 'AocResults.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RESULT
        MOVE 'AocSuspense.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUSPENSE
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
        MOVE WS-ENV-PATH TO WS-P-CYCLE
        MOVE 'AocSuiteLock.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUITE-LOCK
        MOVE 'AocSites.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SITE-REG.

    100-FIND-CYCLE-DATE-RTN.
        MOVE 'RESULT-FILE' TO WS-FILE-ID
                            INTO REPORT-REC
                        WRITE REPORT-REC
                    ELSE
                        IF SC-SUPERSEDED
                            AND SC-SUPERSEDED-BY = WS-BACKOUT-CYCLE
                            MOVE SPACE TO SC-STATUS
                            MOVE 0 TO SC-SUPERSEDED-BY
                            MOVE SPACES TO REPORT-REC
                            STRING 'STEP CONTROL REINSTATED - '
                                DELIMITED BY SIZE
                                SC-PROGRAM DELIMITED BY SIZE
                                ' CYCLE ' DELIMITED BY SIZE
                                SC-CYCLE DELIMITED BY SIZE
                                INTO REPORT-REC
                            WRITE REPORT-REC
                        END-IF
                        MOVE STEP-CONTROL-REC TO STEP-WORK-REC
                        WRITE STEP-WORK-REC
                    END-IF
        CLOSE STEP-WORK-FILE.

    500-BACKOUT-MASTER-RTN.
        MOVE WS-SITE-T-CODE(WS-SX) TO WS-ENV-SITE
        MOVE 'Dec1ElfMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MASTER
        MOVE SPACES TO WS-EOF
        MOVE 'MASTER-FILE' TO WS-FILE-ID
        OPEN I-O MASTER-FILE
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            IF WS-SITE-COUNT > 1
                MOVE SPACES TO REPORT-REC
                STRING 'ELF MASTER FOR SITE ' DELIMITED BY SIZE
                    WS-ENV-SITE DELIMITED BY SIZE
                    INTO REPORT-REC
                WRITE REPORT-REC
            END-IF
            PERFORM UNTIL WS-EOF = 'Y'
                READ MASTER-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
        WRITE REPORT-REC
        CLOSE RESULT-FILE MASTER-FILE SUSPENSE-FILE SUSP-WORK-FILE
            STEP-CONTROL-FILE STEP-WORK-FILE REPORT-FILE
            OPERATOR-FILE SECURITY-LOG-FILE PARM-FILE LOG-FILE
            SITE-REG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY LOCKRTN.
    COPY MLOCKRTN.
    COPY ENVRTN.
    COPY SITEVRTN.
