IDENTIFICATION DIVISION.
PROGRAM-ID. ACTIVITY-CODE-MAINTENANCE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT ACTIVITY-CODE-FILE ASSIGN TO WS-P-ACTIVITY-CODE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT WORK-FILE ASSIGN TO WS-P-WORK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
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
        SELECT CYCLE-FILE ASSIGN TO WS-P-CYCLE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SUITE-LOCK-FILE ASSIGN TO WS-P-SUITE-LOCK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT MAINT-LOCK-FILE
        ASSIGN TO WS-P-MAINT-LOCK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD ACTIVITY-CODE-FILE.
    COPY ACTCREC.
    FD WORK-FILE.
    01 WORK-REC PIC X(132).
    FD OPERATOR-FILE.
    COPY OPERREC.
    FD SECURITY-LOG-FILE.
    COPY SECLREC.
    FD PARM-FILE.
    01 PARM-REC PIC X(80).
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).
    FD SUITE-LOCK-FILE.
    COPY LOCKREC.
    FD MAINT-LOCK-FILE.
    COPY MLOCKREC.

    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-ACTIVITY-CODE     PIC X(70) VALUE SPACES.
        05 WS-P-WORK              PIC X(70) VALUE SPACES.
        05 WS-P-OPERATOR          PIC X(70) VALUE SPACES.
        05 WS-P-SECURITY-LOG      PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-SUITE-LOCK        PIC X(70) VALUE SPACES.
        05 WS-P-MAINT-LOCK        PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-CHOICE           PIC 9(1) VALUE 0.
        05 WS-DONE             PIC A(1) VALUE 'N'.
        05 WS-IN-CODE          PIC X(4) VALUE SPACES.
        05 WS-IN-DESC          PIC X(20) VALUE SPACES.
        05 WS-IN-RATE          PIC 9(6) VALUE 0.
        05 WS-IN-MAX           PIC 9(6) VALUE 0.
        05 WS-RATES-OK         PIC A(1) VALUE 'N'.
        05 WS-UPDATED          PIC A(1) VALUE 'N'.
        05 WS-DUPLICATE        PIC A(1) VALUE 'N'.
        05 WS-LIST-COUNT       PIC 9(4) VALUE 0.
        05 WS-NEW-STATUS       PIC X(1) VALUE ' '.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY SIGNONCOM.
    COPY LOCKCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'ACTIVITY-CODE-MAINT' TO WS-LOG-PGM
    DISPLAY 'ACTIVITY CODE MAINTENANCE - DESCRIPTIONS AND BURN RATES'
    MOVE 'C' TO WS-SIGNON-FUNC
    PERFORM 800-SIGN-ON-RTN
    IF WS-SIGNON-OK NOT EQUAL 'Y'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 814-CHECK-SUITE-LOCK-RTN
    IF WS-LOCK-BUSY = 'Y'
        DISPLAY '** THE BATCH SUITE IS RUNNING (LOCK HELD BY '
            WS-LOCK-HOLDER ') - MAINTENANCE REFUSED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'AocMaintLock.ActivityCode.txt' TO WS-ENV-FILE-NAME
    PERFORM 806-BUILD-ENV-PATH-RTN
    MOVE WS-ENV-PATH TO WS-MAINT-LOCK-PATH
    PERFORM 816-TAKE-MAINT-LOCK-RTN
    IF WS-MAINT-LOCK-BUSY = 'Y'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-DONE = 'Y'
        DISPLAY '  1 = ADD ACTIVITY CODE'
        DISPLAY '  2 = DEACTIVATE ACTIVITY CODE'
        DISPLAY '  3 = CHANGE DESCRIPTION AND BURN RATES'
        DISPLAY '  4 = LIST ACTIVITY CODES'
        DISPLAY '  5 = REACTIVATE ACTIVITY CODE'
        DISPLAY '  0 = FINISH'
        DISPLAY 'ENTER CHOICE: '
        ACCEPT WS-CHOICE FROM CONSOLE
        EVALUATE WS-CHOICE
            WHEN 1
                PERFORM 100-ADD-RTN
            WHEN 2
                MOVE 'I' TO WS-NEW-STATUS
                PERFORM 200-SET-STATUS-RTN
            WHEN 3
                PERFORM 300-CHANGE-RTN
            WHEN 4
                PERFORM 400-LIST-RTN
            WHEN 5
                MOVE 'A' TO WS-NEW-STATUS
                PERFORM 200-SET-STATUS-RTN
            WHEN 0
                MOVE 'Y' TO WS-DONE
            WHEN OTHER
                DISPLAY '** INVALID CHOICE'
        END-EVALUATE
    END-PERFORM
    PERFORM 818-RELEASE-MAINT-LOCK-RTN
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'Dec1ActivityCodes.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ACTIVITY-CODE
        MOVE 'Dec1ActivityCodesWork.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-WORK
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
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE
        MOVE 'AocSuiteLock.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUITE-LOCK
        MOVE 'AocMaintLock.ActivityCode.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MAINT-LOCK.

    050-GET-RATES-RTN.
        MOVE 'Y' TO WS-RATES-OK
        DISPLAY 'ENTER UNIT BURN RATE (CALORIES PER LOGGED ENTRY): '
        ACCEPT WS-IN-RATE FROM CONSOLE
        DISPLAY 'ENTER MAXIMUM PLAUSIBLE BURN PER ELF PER DAY: '
        ACCEPT WS-IN-MAX FROM CONSOLE
        IF WS-IN-RATE = 0 OR WS-IN-MAX = 0
            DISPLAY '** UNIT RATE AND DAILY MAXIMUM ARE BOTH REQUIRED'
            MOVE 'N' TO WS-RATES-OK
        END-IF
        IF WS-RATES-OK = 'Y' AND WS-IN-MAX < WS-IN-RATE
            DISPLAY '** DAILY MAXIMUM CANNOT BE BELOW THE UNIT RATE'
            MOVE 'N' TO WS-RATES-OK
        END-IF.

    100-ADD-RTN.
        DISPLAY 'ENTER ACTIVITY CODE (4 CHARACTERS): '
        ACCEPT WS-IN-CODE FROM CONSOLE
        IF WS-IN-CODE = SPACES
            DISPLAY '** AN ACTIVITY CODE IS REQUIRED'
        ELSE
            PERFORM 110-CHECK-DUPLICATE-RTN
            IF WS-DUPLICATE = 'Y'
                DISPLAY '** CODE ' WS-IN-CODE ' ALREADY ON FILE'
            ELSE
                DISPLAY 'ENTER DESCRIPTION: '
                ACCEPT WS-IN-DESC FROM CONSOLE
                PERFORM 050-GET-RATES-RTN
                IF WS-RATES-OK = 'Y'
                    MOVE 'ACTIVITY-CODE-FILE' TO WS-FILE-ID
                    OPEN EXTEND ACTIVITY-CODE-FILE
                    IF WS-FILE-STATUS = '35'
                        OPEN OUTPUT ACTIVITY-CODE-FILE
                    END-IF
                    PERFORM 900-CHECK-OPEN-STATUS-RTN
                    MOVE WS-IN-CODE TO ACC-CODE
                    MOVE WS-IN-DESC TO ACC-DESC
                    MOVE WS-IN-RATE TO ACC-UNIT-RATE
                    MOVE WS-IN-MAX TO ACC-MAX-DAILY
                    MOVE 'A' TO ACC-ACTIVE
                    WRITE ACTIVITY-CODE-REC
                    CLOSE ACTIVITY-CODE-FILE
                    DISPLAY '  CODE ' WS-IN-CODE ' ADDED.'
                    PERFORM 500-LOG-CHANGE-RTN
                END-IF
            END-IF
        END-IF.

    110-CHECK-DUPLICATE-RTN.
        MOVE 'N' TO WS-DUPLICATE
        MOVE SPACES TO WS-EOF
        MOVE 'ACTIVITY-CODE-FILE' TO WS-FILE-ID
        OPEN INPUT ACTIVITY-CODE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ ACTIVITY-CODE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF ACC-CODE = WS-IN-CODE
                        MOVE 'Y' TO WS-DUPLICATE
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ACTIVITY-CODE-FILE
        END-IF.

    200-SET-STATUS-RTN.
        DISPLAY 'ENTER ACTIVITY CODE: '
        ACCEPT WS-IN-CODE FROM CONSOLE
        MOVE 'N' TO WS-UPDATED
        MOVE SPACES TO WS-EOF
        MOVE 'ACTIVITY-CODE-FILE' TO WS-FILE-ID
        OPEN INPUT ACTIVITY-CODE-FILE
        IF WS-FILE-STATUS = '35'
            DISPLAY '  NO ACTIVITY CODE MASTER ON FILE'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'WORK-FILE' TO WS-FILE-ID
            OPEN OUTPUT WORK-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ ACTIVITY-CODE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF ACC-CODE = WS-IN-CODE
                        MOVE WS-NEW-STATUS TO ACC-ACTIVE
                        MOVE 'Y' TO WS-UPDATED
                    END-IF
                    MOVE ACTIVITY-CODE-REC TO WORK-REC
                    WRITE WORK-REC
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ACTIVITY-CODE-FILE
            CLOSE WORK-FILE
            IF WS-UPDATED = 'Y'
                PERFORM 250-COPY-BACK-RTN
                IF WS-NEW-STATUS = 'I'
                    DISPLAY '  CODE ' WS-IN-CODE ' DEACTIVATED.'
                ELSE
                    DISPLAY '  CODE ' WS-IN-CODE ' REACTIVATED.'
                END-IF
                PERFORM 500-LOG-CHANGE-RTN
            ELSE
                DISPLAY '  ** CODE ' WS-IN-CODE ' NOT FOUND'
            END-IF
        END-IF.

    250-COPY-BACK-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'WORK-FILE' TO WS-FILE-ID
        OPEN INPUT WORK-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'ACTIVITY-CODE-FILE' TO WS-FILE-ID
        OPEN OUTPUT ACTIVITY-CODE-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-EOF = 'Y'
            READ WORK-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE WORK-REC TO ACTIVITY-CODE-REC
                WRITE ACTIVITY-CODE-REC
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE WORK-FILE
        CLOSE ACTIVITY-CODE-FILE
        OPEN OUTPUT WORK-FILE
        CLOSE WORK-FILE.

    300-CHANGE-RTN.
        DISPLAY 'ENTER ACTIVITY CODE: '
        ACCEPT WS-IN-CODE FROM CONSOLE
        DISPLAY 'ENTER NEW DESCRIPTION: '
        ACCEPT WS-IN-DESC FROM CONSOLE
        PERFORM 050-GET-RATES-RTN
        IF WS-RATES-OK = 'Y'
            MOVE 'N' TO WS-UPDATED
            MOVE SPACES TO WS-EOF
            MOVE 'ACTIVITY-CODE-FILE' TO WS-FILE-ID
            OPEN INPUT ACTIVITY-CODE-FILE
            IF WS-FILE-STATUS = '35'
                DISPLAY '  NO ACTIVITY CODE MASTER ON FILE'
                MOVE '00' TO WS-FILE-STATUS
            ELSE
                PERFORM 900-CHECK-OPEN-STATUS-RTN
                MOVE 'WORK-FILE' TO WS-FILE-ID
                OPEN OUTPUT WORK-FILE
                PERFORM 900-CHECK-OPEN-STATUS-RTN
                PERFORM UNTIL WS-EOF = 'Y'
                    READ ACTIVITY-CODE-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF ACC-CODE = WS-IN-CODE
                            MOVE WS-IN-DESC TO ACC-DESC
                            MOVE WS-IN-RATE TO ACC-UNIT-RATE
                            MOVE WS-IN-MAX TO ACC-MAX-DAILY
                            MOVE 'Y' TO WS-UPDATED
                        END-IF
                        MOVE ACTIVITY-CODE-REC TO WORK-REC
                        WRITE WORK-REC
                    END-READ
                    PERFORM 910-CHECK-READ-STATUS-RTN
                END-PERFORM
                CLOSE ACTIVITY-CODE-FILE
                CLOSE WORK-FILE
                IF WS-UPDATED = 'Y'
                    PERFORM 250-COPY-BACK-RTN
                    DISPLAY '  CODE ' WS-IN-CODE ' UPDATED.'
                    PERFORM 500-LOG-CHANGE-RTN
                ELSE
                    DISPLAY '  ** CODE ' WS-IN-CODE ' NOT FOUND'
                END-IF
            END-IF
        END-IF.

    400-LIST-RTN.
        MOVE 0 TO WS-LIST-COUNT
        MOVE SPACES TO WS-EOF
        MOVE 'ACTIVITY-CODE-FILE' TO WS-FILE-ID
        OPEN INPUT ACTIVITY-CODE-FILE
        IF WS-FILE-STATUS = '35'
            DISPLAY '  NO ACTIVITY CODE MASTER ON FILE'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            DISPLAY '  CODE DESCRIPTION          UNIT   MAX/DAY ST'
            PERFORM UNTIL WS-EOF = 'Y'
                READ ACTIVITY-CODE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY '  ' ACC-CODE ' ' ACC-DESC ' '
                        ACC-UNIT-RATE ' ' ACC-MAX-DAILY '  '
                        ACC-ACTIVE
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ACTIVITY-CODE-FILE
            DISPLAY '  ACTIVITY CODES ON FILE: ' WS-LIST-COUNT
        END-IF.

    500-LOG-CHANGE-RTN.
        MOVE 'LOG-FILE' TO WS-FILE-ID
        OPEN EXTEND LOG-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT LOG-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        STRING 'ACTIVITY CODE MASTER CHANGED BY ' DELIMITED BY SIZE
            WS-OPERATOR-ID DELIMITED BY SIZE
            ' - CODE ' DELIMITED BY SIZE
            WS-IN-CODE DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE.

    920-ABEND-RTN.
        CLOSE ACTIVITY-CODE-FILE WORK-FILE OPERATOR-FILE
            SECURITY-LOG-FILE PARM-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY SIGNONRTN.
    COPY LOCKRTN.
    COPY MLOCKRTN.
    COPY ENVRTN.
