IDENTIFICATION DIVISION.
PROGRAM-ID. ALERT-MAINTENANCE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT OPERATOR-FILE ASSIGN TO WS-P-OPERATOR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SECURITY-LOG-FILE ASSIGN TO WS-P-SECURITY-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PARM-FILE ASSIGN TO WS-P-PARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ALERT-REG-FILE ASSIGN TO WS-P-ALERT-REG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ALERT-WORK-FILE ASSIGN TO WS-P-ALERT-WORK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LOG-FILE ASSIGN TO WS-P-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CYCLE-FILE ASSIGN TO WS-P-CYCLE
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
    FD OPERATOR-FILE.
    COPY OPERREC.
    FD SECURITY-LOG-FILE.
    COPY SECLREC.
    FD PARM-FILE.
    01 PARM-REC PIC X(80).
    FD ALERT-REG-FILE.
    COPY ALRTREC.
    FD ALERT-WORK-FILE.
    01 ALERT-WORK-REC PIC X(268).
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).
    FD MAINT-LOCK-FILE.
    COPY MLOCKREC.

    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-OPERATOR          PIC X(70) VALUE SPACES.
        05 WS-P-SECURITY-LOG      PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-ALERT-REG         PIC X(70) VALUE SPACES.
        05 WS-P-ALERT-WORK        PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-MAINT-LOCK        PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-CHOICE           PIC 9(1) VALUE 0.
        05 WS-DONE             PIC A(1) VALUE 'N'.
        05 WS-IN-ID-X          PIC X(6) VALUE SPACES.
        05 WS-IN-ID-LEN        PIC 9(1) VALUE 0.
        05 WS-IN-ID            PIC 9(6) VALUE 0.
        05 WS-ID-OK            PIC A(1) VALUE 'N'.
        05 WS-IN-NOTES         PIC X(60) VALUE SPACES.
        05 WS-ACTION           PIC X(1) VALUE ' '.
            88 WS-ACTION-ACK       VALUE 'A'.
            88 WS-ACTION-RESOLVE   VALUE 'R'.
        05 WS-FOUND            PIC A(1) VALUE 'N'.
        05 WS-UPDATED          PIC A(1) VALUE 'N'.
        05 WS-REFUSED          PIC X(60) VALUE SPACES.
        05 WS-LIST-COUNT       PIC 9(4) VALUE 0.
        05 WS-OWNER            PIC X(8) VALUE SPACES.
        05 WS-ACT-STAMP        PIC X(21) VALUE SPACES.
        05 WS-ACT-TEXT         PIC X(20) VALUE SPACES.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY SIGNONCOM.
    COPY LOCKCOM.
    COPY ALRTCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'ALERT-MAINTENANCE' TO WS-LOG-PGM
    DISPLAY 'ALERT MAINTENANCE - OPERATOR ALERT REGISTER'
    MOVE ' ' TO WS-SIGNON-FUNC
    PERFORM 800-SIGN-ON-RTN
    IF WS-SIGNON-OK NOT EQUAL 'Y'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-P-MAINT-LOCK TO WS-MAINT-LOCK-PATH
    PERFORM 816-TAKE-MAINT-LOCK-RTN
    IF WS-MAINT-LOCK-BUSY = 'Y'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-DONE = 'Y'
        DISPLAY '  1 = LIST OPEN ALERTS'
        DISPLAY '  2 = ACKNOWLEDGE ALERT'
        DISPLAY '  3 = RESOLVE ALERT'
        DISPLAY '  4 = SHOW ALERT'
        DISPLAY '  0 = FINISH'
        DISPLAY 'ENTER CHOICE: '
        ACCEPT WS-CHOICE FROM CONSOLE
        EVALUATE WS-CHOICE
            WHEN 1
                PERFORM 100-LIST-OPEN-RTN
            WHEN 2
                MOVE 'A' TO WS-ACTION
                PERFORM 200-CHANGE-ALERT-RTN
            WHEN 3
                MOVE 'R' TO WS-ACTION
                PERFORM 200-CHANGE-ALERT-RTN
            WHEN 4
                PERFORM 400-SHOW-ALERT-RTN
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
        MOVE 'AocOperMaster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-OPERATOR
        MOVE 'AocSecurityLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SECURITY-LOG
        MOVE 'AocParms.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PARM
        MOVE 'AocAlertRegister.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ALERT-REG
        MOVE 'AocAlertRegisterWork.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ALERT-WORK
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE
        MOVE 'AocMaintLock.Alerts.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MAINT-LOCK.

    100-LIST-OPEN-RTN.
        MOVE 0 TO WS-LIST-COUNT
        MOVE SPACES TO WS-EOF
        MOVE 'ALERT-REG-FILE' TO WS-FILE-ID
        OPEN INPUT ALERT-REG-FILE
        IF WS-FILE-STATUS = '35'
            DISPLAY '  NO ALERT REGISTER ON FILE'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            DISPLAY '  ID     S ST OWNER    OPEN FOR E TEXT'
            PERFORM UNTIL WS-EOF = 'Y'
                READ ALERT-REG-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF NOT ALR-STATUS-RESOLVED
                        ADD 1 TO WS-LIST-COUNT
                        PERFORM 150-SET-AGE-OWNER-RTN
                        DISPLAY '  ' ALR-ID ' ' ALR-SEV ' ' ALR-STATUS
                            '  ' WS-OWNER ' ' WS-ALA-HOURS ':'
                            WS-ALA-REM-MINS ' ' ALR-ESCALATED ' '
                            ALR-TEXT(1:50)
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ALERT-REG-FILE
            DISPLAY '  OPEN ALERTS: ' WS-LIST-COUNT
        END-IF.

    150-SET-AGE-OWNER-RTN.
        MOVE ALR-RAISED-DATE TO WS-ALA-FROM-DATE
        MOVE ALR-RAISED-TIME TO WS-ALA-FROM-TIME
        PERFORM 858-ALERT-AGE-RTN
        IF ALR-ACK-OPERATOR = SPACES
            MOVE 'NONE' TO WS-OWNER
        ELSE
            MOVE ALR-ACK-OPERATOR TO WS-OWNER
        END-IF.

    180-GET-ALERT-ID-RTN.
        MOVE 'N' TO WS-ID-OK
        MOVE 0 TO WS-IN-ID
        DISPLAY 'ENTER ALERT NUMBER: '
        ACCEPT WS-IN-ID-X FROM CONSOLE
        IF WS-IN-ID-X = SPACES
            DISPLAY '** AN ALERT NUMBER IS REQUIRED'
        ELSE
            COMPUTE WS-IN-ID-LEN =
                FUNCTION LENGTH(FUNCTION TRIM(WS-IN-ID-X))
            MOVE FUNCTION TRIM(WS-IN-ID-X) TO WS-IN-ID-X
            IF WS-IN-ID-X(1:WS-IN-ID-LEN) NUMERIC
                MOVE FUNCTION NUMVAL(WS-IN-ID-X(1:WS-IN-ID-LEN))
                    TO WS-IN-ID
                MOVE 'Y' TO WS-ID-OK
            ELSE
                DISPLAY '** ALERT NUMBER MUST BE NUMERIC'
            END-IF
        END-IF.

    200-CHANGE-ALERT-RTN.
        PERFORM 180-GET-ALERT-ID-RTN
        MOVE SPACES TO WS-IN-NOTES
        IF WS-ID-OK = 'Y' AND WS-ACTION-RESOLVE
            DISPLAY 'ENTER RESOLUTION NOTES: '
            ACCEPT WS-IN-NOTES FROM CONSOLE
            IF WS-IN-NOTES = SPACES
                DISPLAY '** RESOLUTION NOTES ARE REQUIRED - NOTHING '
                    'CHANGED'
                MOVE 'N' TO WS-ID-OK
            END-IF
        END-IF
        IF WS-ID-OK = 'Y'
            MOVE 'N' TO WS-FOUND
            MOVE 'N' TO WS-UPDATED
            MOVE SPACES TO WS-REFUSED
            MOVE SPACES TO WS-EOF
            MOVE 'ALERT-REG-FILE' TO WS-FILE-ID
            OPEN INPUT ALERT-REG-FILE
            IF WS-FILE-STATUS = '35'
                DISPLAY '  NO ALERT REGISTER ON FILE'
                MOVE '00' TO WS-FILE-STATUS
            ELSE
                PERFORM 900-CHECK-OPEN-STATUS-RTN
                MOVE 'ALERT-WORK-FILE' TO WS-FILE-ID
                OPEN OUTPUT ALERT-WORK-FILE
                PERFORM 900-CHECK-OPEN-STATUS-RTN
                MOVE FUNCTION CURRENT-DATE TO WS-ACT-STAMP
                PERFORM UNTIL WS-EOF = 'Y'
                    READ ALERT-REG-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF ALR-ID = WS-IN-ID
                            MOVE 'Y' TO WS-FOUND
                            PERFORM 210-APPLY-ACTION-RTN
                        END-IF
                        MOVE ALERT-REG-REC TO ALERT-WORK-REC
                        WRITE ALERT-WORK-REC
                    END-READ
                    PERFORM 910-CHECK-READ-STATUS-RTN
                END-PERFORM
                CLOSE ALERT-REG-FILE
                CLOSE ALERT-WORK-FILE
                EVALUATE TRUE
                    WHEN WS-UPDATED = 'Y'
                        PERFORM 250-COPY-BACK-RTN
                        DISPLAY '  ALERT ' WS-IN-ID ' ' WS-ACT-TEXT
                        PERFORM 500-LOG-ACTION-RTN
                    WHEN WS-FOUND = 'Y'
                        DISPLAY '  ** ' WS-REFUSED
                    WHEN OTHER
                        DISPLAY '  ** ALERT ' WS-IN-ID ' NOT FOUND'
                END-EVALUATE
            END-IF
        END-IF.

    210-APPLY-ACTION-RTN.
        EVALUATE TRUE
            WHEN ALR-STATUS-RESOLVED
                STRING 'ALERT ALREADY RESOLVED BY ' DELIMITED BY SIZE
                    ALR-RES-OPERATOR DELIMITED BY SPACE
                    INTO WS-REFUSED
            WHEN WS-ACTION-ACK AND ALR-STATUS-ACK
                STRING 'ALERT ALREADY ACKNOWLEDGED BY '
                    DELIMITED BY SIZE
                    ALR-ACK-OPERATOR DELIMITED BY SPACE
                    INTO WS-REFUSED
            WHEN WS-ACTION-RESOLVE AND ALR-STATUS-ACK
                AND ALR-ACK-OPERATOR NOT EQUAL WS-OPERATOR-ID
                STRING 'ALERT IS OWNED BY ' DELIMITED BY SIZE
                    ALR-ACK-OPERATOR DELIMITED BY SPACE
                    ' - ONLY THE OWNER CAN RESOLVE IT'
                    DELIMITED BY SIZE
                    INTO WS-REFUSED
            WHEN OTHER
                IF ALR-STATUS-NEW
                    MOVE WS-OPERATOR-ID TO ALR-ACK-OPERATOR
                    MOVE WS-ACT-STAMP(1:8) TO ALR-ACK-DATE
                    MOVE WS-ACT-STAMP(9:6) TO ALR-ACK-TIME
                    MOVE 'A' TO ALR-STATUS
                    MOVE 'ACKNOWLEDGED' TO WS-ACT-TEXT
                END-IF
                IF WS-ACTION-RESOLVE
                    MOVE WS-OPERATOR-ID TO ALR-RES-OPERATOR
                    MOVE WS-ACT-STAMP(1:8) TO ALR-RES-DATE
                    MOVE WS-ACT-STAMP(9:6) TO ALR-RES-TIME
                    MOVE WS-IN-NOTES TO ALR-NOTES
                    MOVE 'R' TO ALR-STATUS
                    MOVE 'RESOLVED' TO WS-ACT-TEXT
                END-IF
                MOVE 'Y' TO WS-UPDATED
        END-EVALUATE.

    250-COPY-BACK-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'ALERT-WORK-FILE' TO WS-FILE-ID
        OPEN INPUT ALERT-WORK-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'ALERT-REG-FILE' TO WS-FILE-ID
        OPEN OUTPUT ALERT-REG-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-EOF = 'Y'
            READ ALERT-WORK-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE ALERT-WORK-REC TO ALERT-REG-REC
                WRITE ALERT-REG-REC
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE ALERT-WORK-FILE
        CLOSE ALERT-REG-FILE
        OPEN OUTPUT ALERT-WORK-FILE
        CLOSE ALERT-WORK-FILE.

    400-SHOW-ALERT-RTN.
        PERFORM 180-GET-ALERT-ID-RTN
        IF WS-ID-OK = 'Y'
            MOVE 'N' TO WS-FOUND
            MOVE SPACES TO WS-EOF
            MOVE 'ALERT-REG-FILE' TO WS-FILE-ID
            OPEN INPUT ALERT-REG-FILE
            IF WS-FILE-STATUS = '35'
                DISPLAY '  NO ALERT REGISTER ON FILE'
                MOVE '00' TO WS-FILE-STATUS
            ELSE
                PERFORM 900-CHECK-OPEN-STATUS-RTN
                PERFORM UNTIL WS-EOF = 'Y'
                    READ ALERT-REG-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF ALR-ID = WS-IN-ID
                            MOVE 'Y' TO WS-FOUND
                            PERFORM 410-DISPLAY-ALERT-RTN
                        END-IF
                    END-READ
                    PERFORM 910-CHECK-READ-STATUS-RTN
                END-PERFORM
                CLOSE ALERT-REG-FILE
                IF WS-FOUND NOT EQUAL 'Y'
                    DISPLAY '  ** ALERT ' WS-IN-ID ' NOT FOUND'
                END-IF
            END-IF
        END-IF.

    410-DISPLAY-ALERT-RTN.
        PERFORM 150-SET-AGE-OWNER-RTN
        DISPLAY '  ALERT ' ALR-ID ' CYCLE ' ALR-CYCLE ' SEVERITY '
            ALR-SEV ' REPEATS ' ALR-REPEATS
        DISPLAY '  ' ALR-TEXT
        DISPLAY '  LOGGED      ' ALR-LOG-TS
        DISPLAY '  RAISED      ' ALR-RAISED-DATE '-' ALR-RAISED-TIME
        EVALUATE TRUE
            WHEN ALR-STATUS-NEW
                DISPLAY '  STATUS      NEW - OPEN FOR ' WS-ALA-HOURS
                    ':' WS-ALA-REM-MINS
            WHEN ALR-STATUS-ACK
                DISPLAY '  STATUS      ACKNOWLEDGED - OPEN FOR '
                    WS-ALA-HOURS ':' WS-ALA-REM-MINS
            WHEN OTHER
                DISPLAY '  STATUS      RESOLVED'
        END-EVALUATE
        IF ALR-ACK-OPERATOR NOT EQUAL SPACES
            DISPLAY '  ACKNOWLEDGED ' ALR-ACK-OPERATOR ' ' ALR-ACK-DATE
                '-' ALR-ACK-TIME
        END-IF
        IF ALR-IS-ESCALATED
            DISPLAY '  ESCALATED   ' ALR-ESC-DATE '-' ALR-ESC-TIME
        END-IF
        IF ALR-STATUS-RESOLVED
            DISPLAY '  RESOLVED    ' ALR-RES-OPERATOR ' ' ALR-RES-DATE
                '-' ALR-RES-TIME
            DISPLAY '  NOTES       ' ALR-NOTES
        END-IF.

    500-LOG-ACTION-RTN.
        MOVE 'LOG-FILE' TO WS-FILE-ID
        OPEN EXTEND LOG-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT LOG-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        STRING 'ALERT ' DELIMITED BY SIZE
            WS-IN-ID DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-ACT-TEXT DELIMITED BY SPACE
            ' BY ' DELIMITED BY SIZE
            WS-OPERATOR-ID DELIMITED BY SPACE
            INTO WS-LOG-MSG
        IF WS-ACTION-RESOLVE
            MOVE SPACES TO WS-LOG-MSG
            STRING 'ALERT ' DELIMITED BY SIZE
                WS-IN-ID DELIMITED BY SIZE
                ' RESOLVED BY ' DELIMITED BY SIZE
                WS-OPERATOR-ID DELIMITED BY SPACE
                ' - ' DELIMITED BY SIZE
                WS-IN-NOTES DELIMITED BY SIZE
                INTO WS-LOG-MSG
        END-IF
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE.

    920-ABEND-RTN.
        CLOSE OPERATOR-FILE SECURITY-LOG-FILE PARM-FILE ALERT-REG-FILE
            ALERT-WORK-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY SIGNONRTN.
    COPY MLOCKRTN.
    COPY ALRTRTN.
    COPY ENVRTN.
