IDENTIFICATION DIVISION.
PROGRAM-ID. ALERT-ESCALATION.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT ALERT-REG-FILE ASSIGN TO WS-P-ALERT-REG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ALERT-WORK-FILE ASSIGN TO WS-P-ALERT-WORK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CONTACT-FILE ASSIGN TO WS-P-CONTACT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT NOTICE-FILE ASSIGN TO WS-P-NOTICE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT MAINT-LOCK-FILE
        ASSIGN TO WS-P-MAINT-LOCK
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
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD ALERT-REG-FILE.
    COPY ALRTREC.
    FD ALERT-WORK-FILE.
    01 ALERT-WORK-REC PIC X(268).
    FD CONTACT-FILE.
    COPY ESCLREC.
    FD NOTICE-FILE.
    01 NOTICE-REC PIC X(200).
    FD MAINT-LOCK-FILE.
    COPY MLOCKREC.
    FD PARM-FILE.
    01 PARM-REC PIC X(80).
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).

    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-ALERT-REG         PIC X(70) VALUE SPACES.
        05 WS-P-ALERT-WORK        PIC X(70) VALUE SPACES.
        05 WS-P-CONTACT           PIC X(70) VALUE SPACES.
        05 WS-P-NOTICE            PIC X(70) VALUE SPACES.
        05 WS-P-MAINT-LOCK        PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-CONTACT-EOF      PIC A(1) VALUE ' '.
        05 WS-ESCALATE-MINS    PIC 9(5) VALUE 30.
        05 WS-CONTACT-COUNT    PIC 9(3) VALUE 0.
        05 WS-OPEN-NEW         PIC 9(5) VALUE 0.
        05 WS-ESCALATED-COUNT  PIC 9(5) VALUE 0.
        05 WS-NOTICE-COUNT     PIC 9(5) VALUE 0.
        05 WS-ESC-STAMP        PIC X(21) VALUE SPACES.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY PARMCOM.
    COPY LOCKCOM.
    COPY ALRTCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'ALERT-ESCALATION' TO WS-LOG-PGM
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'ALERT-ESCALATION RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    PERFORM 820-LOAD-PARMS-RTN
    MOVE 'AM-ESCALATE-MINS' TO WS-PARM-REQ-KEY
    MOVE '30' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-ESCALATE-MINS
    PERFORM 100-COUNT-CONTACTS-RTN
    MOVE WS-P-MAINT-LOCK TO WS-MAINT-LOCK-PATH
    PERFORM 816-TAKE-MAINT-LOCK-RTN
    IF WS-MAINT-LOCK-BUSY = 'Y'
        MOVE 4 TO RETURN-CODE
        MOVE 'W' TO WS-LOG-SEV
        STRING 'ALERT REGISTER IN USE BY ' DELIMITED BY SIZE
            MLK-HOLDER DELIMITED BY SPACE
            ' - ESCALATION DEFERRED TO NEXT RUN' DELIMITED BY SIZE
            INTO WS-LOG-MSG
    ELSE
        PERFORM 200-SCAN-REGISTER-RTN
        PERFORM 818-RELEASE-MAINT-LOCK-RTN
        DISPLAY 'ALERT ESCALATION - UNACKNOWLEDGED ALERTS: '
            WS-OPEN-NEW ' ESCALATED THIS RUN: ' WS-ESCALATED-COUNT
        IF WS-ESCALATED-COUNT > 0
            MOVE 4 TO RETURN-CODE
            MOVE 'W' TO WS-LOG-SEV
        END-IF
        STRING 'ALERT-ESCALATION RUN COMPLETED - UNACKED: '
            DELIMITED BY SIZE
            WS-OPEN-NEW DELIMITED BY SIZE
            ' ESCALATED: ' DELIMITED BY SIZE
            WS-ESCALATED-COUNT DELIMITED BY SIZE
            ' NOTICES: ' DELIMITED BY SIZE
            WS-NOTICE-COUNT DELIMITED BY SIZE
            INTO WS-LOG-MSG
    END-IF
    PERFORM 950-WRITE-LOG-RTN
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'AocAlertRegister.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ALERT-REG
        MOVE 'AocAlertRegisterWork.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ALERT-WORK
        MOVE 'AocEscalation.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CONTACT
        MOVE 'AocEscalations.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-NOTICE
        MOVE 'AocMaintLock.Alerts.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MAINT-LOCK
        MOVE 'AocParms.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PARM
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE.

    100-COUNT-CONTACTS-RTN.
        MOVE 0 TO WS-CONTACT-COUNT
        MOVE SPACES TO WS-CONTACT-EOF
        MOVE 'CONTACT-FILE' TO WS-FILE-ID
        OPEN INPUT CONTACT-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-CONTACT-EOF = 'Y'
                READ CONTACT-FILE
                AT END MOVE 'Y' TO WS-CONTACT-EOF
                NOT AT END
                    IF ESCALATION-CONTACT-REC NOT EQUAL SPACES
                        AND ESC-CONTACT(1:1) NOT EQUAL '*'
                        ADD 1 TO WS-CONTACT-COUNT
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE CONTACT-FILE
        END-IF
        IF WS-CONTACT-COUNT = 0
            DISPLAY '** NO SECOND-LEVEL CONTACTS ON AocEscalation - '
                'OVERDUE ALERTS CANNOT BE ESCALATED'
            MOVE 8 TO RETURN-CODE
            MOVE 'E' TO WS-LOG-SEV
            STRING 'NO SECOND-LEVEL CONTACTS ON AocEscalation - '
                'OVERDUE ALERTS LEFT UNESCALATED' DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF.

    200-SCAN-REGISTER-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'ALERT-REG-FILE' TO WS-FILE-ID
        OPEN INPUT ALERT-REG-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'ALERT-WORK-FILE' TO WS-FILE-ID
            OPEN OUTPUT ALERT-WORK-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE FUNCTION CURRENT-DATE TO WS-ESC-STAMP
            PERFORM UNTIL WS-EOF = 'Y'
                READ ALERT-REG-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF ALR-STATUS-NEW
                        ADD 1 TO WS-OPEN-NEW
                        IF NOT ALR-IS-ESCALATED
                            AND WS-CONTACT-COUNT > 0
                            PERFORM 210-CHECK-OVERDUE-RTN
                        END-IF
                    END-IF
                    MOVE ALERT-REG-REC TO ALERT-WORK-REC
                    WRITE ALERT-WORK-REC
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ALERT-REG-FILE
            CLOSE ALERT-WORK-FILE
            IF WS-ESCALATED-COUNT > 0
                PERFORM 250-COPY-BACK-RTN
            END-IF
        END-IF.

    210-CHECK-OVERDUE-RTN.
        MOVE ALR-RAISED-DATE TO WS-ALA-FROM-DATE
        MOVE ALR-RAISED-TIME TO WS-ALA-FROM-TIME
        PERFORM 858-ALERT-AGE-RTN
        IF WS-ALA-MINUTES >= WS-ESCALATE-MINS
            ADD 1 TO WS-ESCALATED-COUNT
            MOVE 'Y' TO ALR-ESCALATED
            MOVE WS-ESC-STAMP(1:8) TO ALR-ESC-DATE
            MOVE WS-ESC-STAMP(9:6) TO ALR-ESC-TIME
            PERFORM 220-NOTIFY-CONTACTS-RTN
            MOVE 'W' TO WS-LOG-SEV
            STRING 'ALERT ' DELIMITED BY SIZE
                ALR-ID DELIMITED BY SIZE
                ' UNACKNOWLEDGED FOR ' DELIMITED BY SIZE
                WS-ALA-HOURS DELIMITED BY SIZE
                ':' DELIMITED BY SIZE
                WS-ALA-REM-MINS DELIMITED BY SIZE
                ' - ESCALATED TO SECOND-LEVEL CONTACTS'
                DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF.

    220-NOTIFY-CONTACTS-RTN.
        MOVE 'NOTICE-FILE' TO WS-FILE-ID
        OPEN EXTEND NOTICE-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT NOTICE-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO WS-CONTACT-EOF
        MOVE 'CONTACT-FILE' TO WS-FILE-ID
        OPEN INPUT CONTACT-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-CONTACT-EOF = 'Y'
            READ CONTACT-FILE
            AT END MOVE 'Y' TO WS-CONTACT-EOF
            NOT AT END
                IF ESCALATION-CONTACT-REC NOT EQUAL SPACES
                    AND ESC-CONTACT(1:1) NOT EQUAL '*'
                    PERFORM 230-WRITE-NOTICE-RTN
                END-IF
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE CONTACT-FILE
        CLOSE NOTICE-FILE.

    230-WRITE-NOTICE-RTN.
        ADD 1 TO WS-NOTICE-COUNT
        MOVE SPACES TO NOTICE-REC
        STRING WS-ESC-STAMP(1:8) DELIMITED BY SIZE
            '-' DELIMITED BY SIZE
            WS-ESC-STAMP(9:6) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            ESC-CONTACT DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            ESC-CHANNEL DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            ESC-ADDRESS DELIMITED BY SIZE
            ' ALERT ' DELIMITED BY SIZE
            ALR-ID DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            ALR-SEV DELIMITED BY SIZE
            ' OPEN ' DELIMITED BY SIZE
            WS-ALA-HOURS DELIMITED BY SIZE
            ':' DELIMITED BY SIZE
            WS-ALA-REM-MINS DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            ALR-TEXT DELIMITED BY SIZE
            INTO NOTICE-REC
        WRITE NOTICE-REC.

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

    920-ABEND-RTN.
        IF WS-ABEND-LOG-OK = 'Y'
            AND WS-ABEND-FILE NOT EQUAL 'LOG-FILE'
            MOVE 'E' TO WS-LOG-SEV
            STRING '** ABEND - FILE ' DELIMITED BY SIZE
                WS-ABEND-FILE DELIMITED BY SIZE
                ' STATUS ' DELIMITED BY SIZE
                WS-ABEND-STATUS DELIMITED BY SIZE
                ' - ORDERLY SHUTDOWN' DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        CLOSE ALERT-REG-FILE ALERT-WORK-FILE CONTACT-FILE NOTICE-FILE
            PARM-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY PARMRTN.
    COPY MLOCKRTN.
    COPY ALRTRTN.
    COPY ENVRTN.
