IDENTIFICATION DIVISION.
PROGRAM-ID. SANCTION-MAINTENANCE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT SANCTION-FILE ASSIGN TO WS-P-SANCTION
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT WORK-FILE ASSIGN TO WS-P-WORK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT REG-FILE ASSIGN TO WS-P-REG
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REG-KEY
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
        SELECT BIZDATE-FILE ASSIGN TO WS-P-BIZDATE
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
    FD SANCTION-FILE.
    COPY SANCREC.
    FD WORK-FILE.
    01 WORK-REC PIC X(132).
    FD REG-FILE.
    COPY REGREC.
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
    FD BIZDATE-FILE.
    01 BIZDATE-REC PIC X(8).
    FD SUITE-LOCK-FILE.
    COPY LOCKREC.
    FD MAINT-LOCK-FILE.
    COPY MLOCKREC.

    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-SANCTION          PIC X(70) VALUE SPACES.
        05 WS-P-WORK              PIC X(70) VALUE SPACES.
        05 WS-P-REG               PIC X(70) VALUE SPACES.
        05 WS-P-OPERATOR          PIC X(70) VALUE SPACES.
        05 WS-P-SECURITY-LOG      PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-SUITE-LOCK        PIC X(70) VALUE SPACES.
        05 WS-P-MAINT-LOCK        PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-CHOICE           PIC 9(1) VALUE 0.
        05 WS-DONE             PIC A(1) VALUE 'N'.
        05 WS-IN-PLAYER        PIC X(4) VALUE SPACES.
        05 WS-IN-REASON        PIC X(4) VALUE SPACES.
        05 WS-IN-TEXT          PIC X(30) VALUE SPACES.
        05 WS-IN-NO            PIC 9(6) VALUE 0.
        05 WS-IN-DATE          PIC 9(8) VALUE 0.
        05 WS-IN-DATE-R REDEFINES WS-IN-DATE.
            10 WS-IN-DATE-YYYY     PIC 9(4).
            10 WS-IN-DATE-MM       PIC 9(2).
            10 WS-IN-DATE-DD       PIC 9(2).
        05 WS-DATE-OK          PIC A(1) VALUE 'N'.
        05 WS-START-DATE       PIC 9(8) VALUE 0.
        05 WS-END-DATE         PIC 9(8) VALUE 0.
        05 WS-PLAYER-OK        PIC A(1) VALUE 'N'.
        05 WS-UPDATED          PIC A(1) VALUE 'N'.
        05 WS-LAST-NO          PIC 9(6) VALUE 0.
        05 WS-LIST-COUNT       PIC 9(4) VALUE 0.
        05 WS-LIST-STATE       PIC X(8) VALUE SPACES.
        05 WS-LOG-ACTION       PIC X(10) VALUE SPACES.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY CDATECOM.
    COPY SIGNONCOM.
    COPY LOCKCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'SANCTION-MAINTENANCE' TO WS-LOG-PGM
    PERFORM 870-GET-BIZ-DATE-RTN
    DISPLAY 'SANCTION MAINTENANCE - PLAYER SUSPENSIONS'
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
    MOVE 'AocMaintLock.Sanction.txt' TO WS-ENV-FILE-NAME
    PERFORM 806-BUILD-ENV-PATH-RTN
    MOVE WS-ENV-PATH TO WS-MAINT-LOCK-PATH
    PERFORM 816-TAKE-MAINT-LOCK-RTN
    IF WS-MAINT-LOCK-BUSY = 'Y'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-DONE = 'Y'
        DISPLAY '  1 = ISSUE SANCTION'
        DISPLAY '  2 = LIFT SANCTION'
        DISPLAY '  3 = CHANGE SANCTION END DATE'
        DISPLAY '  4 = LIST SANCTIONS'
        DISPLAY '  0 = FINISH'
        DISPLAY 'ENTER CHOICE: '
        ACCEPT WS-CHOICE FROM CONSOLE
        EVALUATE WS-CHOICE
            WHEN 1
                PERFORM 100-ISSUE-RTN
            WHEN 2
                PERFORM 200-LIFT-RTN
            WHEN 3
                PERFORM 300-CHANGE-END-RTN
            WHEN 4
                PERFORM 400-LIST-RTN
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
        MOVE 'Dec2Sanctions.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SANCTION
        MOVE 'Dec2SanctionsWork.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-WORK
        MOVE 'Dec2RegMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REG
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
        MOVE 'AocBizDate.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BIZDATE
        MOVE 'AocSuiteLock.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUITE-LOCK
        MOVE 'AocMaintLock.Sanction.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MAINT-LOCK.

    050-GET-DATE-RTN.
        MOVE 'Y' TO WS-DATE-OK
        MOVE 0 TO WS-IN-DATE
        ACCEPT WS-IN-DATE FROM CONSOLE
        IF WS-IN-DATE = 0
            MOVE WS-BIZ-DATE TO WS-IN-DATE
        END-IF
        IF WS-IN-DATE-MM < 1 OR WS-IN-DATE-MM > 12
            OR WS-IN-DATE-DD < 1 OR WS-IN-DATE-DD > 31
            OR WS-IN-DATE-YYYY < 1601
            DISPLAY '** INVALID DATE ' WS-IN-DATE
            MOVE 'N' TO WS-DATE-OK
        END-IF.

    060-CHECK-PLAYER-RTN.
        MOVE 'N' TO WS-PLAYER-OK
        MOVE 'REG-FILE' TO WS-FILE-ID
        OPEN INPUT REG-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            MOVE 'Y' TO WS-PLAYER-OK
            DISPLAY '  NO REGISTRATION MASTER ON FILE - PLAYER ID NOT '
                'CHECKED'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'P' TO REG-TYPE
            MOVE WS-IN-PLAYER TO REG-ID
            READ REG-FILE
                INVALID KEY
                    DISPLAY '** PLAYER ' WS-IN-PLAYER
                        ' IS NOT REGISTERED'
                NOT INVALID KEY
                    MOVE 'Y' TO WS-PLAYER-OK
            END-READ
            CLOSE REG-FILE
        END-IF.

    070-FIND-LAST-NO-RTN.
        MOVE 0 TO WS-LAST-NO
        MOVE SPACES TO WS-EOF
        MOVE 'SANCTION-FILE' TO WS-FILE-ID
        OPEN INPUT SANCTION-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ SANCTION-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF SNC-SANCTION-NO > WS-LAST-NO
                        MOVE SNC-SANCTION-NO TO WS-LAST-NO
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SANCTION-FILE
        END-IF.

    100-ISSUE-RTN.
        DISPLAY 'ENTER PLAYER ID: '
        ACCEPT WS-IN-PLAYER FROM CONSOLE
        DISPLAY 'ENTER REASON CODE (4 CHARACTERS): '
        ACCEPT WS-IN-REASON FROM CONSOLE
        EVALUATE TRUE
            WHEN WS-IN-PLAYER = SPACES
                DISPLAY '** A PLAYER ID IS REQUIRED'
            WHEN WS-IN-REASON = SPACES
                DISPLAY '** A REASON CODE IS REQUIRED'
            WHEN OTHER
                PERFORM 060-CHECK-PLAYER-RTN
                IF WS-PLAYER-OK = 'Y'
                    PERFORM 110-GET-TERMS-RTN
                END-IF
        END-EVALUATE.

    110-GET-TERMS-RTN.
        DISPLAY 'ENTER REASON TEXT: '
        ACCEPT WS-IN-TEXT FROM CONSOLE
        DISPLAY 'ENTER START DATE YYYYMMDD (0 = BUSINESS DATE '
            WS-BIZ-DATE '): '
        PERFORM 050-GET-DATE-RTN
        IF WS-DATE-OK = 'Y'
            MOVE WS-IN-DATE TO WS-START-DATE
            DISPLAY 'ENTER END DATE YYYYMMDD (LAST DAY SUSPENDED): '
            PERFORM 050-GET-DATE-RTN
        END-IF
        IF WS-DATE-OK = 'Y'
            MOVE WS-IN-DATE TO WS-END-DATE
            IF WS-END-DATE < WS-START-DATE
                DISPLAY '** END DATE CANNOT BE BEFORE THE START DATE'
            ELSE
                PERFORM 120-WRITE-SANCTION-RTN
            END-IF
        END-IF.

    120-WRITE-SANCTION-RTN.
        PERFORM 070-FIND-LAST-NO-RTN
        MOVE 'SANCTION-FILE' TO WS-FILE-ID
        OPEN EXTEND SANCTION-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT SANCTION-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        ADD 1 TO WS-LAST-NO GIVING SNC-SANCTION-NO
        MOVE WS-IN-PLAYER TO SNC-PLAYER-ID
        MOVE WS-IN-REASON TO SNC-REASON-CODE
        MOVE WS-IN-TEXT TO SNC-REASON-TEXT
        MOVE WS-START-DATE TO SNC-START-DATE
        MOVE WS-END-DATE TO SNC-END-DATE
        MOVE WS-OPERATOR-ID TO SNC-OPERATOR
        MOVE WS-BIZ-DATE TO SNC-ISSUED-DATE
        MOVE 'M' TO SNC-SOURCE
        MOVE 'A' TO SNC-STATUS
        MOVE 0 TO SNC-FORFEITS
        WRITE SANCTION-REC
        CLOSE SANCTION-FILE
        MOVE SNC-SANCTION-NO TO WS-IN-NO
        DISPLAY '  SANCTION ' WS-IN-NO ' ISSUED - PLAYER '
            WS-IN-PLAYER ' SUSPENDED ' WS-START-DATE ' TO '
            WS-END-DATE
        MOVE 'ISSUED' TO WS-LOG-ACTION
        PERFORM 500-LOG-CHANGE-RTN.

    200-LIFT-RTN.
        DISPLAY 'ENTER SANCTION NUMBER: '
        ACCEPT WS-IN-NO FROM CONSOLE
        MOVE 'N' TO WS-UPDATED
        MOVE SPACES TO WS-EOF
        MOVE 'SANCTION-FILE' TO WS-FILE-ID
        OPEN INPUT SANCTION-FILE
        IF WS-FILE-STATUS = '35'
            DISPLAY '  NO SANCTIONS REGISTER ON FILE'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'WORK-FILE' TO WS-FILE-ID
            OPEN OUTPUT WORK-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ SANCTION-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF SNC-SANCTION-NO = WS-IN-NO
                        AND SNC-STATUS-ACTIVE
                        MOVE 'L' TO SNC-STATUS
                        MOVE SNC-PLAYER-ID TO WS-IN-PLAYER
                        MOVE 'Y' TO WS-UPDATED
                    END-IF
                    MOVE SANCTION-REC TO WORK-REC
                    WRITE WORK-REC
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SANCTION-FILE
            CLOSE WORK-FILE
            IF WS-UPDATED = 'Y'
                PERFORM 250-COPY-BACK-RTN
                DISPLAY '  SANCTION ' WS-IN-NO ' LIFTED.'
                MOVE 'LIFTED' TO WS-LOG-ACTION
                PERFORM 500-LOG-CHANGE-RTN
            ELSE
                DISPLAY '  ** NO ACTIVE SANCTION ' WS-IN-NO
            END-IF
        END-IF.

    250-COPY-BACK-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'WORK-FILE' TO WS-FILE-ID
        OPEN INPUT WORK-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'SANCTION-FILE' TO WS-FILE-ID
        OPEN OUTPUT SANCTION-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-EOF = 'Y'
            READ WORK-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE WORK-REC TO SANCTION-REC
                WRITE SANCTION-REC
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE WORK-FILE
        CLOSE SANCTION-FILE
        OPEN OUTPUT WORK-FILE
        CLOSE WORK-FILE.

    300-CHANGE-END-RTN.
        DISPLAY 'ENTER SANCTION NUMBER: '
        ACCEPT WS-IN-NO FROM CONSOLE
        DISPLAY 'ENTER NEW END DATE YYYYMMDD (LAST DAY SUSPENDED): '
        PERFORM 050-GET-DATE-RTN
        IF WS-DATE-OK = 'Y'
            MOVE WS-IN-DATE TO WS-END-DATE
            MOVE 'N' TO WS-UPDATED
            MOVE SPACES TO WS-EOF
            MOVE 'SANCTION-FILE' TO WS-FILE-ID
            OPEN INPUT SANCTION-FILE
            IF WS-FILE-STATUS = '35'
                DISPLAY '  NO SANCTIONS REGISTER ON FILE'
                MOVE '00' TO WS-FILE-STATUS
            ELSE
                PERFORM 900-CHECK-OPEN-STATUS-RTN
                MOVE 'WORK-FILE' TO WS-FILE-ID
                OPEN OUTPUT WORK-FILE
                PERFORM 900-CHECK-OPEN-STATUS-RTN
                PERFORM UNTIL WS-EOF = 'Y'
                    READ SANCTION-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF SNC-SANCTION-NO = WS-IN-NO
                            AND SNC-STATUS-ACTIVE
                            AND WS-END-DATE NOT < SNC-START-DATE
                            MOVE WS-END-DATE TO SNC-END-DATE
                            MOVE SNC-PLAYER-ID TO WS-IN-PLAYER
                            MOVE 'Y' TO WS-UPDATED
                        END-IF
                        MOVE SANCTION-REC TO WORK-REC
                        WRITE WORK-REC
                    END-READ
                    PERFORM 910-CHECK-READ-STATUS-RTN
                END-PERFORM
                CLOSE SANCTION-FILE
                CLOSE WORK-FILE
                IF WS-UPDATED = 'Y'
                    PERFORM 250-COPY-BACK-RTN
                    DISPLAY '  SANCTION ' WS-IN-NO ' NOW ENDS '
                        WS-END-DATE
                    MOVE 'RE-DATED' TO WS-LOG-ACTION
                    PERFORM 500-LOG-CHANGE-RTN
                ELSE
                    DISPLAY '  ** NO ACTIVE SANCTION ' WS-IN-NO
                        ' STARTING ON OR BEFORE ' WS-END-DATE
                END-IF
            END-IF
        END-IF.

    400-LIST-RTN.
        MOVE 0 TO WS-LIST-COUNT
        MOVE SPACES TO WS-EOF
        MOVE 'SANCTION-FILE' TO WS-FILE-ID
        OPEN INPUT SANCTION-FILE
        IF WS-FILE-STATUS = '35'
            DISPLAY '  NO SANCTIONS REGISTER ON FILE'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            DISPLAY '  NUMBER PLYR RSN  START    END      SRC STATE'
                '    OPERATOR REASON'
            PERFORM UNTIL WS-EOF = 'Y'
                READ SANCTION-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    PERFORM 410-SET-STATE-RTN
                    DISPLAY '  ' SNC-SANCTION-NO ' ' SNC-PLAYER-ID
                        ' ' SNC-REASON-CODE ' ' SNC-START-DATE ' '
                        SNC-END-DATE ' ' SNC-SOURCE '   '
                        WS-LIST-STATE ' ' SNC-OPERATOR ' '
                        SNC-REASON-TEXT
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SANCTION-FILE
            DISPLAY '  SANCTIONS ON FILE: ' WS-LIST-COUNT
        END-IF.

    410-SET-STATE-RTN.
        EVALUATE TRUE
            WHEN SNC-STATUS-LIFTED
                MOVE 'LIFTED' TO WS-LIST-STATE
            WHEN SNC-END-DATE < WS-BIZ-DATE
                MOVE 'EXPIRED' TO WS-LIST-STATE
            WHEN SNC-START-DATE > WS-BIZ-DATE
                MOVE 'PENDING' TO WS-LIST-STATE
            WHEN OTHER
                MOVE 'IN FORCE' TO WS-LIST-STATE
        END-EVALUATE.

    500-LOG-CHANGE-RTN.
        MOVE 'LOG-FILE' TO WS-FILE-ID
        OPEN EXTEND LOG-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT LOG-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        STRING 'SANCTION ' DELIMITED BY SIZE
            WS-IN-NO DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-LOG-ACTION DELIMITED BY SPACE
            ' BY ' DELIMITED BY SIZE
            WS-OPERATOR-ID DELIMITED BY SIZE
            ' - PLAYER ' DELIMITED BY SIZE
            WS-IN-PLAYER DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE.

    920-ABEND-RTN.
        CLOSE SANCTION-FILE WORK-FILE REG-FILE OPERATOR-FILE
            SECURITY-LOG-FILE PARM-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY SIGNONRTN.
    COPY LOCKRTN.
    COPY MLOCKRTN.
    COPY ENVRTN.
