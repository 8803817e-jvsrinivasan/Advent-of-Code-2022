IDENTIFICATION DIVISION.
PROGRAM-ID. ELF-DATA-ERASURE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT MASTER-FILE ASSIGN TO WS-P-MASTER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MASTER-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ERASE-FILE ASSIGN TO WS-ERASE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ERASE-WORK-FILE ASSIGN TO WS-P-ERASE-WORK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ERASURE-REG-FILE ASSIGN TO WS-P-ERASURE-REG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CERT-FILE ASSIGN TO WS-CERT-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SUSPENSE-FILE ASSIGN TO WS-P-SUSPENSE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT STEP-CONTROL-FILE ASSIGN TO WS-P-STEP-CONTROL
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
        SELECT LEGAL-HOLD-FILE ASSIGN TO WS-P-LEGAL-HOLD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD MASTER-FILE.
    COPY ELFMREC.
    FD ERASE-FILE.
    01 ERASE-REC PIC X(250).
    FD ERASE-WORK-FILE.
    01 ERASE-WORK-REC PIC X(250).
    FD ERASURE-REG-FILE.
    COPY ERASREC.
    FD CERT-FILE.
    01 CERT-REC PIC X(132).
    FD SUSPENSE-FILE.
    COPY SUSPREC.
    FD STEP-CONTROL-FILE.
    COPY STEPREC.
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
    FD LEGAL-HOLD-FILE.
    COPY LHOLDREC.

    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-MASTER            PIC X(70) VALUE SPACES.
        05 WS-P-ERASE-WORK        PIC X(70) VALUE SPACES.
        05 WS-P-ERASURE-REG       PIC X(70) VALUE SPACES.
        05 WS-P-SUSPENSE          PIC X(70) VALUE SPACES.
        05 WS-P-STEP-CONTROL      PIC X(70) VALUE SPACES.
        05 WS-P-OPERATOR          PIC X(70) VALUE SPACES.
        05 WS-P-SECURITY-LOG      PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-SUITE-LOCK        PIC X(70) VALUE SPACES.
        05 WS-P-MAINT-LOCK        PIC X(70) VALUE SPACES.
        05 WS-P-LEGAL-HOLD        PIC X(70) VALUE SPACES.
    01 WS-ERASE-PATH       PIC X(70) VALUE SPACES.
    01 WS-CERT-PATH        PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-REFUSED          PIC A(1) VALUE 'N'.
        05 WS-REFUSE-MSG       PIC X(60) VALUE SPACES.
        05 WS-IN-ELF           PIC X(6) VALUE SPACES.
        05 WS-IN-ELF-LEN       PIC 9(1) VALUE 0.
        05 WS-IN-REQUEST       PIC X(20) VALUE SPACES.
        05 WS-IN-REQUEST-LEN   PIC 9(2) VALUE 0.
        05 WS-IN-CONFIRM       PIC X(1) VALUE SPACE.
        05 WS-REQUEST-ID       PIC X(12) VALUE SPACES.
        05 WS-ERASE-ELF-NO     PIC 9(4) VALUE 0.
        05 WS-ERASE-ELF-X REDEFINES WS-ERASE-ELF-NO PIC X(4).
        05 WS-ANON-ELF-NO      PIC 9(4) VALUE 0.
        05 WS-ANON-ELF-X REDEFINES WS-ANON-ELF-NO PIC X(4).
        05 WS-SCAN-ELF-NO      PIC 9(4) VALUE 0.
        05 WS-UX               PIC 9(4) VALUE 0.
        05 WS-TALLY            PIC 9(4) VALUE 0.
        05 WS-MATCH-THIS       PIC A(1) VALUE 'N'.
        05 WS-SUSP-OPEN-COUNT  PIC 9(6) VALUE 0.
        05 WS-MATCH-TOTAL      PIC 9(7) VALUE 0.
        05 WS-CHANGED-TOTAL    PIC 9(7) VALUE 0.
        05 WS-FILES-TOUCHED    PIC 9(3) VALUE 0.
        05 WS-ADD-NAME         PIC X(40) VALUE SPACES.
        05 WS-ADD-BASE         PIC X(40) VALUE SPACES.
        05 WS-ERASE-SITE       PIC X(2) VALUE SPACES.
        05 WS-ADD-TYPE         PIC X(1) VALUE SPACE.
        05 WS-ADD-POS          PIC 9(3) VALUE 0.
        05 WS-ADD-DUP          PIC A(1) VALUE 'N'.
        05 WS-ERASE-STAMP      PIC X(21) VALUE SPACES.
        05 WS-ED-READ          PIC ZZZZZZ9.
        05 WS-ED-MATCHED       PIC ZZZZZZ9.
        05 WS-ED-CHANGED       PIC ZZZZZZ9.
    01 WS-FILE-TABLE.
        05 WS-EF-COUNT         PIC 9(3) VALUE 0.
        05 WS-EX               PIC 9(3) VALUE 0.
        05 WS-EF-ENTRY OCCURS 60 TIMES.
            10 WS-EF-NAME          PIC X(40).
            10 WS-EF-TYPE          PIC X(1).
                88 WS-EF-MASTER        VALUE 'M'.
                88 WS-EF-ROSTER        VALUE 'R'.
                88 WS-EF-BACKUP        VALUE 'B'.
                88 WS-EF-PLAIN         VALUE 'S'.
            10 WS-EF-POS           PIC 9(3).
            10 WS-EF-ON-FILE       PIC A(1).
            10 WS-EF-READ          PIC 9(7).
            10 WS-EF-MATCHED       PIC 9(7).
            10 WS-EF-CHANGED       PIC 9(7).
    01 WS-MASTER-HOLD.
        05 WS-MH-COUNT         PIC 9(4) VALUE 0.
        05 WS-MX               PIC 9(4) VALUE 0.
        05 WS-MH-REC           PIC X(46) OCCURS 2000 TIMES.
    01 WS-USED-TABLE.
        05 WS-USED-FLAG        PIC X(1) OCCURS 9999 TIMES.
    COPY ROSTREC.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY CDATECOM.
    COPY SIGNONCOM.
    COPY LOCKCOM.
    COPY ENVCOM.
    COPY LHOLDCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'ELF-DATA-ERASURE' TO WS-LOG-PGM
    DISPLAY 'ELF DATA ERASURE - ANONYMISE A DEPARTED ELF ON EVERY FILE'
    MOVE 'P' TO WS-SIGNON-FUNC
    PERFORM 800-SIGN-ON-RTN
    IF WS-SIGNON-OK NOT EQUAL 'Y'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 814-CHECK-SUITE-LOCK-RTN
    IF WS-LOCK-BUSY = 'Y'
        DISPLAY '** THE BATCH SUITE IS RUNNING (LOCK HELD BY '
            WS-LOCK-HOLDER ') - ERASURE REFUSED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'AocMaintLock.ElfRoster.txt' TO WS-ENV-FILE-NAME
    PERFORM 060-SET-LOCK-PATH-RTN
    PERFORM 816-TAKE-MAINT-LOCK-RTN
    IF WS-MAINT-LOCK-BUSY = 'Y'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'AocMaintLock.Allowance.txt' TO WS-ENV-FILE-NAME
    PERFORM 060-SET-LOCK-PATH-RTN
    PERFORM 816-TAKE-MAINT-LOCK-RTN
    IF WS-MAINT-LOCK-BUSY = 'Y'
        MOVE 'AocMaintLock.ElfRoster.txt' TO WS-ENV-FILE-NAME
        PERFORM 060-SET-LOCK-PATH-RTN
        PERFORM 818-RELEASE-MAINT-LOCK-RTN
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 870-GET-BIZ-DATE-RTN
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'ELF-DATA-ERASURE RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    PERFORM 100-GET-REQUEST-RTN
    IF WS-REFUSED = 'N'
        PERFORM 150-CHECK-REGISTER-RTN
    END-IF
    IF WS-REFUSED = 'N'
        PERFORM 170-CHECK-LEGAL-HOLD-RTN
    END-IF
    IF WS-REFUSED = 'N'
        PERFORM 200-CHECK-SUSPENSE-RTN
    END-IF
    IF WS-REFUSED = 'N'
        PERFORM 250-GET-ELF-SITE-RTN
        PERFORM 300-BUILD-FILE-LIST-RTN
    END-IF
    IF WS-REFUSED = 'N'
        PERFORM 400-SCAN-FILES-RTN
    END-IF
    IF WS-REFUSED = 'N'
        PERFORM 450-ALLOCATE-ANON-RTN
    END-IF
    IF WS-REFUSED = 'N'
        PERFORM 500-CONFIRM-RTN
    END-IF
    IF WS-REFUSED = 'N'
        PERFORM 600-ERASE-FILES-RTN
        PERFORM 700-WRITE-CERTIFICATE-RTN
        PERFORM 750-WRITE-REGISTER-RTN
        PERFORM 780-RECORD-ERASURE-RTN
    ELSE
        DISPLAY '** ERASURE REFUSED - ' WS-REFUSE-MSG
        MOVE 'W' TO WS-LOG-SEV
        STRING 'ERASURE REQUEST ' DELIMITED BY SIZE
            WS-REQUEST-ID DELIMITED BY SPACE
            ' REFUSED - ' DELIMITED BY SIZE
            WS-REFUSE-MSG DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        MOVE 8 TO RETURN-CODE
    END-IF
    PERFORM 818-RELEASE-MAINT-LOCK-RTN
    MOVE 'AocMaintLock.ElfRoster.txt' TO WS-ENV-FILE-NAME
    PERFORM 060-SET-LOCK-PATH-RTN
    PERFORM 818-RELEASE-MAINT-LOCK-RTN
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'AocErasureWork.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ERASE-WORK
        MOVE 'AocErasureRegister.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ERASURE-REG
        MOVE 'AocSuspense.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUSPENSE
        MOVE 'AocStepControl.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-STEP-CONTROL
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
        MOVE 'AocLegalHold.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LEGAL-HOLD.

    060-SET-LOCK-PATH-RTN.
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MAINT-LOCK
        MOVE WS-ENV-PATH TO WS-MAINT-LOCK-PATH.

    100-GET-REQUEST-RTN.
        DISPLAY 'ENTER AUTHORISED ERASURE REQUEST ID (MAX 12): '
        ACCEPT WS-IN-REQUEST FROM CONSOLE
        MOVE FUNCTION TRIM(WS-IN-REQUEST) TO WS-IN-REQUEST
        IF WS-IN-REQUEST = SPACES
            MOVE 'Y' TO WS-REFUSED
            MOVE 'NO ERASURE REQUEST ID GIVEN' TO WS-REFUSE-MSG
        ELSE
            COMPUTE WS-IN-REQUEST-LEN =
                FUNCTION LENGTH(FUNCTION TRIM(WS-IN-REQUEST))
            MOVE 0 TO WS-TALLY
            INSPECT WS-IN-REQUEST(1:WS-IN-REQUEST-LEN) TALLYING
                WS-TALLY FOR ALL SPACE ALL '/' ALL '.'
            IF WS-IN-REQUEST-LEN > 12 OR WS-TALLY > 0
                MOVE 'Y' TO WS-REFUSED
                MOVE WS-IN-REQUEST TO WS-REQUEST-ID
                MOVE 'REQUEST ID OVER 12 OR HAS SPACE, / OR .'
                    TO WS-REFUSE-MSG
            ELSE
                MOVE WS-IN-REQUEST TO WS-REQUEST-ID
            END-IF
        END-IF
        IF WS-REFUSED = 'N'
            DISPLAY 'ENTER ELF NUMBER TO ERASE (1-9999): '
            ACCEPT WS-IN-ELF FROM CONSOLE
            MOVE FUNCTION TRIM(WS-IN-ELF) TO WS-IN-ELF
            IF WS-IN-ELF = SPACES
                MOVE 'Y' TO WS-REFUSED
            ELSE
                COMPUTE WS-IN-ELF-LEN =
                    FUNCTION LENGTH(FUNCTION TRIM(WS-IN-ELF))
                IF WS-IN-ELF-LEN > 4
                    MOVE 'Y' TO WS-REFUSED
                ELSE
                    IF WS-IN-ELF(1:WS-IN-ELF-LEN) NUMERIC
                        MOVE FUNCTION NUMVAL(WS-IN-ELF(1:WS-IN-ELF-LEN))
                            TO WS-ERASE-ELF-NO
                    ELSE
                        MOVE 'Y' TO WS-REFUSED
                    END-IF
                END-IF
            END-IF
            IF WS-REFUSED = 'N' AND WS-ERASE-ELF-NO = 0
                MOVE 'Y' TO WS-REFUSED
            END-IF
            IF WS-REFUSED = 'Y'
                MOVE 'ELF NUMBER MUST BE 1-9999' TO WS-REFUSE-MSG
            END-IF
        END-IF.

    150-CHECK-REGISTER-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'ERASURE-REG-FILE' TO WS-FILE-ID
        OPEN INPUT ERASURE-REG-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ ERASURE-REG-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF ERA-REQUEST-ID = WS-REQUEST-ID
                        MOVE 'Y' TO WS-REFUSED
                        STRING 'REQUEST ALREADY ERASED ON '
                            DELIMITED BY SIZE
                            ERA-DATE DELIMITED BY SIZE
                            ' BY ' DELIMITED BY SIZE
                            ERA-OPERATOR DELIMITED BY SPACE
                            INTO WS-REFUSE-MSG
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ERASURE-REG-FILE
        END-IF.

    170-CHECK-LEGAL-HOLD-RTN.
        PERFORM 884-LOAD-LEGAL-HOLDS-RTN
        MOVE WS-ERASE-ELF-X TO WS-LH-CHK-ELF
        PERFORM 886-CHECK-LEGAL-HOLD-RTN
        IF WS-LH-HELD = 'Y'
            MOVE 'Y' TO WS-REFUSED
            STRING 'ELF ' DELIMITED BY SIZE
                WS-ERASE-ELF-NO DELIMITED BY SIZE
                ' IS UNDER LEGAL HOLD ' DELIMITED BY SIZE
                WS-LH-HELD-ID DELIMITED BY SPACE
                INTO WS-REFUSE-MSG
        END-IF.

    200-CHECK-SUSPENSE-RTN.
        MOVE 0 TO WS-SUSP-OPEN-COUNT
        MOVE SPACES TO WS-EOF
        MOVE 'SUSPENSE-FILE' TO WS-FILE-ID
        OPEN INPUT SUSPENSE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ SUSPENSE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF SUSP-STATUS-OPEN
                        AND SUSP-PROGRAM = 'HELLO-WORLD'
                        AND (SUSP-REASON-CODE = 'ACUN'
                            OR SUSP-REASON-CODE = 'ACMX'
                            OR SUSP-REASON-CODE = 'ACTV'
                            OR SUSP-REASON-CODE = 'XSIT')
                        AND SUSP-KEY(1:4) = WS-ERASE-ELF-X
                        ADD 1 TO WS-SUSP-OPEN-COUNT
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SUSPENSE-FILE
        END-IF
        IF WS-SUSP-OPEN-COUNT > 0
            MOVE 'Y' TO WS-REFUSED
            STRING 'ELF ' DELIMITED BY SIZE
                WS-ERASE-ELF-NO DELIMITED BY SIZE
                ' HAS ' DELIMITED BY SIZE
                WS-SUSP-OPEN-COUNT DELIMITED BY SIZE
                ' OPEN SUSPENSE ITEMS' DELIMITED BY SIZE
                INTO WS-REFUSE-MSG
        END-IF.

    250-GET-ELF-SITE-RTN.
        MOVE WS-ENV-HOME-SITE TO WS-ERASE-SITE
        MOVE 'Dec1ElfRoster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-ERASE-PATH
        MOVE SPACES TO WS-EOF
        MOVE 'ERASE-FILE' TO WS-FILE-ID
        OPEN INPUT ERASE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ ERASE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE ERASE-REC TO ELF-ROSTER-REC
                    IF ROST-ELF-NO = WS-ERASE-ELF-NO
                        AND ROST-SITE NOT EQUAL SPACES
                        MOVE ROST-SITE TO WS-ERASE-SITE
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ERASE-FILE
        END-IF
        MOVE WS-ERASE-SITE TO WS-ENV-SITE
        MOVE 'Dec1ElfMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MASTER
        IF WS-ERASE-SITE NOT EQUAL WS-ENV-HOME-SITE
            DISPLAY 'ELF ' WS-ERASE-ELF-NO ' BELONGS TO SITE '
                WS-ERASE-SITE ' - THAT SITE''S FILES ARE ERASED'
        END-IF.

    300-BUILD-FILE-LIST-RTN.
        MOVE 0 TO WS-EF-COUNT
        MOVE 'Dec1ElfMaster.dat' TO WS-ADD-NAME
        PERFORM 305-SITE-FILE-NAME-RTN
        MOVE 'M' TO WS-ADD-TYPE
        MOVE 1 TO WS-ADD-POS
        PERFORM 310-ADD-FILE-RTN
        MOVE 'Dec1ElfRoster.txt' TO WS-ADD-NAME
        MOVE 'R' TO WS-ADD-TYPE
        PERFORM 310-ADD-FILE-RTN
        MOVE 'Dec1RosterHistory.txt' TO WS-ADD-NAME
        MOVE 'S' TO WS-ADD-TYPE
        PERFORM 310-ADD-FILE-RTN
        MOVE 'Dec1RerunHistory.txt' TO WS-ADD-NAME
        PERFORM 305-SITE-FILE-NAME-RTN
        PERFORM 310-ADD-FILE-RTN
        MOVE 'Dec1Allowance.txt' TO WS-ADD-NAME
        PERFORM 310-ADD-FILE-RTN
        MOVE 'Dec1AllowancePending.txt' TO WS-ADD-NAME
        MOVE 8 TO WS-ADD-POS
        PERFORM 310-ADD-FILE-RTN
        MOVE 'Dec1Activity.txt' TO WS-ADD-NAME
        PERFORM 305-SITE-FILE-NAME-RTN
        MOVE 1 TO WS-ADD-POS
        PERFORM 310-ADD-FILE-RTN
        MOVE 'Backup.Dec1ElfMaster.dat.txt' TO WS-ADD-NAME
        PERFORM 305-SITE-FILE-NAME-RTN
        MOVE 'B' TO WS-ADD-TYPE
        MOVE 2 TO WS-ADD-POS
        PERFORM 310-ADD-FILE-RTN
        MOVE 'S' TO WS-ADD-TYPE
        MOVE 1 TO WS-ADD-POS
        MOVE SPACES TO WS-EOF
        MOVE 'STEP-CONTROL-FILE' TO WS-FILE-ID
        OPEN INPUT STEP-CONTROL-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ STEP-CONTROL-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF SC-PROGRAM = 'ELF-MASTER-PURGE'
                        MOVE SPACES TO WS-ADD-NAME
                        STRING 'Dec1MasterArchive.' DELIMITED BY SIZE
                            SC-BIZ-DATE DELIMITED BY SIZE
                            '.txt' DELIMITED BY SIZE
                            INTO WS-ADD-NAME
                        PERFORM 305-SITE-FILE-NAME-RTN
                        PERFORM 310-ADD-FILE-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE STEP-CONTROL-FILE
        END-IF.

    305-SITE-FILE-NAME-RTN.
        IF WS-ERASE-SITE NOT EQUAL WS-ENV-HOME-SITE
            MOVE WS-ADD-NAME TO WS-ADD-BASE
            MOVE SPACES TO WS-ADD-NAME
            STRING WS-ERASE-SITE DELIMITED BY SIZE
                '.' DELIMITED BY SIZE
                WS-ADD-BASE DELIMITED BY SPACE
                INTO WS-ADD-NAME
        END-IF.

    310-ADD-FILE-RTN.
        MOVE 'N' TO WS-ADD-DUP
        PERFORM VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > WS-EF-COUNT
            IF WS-EF-NAME(WS-EX) = WS-ADD-NAME
                MOVE 'Y' TO WS-ADD-DUP
            END-IF
        END-PERFORM
        IF WS-ADD-DUP = 'N'
            IF WS-EF-COUNT >= 60
                MOVE 'Y' TO WS-REFUSED
                MOVE 'MORE THAN 60 FILES HOLD ELF DATA' TO WS-REFUSE-MSG
            ELSE
                ADD 1 TO WS-EF-COUNT
                MOVE WS-ADD-NAME TO WS-EF-NAME(WS-EF-COUNT)
                MOVE WS-ADD-TYPE TO WS-EF-TYPE(WS-EF-COUNT)
                MOVE WS-ADD-POS TO WS-EF-POS(WS-EF-COUNT)
                MOVE 'N' TO WS-EF-ON-FILE(WS-EF-COUNT)
                MOVE 0 TO WS-EF-READ(WS-EF-COUNT)
                MOVE 0 TO WS-EF-MATCHED(WS-EF-COUNT)
                MOVE 0 TO WS-EF-CHANGED(WS-EF-COUNT)
            END-IF
        END-IF.

    400-SCAN-FILES-RTN.
        MOVE SPACES TO WS-USED-TABLE
        MOVE 0 TO WS-MATCH-TOTAL
        PERFORM VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > WS-EF-COUNT
            IF WS-EF-MASTER(WS-EX)
                PERFORM 410-SCAN-MASTER-RTN
            ELSE
                PERFORM 420-SCAN-SEQ-FILE-RTN
            END-IF
            ADD WS-EF-MATCHED(WS-EX) TO WS-MATCH-TOTAL
        END-PERFORM
        IF WS-MATCH-TOTAL = 0
            MOVE 'Y' TO WS-REFUSED
            STRING 'NO RECORDS FOR ELF ' DELIMITED BY SIZE
                WS-ERASE-ELF-NO DELIMITED BY SIZE
                ' ON ANY FILE' DELIMITED BY SIZE
                INTO WS-REFUSE-MSG
        END-IF
        IF WS-EF-MATCHED(1) > 2000
            MOVE 'Y' TO WS-REFUSED
            STRING 'ELF ' DELIMITED BY SIZE
                WS-ERASE-ELF-NO DELIMITED BY SIZE
                ' HAS OVER 2000 MASTER RECORDS' DELIMITED BY SIZE
                INTO WS-REFUSE-MSG
        END-IF.

    410-SCAN-MASTER-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'MASTER-FILE' TO WS-FILE-ID
        OPEN INPUT MASTER-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'Y' TO WS-EF-ON-FILE(WS-EX)
            PERFORM UNTIL WS-EOF = 'Y'
                READ MASTER-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-EF-READ(WS-EX)
                    IF MASTER-ELF-NO > 0
                        MOVE 'Y' TO WS-USED-FLAG(MASTER-ELF-NO)
                    END-IF
                    IF MASTER-ELF-NO = WS-ERASE-ELF-NO
                        ADD 1 TO WS-EF-MATCHED(WS-EX)
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE MASTER-FILE
        END-IF.

    420-SCAN-SEQ-FILE-RTN.
        MOVE WS-EF-NAME(WS-EX) TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-ERASE-PATH
        MOVE SPACES TO WS-EOF
        MOVE 'ERASE-FILE' TO WS-FILE-ID
        OPEN INPUT ERASE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'Y' TO WS-EF-ON-FILE(WS-EX)
            PERFORM UNTIL WS-EOF = 'Y'
                READ ERASE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-EF-READ(WS-EX)
                    PERFORM 430-TEST-RECORD-RTN
                    IF WS-MATCH-THIS = 'Y'
                        ADD 1 TO WS-EF-MATCHED(WS-EX)
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ERASE-FILE
        END-IF.

    430-TEST-RECORD-RTN.
        MOVE 'N' TO WS-MATCH-THIS
        IF WS-EF-BACKUP(WS-EX) AND ERASE-REC(1:1) NOT EQUAL 'D'
            CONTINUE
        ELSE
            IF ERASE-REC(WS-EF-POS(WS-EX):4) NUMERIC
                MOVE ERASE-REC(WS-EF-POS(WS-EX):4) TO WS-SCAN-ELF-NO
                IF WS-SCAN-ELF-NO > 0
                    MOVE 'Y' TO WS-USED-FLAG(WS-SCAN-ELF-NO)
                END-IF
                IF WS-SCAN-ELF-NO = WS-ERASE-ELF-NO
                    MOVE 'Y' TO WS-MATCH-THIS
                END-IF
            END-IF
        END-IF.

    450-ALLOCATE-ANON-RTN.
        MOVE 0 TO WS-ANON-ELF-NO
        PERFORM VARYING WS-UX FROM 9999 BY -1
            UNTIL WS-UX = 0 OR WS-ANON-ELF-NO > 0
            IF WS-USED-FLAG(WS-UX) NOT EQUAL 'Y'
                MOVE WS-UX TO WS-ANON-ELF-NO
            END-IF
        END-PERFORM
        IF WS-ANON-ELF-NO = 0
            MOVE 'Y' TO WS-REFUSED
            MOVE 'NO UNUSED ELF NUMBER LEFT TO ANONYMISE TO'
                TO WS-REFUSE-MSG
        END-IF.

    500-CONFIRM-RTN.
        DISPLAY ' '
        DISPLAY 'ERASURE REQUEST ' WS-REQUEST-ID ' - ELF '
            WS-ERASE-ELF-NO ' WILL BECOME ANONYMOUS ELF '
            WS-ANON-ELF-NO
        DISPLAY '  FILE                                    RECORDS  FOR ELF'
        PERFORM VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > WS-EF-COUNT
            IF WS-EF-ON-FILE(WS-EX) = 'Y'
                MOVE WS-EF-READ(WS-EX) TO WS-ED-READ
                MOVE WS-EF-MATCHED(WS-EX) TO WS-ED-MATCHED
                DISPLAY '  ' WS-EF-NAME(WS-EX) WS-ED-READ '  '
                    WS-ED-MATCHED
            ELSE
                DISPLAY '  ' WS-EF-NAME(WS-EX) '(NOT ON FILE)'
            END-IF
        END-PERFORM
        DISPLAY 'NAME IS REMOVED, NUMBER REPLACED, CALORIES UNCHANGED.'
        DISPLAY 'THIS CANNOT BE UNDONE. ENTER Y TO ERASE, ANYTHING ELSE'
            ' TO CANCEL: '
        ACCEPT WS-IN-CONFIRM FROM CONSOLE
        IF WS-IN-CONFIRM NOT EQUAL 'Y' AND WS-IN-CONFIRM NOT EQUAL 'y'
            MOVE 'Y' TO WS-REFUSED
            MOVE 'CANCELLED BY OPERATOR AT CONFIRMATION'
                TO WS-REFUSE-MSG
        END-IF.

    600-ERASE-FILES-RTN.
        MOVE 0 TO WS-CHANGED-TOTAL
        MOVE 0 TO WS-FILES-TOUCHED
        MOVE FUNCTION CURRENT-DATE TO WS-ERASE-STAMP
        PERFORM VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > WS-EF-COUNT
            IF WS-EF-MATCHED(WS-EX) > 0
                IF WS-EF-MASTER(WS-EX)
                    PERFORM 610-ERASE-MASTER-RTN
                ELSE
                    PERFORM 620-ERASE-SEQ-FILE-RTN
                END-IF
                IF WS-EF-CHANGED(WS-EX) > 0
                    ADD 1 TO WS-FILES-TOUCHED
                    ADD WS-EF-CHANGED(WS-EX) TO WS-CHANGED-TOTAL
                END-IF
            END-IF
        END-PERFORM.

    610-ERASE-MASTER-RTN.
        MOVE 0 TO WS-MH-COUNT
        MOVE SPACES TO WS-EOF
        MOVE 'MASTER-FILE' TO WS-FILE-ID
        OPEN I-O MASTER-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE WS-ERASE-ELF-NO TO MASTER-ELF-NO
        MOVE 0 TO MASTER-RUN-DATE
        START MASTER-FILE KEY NOT LESS MASTER-KEY
            INVALID KEY MOVE 'Y' TO WS-EOF
        END-START
        PERFORM UNTIL WS-EOF = 'Y'
            READ MASTER-FILE NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF MASTER-ELF-NO NOT EQUAL WS-ERASE-ELF-NO
                    OR WS-MH-COUNT >= 2000
                    MOVE 'Y' TO WS-EOF
                ELSE
                    ADD 1 TO WS-MH-COUNT
                    MOVE MASTER-REC TO WS-MH-REC(WS-MH-COUNT)
                END-IF
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > WS-MH-COUNT
            MOVE WS-MH-REC(WS-MX) TO MASTER-REC
            DELETE MASTER-FILE RECORD
                INVALID KEY
                    DISPLAY '** MASTER DELETE FAILED FOR ELF '
                        MASTER-ELF-NO ' DATE ' MASTER-RUN-DATE
                NOT INVALID KEY
                    MOVE WS-ANON-ELF-NO TO MASTER-ELF-NO
                    WRITE MASTER-REC
                        INVALID KEY
                            DISPLAY '** MASTER WRITE FAILED FOR ELF '
                                MASTER-ELF-NO ' DATE ' MASTER-RUN-DATE
                        NOT INVALID KEY
                            ADD 1 TO WS-EF-CHANGED(WS-EX)
                    END-WRITE
            END-DELETE
        END-PERFORM
        CLOSE MASTER-FILE.

    620-ERASE-SEQ-FILE-RTN.
        MOVE WS-EF-NAME(WS-EX) TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-ERASE-PATH
        MOVE SPACES TO WS-EOF
        MOVE 'ERASE-FILE' TO WS-FILE-ID
        OPEN INPUT ERASE-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'ERASE-WORK-FILE' TO WS-FILE-ID
        OPEN OUTPUT ERASE-WORK-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'ERASE-FILE' TO WS-FILE-ID
        PERFORM UNTIL WS-EOF = 'Y'
            READ ERASE-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM 430-TEST-RECORD-RTN
                IF WS-MATCH-THIS = 'Y'
                    PERFORM 630-ANONYMISE-RECORD-RTN
                END-IF
                MOVE ERASE-REC TO ERASE-WORK-REC
                WRITE ERASE-WORK-REC
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE ERASE-FILE
        CLOSE ERASE-WORK-FILE
        IF WS-EF-CHANGED(WS-EX) > 0
            PERFORM 650-COPY-BACK-RTN
        END-IF.

    630-ANONYMISE-RECORD-RTN.
        MOVE WS-ANON-ELF-X TO ERASE-REC(WS-EF-POS(WS-EX):4)
        IF WS-EF-ROSTER(WS-EX)
            MOVE ERASE-REC TO ELF-ROSTER-REC
            MOVE '** ERASED **' TO ROST-NAME
            MOVE 'I' TO ROST-STATUS
            MOVE 'M' TO ROST-MAINT-SRC
            MOVE SPACES TO ROST-MAINT-TS
            STRING WS-ERASE-STAMP(1:8) DELIMITED BY SIZE
                '-' DELIMITED BY SIZE
                WS-ERASE-STAMP(9:6) DELIMITED BY SIZE
                INTO ROST-MAINT-TS
            MOVE ELF-ROSTER-REC TO ERASE-REC
        END-IF
        ADD 1 TO WS-EF-CHANGED(WS-EX).

    650-COPY-BACK-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'ERASE-WORK-FILE' TO WS-FILE-ID
        OPEN INPUT ERASE-WORK-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'ERASE-FILE' TO WS-FILE-ID
        OPEN OUTPUT ERASE-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'ERASE-WORK-FILE' TO WS-FILE-ID
        PERFORM UNTIL WS-EOF = 'Y'
            READ ERASE-WORK-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE ERASE-WORK-REC TO ERASE-REC
                WRITE ERASE-REC
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE ERASE-WORK-FILE
        CLOSE ERASE-FILE
        OPEN OUTPUT ERASE-WORK-FILE
        CLOSE ERASE-WORK-FILE.

    700-WRITE-CERTIFICATE-RTN.
        MOVE SPACES TO WS-CERT-PATH
        STRING FUNCTION TRIM(WS-ENV-BASE) DELIMITED BY SIZE
            'AocErasureCert.' DELIMITED BY SIZE
            WS-REQUEST-ID DELIMITED BY SPACE
            '.txt' DELIMITED BY SIZE
            INTO WS-CERT-PATH
        MOVE 'CERT-FILE' TO WS-FILE-ID
        OPEN OUTPUT CERT-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO CERT-REC
        STRING 'ELF DATA ERASURE CERTIFICATE - REQUEST ' DELIMITED BY SIZE
            WS-REQUEST-ID DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ENV-BANNER DELIMITED BY SIZE
            INTO CERT-REC
        WRITE CERT-REC
        MOVE ALL '=' TO CERT-REC(1:78)
        WRITE CERT-REC
        MOVE SPACES TO CERT-REC
        WRITE CERT-REC
        MOVE SPACES TO CERT-REC
        STRING 'ERASED BY      : ' DELIMITED BY SIZE
            WS-OPERATOR-ID DELIMITED BY SPACE
            ' ON ' DELIMITED BY SIZE
            WS-ERASE-STAMP(1:8) DELIMITED BY SIZE
            ' AT ' DELIMITED BY SIZE
            WS-ERASE-STAMP(9:6) DELIMITED BY SIZE
            '  CYCLE ' DELIMITED BY SIZE
            WS-CYCLE-NO DELIMITED BY SIZE
            '  BUSINESS DATE ' DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
            INTO CERT-REC
        WRITE CERT-REC
        MOVE SPACES TO CERT-REC
        STRING 'RECORDS NOW AS : ANONYMOUS ELF ' DELIMITED BY SIZE
            WS-ANON-ELF-NO DELIMITED BY SIZE
            ' - NAME REMOVED FROM THE ROSTER' DELIMITED BY SIZE
            INTO CERT-REC
        WRITE CERT-REC
        MOVE 'OPEN SUSPENSE  : NONE' TO CERT-REC
        WRITE CERT-REC
        MOVE SPACES TO CERT-REC
        WRITE CERT-REC
        MOVE 'FILE' TO CERT-REC
        MOVE 'RECORDS    FOR ELF ANONYMISED' TO CERT-REC(43:29)
        WRITE CERT-REC
        PERFORM VARYING WS-EX FROM 1 BY 1 UNTIL WS-EX > WS-EF-COUNT
            MOVE SPACES TO CERT-REC
            IF WS-EF-ON-FILE(WS-EX) = 'Y'
                MOVE WS-EF-READ(WS-EX) TO WS-ED-READ
                MOVE WS-EF-MATCHED(WS-EX) TO WS-ED-MATCHED
                MOVE WS-EF-CHANGED(WS-EX) TO WS-ED-CHANGED
                STRING WS-EF-NAME(WS-EX) DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    WS-ED-READ DELIMITED BY SIZE
                    '    ' DELIMITED BY SIZE
                    WS-ED-MATCHED DELIMITED BY SIZE
                    '    ' DELIMITED BY SIZE
                    WS-ED-CHANGED DELIMITED BY SIZE
                    INTO CERT-REC
            ELSE
                STRING WS-EF-NAME(WS-EX) DELIMITED BY SIZE
                    '  NOT ON FILE' DELIMITED BY SIZE
                    INTO CERT-REC
            END-IF
            WRITE CERT-REC
        END-PERFORM
        MOVE ALL '-' TO CERT-REC(1:78)
        WRITE CERT-REC
        MOVE SPACES TO CERT-REC
        STRING 'FILES TOUCHED: ' DELIMITED BY SIZE
            WS-FILES-TOUCHED DELIMITED BY SIZE
            '   RECORDS ANONYMISED: ' DELIMITED BY SIZE
            WS-CHANGED-TOTAL DELIMITED BY SIZE
            '   OF ' DELIMITED BY SIZE
            WS-MATCH-TOTAL DELIMITED BY SIZE
            INTO CERT-REC
        WRITE CERT-REC
        MOVE SPACES TO CERT-REC
        STRING 'CALORIE VALUES ARE UNCHANGED - EXISTING CONTROL TOTALS'
            DELIMITED BY SIZE
            ' AND RESULTS STILL BALANCE' DELIMITED BY SIZE
            INTO CERT-REC
        WRITE CERT-REC
        IF WS-CHANGED-TOTAL NOT EQUAL WS-MATCH-TOTAL
            MOVE SPACES TO CERT-REC
            STRING '** NOT EVERY RECORD FOUND COULD BE ANONYMISED - '
                DELIMITED BY SIZE
                'RE-RUN AFTER THE FAILURE IS CLEARED' DELIMITED BY SIZE
                INTO CERT-REC
            WRITE CERT-REC
        END-IF
        CLOSE CERT-FILE
        DISPLAY 'ERASURE CERTIFICATE WRITTEN TO ' WS-CERT-PATH.

    750-WRITE-REGISTER-RTN.
        MOVE 'ERASURE-REG-FILE' TO WS-FILE-ID
        OPEN EXTEND ERASURE-REG-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT ERASURE-REG-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO ERASURE-REG-REC
        MOVE WS-REQUEST-ID TO ERA-REQUEST-ID
        MOVE WS-ANON-ELF-NO TO ERA-ANON-ELF-NO
        MOVE WS-OPERATOR-ID TO ERA-OPERATOR
        MOVE WS-ERASE-STAMP(1:8) TO ERA-DATE
        MOVE WS-ERASE-STAMP(9:6) TO ERA-TIME
        MOVE WS-CYCLE-NO TO ERA-CYCLE
        MOVE WS-BIZ-DATE TO ERA-BIZ-DATE
        MOVE WS-FILES-TOUCHED TO ERA-FILES-TOUCHED
        MOVE WS-CHANGED-TOTAL TO ERA-RECORDS
        WRITE ERASURE-REG-REC
        CLOSE ERASURE-REG-FILE.

    780-RECORD-ERASURE-RTN.
        MOVE SPACES TO SECURITY-LOG-REC
        MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID
        MOVE WS-OPERATOR-ID TO SEC-BY-OPERATOR
        MOVE 'P' TO SEC-FUNCTION
        MOVE 'S' TO SEC-RESULT
        STRING 'ELF DATA ERASED ' DELIMITED BY SIZE
            WS-REQUEST-ID DELIMITED BY SIZE
            INTO SEC-EVENT
        PERFORM 846-WRITE-SECURITY-EVENT-RTN
        DISPLAY 'ERASURE ' WS-REQUEST-ID ' COMPLETE - FILES TOUCHED: '
            WS-FILES-TOUCHED ' RECORDS ANONYMISED: ' WS-CHANGED-TOTAL
        IF WS-CHANGED-TOTAL NOT EQUAL WS-MATCH-TOTAL
            MOVE 'E' TO WS-LOG-SEV
            MOVE 8 TO RETURN-CODE
        END-IF
        STRING 'ELF-DATA-ERASURE RUN COMPLETED - REQUEST '
            DELIMITED BY SIZE
            WS-REQUEST-ID DELIMITED BY SPACE
            ' FILES: ' DELIMITED BY SIZE
            WS-FILES-TOUCHED DELIMITED BY SIZE
            ' RECORDS: ' DELIMITED BY SIZE
            WS-CHANGED-TOTAL DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN.

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
        CLOSE MASTER-FILE ERASE-FILE ERASE-WORK-FILE ERASURE-REG-FILE
            CERT-FILE SUSPENSE-FILE STEP-CONTROL-FILE OPERATOR-FILE
            SECURITY-LOG-FILE PARM-FILE LOG-FILE LEGAL-HOLD-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY SIGNONRTN.
    COPY LOCKRTN.
    COPY MLOCKRTN.
    COPY CDATERTN.
    COPY ENVRTN.
    COPY LHOLDRTN.
