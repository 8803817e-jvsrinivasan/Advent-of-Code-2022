IDENTIFICATION DIVISION.
PROGRAM-ID. ALLOWANCE-MAINTENANCE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT ALLOWANCE-FILE ASSIGN TO WS-P-ALLOWANCE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ALW-PENDING-FILE ASSIGN TO WS-P-ALW-PENDING
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT WORK-FILE ASSIGN TO WS-P-WORK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT JOURNAL-FILE
        ASSIGN TO WS-P-JOURNAL
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
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD ALLOWANCE-FILE.
    COPY ALWREC.
    FD ALW-PENDING-FILE.
    COPY APENDREC.
    FD WORK-FILE.
    01 WORK-REC PIC X(132).
    FD JOURNAL-FILE.
    COPY JRNLREC.
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
        05 WS-P-ALLOWANCE         PIC X(70) VALUE SPACES.
        05 WS-P-ALW-PENDING       PIC X(70) VALUE SPACES.
        05 WS-P-WORK              PIC X(70) VALUE SPACES.
        05 WS-P-JOURNAL           PIC X(70) VALUE SPACES.
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
        05 WS-ROLE             PIC 9(1) VALUE 0.
        05 WS-DONE             PIC A(1) VALUE 'N'.
        05 WS-IN-ELF-NO        PIC 9(4) VALUE 0.
        05 WS-IN-DAILY         PIC 9(6) VALUE 0.
        05 WS-IN-SEQ           PIC 9(6) VALUE 0.
        05 WS-IN-DATE          PIC 9(8) VALUE 0.
        05 WS-IN-DATE-PARTS REDEFINES WS-IN-DATE.
            10 WS-IN-DATE-YYYY     PIC 9(4).
            10 WS-IN-DATE-MM       PIC 9(2).
            10 WS-IN-DATE-DD       PIC 9(2).
        05 WS-DATE-OK          PIC A(1) VALUE 'N'.
        05 WS-LIST-COUNT       PIC 9(4) VALUE 0.
        05 WS-UPDATED          PIC A(1) VALUE 'N'.
        05 WS-STAMP            PIC X(15) VALUE SPACES.
        05 WS-ACTION-NAME      PIC X(6) VALUE SPACES.
    01 WS-CURRENT-ALLOWANCE.
        05 WS-CUR-FOUND        PIC A(1) VALUE 'N'.
        05 WS-CUR-DAILY        PIC 9(6) VALUE 0.
        05 WS-CUR-EFF          PIC 9(8) VALUE 0.
    01 WS-PENDING-WORK.
        05 WS-PEND-EXISTS      PIC A(1) VALUE 'N'.
        05 WS-PEND-FOUND       PIC A(1) VALUE 'N'.
        05 WS-LAST-SEQ         PIC 9(6) VALUE 0.
        05 WS-NEW-AP-STATUS    PIC X(1) VALUE ' '.
        05 WS-PEND-SAVE        PIC X(132) VALUE SPACES.
    01 WS-JOURNAL-WORK.
        05 WS-JRN-STATUS       PIC X(1) VALUE ' '.
        05 WS-BEFORE-VALUE     PIC X(80) VALUE SPACES.
        05 WS-AFTER-VALUE      PIC X(100) VALUE SPACES.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY SIGNONCOM.
    COPY LOCKCOM.
    COPY CDATECOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'ALLOWANCE-MAINT' TO WS-LOG-PGM
    DISPLAY 'CALORIE ALLOWANCE MAINTENANCE - PROPOSE AND APPROVE'
    DISPLAY 'SIGN ON AS  1 = PROPOSER  2 = APPROVER: '
    ACCEPT WS-ROLE FROM CONSOLE
    EVALUATE WS-ROLE
        WHEN 1
            MOVE 'C' TO WS-SIGNON-FUNC
        WHEN 2
            MOVE 'A' TO WS-SIGNON-FUNC
        WHEN OTHER
            DISPLAY '** INVALID ROLE - SIGN-ON REFUSED'
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE
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
    MOVE 'AocMaintLock.Allowance.txt' TO WS-ENV-FILE-NAME
    PERFORM 806-BUILD-ENV-PATH-RTN
    MOVE WS-ENV-PATH TO WS-MAINT-LOCK-PATH
    PERFORM 816-TAKE-MAINT-LOCK-RTN
    IF WS-MAINT-LOCK-BUSY = 'Y'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 870-GET-BIZ-DATE-RTN
    PERFORM UNTIL WS-DONE = 'Y'
        IF WS-ROLE = 1
            DISPLAY '  1 = PROPOSE NEW ALLOWANCE'
            DISPLAY '  2 = PROPOSE CHANGE TO DAILY ALLOWANCE'
            DISPLAY '  3 = PROPOSE END DATE FOR ALLOWANCE'
        ELSE
            DISPLAY '  4 = APPROVE PENDING CHANGE'
            DISPLAY '  5 = REJECT PENDING CHANGE'
        END-IF
        DISPLAY '  6 = LIST PENDING CHANGES'
        DISPLAY '  7 = LIST ALLOWANCES'
        DISPLAY '  0 = FINISH'
        DISPLAY 'ENTER CHOICE: '
        ACCEPT WS-CHOICE FROM CONSOLE
        EVALUATE TRUE
            WHEN WS-CHOICE = 1 AND WS-ROLE = 1
                PERFORM 100-PROPOSE-ADD-RTN
            WHEN WS-CHOICE = 2 AND WS-ROLE = 1
                PERFORM 200-PROPOSE-CHANGE-RTN
            WHEN WS-CHOICE = 3 AND WS-ROLE = 1
                PERFORM 300-PROPOSE-END-RTN
            WHEN WS-CHOICE = 4 AND WS-ROLE = 2
                MOVE 'A' TO WS-NEW-AP-STATUS
                PERFORM 400-DECIDE-RTN
            WHEN WS-CHOICE = 5 AND WS-ROLE = 2
                MOVE 'R' TO WS-NEW-AP-STATUS
                PERFORM 400-DECIDE-RTN
            WHEN WS-CHOICE = 6
                PERFORM 500-LIST-PENDING-RTN
            WHEN WS-CHOICE = 7
                PERFORM 550-LIST-ALLOWANCES-RTN
            WHEN WS-CHOICE = 0
                MOVE 'Y' TO WS-DONE
            WHEN OTHER
                DISPLAY '** INVALID CHOICE'
        END-EVALUATE
    END-PERFORM
    PERFORM 818-RELEASE-MAINT-LOCK-RTN
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'Dec1Allowance.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ALLOWANCE
        MOVE 'Dec1AllowancePending.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ALW-PENDING
        MOVE 'Dec1AllowanceWork.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-WORK
        MOVE 'AocCorrectionJournal.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-JOURNAL
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
        MOVE 'AocMaintLock.Allowance.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MAINT-LOCK.

    100-PROPOSE-ADD-RTN.
        DISPLAY 'ENTER ELF NUMBER (1-9999): '
        ACCEPT WS-IN-ELF-NO FROM CONSOLE
        IF WS-IN-ELF-NO = 0
            DISPLAY '** ELF NUMBER IS REQUIRED'
        ELSE
            PERFORM 600-FIND-CURRENT-RTN
            PERFORM 610-CHECK-PENDING-RTN
            EVALUATE TRUE
                WHEN WS-CUR-FOUND = 'Y'
                    DISPLAY '** ELF ' WS-IN-ELF-NO ' ALREADY HAS A '
                        'DAILY ALLOWANCE OF ' WS-CUR-DAILY
                        ' - PROPOSE A CHANGE INSTEAD'
                WHEN WS-PEND-EXISTS = 'Y'
                    DISPLAY '** ELF ' WS-IN-ELF-NO ' ALREADY HAS A '
                        'CHANGE AWAITING APPROVAL'
                WHEN OTHER
                    DISPLAY 'ENTER DAILY ALLOWANCE (CALORIES): '
                    ACCEPT WS-IN-DAILY FROM CONSOLE
                    DISPLAY 'ENTER EFFECTIVE DATE YYYYMMDD (0 = '
                        'BUSINESS DATE ' WS-BIZ-DATE '): '
                    PERFORM 620-GET-DATE-RTN
                    IF WS-IN-DAILY = 0
                        DISPLAY '** A DAILY ALLOWANCE IS REQUIRED'
                    ELSE
                        IF WS-DATE-OK = 'Y'
                            MOVE 'A' TO AP-ACTION
                            MOVE 0 TO AP-OLD-DAILY
                            MOVE WS-IN-DAILY TO AP-NEW-DAILY
                            PERFORM 650-WRITE-PENDING-RTN
                        END-IF
                    END-IF
            END-EVALUATE
        END-IF.

    200-PROPOSE-CHANGE-RTN.
        DISPLAY 'ENTER ELF NUMBER: '
        ACCEPT WS-IN-ELF-NO FROM CONSOLE
        PERFORM 600-FIND-CURRENT-RTN
        PERFORM 610-CHECK-PENDING-RTN
        EVALUATE TRUE
            WHEN WS-CUR-FOUND NOT EQUAL 'Y'
                DISPLAY '** ELF ' WS-IN-ELF-NO ' HAS NO ALLOWANCE IN '
                    'FORCE - PROPOSE A NEW ALLOWANCE INSTEAD'
            WHEN WS-PEND-EXISTS = 'Y'
                DISPLAY '** ELF ' WS-IN-ELF-NO ' ALREADY HAS A '
                    'CHANGE AWAITING APPROVAL'
            WHEN OTHER
                DISPLAY '  CURRENT DAILY ALLOWANCE ' WS-CUR-DAILY
                    ' EFFECTIVE ' WS-CUR-EFF
                DISPLAY 'ENTER NEW DAILY ALLOWANCE (CALORIES): '
                ACCEPT WS-IN-DAILY FROM CONSOLE
                DISPLAY 'ENTER EFFECTIVE DATE YYYYMMDD (0 = '
                    'BUSINESS DATE ' WS-BIZ-DATE '): '
                PERFORM 620-GET-DATE-RTN
                EVALUATE TRUE
                    WHEN WS-IN-DAILY = 0
                        DISPLAY '** A DAILY ALLOWANCE IS REQUIRED - '
                            'USE END DATE TO STOP AN ALLOWANCE'
                    WHEN WS-DATE-OK NOT EQUAL 'Y'
                        CONTINUE
                    WHEN WS-IN-DATE NOT > WS-CUR-EFF
                        DISPLAY '** EFFECTIVE DATE MUST BE AFTER '
                            WS-CUR-EFF ', THE CURRENT EFFECTIVE DATE'
                    WHEN OTHER
                        MOVE 'C' TO AP-ACTION
                        MOVE WS-CUR-DAILY TO AP-OLD-DAILY
                        MOVE WS-IN-DAILY TO AP-NEW-DAILY
                        PERFORM 650-WRITE-PENDING-RTN
                END-EVALUATE
        END-EVALUATE.

    300-PROPOSE-END-RTN.
        DISPLAY 'ENTER ELF NUMBER: '
        ACCEPT WS-IN-ELF-NO FROM CONSOLE
        PERFORM 600-FIND-CURRENT-RTN
        PERFORM 610-CHECK-PENDING-RTN
        EVALUATE TRUE
            WHEN WS-CUR-FOUND NOT EQUAL 'Y'
                DISPLAY '** ELF ' WS-IN-ELF-NO ' HAS NO ALLOWANCE IN '
                    'FORCE TO END'
            WHEN WS-PEND-EXISTS = 'Y'
                DISPLAY '** ELF ' WS-IN-ELF-NO ' ALREADY HAS A '
                    'CHANGE AWAITING APPROVAL'
            WHEN OTHER
                DISPLAY '  CURRENT DAILY ALLOWANCE ' WS-CUR-DAILY
                    ' EFFECTIVE ' WS-CUR-EFF
                DISPLAY 'ENTER LAST DAY OF ALLOWANCE YYYYMMDD (0 = '
                    'BUSINESS DATE ' WS-BIZ-DATE '): '
                PERFORM 620-GET-DATE-RTN
                IF WS-DATE-OK = 'Y'
                    IF WS-IN-DATE < WS-CUR-EFF
                        DISPLAY '** END DATE CANNOT BE BEFORE '
                            WS-CUR-EFF ', THE CURRENT EFFECTIVE DATE'
                    ELSE
                        MOVE 'E' TO AP-ACTION
                        MOVE WS-CUR-DAILY TO AP-OLD-DAILY
                        MOVE 0 TO AP-NEW-DAILY
                        PERFORM 650-WRITE-PENDING-RTN
                    END-IF
                END-IF
        END-EVALUATE.

    400-DECIDE-RTN.
        DISPLAY 'ENTER PROPOSAL NUMBER: '
        ACCEPT WS-IN-SEQ FROM CONSOLE
        PERFORM 660-FIND-PENDING-RTN
        EVALUATE TRUE
            WHEN WS-PEND-FOUND NOT EQUAL 'Y'
                DISPLAY '** PROPOSAL ' WS-IN-SEQ ' NOT FOUND'
            WHEN NOT AP-STATUS-PENDING
                DISPLAY '** PROPOSAL ' WS-IN-SEQ ' IS NOT PENDING '
                    '(STATUS ' AP-STATUS ')'
            WHEN AP-PROPOSER = WS-OPERATOR-ID
                DISPLAY '** PROPOSAL ' WS-IN-SEQ ' WAS MADE BY '
                    WS-OPERATOR-ID ' - A DIFFERENT OPERATOR MUST '
                    'APPROVE OR REJECT IT'
            WHEN OTHER
                MOVE ALW-PENDING-REC TO WS-PEND-SAVE
                IF WS-NEW-AP-STATUS = 'A'
                    PERFORM 670-APPLY-ALLOWANCE-RTN
                END-IF
                PERFORM 690-UPDATE-PENDING-RTN
                MOVE WS-PEND-SAVE TO ALW-PENDING-REC
                PERFORM 695-BUILD-BEFORE-AFTER-RTN
                MOVE WS-NEW-AP-STATUS TO WS-JRN-STATUS
                PERFORM 700-WRITE-JOURNAL-RTN
                PERFORM 750-LOG-CHANGE-RTN
                IF WS-NEW-AP-STATUS = 'A'
                    DISPLAY '  PROPOSAL ' WS-IN-SEQ ' APPROVED AND '
                        'APPLIED TO Dec1Allowance.txt'
                ELSE
                    DISPLAY '  PROPOSAL ' WS-IN-SEQ ' REJECTED'
                END-IF
        END-EVALUATE.

    500-LIST-PENDING-RTN.
        MOVE 0 TO WS-LIST-COUNT
        MOVE SPACES TO WS-EOF
        MOVE 'ALW-PENDING-FILE' TO WS-FILE-ID
        OPEN INPUT ALW-PENDING-FILE
        IF WS-FILE-STATUS = '35'
            DISPLAY '  NO ALLOWANCE PROPOSALS ON FILE'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            DISPLAY '  NO.    ACT ELF  OLD    NEW    DATE     '
                'PROPOSER PROPOSED AT'
            PERFORM UNTIL WS-EOF = 'Y'
                READ ALW-PENDING-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF AP-STATUS-PENDING
                        ADD 1 TO WS-LIST-COUNT
                        DISPLAY '  ' AP-SEQ ' ' AP-ACTION '   '
                            AP-ELF-NO ' ' AP-OLD-DAILY ' '
                            AP-NEW-DAILY ' ' AP-EFF-DATE ' '
                            AP-PROPOSER ' ' AP-PROPOSED-TS
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ALW-PENDING-FILE
            DISPLAY '  PROPOSALS AWAITING APPROVAL: ' WS-LIST-COUNT
        END-IF.

    550-LIST-ALLOWANCES-RTN.
        MOVE 0 TO WS-LIST-COUNT
        MOVE SPACES TO WS-EOF
        MOVE 'ALLOWANCE-FILE' TO WS-FILE-ID
        OPEN INPUT ALLOWANCE-FILE
        IF WS-FILE-STATUS = '35'
            DISPLAY '  NO CALORIE ALLOWANCE MASTER ON FILE'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            DISPLAY '  ELF  DAILY  EFFECTIVE END DATE'
            PERFORM UNTIL WS-EOF = 'Y'
                READ ALLOWANCE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    IF ALW-END-DATE NUMERIC AND ALW-END-DATE > 0
                        DISPLAY '  ' ALW-ELF-NO ' ' ALW-DAILY ' '
                            ALW-EFF-DATE '  ' ALW-END-DATE
                    ELSE
                        DISPLAY '  ' ALW-ELF-NO ' ' ALW-DAILY ' '
                            ALW-EFF-DATE '  (OPEN)'
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ALLOWANCE-FILE
            DISPLAY '  ALLOWANCE RECORDS ON FILE: ' WS-LIST-COUNT
        END-IF.

    600-FIND-CURRENT-RTN.
        MOVE 'N' TO WS-CUR-FOUND
        MOVE 0 TO WS-CUR-DAILY
        MOVE 0 TO WS-CUR-EFF
        MOVE SPACES TO WS-EOF
        MOVE 'ALLOWANCE-FILE' TO WS-FILE-ID
        OPEN INPUT ALLOWANCE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ ALLOWANCE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF ALW-ELF-NO = WS-IN-ELF-NO
                        AND ALW-EFF-DATE NUMERIC
                        AND NOT (ALW-END-DATE NUMERIC
                            AND ALW-END-DATE > 0)
                        AND ALW-EFF-DATE > WS-CUR-EFF
                        MOVE 'Y' TO WS-CUR-FOUND
                        MOVE ALW-DAILY TO WS-CUR-DAILY
                        MOVE ALW-EFF-DATE TO WS-CUR-EFF
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ALLOWANCE-FILE
        END-IF.

    610-CHECK-PENDING-RTN.
        MOVE 'N' TO WS-PEND-EXISTS
        MOVE 0 TO WS-LAST-SEQ
        MOVE SPACES TO WS-EOF
        MOVE 'ALW-PENDING-FILE' TO WS-FILE-ID
        OPEN INPUT ALW-PENDING-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ ALW-PENDING-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF AP-SEQ > WS-LAST-SEQ
                        MOVE AP-SEQ TO WS-LAST-SEQ
                    END-IF
                    IF AP-ELF-NO = WS-IN-ELF-NO
                        AND AP-STATUS-PENDING
                        MOVE 'Y' TO WS-PEND-EXISTS
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ALW-PENDING-FILE
        END-IF.

    620-GET-DATE-RTN.
        MOVE 'Y' TO WS-DATE-OK
        ACCEPT WS-IN-DATE FROM CONSOLE
        IF WS-IN-DATE = 0
            MOVE WS-BIZ-DATE TO WS-IN-DATE
        END-IF
        IF WS-IN-DATE-MM < 1 OR WS-IN-DATE-MM > 12
            OR WS-IN-DATE-DD < 1 OR WS-IN-DATE-DD > 31
            OR WS-IN-DATE-YYYY < 1601
            DISPLAY '** INVALID DATE ' WS-IN-DATE ' - NOTHING PROPOSED'
            MOVE 'N' TO WS-DATE-OK
        END-IF.

    650-WRITE-PENDING-RTN.
        PERFORM 680-GET-STAMP-RTN
        MOVE 'ALW-PENDING-FILE' TO WS-FILE-ID
        OPEN EXTEND ALW-PENDING-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT ALW-PENDING-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        ADD 1 TO WS-LAST-SEQ
        MOVE WS-LAST-SEQ TO AP-SEQ
        MOVE WS-IN-ELF-NO TO AP-ELF-NO
        MOVE WS-IN-DATE TO AP-EFF-DATE
        MOVE WS-OPERATOR-ID TO AP-PROPOSER
        MOVE WS-STAMP TO AP-PROPOSED-TS
        MOVE 'P' TO AP-STATUS
        MOVE SPACES TO AP-CHECKER
        MOVE SPACES TO AP-DECIDED-TS
        WRITE ALW-PENDING-REC
        CLOSE ALW-PENDING-FILE
        MOVE WS-LAST-SEQ TO WS-IN-SEQ
        PERFORM 695-BUILD-BEFORE-AFTER-RTN
        MOVE 'P' TO WS-JRN-STATUS
        PERFORM 700-WRITE-JOURNAL-RTN
        PERFORM 750-LOG-CHANGE-RTN
        DISPLAY '  PROPOSAL ' WS-LAST-SEQ ' RECORDED - AWAITING '
            'APPROVAL BY A DIFFERENT OPERATOR'.

    660-FIND-PENDING-RTN.
        MOVE 'N' TO WS-PEND-FOUND
        MOVE SPACES TO WS-PEND-SAVE
        MOVE SPACES TO WS-EOF
        MOVE 'ALW-PENDING-FILE' TO WS-FILE-ID
        OPEN INPUT ALW-PENDING-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ ALW-PENDING-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF AP-SEQ = WS-IN-SEQ
                        MOVE 'Y' TO WS-PEND-FOUND
                        MOVE ALW-PENDING-REC TO WS-PEND-SAVE
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ALW-PENDING-FILE
        END-IF
        MOVE WS-PEND-SAVE TO ALW-PENDING-REC
        MOVE AP-ELF-NO TO WS-IN-ELF-NO.

    670-APPLY-ALLOWANCE-RTN.
        IF AP-ACTION-END
            PERFORM 675-END-DATE-ALLOWANCE-RTN
        ELSE
            MOVE 'ALLOWANCE-FILE' TO WS-FILE-ID
            OPEN EXTEND ALLOWANCE-FILE
            IF WS-FILE-STATUS = '35'
                OPEN OUTPUT ALLOWANCE-FILE
            END-IF
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE AP-ELF-NO TO ALW-ELF-NO
            MOVE AP-NEW-DAILY TO ALW-DAILY
            MOVE AP-EFF-DATE TO ALW-EFF-DATE
            MOVE 0 TO ALW-END-DATE
            WRITE ALLOWANCE-REC
            CLOSE ALLOWANCE-FILE
        END-IF.

    675-END-DATE-ALLOWANCE-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'ALLOWANCE-FILE' TO WS-FILE-ID
        OPEN INPUT ALLOWANCE-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'WORK-FILE' TO WS-FILE-ID
        OPEN OUTPUT WORK-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-EOF = 'Y'
            READ ALLOWANCE-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF ALW-END-DATE NOT NUMERIC
                    MOVE 0 TO ALW-END-DATE
                END-IF
                IF ALW-ELF-NO = AP-ELF-NO AND ALW-END-DATE = 0
                    MOVE AP-EFF-DATE TO ALW-END-DATE
                END-IF
                MOVE ALLOWANCE-REC TO WORK-REC
                WRITE WORK-REC
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE ALLOWANCE-FILE
        CLOSE WORK-FILE
        MOVE SPACES TO WS-EOF
        MOVE 'WORK-FILE' TO WS-FILE-ID
        OPEN INPUT WORK-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'ALLOWANCE-FILE' TO WS-FILE-ID
        OPEN OUTPUT ALLOWANCE-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-EOF = 'Y'
            READ WORK-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE WORK-REC TO ALLOWANCE-REC
                WRITE ALLOWANCE-REC
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE WORK-FILE
        CLOSE ALLOWANCE-FILE
        OPEN OUTPUT WORK-FILE
        CLOSE WORK-FILE.

    680-GET-STAMP-RTN.
        MOVE SPACES TO WS-STAMP
        STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
            '-' DELIMITED BY SIZE
            FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
            INTO WS-STAMP.

    690-UPDATE-PENDING-RTN.
        PERFORM 680-GET-STAMP-RTN
        MOVE SPACES TO WS-EOF
        MOVE 'ALW-PENDING-FILE' TO WS-FILE-ID
        OPEN INPUT ALW-PENDING-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'WORK-FILE' TO WS-FILE-ID
        OPEN OUTPUT WORK-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-EOF = 'Y'
            READ ALW-PENDING-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF AP-SEQ = WS-IN-SEQ
                    MOVE WS-NEW-AP-STATUS TO AP-STATUS
                    MOVE WS-OPERATOR-ID TO AP-CHECKER
                    MOVE WS-STAMP TO AP-DECIDED-TS
                    MOVE ALW-PENDING-REC TO WS-PEND-SAVE
                END-IF
                MOVE ALW-PENDING-REC TO WORK-REC
                WRITE WORK-REC
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE ALW-PENDING-FILE
        CLOSE WORK-FILE
        MOVE SPACES TO WS-EOF
        MOVE 'WORK-FILE' TO WS-FILE-ID
        OPEN INPUT WORK-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'ALW-PENDING-FILE' TO WS-FILE-ID
        OPEN OUTPUT ALW-PENDING-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-EOF = 'Y'
            READ WORK-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE WORK-REC TO ALW-PENDING-REC
                WRITE ALW-PENDING-REC
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE WORK-FILE
        CLOSE ALW-PENDING-FILE
        OPEN OUTPUT WORK-FILE
        CLOSE WORK-FILE.

    695-BUILD-BEFORE-AFTER-RTN.
        EVALUATE TRUE
            WHEN AP-ACTION-ADD
                MOVE 'ADD' TO WS-ACTION-NAME
            WHEN AP-ACTION-CHANGE
                MOVE 'CHANGE' TO WS-ACTION-NAME
            WHEN OTHER
                MOVE 'END' TO WS-ACTION-NAME
        END-EVALUATE
        MOVE SPACES TO WS-BEFORE-VALUE
        IF AP-ACTION-ADD
            STRING 'ELF ' DELIMITED BY SIZE
                AP-ELF-NO DELIMITED BY SIZE
                ' NO ALLOWANCE IN FORCE' DELIMITED BY SIZE
                INTO WS-BEFORE-VALUE
        ELSE
            STRING 'ELF ' DELIMITED BY SIZE
                AP-ELF-NO DELIMITED BY SIZE
                ' DAILY ' DELIMITED BY SIZE
                AP-OLD-DAILY DELIMITED BY SIZE
                INTO WS-BEFORE-VALUE
        END-IF
        MOVE SPACES TO WS-AFTER-VALUE
        EVALUATE WS-NEW-AP-STATUS
            WHEN 'A'
                STRING 'APPROVED ' DELIMITED BY SIZE
                    INTO WS-AFTER-VALUE
            WHEN 'R'
                STRING 'REJECTED ' DELIMITED BY SIZE
                    INTO WS-AFTER-VALUE
            WHEN OTHER
                STRING 'PROPOSED ' DELIMITED BY SIZE
                    INTO WS-AFTER-VALUE
        END-EVALUATE
        STRING FUNCTION TRIM(WS-AFTER-VALUE) DELIMITED BY SIZE
            ' NO ' DELIMITED BY SIZE
            AP-SEQ DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-ACTION-NAME DELIMITED BY SPACE
            ' ELF ' DELIMITED BY SIZE
            AP-ELF-NO DELIMITED BY SIZE
            INTO WS-AFTER-VALUE
        IF AP-ACTION-END
            STRING FUNCTION TRIM(WS-AFTER-VALUE) DELIMITED BY SIZE
                ' LAST DAY ' DELIMITED BY SIZE
                AP-EFF-DATE DELIMITED BY SIZE
                ' BY ' DELIMITED BY SIZE
                AP-PROPOSER DELIMITED BY SIZE
                INTO WS-AFTER-VALUE
        ELSE
            STRING FUNCTION TRIM(WS-AFTER-VALUE) DELIMITED BY SIZE
                ' DAILY ' DELIMITED BY SIZE
                AP-NEW-DAILY DELIMITED BY SIZE
                ' EFF ' DELIMITED BY SIZE
                AP-EFF-DATE DELIMITED BY SIZE
                ' BY ' DELIMITED BY SIZE
                AP-PROPOSER DELIMITED BY SIZE
                INTO WS-AFTER-VALUE
        END-IF.

    700-WRITE-JOURNAL-RTN.
        MOVE 'JOURNAL-FILE' TO WS-FILE-ID
        OPEN EXTEND JOURNAL-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT JOURNAL-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM 680-GET-STAMP-RTN
        MOVE WS-STAMP TO JRN-TS
        MOVE WS-OPERATOR-ID TO JRN-OPERATOR
        MOVE 'Dec1Allowance.txt' TO JRN-CORR-FILE
        MOVE 0 TO JRN-REJECT-LINE
        MOVE WS-BEFORE-VALUE TO JRN-BEFORE
        MOVE WS-AFTER-VALUE TO JRN-AFTER
        MOVE WS-JRN-STATUS TO JRN-STATUS
        WRITE JOURNAL-REC
        CLOSE JOURNAL-FILE.

    750-LOG-CHANGE-RTN.
        MOVE 'LOG-FILE' TO WS-FILE-ID
        OPEN EXTEND LOG-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT LOG-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        STRING 'ALLOWANCE ' DELIMITED BY SIZE
            WS-AFTER-VALUE DELIMITED BY '  '
            ' - OPERATOR ' DELIMITED BY SIZE
            WS-OPERATOR-ID DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE.

    920-ABEND-RTN.
        CLOSE ALLOWANCE-FILE ALW-PENDING-FILE WORK-FILE JOURNAL-FILE
            OPERATOR-FILE SECURITY-LOG-FILE PARM-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY SIGNONRTN.
    COPY LOCKRTN.
    COPY MLOCKRTN.
    COPY CDATERTN.
    COPY ENVRTN.
