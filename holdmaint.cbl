IDENTIFICATION DIVISION.
PROGRAM-ID. LEGAL-HOLD-MAINTENANCE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT LEGAL-HOLD-FILE ASSIGN TO WS-P-LEGAL-HOLD
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT WORK-FILE ASSIGN TO WS-P-WORK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT INVENTORY-FILE ASSIGN TO WS-P-INVENTORY
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT MASTER-FILE ASSIGN TO WS-P-MASTER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS MASTER-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SEASON-FILE ASSIGN TO WS-P-SEASON
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SEAS-PLAYER-ID
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LOG-IN-FILE ASSIGN TO WS-P-LOG-IN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT TIMING-FILE ASSIGN TO WS-P-TIMING
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT MANIFEST-FILE ASSIGN TO WS-P-MANIFEST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SUSPENSE-FILE ASSIGN TO WS-P-SUSPENSE
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
        SELECT SITE-REG-FILE ASSIGN TO WS-P-SITE-REG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD LEGAL-HOLD-FILE.
    COPY LHOLDREC.
    FD WORK-FILE.
    01 WORK-REC PIC X(132).
    FD INVENTORY-FILE.
    01 INVENTORY-REC PIC X(132).
    FD MASTER-FILE.
    COPY ELFMREC.
    FD SEASON-FILE.
    01 SEASON-REC.
        05 SEAS-PLAYER-ID       PIC X(4).
        05 SEAS-SHAPE           PIC 9(8).
        05 SEAS-OUTCOME         PIC 9(8).
        05 SEAS-ROUNDS          PIC 9(6).
        05 SEAS-WINS            PIC 9(6).
        05 SEAS-LOSSES          PIC 9(6).
        05 SEAS-DRAWS           PIC 9(6).
        05 SEAS-FORFEITS        PIC 9(6).
        05 SEAS-PREV-RANK       PIC 9(4).
        05 SEAS-LAST-DATE       PIC 9(8).
    FD LOG-IN-FILE.
    01 LOG-IN-REC PIC X(132).
    FD TIMING-FILE.
    COPY TIMEREC.
    FD MANIFEST-FILE.
    COPY MANFREC.
    FD SUSPENSE-FILE.
    COPY SUSPREC.
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
    FD SITE-REG-FILE.
    COPY SITEREC.

    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-LEGAL-HOLD        PIC X(70) VALUE SPACES.
        05 WS-P-WORK              PIC X(70) VALUE SPACES.
        05 WS-P-INVENTORY         PIC X(70) VALUE SPACES.
        05 WS-P-MASTER            PIC X(70) VALUE SPACES.
        05 WS-P-SITE-REG          PIC X(70) VALUE SPACES.
        05 WS-P-SEASON            PIC X(70) VALUE SPACES.
        05 WS-P-LOG-IN            PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
        05 WS-P-MANIFEST          PIC X(70) VALUE SPACES.
        05 WS-P-SUSPENSE          PIC X(70) VALUE SPACES.
        05 WS-P-OPERATOR          PIC X(70) VALUE SPACES.
        05 WS-P-SECURITY-LOG      PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-SUITE-LOCK        PIC X(70) VALUE SPACES.
        05 WS-P-MAINT-LOCK        PIC X(70) VALUE SPACES.
    01 WS-HELD-FILE-TABLE-INIT.
        05 FILLER PIC X(30) VALUE 'Dec1ElfMaster.dat'.
        05 FILLER PIC X(30) VALUE 'Dec2SeasonMaster.dat'.
        05 FILLER PIC X(30) VALUE 'AocRunLog.txt'.
        05 FILLER PIC X(30) VALUE 'AocStepTiming.txt'.
        05 FILLER PIC X(30) VALUE 'AocSuspense.txt'.
        05 FILLER PIC X(30) VALUE 'Dec2Audit.txt'.
        05 FILLER PIC X(30) VALUE 'Dec2Rejects.txt'.
        05 FILLER PIC X(30) VALUE 'Dec3Extract.csv'.
        05 FILLER PIC X(30) VALUE 'Dec3Exceptions.txt'.
        05 FILLER PIC X(30) VALUE 'Dec4Overlap.txt'.
        05 FILLER PIC X(30) VALUE 'Dec7DirSizes.txt'.
        05 FILLER PIC X(30) VALUE 'Dec8Comparison.txt'.
    01 WS-HELD-FILE-TABLE REDEFINES WS-HELD-FILE-TABLE-INIT.
        05 WS-HF-NAME PIC X(30) OCCURS 12 TIMES INDEXED BY HFX.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-CHOICE           PIC 9(1) VALUE 0.
        05 WS-DONE             PIC A(1) VALUE 'N'.
        05 WS-HOLD-OK          PIC A(1) VALUE 'N'.
        05 WS-FOUND            PIC A(1) VALUE 'N'.
        05 WS-UPDATED          PIC A(1) VALUE 'N'.
        05 WS-IN-ID            PIC X(20) VALUE SPACES.
        05 WS-IN-ID-LEN        PIC 9(2) VALUE 0.
        05 WS-TALLY            PIC 9(4) VALUE 0.
        05 WS-HOLD-ID          PIC X(12) VALUE SPACES.
        05 WS-IN-TYPE          PIC X(1) VALUE SPACE.
        05 WS-IN-VALUE         PIC X(30) VALUE SPACES.
        05 WS-IN-ELF           PIC X(6) VALUE SPACES.
        05 WS-IN-ELF-LEN       PIC 9(1) VALUE 0.
        05 WS-IN-ELF-NO        PIC 9(4) VALUE 0.
        05 WS-IN-PLAYER        PIC X(4) VALUE SPACES.
        05 WS-IN-REASON        PIC X(40) VALUE SPACES.
        05 WS-IN-DATE          PIC 9(8) VALUE 0.
        05 WS-IN-DATE-R REDEFINES WS-IN-DATE.
            10 WS-IN-DATE-YYYY     PIC 9(4).
            10 WS-IN-DATE-MM       PIC 9(2).
            10 WS-IN-DATE-DD       PIC 9(2).
        05 WS-DATE-OK          PIC A(1) VALUE 'N'.
        05 WS-FROM-DATE        PIC 9(8) VALUE 0.
        05 WS-TO-DATE          PIC 9(8) VALUE 0.
        05 WS-KEY-TYPE         PIC X(1) VALUE SPACE.
        05 WS-KEY-DESC         PIC X(30) VALUE SPACES.
        05 WS-LIST-COUNT       PIC 9(4) VALUE 0.
        05 WS-LIST-STATE       PIC X(8) VALUE SPACES.
        05 WS-LOG-ACTION       PIC X(10) VALUE SPACES.
        05 WS-SEC-EVENT        PIC X(30) VALUE SPACES.
        05 WS-REC-DATE-X       PIC X(8) VALUE SPACES.
        05 WS-HX               PIC 9(3) VALUE 0.
        05 WS-SX               PIC 9(2) VALUE 0.
    01 WS-INVENTORY-COUNTS.
        05 WS-INV-MASTER       PIC 9(7) VALUE 0.
        05 WS-INV-SEASON       PIC 9(7) VALUE 0.
        05 WS-INV-RUNLOG       PIC 9(7) VALUE 0.
        05 WS-INV-TIMING       PIC 9(7) VALUE 0.
        05 WS-INV-GEN          PIC 9(7) VALUE 0.
        05 WS-INV-SUSP         PIC 9(7) VALUE 0.
    01 WS-GEN-TABLE.
        05 WS-GEN-COUNT        PIC 9(3) VALUE 0.
        05 WS-GEN-ENTRY OCCURS 500 TIMES.
            10 WS-GEN-NAME         PIC X(30) VALUE SPACES.
            10 WS-GEN-CYCLE        PIC 9(6) VALUE 0.
            10 WS-GEN-BIZ-DATE     PIC 9(8) VALUE 0.
    01 WS-GX                   PIC 9(3) VALUE 0.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY CDATECOM.
    COPY SIGNONCOM.
    COPY LOCKCOM.
    COPY ENVCOM.
    COPY LHOLDCOM.
    COPY SITECOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'LEGAL-HOLD-MAINTENANCE' TO WS-LOG-PGM
    PERFORM 870-GET-BIZ-DATE-RTN
    DISPLAY 'LEGAL HOLD MAINTENANCE - RECORDS PRESERVED FROM PURGE'
    MOVE 'S' TO WS-SIGNON-FUNC
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
    MOVE 'AocMaintLock.LegalHold.txt' TO WS-ENV-FILE-NAME
    PERFORM 806-BUILD-ENV-PATH-RTN
    MOVE WS-ENV-PATH TO WS-MAINT-LOCK-PATH
    PERFORM 816-TAKE-MAINT-LOCK-RTN
    IF WS-MAINT-LOCK-BUSY = 'Y'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-DONE = 'Y'
        DISPLAY '  1 = PLACE LEGAL HOLD'
        DISPLAY '  2 = RELEASE LEGAL HOLD'
        DISPLAY '  3 = LIST LEGAL HOLDS'
        DISPLAY '  4 = HOLD INVENTORY REPORT'
        DISPLAY '  0 = FINISH'
        DISPLAY 'ENTER CHOICE: '
        ACCEPT WS-CHOICE FROM CONSOLE
        EVALUATE WS-CHOICE
            WHEN 1
                PERFORM 100-PLACE-RTN
            WHEN 2
                PERFORM 200-RELEASE-RTN
            WHEN 3
                PERFORM 400-LIST-RTN
            WHEN 4
                PERFORM 500-INVENTORY-RTN
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
        MOVE 'AocLegalHold.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LEGAL-HOLD
        MOVE 'AocLegalHoldWork.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-WORK
        MOVE 'AocLegalHoldInventory.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-INVENTORY
        MOVE 'AocSites.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SITE-REG
        MOVE 'Dec2SeasonMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SEASON
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG-IN
        MOVE 'AocStepTiming.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TIMING
        MOVE 'AocManifest.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MANIFEST
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
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE
        MOVE 'AocBizDate.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BIZDATE
        MOVE 'AocSuiteLock.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUITE-LOCK
        MOVE 'AocMaintLock.LegalHold.txt' TO WS-ENV-FILE-NAME
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

    060-GET-HOLD-ID-RTN.
        MOVE 'N' TO WS-HOLD-OK
        MOVE SPACES TO WS-HOLD-ID
        DISPLAY 'ENTER LEGAL HOLD ID (MAX 12): '
        ACCEPT WS-IN-ID FROM CONSOLE
        MOVE FUNCTION TRIM(WS-IN-ID) TO WS-IN-ID
        IF WS-IN-ID = SPACES
            DISPLAY '** A HOLD ID IS REQUIRED'
        ELSE
            COMPUTE WS-IN-ID-LEN =
                FUNCTION LENGTH(FUNCTION TRIM(WS-IN-ID))
            MOVE 0 TO WS-TALLY
            INSPECT WS-IN-ID(1:WS-IN-ID-LEN) TALLYING
                WS-TALLY FOR ALL SPACE ALL '/' ALL '.'
            IF WS-IN-ID-LEN > 12 OR WS-TALLY > 0
                DISPLAY '** HOLD ID OVER 12 OR HAS SPACE, / OR .'
            ELSE
                MOVE WS-IN-ID TO WS-HOLD-ID
                MOVE 'Y' TO WS-HOLD-OK
            END-IF
        END-IF.

    070-FIND-HOLD-RTN.
        MOVE 'N' TO WS-FOUND
        MOVE SPACES TO WS-EOF
        MOVE 'LEGAL-HOLD-FILE' TO WS-FILE-ID
        OPEN INPUT LEGAL-HOLD-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ LEGAL-HOLD-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF LH-HOLD-ID = WS-HOLD-ID
                        MOVE 'Y' TO WS-FOUND
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE LEGAL-HOLD-FILE
        END-IF.

    100-PLACE-RTN.
        PERFORM 060-GET-HOLD-ID-RTN
        IF WS-HOLD-OK = 'Y'
            PERFORM 070-FIND-HOLD-RTN
            IF WS-FOUND = 'Y'
                DISPLAY '** HOLD ID ' WS-HOLD-ID
                    ' IS ALREADY ON THE REGISTER'
                MOVE 'N' TO WS-HOLD-OK
            END-IF
        END-IF
        IF WS-HOLD-OK = 'Y'
            PERFORM 110-GET-KEY-RTN
        END-IF
        IF WS-HOLD-OK = 'Y'
            DISPLAY 'ENTER REASON (AUDIT OR LEGAL REFERENCE): '
            ACCEPT WS-IN-REASON FROM CONSOLE
            IF WS-IN-REASON = SPACES
                DISPLAY '** A REASON IS REQUIRED'
                MOVE 'N' TO WS-HOLD-OK
            END-IF
        END-IF
        IF WS-HOLD-OK = 'Y'
            PERFORM 150-WRITE-HOLD-RTN
        END-IF.

    110-GET-KEY-RTN.
        MOVE SPACES TO WS-IN-VALUE
        MOVE 0 TO WS-FROM-DATE
        MOVE 0 TO WS-TO-DATE
        DISPLAY 'ENTER KEY TYPE - E = ELF NUMBER, P = PLAYER ID,'
        DISPLAY '  D = BUSINESS DATE RANGE, F = FILE: '
        ACCEPT WS-IN-TYPE FROM CONSOLE
        EVALUATE WS-IN-TYPE
            WHEN 'E'
                PERFORM 120-GET-ELF-RTN
            WHEN 'P'
                DISPLAY 'ENTER PLAYER ID: '
                ACCEPT WS-IN-PLAYER FROM CONSOLE
                IF WS-IN-PLAYER = SPACES
                    DISPLAY '** A PLAYER ID IS REQUIRED'
                    MOVE 'N' TO WS-HOLD-OK
                ELSE
                    MOVE WS-IN-PLAYER TO WS-IN-VALUE
                END-IF
            WHEN 'D'
                PERFORM 130-GET-DATE-RANGE-RTN
            WHEN 'F'
                PERFORM 140-GET-FILE-RTN
            WHEN OTHER
                DISPLAY '** KEY TYPE MUST BE E, P, D OR F'
                MOVE 'N' TO WS-HOLD-OK
        END-EVALUATE.

    120-GET-ELF-RTN.
        DISPLAY 'ENTER ELF NUMBER (1-9999): '
        ACCEPT WS-IN-ELF FROM CONSOLE
        MOVE FUNCTION TRIM(WS-IN-ELF) TO WS-IN-ELF
        MOVE 0 TO WS-IN-ELF-NO
        IF WS-IN-ELF NOT EQUAL SPACES
            COMPUTE WS-IN-ELF-LEN =
                FUNCTION LENGTH(FUNCTION TRIM(WS-IN-ELF))
            IF WS-IN-ELF-LEN NOT > 4
                AND WS-IN-ELF(1:WS-IN-ELF-LEN) NUMERIC
                MOVE FUNCTION NUMVAL(WS-IN-ELF(1:WS-IN-ELF-LEN))
                    TO WS-IN-ELF-NO
            END-IF
        END-IF
        IF WS-IN-ELF-NO = 0
            DISPLAY '** ELF NUMBER MUST BE 1-9999'
            MOVE 'N' TO WS-HOLD-OK
        ELSE
            MOVE WS-IN-ELF-NO TO WS-IN-VALUE
        END-IF.

    130-GET-DATE-RANGE-RTN.
        DISPLAY 'ENTER FIRST BUSINESS DATE HELD YYYYMMDD '
            '(0 = BUSINESS DATE ' WS-BIZ-DATE '): '
        PERFORM 050-GET-DATE-RTN
        IF WS-DATE-OK = 'Y'
            MOVE WS-IN-DATE TO WS-FROM-DATE
            DISPLAY 'ENTER LAST BUSINESS DATE HELD YYYYMMDD: '
            PERFORM 050-GET-DATE-RTN
        END-IF
        IF WS-DATE-OK = 'Y'
            MOVE WS-IN-DATE TO WS-TO-DATE
            IF WS-TO-DATE < WS-FROM-DATE
                DISPLAY '** LAST DATE CANNOT BE BEFORE THE FIRST DATE'
                MOVE 'N' TO WS-HOLD-OK
            END-IF
        ELSE
            MOVE 'N' TO WS-HOLD-OK
        END-IF.

    140-GET-FILE-RTN.
        DISPLAY 'FILES COVERED BY PURGE AND RETENTION:'
        PERFORM VARYING HFX FROM 1 BY 1 UNTIL HFX > 12
            DISPLAY '    ' WS-HF-NAME(HFX)
        END-PERFORM
        DISPLAY 'ENTER FILE NAME: '
        ACCEPT WS-IN-VALUE FROM CONSOLE
        SET HFX TO 1
        SEARCH WS-HF-NAME
            AT END
                DISPLAY '** ' FUNCTION TRIM(WS-IN-VALUE)
                    ' IS NOT PURGED BY ANY RETENTION UTILITY'
                MOVE 'N' TO WS-HOLD-OK
            WHEN WS-HF-NAME(HFX) = WS-IN-VALUE
                CONTINUE
        END-SEARCH.

    150-WRITE-HOLD-RTN.
        MOVE 'LEGAL-HOLD-FILE' TO WS-FILE-ID
        OPEN EXTEND LEGAL-HOLD-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT LEGAL-HOLD-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO LEGAL-HOLD-REC
        MOVE WS-HOLD-ID TO LH-HOLD-ID
        MOVE WS-IN-TYPE TO LH-KEY-TYPE
        MOVE WS-IN-VALUE TO LH-KEY-VALUE
        MOVE WS-FROM-DATE TO LH-FROM-DATE
        MOVE WS-TO-DATE TO LH-TO-DATE
        MOVE WS-IN-REASON TO LH-REASON
        MOVE WS-OPERATOR-ID TO LH-AUTH-OPERATOR
        MOVE WS-BIZ-DATE TO LH-PLACED-DATE
        MOVE 'A' TO LH-STATUS
        MOVE 0 TO LH-RELEASED-DATE
        PERFORM 410-FORMAT-KEY-RTN
        WRITE LEGAL-HOLD-REC
        CLOSE LEGAL-HOLD-FILE
        DISPLAY '  LEGAL HOLD ' WS-HOLD-ID ' PLACED - '
            WS-KEY-TYPE ' ' WS-KEY-DESC
        MOVE 'PLACED' TO WS-LOG-ACTION
        PERFORM 600-LOG-CHANGE-RTN.

    200-RELEASE-RTN.
        PERFORM 060-GET-HOLD-ID-RTN
        IF WS-HOLD-OK = 'Y'
            MOVE 'N' TO WS-UPDATED
            MOVE SPACES TO WS-EOF
            MOVE 'LEGAL-HOLD-FILE' TO WS-FILE-ID
            OPEN INPUT LEGAL-HOLD-FILE
            IF WS-FILE-STATUS = '35'
                DISPLAY '  NO LEGAL HOLD REGISTER ON FILE'
                MOVE '00' TO WS-FILE-STATUS
            ELSE
                PERFORM 900-CHECK-OPEN-STATUS-RTN
                MOVE 'WORK-FILE' TO WS-FILE-ID
                OPEN OUTPUT WORK-FILE
                PERFORM 900-CHECK-OPEN-STATUS-RTN
                PERFORM UNTIL WS-EOF = 'Y'
                    READ LEGAL-HOLD-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF LH-HOLD-ID = WS-HOLD-ID
                            AND LH-STATUS-ACTIVE
                            MOVE 'R' TO LH-STATUS
                            MOVE WS-OPERATOR-ID TO LH-RELEASED-BY
                            MOVE WS-BIZ-DATE TO LH-RELEASED-DATE
                            PERFORM 410-FORMAT-KEY-RTN
                            MOVE 'Y' TO WS-UPDATED
                        END-IF
                        MOVE LEGAL-HOLD-REC TO WORK-REC
                        WRITE WORK-REC
                    END-READ
                    PERFORM 910-CHECK-READ-STATUS-RTN
                END-PERFORM
                CLOSE LEGAL-HOLD-FILE
                CLOSE WORK-FILE
                IF WS-UPDATED = 'Y'
                    PERFORM 250-COPY-BACK-RTN
                    DISPLAY '  LEGAL HOLD ' WS-HOLD-ID ' RELEASED - '
                        'RECORDS IT COVERED MAY NOW BE PURGED'
                    MOVE 'RELEASED' TO WS-LOG-ACTION
                    PERFORM 600-LOG-CHANGE-RTN
                ELSE
                    DISPLAY '  ** NO ACTIVE LEGAL HOLD ' WS-HOLD-ID
                END-IF
            END-IF
        END-IF.

    250-COPY-BACK-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'WORK-FILE' TO WS-FILE-ID
        OPEN INPUT WORK-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'LEGAL-HOLD-FILE' TO WS-FILE-ID
        OPEN OUTPUT LEGAL-HOLD-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-EOF = 'Y'
            READ WORK-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE WORK-REC TO LEGAL-HOLD-REC
                WRITE LEGAL-HOLD-REC
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE WORK-FILE
        CLOSE LEGAL-HOLD-FILE
        OPEN OUTPUT WORK-FILE
        CLOSE WORK-FILE.

    400-LIST-RTN.
        MOVE 0 TO WS-LIST-COUNT
        MOVE SPACES TO WS-EOF
        MOVE 'LEGAL-HOLD-FILE' TO WS-FILE-ID
        OPEN INPUT LEGAL-HOLD-FILE
        IF WS-FILE-STATUS = '35'
            DISPLAY '  NO LEGAL HOLD REGISTER ON FILE'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            DISPLAY '  HOLD ID      T KEY                    '
                '        STATE    PLACED   BY       REASON'
            PERFORM UNTIL WS-EOF = 'Y'
                READ LEGAL-HOLD-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    PERFORM 410-FORMAT-KEY-RTN
                    IF LH-STATUS-ACTIVE
                        MOVE 'ACTIVE' TO WS-LIST-STATE
                    ELSE
                        MOVE 'RELEASED' TO WS-LIST-STATE
                    END-IF
                    DISPLAY '  ' LH-HOLD-ID ' ' LH-KEY-TYPE ' '
                        WS-KEY-DESC ' ' WS-LIST-STATE ' '
                        LH-PLACED-DATE ' ' LH-AUTH-OPERATOR ' '
                        LH-REASON
                    IF LH-STATUS-RELEASED
                        DISPLAY '               RELEASED '
                            LH-RELEASED-DATE ' BY ' LH-RELEASED-BY
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE LEGAL-HOLD-FILE
            DISPLAY '  LEGAL HOLDS ON FILE: ' WS-LIST-COUNT
        END-IF.

    410-FORMAT-KEY-RTN.
        MOVE LH-KEY-TYPE TO WS-KEY-TYPE
        MOVE SPACES TO WS-KEY-DESC
        IF LH-KEY-DATES
            STRING LH-FROM-DATE DELIMITED BY SIZE
                ' TO ' DELIMITED BY SIZE
                LH-TO-DATE DELIMITED BY SIZE
                INTO WS-KEY-DESC
        ELSE
            MOVE LH-KEY-VALUE TO WS-KEY-DESC
        END-IF.

    500-INVENTORY-RTN.
        PERFORM 884-LOAD-LEGAL-HOLDS-RTN
        INITIALIZE WS-INVENTORY-COUNTS
        IF WS-LH-COUNT > 0
            DISPLAY '  COUNTING RECORDS UNDER HOLD...'
            PERFORM 889-LOAD-SITE-TABLE-RTN
            PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SITE-COUNT
                PERFORM 510-SCAN-MASTER-RTN
            END-PERFORM
            PERFORM 520-SCAN-SEASON-RTN
            PERFORM 530-SCAN-RUN-LOG-RTN
            PERFORM 540-SCAN-TIMING-RTN
            PERFORM 550-SCAN-GENERATIONS-RTN
            PERFORM 560-SCAN-SUSPENSE-RTN
        END-IF
        PERFORM 590-WRITE-INVENTORY-RTN
        MOVE 'INVENTORY' TO WS-LOG-ACTION
        MOVE 'LOG-FILE' TO WS-FILE-ID
        OPEN EXTEND LOG-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT LOG-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        STRING 'LEGAL HOLD INVENTORY PRODUCED BY ' DELIMITED BY SIZE
            WS-OPERATOR-ID DELIMITED BY SIZE
            ' - ACTIVE HOLDS: ' DELIMITED BY SIZE
            WS-LH-COUNT DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE.

    510-SCAN-MASTER-RTN.
        MOVE WS-SITE-T-CODE(WS-SX) TO WS-ENV-SITE
        MOVE 'Dec1ElfMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MASTER
        MOVE SPACES TO WS-EOF
        MOVE 'MASTER-FILE' TO WS-FILE-ID
        OPEN INPUT MASTER-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ MASTER-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE MASTER-ELF-NO TO WS-LH-CHK-ELF
                    MOVE MASTER-RUN-DATE TO WS-LH-CHK-DATE
                    MOVE 'Dec1ElfMaster.dat' TO WS-LH-CHK-FILE
                    PERFORM 886-CHECK-LEGAL-HOLD-RTN
                    IF WS-LH-HELD = 'Y'
                        ADD 1 TO WS-INV-MASTER
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE MASTER-FILE
        END-IF.

    520-SCAN-SEASON-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'SEASON-FILE' TO WS-FILE-ID
        OPEN INPUT SEASON-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ SEASON-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE SEAS-PLAYER-ID TO WS-LH-CHK-PLAYER
                    MOVE SEAS-LAST-DATE TO WS-LH-CHK-DATE
                    MOVE 'Dec2SeasonMaster.dat' TO WS-LH-CHK-FILE
                    PERFORM 886-CHECK-LEGAL-HOLD-RTN
                    IF WS-LH-HELD = 'Y'
                        ADD 1 TO WS-INV-SEASON
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SEASON-FILE
        END-IF.

    530-SCAN-RUN-LOG-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'LOG-IN-FILE' TO WS-FILE-ID
        OPEN INPUT LOG-IN-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ LOG-IN-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE LOG-IN-REC(1:8) TO WS-REC-DATE-X
                    IF WS-REC-DATE-X NUMERIC
                        MOVE WS-REC-DATE-X TO WS-LH-CHK-DATE
                    END-IF
                    MOVE 'AocRunLog.txt' TO WS-LH-CHK-FILE
                    PERFORM 886-CHECK-LEGAL-HOLD-RTN
                    IF WS-LH-HELD = 'Y'
                        ADD 1 TO WS-INV-RUNLOG
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE LOG-IN-FILE
        END-IF.

    540-SCAN-TIMING-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'TIMING-FILE' TO WS-FILE-ID
        OPEN INPUT TIMING-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ TIMING-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF TIM-BIZ-DATE NUMERIC
                        MOVE TIM-BIZ-DATE TO WS-LH-CHK-DATE
                    END-IF
                    MOVE 'AocStepTiming.txt' TO WS-LH-CHK-FILE
                    PERFORM 886-CHECK-LEGAL-HOLD-RTN
                    IF WS-LH-HELD = 'Y'
                        ADD 1 TO WS-INV-TIMING
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE TIMING-FILE
        END-IF.

    550-SCAN-GENERATIONS-RTN.
        MOVE 0 TO WS-GEN-COUNT
        MOVE SPACES TO WS-EOF
        MOVE 'MANIFEST-FILE' TO WS-FILE-ID
        OPEN INPUT MANIFEST-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ MANIFEST-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM 555-NOTE-GENERATION-RTN
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE MANIFEST-FILE
            PERFORM VARYING WS-GX FROM 1 BY 1
                UNTIL WS-GX > WS-GEN-COUNT
                IF WS-GEN-NAME(WS-GX) NOT EQUAL SPACES
                    MOVE WS-GEN-BIZ-DATE(WS-GX) TO WS-LH-CHK-DATE
                    MOVE WS-GEN-NAME(WS-GX) TO WS-LH-CHK-FILE
                    PERFORM 886-CHECK-LEGAL-HOLD-RTN
                    IF WS-LH-HELD = 'Y'
                        ADD 1 TO WS-INV-GEN
                    END-IF
                END-IF
            END-PERFORM
        END-IF.

    555-NOTE-GENERATION-RTN.
        IF MAN-ACTION-ADDED
            IF WS-GEN-COUNT < 500
                ADD 1 TO WS-GEN-COUNT
                MOVE MAN-FILE-NAME TO WS-GEN-NAME(WS-GEN-COUNT)
                MOVE MAN-CYCLE TO WS-GEN-CYCLE(WS-GEN-COUNT)
                MOVE MAN-BIZ-DATE TO WS-GEN-BIZ-DATE(WS-GEN-COUNT)
            END-IF
        END-IF
        IF MAN-ACTION-PURGED
            PERFORM VARYING WS-GX FROM 1 BY 1
                UNTIL WS-GX > WS-GEN-COUNT
                IF WS-GEN-NAME(WS-GX) = MAN-FILE-NAME
                    AND WS-GEN-CYCLE(WS-GX) = MAN-CYCLE
                    MOVE SPACES TO WS-GEN-NAME(WS-GX)
                END-IF
            END-PERFORM
        END-IF.

    560-SCAN-SUSPENSE-RTN.
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
                    IF SUSP-CYCLE NUMERIC
                        AND SUSP-BIZ-DATE NUMERIC
                        AND SUSP-STATUS-OPEN
                        MOVE SUSP-KEY TO WS-LH-CHK-TEXT
                        MOVE SUSP-BIZ-DATE TO WS-LH-CHK-DATE
                        MOVE 'AocSuspense.txt' TO WS-LH-CHK-FILE
                        PERFORM 886-CHECK-LEGAL-HOLD-RTN
                        IF WS-LH-HELD = 'Y'
                            ADD 1 TO WS-INV-SUSP
                        END-IF
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SUSPENSE-FILE
        END-IF.

    590-WRITE-INVENTORY-RTN.
        MOVE 'INVENTORY-FILE' TO WS-FILE-ID
        OPEN OUTPUT INVENTORY-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO INVENTORY-REC
        STRING 'LEGAL HOLD INVENTORY AS OF ' DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
            ' - ACTIVE HOLDS: ' DELIMITED BY SIZE
            WS-LH-COUNT DELIMITED BY SIZE
            INTO INVENTORY-REC
        PERFORM 595-PUT-LINE-RTN
        MOVE SPACES TO INVENTORY-REC
        PERFORM 595-PUT-LINE-RTN
        IF WS-LH-COUNT = 0
            MOVE 'NO ACTIVE LEGAL HOLDS - NOTHING IS PROTECTED FROM PURGE'
                TO INVENTORY-REC
            PERFORM 595-PUT-LINE-RTN
        ELSE
            MOVE SPACES TO INVENTORY-REC
            STRING 'HOLD ID      T KEY                            '
                DELIMITED BY SIZE
                'PLACED   BY       RECORDS REASON' DELIMITED BY SIZE
                INTO INVENTORY-REC
            PERFORM 595-PUT-LINE-RTN
            MOVE 0 TO WS-HX
            MOVE SPACES TO WS-EOF
            MOVE 'LEGAL-HOLD-FILE' TO WS-FILE-ID
            OPEN INPUT LEGAL-HOLD-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ LEGAL-HOLD-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF LH-STATUS-ACTIVE AND WS-HX < WS-LH-COUNT
                        ADD 1 TO WS-HX
                        PERFORM 410-FORMAT-KEY-RTN
                        MOVE SPACES TO INVENTORY-REC
                        STRING LH-HOLD-ID DELIMITED BY SIZE
                            ' ' DELIMITED BY SIZE
                            LH-KEY-TYPE DELIMITED BY SIZE
                            ' ' DELIMITED BY SIZE
                            WS-KEY-DESC DELIMITED BY SIZE
                            ' ' DELIMITED BY SIZE
                            LH-PLACED-DATE DELIMITED BY SIZE
                            ' ' DELIMITED BY SIZE
                            LH-AUTH-OPERATOR DELIMITED BY SIZE
                            ' ' DELIMITED BY SIZE
                            WS-LH-HITS(WS-HX) DELIMITED BY SIZE
                            ' ' DELIMITED BY SIZE
                            LH-REASON DELIMITED BY SIZE
                            INTO INVENTORY-REC
                        PERFORM 595-PUT-LINE-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE LEGAL-HOLD-FILE
            MOVE SPACES TO INVENTORY-REC
            PERFORM 595-PUT-LINE-RTN
            MOVE 'RECORDS CURRENTLY PROTECTED, BY FILE:' TO INVENTORY-REC
            PERFORM 595-PUT-LINE-RTN
            MOVE SPACES TO INVENTORY-REC
            STRING '  Dec1ElfMaster.dat      ' DELIMITED BY SIZE
                WS-INV-MASTER DELIMITED BY SIZE
                INTO INVENTORY-REC
            PERFORM 595-PUT-LINE-RTN
            MOVE SPACES TO INVENTORY-REC
            STRING '  Dec2SeasonMaster.dat   ' DELIMITED BY SIZE
                WS-INV-SEASON DELIMITED BY SIZE
                INTO INVENTORY-REC
            PERFORM 595-PUT-LINE-RTN
            MOVE SPACES TO INVENTORY-REC
            STRING '  AocRunLog.txt          ' DELIMITED BY SIZE
                WS-INV-RUNLOG DELIMITED BY SIZE
                INTO INVENTORY-REC
            PERFORM 595-PUT-LINE-RTN
            MOVE SPACES TO INVENTORY-REC
            STRING '  AocStepTiming.txt      ' DELIMITED BY SIZE
                WS-INV-TIMING DELIMITED BY SIZE
                INTO INVENTORY-REC
            PERFORM 595-PUT-LINE-RTN
            MOVE SPACES TO INVENTORY-REC
            STRING '  OUTPUT GENERATIONS     ' DELIMITED BY SIZE
                WS-INV-GEN DELIMITED BY SIZE
                INTO INVENTORY-REC
            PERFORM 595-PUT-LINE-RTN
            MOVE SPACES TO INVENTORY-REC
            STRING '  AocSuspense.txt (OPEN) ' DELIMITED BY SIZE
                WS-INV-SUSP DELIMITED BY SIZE
                INTO INVENTORY-REC
            PERFORM 595-PUT-LINE-RTN
        END-IF
        CLOSE INVENTORY-FILE
        DISPLAY '  INVENTORY WRITTEN TO ' WS-P-INVENTORY.

    595-PUT-LINE-RTN.
        WRITE INVENTORY-REC
        DISPLAY INVENTORY-REC(1:120).

    600-LOG-CHANGE-RTN.
        MOVE 'LOG-FILE' TO WS-FILE-ID
        OPEN EXTEND LOG-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT LOG-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        STRING 'LEGAL HOLD ' DELIMITED BY SIZE
            WS-HOLD-ID DELIMITED BY SPACE
            ' ' DELIMITED BY SIZE
            WS-LOG-ACTION DELIMITED BY SPACE
            ' BY ' DELIMITED BY SIZE
            WS-OPERATOR-ID DELIMITED BY SIZE
            ' - KEY ' DELIMITED BY SIZE
            WS-KEY-TYPE DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-KEY-DESC DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE
        MOVE SPACES TO WS-SEC-EVENT
        STRING 'HOLD ' DELIMITED BY SIZE
            WS-LOG-ACTION DELIMITED BY SPACE
            ' ' DELIMITED BY SIZE
            WS-HOLD-ID DELIMITED BY SPACE
            INTO WS-SEC-EVENT
        MOVE SPACES TO SECURITY-LOG-REC
        MOVE WS-OPERATOR-ID TO SEC-OPERATOR-ID
        MOVE WS-OPERATOR-ID TO SEC-BY-OPERATOR
        MOVE WS-SIGNON-FUNC TO SEC-FUNCTION
        MOVE 'S' TO SEC-RESULT
        MOVE WS-SEC-EVENT TO SEC-EVENT
        PERFORM 846-WRITE-SECURITY-EVENT-RTN.

    920-ABEND-RTN.
        CLOSE LEGAL-HOLD-FILE WORK-FILE INVENTORY-FILE MASTER-FILE
            SEASON-FILE LOG-IN-FILE TIMING-FILE MANIFEST-FILE
            SUSPENSE-FILE OPERATOR-FILE SECURITY-LOG-FILE PARM-FILE
            LOG-FILE SITE-REG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY SIGNONRTN.
    COPY LOCKRTN.
    COPY MLOCKRTN.
    COPY ENVRTN.
    COPY LHOLDRTN.
    COPY SITEVRTN.
