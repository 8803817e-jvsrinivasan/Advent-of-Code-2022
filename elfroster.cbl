        SELECT ELF-ROSTER-FILE ASSIGN TO WS-P-ELF-ROSTER
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ROSTER-HIST-FILE ASSIGN TO WS-P-ROSTER-HIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT BIZDATE-FILE ASSIGN TO WS-P-BIZDATE
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
        ASSIGN TO WS-P-MAINT-LOCK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SITE-REG-FILE ASSIGN TO WS-P-SITE-REG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    FILE SECTION.
    FD ELF-ROSTER-FILE.
    COPY ROSTREC.
    FD ROSTER-HIST-FILE.
    COPY RHISTREC.
    FD BIZDATE-FILE.
    01 BIZDATE-REC PIC X(8).
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
    COPY LOCKREC.
    FD MAINT-LOCK-FILE.
    COPY MLOCKREC.
    FD SITE-REG-FILE.
    COPY SITEREC.

    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-ELF-ROSTER        PIC X(70) VALUE SPACES.
        05 WS-P-ROSTER-HIST       PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-WORK              PIC X(70) VALUE SPACES.
        05 WS-P-OPERATOR          PIC X(70) VALUE SPACES.
        05 WS-P-SECURITY-LOG      PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-SUITE-LOCK        PIC X(70) VALUE SPACES.
        05 WS-P-MAINT-LOCK        PIC X(70) VALUE SPACES.
        05 WS-P-SITE-REG          PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-CHOICE           PIC 9(1) VALUE 0.
        05 WS-DUPLICATE        PIC A(1) VALUE 'N'.
        05 WS-LIST-COUNT       PIC 9(4) VALUE 0.
        05 WS-NEW-STATUS       PIC X(1) VALUE ' '.
        05 WS-IN-SITE          PIC X(2) VALUE SPACES.
    01 WS-HIST-WORK.
        05 WS-ELF-FOUND        PIC A(1) VALUE 'N'.
        05 WS-OLD-DEPT         PIC X(10) VALUE SPACES.
        05 WS-OLD-STATUS       PIC X(1) VALUE SPACES.
        05 WS-HIST-NEEDED      PIC A(1) VALUE 'N'.
        05 WS-EFF-OK           PIC A(1) VALUE 'Y'.
        05 WS-IN-EFF-DATE      PIC 9(8) VALUE 0.
        05 WS-IN-EFF-PARTS REDEFINES WS-IN-EFF-DATE.
            10 WS-IN-EFF-YYYY      PIC 9(4).
            10 WS-IN-EFF-MM        PIC 9(2).
            10 WS-IN-EFF-DD        PIC 9(2).
        05 WS-LAST-TO-DATE     PIC 9(8) VALUE 0.
        05 WS-HIST-FROM        PIC 9(8) VALUE 0.
        05 WS-HIST-TO          PIC 9(8) VALUE 0.
        05 WS-HIST-EOF         PIC A(1) VALUE ' '.
        05 WS-HIST-TS          PIC X(15) VALUE SPACES.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY SIGNONCOM.
    COPY LOCKCOM.
    COPY CDATECOM.
    COPY ENVCOM.
    COPY SITECOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 870-GET-BIZ-DATE-RTN
    PERFORM UNTIL WS-DONE = 'Y'
        DISPLAY '  1 = ADD ELF'
        DISPLAY '  2 = DEACTIVATE ELF'
        MOVE 'Dec1ElfRoster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ELF-ROSTER
        MOVE 'Dec1RosterHistory.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ROSTER-HIST
        MOVE 'AocBizDate.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BIZDATE
        MOVE 'Dec1ElfRosterWork.txt' TO WS-ENV-FILE-NAME
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
        MOVE WS-ENV-PATH TO WS-P-SUITE-LOCK
        MOVE 'AocMaintLock.ElfRoster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MAINT-LOCK
        MOVE 'AocSites.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SITE-REG.

    100-ADD-RTN.
        DISPLAY 'ENTER ELF NUMBER (1-9999): '
                ACCEPT WS-IN-NAME FROM CONSOLE
                DISPLAY 'ENTER DEPARTMENT: '
                ACCEPT WS-IN-DEPT FROM CONSOLE
                DISPLAY 'ENTER SITE CODE (BLANK = ' WS-ENV-HOME-SITE
                    '): '
                PERFORM 130-GET-SITE-RTN
                IF WS-SITE-VALID = 'Y'
                    PERFORM 140-WRITE-NEW-ELF-RTN
                END-IF
            END-IF
        END-IF.

            CLOSE ELF-ROSTER-FILE
        END-IF.

    120-READ-CURRENT-RTN.
        MOVE 'N' TO WS-ELF-FOUND
        MOVE SPACES TO WS-OLD-DEPT
        MOVE SPACES TO WS-OLD-STATUS
        MOVE SPACES TO WS-EOF
        MOVE 'ELF-ROSTER-FILE' TO WS-FILE-ID
        OPEN INPUT ELF-ROSTER-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ ELF-ROSTER-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF ROST-ELF-NO = WS-IN-ELF-NO
                        MOVE 'Y' TO WS-ELF-FOUND
                        MOVE ROST-DEPT TO WS-OLD-DEPT
                        MOVE ROST-STATUS TO WS-OLD-STATUS
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ELF-ROSTER-FILE
        END-IF.

    130-GET-SITE-RTN.
        MOVE SPACES TO WS-IN-SITE
        ACCEPT WS-IN-SITE FROM CONSOLE
        PERFORM 135-CHECK-SITE-RTN.

    135-CHECK-SITE-RTN.
        MOVE WS-IN-SITE TO WS-SITE-CHECK
        PERFORM 888-CHECK-SITE-RTN
        IF WS-SITE-VALID = 'Y'
            MOVE WS-SITE-CHECK TO WS-IN-SITE
        ELSE
            DISPLAY '** SITE ' WS-IN-SITE
                ' IS NOT AN ACTIVE SITE ON AocSites - NO CHANGE MADE'
        END-IF.

    140-WRITE-NEW-ELF-RTN.
        MOVE 'ELF-ROSTER-FILE' TO WS-FILE-ID
        OPEN EXTEND ELF-ROSTER-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT ELF-ROSTER-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE WS-IN-ELF-NO TO ROST-ELF-NO
        MOVE WS-IN-NAME TO ROST-NAME
        MOVE WS-IN-DEPT TO ROST-DEPT
        MOVE 'A' TO ROST-STATUS
        PERFORM 180-STAMP-MAINT-RTN
        MOVE WS-IN-SITE TO ROST-SITE
        WRITE ELF-ROSTER-REC
        CLOSE ELF-ROSTER-FILE
        DISPLAY '  ELF ' WS-IN-ELF-NO ' ADDED TO ROSTER AT SITE '
            WS-IN-SITE '.'
        PERFORM 500-LOG-CHANGE-RTN.

    150-GET-EFF-DATE-RTN.
        MOVE 'Y' TO WS-EFF-OK
        DISPLAY 'ENTER EFFECTIVE DATE YYYYMMDD (0 = BUSINESS DATE '
            WS-BIZ-DATE '): '
        ACCEPT WS-IN-EFF-DATE FROM CONSOLE
        IF WS-IN-EFF-DATE = 0
            MOVE WS-BIZ-DATE TO WS-IN-EFF-DATE
        END-IF
        IF WS-IN-EFF-MM < 1 OR WS-IN-EFF-MM > 12
            OR WS-IN-EFF-DD < 1 OR WS-IN-EFF-DD > 31
            OR WS-IN-EFF-YYYY < 1601
            DISPLAY '** INVALID EFFECTIVE DATE ' WS-IN-EFF-DATE
                ' - NO CHANGE MADE'
            MOVE 'N' TO WS-EFF-OK
        ELSE
            PERFORM 160-FIND-LAST-HIST-RTN
            IF WS-IN-EFF-DATE NOT > WS-LAST-TO-DATE
                DISPLAY '** EFFECTIVE DATE MUST BE AFTER '
                    WS-LAST-TO-DATE ', THE END OF THE LAST RECORDED '
                    'PERIOD - NO CHANGE MADE'
                MOVE 'N' TO WS-EFF-OK
            END-IF
        END-IF.

    160-FIND-LAST-HIST-RTN.
        MOVE 0 TO WS-LAST-TO-DATE
        MOVE SPACES TO WS-HIST-EOF
        MOVE 'ROSTER-HIST-FILE' TO WS-FILE-ID
        OPEN INPUT ROSTER-HIST-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-HIST-EOF = 'Y'
                READ ROSTER-HIST-FILE
                AT END MOVE 'Y' TO WS-HIST-EOF
                NOT AT END
                    IF RSH-ELF-NO = WS-IN-ELF-NO
                        AND RSH-TO-DATE > WS-LAST-TO-DATE
                        MOVE RSH-TO-DATE TO WS-LAST-TO-DATE
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ROSTER-HIST-FILE
        END-IF.

    170-WRITE-HISTORY-RTN.
        IF WS-LAST-TO-DATE = 0
            MOVE 0 TO WS-HIST-FROM
        ELSE
            COMPUTE WS-HIST-FROM = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-LAST-TO-DATE) + 1)
        END-IF
        COMPUTE WS-HIST-TO = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-IN-EFF-DATE) - 1)
        MOVE SPACES TO WS-HIST-TS
        STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
            '-' DELIMITED BY SIZE
            FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
            INTO WS-HIST-TS
        MOVE 'ROSTER-HIST-FILE' TO WS-FILE-ID
        OPEN EXTEND ROSTER-HIST-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT ROSTER-HIST-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE WS-IN-ELF-NO TO RSH-ELF-NO
        MOVE WS-OLD-DEPT TO RSH-DEPT
        MOVE WS-OLD-STATUS TO RSH-STATUS
        MOVE WS-HIST-FROM TO RSH-FROM-DATE
        MOVE WS-HIST-TO TO RSH-TO-DATE
        MOVE WS-IN-DEPT TO RSH-NEW-DEPT
        MOVE WS-NEW-STATUS TO RSH-NEW-STATUS
        MOVE WS-HIST-TS TO RSH-CHANGED-TS
        MOVE WS-OPERATOR-ID TO RSH-OPERATOR
        WRITE ROSTER-HIST-REC
        CLOSE ROSTER-HIST-FILE
        DISPLAY '  ROSTER HISTORY RECORDED - ' WS-OLD-DEPT
            ' IN FORCE UNTIL ' WS-HIST-TO.

    180-STAMP-MAINT-RTN.
        MOVE 'M' TO ROST-MAINT-SRC
        MOVE SPACES TO ROST-MAINT-TS
        STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
            '-' DELIMITED BY SIZE
            FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
            INTO ROST-MAINT-TS.

    200-DEACTIVATE-RTN.
        DISPLAY 'ENTER ELF NUMBER: '
        ACCEPT WS-IN-ELF-NO FROM CONSOLE
        PERFORM 120-READ-CURRENT-RTN
        MOVE 'N' TO WS-HIST-NEEDED
        MOVE 'Y' TO WS-EFF-OK
        IF WS-ELF-FOUND = 'Y' AND WS-OLD-STATUS NOT EQUAL WS-NEW-STATUS
            MOVE 'Y' TO WS-HIST-NEEDED
            MOVE WS-OLD-DEPT TO WS-IN-DEPT
            PERFORM 150-GET-EFF-DATE-RTN
        END-IF
        IF WS-EFF-OK = 'Y'
            PERFORM 210-APPLY-STATUS-RTN
        END-IF.

    210-APPLY-STATUS-RTN.
        MOVE 'N' TO WS-UPDATED
        MOVE SPACES TO WS-EOF
        MOVE 'ELF-ROSTER-FILE' TO WS-FILE-ID
                NOT AT END
                    IF ROST-ELF-NO = WS-IN-ELF-NO
                        MOVE WS-NEW-STATUS TO ROST-STATUS
                        PERFORM 180-STAMP-MAINT-RTN
                        MOVE 'Y' TO WS-UPDATED
                    END-IF
                    MOVE ELF-ROSTER-REC TO WORK-REC
            CLOSE WORK-FILE
            IF WS-UPDATED = 'Y'
                PERFORM 250-COPY-BACK-RTN
                IF WS-HIST-NEEDED = 'Y'
                    PERFORM 170-WRITE-HISTORY-RTN
                END-IF
                DISPLAY '  ELF ' WS-IN-ELF-NO ' DEACTIVATED.'
                PERFORM 500-LOG-CHANGE-RTN
            ELSE
        ACCEPT WS-IN-NAME FROM CONSOLE
        DISPLAY 'ENTER NEW DEPARTMENT: '
        ACCEPT WS-IN-DEPT FROM CONSOLE
        DISPLAY 'ENTER NEW SITE CODE (BLANK = UNCHANGED): '
        MOVE SPACES TO WS-IN-SITE
        ACCEPT WS-IN-SITE FROM CONSOLE
        MOVE SPACES TO WS-SITE-CHECK
        MOVE 'Y' TO WS-SITE-VALID
        IF WS-IN-SITE NOT EQUAL SPACES
            PERFORM 135-CHECK-SITE-RTN
        END-IF
        PERFORM 120-READ-CURRENT-RTN
        MOVE 'N' TO WS-HIST-NEEDED
        MOVE WS-SITE-VALID TO WS-EFF-OK
        IF WS-EFF-OK = 'Y' AND WS-ELF-FOUND = 'Y'
            AND WS-IN-DEPT NOT EQUAL WS-OLD-DEPT
            MOVE 'Y' TO WS-HIST-NEEDED
            MOVE WS-OLD-STATUS TO WS-NEW-STATUS
            PERFORM 150-GET-EFF-DATE-RTN
        END-IF
        IF WS-EFF-OK = 'Y'
            PERFORM 310-APPLY-CHANGE-RTN
        END-IF.

    310-APPLY-CHANGE-RTN.
        MOVE 'N' TO WS-UPDATED
        MOVE SPACES TO WS-EOF
        MOVE 'ELF-ROSTER-FILE' TO WS-FILE-ID
                    IF ROST-ELF-NO = WS-IN-ELF-NO
                        MOVE WS-IN-NAME TO ROST-NAME
                        MOVE WS-IN-DEPT TO ROST-DEPT
                        IF WS-SITE-CHECK NOT EQUAL SPACES
                            MOVE WS-SITE-CHECK TO ROST-SITE
                        END-IF
                        PERFORM 180-STAMP-MAINT-RTN
                        MOVE 'Y' TO WS-UPDATED
                    END-IF
                    MOVE ELF-ROSTER-REC TO WORK-REC
            CLOSE WORK-FILE
            IF WS-UPDATED = 'Y'
                PERFORM 250-COPY-BACK-RTN
                IF WS-HIST-NEEDED = 'Y'
                    PERFORM 170-WRITE-HISTORY-RTN
                END-IF
                DISPLAY '  ELF ' WS-IN-ELF-NO ' UPDATED.'
                PERFORM 500-LOG-CHANGE-RTN
            ELSE
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            DISPLAY '  ELF  NAME                 DEPARTMENT ST SITE'
            PERFORM UNTIL WS-EOF = 'Y'
                READ ELF-ROSTER-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    IF ROST-SITE = SPACES
                        MOVE WS-ENV-HOME-SITE TO ROST-SITE
                    END-IF
                    DISPLAY '  ' ROST-ELF-NO ' ' ROST-NAME ' '
                        ROST-DEPT ' ' ROST-STATUS '  ' ROST-SITE
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
        CLOSE LOG-FILE.

    920-ABEND-RTN.
        CLOSE ELF-ROSTER-FILE ROSTER-HIST-FILE WORK-FILE OPERATOR-FILE
            SECURITY-LOG-FILE PARM-FILE LOG-FILE SITE-REG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY SIGNONRTN.
    COPY LOCKRTN.
    COPY MLOCKRTN.
    COPY CDATERTN.
    COPY ENVRTN.
    COPY SITEVRTN.
