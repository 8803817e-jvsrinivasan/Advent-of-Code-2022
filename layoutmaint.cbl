IDENTIFICATION DIVISION.
PROGRAM-ID. LAYOUT-MAINTENANCE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT LAYOUT-FILE ASSIGN TO WS-P-LAYOUT
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
    FD LAYOUT-FILE.
    COPY LAYREC.
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
        05 WS-P-LAYOUT            PIC X(70) VALUE SPACES.
        05 WS-P-WORK              PIC X(70) VALUE SPACES.
        05 WS-P-OPERATOR          PIC X(70) VALUE SPACES.
        05 WS-P-SECURITY-LOG      PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-SUITE-LOCK        PIC X(70) VALUE SPACES.
        05 WS-P-MAINT-LOCK        PIC X(70) VALUE SPACES.
    01 WS-FEED-TABLE-INIT.
        05 FILLER PIC X(30) VALUE 'Dec1Input.txt'.
        05 FILLER PIC X(30) VALUE 'Dec2Input.txt'.
        05 FILLER PIC X(30) VALUE 'Dec3Input.txt'.
        05 FILLER PIC X(30) VALUE 'Dec4Input.txt'.
        05 FILLER PIC X(30) VALUE 'Dec7Input.txt'.
        05 FILLER PIC X(30) VALUE 'Dec8Input.txt'.
        05 FILLER PIC X(30) VALUE 'Dec1HRFeed.txt'.
    01 WS-FEED-TABLE REDEFINES WS-FEED-TABLE-INIT.
        05 WS-FEED-NAME PIC X(30) OCCURS 7 TIMES INDEXED BY FX.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-CHOICE           PIC 9(1) VALUE 0.
        05 WS-DONE             PIC A(1) VALUE 'N'.
        05 WS-IN-FEED          PIC X(30) VALUE SPACES.
        05 WS-IN-VERSION       PIC X(2) VALUE SPACES.
        05 WS-IN-DESC          PIC X(40) VALUE SPACES.
        05 WS-IN-DATE-X        PIC X(8) VALUE SPACES.
        05 WS-IN-DATE          PIC 9(8) VALUE 0.
        05 WS-FEED-OK          PIC A(1) VALUE 'N'.
        05 WS-UPDATED          PIC A(1) VALUE 'N'.
        05 WS-DUPLICATE        PIC A(1) VALUE 'N'.
        05 WS-LIST-COUNT       PIC 9(4) VALUE 0.
        05 WS-ACTION           PIC X(12) VALUE SPACES.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY SIGNONCOM.
    COPY LOCKCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'LAYOUT-MAINTENANCE' TO WS-LOG-PGM
    DISPLAY 'UPLOAD LAYOUT REGISTRY MAINTENANCE - VERSIONS AND '
        'RETIREMENT DATES'
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
    MOVE 'AocMaintLock.Layout.txt' TO WS-ENV-FILE-NAME
    PERFORM 806-BUILD-ENV-PATH-RTN
    MOVE WS-ENV-PATH TO WS-MAINT-LOCK-PATH
    PERFORM 816-TAKE-MAINT-LOCK-RTN
    IF WS-MAINT-LOCK-BUSY = 'Y'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-DONE = 'Y'
        DISPLAY '  1 = REGISTER LAYOUT VERSION'
        DISPLAY '  2 = SET OR CLEAR RETIREMENT DATE'
        DISPLAY '  3 = LIST LAYOUT REGISTRY'
        DISPLAY '  0 = FINISH'
        DISPLAY 'ENTER CHOICE: '
        ACCEPT WS-CHOICE FROM CONSOLE
        EVALUATE WS-CHOICE
            WHEN 1
                PERFORM 100-ADD-RTN
            WHEN 2
                PERFORM 200-RETIRE-RTN
            WHEN 3
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
        MOVE 'AocLayoutRegistry.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LAYOUT
        MOVE 'AocLayoutRegistryWork.txt' TO WS-ENV-FILE-NAME
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
        MOVE 'AocMaintLock.Layout.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MAINT-LOCK.

    050-GET-FEED-RTN.
        DISPLAY 'ENTER FEED (INPUT FILE NAME, E.G. Dec1Input.txt): '
        ACCEPT WS-IN-FEED FROM CONSOLE
        DISPLAY 'ENTER LAYOUT VERSION (2 DIGITS): '
        ACCEPT WS-IN-VERSION FROM CONSOLE
        MOVE 'N' TO WS-FEED-OK
        PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > 7
            IF WS-FEED-NAME(FX) = WS-IN-FEED
                MOVE 'Y' TO WS-FEED-OK
            END-IF
        END-PERFORM
        IF WS-FEED-OK NOT EQUAL 'Y'
            DISPLAY '** ' WS-IN-FEED ' IS NOT A RECEIVED FEED'
        ELSE
            IF WS-IN-VERSION NOT NUMERIC OR WS-IN-VERSION = '00'
                DISPLAY '** LAYOUT VERSION MUST BE 01 TO 99'
                MOVE 'N' TO WS-FEED-OK
            END-IF
        END-IF.

    100-ADD-RTN.
        PERFORM 050-GET-FEED-RTN
        IF WS-FEED-OK = 'Y'
            PERFORM 110-CHECK-DUPLICATE-RTN
            IF WS-DUPLICATE = 'Y'
                DISPLAY '** ' WS-IN-FEED ' VERSION ' WS-IN-VERSION
                    ' ALREADY REGISTERED'
            ELSE
                DISPLAY 'ENTER DESCRIPTION OF THE LAYOUT: '
                ACCEPT WS-IN-DESC FROM CONSOLE
                MOVE 'LAYOUT-FILE' TO WS-FILE-ID
                OPEN EXTEND LAYOUT-FILE
                IF WS-FILE-STATUS = '35'
                    OPEN OUTPUT LAYOUT-FILE
                END-IF
                PERFORM 900-CHECK-OPEN-STATUS-RTN
                MOVE WS-IN-FEED TO LAY-FEED
                MOVE WS-IN-VERSION TO LAY-VERSION
                MOVE 0 TO LAY-RETIRE-DATE
                MOVE WS-IN-DESC TO LAY-DESC
                WRITE LAYOUT-REG-REC
                CLOSE LAYOUT-FILE
                DISPLAY '  ' WS-IN-FEED ' VERSION ' WS-IN-VERSION
                    ' REGISTERED.'
                MOVE 'REGISTERED' TO WS-ACTION
                PERFORM 500-LOG-CHANGE-RTN
            END-IF
        END-IF.

    110-CHECK-DUPLICATE-RTN.
        MOVE 'N' TO WS-DUPLICATE
        MOVE SPACES TO WS-EOF
        MOVE 'LAYOUT-FILE' TO WS-FILE-ID
        OPEN INPUT LAYOUT-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ LAYOUT-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF LAY-FEED = WS-IN-FEED
                        AND LAY-VERSION = WS-IN-VERSION
                        MOVE 'Y' TO WS-DUPLICATE
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE LAYOUT-FILE
        END-IF.

    200-RETIRE-RTN.
        PERFORM 050-GET-FEED-RTN
        IF WS-FEED-OK = 'Y'
            DISPLAY 'ENTER RETIREMENT DATE YYYYMMDD (0 TO CLEAR): '
            ACCEPT WS-IN-DATE-X FROM CONSOLE
            IF WS-IN-DATE-X = '0' OR WS-IN-DATE-X = SPACES
                MOVE '00000000' TO WS-IN-DATE-X
            END-IF
            IF WS-IN-DATE-X NOT NUMERIC
                DISPLAY '** RETIREMENT DATE MUST BE YYYYMMDD OR 0'
            ELSE
                MOVE WS-IN-DATE-X TO WS-IN-DATE
                PERFORM 210-UPDATE-RETIRE-RTN
            END-IF
        END-IF.

    210-UPDATE-RETIRE-RTN.
        MOVE 'N' TO WS-UPDATED
        MOVE SPACES TO WS-EOF
        MOVE 'LAYOUT-FILE' TO WS-FILE-ID
        OPEN INPUT LAYOUT-FILE
        IF WS-FILE-STATUS = '35'
            DISPLAY '  NO LAYOUT REGISTRY ON FILE'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'WORK-FILE' TO WS-FILE-ID
            OPEN OUTPUT WORK-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ LAYOUT-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF LAY-FEED = WS-IN-FEED
                        AND LAY-VERSION = WS-IN-VERSION
                        MOVE WS-IN-DATE TO LAY-RETIRE-DATE
                        MOVE 'Y' TO WS-UPDATED
                    END-IF
                    MOVE LAYOUT-REG-REC TO WORK-REC
                    WRITE WORK-REC
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE LAYOUT-FILE
            CLOSE WORK-FILE
            IF WS-UPDATED = 'Y'
                PERFORM 250-COPY-BACK-RTN
                IF WS-IN-DATE = 0
                    DISPLAY '  ' WS-IN-FEED ' VERSION ' WS-IN-VERSION
                        ' RETIREMENT CLEARED.'
                    MOVE 'UNRETIRED' TO WS-ACTION
                ELSE
                    DISPLAY '  ' WS-IN-FEED ' VERSION ' WS-IN-VERSION
                        ' RETIRES ON ' WS-IN-DATE '.'
                    MOVE 'RETIRED' TO WS-ACTION
                END-IF
                PERFORM 500-LOG-CHANGE-RTN
            ELSE
                DISPLAY '  ** ' WS-IN-FEED ' VERSION ' WS-IN-VERSION
                    ' NOT REGISTERED'
            END-IF
        END-IF.

    250-COPY-BACK-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'WORK-FILE' TO WS-FILE-ID
        OPEN INPUT WORK-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'LAYOUT-FILE' TO WS-FILE-ID
        OPEN OUTPUT LAYOUT-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-EOF = 'Y'
            READ WORK-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE WORK-REC TO LAYOUT-REG-REC
                WRITE LAYOUT-REG-REC
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE WORK-FILE
        CLOSE LAYOUT-FILE
        OPEN OUTPUT WORK-FILE
        CLOSE WORK-FILE.

    400-LIST-RTN.
        MOVE 0 TO WS-LIST-COUNT
        MOVE SPACES TO WS-EOF
        MOVE 'LAYOUT-FILE' TO WS-FILE-ID
        OPEN INPUT LAYOUT-FILE
        IF WS-FILE-STATUS = '35'
            DISPLAY '  NO LAYOUT REGISTRY ON FILE'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            DISPLAY '  FEED                           VER RETIRES  '
                'DESCRIPTION'
            PERFORM UNTIL WS-EOF = 'Y'
                READ LAYOUT-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    DISPLAY '  ' LAY-FEED ' ' LAY-VERSION '  '
                        LAY-RETIRE-DATE ' ' LAY-DESC
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE LAYOUT-FILE
            DISPLAY '  LAYOUT VERSIONS REGISTERED: ' WS-LIST-COUNT
        END-IF.

    500-LOG-CHANGE-RTN.
        MOVE 'LOG-FILE' TO WS-FILE-ID
        OPEN EXTEND LOG-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT LOG-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        STRING 'LAYOUT REGISTRY CHANGED BY ' DELIMITED BY SIZE
            WS-OPERATOR-ID DELIMITED BY SPACE
            ' - ' DELIMITED BY SIZE
            WS-IN-FEED DELIMITED BY SPACE
            ' VERSION ' DELIMITED BY SIZE
            WS-IN-VERSION DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-ACTION DELIMITED BY SPACE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE.

    920-ABEND-RTN.
        CLOSE LAYOUT-FILE WORK-FILE OPERATOR-FILE SECURITY-LOG-FILE
            PARM-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY SIGNONRTN.
    COPY LOCKRTN.
    COPY MLOCKRTN.
    COPY ENVRTN.
