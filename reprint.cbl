IDENTIFICATION DIVISION.
PROGRAM-ID. REPORT-REPRINT.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT MANIFEST-FILE ASSIGN TO WS-P-MANIFEST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT GEN-CHECK-FILE ASSIGN TO WS-GEN-CHECK-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT RECIPIENT-FILE ASSIGN TO WS-P-RECIPIENT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT REPRINT-QUEUE-FILE ASSIGN TO WS-P-REPRINT-QUEUE
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
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD MANIFEST-FILE.
    COPY MANFREC.
    FD GEN-CHECK-FILE.
    01 GEN-CHECK-REC PIC X(250).
    FD RECIPIENT-FILE.
    COPY RECIPREC.
    FD REPRINT-QUEUE-FILE.
    COPY RPRQREC.
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
    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-MANIFEST          PIC X(70) VALUE SPACES.
        05 WS-P-RECIPIENT         PIC X(70) VALUE SPACES.
        05 WS-P-REPRINT-QUEUE     PIC X(70) VALUE SPACES.
        05 WS-P-OPERATOR          PIC X(70) VALUE SPACES.
        05 WS-P-SECURITY-LOG      PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
    01 WS-GEN-CHECK-PATH   PIC X(70) VALUE SPACES.
    01 WS-IMAGE-NAME       PIC X(40) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-IN-CODE          PIC X(10) VALUE SPACES.
        05 WS-IN-DATE          PIC X(8) VALUE SPACES.
        05 WS-IN-CYCLE         PIC X(6) VALUE SPACES.
        05 WS-IN-CYCLE-LEN     PIC 9(1) VALUE 0.
        05 WS-IN-RECIPIENT     PIC X(8) VALUE SPACES.
        05 WS-REQ-DATE         PIC 9(8) VALUE 0.
        05 WS-REQ-CYCLE        PIC 9(6) VALUE 0.
        05 WS-REPORT-NAME      PIC X(30) VALUE SPACES.
        05 WS-VALID            PIC A(1) VALUE 'N'.
        05 WS-GEN-FOUND        PIC A(1) VALUE 'N'.
        05 WS-GEN-CYCLE        PIC 9(6) VALUE 0.
        05 WS-GEN-COUNT        PIC 9(6) VALUE 0.
        05 WS-GEN-ON-DATE      PIC 9(3) VALUE 0.
        05 WS-GEN-PURGED       PIC A(1) VALUE 'N'.
        05 WS-PURGE-DATE       PIC 9(8) VALUE 0.
        05 WS-ON-DISK          PIC A(1) VALUE 'N'.
        05 WS-IMAGE-ON-DISK    PIC A(1) VALUE 'N'.
        05 WS-RECIPIENT-OK     PIC A(1) VALUE 'N'.
        05 WS-RECIPIENT-COUNT  PIC 9(4) VALUE 0.
        05 WS-REQ-STAMP        PIC X(21) VALUE SPACES.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY SIGNONCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'REPORT-REPRINT' TO WS-LOG-PGM
    DISPLAY 'REPORT REPRINT - REISSUE A PAST REPORT GENERATION'
    MOVE ' ' TO WS-SIGNON-FUNC
    PERFORM 800-SIGN-ON-RTN
    IF WS-SIGNON-OK NOT EQUAL 'Y'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    PERFORM 100-GET-REQUEST-RTN
    IF WS-VALID = 'Y'
        PERFORM 200-FIND-GENERATION-RTN
    END-IF
    EVALUATE TRUE
        WHEN WS-VALID NOT EQUAL 'Y'
            MOVE 8 TO RETURN-CODE
        WHEN WS-GEN-FOUND NOT EQUAL 'Y'
            PERFORM 410-REFUSE-NO-GENERATION-RTN
        WHEN WS-GEN-PURGED = 'Y'
            PERFORM 420-REFUSE-PURGED-RTN
        WHEN OTHER
            PERFORM 300-CHECK-ON-DISK-RTN
            IF WS-ON-DISK NOT EQUAL 'Y'
                PERFORM 430-REFUSE-MISSING-RTN
            ELSE
                PERFORM 350-CHECK-RECIPIENT-RTN
                IF WS-RECIPIENT-OK NOT EQUAL 'Y'
                    PERFORM 440-REFUSE-RECIPIENT-RTN
                ELSE
                    PERFORM 500-QUEUE-REQUEST-RTN
                END-IF
            END-IF
    END-EVALUATE
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'AocManifest.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MANIFEST
        MOVE 'AocRecipients.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RECIPIENT
        MOVE 'AocReprintQueue.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REPRINT-QUEUE
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
        MOVE WS-ENV-PATH TO WS-P-CYCLE.

    100-GET-REQUEST-RTN.
        MOVE 'Y' TO WS-VALID
        DISPLAY 'ENTER REPORT CODE (SUMMARY, STANDINGS, AGING, TEAMS): '
        ACCEPT WS-IN-CODE FROM CONSOLE
        MOVE FUNCTION UPPER-CASE(WS-IN-CODE) TO WS-IN-CODE
        EVALUATE WS-IN-CODE
            WHEN 'SUMMARY'
                MOVE 'AocDailySummary.txt' TO WS-REPORT-NAME
            WHEN 'STANDINGS'
                MOVE 'Dec2Standings.txt' TO WS-REPORT-NAME
            WHEN 'AGING'
                MOVE 'AocSuspenseAging.txt' TO WS-REPORT-NAME
            WHEN 'TEAMS'
                MOVE 'Dec2TeamStandings.txt' TO WS-REPORT-NAME
            WHEN OTHER
                DISPLAY '** UNKNOWN REPORT CODE ' WS-IN-CODE
                MOVE 'N' TO WS-VALID
        END-EVALUATE
        IF WS-VALID = 'Y'
            DISPLAY 'ENTER BUSINESS DATE OF THE REPORT (YYYYMMDD): '
            ACCEPT WS-IN-DATE FROM CONSOLE
            IF WS-IN-DATE NUMERIC
                MOVE WS-IN-DATE TO WS-REQ-DATE
            ELSE
                DISPLAY '** BUSINESS DATE MUST BE 8 DIGITS YYYYMMDD'
                MOVE 'N' TO WS-VALID
            END-IF
        END-IF
        IF WS-VALID = 'Y'
            DISPLAY 'ENTER CYCLE NUMBER, OR BLANK FOR THE LAST CYCLE OF '
                'THAT DATE: '
            ACCEPT WS-IN-CYCLE FROM CONSOLE
            MOVE 0 TO WS-REQ-CYCLE
            IF WS-IN-CYCLE NOT EQUAL SPACES
                COMPUTE WS-IN-CYCLE-LEN =
                    FUNCTION LENGTH(FUNCTION TRIM(WS-IN-CYCLE))
                MOVE FUNCTION TRIM(WS-IN-CYCLE) TO WS-IN-CYCLE
                IF WS-IN-CYCLE(1:WS-IN-CYCLE-LEN) NUMERIC
                    MOVE FUNCTION NUMVAL(WS-IN-CYCLE(1:WS-IN-CYCLE-LEN))
                        TO WS-REQ-CYCLE
                ELSE
                    DISPLAY '** CYCLE NUMBER MUST BE NUMERIC'
                    MOVE 'N' TO WS-VALID
                END-IF
            END-IF
        END-IF
        IF WS-VALID = 'Y'
            DISPLAY 'ENTER RECIPIENT, OR BLANK FOR EVERY RECIPIENT OF '
                'THE REPORT: '
            ACCEPT WS-IN-RECIPIENT FROM CONSOLE
            MOVE FUNCTION UPPER-CASE(WS-IN-RECIPIENT)
                TO WS-IN-RECIPIENT
        END-IF
        IF WS-VALID NOT EQUAL 'Y'
            MOVE 'W' TO WS-LOG-SEV
            STRING 'REPRINT REQUEST BY ' DELIMITED BY SIZE
                WS-OPERATOR-ID DELIMITED BY SIZE
                ' REFUSED - INVALID REPORT CODE, DATE OR CYCLE'
                DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF.

    200-FIND-GENERATION-RTN.
        MOVE 'N' TO WS-GEN-FOUND
        MOVE 0 TO WS-GEN-CYCLE
        MOVE 0 TO WS-GEN-ON-DATE
        MOVE 'MANIFEST-FILE' TO WS-FILE-ID
        OPEN INPUT MANIFEST-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ MANIFEST-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF MAN-ACTION-ADDED
                        AND MAN-FILE-NAME = WS-REPORT-NAME
                        AND MAN-BIZ-DATE = WS-REQ-DATE
                        AND (WS-REQ-CYCLE = 0
                            OR MAN-CYCLE = WS-REQ-CYCLE)
                        ADD 1 TO WS-GEN-ON-DATE
                        IF MAN-CYCLE > WS-GEN-CYCLE
                            MOVE 'Y' TO WS-GEN-FOUND
                            MOVE MAN-CYCLE TO WS-GEN-CYCLE
                            MOVE MAN-COUNT TO WS-GEN-COUNT
                        END-IF
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE MANIFEST-FILE
        END-IF
        IF WS-GEN-FOUND = 'Y'
            PERFORM 210-CHECK-PURGED-RTN
            IF WS-GEN-ON-DATE > 1
                DISPLAY '  ' WS-GEN-ON-DATE ' GENERATIONS ON '
                    WS-REQ-DATE ' - THE LAST, CYCLE ' WS-GEN-CYCLE
                    ', IS TAKEN'
            END-IF
        END-IF.

    210-CHECK-PURGED-RTN.
        MOVE 'N' TO WS-GEN-PURGED
        MOVE 'MANIFEST-FILE' TO WS-FILE-ID
        OPEN INPUT MANIFEST-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ MANIFEST-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF MAN-ACTION-PURGED
                    AND MAN-FILE-NAME = WS-REPORT-NAME
                    AND MAN-CYCLE = WS-GEN-CYCLE
                    MOVE 'Y' TO WS-GEN-PURGED
                    MOVE MAN-BIZ-DATE TO WS-PURGE-DATE
                END-IF
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE MANIFEST-FILE.

    300-CHECK-ON-DISK-RTN.
        MOVE 'N' TO WS-ON-DISK
        MOVE SPACES TO WS-GEN-CHECK-PATH
        STRING FUNCTION TRIM(WS-ENV-BASE) DELIMITED BY SIZE
            WS-REPORT-NAME DELIMITED BY SPACE
            '.G' DELIMITED BY SIZE
            WS-GEN-CYCLE DELIMITED BY SIZE
            INTO WS-GEN-CHECK-PATH
        MOVE 'GEN-CHECK-FILE' TO WS-FILE-ID
        OPEN INPUT GEN-CHECK-FILE
        IF WS-FILE-STATUS = '00'
            MOVE 'Y' TO WS-ON-DISK
            CLOSE GEN-CHECK-FILE
        ELSE
            MOVE '00' TO WS-FILE-STATUS
        END-IF.

    350-CHECK-RECIPIENT-RTN.
        MOVE 'N' TO WS-RECIPIENT-OK
        MOVE 0 TO WS-RECIPIENT-COUNT
        MOVE 'RECIPIENT-FILE' TO WS-FILE-ID
        OPEN INPUT RECIPIENT-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ RECIPIENT-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF RCP-REPORT-CODE = WS-IN-CODE
                        AND RCP-RECIPIENT(1:1) NOT EQUAL '*'
                        AND (WS-IN-RECIPIENT = SPACES
                            OR RCP-RECIPIENT = WS-IN-RECIPIENT)
                        ADD 1 TO WS-RECIPIENT-COUNT
                        MOVE 'Y' TO WS-RECIPIENT-OK
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE RECIPIENT-FILE
        END-IF.

    410-REFUSE-NO-GENERATION-RTN.
        DISPLAY '** NO GENERATION OF ' WS-REPORT-NAME ' FOR BUSINESS '
            'DATE ' WS-REQ-DATE ' ON AocManifest'
        IF WS-REQ-CYCLE > 0
            DISPLAY '   (CYCLE ' WS-REQ-CYCLE ' WAS ASKED FOR - TRY '
                'BLANK FOR THE LAST CYCLE OF THE DATE)'
        END-IF
        MOVE 'W' TO WS-LOG-SEV
        STRING 'REPRINT BY ' DELIMITED BY SIZE
            WS-OPERATOR-ID DELIMITED BY SIZE
            ' REFUSED - NO GENERATION OF ' DELIMITED BY SIZE
            WS-IN-CODE DELIMITED BY SPACE
            ' FOR ' DELIMITED BY SIZE
            WS-REQ-DATE DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        MOVE 8 TO RETURN-CODE.

    420-REFUSE-PURGED-RTN.
        MOVE SPACES TO WS-IMAGE-NAME
        STRING 'Backup.Generations.' DELIMITED BY SIZE
            WS-PURGE-DATE(1:6) DELIMITED BY SIZE
            '.txt' DELIMITED BY SIZE
            INTO WS-IMAGE-NAME
        MOVE SPACES TO WS-GEN-CHECK-PATH
        STRING FUNCTION TRIM(WS-ENV-BASE) DELIMITED BY SIZE
            WS-IMAGE-NAME DELIMITED BY SPACE
            INTO WS-GEN-CHECK-PATH
        MOVE 'N' TO WS-IMAGE-ON-DISK
        MOVE 'GEN-CHECK-FILE' TO WS-FILE-ID
        OPEN INPUT GEN-CHECK-FILE
        IF WS-FILE-STATUS = '00'
            MOVE 'Y' TO WS-IMAGE-ON-DISK
            CLOSE GEN-CHECK-FILE
        ELSE
            MOVE '00' TO WS-FILE-STATUS
        END-IF
        DISPLAY '** ' WS-REPORT-NAME ' CYCLE ' WS-GEN-CYCLE
            ' WAS PURGED BY GENERATION-KEEP ON ' WS-PURGE-DATE
        IF WS-IMAGE-ON-DISK = 'Y'
            DISPLAY '   IT IS STILL HELD IN BACKUP IMAGE ' WS-IMAGE-NAME
            DISPLAY '   (BETWEEN THE GENERATION BEGIN AND END LINES FOR '
                'THAT CYCLE)'
        ELSE
            DISPLAY '   IT WAS ARCHIVED TO BACKUP IMAGE ' WS-IMAGE-NAME
                ', WHICH IS NO LONGER ON DISK'
        END-IF
        MOVE 'W' TO WS-LOG-SEV
        STRING 'REPRINT BY ' DELIMITED BY SIZE
            WS-OPERATOR-ID DELIMITED BY SIZE
            ' REFUSED - ' DELIMITED BY SIZE
            WS-IN-CODE DELIMITED BY SPACE
            ' CYCLE ' DELIMITED BY SIZE
            WS-GEN-CYCLE DELIMITED BY SIZE
            ' PURGED - SEE ' DELIMITED BY SIZE
            WS-IMAGE-NAME DELIMITED BY SPACE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        MOVE 8 TO RETURN-CODE.

    430-REFUSE-MISSING-RTN.
        DISPLAY '** ' WS-GEN-CHECK-PATH
        DISPLAY '   IS ON AocManifest BUT NOT ON DISK AND WAS NOT '
            'PURGED - SEE THE INTEGRITY-AUDIT REPORT'
        MOVE 'E' TO WS-LOG-SEV
        STRING 'REPRINT BY ' DELIMITED BY SIZE
            WS-OPERATOR-ID DELIMITED BY SIZE
            ' REFUSED - GENERATION MISSING: ' DELIMITED BY SIZE
            WS-REPORT-NAME DELIMITED BY SPACE
            '.G' DELIMITED BY SIZE
            WS-GEN-CYCLE DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        MOVE 8 TO RETURN-CODE.

    440-REFUSE-RECIPIENT-RTN.
        IF WS-IN-RECIPIENT = SPACES
            DISPLAY '** NO RECIPIENT ON AocRecipients RECEIVES '
                WS-IN-CODE
        ELSE
            DISPLAY '** RECIPIENT ' WS-IN-RECIPIENT ' IS NOT SET UP '
                'ON AocRecipients FOR ' WS-IN-CODE
        END-IF
        MOVE 'W' TO WS-LOG-SEV
        STRING 'REPRINT BY ' DELIMITED BY SIZE
            WS-OPERATOR-ID DELIMITED BY SIZE
            ' REFUSED - NO RECIPIENT ' DELIMITED BY SIZE
            WS-IN-RECIPIENT DELIMITED BY SIZE
            ' FOR ' DELIMITED BY SIZE
            WS-IN-CODE DELIMITED BY SPACE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        MOVE 8 TO RETURN-CODE.

    500-QUEUE-REQUEST-RTN.
        MOVE 'REPRINT-QUEUE-FILE' TO WS-FILE-ID
        OPEN EXTEND REPRINT-QUEUE-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT REPRINT-QUEUE-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE FUNCTION CURRENT-DATE TO WS-REQ-STAMP
        MOVE WS-IN-CODE TO RPQ-REPORT-CODE
        MOVE WS-REPORT-NAME TO RPQ-FILE-NAME
        MOVE WS-REQ-DATE TO RPQ-BIZ-DATE
        MOVE WS-GEN-CYCLE TO RPQ-CYCLE
        MOVE WS-IN-RECIPIENT TO RPQ-RECIPIENT
        MOVE WS-OPERATOR-ID TO RPQ-OPERATOR
        MOVE WS-REQ-STAMP(1:8) TO RPQ-REQ-DATE
        MOVE WS-REQ-STAMP(9:6) TO RPQ-REQ-TIME
        MOVE 'P' TO RPQ-STATUS
        WRITE REPRINT-QUEUE-REC
        CLOSE REPRINT-QUEUE-FILE
        DISPLAY 'REPRINT OF ' WS-REPORT-NAME ' ' WS-REQ-DATE ' CYCLE '
            WS-GEN-CYCLE ' (' WS-GEN-COUNT ' RECORDS) QUEUED FOR '
            WS-RECIPIENT-COUNT ' RECIPIENT(S)'
        DISPLAY 'IT IS ISSUED BY REPORT-DISTRIBUTION - RUN AOCRPRT NOW '
            'OR IT GOES OUT WITH THE NEXT AOCRLSE RELEASE'
        STRING 'REPRINT REQUESTED BY ' DELIMITED BY SIZE
            WS-OPERATOR-ID DELIMITED BY SIZE
            ' - ' DELIMITED BY SIZE
            WS-IN-CODE DELIMITED BY SPACE
            ' ' DELIMITED BY SIZE
            WS-REQ-DATE DELIMITED BY SIZE
            ' CYCLE ' DELIMITED BY SIZE
            WS-GEN-CYCLE DELIMITED BY SIZE
            ' RECIPIENT ' DELIMITED BY SIZE
            WS-IN-RECIPIENT DELIMITED BY SIZE
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
        CLOSE MANIFEST-FILE GEN-CHECK-FILE RECIPIENT-FILE
            REPRINT-QUEUE-FILE OPERATOR-FILE SECURITY-LOG-FILE PARM-FILE
            LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY SIGNONRTN.
    COPY ENVRTN.
