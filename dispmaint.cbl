IDENTIFICATION DIVISION.
PROGRAM-ID. DISPUTE-MAINTENANCE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT DISPUTE-FILE ASSIGN TO WS-P-DISPUTE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT WORK-FILE ASSIGN TO WS-P-WORK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT AGING-FILE ASSIGN TO WS-P-AGING
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
    FD DISPUTE-FILE.
    COPY DISPREC.
    FD WORK-FILE.
    01 WORK-REC PIC X(132).
    FD AGING-FILE.
    01 AGING-REC PIC X(132).
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
        05 WS-P-DISPUTE           PIC X(70) VALUE SPACES.
        05 WS-P-WORK              PIC X(70) VALUE SPACES.
        05 WS-P-AGING             PIC X(70) VALUE SPACES.
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
        05 WS-IN-MATCH         PIC X(4) VALUE SPACES.
        05 WS-IN-ROUND         PIC 9(3) VALUE 0.
        05 WS-IN-PLAYER        PIC X(4) VALUE SPACES.
        05 WS-IN-TEXT          PIC X(30) VALUE SPACES.
        05 WS-IN-NO            PIC 9(6) VALUE 0.
        05 WS-IN-RULING        PIC X(1) VALUE SPACES.
            88 WS-RULING-UPHELD    VALUE 'U'.
            88 WS-RULING-DISMISSED VALUE 'D'.
        05 WS-PLAYER-OK        PIC A(1) VALUE 'N'.
        05 WS-DUP-CASE         PIC 9(6) VALUE 0.
        05 WS-UPDATED          PIC A(1) VALUE 'N'.
        05 WS-LAST-NO          PIC 9(6) VALUE 0.
        05 WS-LIST-COUNT       PIC 9(4) VALUE 0.
        05 WS-LIST-STATE       PIC X(9) VALUE SPACES.
        05 WS-LOG-ACTION       PIC X(10) VALUE SPACES.
    01 WS-AGE-WORK.
        05 WS-DAYS-OUT         PIC S9(5) VALUE 0.
        05 WS-ED-DAYS          PIC ZZZZ9.
        05 WS-OPEN-COUNT       PIC 9(4) VALUE 0.
        05 WS-AGE-0-7          PIC 9(4) VALUE 0.
        05 WS-AGE-8-14         PIC 9(4) VALUE 0.
        05 WS-AGE-15-30        PIC 9(4) VALUE 0.
        05 WS-AGE-OVER-30      PIC 9(4) VALUE 0.
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
    MOVE 'DISPUTE-MAINTENANCE' TO WS-LOG-PGM
    PERFORM 870-GET-BIZ-DATE-RTN
    DISPLAY 'DISPUTE MAINTENANCE - CONTESTED RPS ROUNDS'
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
    MOVE 'AocMaintLock.Dispute.txt' TO WS-ENV-FILE-NAME
    PERFORM 806-BUILD-ENV-PATH-RTN
    MOVE WS-ENV-PATH TO WS-MAINT-LOCK-PATH
    PERFORM 816-TAKE-MAINT-LOCK-RTN
    IF WS-MAINT-LOCK-BUSY = 'Y'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-DONE = 'Y'
        DISPLAY '  1 = FILE DISPUTE'
        DISPLAY '  2 = RULE ON DISPUTE'
        DISPLAY '  3 = LIST DISPUTES'
        DISPLAY '  4 = AGING REPORT OF OPEN CASES'
        DISPLAY '  0 = FINISH'
        DISPLAY 'ENTER CHOICE: '
        ACCEPT WS-CHOICE FROM CONSOLE
        EVALUATE WS-CHOICE
            WHEN 1
                PERFORM 100-FILE-RTN
            WHEN 2
                PERFORM 200-RULE-RTN
            WHEN 3
                PERFORM 300-LIST-RTN
            WHEN 4
                PERFORM 400-AGING-REPORT-RTN
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
        MOVE 'Dec2Disputes.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-DISPUTE
        MOVE 'Dec2DisputesWork.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-WORK
        MOVE 'Dec2DisputeAging.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-AGING
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
        MOVE 'AocMaintLock.Dispute.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MAINT-LOCK.

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

    070-SCAN-CASES-RTN.
        MOVE 0 TO WS-LAST-NO
        MOVE 0 TO WS-DUP-CASE
        MOVE SPACES TO WS-EOF
        MOVE 'DISPUTE-FILE' TO WS-FILE-ID
        OPEN INPUT DISPUTE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ DISPUTE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF DSP-CASE-NO > WS-LAST-NO
                        MOVE DSP-CASE-NO TO WS-LAST-NO
                    END-IF
                    IF DSP-STATUS-OPEN
                        AND DSP-MATCH-ID = WS-IN-MATCH
                        AND DSP-ROUND-NO = WS-IN-ROUND
                        MOVE DSP-CASE-NO TO WS-DUP-CASE
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE DISPUTE-FILE
        END-IF.

    100-FILE-RTN.
        DISPLAY 'ENTER MATCH ID: '
        ACCEPT WS-IN-MATCH FROM CONSOLE
        DISPLAY 'ENTER ROUND NUMBER WITHIN THE MATCH (1-999): '
        MOVE 0 TO WS-IN-ROUND
        ACCEPT WS-IN-ROUND FROM CONSOLE
        DISPLAY 'ENTER FILING PLAYER ID: '
        ACCEPT WS-IN-PLAYER FROM CONSOLE
        EVALUATE TRUE
            WHEN WS-IN-MATCH = SPACES
                DISPLAY '** A MATCH ID IS REQUIRED'
            WHEN WS-IN-ROUND = 0
                DISPLAY '** A ROUND NUMBER OF 1 TO 999 IS REQUIRED'
            WHEN WS-IN-PLAYER = SPACES
                DISPLAY '** THE FILING PLAYER ID IS REQUIRED'
            WHEN OTHER
                PERFORM 060-CHECK-PLAYER-RTN
                IF WS-PLAYER-OK = 'Y'
                    PERFORM 110-WRITE-CASE-RTN
                END-IF
        END-EVALUATE.

    110-WRITE-CASE-RTN.
        PERFORM 070-SCAN-CASES-RTN
        IF WS-DUP-CASE > 0
            DISPLAY '** CASE ' WS-DUP-CASE ' IS ALREADY OPEN FOR MATCH '
                WS-IN-MATCH ' ROUND ' WS-IN-ROUND
        ELSE
            DISPLAY 'ENTER REASON TEXT: '
            ACCEPT WS-IN-TEXT FROM CONSOLE
            MOVE 'DISPUTE-FILE' TO WS-FILE-ID
            OPEN EXTEND DISPUTE-FILE
            IF WS-FILE-STATUS = '35'
                OPEN OUTPUT DISPUTE-FILE
            END-IF
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            ADD 1 TO WS-LAST-NO GIVING DSP-CASE-NO
            MOVE WS-IN-MATCH TO DSP-MATCH-ID
            MOVE WS-IN-ROUND TO DSP-ROUND-NO
            MOVE WS-IN-PLAYER TO DSP-FILER-ID
            MOVE 'O' TO DSP-STATUS
            MOVE WS-BIZ-DATE TO DSP-FILED-DATE
            MOVE WS-OPERATOR-ID TO DSP-FILED-OPER
            MOVE WS-IN-TEXT TO DSP-REASON
            MOVE SPACES TO DSP-RULING-OPER
            MOVE 0 TO DSP-RULING-DATE
            WRITE DISPUTE-REC
            CLOSE DISPUTE-FILE
            MOVE DSP-CASE-NO TO WS-IN-NO
            DISPLAY '  CASE ' WS-IN-NO ' OPENED - MATCH ' WS-IN-MATCH
                ' ROUND ' WS-IN-ROUND ' WILL BE HELD FROM THE STANDINGS'
            MOVE 'FILED' TO WS-LOG-ACTION
            PERFORM 500-LOG-CHANGE-RTN
        END-IF.

    200-RULE-RTN.
        DISPLAY 'ENTER CASE NUMBER: '
        ACCEPT WS-IN-NO FROM CONSOLE
        DISPLAY 'ENTER RULING - U = UPHELD (ROUND VOIDED), '
            'D = DISMISSED (ROUND STANDS): '
        ACCEPT WS-IN-RULING FROM CONSOLE
        IF NOT WS-RULING-UPHELD AND NOT WS-RULING-DISMISSED
            DISPLAY '** RULING MUST BE U OR D'
        ELSE
            MOVE 'N' TO WS-UPDATED
            MOVE SPACES TO WS-EOF
            MOVE 'DISPUTE-FILE' TO WS-FILE-ID
            OPEN INPUT DISPUTE-FILE
            IF WS-FILE-STATUS = '35'
                DISPLAY '  NO DISPUTE REGISTER ON FILE'
                MOVE '00' TO WS-FILE-STATUS
            ELSE
                PERFORM 900-CHECK-OPEN-STATUS-RTN
                MOVE 'WORK-FILE' TO WS-FILE-ID
                OPEN OUTPUT WORK-FILE
                PERFORM 900-CHECK-OPEN-STATUS-RTN
                PERFORM UNTIL WS-EOF = 'Y'
                    READ DISPUTE-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF DSP-CASE-NO = WS-IN-NO
                            AND DSP-STATUS-OPEN
                            MOVE WS-IN-RULING TO DSP-STATUS
                            MOVE WS-OPERATOR-ID TO DSP-RULING-OPER
                            MOVE WS-BIZ-DATE TO DSP-RULING-DATE
                            MOVE DSP-FILER-ID TO WS-IN-PLAYER
                            MOVE 'Y' TO WS-UPDATED
                        END-IF
                        MOVE DISPUTE-REC TO WORK-REC
                        WRITE WORK-REC
                    END-READ
                    PERFORM 910-CHECK-READ-STATUS-RTN
                END-PERFORM
                CLOSE DISPUTE-FILE
                CLOSE WORK-FILE
                IF WS-UPDATED = 'Y'
                    PERFORM 250-COPY-BACK-RTN
                    IF WS-RULING-UPHELD
                        DISPLAY '  CASE ' WS-IN-NO ' UPHELD - THE HELD '
                            'ROUND IS VOIDED ON THE NEXT RUN'
                        MOVE 'UPHELD' TO WS-LOG-ACTION
                    ELSE
                        DISPLAY '  CASE ' WS-IN-NO ' DISMISSED - THE '
                            'HELD ROUND IS RELEASED ON THE NEXT RUN'
                        MOVE 'DISMISSED' TO WS-LOG-ACTION
                    END-IF
                    PERFORM 500-LOG-CHANGE-RTN
                ELSE
                    DISPLAY '  ** NO OPEN CASE ' WS-IN-NO
                END-IF
            END-IF
        END-IF.

    250-COPY-BACK-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'WORK-FILE' TO WS-FILE-ID
        OPEN INPUT WORK-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'DISPUTE-FILE' TO WS-FILE-ID
        OPEN OUTPUT DISPUTE-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-EOF = 'Y'
            READ WORK-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE WORK-REC TO DISPUTE-REC
                WRITE DISPUTE-REC
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE WORK-FILE
        CLOSE DISPUTE-FILE
        OPEN OUTPUT WORK-FILE
        CLOSE WORK-FILE.

    300-LIST-RTN.
        MOVE 0 TO WS-LIST-COUNT
        MOVE SPACES TO WS-EOF
        MOVE 'DISPUTE-FILE' TO WS-FILE-ID
        OPEN INPUT DISPUTE-FILE
        IF WS-FILE-STATUS = '35'
            DISPLAY '  NO DISPUTE REGISTER ON FILE'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            DISPLAY '  CASE   MTCH RND FILR STATUS    FILED    '
                'RULED    RULED BY REASON'
            PERFORM UNTIL WS-EOF = 'Y'
                READ DISPUTE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-LIST-COUNT
                    EVALUATE TRUE
                        WHEN DSP-STATUS-OPEN
                            MOVE 'OPEN' TO WS-LIST-STATE
                        WHEN DSP-STATUS-UPHELD
                            MOVE 'UPHELD' TO WS-LIST-STATE
                        WHEN DSP-STATUS-DISMISSED
                            MOVE 'DISMISSED' TO WS-LIST-STATE
                        WHEN OTHER
                            MOVE 'UNKNOWN' TO WS-LIST-STATE
                    END-EVALUATE
                    DISPLAY '  ' DSP-CASE-NO ' ' DSP-MATCH-ID ' '
                        DSP-ROUND-NO ' ' DSP-FILER-ID ' '
                        WS-LIST-STATE ' ' DSP-FILED-DATE ' '
                        DSP-RULING-DATE ' ' DSP-RULING-OPER ' '
                        DSP-REASON
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE DISPUTE-FILE
            DISPLAY '  CASES ON FILE: ' WS-LIST-COUNT
        END-IF.

    400-AGING-REPORT-RTN.
        MOVE 0 TO WS-OPEN-COUNT
        MOVE 0 TO WS-AGE-0-7
        MOVE 0 TO WS-AGE-8-14
        MOVE 0 TO WS-AGE-15-30
        MOVE 0 TO WS-AGE-OVER-30
        MOVE SPACES TO WS-EOF
        MOVE 'DISPUTE-FILE' TO WS-FILE-ID
        OPEN INPUT DISPUTE-FILE
        IF WS-FILE-STATUS = '35'
            DISPLAY '  NO DISPUTE REGISTER - NOTHING TO AGE'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'AGING-FILE' TO WS-FILE-ID
            OPEN OUTPUT AGING-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO AGING-REC
            STRING 'DISPUTE CASE AGING REPORT AS OF ' DELIMITED BY SIZE
                WS-BIZ-DATE DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-ENV-BANNER DELIMITED BY SIZE
                INTO AGING-REC
            WRITE AGING-REC
            DISPLAY AGING-REC(1:60)
            MOVE 'CASE   MATCH ROUND FILER FILED     DAYS OUT  REASON'
                TO AGING-REC
            WRITE AGING-REC
            DISPLAY AGING-REC(1:60)
            PERFORM UNTIL WS-EOF = 'Y'
                READ DISPUTE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF DSP-STATUS-OPEN
                        PERFORM 410-AGE-ONE-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE DISPUTE-FILE
            PERFORM 420-WRITE-AGING-TOTALS-RTN
            CLOSE AGING-FILE
        END-IF.

    410-AGE-ONE-RTN.
        ADD 1 TO WS-OPEN-COUNT
        IF DSP-FILED-DATE NUMERIC AND DSP-FILED-DATE > 0
            COMPUTE WS-DAYS-OUT =
                FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE)
                - FUNCTION INTEGER-OF-DATE(DSP-FILED-DATE)
        ELSE
            MOVE 0 TO WS-DAYS-OUT
        END-IF
        EVALUATE TRUE
            WHEN WS-DAYS-OUT <= 7
                ADD 1 TO WS-AGE-0-7
            WHEN WS-DAYS-OUT <= 14
                ADD 1 TO WS-AGE-8-14
            WHEN WS-DAYS-OUT <= 30
                ADD 1 TO WS-AGE-15-30
            WHEN OTHER
                ADD 1 TO WS-AGE-OVER-30
        END-EVALUATE
        MOVE WS-DAYS-OUT TO WS-ED-DAYS
        MOVE SPACES TO AGING-REC
        STRING DSP-CASE-NO DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            DSP-MATCH-ID DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            DSP-ROUND-NO DELIMITED BY SIZE
            '   ' DELIMITED BY SIZE
            DSP-FILER-ID DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            DSP-FILED-DATE DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ED-DAYS DELIMITED BY SIZE
            '     ' DELIMITED BY SIZE
            DSP-REASON DELIMITED BY SIZE
            INTO AGING-REC
        WRITE AGING-REC
        DISPLAY AGING-REC(1:80).

    420-WRITE-AGING-TOTALS-RTN.
        MOVE SPACES TO AGING-REC
        WRITE AGING-REC
        MOVE 'OPEN CASES   0-7 DAYS   8-14 DAYS   15-30 DAYS   OVER 30 &
            &DAYS' TO AGING-REC
        WRITE AGING-REC
        DISPLAY AGING-REC(1:70)
        MOVE SPACES TO AGING-REC
        STRING '      ' DELIMITED BY SIZE
            WS-OPEN-COUNT DELIMITED BY SIZE
            '       ' DELIMITED BY SIZE
            WS-AGE-0-7 DELIMITED BY SIZE
            '        ' DELIMITED BY SIZE
            WS-AGE-8-14 DELIMITED BY SIZE
            '         ' DELIMITED BY SIZE
            WS-AGE-15-30 DELIMITED BY SIZE
            '          ' DELIMITED BY SIZE
            WS-AGE-OVER-30 DELIMITED BY SIZE
            INTO AGING-REC
        WRITE AGING-REC
        DISPLAY AGING-REC(1:70).

    500-LOG-CHANGE-RTN.
        MOVE 'LOG-FILE' TO WS-FILE-ID
        OPEN EXTEND LOG-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT LOG-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        STRING 'DISPUTE CASE ' DELIMITED BY SIZE
            WS-IN-NO DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-LOG-ACTION DELIMITED BY SPACE
            ' BY ' DELIMITED BY SIZE
            WS-OPERATOR-ID DELIMITED BY SIZE
            ' - FILED BY PLAYER ' DELIMITED BY SIZE
            WS-IN-PLAYER DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE.

    920-ABEND-RTN.
        CLOSE DISPUTE-FILE WORK-FILE AGING-FILE REG-FILE OPERATOR-FILE
            SECURITY-LOG-FILE PARM-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY SIGNONRTN.
    COPY LOCKRTN.
    COPY MLOCKRTN.
    COPY ENVRTN.
