        SELECT ELF-ROSTER-FILE ASSIGN TO WS-P-ELF-ROSTER
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ROSTER-HIST-FILE ASSIGN TO WS-P-ROSTER-HIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ALLOWANCE-FILE ASSIGN TO WS-P-ALLOWANCE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ACTIVITY-FILE ASSIGN TO WS-P-ACTIVITY
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ACTIVITY-CODE-FILE ASSIGN TO WS-P-ACTIVITY-CODE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ACTIVITY-SUM-FILE
        ASSIGN TO WS-P-ACTIVITY-SUM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT RECEIPT-FILE ASSIGN TO WS-P-RECEIPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SITE-FILE ASSIGN TO WS-P-SITE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    FD MASTER-FILE.
    COPY ELFMREC.
    FD SUSPENSE-FILE.
    01 SUSPENSE-REC PIC X(134).
    FD RERUN-HIST-FILE.
    01 RERUN-HIST-REC.
        05 RH-ELF-NO            PIC 9(4).
    COPY TIMEREC.
    FD ELF-ROSTER-FILE.
    COPY ROSTREC.
    FD ROSTER-HIST-FILE.
    COPY RHISTREC.
    FD ALLOWANCE-FILE.
    COPY ALWREC.
    FD BUDGET-RPT-FILE.
    01 BUDGET-RPT-REC PIC X(132).
    FD ACTIVITY-FILE.
        05 ACT-CODE             PIC X(4).
        05 FILLER               PIC X(1).
        05 ACT-BURNED           PIC X(6).
    FD ACTIVITY-CODE-FILE.
    COPY ACTCREC.
    FD ACTIVITY-SUM-FILE.
    01 ACTIVITY-SUM-REC PIC X(132).
    FD RECEIPT-FILE.
    COPY RCPTREC.
    FD SITE-FILE.
    01 SITE-CTL-REC PIC X(32).
    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-SITE              PIC X(70) VALUE SPACES.
        05 WS-P-INFILE            PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-MASTER            PIC X(70) VALUE SPACES.
        05 WS-P-STEP-CONTROL      PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
        05 WS-P-ELF-ROSTER        PIC X(70) VALUE SPACES.
        05 WS-P-ROSTER-HIST       PIC X(70) VALUE SPACES.
        05 WS-P-ALLOWANCE         PIC X(70) VALUE SPACES.
        05 WS-P-BUDGET-RPT        PIC X(70) VALUE SPACES.
        05 WS-P-ACTIVITY          PIC X(70) VALUE SPACES.
        05 WS-P-ACTIVITY-CODE     PIC X(70) VALUE SPACES.
        05 WS-P-ACTIVITY-SUM      PIC X(70) VALUE SPACES.
        05 WS-P-RECEIPT           PIC X(70) VALUE SPACES.
    01 WS-INPUT.
        05 WS-CALORIES PIC X(6).
        05 FILLER PIC X(1).
        05 WS-ELF-NET          PIC S9(8) VALUE 0.
        05 WS-TOTAL-BURNED     PIC 9(10) VALUE 0.
        05 WS-NET-ED           PIC +ZZZZZZZ9.
    01 WS-ACTCODE-TABLE.
        05 WS-ACC-LOADED       PIC A(1) VALUE 'N'.
        05 WS-ACC-EOF          PIC A(1) VALUE ' '.
        05 WS-ACC-COUNT        PIC 9(3) VALUE 0.
        05 WS-ACC-ENTRY OCCURS 100 TIMES.
            10 WS-ACC-CODE         PIC X(4) VALUE SPACES.
            10 WS-ACC-DESC         PIC X(20) VALUE SPACES.
            10 WS-ACC-RATE         PIC 9(6) VALUE 0.
            10 WS-ACC-MAX          PIC 9(6) VALUE 0.
            10 WS-ACC-ACTIVE       PIC X(1) VALUE ' '.
            10 WS-ACC-ELVES        PIC 9(4) VALUE 0.
            10 WS-ACC-ENTRIES      PIC 9(6) VALUE 0.
            10 WS-ACC-BURNED       PIC 9(10) VALUE 0.
        05 WS-APR-COUNT        PIC 9(4) VALUE 0.
        05 WS-APR-ENTRY OCCURS 1000 TIMES.
            10 WS-APR-CODE-X       PIC 9(3) VALUE 0.
            10 WS-APR-ELF-NO       PIC 9(4) VALUE 0.
            10 WS-APR-BURNED       PIC 9(8) VALUE 0.
    01 WS-ACTCODE-WORK.
        05 WS-ACCX             PIC 9(3) VALUE 0.
        05 WS-ACC-HIT          PIC 9(3) VALUE 0.
        05 WS-APX              PIC 9(4) VALUE 0.
        05 WS-APR-HIT          PIC 9(4) VALUE 0.
        05 WS-ACT-VALID        PIC A(1) VALUE 'Y'.
        05 WS-ACT-ELF-NUM      PIC 9(4) VALUE 0.
        05 WS-ACT-BURN-NUM     PIC 9(6) VALUE 0.
        05 WS-ACT-DAY-BURN     PIC 9(8) VALUE 0.
        05 WS-ACT-UNKNOWN-CNT  PIC 9(6) VALUE 0.
        05 WS-ACT-CEILING-CNT  PIC 9(6) VALUE 0.
        05 WS-ACT-EXPECTED     PIC 9(10) VALUE 0.
        05 WS-ACT-VARIANCE     PIC S9(10) VALUE 0.
        05 WS-ACT-ELVES-ED     PIC ZZZ9.
        05 WS-ACT-ENTRIES-ED   PIC ZZZZZ9.
        05 WS-ACT-BURNED-ED    PIC ZZZZZZZZZ9.
        05 WS-ACT-EXPECTED-ED  PIC ZZZZZZZZZ9.
        05 WS-ACT-VARIANCE-ED  PIC +ZZZZZZZZZ9.
    01 WS-ALLOWANCE-TABLE.
        05 WS-ALW-LOADED       PIC A(1) VALUE 'N'.
        05 WS-ALW-EOF          PIC A(1) VALUE ' '.
            10 WS-ROSTER-ELF-NO    PIC 9(4) VALUE 0.
            10 WS-ROSTER-NAME      PIC X(20) VALUE SPACES.
            10 WS-ROSTER-DEPT      PIC X(10) VALUE SPACES.
            10 WS-ROSTER-SITE      PIC X(2) VALUE SPACES.
    01 WS-ROSTER-WORK.
        05 WS-RX               PIC 9(4) VALUE 0.
        05 WS-ROSTER-HIT       PIC 9(4) VALUE 0.
        05 WS-ELF-NAME         PIC X(20) VALUE SPACES.
        05 WS-ELF-DEPT         PIC X(10) VALUE SPACES.
        05 WS-UNREG-ELF-COUNT  PIC 9(4) VALUE 0.
        05 WS-XSITE-COUNT      PIC 9(4) VALUE 0.
        05 WS-XSITE-GROUP      PIC A(1) VALUE 'N'.
    01 WS-DEPT-TABLE.
        05 WS-DEPT-COUNT       PIC 9(2) VALUE 0.
        05 WS-DEPT-ENTRY OCCURS 20 TIMES.
    COPY PARMCOM.
    COPY CDATECOM.
    COPY TIMINGCOM.
    COPY RHISTCOM.
    COPY LAYCOM.
    COPY ENVCOM.
    COPY SITECOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'HELLO-WORLD RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    IF WS-ENV-SITE NOT EQUAL WS-ENV-HOME-SITE
        STRING 'PROCESSING SITE ' DELIMITED BY SIZE
            WS-ENV-SITE DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-SITE-NAME DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    MOVE 'SUSPENSE-FILE' TO WS-FILE-ID
    OPEN EXTEND SUSPENSE-FILE.
    PERFORM 900-CHECK-OPEN-STATUS-RTN
        CLOSE SUSPENSE-FILE
        STOP RUN
    END-IF
    MOVE 'Dec1Input.txt' TO WS-LAY-FEED
    PERFORM 885-GET-LAYOUT-VERSION-RTN
    IF WS-LAY-SUPPORTED NOT EQUAL 'Y'
        MOVE 8 TO RETURN-CODE
        CLOSE LOG-FILE
        CLOSE SUSPENSE-FILE
        STOP RUN
    END-IF
    MOVE 'S' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    PERFORM 060-OPEN-MASTER-RTN
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
            ADD 1 TO WS-RECORD-COUNT
            IF WS-LAY-USE-PREVIOUS
                MOVE SPACES TO WS-ITEM-CATEGORY
            END-IF
            PERFORM 100-CALC-RTN
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        IF WS-XSITE-COUNT > 0
            DISPLAY 'CROSS-SITE GROUPS NOT POSTED: ' WS-XSITE-COUNT
            MOVE 'W' TO WS-LOG-SEV
            STRING 'HELLO-WORLD - CROSS-SITE ELF GROUPS NOT POSTED: '
                DELIMITED BY SIZE
                WS-XSITE-COUNT DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        DISPLAY 'CONTROL TOTALS -- RECORDS READ: ' WS-RECORD-COUNT
            ' GROUPS COUNTED: ' WS-GROUP-NO
        DISPLAY WS-RECORD-COUNT ' RECORDS PROCESSED, '
        STOP RUN.
    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'AocSite.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SITE
        PERFORM 887-GET-SITE-RTN
        MOVE WS-ENV-SITE TO WS-RSLT-SITE
        MOVE WS-ENV-SITE TO WS-CTL-SITE
        MOVE WS-ENV-SITE TO WS-SUSP-SITE
        MOVE WS-ENV-SITE TO WS-STEP-SITE
        MOVE 'Dec1Input.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-INFILE
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'Dec1ElfMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MASTER
        MOVE 'AocSuspense.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUSPENSE
        MOVE 'Dec1RerunHistory.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RERUN-HIST
        MOVE 'Dec1RerunAudit.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RERUN-AUDIT
        MOVE 'Dec1CategoryReport.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CATEGORY-RPT
        MOVE 'AocParms.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE 'Dec1ElfRoster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ELF-ROSTER
        MOVE 'Dec1RosterHistory.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ROSTER-HIST
        MOVE 'Dec1Allowance.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ALLOWANCE
        MOVE 'Dec1BudgetExceptions.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BUDGET-RPT
        MOVE 'Dec1Activity.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ACTIVITY
        MOVE 'Dec1ActivityCodes.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ACTIVITY-CODE
        MOVE 'Dec1ActivitySummary.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ACTIVITY-SUM
        MOVE 'AocReceiptRegister.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RECEIPT.

    090-LOAD-ACTIVITY-RTN.
        PERFORM 091-LOAD-ACTIVITY-CODES-RTN
        MOVE 'ACTIVITY-FILE' TO WS-FILE-ID
        OPEN INPUT ACTIVITY-FILE
        IF WS-FILE-STATUS = '35'
                AT END MOVE 'Y' TO WS-ACTV-EOF
                NOT AT END
                    ADD 1 TO WS-ACTV-READ
                    PERFORM 092-VALIDATE-ACTIVITY-RTN
                    IF WS-ACT-VALID = 'Y'
                        PERFORM 095-STORE-ACTIVITY-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ACTIVITY-FILE
            DISPLAY 'ACTIVITY RECORDS LOADED: ' WS-ACTV-READ
                ' REJECTED: ' WS-ACTV-REJECTED
            IF WS-ACC-LOADED = 'Y'
                DISPLAY '  UNKNOWN ACTIVITY CODES: ' WS-ACT-UNKNOWN-CNT
                    '  OVER DAILY BURN CEILING: ' WS-ACT-CEILING-CNT
                PERFORM 097-WRITE-ACTIVITY-SUMMARY-RTN
            END-IF
        END-IF.

    091-LOAD-ACTIVITY-CODES-RTN.
        MOVE 'ACTIVITY-CODE-FILE' TO WS-FILE-ID
        OPEN INPUT ACTIVITY-CODE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO ACTIVITY CODE MASTER ON FILE - ACTIVITY CODES '
                'NOT VALIDATED'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-ACC-EOF = 'Y'
                READ ACTIVITY-CODE-FILE
                AT END MOVE 'Y' TO WS-ACC-EOF
                NOT AT END
                    IF WS-ACC-COUNT < 100
                        ADD 1 TO WS-ACC-COUNT
                        MOVE ACC-CODE TO WS-ACC-CODE(WS-ACC-COUNT)
                        MOVE ACC-DESC TO WS-ACC-DESC(WS-ACC-COUNT)
                        MOVE ACC-UNIT-RATE TO WS-ACC-RATE(WS-ACC-COUNT)
                        MOVE ACC-MAX-DAILY TO WS-ACC-MAX(WS-ACC-COUNT)
                        MOVE ACC-ACTIVE TO WS-ACC-ACTIVE(WS-ACC-COUNT)
                    ELSE
                        DISPLAY '** ACTIVITY CODE TABLE FULL - CODE '
                            ACC-CODE ' IGNORED'
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ACTIVITY-CODE-FILE
            MOVE 'Y' TO WS-ACC-LOADED
            DISPLAY 'ACTIVITY CODES LOADED: ' WS-ACC-COUNT
        END-IF.

    092-VALIDATE-ACTIVITY-RTN.
        MOVE 'Y' TO WS-ACT-VALID
        IF WS-ACC-LOADED = 'Y' AND ACT-ELF-NO NUMERIC
            AND ACT-BURNED NUMERIC
            MOVE ACT-ELF-NO TO WS-ACT-ELF-NUM
            MOVE ACT-BURNED TO WS-ACT-BURN-NUM
            MOVE 0 TO WS-ACC-HIT
            PERFORM VARYING WS-ACCX FROM 1 BY 1
                UNTIL WS-ACCX > WS-ACC-COUNT OR WS-ACC-HIT > 0
                IF WS-ACC-CODE(WS-ACCX) = ACT-CODE
                    AND WS-ACC-ACTIVE(WS-ACCX) = 'A'
                    MOVE WS-ACCX TO WS-ACC-HIT
                END-IF
            END-PERFORM
            IF WS-ACC-HIT = 0
                MOVE 'N' TO WS-ACT-VALID
                ADD 1 TO WS-ACTV-REJECTED
                ADD 1 TO WS-ACT-UNKNOWN-CNT
                MOVE 'ACUN' TO WS-SUSP-REASON
                MOVE ACT-ELF-NO TO WS-SUSP-KEY(1:4)
                MOVE ACT-CODE TO WS-SUSP-KEY(6:4)
                STRING 'HELLO-WORLD - UNKNOWN OR INACTIVE ACTIVITY CODE '
                    DELIMITED BY SIZE
                    ACT-CODE DELIMITED BY SIZE
                    ' FOR ELF ' DELIMITED BY SIZE
                    ACT-ELF-NO DELIMITED BY SIZE
                    INTO WS-SUSP-MSG
                PERFORM 860-WRITE-SUSPENSE-RTN
            ELSE
                PERFORM 093-CHECK-BURN-CEILING-RTN
            END-IF
        END-IF.

    093-CHECK-BURN-CEILING-RTN.
        MOVE 0 TO WS-APR-HIT
        PERFORM VARYING WS-APX FROM 1 BY 1
            UNTIL WS-APX > WS-APR-COUNT OR WS-APR-HIT > 0
            IF WS-APR-CODE-X(WS-APX) = WS-ACC-HIT
                AND WS-APR-ELF-NO(WS-APX) = WS-ACT-ELF-NUM
                MOVE WS-APX TO WS-APR-HIT
            END-IF
        END-PERFORM
        IF WS-APR-HIT > 0
            COMPUTE WS-ACT-DAY-BURN = WS-APR-BURNED(WS-APR-HIT)
                + WS-ACT-BURN-NUM
        ELSE
            MOVE WS-ACT-BURN-NUM TO WS-ACT-DAY-BURN
        END-IF
        IF WS-ACT-DAY-BURN > WS-ACC-MAX(WS-ACC-HIT)
            MOVE 'N' TO WS-ACT-VALID
            ADD 1 TO WS-ACTV-REJECTED
            ADD 1 TO WS-ACT-CEILING-CNT
            MOVE 'ACMX' TO WS-SUSP-REASON
            MOVE ACT-ELF-NO TO WS-SUSP-KEY(1:4)
            MOVE ACT-CODE TO WS-SUSP-KEY(6:4)
            STRING 'HELLO-WORLD - BURN ' DELIMITED BY SIZE
                ACT-BURNED DELIMITED BY SIZE
                ' FOR ELF ' DELIMITED BY SIZE
                ACT-ELF-NO DELIMITED BY SIZE
                ' CODE ' DELIMITED BY SIZE
                ACT-CODE DELIMITED BY SIZE
                ' TAKES THE DAY OVER THE CEILING OF ' DELIMITED BY SIZE
                WS-ACC-MAX(WS-ACC-HIT) DELIMITED BY SIZE
                INTO WS-SUSP-MSG
            PERFORM 860-WRITE-SUSPENSE-RTN
        ELSE
            IF WS-APR-HIT = 0 AND WS-APR-COUNT < 1000
                ADD 1 TO WS-APR-COUNT
                MOVE WS-APR-COUNT TO WS-APR-HIT
                MOVE WS-ACC-HIT TO WS-APR-CODE-X(WS-APR-HIT)
                MOVE WS-ACT-ELF-NUM TO WS-APR-ELF-NO(WS-APR-HIT)
                MOVE 0 TO WS-APR-BURNED(WS-APR-HIT)
                ADD 1 TO WS-ACC-ELVES(WS-ACC-HIT)
            END-IF
            IF WS-APR-HIT > 0
                MOVE WS-ACT-DAY-BURN TO WS-APR-BURNED(WS-APR-HIT)
            END-IF
            ADD 1 TO WS-ACC-ENTRIES(WS-ACC-HIT)
            ADD WS-ACT-BURN-NUM TO WS-ACC-BURNED(WS-ACC-HIT)
        END-IF.

    097-WRITE-ACTIVITY-SUMMARY-RTN.
        MOVE 'ACTIVITY-SUM-FILE' TO WS-FILE-ID
        OPEN OUTPUT ACTIVITY-SUM-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO ACTIVITY-SUM-REC
        STRING 'ACTIVITY SUMMARY FOR BUSINESS DATE ' DELIMITED BY SIZE
            WS-TODAY DELIMITED BY SIZE
            INTO ACTIVITY-SUM-REC
        WRITE ACTIVITY-SUM-REC
        MOVE SPACES TO ACTIVITY-SUM-REC
        STRING 'CODE DESCRIPTION          ELVES ENTRIES     BURNED   '
            DELIMITED BY SIZE
            'EXPECTED    VARIANCE' DELIMITED BY SIZE
            INTO ACTIVITY-SUM-REC
        WRITE ACTIVITY-SUM-REC
        PERFORM VARYING WS-ACCX FROM 1 BY 1
            UNTIL WS-ACCX > WS-ACC-COUNT
            IF WS-ACC-ENTRIES(WS-ACCX) > 0
                OR WS-ACC-ACTIVE(WS-ACCX) = 'A'
                COMPUTE WS-ACT-EXPECTED = WS-ACC-ENTRIES(WS-ACCX)
                    * WS-ACC-RATE(WS-ACCX)
                COMPUTE WS-ACT-VARIANCE = WS-ACC-BURNED(WS-ACCX)
                    - WS-ACT-EXPECTED
                MOVE WS-ACC-ELVES(WS-ACCX) TO WS-ACT-ELVES-ED
                MOVE WS-ACC-ENTRIES(WS-ACCX) TO WS-ACT-ENTRIES-ED
                MOVE WS-ACC-BURNED(WS-ACCX) TO WS-ACT-BURNED-ED
                MOVE WS-ACT-EXPECTED TO WS-ACT-EXPECTED-ED
                MOVE WS-ACT-VARIANCE TO WS-ACT-VARIANCE-ED
                MOVE SPACES TO ACTIVITY-SUM-REC
                STRING WS-ACC-CODE(WS-ACCX) DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-ACC-DESC(WS-ACCX) DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    WS-ACT-ELVES-ED DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-ACT-ENTRIES-ED DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-ACT-BURNED-ED DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-ACT-EXPECTED-ED DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-ACT-VARIANCE-ED DELIMITED BY SIZE
                    INTO ACTIVITY-SUM-REC
                WRITE ACTIVITY-SUM-REC
            END-IF
        END-PERFORM
        MOVE SPACES TO ACTIVITY-SUM-REC
        STRING 'REJECTED - UNKNOWN CODE: ' DELIMITED BY SIZE
            WS-ACT-UNKNOWN-CNT DELIMITED BY SIZE
            '  OVER DAILY CEILING: ' DELIMITED BY SIZE
            WS-ACT-CEILING-CNT DELIMITED BY SIZE
            INTO ACTIVITY-SUM-REC
        WRITE ACTIVITY-SUM-REC
        CLOSE ACTIVITY-SUM-FILE.

    095-STORE-ACTIVITY-RTN.
        IF ACT-ELF-NO NOT NUMERIC OR ACT-BURNED NOT NUMERIC
            ADD 1 TO WS-ACTV-REJECTED

    085-STORE-ALLOWANCE-RTN.
        IF ALW-EFF-DATE NOT NUMERIC OR ALW-EFF-DATE > WS-TODAY
            OR (ALW-END-DATE NUMERIC AND ALW-END-DATE > 0
                AND ALW-END-DATE < WS-TODAY)
            CONTINUE
        ELSE
            MOVE 0 TO WS-ALW-HIT
                            TO WS-ROSTER-NAME(WS-ROSTER-COUNT)
                        MOVE ROST-DEPT
                            TO WS-ROSTER-DEPT(WS-ROSTER-COUNT)
                        IF ROST-SITE = SPACES
                            MOVE WS-ENV-HOME-SITE
                                TO WS-ROSTER-SITE(WS-ROSTER-COUNT)
                        ELSE
                            MOVE ROST-SITE
                                TO WS-ROSTER-SITE(WS-ROSTER-COUNT)
                        END-IF
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ELF-ROSTER-FILE
            PERFORM 875-LOAD-ROSTER-HIST-RTN
        END-IF.

    075-LOOKUP-ROSTER-RTN.
        IF WS-ROSTER-HIT > 0
            MOVE WS-ROSTER-NAME(WS-ROSTER-HIT) TO WS-ELF-NAME
            MOVE WS-ROSTER-DEPT(WS-ROSTER-HIT) TO WS-ELF-DEPT
            MOVE WS-GROUP-NO TO WS-RHIST-REQ-ELF
            MOVE WS-TODAY TO WS-RHIST-REQ-DATE
            PERFORM 876-FIND-ROSTER-HIST-RTN
            IF WS-RHIST-HIT = 'Y'
                MOVE WS-RHIST-HIT-DEPT TO WS-ELF-DEPT
            END-IF
        ELSE
            MOVE '** UNREGISTERED **' TO WS-ELF-NAME
            MOVE '**UNREG**' TO WS-ELF-DEPT
            ADD 1 TO WS-UNREG-ELF-COUNT
        END-IF.

    077-CHECK-ROSTER-SITE-RTN.
        IF WS-ROSTER-HIT > 0
            AND WS-ROSTER-SITE(WS-ROSTER-HIT) NOT EQUAL WS-ENV-SITE
            MOVE 'Y' TO WS-XSITE-GROUP
            ADD 1 TO WS-XSITE-COUNT
            DISPLAY '  ** GROUP ' WS-GROUP-NO ' - ELF BELONGS TO SITE '
                WS-ROSTER-SITE(WS-ROSTER-HIT) ' - NOT POSTED'
            MOVE 'XSIT' TO WS-SUSP-REASON
            MOVE WS-GROUP-NO TO WS-SUSP-KEY
            STRING 'HELLO-WORLD - ELF ' DELIMITED BY SIZE
                WS-GROUP-NO DELIMITED BY SIZE
                ' IS ON THE ROSTER OF SITE ' DELIMITED BY SIZE
                WS-ROSTER-SITE(WS-ROSTER-HIT) DELIMITED BY SIZE
                ' - CROSS-SITE GROUP NOT POSTED' DELIMITED BY SIZE
                INTO WS-SUSP-MSG
            PERFORM 860-WRITE-SUSPENSE-RTN
        END-IF.

    060-OPEN-MASTER-RTN.
        MOVE 'MASTER-FILE' TO WS-FILE-ID
        OPEN I-O MASTER-FILE
                PERFORM 860-WRITE-SUSPENSE-RTN
            ELSE
                ADD 1 TO WS-GROUP-NO
                MOVE WS-SUM TO WS-ALL-TOTALS(WS-GROUP-NO)
                MOVE 'N' TO WS-XSITE-GROUP
                IF WS-ROSTER-LOADED = 'Y'
                    PERFORM 075-LOOKUP-ROSTER-RTN
                    PERFORM 077-CHECK-ROSTER-SITE-RTN
                END-IF
                IF WS-XSITE-GROUP NOT EQUAL 'Y'
                    PERFORM 115-POST-GROUP-RTN
                END-IF
                INITIALIZE WS-SUM
            END-IF
            MOVE 0 TO WS-GROUP-LINE-COUNT
        END-IF.

    115-POST-GROUP-RTN.
        ADD WS-SUM TO WS-GRAND-TOTAL
        PERFORM 150-RANK-RTN
        PERFORM 160-WRITE-MASTER-RTN
        PERFORM 170-WRITE-GROUP-CATEGORY-RTN
        IF WS-ALW-LOADED = 'Y'
            PERFORM 119-CHECK-BUDGET-RTN
        END-IF
        IF WS-ROSTER-LOADED = 'Y'
            PERFORM 118-ACCUM-DEPT-RTN
            DISPLAY '  GROUP ' WS-GROUP-NO ' '
                WS-ELF-NAME ': ' WS-SUM
                ' RUNNING HIGHEST: ' WS-HIGHEST-TABLE(1)
        ELSE
            DISPLAY '  GROUP ' WS-GROUP-NO ': ' WS-SUM
                ' RUNNING HIGHEST: ' WS-HIGHEST-TABLE(1)
        END-IF
        IF WS-ACTV-LOADED = 'Y'
            PERFORM 096-LOOKUP-BURN-RTN
            MOVE WS-ELF-NET TO WS-NET-ED
            DISPLAY '    INTAKE: ' WS-SUM ' BURN: '
                WS-ELF-BURNED ' NET: ' WS-NET-ED
        END-IF.

    118-ACCUM-DEPT-RTN.
        MOVE 'N' TO WS-DEPT-HIT
        PERFORM VARYING WS-DPX FROM 1 BY 1
        WRITE CATEGORY-RPT-REC
        MOVE WS-ABEND-STAMP TO RERUN-AUDIT-REC
        WRITE RERUN-AUDIT-REC
        CLOSE INFILE CATEGORY-RPT-FILE MASTER-FILE SUSPENSE-FILE
            RERUN-HIST-FILE RERUN-AUDIT-FILE ELF-ROSTER-FILE
            ROSTER-HIST-FILE ALLOWANCE-FILE BUDGET-RPT-FILE ACTIVITY-FILE
            ACTIVITY-CODE-FILE ACTIVITY-SUM-FILE RECEIPT-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY STEPRTN.
    COPY PARMRTN.
    COPY CDATERTN.
    COPY TIMINGRTN.
    COPY RHISTRTN.
    COPY LAYRTN.
    COPY ENVRTN.
    COPY SITERTN.
