IDENTIFICATION DIVISION.
PROGRAM-ID. DEPT-CHARGEBACK.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT MASTER-FILE ASSIGN TO WS-P-MASTER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS MASTER-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ELF-ROSTER-FILE ASSIGN TO WS-P-ELF-ROSTER
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ROSTER-HIST-FILE ASSIGN TO WS-P-ROSTER-HIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT RATE-FILE ASSIGN TO WS-P-RATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT GL-FILE ASSIGN TO WS-P-GL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT RECON-FILE ASSIGN TO WS-P-RECON
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT RESULT-FILE ASSIGN TO WS-P-RESULT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RSLT-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LOG-FILE ASSIGN TO WS-P-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT BIZDATE-FILE ASSIGN TO WS-P-BIZDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CYCLE-FILE ASSIGN TO WS-P-CYCLE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CONTROL-TOTAL-FILE
        ASSIGN TO WS-P-CONTROL-TOTAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT STEP-CONTROL-FILE
        ASSIGN TO WS-P-STEP-CONTROL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT TIMING-FILE ASSIGN TO WS-P-TIMING
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD MASTER-FILE.
    COPY ELFMREC.
    FD ELF-ROSTER-FILE.
    COPY ROSTREC.
    FD ROSTER-HIST-FILE.
    COPY RHISTREC.
    FD RATE-FILE.
    01 RATE-REC.
        05 CR-DEPT              PIC X(10).
        05 CR-COST-CENTER       PIC X(8).
        05 CR-RATE              PIC 9(3)V9(6).
    FD GL-FILE.
    01 GL-REC PIC X(80).
    FD RECON-FILE.
    01 RECON-REC PIC X(132).
    FD RESULT-FILE.
    COPY RSLTREC.
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD BIZDATE-FILE.
    01 BIZDATE-REC PIC X(8).
    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).
    FD CONTROL-TOTAL-FILE.
    COPY CTLTREC.
    FD STEP-CONTROL-FILE.
    COPY STEPREC.
    FD TIMING-FILE.
    COPY TIMEREC.
    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-MASTER            PIC X(70) VALUE SPACES.
        05 WS-P-ELF-ROSTER        PIC X(70) VALUE SPACES.
        05 WS-P-ROSTER-HIST       PIC X(70) VALUE SPACES.
        05 WS-P-RATE              PIC X(70) VALUE SPACES.
        05 WS-P-GL                PIC X(70) VALUE SPACES.
        05 WS-P-RECON             PIC X(70) VALUE SPACES.
        05 WS-P-RESULT            PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-CONTROL-TOTAL     PIC X(70) VALUE SPACES.
        05 WS-P-STEP-CONTROL      PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-TODAY            PIC 9(8) VALUE 0.
        05 WS-MASTER-READ      PIC 9(6) VALUE 0.
        05 WS-SELECTED-COUNT   PIC 9(6) VALUE 0.
        05 WS-SUSPENSE-COUNT   PIC 9(6) VALUE 0.
        05 WS-REASON           PIC X(4) VALUE SPACES.
        05 WS-RATES-OK         PIC A(1) VALUE 'Y'.
    01 WS-ROSTER-TABLE.
        05 WS-ROSTER-EOF       PIC A(1) VALUE ' '.
        05 WS-ROSTER-COUNT     PIC 9(4) VALUE 0.
        05 WS-ROSTER-ENTRY OCCURS 500 TIMES.
            10 WS-ROSTER-ELF-NO    PIC 9(4) VALUE 0.
            10 WS-ROSTER-DEPT      PIC X(10) VALUE SPACES.
            10 WS-ROSTER-STATUS    PIC X(1) VALUE SPACES.
    01 WS-ROSTER-WORK.
        05 WS-RX               PIC 9(4) VALUE 0.
        05 WS-ROSTER-HIT       PIC 9(4) VALUE 0.
        05 WS-ELF-DEPT         PIC X(10) VALUE SPACES.
        05 WS-ELF-STATUS       PIC X(1) VALUE SPACES.
    01 WS-RATE-TABLE.
        05 WS-RATE-EOF         PIC A(1) VALUE ' '.
        05 WS-RATE-COUNT       PIC 9(2) VALUE 0.
        05 WS-RATE-ENTRY OCCURS 30 TIMES.
            10 WS-RATE-DEPT        PIC X(10) VALUE SPACES.
            10 WS-RATE-CC          PIC X(8) VALUE SPACES.
            10 WS-RATE-VALUE       PIC 9(3)V9(6) VALUE 0.
    01 WS-RATE-WORK.
        05 WS-RTX              PIC 9(2) VALUE 0.
        05 WS-RATE-HIT         PIC 9(2) VALUE 0.
        05 WS-KITCHEN-CC       PIC X(8) VALUE SPACES.
        05 WS-SUSPENSE-CC      PIC X(8) VALUE SPACES.
        05 WS-SUSPENSE-RATE    PIC 9(3)V9(6) VALUE 0.
    01 WS-DEPT-TABLE.
        05 WS-DEPT-COUNT       PIC 9(2) VALUE 0.
        05 WS-DEPT-ENTRY OCCURS 20 TIMES.
            10 WS-DEPT-NAME        PIC X(10) VALUE SPACES.
            10 WS-DEPT-CC          PIC X(8) VALUE SPACES.
            10 WS-DEPT-RATE        PIC 9(3)V9(6) VALUE 0.
            10 WS-DEPT-ELVES       PIC 9(4) VALUE 0.
            10 WS-DEPT-CALORIES    PIC 9(10) VALUE 0.
            10 WS-DEPT-AMOUNT      PIC 9(9)V99 VALUE 0.
    01 WS-DEPT-WORK.
        05 WS-DPX              PIC 9(2) VALUE 0.
        05 WS-DEPT-HIT         PIC A(1) VALUE 'N'.
    01 WS-SUSP-TABLE.
        05 WS-SI-COUNT         PIC 9(4) VALUE 0.
        05 WS-SI-OVERFLOW      PIC A(1) VALUE 'N'.
        05 WS-SI-ENTRY OCCURS 500 TIMES.
            10 WS-SI-ELF-NO        PIC 9(4) VALUE 0.
            10 WS-SI-DEPT          PIC X(10) VALUE SPACES.
            10 WS-SI-REASON        PIC X(4) VALUE SPACES.
            10 WS-SI-CALORIES      PIC 9(8) VALUE 0.
            10 WS-SI-AMOUNT        PIC 9(9)V99 VALUE 0.
    01 WS-SUSP-WORK.
        05 WS-SIX              PIC 9(4) VALUE 0.
    01 WS-GL-HEADER.
        05 WS-GLH-TYPE         PIC X(1) VALUE 'H'.
        05 WS-GLH-SOURCE       PIC X(8) VALUE 'CHARGEBK'.
        05 WS-GLH-BIZ-DATE     PIC 9(8) VALUE 0.
        05 WS-GLH-CYCLE        PIC 9(6) VALUE 0.
    01 WS-GL-DETAIL.
        05 WS-GLD-TYPE         PIC X(1) VALUE 'D'.
        05 WS-GLD-BIZ-DATE     PIC 9(8) VALUE 0.
        05 WS-GLD-COST-CENTER  PIC X(8) VALUE SPACES.
        05 WS-GLD-DR-CR        PIC X(1) VALUE SPACES.
            88 WS-GLD-DEBIT       VALUE 'D'.
            88 WS-GLD-CREDIT      VALUE 'C'.
        05 WS-GLD-AMOUNT       PIC 9(9)V99 VALUE 0.
        05 WS-GLD-CALORIES     PIC 9(10) VALUE 0.
        05 WS-GLD-REFERENCE    PIC X(10) VALUE SPACES.
        05 WS-GLD-REASON       PIC X(4) VALUE SPACES.
    01 WS-GL-TRAILER.
        05 WS-GLT-TYPE         PIC X(1) VALUE 'T'.
        05 WS-GLT-COUNT        PIC 9(6) VALUE 0.
        05 WS-GLT-HASH         PIC 9(13)V99 VALUE 0.
    01 WS-GL-TOTALS.
        05 WS-GL-WRITTEN       PIC 9(6) VALUE 0.
        05 WS-TOTAL-DEBITS     PIC 9(11)V99 VALUE 0.
        05 WS-TOTAL-CREDITS    PIC 9(11)V99 VALUE 0.
        05 WS-DEPT-CALS-TOTAL  PIC 9(10) VALUE 0.
        05 WS-SUSP-CALS-TOTAL  PIC 9(10) VALUE 0.
        05 WS-CHARGED-CALS     PIC 9(10) VALUE 0.
        05 WS-RESULT-CALS      PIC 9(10) VALUE 0.
        05 WS-RESULT-FOUND     PIC A(1) VALUE 'N'.
        05 WS-RESULT-CYCLE     PIC 9(6) VALUE 0.
        05 WS-RESULT-EOF       PIC A(1) VALUE ' '.
        05 WS-CALS-DIFF        PIC S9(10) VALUE 0.
        05 WS-RECON-OK         PIC A(1) VALUE 'Y'.
    01 WS-EDIT-FIELDS.
        05 WS-ED-CALS          PIC ZZZZZZZZZ9.
        05 WS-ED-ELVES         PIC ZZZ9.
        05 WS-ED-RATE          PIC ZZ9.999999.
        05 WS-ED-AMOUNT        PIC ZZZZZZZZZZ9.99.
        05 WS-ED-DIFF          PIC -ZZZZZZZZZ9.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY STEPCOM.
    COPY CTLTCOM.
    COPY RSLTCOM.
    COPY LOGCOM.
    COPY CDATECOM.
    COPY TIMINGCOM.
    COPY RHISTCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'DEPT-CHARGEBACK' TO WS-LOG-PGM
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE.
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'DEPT-CHARGEBACK RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    PERFORM 870-GET-BIZ-DATE-RTN
    MOVE WS-BIZ-DATE TO WS-TODAY
    PERFORM 930-CHECK-STEP-RTN
    IF WS-STEP-DONE = 'Y'
        DISPLAY 'DEPT-CHARGEBACK ALREADY COMPLETE FOR BUSINESS DATE '
            WS-BIZ-DATE ' - STEP SKIPPED'
        MOVE 'DEPT-CHARGEBACK ALREADY COMPLETE THIS CYCLE - STEP SKIPPED'
            TO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    MOVE 'S' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    PERFORM 050-LOAD-ROSTER-RTN
    PERFORM 060-LOAD-RATES-RTN
    IF WS-RATES-OK NOT EQUAL 'Y'
        DISPLAY '** CHARGEBACK RATE TABLE HAS NO KITCHEN OR SUSPENSE '
            'ROW - GL INTERFACE NOT BUILT'
        MOVE 'E' TO WS-LOG-SEV
        MOVE 'DEPT-CHARGEBACK - RATE TABLE INCOMPLETE - NO GL INTERFACE BUILT'
            TO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        MOVE 8 TO RETURN-CODE
        MOVE 'E' TO WS-TIM-EVENT
        PERFORM 945-WRITE-TIMING-RTN
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    PERFORM 100-SCAN-MASTER-RTN
    IF WS-SI-OVERFLOW = 'Y'
        DISPLAY '** MORE THAN 500 ELVES CHARGED TO SUSPENSE ('
            WS-SUSPENSE-COUNT ') - GL INTERFACE NOT BUILT'
        MOVE 'E' TO WS-LOG-SEV
        STRING 'DEPT-CHARGEBACK - SUSPENSE ELVES ' DELIMITED BY SIZE
            WS-SUSPENSE-COUNT DELIMITED BY SIZE
            ' EXCEED THE 500 GL DETAIL LINES - NO GL INTERFACE BUILT'
                DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        MOVE 8 TO RETURN-CODE
        MOVE 'E' TO WS-TIM-EVENT
        PERFORM 945-WRITE-TIMING-RTN
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    PERFORM 200-PRICE-CHARGES-RTN
    PERFORM 300-WRITE-GL-RTN
    PERFORM 400-READ-RESULT-RTN
    PERFORM 500-WRITE-RECON-RTN
    DISPLAY 'CHARGEBACK GL LINES WRITTEN: ' WS-GL-WRITTEN
        ' DEPARTMENTS: ' WS-DEPT-COUNT
        ' SUSPENSE ELVES: ' WS-SUSPENSE-COUNT
    IF WS-SUSPENSE-COUNT > 0
        MOVE 'W' TO WS-LOG-SEV
        STRING 'DEPT-CHARGEBACK - ELVES CHARGED TO SUSPENSE COST '
            'CENTER: ' DELIMITED BY SIZE
            WS-SUSPENSE-COUNT DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    IF WS-RECON-OK NOT EQUAL 'Y'
        DISPLAY '** CHARGED CALORIES DO NOT TIE TO AocResults - '
            'SEE Dec1ChargebackRecon.txt'
        MOVE 'E' TO WS-LOG-SEV
        STRING 'DEPT-CHARGEBACK - CHARGED CALORIES DO NOT TIE TO HELLO-WORLD '
            DELIMITED BY SIZE
            'RESULT' DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        MOVE 8 TO RETURN-CODE
    END-IF
    MOVE 'DEPT-CHARGEBACK' TO WS-CTL-PROGRAM
    MOVE WS-SELECTED-COUNT TO WS-CTL-READ
    COMPUTE WS-CTL-ACCEPTED = WS-SELECTED-COUNT - WS-SUSPENSE-COUNT
    MOVE WS-SUSPENSE-COUNT TO WS-CTL-REJECTED
    PERFORM 895-WRITE-CONTROL-READ-RTN
    MOVE 'Dec1GLChargeback.txt' TO WS-CTL-FILE-NAME
    MOVE WS-GL-WRITTEN TO WS-CTL-WRITTEN
    PERFORM 896-WRITE-CONTROL-WRITE-RTN
    MOVE 'DEPT-CHARGEBACK' TO WS-RSLT-PROGRAM
    MOVE WS-CHARGED-CALS TO WS-RSLT-METRIC
    MOVE WS-SELECTED-COUNT TO WS-RSLT-READ
    MOVE WS-SUSPENSE-COUNT TO WS-RSLT-REJ
    MOVE RETURN-CODE TO WS-RSLT-RC
    PERFORM 890-WRITE-RESULT-RTN
    STRING 'DEPT-CHARGEBACK RUN COMPLETED - CALORIES CHARGED: '
        DELIMITED BY SIZE
        WS-CHARGED-CALS DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    IF WS-RECON-OK = 'Y'
        PERFORM 940-MARK-STEP-RTN
    END-IF
    MOVE 'E' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'Dec1ElfMaster.dat' TO WS-ENV-FILE-NAME
        MOVE WS-ENV-HOME-SITE TO WS-ENV-SITE
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MASTER
        MOVE 'Dec1ElfRoster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ELF-ROSTER
        MOVE 'Dec1RosterHistory.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ROSTER-HIST
        MOVE 'Dec1ChargeRates.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RATE
        MOVE 'Dec1GLChargeback.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-GL
        MOVE 'Dec1ChargebackRecon.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RECON
        MOVE 'AocResults.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RESULT
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'AocBizDate.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BIZDATE
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE
        MOVE 'AocControlTotals.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CONTROL-TOTAL
        MOVE 'AocStepControl.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-STEP-CONTROL
        MOVE 'AocStepTiming.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TIMING.

    050-LOAD-ROSTER-RTN.
        MOVE 'ELF-ROSTER-FILE' TO WS-FILE-ID
        OPEN INPUT ELF-ROSTER-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO ELF ROSTER ON FILE - ALL ELVES CHARGED TO '
                'SUSPENSE'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-ROSTER-EOF = 'Y'
                READ ELF-ROSTER-FILE
                AT END MOVE 'Y' TO WS-ROSTER-EOF
                NOT AT END
                    IF WS-ROSTER-COUNT < 500
                        ADD 1 TO WS-ROSTER-COUNT
                        MOVE ROST-ELF-NO
                            TO WS-ROSTER-ELF-NO(WS-ROSTER-COUNT)
                        MOVE ROST-DEPT
                            TO WS-ROSTER-DEPT(WS-ROSTER-COUNT)
                        MOVE ROST-STATUS
                            TO WS-ROSTER-STATUS(WS-ROSTER-COUNT)
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ELF-ROSTER-FILE
            PERFORM 875-LOAD-ROSTER-HIST-RTN
        END-IF.

    060-LOAD-RATES-RTN.
        MOVE 'RATE-FILE' TO WS-FILE-ID
        OPEN INPUT RATE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY '** NO CHARGEBACK RATE TABLE ON FILE'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-RATE-EOF = 'Y'
                READ RATE-FILE
                AT END MOVE 'Y' TO WS-RATE-EOF
                NOT AT END
                    PERFORM 065-STORE-RATE-RTN
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE RATE-FILE
        END-IF
        IF WS-KITCHEN-CC = SPACES OR WS-SUSPENSE-CC = SPACES
            MOVE 'N' TO WS-RATES-OK
        END-IF.

    065-STORE-RATE-RTN.
        IF RATE-REC = SPACES OR RATE-REC(1:1) = '*'
            CONTINUE
        ELSE
            IF CR-RATE NOT NUMERIC
                DISPLAY '** CHARGEBACK RATE NOT NUMERIC FOR DEPT '
                    CR-DEPT ' - ROW IGNORED'
            ELSE
                EVALUATE CR-DEPT
                    WHEN 'KITCHEN'
                        MOVE CR-COST-CENTER TO WS-KITCHEN-CC
                    WHEN 'SUSPENSE'
                        MOVE CR-COST-CENTER TO WS-SUSPENSE-CC
                        MOVE CR-RATE TO WS-SUSPENSE-RATE
                    WHEN OTHER
                        IF WS-RATE-COUNT < 30
                            ADD 1 TO WS-RATE-COUNT
                            MOVE CR-DEPT TO WS-RATE-DEPT(WS-RATE-COUNT)
                            MOVE CR-COST-CENTER
                                TO WS-RATE-CC(WS-RATE-COUNT)
                            MOVE CR-RATE TO WS-RATE-VALUE(WS-RATE-COUNT)
                        END-IF
                END-EVALUATE
            END-IF
        END-IF.

    100-SCAN-MASTER-RTN.
        MOVE 'MASTER-FILE' TO WS-FILE-ID
        OPEN INPUT MASTER-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY '** NO ELF MASTER ON FILE - NOTHING TO CHARGE'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ MASTER-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-MASTER-READ
                    IF MASTER-RUN-DATE = WS-TODAY
                        ADD 1 TO WS-SELECTED-COUNT
                        PERFORM 110-CLASSIFY-ELF-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE MASTER-FILE
        END-IF.

    110-CLASSIFY-ELF-RTN.
        MOVE SPACES TO WS-REASON
        MOVE SPACES TO WS-ELF-DEPT
        MOVE 0 TO WS-ROSTER-HIT
        PERFORM VARYING WS-RX FROM 1 BY 1
            UNTIL WS-RX > WS-ROSTER-COUNT OR WS-ROSTER-HIT > 0
            IF WS-ROSTER-ELF-NO(WS-RX) = MASTER-ELF-NO
                MOVE WS-RX TO WS-ROSTER-HIT
            END-IF
        END-PERFORM
        IF WS-ROSTER-HIT = 0
            MOVE 'UNRG' TO WS-REASON
        ELSE
            MOVE WS-ROSTER-DEPT(WS-ROSTER-HIT) TO WS-ELF-DEPT
            MOVE WS-ROSTER-STATUS(WS-ROSTER-HIT) TO WS-ELF-STATUS
            MOVE MASTER-ELF-NO TO WS-RHIST-REQ-ELF
            MOVE MASTER-RUN-DATE TO WS-RHIST-REQ-DATE
            PERFORM 876-FIND-ROSTER-HIST-RTN
            IF WS-RHIST-HIT = 'Y'
                MOVE WS-RHIST-HIT-DEPT TO WS-ELF-DEPT
                MOVE WS-RHIST-HIT-STATUS TO WS-ELF-STATUS
            END-IF
            IF WS-ELF-STATUS NOT EQUAL 'A'
                MOVE 'INAC' TO WS-REASON
            ELSE
                MOVE 0 TO WS-RATE-HIT
                PERFORM VARYING WS-RTX FROM 1 BY 1
                    UNTIL WS-RTX > WS-RATE-COUNT OR WS-RATE-HIT > 0
                    IF WS-RATE-DEPT(WS-RTX) = WS-ELF-DEPT
                        MOVE WS-RTX TO WS-RATE-HIT
                    END-IF
                END-PERFORM
                IF WS-RATE-HIT = 0
                    MOVE 'NRTE' TO WS-REASON
                END-IF
            END-IF
        END-IF
        IF WS-REASON = SPACES
            PERFORM 120-ACCUM-DEPT-RTN
        ELSE
            PERFORM 130-ADD-SUSPENSE-RTN
        END-IF.

    120-ACCUM-DEPT-RTN.
        MOVE 'N' TO WS-DEPT-HIT
        PERFORM VARYING WS-DPX FROM 1 BY 1
            UNTIL WS-DPX > WS-DEPT-COUNT OR WS-DEPT-HIT = 'Y'
            IF WS-DEPT-NAME(WS-DPX) = WS-ELF-DEPT
                MOVE 'Y' TO WS-DEPT-HIT
            END-IF
        END-PERFORM
        IF WS-DEPT-HIT = 'Y'
            SUBTRACT 1 FROM WS-DPX
        ELSE
            IF WS-DEPT-COUNT < 20
                ADD 1 TO WS-DEPT-COUNT
                MOVE WS-DEPT-COUNT TO WS-DPX
                MOVE WS-ELF-DEPT TO WS-DEPT-NAME(WS-DPX)
                MOVE WS-RATE-CC(WS-RATE-HIT) TO WS-DEPT-CC(WS-DPX)
                MOVE WS-RATE-VALUE(WS-RATE-HIT) TO WS-DEPT-RATE(WS-DPX)
            ELSE
                MOVE 0 TO WS-DPX
            END-IF
        END-IF
        IF WS-DPX > 0
            ADD 1 TO WS-DEPT-ELVES(WS-DPX)
            ADD MASTER-CALORIES TO WS-DEPT-CALORIES(WS-DPX)
            ADD MASTER-CALORIES TO WS-DEPT-CALS-TOTAL
        ELSE
            DISPLAY '** DEPARTMENT TABLE FULL - ELF ' MASTER-ELF-NO
                ' CHARGED TO SUSPENSE'
            MOVE 'NRTE' TO WS-REASON
            PERFORM 130-ADD-SUSPENSE-RTN
        END-IF.

    130-ADD-SUSPENSE-RTN.
        ADD 1 TO WS-SUSPENSE-COUNT
        ADD MASTER-CALORIES TO WS-SUSP-CALS-TOTAL
        IF WS-SI-COUNT < 500
            ADD 1 TO WS-SI-COUNT
            MOVE MASTER-ELF-NO TO WS-SI-ELF-NO(WS-SI-COUNT)
            MOVE WS-ELF-DEPT TO WS-SI-DEPT(WS-SI-COUNT)
            MOVE WS-REASON TO WS-SI-REASON(WS-SI-COUNT)
            MOVE MASTER-CALORIES TO WS-SI-CALORIES(WS-SI-COUNT)
        ELSE
            MOVE 'Y' TO WS-SI-OVERFLOW
        END-IF.

    200-PRICE-CHARGES-RTN.
        PERFORM VARYING WS-DPX FROM 1 BY 1 UNTIL WS-DPX > WS-DEPT-COUNT
            COMPUTE WS-DEPT-AMOUNT(WS-DPX) ROUNDED =
                WS-DEPT-CALORIES(WS-DPX) * WS-DEPT-RATE(WS-DPX)
            ADD WS-DEPT-AMOUNT(WS-DPX) TO WS-TOTAL-DEBITS
        END-PERFORM
        PERFORM VARYING WS-SIX FROM 1 BY 1 UNTIL WS-SIX > WS-SI-COUNT
            COMPUTE WS-SI-AMOUNT(WS-SIX) ROUNDED =
                WS-SI-CALORIES(WS-SIX) * WS-SUSPENSE-RATE
            ADD WS-SI-AMOUNT(WS-SIX) TO WS-TOTAL-DEBITS
        END-PERFORM
        MOVE WS-TOTAL-DEBITS TO WS-TOTAL-CREDITS
        COMPUTE WS-CHARGED-CALS = WS-DEPT-CALS-TOTAL
            + WS-SUSP-CALS-TOTAL.

    300-WRITE-GL-RTN.
        MOVE 'GL-FILE' TO WS-FILE-ID
        OPEN OUTPUT GL-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE WS-TODAY TO WS-GLH-BIZ-DATE
        MOVE WS-CYCLE-NO TO WS-GLH-CYCLE
        MOVE WS-GL-HEADER TO GL-REC
        WRITE GL-REC
        ADD 1 TO WS-GL-WRITTEN
        PERFORM VARYING WS-DPX FROM 1 BY 1 UNTIL WS-DPX > WS-DEPT-COUNT
            MOVE WS-DEPT-CC(WS-DPX) TO WS-GLD-COST-CENTER
            MOVE 'D' TO WS-GLD-DR-CR
            MOVE WS-DEPT-AMOUNT(WS-DPX) TO WS-GLD-AMOUNT
            MOVE WS-DEPT-CALORIES(WS-DPX) TO WS-GLD-CALORIES
            MOVE WS-DEPT-NAME(WS-DPX) TO WS-GLD-REFERENCE
            MOVE SPACES TO WS-GLD-REASON
            PERFORM 310-WRITE-GL-DETAIL-RTN
        END-PERFORM
        PERFORM VARYING WS-SIX FROM 1 BY 1 UNTIL WS-SIX > WS-SI-COUNT
            MOVE WS-SUSPENSE-CC TO WS-GLD-COST-CENTER
            MOVE 'D' TO WS-GLD-DR-CR
            MOVE WS-SI-AMOUNT(WS-SIX) TO WS-GLD-AMOUNT
            MOVE WS-SI-CALORIES(WS-SIX) TO WS-GLD-CALORIES
            MOVE SPACES TO WS-GLD-REFERENCE
            STRING 'ELF ' DELIMITED BY SIZE
                WS-SI-ELF-NO(WS-SIX) DELIMITED BY SIZE
                INTO WS-GLD-REFERENCE
            MOVE WS-SI-REASON(WS-SIX) TO WS-GLD-REASON
            PERFORM 310-WRITE-GL-DETAIL-RTN
        END-PERFORM
        MOVE WS-KITCHEN-CC TO WS-GLD-COST-CENTER
        MOVE 'C' TO WS-GLD-DR-CR
        MOVE WS-TOTAL-CREDITS TO WS-GLD-AMOUNT
        MOVE WS-CHARGED-CALS TO WS-GLD-CALORIES
        MOVE 'KITCHEN' TO WS-GLD-REFERENCE
        MOVE SPACES TO WS-GLD-REASON
        PERFORM 310-WRITE-GL-DETAIL-RTN
        MOVE WS-GL-TRAILER TO GL-REC
        WRITE GL-REC
        ADD 1 TO WS-GL-WRITTEN
        CLOSE GL-FILE.

    310-WRITE-GL-DETAIL-RTN.
        MOVE WS-TODAY TO WS-GLD-BIZ-DATE
        MOVE WS-GL-DETAIL TO GL-REC
        WRITE GL-REC
        ADD 1 TO WS-GL-WRITTEN
        ADD 1 TO WS-GLT-COUNT
        ADD WS-GLD-AMOUNT TO WS-GLT-HASH.

    400-READ-RESULT-RTN.
        MOVE 'RESULT-FILE' TO WS-FILE-ID
        OPEN INPUT RESULT-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY '** NO AocResults REPOSITORY ON FILE - CALORIE '
                'TOTAL CANNOT BE TIED'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE WS-TODAY TO RSLT-BIZ-DATE
            MOVE 'HELLO-WORLD' TO RSLT-PROGRAM
            MOVE 0 TO RSLT-CYCLE
            MOVE SPACES TO RSLT-SITE
            MOVE SPACES TO WS-RESULT-EOF
            START RESULT-FILE KEY NOT LESS RSLT-KEY
                INVALID KEY MOVE 'Y' TO WS-RESULT-EOF
            END-START
            PERFORM UNTIL WS-RESULT-EOF = 'Y'
                READ RESULT-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-RESULT-EOF
                NOT AT END
                    IF RSLT-BIZ-DATE = WS-TODAY
                        AND RSLT-PROGRAM = 'HELLO-WORLD'
                        IF RSLT-SITE = WS-ENV-HOME-SITE
                            MOVE 'Y' TO WS-RESULT-FOUND
                            MOVE RSLT-CYCLE TO WS-RESULT-CYCLE
                            MOVE RSLT-METRIC TO WS-RESULT-CALS
                        END-IF
                    ELSE
                        MOVE 'Y' TO WS-RESULT-EOF
                    END-IF
                END-READ
            END-PERFORM
            MOVE '00' TO WS-FILE-STATUS
            CLOSE RESULT-FILE
            IF WS-RESULT-FOUND = 'Y'
                DISPLAY 'HELLO-WORLD RESULT FOR BUSINESS DATE ' WS-TODAY
                    ' TAKEN FROM CYCLE ' WS-RESULT-CYCLE
            ELSE
                DISPLAY '** NO HELLO-WORLD RESULT FOR BUSINESS DATE '
                    WS-TODAY
            END-IF
        END-IF
        COMPUTE WS-CALS-DIFF = WS-CHARGED-CALS - WS-RESULT-CALS
        IF WS-RESULT-FOUND NOT EQUAL 'Y' OR WS-CALS-DIFF NOT EQUAL 0
            OR WS-TOTAL-DEBITS NOT EQUAL WS-TOTAL-CREDITS
            MOVE 'N' TO WS-RECON-OK
        END-IF.

    500-WRITE-RECON-RTN.
        MOVE 'RECON-FILE' TO WS-FILE-ID
        OPEN OUTPUT RECON-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO RECON-REC
        STRING 'DEPARTMENT CALORIE CHARGEBACK RECONCILIATION   '
            DELIMITED BY SIZE
            'BUSINESS DATE ' DELIMITED BY SIZE
            WS-TODAY DELIMITED BY SIZE
            '   CYCLE ' DELIMITED BY SIZE
            WS-CYCLE-NO DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ENV-BANNER DELIMITED BY SIZE
            INTO RECON-REC
        WRITE RECON-REC
        MOVE ALL '-' TO RECON-REC
        WRITE RECON-REC
        MOVE SPACES TO RECON-REC
        STRING 'DEPT        COST CTR  ELVES    CALORIES        RATE          '
            DELIMITED BY SIZE
            'AMOUNT' DELIMITED BY SIZE
            INTO RECON-REC
        WRITE RECON-REC
        PERFORM VARYING WS-DPX FROM 1 BY 1 UNTIL WS-DPX > WS-DEPT-COUNT
            MOVE WS-DEPT-ELVES(WS-DPX) TO WS-ED-ELVES
            MOVE WS-DEPT-CALORIES(WS-DPX) TO WS-ED-CALS
            MOVE WS-DEPT-RATE(WS-DPX) TO WS-ED-RATE
            MOVE WS-DEPT-AMOUNT(WS-DPX) TO WS-ED-AMOUNT
            MOVE SPACES TO RECON-REC
            STRING WS-DEPT-NAME(WS-DPX) DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-DEPT-CC(WS-DPX) DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-ED-ELVES DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-ED-CALS DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-ED-RATE DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-ED-AMOUNT DELIMITED BY SIZE
                INTO RECON-REC
            WRITE RECON-REC
        END-PERFORM
        MOVE SPACES TO RECON-REC
        WRITE RECON-REC
        MOVE SPACES TO RECON-REC
        STRING 'CHARGED TO SUSPENSE COST CENTER ' DELIMITED BY SIZE
            WS-SUSPENSE-CC DELIMITED BY SIZE
            '  (UNRG=NOT ON ROSTER  INAC=INACTIVE  NRTE=NO DEPT RATE)'
            DELIMITED BY SIZE
            INTO RECON-REC
        WRITE RECON-REC
        MOVE 'ELF   DEPT        REASON    CALORIES          AMOUNT'
            TO RECON-REC
        WRITE RECON-REC
        IF WS-SI-COUNT = 0
            MOVE '  (NO ELVES CHARGED TO SUSPENSE)' TO RECON-REC
            WRITE RECON-REC
        END-IF
        PERFORM VARYING WS-SIX FROM 1 BY 1 UNTIL WS-SIX > WS-SI-COUNT
            MOVE WS-SI-CALORIES(WS-SIX) TO WS-ED-CALS
            MOVE WS-SI-AMOUNT(WS-SIX) TO WS-ED-AMOUNT
            MOVE SPACES TO RECON-REC
            STRING WS-SI-ELF-NO(WS-SIX) DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-SI-DEPT(WS-SIX) DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-SI-REASON(WS-SIX) DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-ED-CALS DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-ED-AMOUNT DELIMITED BY SIZE
                INTO RECON-REC
            WRITE RECON-REC
        END-PERFORM
        MOVE SPACES TO RECON-REC
        WRITE RECON-REC
        MOVE 'CALORIE TIE-OUT' TO RECON-REC
        WRITE RECON-REC
        MOVE WS-DEPT-CALS-TOTAL TO WS-ED-CALS
        MOVE SPACES TO RECON-REC
        STRING 'CALORIES CHARGED TO DEPARTMENTS:       ' DELIMITED BY SIZE
            WS-ED-CALS DELIMITED BY SIZE
            INTO RECON-REC
        WRITE RECON-REC
        MOVE WS-SUSP-CALS-TOTAL TO WS-ED-CALS
        MOVE SPACES TO RECON-REC
        STRING 'CALORIES CHARGED TO SUSPENSE:          ' DELIMITED BY SIZE
            WS-ED-CALS DELIMITED BY SIZE
            INTO RECON-REC
        WRITE RECON-REC
        MOVE WS-CHARGED-CALS TO WS-ED-CALS
        MOVE SPACES TO RECON-REC
        STRING 'TOTAL CALORIES CHARGED:                ' DELIMITED BY SIZE
            WS-ED-CALS DELIMITED BY SIZE
            INTO RECON-REC
        WRITE RECON-REC
        MOVE SPACES TO RECON-REC
        IF WS-RESULT-FOUND = 'Y'
            MOVE WS-RESULT-CALS TO WS-ED-CALS
            STRING 'HELLO-WORLD CALORIE TOTAL (AocResults): ' DELIMITED
                BY SIZE
                WS-ED-CALS DELIMITED BY SIZE
                '  CYCLE ' DELIMITED BY SIZE
                WS-RESULT-CYCLE DELIMITED BY SIZE
                INTO RECON-REC
        ELSE
            MOVE SPACES TO RECON-REC
            STRING 'HELLO-WORLD CALORIE TOTAL (AocResults): ** NOT ON FILE '
                DELIMITED BY SIZE
                'FOR THIS BUSINESS DATE **' DELIMITED BY SIZE
                INTO RECON-REC
        END-IF
        WRITE RECON-REC
        MOVE WS-CALS-DIFF TO WS-ED-DIFF
        MOVE SPACES TO RECON-REC
        STRING 'DIFFERENCE:                           ' DELIMITED BY SIZE
            WS-ED-DIFF DELIMITED BY SIZE
            INTO RECON-REC
        WRITE RECON-REC
        MOVE SPACES TO RECON-REC
        WRITE RECON-REC
        MOVE 'GL BALANCE' TO RECON-REC
        WRITE RECON-REC
        MOVE WS-TOTAL-DEBITS TO WS-ED-AMOUNT
        MOVE SPACES TO RECON-REC
        STRING 'TOTAL DEBITS:                       ' DELIMITED BY SIZE
            WS-ED-AMOUNT DELIMITED BY SIZE
            INTO RECON-REC
        WRITE RECON-REC
        MOVE WS-TOTAL-CREDITS TO WS-ED-AMOUNT
        MOVE SPACES TO RECON-REC
        STRING 'TOTAL CREDITS (KITCHEN ' DELIMITED BY SIZE
            WS-KITCHEN-CC DELIMITED BY SIZE
            '):    ' DELIMITED BY SIZE
            WS-ED-AMOUNT DELIMITED BY SIZE
            INTO RECON-REC
        WRITE RECON-REC
        MOVE SPACES TO RECON-REC
        STRING 'GL DETAIL RECORDS: ' DELIMITED BY SIZE
            WS-GLT-COUNT DELIMITED BY SIZE
            '   HASH TOTAL: ' DELIMITED BY SIZE
            WS-GLT-HASH DELIMITED BY SIZE
            INTO RECON-REC
        WRITE RECON-REC
        MOVE SPACES TO RECON-REC
        WRITE RECON-REC
        IF WS-RECON-OK = 'Y'
            MOVE 'RESULT: CHARGEBACK TIES TO AocResults AND GL IS BALANCED'
                TO RECON-REC
        ELSE
            MOVE SPACES TO RECON-REC
            STRING 'RESULT: ** CHARGEBACK DOES NOT TIE - DO NOT RELEASE GL '
                DELIMITED BY SIZE
                'INTERFACE **' DELIMITED BY SIZE
                INTO RECON-REC
        END-IF
        WRITE RECON-REC
        CLOSE RECON-FILE.

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
        MOVE WS-ABEND-STAMP TO GL-REC
        WRITE GL-REC
        MOVE WS-ABEND-STAMP TO RECON-REC
        WRITE RECON-REC
        CLOSE MASTER-FILE ELF-ROSTER-FILE ROSTER-HIST-FILE RATE-FILE
            GL-FILE RECON-FILE RESULT-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY STEPRTN.
    COPY CTLTRTN.
    COPY RSLTRTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY TIMINGRTN.
    COPY RHISTRTN.
    COPY ENVRTN.
