IDENTIFICATION DIVISION.
PROGRAM-ID. SUPPLY-RECON.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT INFILE ASSIGN TO WS-P-INPUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SUPPLY-ISSUE-FILE ASSIGN TO WS-P-SUPPLY-ISSUE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CATALOG-FILE ASSIGN TO WS-P-CATALOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LEDGER-FILE ASSIGN TO WS-P-LEDGER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STKL-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ELF-ROSTER-FILE ASSIGN TO WS-P-ELF-ROSTER
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN TO WS-P-REPORT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SUSPENSE-FILE ASSIGN TO WS-P-SUSPENSE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PARM-FILE ASSIGN TO WS-P-PARM
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
    FD INFILE.
    01 INPUT-REC PIC X(105).
    FD SUPPLY-ISSUE-FILE.
    COPY SUPISREC.
    FD CATALOG-FILE.
    COPY CATLREC.
    FD LEDGER-FILE.
    COPY STKLREC.
    FD ELF-ROSTER-FILE.
    COPY ROSTREC.
    FD REPORT-FILE.
    01 REPORT-REC PIC X(132).
    FD SUSPENSE-FILE.
    01 SUSPENSE-REC PIC X(134).
    FD PARM-FILE.
    01 PARM-REC PIC X(80).
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
        05 WS-P-INPUT             PIC X(70) VALUE SPACES.
        05 WS-P-SUPPLY-ISSUE      PIC X(70) VALUE SPACES.
        05 WS-P-CATALOG           PIC X(70) VALUE SPACES.
        05 WS-P-LEDGER            PIC X(70) VALUE SPACES.
        05 WS-P-ELF-ROSTER        PIC X(70) VALUE SPACES.
        05 WS-P-REPORT            PIC X(70) VALUE SPACES.
        05 WS-P-SUSPENSE          PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-RESULT            PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-CONTROL-TOTAL     PIC X(70) VALUE SPACES.
        05 WS-P-STEP-CONTROL      PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-TOL-QTY          PIC 9(7) VALUE 0.
        05 WS-CATL-LOADED      PIC A(1) VALUE 'N'.
        05 WS-LINES-READ       PIC 9(6) VALUE 0.
        05 WS-ITEMS-COUNTED    PIC 9(8) VALUE 0.
        05 WS-UNREADABLE       PIC 9(6) VALUE 0.
        05 WS-ISS-READ         PIC 9(6) VALUE 0.
        05 WS-ISS-USED         PIC 9(6) VALUE 0.
        05 WS-ISS-OTHER-DATE   PIC 9(6) VALUE 0.
        05 WS-ISS-REJECTED     PIC 9(6) VALUE 0.
        05 WS-ISS-ROW-NO       PIC 9(6) VALUE 0.
        05 WS-LATER-POSTINGS   PIC 9(6) VALUE 0.
        05 WS-ITEM-OVERFLOW    PIC 9(6) VALUE 0.
        05 WS-RECONCILED       PIC 9(3) VALUE 0.
        05 WS-SHORT-COUNT      PIC 9(3) VALUE 0.
        05 WS-OVER-COUNT       PIC 9(3) VALUE 0.
        05 WS-SUSPENDED-COUNT  PIC 9(3) VALUE 0.
        05 WS-LEDGER-WRITTEN   PIC 9(6) VALUE 0.
        05 WS-CX               PIC 9(3) VALUE 0.
        05 WS-FIND-ITEM        PIC X(1) VALUE SPACE.
        05 WS-FIND-IX          PIC 9(3) VALUE 0.
    01 WS-CALC-FIELDS.
        05 WS-EXPECTED         PIC 9(8) VALUE 0.
        05 WS-VARIANCE         PIC S9(8) VALUE 0.
        05 WS-ABS-VARIANCE     PIC 9(8) VALUE 0.
        05 WS-VAR-VALUE        PIC S9(9)V99 VALUE 0.
        05 WS-SHORT-VALUE      PIC 9(11)V99 VALUE 0.
        05 WS-OVER-VALUE       PIC 9(11)V99 VALUE 0.
        05 WS-NET-VALUE        PIC S9(11)V99 VALUE 0.
    01 WS-ITEM-TABLE.
        05 WS-IT-COUNT         PIC 9(3) VALUE 0.
        05 WS-IT-ENTRY OCCURS 100 TIMES INDEXED BY ITX.
            10 WS-IT-ITEM          PIC X(1) VALUE SPACE.
            10 WS-IT-DESC          PIC X(20) VALUE SPACES.
            10 WS-IT-VALUE         PIC 9(5)V99 VALUE 0.
            10 WS-IT-CATALOGUED    PIC A(1) VALUE 'N'.
            10 WS-IT-OPENING       PIC 9(7) VALUE 0.
            10 WS-IT-PRIOR-DATE    PIC 9(8) VALUE 0.
            10 WS-IT-ISSUED        PIC 9(7) VALUE 0.
            10 WS-IT-COUNTED       PIC 9(7) VALUE 0.
    01 WS-RPT-DETAIL.
        05 FILLER              PIC X(2) VALUE SPACES.
        05 RD-ITEM             PIC X(1).
        05 FILLER              PIC X(3) VALUE SPACES.
        05 RD-DESC             PIC X(20).
        05 FILLER              PIC X(1) VALUE SPACES.
        05 RD-OPENING          PIC ZZZZZZ9.
        05 FILLER              PIC X(1) VALUE SPACES.
        05 RD-ISSUED           PIC ZZZZZZ9.
        05 FILLER              PIC X(1) VALUE SPACES.
        05 RD-EXPECTED         PIC ZZZZZZZ9.
        05 FILLER              PIC X(1) VALUE SPACES.
        05 RD-COUNTED          PIC ZZZZZZ9.
        05 FILLER              PIC X(1) VALUE SPACES.
        05 RD-VARIANCE         PIC +ZZZZZZZ9.
        05 FILLER              PIC X(2) VALUE SPACES.
        05 RD-UNIT-VALUE       PIC ZZZZ9.99.
        05 FILLER              PIC X(2) VALUE SPACES.
        05 RD-VAR-VALUE        PIC +ZZZZZZZZ9.99.
        05 FILLER              PIC X(2) VALUE SPACES.
        05 RD-STATUS           PIC X(8).
        05 FILLER              PIC X(1) VALUE SPACES.
        05 RD-FLAG             PIC X(13).
    01 WS-EDIT-FIELDS.
        05 WS-ED-QTY           PIC ZZZZZZ9.
        05 WS-ED-VARIANCE      PIC +ZZZZZZZ9.
        05 WS-ED-MONEY         PIC ZZZZZZZZZZ9.99.
        05 WS-ED-NET           PIC +ZZZZZZZZZZ9.99.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY STEPCOM.
    COPY CTLTCOM.
    COPY RSLTCOM.
    COPY LOGCOM.
    COPY PARMCOM.
    COPY CDATECOM.
    COPY VALIDCOM.
    COPY TIMINGCOM.
    COPY RKOWNCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'SUPPLY-RECON' TO WS-LOG-PGM
    MOVE 'SUPPLY-RECON' TO WS-SUSP-PGM
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE.
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'SUPPLY-RECON RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    PERFORM 870-GET-BIZ-DATE-RTN
    PERFORM 930-CHECK-STEP-RTN
    IF WS-STEP-DONE = 'Y'
        DISPLAY 'SUPPLY-RECON ALREADY COMPLETE FOR BUSINESS DATE '
            WS-BIZ-DATE ' - STEP SKIPPED'
        MOVE 'SUPPLY-RECON ALREADY COMPLETE THIS CYCLE - STEP SKIPPED'
            TO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    MOVE 'S' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    PERFORM 820-LOAD-PARMS-RTN
    MOVE 'SR-VAR-TOL-QTY' TO WS-PARM-REQ-KEY
    MOVE '5' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-TOL-QTY
    MOVE 'SUSPENSE-FILE' TO WS-FILE-ID
    OPEN EXTEND SUSPENSE-FILE
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT SUSPENSE-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    PERFORM 100-LOAD-CATALOG-RTN
    PERFORM 200-LOAD-ISSUES-RTN
    PERFORM 300-COUNT-RUCKSACKS-RTN
    PERFORM 400-LOAD-LEDGER-RTN
    MOVE 'REPORT-FILE' TO WS-FILE-ID
    OPEN OUTPUT REPORT-FILE
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    PERFORM 500-WRITE-HEADING-RTN
    PERFORM VARYING ITX FROM 1 BY 1 UNTIL ITX > WS-IT-COUNT
        PERFORM 510-RECONCILE-ITEM-RTN
    END-PERFORM
    PERFORM 600-WRITE-TOTALS-RTN
    CLOSE LEDGER-FILE
    CLOSE REPORT-FILE
    CLOSE SUSPENSE-FILE
    DISPLAY 'SUPPLY-RECON ITEMS RECONCILED: ' WS-RECONCILED
        ' SHORT: ' WS-SHORT-COUNT ' OVER: ' WS-OVER-COUNT
    DISPLAY 'VARIANCES OVER TOLERANCE SENT TO SUSPENSE: '
        WS-SUSPENDED-COUNT
    IF WS-ISS-REJECTED > 0
        MOVE 'W' TO WS-LOG-SEV
        STRING 'SUPPLY-RECON - SUPPLY ISSUE ROWS REJECTED: '
            DELIMITED BY SIZE
            WS-ISS-REJECTED DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    IF WS-LATER-POSTINGS > 0
        DISPLAY '** STOCK LEDGER HOLDS ' WS-LATER-POSTINGS
            ' POSTING(S) AFTER ' WS-BIZ-DATE
            ' - LATER BALANCES NOT RESTATED'
        MOVE 'W' TO WS-LOG-SEV
        STRING 'SUPPLY-RECON - LEDGER POSTINGS AFTER THIS BUSINESS '
            'DATE NOT RESTATED: ' DELIMITED BY SIZE
            WS-LATER-POSTINGS DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    IF WS-ITEM-OVERFLOW > 0
        MOVE 'W' TO WS-LOG-SEV
        STRING 'SUPPLY-RECON - ITEM TABLE FULL - OCCURRENCES NOT '
            'RECONCILED: ' DELIMITED BY SIZE
            WS-ITEM-OVERFLOW DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    IF WS-SUSPENDED-COUNT > 0
        MOVE 4 TO RETURN-CODE
        MOVE 'W' TO WS-LOG-SEV
        STRING 'SUPPLY-RECON - STOCK VARIANCES OVER TOLERANCE: '
            DELIMITED BY SIZE
            WS-SUSPENDED-COUNT DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    MOVE 'SUPPLY-RECON' TO WS-CTL-PROGRAM
    MOVE WS-ISS-READ TO WS-CTL-READ
    COMPUTE WS-CTL-ACCEPTED = WS-ISS-READ - WS-ISS-REJECTED
    MOVE WS-ISS-REJECTED TO WS-CTL-REJECTED
    PERFORM 895-WRITE-CONTROL-READ-RTN
    MOVE 'Dec3StockLedger.dat' TO WS-CTL-FILE-NAME
    MOVE WS-LEDGER-WRITTEN TO WS-CTL-WRITTEN
    PERFORM 896-WRITE-CONTROL-WRITE-RTN
    MOVE 'SUPPLY-RECON' TO WS-RSLT-PROGRAM
    MOVE WS-SUSPENDED-COUNT TO WS-RSLT-METRIC
    MOVE WS-LINES-READ TO WS-RSLT-READ
    MOVE WS-ISS-REJECTED TO WS-RSLT-REJ
    MOVE RETURN-CODE TO WS-RSLT-RC
    PERFORM 890-WRITE-RESULT-RTN
    STRING 'SUPPLY-RECON RUN COMPLETED - ITEMS RECONCILED: '
        DELIMITED BY SIZE
        WS-RECONCILED DELIMITED BY SIZE
        ' SUSPENDED: ' DELIMITED BY SIZE
        WS-SUSPENDED-COUNT DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    PERFORM 940-MARK-STEP-RTN
    MOVE 'E' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'Dec3Input.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-INPUT
        MOVE 'Dec3SupplyIssue.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUPPLY-ISSUE
        MOVE 'Dec3ItemCatalog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CATALOG
        MOVE 'Dec3StockLedger.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LEDGER
        MOVE 'Dec1ElfRoster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ELF-ROSTER
        MOVE 'Dec3SupplyRecon.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REPORT
        MOVE 'AocSuspense.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUSPENSE
        MOVE 'AocParms.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PARM
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

    100-LOAD-CATALOG-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'CATALOG-FILE' TO WS-FILE-ID
        OPEN INPUT CATALOG-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO ITEM CATALOG ON FILE - VARIANCES NOT VALUED'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'Y' TO WS-CATL-LOADED
            PERFORM UNTIL WS-EOF = 'Y'
                READ CATALOG-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE CAT-ITEM TO WS-FIND-ITEM
                    PERFORM 150-FIND-ITEM-RTN
                    IF WS-FIND-IX > 0
                        MOVE CAT-DESC TO WS-IT-DESC(WS-FIND-IX)
                        MOVE CAT-VALUE TO WS-IT-VALUE(WS-FIND-IX)
                        MOVE 'Y' TO WS-IT-CATALOGUED(WS-FIND-IX)
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE CATALOG-FILE
        END-IF.

    150-FIND-ITEM-RTN.
        MOVE 0 TO WS-FIND-IX
        SET ITX TO 1
        SEARCH WS-IT-ENTRY
            AT END
                CONTINUE
            WHEN ITX > WS-IT-COUNT
                CONTINUE
            WHEN WS-IT-ITEM(ITX) = WS-FIND-ITEM
                SET WS-FIND-IX TO ITX
        END-SEARCH
        IF WS-FIND-IX = 0
            IF WS-IT-COUNT < 100
                ADD 1 TO WS-IT-COUNT
                MOVE WS-IT-COUNT TO WS-FIND-IX
                MOVE WS-FIND-ITEM TO WS-IT-ITEM(WS-FIND-IX)
                MOVE '** NOT IN CATALOG **' TO WS-IT-DESC(WS-FIND-IX)
            ELSE
                ADD 1 TO WS-ITEM-OVERFLOW
            END-IF
        END-IF.

    200-LOAD-ISSUES-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'SUPPLY-ISSUE-FILE' TO WS-FILE-ID
        OPEN INPUT SUPPLY-ISSUE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO SUPPLY ISSUE FILE - NOTHING ISSUED FOR '
                WS-BIZ-DATE
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ SUPPLY-ISSUE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-ISS-READ
                    PERFORM 210-APPLY-ISSUE-RTN
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SUPPLY-ISSUE-FILE
        END-IF.

    210-APPLY-ISSUE-RTN.
        MOVE WS-ISS-READ TO WS-ISS-ROW-NO
        EVALUATE TRUE
            WHEN SUPI-BIZ-DATE NOT NUMERIC
                OR SUPI-QTY NOT NUMERIC
                OR SUPI-ITEM NOT ALPHABETIC
                OR SUPI-ITEM = SPACE
                PERFORM 220-REJECT-ISSUE-RTN
            WHEN SUPI-BIZ-DATE NOT EQUAL WS-BIZ-DATE
                ADD 1 TO WS-ISS-OTHER-DATE
            WHEN OTHER
                MOVE SUPI-ITEM TO WS-FIND-ITEM
                PERFORM 150-FIND-ITEM-RTN
                IF WS-FIND-IX > 0
                    ADD SUPI-QTY TO WS-IT-ISSUED(WS-FIND-IX)
                    ADD 1 TO WS-ISS-USED
                END-IF
        END-EVALUATE.

    220-REJECT-ISSUE-RTN.
        ADD 1 TO WS-ISS-REJECTED
        MOVE 'SISS' TO WS-SUSP-REASON
        MOVE SPACES TO WS-SUSP-KEY
        STRING 'ISSUE ' DELIMITED BY SIZE
            WS-ISS-ROW-NO DELIMITED BY SIZE
            INTO WS-SUSP-KEY
        MOVE SPACES TO WS-SUSP-MSG
        STRING 'INVALID SUPPLY ISSUE ROW: ' DELIMITED BY SIZE
            SUPPLY-ISSUE-REC DELIMITED BY SIZE
            INTO WS-SUSP-MSG
        PERFORM 860-WRITE-SUSPENSE-RTN
        DISPLAY '** SUPPLY ISSUE ROW ' WS-ISS-ROW-NO
            ' REJECTED: ' SUPPLY-ISSUE-REC.

    300-COUNT-RUCKSACKS-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'INFILE' TO WS-FILE-ID
        OPEN INPUT INFILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-EOF = 'Y'
            READ INFILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-LINES-READ
                MOVE INPUT-REC TO WS-RKO-LINE
                PERFORM 855-SPLIT-RUCKSACK-OWNER-RTN
                PERFORM VARYING WS-CX FROM 1 BY 1
                    UNTIL WS-CX > 100
                    OR WS-RKO-CONTENTS(WS-CX:1) = SPACE
                    PERFORM 310-COUNT-ONE-ITEM-RTN
                END-PERFORM
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE INFILE.

    310-COUNT-ONE-ITEM-RTN.
        IF WS-RKO-CONTENTS(WS-CX:1) ALPHABETIC
            MOVE WS-RKO-CONTENTS(WS-CX:1) TO WS-FIND-ITEM
            PERFORM 150-FIND-ITEM-RTN
            IF WS-FIND-IX > 0
                ADD 1 TO WS-IT-COUNTED(WS-FIND-IX)
                ADD 1 TO WS-ITEMS-COUNTED
            END-IF
        ELSE
            ADD 1 TO WS-UNREADABLE
        END-IF.

    400-LOAD-LEDGER-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'LEDGER-FILE' TO WS-FILE-ID
        OPEN I-O LEDGER-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT LEDGER-FILE
            CLOSE LEDGER-FILE
            OPEN I-O LEDGER-FILE
            DISPLAY 'NO STOCK LEDGER ON FILE - OPENING BALANCES ZERO'
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-EOF = 'Y'
            READ LEDGER-FILE NEXT RECORD
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM 410-CARRY-FORWARD-RTN
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM.

    410-CARRY-FORWARD-RTN.
        EVALUATE TRUE
            WHEN STKL-BIZ-DATE > WS-BIZ-DATE
                ADD 1 TO WS-LATER-POSTINGS
            WHEN STKL-BIZ-DATE = WS-BIZ-DATE
                CONTINUE
            WHEN OTHER
                MOVE STKL-ITEM TO WS-FIND-ITEM
                PERFORM 150-FIND-ITEM-RTN
                IF WS-FIND-IX > 0
                    IF STKL-BIZ-DATE > WS-IT-PRIOR-DATE(WS-FIND-IX)
                        MOVE STKL-BIZ-DATE
                            TO WS-IT-PRIOR-DATE(WS-FIND-IX)
                        MOVE STKL-CLOSING TO WS-IT-OPENING(WS-FIND-IX)
                    END-IF
                END-IF
        END-EVALUATE.

    500-WRITE-HEADING-RTN.
        MOVE SPACES TO REPORT-REC
        STRING 'SUPPLY RECONCILIATION FOR BUSINESS DATE '
            DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
            '  CYCLE ' DELIMITED BY SIZE
            WS-CYCLE-NO DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ENV-BANNER DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-TOL-QTY TO WS-ED-QTY
        MOVE SPACES TO REPORT-REC
        STRING 'EXPECTED = OPENING BALANCE + ISSUED.  VARIANCE = '
            DELIMITED BY SIZE
            'COUNTED - EXPECTED.  SUSPENSE WHEN VARIANCE EXCEEDS '
            DELIMITED BY SIZE
            WS-ED-QTY DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE ALL '-' TO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING 'ITEM  DESCRIPTION          OPENING  ISSUED  EXPECTED '
            DELIMITED BY SIZE
            'COUNTED  VARIANCE  UNIT VALUE  VARIANCE VALUE  STATUS'
            DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC.

    510-RECONCILE-ITEM-RTN.
        IF WS-IT-OPENING(ITX) = 0 AND WS-IT-ISSUED(ITX) = 0
            AND WS-IT-COUNTED(ITX) = 0
            CONTINUE
        ELSE
            ADD 1 TO WS-RECONCILED
            COMPUTE WS-EXPECTED = WS-IT-OPENING(ITX) + WS-IT-ISSUED(ITX)
            COMPUTE WS-VARIANCE = WS-IT-COUNTED(ITX) - WS-EXPECTED
            COMPUTE WS-VAR-VALUE = WS-VARIANCE * WS-IT-VALUE(ITX)
            IF WS-VARIANCE < 0
                COMPUTE WS-ABS-VARIANCE = 0 - WS-VARIANCE
            ELSE
                MOVE WS-VARIANCE TO WS-ABS-VARIANCE
            END-IF
            MOVE SPACES TO WS-RPT-DETAIL
            MOVE WS-IT-ITEM(ITX) TO RD-ITEM
            MOVE WS-IT-DESC(ITX) TO RD-DESC
            MOVE WS-IT-OPENING(ITX) TO RD-OPENING
            MOVE WS-IT-ISSUED(ITX) TO RD-ISSUED
            MOVE WS-EXPECTED TO RD-EXPECTED
            MOVE WS-IT-COUNTED(ITX) TO RD-COUNTED
            MOVE WS-VARIANCE TO RD-VARIANCE
            MOVE WS-IT-VALUE(ITX) TO RD-UNIT-VALUE
            MOVE WS-VAR-VALUE TO RD-VAR-VALUE
            EVALUATE TRUE
                WHEN WS-VARIANCE < 0
                    MOVE 'SHORT' TO RD-STATUS
                    ADD 1 TO WS-SHORT-COUNT
                    COMPUTE WS-SHORT-VALUE =
                        WS-SHORT-VALUE - WS-VAR-VALUE
                WHEN WS-VARIANCE > 0
                    MOVE 'OVER' TO RD-STATUS
                    ADD 1 TO WS-OVER-COUNT
                    ADD WS-VAR-VALUE TO WS-OVER-VALUE
                WHEN OTHER
                    MOVE 'BALANCED' TO RD-STATUS
            END-EVALUATE
            MOVE 'T' TO STKL-STATUS
            IF WS-ABS-VARIANCE > WS-TOL-QTY
                MOVE '** SUSPENSE' TO RD-FLAG
                MOVE 'S' TO STKL-STATUS
                PERFORM 520-SUSPEND-VARIANCE-RTN
            END-IF
            MOVE WS-RPT-DETAIL TO REPORT-REC
            WRITE REPORT-REC
            PERFORM 530-POST-LEDGER-RTN
        END-IF.

    520-SUSPEND-VARIANCE-RTN.
        ADD 1 TO WS-SUSPENDED-COUNT
        MOVE 'SVAR' TO WS-SUSP-REASON
        MOVE SPACES TO WS-SUSP-KEY
        STRING 'ITEM ' DELIMITED BY SIZE
            WS-IT-ITEM(ITX) DELIMITED BY SIZE
            INTO WS-SUSP-KEY
        MOVE WS-VARIANCE TO WS-ED-VARIANCE
        MOVE WS-EXPECTED TO WS-ED-QTY
        MOVE SPACES TO WS-SUSP-MSG
        STRING 'STOCK VARIANCE ' DELIMITED BY SIZE
            WS-ED-VARIANCE DELIMITED BY SIZE
            ' ON ' DELIMITED BY SIZE
            WS-IT-DESC(ITX) DELIMITED BY SIZE
            ' EXPECTED ' DELIMITED BY SIZE
            WS-ED-QTY DELIMITED BY SIZE
            ' VALUE ' DELIMITED BY SIZE
            RD-VAR-VALUE DELIMITED BY SIZE
            INTO WS-SUSP-MSG
        PERFORM 860-WRITE-SUSPENSE-RTN.

    530-POST-LEDGER-RTN.
        MOVE WS-IT-ITEM(ITX) TO STKL-ITEM
        MOVE WS-BIZ-DATE TO STKL-BIZ-DATE
        MOVE WS-IT-OPENING(ITX) TO STKL-OPENING
        MOVE WS-IT-ISSUED(ITX) TO STKL-ISSUED
        MOVE WS-IT-COUNTED(ITX) TO STKL-COUNTED
        MOVE WS-VARIANCE TO STKL-VARIANCE
        MOVE WS-IT-VALUE(ITX) TO STKL-UNIT-VALUE
        MOVE WS-VAR-VALUE TO STKL-VAR-VALUE
        MOVE WS-IT-COUNTED(ITX) TO STKL-CLOSING
        MOVE WS-CYCLE-NO TO STKL-CYCLE
        MOVE 'LEDGER-FILE' TO WS-FILE-ID
        WRITE STOCK-LEDGER-REC
            INVALID KEY
                REWRITE STOCK-LEDGER-REC
        END-WRITE
        ADD 1 TO WS-LEDGER-WRITTEN.

    600-WRITE-TOTALS-RTN.
        MOVE ALL '-' TO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING 'ITEMS RECONCILED: ' DELIMITED BY SIZE
            WS-RECONCILED DELIMITED BY SIZE
            '  SHORT: ' DELIMITED BY SIZE
            WS-SHORT-COUNT DELIMITED BY SIZE
            '  OVER: ' DELIMITED BY SIZE
            WS-OVER-COUNT DELIMITED BY SIZE
            '  SENT TO SUSPENSE: ' DELIMITED BY SIZE
            WS-SUSPENDED-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-SHORT-VALUE TO WS-ED-MONEY
        MOVE SPACES TO REPORT-REC
        STRING 'SHORTAGE VALUE:  ' DELIMITED BY SIZE
            WS-ED-MONEY DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE WS-OVER-VALUE TO WS-ED-MONEY
        MOVE SPACES TO REPORT-REC
        STRING 'OVERAGE VALUE:   ' DELIMITED BY SIZE
            WS-ED-MONEY DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        COMPUTE WS-NET-VALUE = WS-OVER-VALUE - WS-SHORT-VALUE
        MOVE WS-NET-VALUE TO WS-ED-NET
        MOVE SPACES TO REPORT-REC
        STRING 'NET VARIANCE:   ' DELIMITED BY SIZE
            WS-ED-NET DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        IF WS-CATL-LOADED NOT EQUAL 'Y'
            MOVE '** NO ITEM CATALOG ON FILE - VARIANCES NOT VALUED'
                TO REPORT-REC
            WRITE REPORT-REC
        END-IF
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING 'RUCKSACK LINES READ: ' DELIMITED BY SIZE
            WS-LINES-READ DELIMITED BY SIZE
            '  ITEMS COUNTED: ' DELIMITED BY SIZE
            WS-ITEMS-COUNTED DELIMITED BY SIZE
            '  UNREADABLE CHARACTERS: ' DELIMITED BY SIZE
            WS-UNREADABLE DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING 'SUPPLY ISSUE ROWS READ: ' DELIMITED BY SIZE
            WS-ISS-READ DELIMITED BY SIZE
            '  APPLIED: ' DELIMITED BY SIZE
            WS-ISS-USED DELIMITED BY SIZE
            '  OTHER DATES: ' DELIMITED BY SIZE
            WS-ISS-OTHER-DATE DELIMITED BY SIZE
            '  REJECTED: ' DELIMITED BY SIZE
            WS-ISS-REJECTED DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        IF WS-LATER-POSTINGS > 0
            MOVE SPACES TO REPORT-REC
            STRING '** LEDGER POSTINGS AFTER THIS BUSINESS DATE: '
                DELIMITED BY SIZE
                WS-LATER-POSTINGS DELIMITED BY SIZE
                ' - THEIR OPENING BALANCES WERE NOT RESTATED'
                DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
        END-IF
        IF WS-ITEM-OVERFLOW > 0
            MOVE SPACES TO REPORT-REC
            STRING '** ITEM TABLE FULL - OCCURRENCES NOT RECONCILED: '
                DELIMITED BY SIZE
                WS-ITEM-OVERFLOW DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
        END-IF.

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
        MOVE WS-ABEND-STAMP TO REPORT-REC
        WRITE REPORT-REC
        CLOSE INFILE SUPPLY-ISSUE-FILE CATALOG-FILE LEDGER-FILE
            ELF-ROSTER-FILE REPORT-FILE SUSPENSE-FILE PARM-FILE
            RESULT-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY STEPRTN.
    COPY CTLTRTN.
    COPY RSLTRTN.
    COPY LOGRTN.
    COPY PARMRTN.
    COPY CDATERTN.
    COPY VALIDRTN.
    COPY TIMINGRTN.
    COPY RKOWNRTN.
    COPY ENVRTN.
