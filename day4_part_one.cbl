IDENTIFICATION DIVISION.
PROGRAM-ID. SECTION-OVERLAP.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT INFILE ASSIGN TO WS-P-INFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LOG-FILE ASSIGN TO WS-P-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT OVERLAP-FILE ASSIGN TO WS-P-OVERLAP
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SUSPENSE-FILE ASSIGN TO WS-P-SUSPENSE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CYCLE-FILE ASSIGN TO WS-P-CYCLE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT RESULT-FILE ASSIGN TO WS-P-RESULT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RSLT-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT BIZDATE-FILE ASSIGN TO WS-P-BIZDATE
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
        SELECT ELF-ROSTER-FILE ASSIGN TO WS-P-ELF-ROSTER
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
DATA DIVISION.
    FILE SECTION.
    FD INFILE.
    01 INPUT-REC.
        05 SECTION-PAIR PIC X(40).
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD OVERLAP-FILE.
    01 OVERLAP-REC PIC X(80).
    FD SUSPENSE-FILE.
    01 SUSPENSE-REC PIC X(134).

    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).
    FD RESULT-FILE.
    COPY RSLTREC.
    FD BIZDATE-FILE.
    01 BIZDATE-REC PIC X(8).
    FD CONTROL-TOTAL-FILE.
    COPY CTLTREC.
    FD STEP-CONTROL-FILE.
    COPY STEPREC.
    FD TIMING-FILE.
    COPY TIMEREC.
    FD ELF-ROSTER-FILE.
    COPY ROSTREC.
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
        05 WS-P-OVERLAP           PIC X(70) VALUE SPACES.
        05 WS-P-SUSPENSE          PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-RESULT            PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-CONTROL-TOTAL     PIC X(70) VALUE SPACES.
        05 WS-P-STEP-CONTROL      PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
        05 WS-P-ELF-ROSTER        PIC X(70) VALUE SPACES.
        05 WS-P-RECEIPT           PIC X(70) VALUE SPACES.
    01 WS-INPUT.
        05 WS-PAIR-LINE         PIC X(40).
    01 WS-PAIR-FIELDS.
        05 WS-RANGES-X          PIC X(20) VALUE SPACES.
        05 WS-ELF-X             PIC X(10) VALUE SPACES
            OCCURS 2 TIMES.
        05 WS-PAIR-EXTRA-X      PIC X(10) VALUE SPACES.
        05 WS-SEC-X             PIC X(4) VALUE SPACES
            OCCURS 4 TIMES.
        05 WS-SEC-LEN           PIC 9(2) VALUE 0
            OCCURS 4 TIMES.
        05 WS-SEC-EXTRA-X       PIC X(4) VALUE SPACES.
        05 WS-SEC               PIC 9(4) VALUE 0
            OCCURS 4 TIMES.
        05 WS-CREW-ELF          PIC 9(4) VALUE 0
            OCCURS 2 TIMES.
        05 WS-PAIR-OK           PIC A(1) VALUE 'Y'.
        05 WS-PAIR-CONTAINED    PIC A(1) VALUE 'N'.
        05 WS-SX                PIC 9(1) VALUE 0.
        05 WS-EX                PIC 9(1) VALUE 0.
    01 WS-WORK.
        05 WS-EOF               PIC A(1) VALUE ' '.
        05 WS-LINE-NO           PIC 9(6) VALUE 0.
        05 WS-TOTAL-RECORDS     PIC 9(6) VALUE 0.
        05 WS-ACCEPTED-COUNT    PIC 9(6) VALUE 0.
        05 WS-TOTAL-REJECTS     PIC 9(6) VALUE 0.
        05 WS-FORMAT-REJ-COUNT  PIC 9(6) VALUE 0.
        05 WS-RANGE-REJ-COUNT   PIC 9(6) VALUE 0.
        05 WS-CREW-REJ-COUNT    PIC 9(6) VALUE 0.
        05 WS-CONTAINED-COUNT   PIC 9(6) VALUE 0.
        05 WS-OVERLAP-COUNT     PIC 9(6) VALUE 0.
        05 WS-OVERLAP-WRITTEN   PIC 9(6) VALUE 0.
    01 WS-ROSTER-TABLE.
        05 WS-ROSTER-LOADED    PIC A(1) VALUE 'N'.
        05 WS-ROSTER-EOF       PIC A(1) VALUE ' '.
        05 WS-ROSTER-COUNT     PIC 9(4) VALUE 0.
        05 WS-ROSTER-ENTRY OCCURS 2000 TIMES.
            10 WS-ROSTER-ELF-NO    PIC 9(4) VALUE 0.
            10 WS-ROSTER-STATUS    PIC X(1) VALUE SPACES.
            10 WS-ROSTER-SITE      PIC X(2) VALUE SPACES.
    01 WS-ROSTER-WORK.
        05 WS-RX               PIC 9(4) VALUE 0.
        05 WS-ROSTER-HIT       PIC 9(4) VALUE 0.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY STEPCOM.
    COPY CTLTCOM.
    COPY RSLTCOM.
    COPY CDATECOM.
    COPY LOGCOM.
    COPY VALIDCOM.
    COPY TIMINGCOM.
    COPY LAYCOM.
    COPY ENVCOM.
    COPY SITECOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'SECTION-OVERLAP' TO WS-LOG-PGM
    MOVE 'SECTION-OVERLAP' TO WS-SUSP-PGM
    PERFORM 870-GET-BIZ-DATE-RTN
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE.
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'SECTION OVERLAP RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    IF WS-ENV-SITE NOT EQUAL WS-ENV-HOME-SITE
        STRING 'PROCESSING SITE ' DELIMITED BY SIZE
            WS-ENV-SITE DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-SITE-NAME DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    PERFORM 930-CHECK-STEP-RTN
    IF WS-STEP-DONE = 'Y'
        DISPLAY 'SECTION-OVERLAP ALREADY COMPLETE FOR BUSINESS DATE '
            WS-BIZ-DATE ' - STEP SKIPPED'
        MOVE 'SECTION-OVERLAP ALREADY COMPLETE THIS CYCLE - STEP SKIPPED'
            TO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    MOVE '01' TO WS-LAY-CURRENT
    MOVE '00' TO WS-LAY-PREVIOUS
    MOVE 'Dec4Input.txt' TO WS-LAY-FEED
    PERFORM 885-GET-LAYOUT-VERSION-RTN
    IF WS-LAY-SUPPORTED NOT EQUAL 'Y'
        MOVE 8 TO RETURN-CODE
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    MOVE 'S' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    MOVE 'SUSPENSE-FILE' TO WS-FILE-ID
    OPEN EXTEND SUSPENSE-FILE.
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    PERFORM 050-LOAD-ROSTER-RTN
    MOVE 'OVERLAP-FILE' TO WS-FILE-ID
    OPEN OUTPUT OVERLAP-FILE.
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    PERFORM 200-WRITE-HEADING-RTN
    MOVE 'INFILE' TO WS-FILE-ID
    OPEN INPUT INFILE.
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO WS-EOF
        PERFORM UNTIL WS-EOF = 'Y'
            READ INFILE INTO WS-INPUT
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
            PERFORM 100-PROCESS-PAIR-RTN
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE INFILE
        MOVE WS-LINE-NO TO WS-TOTAL-RECORDS
        COMPUTE WS-TOTAL-REJECTS = WS-FORMAT-REJ-COUNT
            + WS-RANGE-REJ-COUNT + WS-CREW-REJ-COUNT
        PERFORM 210-WRITE-FOOTING-RTN
        CLOSE OVERLAP-FILE
        CLOSE SUSPENSE-FILE
        DISPLAY 'PAIRS WITH ONE RANGE FULLY CONTAINING THE OTHER: '
            WS-CONTAINED-COUNT
        DISPLAY 'PAIRS WITH ANY OVERLAP: ' WS-OVERLAP-COUNT
        DISPLAY 'PAIRS REJECTED (BAD SECTION RANGE): '
            WS-FORMAT-REJ-COUNT ' FORMAT, ' WS-RANGE-REJ-COUNT
            ' START AFTER END'
        DISPLAY 'PAIRS REJECTED (CREW ELF NOT ON ROSTER OR OTHER '
            'SITE): ' WS-CREW-REJ-COUNT
        IF WS-CREW-REJ-COUNT > 0
            MOVE 'W' TO WS-LOG-SEV
            STRING 'SECTION OVERLAP - PAIRS REJECTED FOR CREW ELF '
                'NUMBERS: ' DELIMITED BY SIZE
                WS-CREW-REJ-COUNT DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        DISPLAY WS-TOTAL-RECORDS ' RECORDS PROCESSED, '
            WS-TOTAL-REJECTS ' REJECTED'
        MOVE 'SECTION-OVERLAP' TO WS-CTL-PROGRAM
        MOVE WS-TOTAL-RECORDS TO WS-CTL-READ
        MOVE WS-ACCEPTED-COUNT TO WS-CTL-ACCEPTED
        MOVE WS-TOTAL-REJECTS TO WS-CTL-REJECTED
        PERFORM 895-WRITE-CONTROL-READ-RTN
        MOVE 'Dec4Overlap.txt' TO WS-CTL-FILE-NAME
        MOVE WS-OVERLAP-WRITTEN TO WS-CTL-WRITTEN
        PERFORM 896-WRITE-CONTROL-WRITE-RTN
        MOVE 'SECTION-OVERLAP' TO WS-RSLT-PROGRAM
        MOVE WS-CONTAINED-COUNT TO WS-RSLT-METRIC
        MOVE WS-TOTAL-RECORDS TO WS-RSLT-READ
        MOVE WS-TOTAL-REJECTS TO WS-RSLT-REJ
        MOVE RETURN-CODE TO WS-RSLT-RC
        PERFORM 890-WRITE-RESULT-RTN
        STRING 'SECTION OVERLAP RUN COMPLETED - CONTAINED: '
            DELIMITED BY SIZE
            WS-CONTAINED-COUNT DELIMITED BY SIZE
            ' OVERLAPPING: ' DELIMITED BY SIZE
            WS-OVERLAP-COUNT DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        PERFORM 940-MARK-STEP-RTN
        MOVE 'E' TO WS-TIM-EVENT
        PERFORM 945-WRITE-TIMING-RTN
        CLOSE LOG-FILE
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
        MOVE 'Dec4Input.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-INFILE
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'Dec4Overlap.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-OVERLAP
        MOVE 'AocSuspense.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUSPENSE
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE
        MOVE 'AocResults.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RESULT
        MOVE 'AocBizDate.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BIZDATE
        MOVE 'AocControlTotals.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CONTROL-TOTAL
        MOVE 'AocStepControl.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-STEP-CONTROL
        MOVE 'AocStepTiming.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TIMING
        MOVE 'Dec1ElfRoster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ELF-ROSTER
        MOVE 'AocReceiptRegister.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RECEIPT.

    050-LOAD-ROSTER-RTN.
        MOVE 0 TO WS-ROSTER-COUNT
        MOVE SPACES TO WS-ROSTER-EOF
        MOVE 'ELF-ROSTER-FILE' TO WS-FILE-ID
        OPEN INPUT ELF-ROSTER-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO ELF ROSTER ON FILE - CREW ELF NUMBERS NOT '
                'VERIFIED'
            MOVE 'W' TO WS-LOG-SEV
            MOVE 'SECTION OVERLAP - NO ELF ROSTER - CREWS NOT VERIFIED'
                TO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'Y' TO WS-ROSTER-LOADED
            PERFORM UNTIL WS-ROSTER-EOF = 'Y'
                READ ELF-ROSTER-FILE
                AT END MOVE 'Y' TO WS-ROSTER-EOF
                NOT AT END
                    IF WS-ROSTER-COUNT < 2000
                        ADD 1 TO WS-ROSTER-COUNT
                        MOVE ROST-ELF-NO
                            TO WS-ROSTER-ELF-NO(WS-ROSTER-COUNT)
                        MOVE ROST-STATUS
                            TO WS-ROSTER-STATUS(WS-ROSTER-COUNT)
                        IF ROST-SITE = SPACES
                            MOVE WS-ENV-HOME-SITE
                                TO WS-ROSTER-SITE(WS-ROSTER-COUNT)
                        ELSE
                            MOVE ROST-SITE
                                TO WS-ROSTER-SITE(WS-ROSTER-COUNT)
                        END-IF
                    ELSE
                        DISPLAY '** CREW ROSTER TABLE FULL - ELF '
                            ROST-ELF-NO ' NOT LOADED'
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ELF-ROSTER-FILE
        END-IF.

    100-PROCESS-PAIR-RTN.
        ADD 1 TO WS-LINE-NO
        MOVE 'Y' TO WS-PAIR-OK
        PERFORM 110-SPLIT-PAIR-RTN
        IF WS-PAIR-OK = 'Y'
            PERFORM 120-CHECK-RANGES-RTN
        END-IF
        IF WS-PAIR-OK = 'Y'
            PERFORM VARYING WS-EX FROM 1 BY 1
                UNTIL WS-EX > 2 OR WS-PAIR-OK NOT EQUAL 'Y'
                PERFORM 130-CHECK-CREW-ELF-RTN
            END-PERFORM
        END-IF
        IF WS-PAIR-OK = 'Y'
            ADD 1 TO WS-ACCEPTED-COUNT
            PERFORM 150-COMPARE-RANGES-RTN
        END-IF.

    110-SPLIT-PAIR-RTN.
        MOVE SPACES TO WS-RANGES-X
        MOVE SPACES TO WS-ELF-X(1)
        MOVE SPACES TO WS-ELF-X(2)
        MOVE SPACES TO WS-PAIR-EXTRA-X
        MOVE SPACES TO WS-SEC-EXTRA-X
        PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > 4
            MOVE SPACES TO WS-SEC-X(WS-SX)
            MOVE 0 TO WS-SEC-LEN(WS-SX)
            MOVE 0 TO WS-SEC(WS-SX)
        END-PERFORM
        UNSTRING WS-PAIR-LINE DELIMITED BY ALL SPACE
            INTO WS-RANGES-X WS-ELF-X(1) WS-ELF-X(2) WS-PAIR-EXTRA-X
        END-UNSTRING
        UNSTRING WS-RANGES-X DELIMITED BY '-' OR ',' OR ALL SPACE
            INTO WS-SEC-X(1) COUNT IN WS-SEC-LEN(1)
                 WS-SEC-X(2) COUNT IN WS-SEC-LEN(2)
                 WS-SEC-X(3) COUNT IN WS-SEC-LEN(3)
                 WS-SEC-X(4) COUNT IN WS-SEC-LEN(4)
                 WS-SEC-EXTRA-X
        END-UNSTRING
        PERFORM VARYING WS-SX FROM 1 BY 1
            UNTIL WS-SX > 4 OR WS-PAIR-OK NOT EQUAL 'Y'
            IF WS-SEC-LEN(WS-SX) < 1 OR WS-SEC-LEN(WS-SX) > 4
                MOVE 'N' TO WS-PAIR-OK
            ELSE
                MOVE WS-SEC-X(WS-SX) TO WS-VALID-FIELD
                MOVE WS-SEC-LEN(WS-SX) TO WS-VALID-LEN
                MOVE '1' TO WS-VALID-TYPE
                PERFORM 850-VALIDATE-FIELD-RTN
                IF WS-VALID-RESULT NOT EQUAL 'Y'
                    MOVE 'N' TO WS-PAIR-OK
                ELSE
                    MOVE WS-SEC-X(WS-SX)(1:WS-SEC-LEN(WS-SX))
                        TO WS-SEC(WS-SX)
                END-IF
            END-IF
        END-PERFORM
        IF WS-SEC-EXTRA-X NOT EQUAL SPACES
            OR WS-PAIR-EXTRA-X NOT EQUAL SPACES
            MOVE 'N' TO WS-PAIR-OK
        END-IF
        PERFORM VARYING WS-EX FROM 1 BY 1
            UNTIL WS-EX > 2 OR WS-PAIR-OK NOT EQUAL 'Y'
            IF WS-ELF-X(WS-EX)(1:4) NUMERIC
                AND WS-ELF-X(WS-EX)(5:6) = SPACES
                MOVE WS-ELF-X(WS-EX)(1:4) TO WS-CREW-ELF(WS-EX)
            ELSE
                MOVE 'N' TO WS-PAIR-OK
            END-IF
        END-PERFORM
        IF WS-PAIR-OK NOT EQUAL 'Y'
            ADD 1 TO WS-FORMAT-REJ-COUNT
            DISPLAY '  ** LINE ' WS-LINE-NO
                ' REJECTED - INVALID SECTION PAIR: ' WS-PAIR-LINE
            MOVE 'NNUM' TO WS-SUSP-REASON
            MOVE WS-LINE-NO TO WS-SUSP-KEY
            STRING 'SECTION OVERLAP - INVALID SECTION PAIR ON LINE '
                DELIMITED BY SIZE
                WS-LINE-NO DELIMITED BY SIZE
                ': ' DELIMITED BY SIZE
                WS-PAIR-LINE DELIMITED BY SIZE
                INTO WS-SUSP-MSG
            PERFORM 860-WRITE-SUSPENSE-RTN
        END-IF.

    120-CHECK-RANGES-RTN.
        IF WS-SEC(1) > WS-SEC(2) OR WS-SEC(3) > WS-SEC(4)
            MOVE 'N' TO WS-PAIR-OK
            ADD 1 TO WS-RANGE-REJ-COUNT
            DISPLAY '  ** LINE ' WS-LINE-NO
                ' REJECTED - SECTION RANGE STARTS AFTER IT ENDS'
            MOVE 'RNGE' TO WS-SUSP-REASON
            MOVE WS-LINE-NO TO WS-SUSP-KEY
            STRING 'SECTION OVERLAP - RANGE START AFTER END ON LINE '
                DELIMITED BY SIZE
                WS-LINE-NO DELIMITED BY SIZE
                ': ' DELIMITED BY SIZE
                WS-RANGES-X DELIMITED BY SPACE
                INTO WS-SUSP-MSG
            PERFORM 860-WRITE-SUSPENSE-RTN
        END-IF.

    130-CHECK-CREW-ELF-RTN.
        IF WS-ROSTER-LOADED = 'Y'
            MOVE 0 TO WS-ROSTER-HIT
            PERFORM VARYING WS-RX FROM 1 BY 1
                UNTIL WS-RX > WS-ROSTER-COUNT OR WS-ROSTER-HIT > 0
                IF WS-ROSTER-ELF-NO(WS-RX) = WS-CREW-ELF(WS-EX)
                    MOVE WS-RX TO WS-ROSTER-HIT
                END-IF
            END-PERFORM
            EVALUATE TRUE
                WHEN WS-ROSTER-HIT = 0
                    MOVE 'N' TO WS-PAIR-OK
                    MOVE 'NOT ON ROSTER' TO WS-SUSP-MSG
                WHEN WS-ROSTER-STATUS(WS-ROSTER-HIT) = 'I'
                    MOVE 'N' TO WS-PAIR-OK
                    MOVE 'INACTIVE ON ROSTER' TO WS-SUSP-MSG
                WHEN WS-ROSTER-SITE(WS-ROSTER-HIT) NOT EQUAL WS-ENV-SITE
                    MOVE 'N' TO WS-PAIR-OK
                    MOVE SPACES TO WS-SUSP-MSG
                    STRING 'ON THE ROSTER OF SITE ' DELIMITED BY SIZE
                        WS-ROSTER-SITE(WS-ROSTER-HIT) DELIMITED BY SIZE
                        INTO WS-SUSP-MSG
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF WS-PAIR-OK NOT EQUAL 'Y'
                PERFORM 135-REJECT-CREW-RTN
            END-IF
        END-IF.

    135-REJECT-CREW-RTN.
        ADD 1 TO WS-CREW-REJ-COUNT
        DISPLAY '  ** LINE ' WS-LINE-NO ' REJECTED - CREW ELF '
            WS-CREW-ELF(WS-EX) ' ' WS-SUSP-MSG(1:30)
        IF WS-ROSTER-HIT > 0
            AND WS-ROSTER-SITE(WS-ROSTER-HIT) NOT EQUAL WS-ENV-SITE
            MOVE 'XSIT' TO WS-SUSP-REASON
        ELSE
            MOVE 'OWNR' TO WS-SUSP-REASON
        END-IF
        MOVE WS-LINE-NO TO WS-SUSP-KEY
        MOVE SPACES TO WS-VALID-FIELD
        MOVE WS-SUSP-MSG TO WS-VALID-FIELD
        MOVE SPACES TO WS-SUSP-MSG
        STRING 'SECTION OVERLAP - CREW ELF ' DELIMITED BY SIZE
            WS-CREW-ELF(WS-EX) DELIMITED BY SIZE
            ' ON LINE ' DELIMITED BY SIZE
            WS-LINE-NO DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-VALID-FIELD DELIMITED BY '  '
            INTO WS-SUSP-MSG
        PERFORM 860-WRITE-SUSPENSE-RTN.

    150-COMPARE-RANGES-RTN.
        MOVE 'N' TO WS-PAIR-CONTAINED
        IF (WS-SEC(1) NOT > WS-SEC(3) AND WS-SEC(4) NOT > WS-SEC(2))
            OR (WS-SEC(3) NOT > WS-SEC(1) AND WS-SEC(2) NOT > WS-SEC(4))
            MOVE 'Y' TO WS-PAIR-CONTAINED
            ADD 1 TO WS-CONTAINED-COUNT
        END-IF
        IF WS-SEC(1) NOT > WS-SEC(4) AND WS-SEC(3) NOT > WS-SEC(2)
            ADD 1 TO WS-OVERLAP-COUNT
            PERFORM 220-WRITE-OVERLAP-RTN
        END-IF.

    200-WRITE-HEADING-RTN.
        MOVE SPACES TO OVERLAP-REC
        STRING 'SECTION ASSIGNMENT OVERLAPS - BUSINESS DATE '
            DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
            ' RUN CYCLE ' DELIMITED BY SIZE
            WS-CYCLE-NO DELIMITED BY SIZE
            INTO OVERLAP-REC
        WRITE OVERLAP-REC
        ADD 1 TO WS-OVERLAP-WRITTEN
        MOVE 'LINE    FIRST RANGE  SECOND RANGE  ELF-1  ELF-2  OVERLAP'
            TO OVERLAP-REC
        WRITE OVERLAP-REC
        ADD 1 TO WS-OVERLAP-WRITTEN.

    210-WRITE-FOOTING-RTN.
        MOVE SPACES TO OVERLAP-REC
        STRING 'CONTAINED PAIRS: ' DELIMITED BY SIZE
            WS-CONTAINED-COUNT DELIMITED BY SIZE
            '  OVERLAPPING PAIRS: ' DELIMITED BY SIZE
            WS-OVERLAP-COUNT DELIMITED BY SIZE
            '  REJECTED: ' DELIMITED BY SIZE
            WS-TOTAL-REJECTS DELIMITED BY SIZE
            INTO OVERLAP-REC
        WRITE OVERLAP-REC
        ADD 1 TO WS-OVERLAP-WRITTEN.

    220-WRITE-OVERLAP-RTN.
        MOVE SPACES TO OVERLAP-REC
        STRING WS-LINE-NO DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-SEC(1) DELIMITED BY SIZE
            '-' DELIMITED BY SIZE
            WS-SEC(2) DELIMITED BY SIZE
            '    ' DELIMITED BY SIZE
            WS-SEC(3) DELIMITED BY SIZE
            '-' DELIMITED BY SIZE
            WS-SEC(4) DELIMITED BY SIZE
            '     ' DELIMITED BY SIZE
            WS-CREW-ELF(1) DELIMITED BY SIZE
            '   ' DELIMITED BY SIZE
            WS-CREW-ELF(2) DELIMITED BY SIZE
            '   ' DELIMITED BY SIZE
            INTO OVERLAP-REC
        IF WS-PAIR-CONTAINED = 'Y'
            MOVE 'CONTAINED' TO OVERLAP-REC(50:9)
        ELSE
            MOVE 'PARTIAL' TO OVERLAP-REC(50:7)
        END-IF
        WRITE OVERLAP-REC
        ADD 1 TO WS-OVERLAP-WRITTEN.

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
        MOVE WS-ABEND-STAMP TO OVERLAP-REC
        WRITE OVERLAP-REC
        CLOSE INFILE OVERLAP-FILE ELF-ROSTER-FILE SUSPENSE-FILE
            RECEIPT-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY STEPRTN.
    COPY CTLTRTN.
    COPY RSLTRTN.
    COPY CDATERTN.
    COPY LOGRTN.
    COPY VALIDRTN.
    COPY TIMINGRTN.
    COPY LAYRTN.
    COPY ENVRTN.
    COPY SITERTN.
