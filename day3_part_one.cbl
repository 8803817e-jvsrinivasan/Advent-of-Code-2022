        SELECT TIMING-FILE ASSIGN TO WS-P-TIMING
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ELF-ROSTER-FILE ASSIGN TO WS-P-ELF-ROSTER
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT OWNER-FILE ASSIGN TO WS-P-OWNER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RKO-KEY
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
    FILE SECTION.
    FD INFILE.
    01 INPUT-REC.
        05 RUCKSACK PIC X(105).
    FD EXCEPT-FILE.
    01 EXCEPT-REC                  PIC X(80).
    FD LOG-FILE.
    FD EXTRACT-FILE.
    01 EXTRACT-REC                 PIC X(80).
    FD SUSPENSE-FILE.
    01 SUSPENSE-REC PIC X(134).
    FD CORRECTION-FILE.
    01 CORRECTION-REC PIC X(105).
    FD JOURNAL-FILE.
    COPY JRNLREC.
    FD JOURNAL-WORK-FILE.
        05 INQ-COMMON-ITEM      PIC X(1).
        05 INQ-PRIORITY         PIC 9(2).
        05 INQ-RUCKSACK         PIC X(100).
        05 INQ-OWNER-ELF        PIC 9(4).
    FD PACK-RULES-FILE.
    01 PACK-RULES-REC.
        05 PRUL-RULE-ID         PIC X(4).
    01 VALUATION-REC PIC X(132).
    FD TIMING-FILE.
    COPY TIMEREC.
    FD ELF-ROSTER-FILE.
    COPY ROSTREC.
    FD OWNER-FILE.
    COPY RKOWNREC.
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
        05 WS-P-EXCEPT            PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CATALOG           PIC X(70) VALUE SPACES.
        05 WS-P-VALUATION         PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
        05 WS-P-ELF-ROSTER        PIC X(70) VALUE SPACES.
        05 WS-P-OWNER             PIC X(70) VALUE SPACES.
        05 WS-P-RECEIPT           PIC X(70) VALUE SPACES.
    01 WS-INPUT.
        05 WS-RUCKSACK-LINE PIC X(105).
    01 WS-RUCKSACK-DATA.
        05 WS-RUCKSACK PIC X(100). 
    01 WS-WORK.
        05 WS-EOF              PIC A(1). 
        05 WS-VIOLATION-COUNT  PIC 9(6) VALUE 0.
        05 WS-VIOL-LINES       PIC 9(6) VALUE 0.
        05 WS-LINE-VIOLS       PIC 9(3) VALUE 0.
    01 WS-OWNER-WORK.
        05 WS-OWNER-REJ-COUNT  PIC 9(6) VALUE 0.
        05 WS-OWNER-LINES      PIC 9(6) VALUE 0.
        05 WS-OWNER-CLEARED    PIC 9(6) VALUE 0.
        05 WS-OWNER-EOF        PIC A(1) VALUE ' '.
        05 WS-EXTRACT-OWNER    PIC X(4) VALUE SPACES.
    COPY PTYTABLE.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY VALIDCOM.
    COPY TIMINGCOM.
    COPY RKOWNCOM.
    COPY LAYCOM.
    COPY ENVCOM.
    COPY SITECOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'RUCKSACK PART ONE RUN STARTED' TO WS-LOG-MSG
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
        DISPLAY 'RUCKSACK ALREADY COMPLETE FOR BUSINESS DATE '
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    MOVE 'Dec3Input.txt' TO WS-LAY-FEED
    PERFORM 885-GET-LAYOUT-VERSION-RTN
    IF WS-LAY-SUPPORTED NOT EQUAL 'Y'
        MOVE 8 TO RETURN-CODE
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    MOVE 'S' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    MOVE 'SUSPENSE-FILE' TO WS-FILE-ID
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    PERFORM 090-LOAD-PACK-RULES-RTN
    PERFORM 095-LOAD-CATALOG-RTN
    PERFORM 856-LOAD-OWNER-ROSTER-RTN
    PERFORM 097-OPEN-OWNER-MASTER-RTN
    MOVE 'VIOLATION-FILE' TO WS-FILE-ID
    OPEN OUTPUT VIOLATION-FILE
    PERFORM 900-CHECK-OPEN-STATUS-RTN
        INTO EXTRACT-REC
    WRITE EXTRACT-REC
    ADD 1 TO WS-EXTRACT-WRITTEN
    MOVE 'LINE_NO,COMMON_ITEM,PRIORITY,OWNER_ELF' TO EXTRACT-REC
    WRITE EXTRACT-REC
    ADD 1 TO WS-EXTRACT-WRITTEN
        MOVE 'INFILE' TO WS-FILE-ID
        CLOSE EXTRACT-FILE
        CLOSE COMMON-DETAIL-FILE
        CLOSE INQUIRY-FILE
        CLOSE OWNER-FILE
        CLOSE SUSPENSE-FILE
        DISPLAY 'TOTAL SCORE: ' WS-SUM
        DISPLAY 'MULTI-COMMON-ITEM RUCKSACKS (PACKING ANOMALIES): '
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        DISPLAY 'RECORDS REJECTED (ODD LENGTH): ' WS-ODD-LENGTH-COUNT
        DISPLAY 'RUCKSACKS WITH AN OWNER ELF: ' WS-OWNER-LINES
            ' REJECTED (UNKNOWN OWNER): ' WS-OWNER-REJ-COUNT
        IF WS-OWNER-REJ-COUNT > 0
            MOVE 'W' TO WS-LOG-SEV
            STRING 'RUCKSACK PART ONE - UNKNOWN OWNER ELF LINES '
                'REJECTED: ' DELIMITED BY SIZE
                WS-OWNER-REJ-COUNT DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        COMPUTE WS-TOTAL-REJECTS = WS-ODD-LENGTH-COUNT + WS-EXCEPT-COUNT
        DISPLAY WS-LINE-NO ' RECORDS PROCESSED, '
            WS-TOTAL-REJECTS ' REJECTED'
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
        MOVE 'Dec3Input.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-INFILE
        MOVE 'Dec3Exceptions.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-EXCEPT
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'Dec3Extract.csv' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-EXTRACT
        MOVE 'AocSuspense.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUSPENSE
        MOVE 'Dec3Corrections.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CORRECTION
        MOVE 'AocCorrectionJournal.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-STEP-CONTROL
        MOVE 'Dec3CommonDetail.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-COMMON-DETAIL
        MOVE 'Dec3Inquiry.dat' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-INQUIRY
        MOVE 'Dec3PackRules.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PACK-RULES
        MOVE 'Dec3PackViolations.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-VIOLATION
        MOVE 'Dec3ItemCatalog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CATALOG
        MOVE 'Dec3Valuation.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-VALUATION
        MOVE 'AocStepTiming.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TIMING
        MOVE 'Dec1ElfRoster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ELF-ROSTER
        MOVE 'Dec3OwnerMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-OWNER
        MOVE 'AocReceiptRegister.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RECEIPT.

    100-CALC-RTN.
        MOVE SPACE TO WS-INQ-ITEM
        MOVE 0 TO WS-INQ-PTY
        MOVE 0 TO WS-LINE-VALUE
        MOVE 0 TO WS-LINE-VIOLS
        IF WS-LAY-USE-PREVIOUS
            MOVE WS-RUCKSACK-LINE TO WS-RKO-CONTENTS
            MOVE 'N' TO WS-RKO-STATE
        ELSE
            MOVE WS-RUCKSACK-LINE TO WS-RKO-LINE
            PERFORM 855-SPLIT-RUCKSACK-OWNER-RTN
        END-IF
        MOVE WS-RKO-CONTENTS TO WS-RUCKSACK
        PERFORM 857-CHECK-RUCKSACK-OWNER-RTN
        IF WS-RKO-OWNER-GIVEN
            ADD 1 TO WS-OWNER-LINES
        END-IF
        INITIALIZE  WS-COUNT
                    WS-ACTUAL-LENGTH
                    WS-PART1
        MOVE WS-ACTUAL-LENGTH TO WS-VALID-LEN
        MOVE '2' TO WS-VALID-TYPE
        PERFORM 850-VALIDATE-FIELD-RTN
        EVALUATE TRUE
            WHEN WS-VALID-RESULT NOT EQUAL 'Y'
                DISPLAY '  ** LINE ' WS-LINE-NO
                    ' REJECTED - INVALID CHARACTERS IN RUCKSACK'
                MOVE 'ICHR' TO WS-SUSP-REASON
                MOVE WS-LINE-NO TO WS-SUSP-KEY
                STRING 'RUCKSACK PART ONE - INVALID CHARACTERS ON LINE '
                    DELIMITED BY SIZE
                    WS-LINE-NO DELIMITED BY SIZE
                    INTO WS-SUSP-MSG
                PERFORM 860-WRITE-SUSPENSE-RTN
                PERFORM 210-WRITE-EXCEPT-RTN
            WHEN WS-RKO-OWNER-OK NOT EQUAL 'Y'
                PERFORM 102-REJECT-OWNER-RTN
            WHEN FUNCTION MOD(WS-ACTUAL-LENGTH, 2) NOT EQUAL 0
                ADD 1 TO WS-ODD-LENGTH-COUNT
                DISPLAY '  ** LINE ' WS-LINE-NO
                    ' REJECTED - ODD RUCKSACK LENGTH: ' WS-ACTUAL-LENGTH
                MOVE 'ODD RUCKSACK LENGTH' TO WS-EXCEPT-REASON
                PERFORM 215-WRITE-EXCEPT-REASON-RTN
            WHEN OTHER
                PERFORM 205-CHECK-DUPLICATE-RTN
                IF WS-DUP-OF > 0
                    PERFORM 207-REPORT-DUPLICATE-RTN
                ELSE
                    PERFORM 208-SCORE-RUCKSACK-RTN
                END-IF
        END-EVALUATE
        IF WS-RKO-OWNER-OK NOT EQUAL 'Y'
            MOVE 'N' TO WS-VALID-RESULT
        END-IF
        IF WS-PRUL-LOADED = 'Y' AND WS-VALID-RESULT = 'Y'
            PERFORM 260-CHECK-PACK-RULES-RTN
        IF WS-CATL-LOADED = 'Y' AND WS-VALID-RESULT = 'Y'
            PERFORM 280-VALUE-RUCKSACK-RTN
        END-IF
        PERFORM 240-WRITE-INQUIRY-RTN
        IF WS-RKO-OWNER-GIVEN AND WS-RKO-OWNER-OK = 'Y'
            PERFORM 245-WRITE-OWNER-MASTER-RTN
        END-IF.

    102-REJECT-OWNER-RTN.
        ADD 1 TO WS-OWNER-REJ-COUNT
        DISPLAY '  ** LINE ' WS-LINE-NO
            ' REJECTED - OWNER ELF NOT ON ROSTER: ' WS-RKO-OWNER-X
        MOVE 'OWNR' TO WS-SUSP-REASON
        MOVE WS-LINE-NO TO WS-SUSP-KEY
        STRING 'RUCKSACK PART ONE - UNKNOWN OWNER ELF '
            DELIMITED BY SIZE
            WS-RKO-OWNER-X DELIMITED BY SPACE
            ' ON LINE ' DELIMITED BY SIZE
            WS-LINE-NO DELIMITED BY SIZE
            INTO WS-SUSP-MSG
        PERFORM 860-WRITE-SUSPENSE-RTN
        MOVE SPACES TO WS-EXCEPT-REASON
        STRING 'UNKNOWN OWNER ELF ' DELIMITED BY SIZE
            WS-RKO-OWNER-X DELIMITED BY SPACE
            INTO WS-EXCEPT-REASON
        PERFORM 215-WRITE-EXCEPT-REASON-RTN
        ADD 1 TO WS-EXCEPT-COUNT.

    097-OPEN-OWNER-MASTER-RTN.
        MOVE 'OWNER-FILE' TO WS-FILE-ID
        OPEN I-O OWNER-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT OWNER-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            CLOSE OWNER-FILE
            OPEN I-O OWNER-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE WS-BIZ-DATE TO RKO-BIZ-DATE
        MOVE 0 TO RKO-LINE-NO
        MOVE SPACES TO WS-OWNER-EOF
        START OWNER-FILE KEY NOT LESS RKO-KEY
            INVALID KEY MOVE 'Y' TO WS-OWNER-EOF
        END-START
        PERFORM UNTIL WS-OWNER-EOF = 'Y'
            READ OWNER-FILE NEXT RECORD
            AT END MOVE 'Y' TO WS-OWNER-EOF
            NOT AT END
                IF RKO-BIZ-DATE = WS-BIZ-DATE
                    DELETE OWNER-FILE RECORD
                    ADD 1 TO WS-OWNER-CLEARED
                ELSE
                    MOVE 'Y' TO WS-OWNER-EOF
                END-IF
            END-READ
        END-PERFORM
        MOVE '00' TO WS-FILE-STATUS
        IF WS-OWNER-CLEARED > 0
            DISPLAY 'OWNER MASTER ENTRIES REPLACED FOR BUSINESS DATE '
                WS-BIZ-DATE ': ' WS-OWNER-CLEARED
        END-IF.

    245-WRITE-OWNER-MASTER-RTN.
        MOVE WS-BIZ-DATE TO RKO-BIZ-DATE
        MOVE WS-LINE-NO TO RKO-LINE-NO
        MOVE WS-RKO-OWNER TO RKO-ELF-NO
        IF WS-FOUND = 'Y'
            MOVE 'S' TO RKO-STATUS
            MOVE WS-INQ-ITEM TO RKO-COMMON-ITEM
            MOVE WS-INQ-PTY TO RKO-PRIORITY
        ELSE
            MOVE 'R' TO RKO-STATUS
            MOVE SPACE TO RKO-COMMON-ITEM
            MOVE 0 TO RKO-PRIORITY
        END-IF
        MOVE WS-LINE-VALUE TO RKO-VALUE
        MOVE WS-LINE-VIOLS TO RKO-VIOLATIONS
        WRITE RUCKSACK-OWNER-REC
            INVALID KEY
                REWRITE RUCKSACK-OWNER-REC
                    INVALID KEY
                        DISPLAY '** OWNER MASTER WRITE FAILED FOR '
                            'LINE ' WS-LINE-NO
                END-REWRITE
        END-WRITE.

    095-LOAD-CATALOG-RTN.
        MOVE 'CATALOG-FILE' TO WS-FILE-ID
        WRITE EXCEPT-REC.
    220-WRITE-EXTRACT-RTN.
        MOVE PTX TO WS-EXTRACT-PRIORITY
        MOVE SPACES TO WS-EXTRACT-OWNER
        IF WS-RKO-OWNER-GIVEN
            MOVE WS-RKO-OWNER TO WS-EXTRACT-OWNER
        END-IF
        MOVE SPACES TO EXTRACT-REC
        STRING WS-LINE-NO DELIMITED BY SIZE
            ',' DELIMITED BY SIZE
            WS-PRIORITY DELIMITED BY SIZE
            ',' DELIMITED BY SIZE
            WS-EXTRACT-PRIORITY DELIMITED BY SIZE
            ',' DELIMITED BY SIZE
            WS-EXTRACT-OWNER DELIMITED BY SIZE
            INTO EXTRACT-REC
        WRITE EXTRACT-REC
        ADD 1 TO WS-EXTRACT-WRITTEN.
        MOVE WS-INQ-ITEM TO INQ-COMMON-ITEM
        MOVE WS-INQ-PTY TO INQ-PRIORITY
        MOVE WS-RUCKSACK TO INQ-RUCKSACK
        MOVE WS-RKO-OWNER TO INQ-OWNER-ELF
        WRITE INQUIRY-REC
            INVALID KEY
                REWRITE INQUIRY-REC
                AT END MOVE 'Y' TO WS-CORR-EOF
                NOT AT END
                    ADD 1 TO WS-LINE-NO
                    MOVE CORRECTION-REC TO WS-RUCKSACK-LINE
                    DISPLAY '  RE-FEEDING CORRECTED RUCKSACK LINE '
                        WS-LINE-NO
                    PERFORM 100-CALC-RTN
        CLOSE INFILE EXTRACT-FILE EXCEPT-FILE COMMON-DETAIL-FILE
            INQUIRY-FILE CORRECTION-FILE JOURNAL-FILE
            JOURNAL-WORK-FILE PACK-RULES-FILE VIOLATION-FILE
            CATALOG-FILE VALUATION-FILE ELF-ROSTER-FILE OWNER-FILE
            SUSPENSE-FILE RECEIPT-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY STEPRTN.
    COPY LOGRTN.
    COPY VALIDRTN.
    COPY TIMINGRTN.
    COPY RKOWNRTN.
    COPY LAYRTN.
    COPY ENVRTN.
    COPY SITERTN.
