        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BDG-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT OWNER-FILE ASSIGN TO WS-P-OWNER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RKO-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LEDGER-FILE ASSIGN TO WS-P-LEDGER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS STKL-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT BACKUP-FILE ASSIGN TO WS-BACKUP-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CYCLE-FILE ASSIGN TO WS-P-CYCLE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT BIZDATE-FILE ASSIGN TO WS-P-BIZDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT STEP-CONTROL-FILE ASSIGN TO WS-P-STEP-CONTROL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SITE-REG-FILE ASSIGN TO WS-P-SITE-REG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        05 BDG-MEMBER-LINE-2    PIC 9(6).
        05 BDG-MEMBER-LINE-3    PIC 9(6).
        05 BDG-BADGE-ITEM       PIC X(1).
    FD OWNER-FILE.
    COPY RKOWNREC.
    FD LEDGER-FILE.
    COPY STKLREC.
    FD BACKUP-FILE.
    01 BACKUP-REC.
        05 BKP-TYPE             PIC X(1).
    01 LOG-REC PIC X(132).
    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).
    FD BIZDATE-FILE.
    01 BIZDATE-REC PIC X(8).
    FD STEP-CONTROL-FILE.
    COPY STEPREC.
    FD SITE-REG-FILE.
    COPY SITEREC.

    FD ENV-FILE.
    COPY ENVREC.
        05 WS-P-RESULT            PIC X(70) VALUE SPACES.
        05 WS-P-SEASON            PIC X(70) VALUE SPACES.
        05 WS-P-BADGE             PIC X(70) VALUE SPACES.
        05 WS-P-OWNER             PIC X(70) VALUE SPACES.
        05 WS-P-LEDGER            PIC X(70) VALUE SPACES.
        05 WS-P-REPORT            PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-STEP-CONTROL      PIC X(70) VALUE SPACES.
        05 WS-P-SITE-REG          PIC X(70) VALUE SPACES.
    01 WS-BACKUP-PATH      PIC X(70) VALUE SPACES.
    01 WS-MASTER-TABLE-INIT.
        05 FILLER PIC X(30) VALUE 'Dec1ElfMaster.dat'.
        05 FILLER PIC X(30) VALUE 'AocResults.dat'.
        05 FILLER PIC X(30) VALUE 'Dec2SeasonMaster.dat'.
        05 FILLER PIC X(30) VALUE 'Dec3BadgeMaster.dat'.
        05 FILLER PIC X(30) VALUE 'Dec3OwnerMaster.dat'.
        05 FILLER PIC X(30) VALUE 'Dec3StockLedger.dat'.
    01 WS-MASTER-TABLE REDEFINES WS-MASTER-TABLE-INIT.
        05 WS-MASTER-NAME PIC X(30) OCCURS 6 TIMES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-MODE             PIC X(1) VALUE ' '.
        05 WS-REC-COUNT        PIC 9(6) VALUE 0.
        05 WS-TRL-COUNT        PIC 9(6) VALUE 0.
        05 WS-HAVE-TRAILER     PIC A(1) VALUE 'N'.
        05 WS-UNLOADED-COUNT   PIC 9(2) VALUE 0.
        05 WS-FAIL-COUNT       PIC 9(1) VALUE 0.
        05 WS-STAMP            PIC X(21) VALUE SPACES.
        05 WS-PURGE-DONE       PIC A(1) VALUE 'N'.
        05 WS-SC-EOF           PIC A(1) VALUE ' '.
        05 WS-SX               PIC 9(2) VALUE 0.
        05 WS-IN-SITE          PIC X(2) VALUE SPACES.
        05 WS-SHOW-NAME        PIC X(33) VALUE SPACES.
    01 WS-BKP-HEADER.
        05 WS-BH-TYPE          PIC X(1) VALUE 'H'.
        05 WS-BH-NAME          PIC X(30) VALUE SPACES.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY CDATECOM.
    COPY ENVCOM.
    COPY SITECOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
        WS-ENV-BANNER DELIMITED BY SIZE
        INTO REPORT-REC
    WRITE REPORT-REC
    DISPLAY 'ENTER MODE (U = UNLOAD, R = RELOAD, M = MONTH-END '
        'PRE-PURGE UNLOAD): '
    ACCEPT WS-MODE FROM CONSOLE
    DISPLAY 'ENTER MASTER (1=ELF 2=RESULTS 3=SEASON 4=BADGE '
        '5=RUCKSACK OWNER 6=STOCK LEDGER, 0 = ALL FOR UNLOAD): '
    ACCEPT WS-PICK FROM CONSOLE
    EVALUATE TRUE
        WHEN WS-MODE = 'U' AND WS-PICK = 0
            PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 6
                PERFORM 090-UNLOAD-SITES-RTN
            END-PERFORM
        WHEN WS-MODE = 'U' AND WS-PICK >= 1 AND WS-PICK <= 6
            MOVE WS-PICK TO WS-MX
            PERFORM 090-UNLOAD-SITES-RTN
        WHEN WS-MODE = 'M' AND WS-PICK = 0
            PERFORM 050-CHECK-PURGE-DONE-RTN
            IF WS-PURGE-DONE = 'Y'
                MOVE SPACES TO REPORT-REC
                STRING 'ELF-MASTER-PURGE ALREADY RAN FOR BUSINESS DATE '
                    DELIMITED BY SIZE
                    WS-BIZ-DATE DELIMITED BY SIZE
                    ' - PRE-PURGE BACKUPS KEPT AS THEY ARE'
                    DELIMITED BY SIZE
                    INTO REPORT-REC
                WRITE REPORT-REC
                DISPLAY REPORT-REC(1:100)
                MOVE 'UNLOAD-RELOAD - PURGE ALREADY RUN THIS CYCLE - PRE&
                    &-PURGE UNLOAD SKIPPED' TO WS-LOG-MSG
                PERFORM 950-WRITE-LOG-RTN
            ELSE
                PERFORM VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 6
                    PERFORM 090-UNLOAD-SITES-RTN
                END-PERFORM
            END-IF
        WHEN WS-MODE = 'R' AND WS-PICK >= 1 AND WS-PICK <= 6
            MOVE WS-PICK TO WS-MX
            IF WS-MX = 1
                PERFORM 095-GET-RELOAD-SITE-RTN
            END-IF
            IF WS-MX NOT EQUAL 1 OR WS-SITE-VALID = 'Y'
                PERFORM 300-RELOAD-ONE-RTN
            ELSE
                DISPLAY '** SITE ' WS-SITE-CHECK
                    ' IS NOT ACTIVE ON AocSites - RELOAD REFUSED'
                ADD 1 TO WS-FAIL-COUNT
            END-IF
        WHEN OTHER
            DISPLAY '** INVALID MODE OR MASTER SELECTION'
            MOVE 8 TO RETURN-CODE
        MOVE 'Dec3BadgeMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BADGE
        MOVE 'Dec3OwnerMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-OWNER
        MOVE 'Dec3StockLedger.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LEDGER
        MOVE 'AocUnloadReport.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REPORT
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE
        MOVE 'AocBizDate.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BIZDATE
        MOVE 'AocStepControl.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-STEP-CONTROL
        MOVE 'AocSites.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SITE-REG.

    050-CHECK-PURGE-DONE-RTN.
        PERFORM 870-GET-BIZ-DATE-RTN
        MOVE 'N' TO WS-PURGE-DONE
        MOVE SPACES TO WS-SC-EOF
        MOVE 'STEP-CONTROL-FILE' TO WS-FILE-ID
        OPEN INPUT STEP-CONTROL-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-SC-EOF = 'Y'
                READ STEP-CONTROL-FILE
                AT END MOVE 'Y' TO WS-SC-EOF
                NOT AT END
                    IF SC-PROGRAM = 'ELF-MASTER-PURGE'
                        AND SC-BIZ-DATE = WS-BIZ-DATE
                        MOVE 'Y' TO WS-PURGE-DONE
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE STEP-CONTROL-FILE
        END-IF.

    090-UNLOAD-SITES-RTN.
        IF WS-MX = 1
            PERFORM 889-LOAD-SITE-TABLE-RTN
            PERFORM VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SITE-COUNT
                MOVE WS-SITE-T-CODE(WS-SX) TO WS-ENV-SITE
                PERFORM 100-UNLOAD-ONE-RTN
            END-PERFORM
            MOVE WS-ENV-HOME-SITE TO WS-ENV-SITE
        ELSE
            PERFORM 100-UNLOAD-ONE-RTN
        END-IF.

    095-GET-RELOAD-SITE-RTN.
        DISPLAY 'ENTER SITE CODE OF THE ELF MASTER (BLANK = HOME SITE): '
        ACCEPT WS-IN-SITE FROM CONSOLE
        MOVE WS-IN-SITE TO WS-SITE-CHECK
        PERFORM 888-CHECK-SITE-RTN
        MOVE WS-SITE-CHECK TO WS-ENV-SITE.

    097-SET-SITE-NAMES-RTN.
        MOVE SPACES TO WS-ENV-FILE-NAME
        STRING 'Backup.' DELIMITED BY SIZE
            WS-MASTER-NAME(WS-MX) DELIMITED BY SPACE
            '.txt' DELIMITED BY SIZE
            INTO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-BACKUP-PATH
        IF WS-ENV-SITE = WS-ENV-HOME-SITE OR WS-ENV-SITE = SPACES
            MOVE WS-MASTER-NAME(WS-MX) TO WS-SHOW-NAME
        ELSE
            MOVE SPACES TO WS-SHOW-NAME
            STRING WS-ENV-SITE DELIMITED BY SIZE
                '.' DELIMITED BY SIZE
                WS-MASTER-NAME(WS-MX) DELIMITED BY SIZE
                INTO WS-SHOW-NAME
        END-IF
        IF WS-MX = 1
            MOVE WS-MASTER-NAME(WS-MX) TO WS-ENV-FILE-NAME
            PERFORM 807-BUILD-SITE-PATH-RTN
            MOVE WS-ENV-PATH TO WS-P-ELF-MASTER
        END-IF.

    100-UNLOAD-ONE-RTN.
        PERFORM 097-SET-SITE-NAMES-RTN
        PERFORM 110-OPEN-MASTER-INPUT-RTN
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            MOVE SPACES TO REPORT-REC
            STRING 'NO MASTER ON FILE - UNLOAD SKIPPED: '
                DELIMITED BY SIZE
                WS-SHOW-NAME DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
            DISPLAY REPORT-REC(1:70)
            ADD 1 TO WS-UNLOADED-COUNT
            MOVE SPACES TO REPORT-REC
            STRING 'UNLOADED ' DELIMITED BY SIZE
                WS-SHOW-NAME DELIMITED BY SIZE
                ' RECORDS: ' DELIMITED BY SIZE
                WS-REC-COUNT DELIMITED BY SIZE
                ' AT ' DELIMITED BY SIZE
            WRITE REPORT-REC
            DISPLAY REPORT-REC(1:80)
            STRING 'UNLOADED ' DELIMITED BY SIZE
                WS-SHOW-NAME DELIMITED BY SIZE
                ' - RECORDS: ' DELIMITED BY SIZE
                WS-REC-COUNT DELIMITED BY SIZE
                INTO WS-LOG-MSG
            WHEN 4
                MOVE 'BADGE-FILE' TO WS-FILE-ID
                OPEN INPUT BADGE-FILE
            WHEN 5
                MOVE 'OWNER-FILE' TO WS-FILE-ID
                OPEN INPUT OWNER-FILE
            WHEN 6
                MOVE 'LEDGER-FILE' TO WS-FILE-ID
                OPEN INPUT LEDGER-FILE
        END-EVALUATE.

    120-READ-MASTER-NEXT-RTN.
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END MOVE BADGE-REC TO BKP-DATA
                END-READ
            WHEN 5
                READ OWNER-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END MOVE RUCKSACK-OWNER-REC TO BKP-DATA
                END-READ
            WHEN 6
                READ LEDGER-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END MOVE STOCK-LEDGER-REC TO BKP-DATA
                END-READ
        END-EVALUATE
        PERFORM 910-CHECK-READ-STATUS-RTN.

                CLOSE SEASON-FILE
            WHEN 4
                CLOSE BADGE-FILE
            WHEN 5
                CLOSE OWNER-FILE
            WHEN 6
                CLOSE LEDGER-FILE
        END-EVALUATE.

    300-RELOAD-ONE-RTN.
        PERFORM 097-SET-SITE-NAMES-RTN
        MOVE 'BACKUP-FILE' TO WS-FILE-ID
        OPEN INPUT BACKUP-FILE
        IF WS-FILE-STATUS = '35'
            DISPLAY '** NO BACKUP ON FILE FOR '
                WS-SHOW-NAME ' - RELOAD REFUSED'
            ADD 1 TO WS-FAIL-COUNT
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            WHEN 4
                MOVE 'BADGE-FILE' TO WS-FILE-ID
                OPEN OUTPUT BADGE-FILE
            WHEN 5
                MOVE 'OWNER-FILE' TO WS-FILE-ID
                OPEN OUTPUT OWNER-FILE
            WHEN 6
                MOVE 'LEDGER-FILE' TO WS-FILE-ID
                OPEN OUTPUT LEDGER-FILE
        END-EVALUATE.

    320-LOAD-ONE-RTN.
                            'MASTER RECORD ' WS-REC-COUNT
                END-WRITE
            WHEN 2
                MOVE BKP-DATA(1:59) TO RESULT-REC
                WRITE RESULT-REC
                    INVALID KEY
                        DISPLAY '** RELOAD WRITE FAILED - RESULT '
                        DISPLAY '** RELOAD WRITE FAILED - BADGE '
                            'RECORD ' WS-REC-COUNT
                END-WRITE
            WHEN 5
                MOVE BKP-DATA(1:36) TO RUCKSACK-OWNER-REC
                WRITE RUCKSACK-OWNER-REC
                    INVALID KEY
                        DISPLAY '** RELOAD WRITE FAILED - OWNER '
                            'RECORD ' WS-REC-COUNT
                END-WRITE
            WHEN 6
                MOVE BKP-DATA(1:69) TO STOCK-LEDGER-REC
                WRITE STOCK-LEDGER-REC
                    INVALID KEY
                        DISPLAY '** RELOAD WRITE FAILED - LEDGER '
                            'RECORD ' WS-REC-COUNT
                END-WRITE
        END-EVALUATE.

    330-VERIFY-RELOAD-RTN.
        MOVE SPACES TO REPORT-REC
        STRING 'RELOADED ' DELIMITED BY SIZE
            WS-SHOW-NAME DELIMITED BY SIZE
            ' RECORDS: ' DELIMITED BY SIZE
            WS-REC-COUNT DELIMITED BY SIZE
            ' FROM UNLOAD OF ' DELIMITED BY SIZE
        END-IF
        MOVE 'W' TO WS-LOG-SEV
        STRING 'RELOADED ' DELIMITED BY SIZE
            WS-SHOW-NAME DELIMITED BY SIZE
            ' - RECORDS: ' DELIMITED BY SIZE
            WS-REC-COUNT DELIMITED BY SIZE
            INTO WS-LOG-MSG
        MOVE WS-ABEND-STAMP TO REPORT-REC
        WRITE REPORT-REC
        CLOSE ELF-MASTER-FILE RESULT-FILE SEASON-FILE BADGE-FILE
            OWNER-FILE LEDGER-FILE BACKUP-FILE REPORT-FILE
            STEP-CONTROL-FILE LOG-FILE SITE-REG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY ENVRTN.
    COPY SITEVRTN.
