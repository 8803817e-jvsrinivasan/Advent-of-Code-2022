IDENTIFICATION DIVISION.
PROGRAM-ID. PRIZE-PAYOUT.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT SEASON-CLOSE-FILE ASSIGN TO WS-P-SEASON-CLOSE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ARCHIVE-FILE ASSIGN TO WS-P-ARC-IN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PRIZE-FILE ASSIGN TO WS-P-PRIZE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LEDGER-FILE ASSIGN TO WS-P-LEDGER
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT AP-FILE ASSIGN TO WS-P-AP
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PRIZE-RPT-FILE ASSIGN TO WS-P-PRIZE-RPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SANCTION-FILE ASSIGN TO WS-P-SANCTION
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
        SELECT MAINT-LOCK-FILE ASSIGN TO WS-MAINT-LOCK-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD SEASON-CLOSE-FILE.
    01 SEASON-CLOSE-REC.
        05 SCL-SEASON           PIC X(6).
        05 SCL-CLOSED-DATE      PIC 9(8).
        05 SCL-OPERATOR         PIC X(8).
    FD ARCHIVE-FILE.
    01 ARCHIVE-REC.
        05 ARC-PLAYER-ID        PIC X(4).
        05 FILLER               PIC X(1).
        05 ARC-SHAPE            PIC 9(8).
        05 FILLER               PIC X(1).
        05 ARC-OUTCOME          PIC 9(8).
        05 FILLER               PIC X(1).
        05 ARC-ROUNDS           PIC 9(6).
        05 FILLER               PIC X(1).
        05 ARC-WINS             PIC 9(6).
        05 FILLER               PIC X(1).
        05 ARC-LOSSES           PIC 9(6).
        05 FILLER               PIC X(1).
        05 ARC-DRAWS            PIC 9(6).
        05 FILLER               PIC X(1).
        05 ARC-FORFEITS         PIC 9(6).
        05 FILLER               PIC X(1).
        05 ARC-DIVISION         PIC 9(1).
        05 FILLER               PIC X(1).
        05 ARC-RATING           PIC 9(4).
        05 FILLER               PIC X(16).
    FD PRIZE-FILE.
    COPY PRIZEREC.
    FD LEDGER-FILE.
    COPY PAYLREC.
    FD AP-FILE.
    01 AP-REC PIC X(80).
    FD PRIZE-RPT-FILE.
    01 PRIZE-RPT-REC PIC X(132).
    FD SANCTION-FILE.
    COPY SANCREC.
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
        05 WS-P-SEASON-CLOSE      PIC X(70) VALUE SPACES.
        05 WS-P-ARCHIVE           PIC X(70) VALUE SPACES.
        05 WS-P-PREV-ARCHIVE      PIC X(70) VALUE SPACES.
        05 WS-P-ARC-IN            PIC X(70) VALUE SPACES.
        05 WS-P-PRIZE             PIC X(70) VALUE SPACES.
        05 WS-P-LEDGER            PIC X(70) VALUE SPACES.
        05 WS-P-AP                PIC X(70) VALUE SPACES.
        05 WS-P-PRIZE-RPT         PIC X(70) VALUE SPACES.
        05 WS-P-SANCTION          PIC X(70) VALUE SPACES.
        05 WS-P-REG               PIC X(70) VALUE SPACES.
        05 WS-P-OPERATOR          PIC X(70) VALUE SPACES.
        05 WS-P-SECURITY-LOG      PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-SUITE-LOCK        PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-SEASON-ID        PIC X(6) VALUE SPACES.
        05 WS-PREV-SEASON      PIC X(6) VALUE SPACES.
        05 WS-LAST-SEASON      PIC X(6) VALUE SPACES.
        05 WS-SEASON-CLOSED    PIC 9(8) VALUE 0.
        05 WS-SEASON-FOUND     PIC A(1) VALUE 'N'.
        05 WS-REG-LOADED       PIC A(1) VALUE 'N'.
        05 WS-RATINGS-ON-FILE  PIC A(1) VALUE 'N'.
        05 WS-DIV-PREV         PIC 9(1) VALUE 0.
        05 WS-DIV-RANK         PIC 9(4) VALUE 0.
        05 WS-BEST-IX          PIC 9(4) VALUE 0.
        05 WS-BEST-WINS        PIC 9(6) VALUE 0.
        05 WS-BEST-GAIN        PIC S9(4) VALUE 0.
        05 WS-LAST-VOUCHER     PIC 9(6) VALUE 0.
        05 WS-HOLD-REASON      PIC X(4) VALUE SPACES.
    01 WS-ARCHIVE-TABLE.
        05 WS-AR-COUNT         PIC 9(4) VALUE 0.
        05 WS-AR-ENTRY OCCURS 1000 TIMES INDEXED BY ARX.
            10 WS-AR-ID            PIC X(4) VALUE SPACES.
            10 WS-AR-WINS          PIC 9(6) VALUE 0.
            10 WS-AR-DIV           PIC 9(1) VALUE 1.
            10 WS-AR-RANK          PIC 9(4) VALUE 0.
            10 WS-AR-RATING        PIC 9(4) VALUE 0.
            10 WS-AR-START         PIC 9(4) VALUE 1500.
            10 WS-AR-GAIN          PIC S9(4) VALUE 0.
    01 WS-PRIZE-TABLE.
        05 WS-PZ-COUNT         PIC 9(4) VALUE 0.
        05 WS-PZ-ENTRY OCCURS 200 TIMES INDEXED BY PZX.
            10 WS-PZ-TYPE          PIC X(1) VALUE SPACES.
            10 WS-PZ-DIV           PIC 9(1) VALUE 0.
            10 WS-PZ-RANK          PIC 9(4) VALUE 0.
            10 WS-PZ-AMOUNT        PIC 9(7)V99 VALUE 0.
            10 WS-PZ-DESC          PIC X(20) VALUE SPACES.
        05 WS-PZ-FOUND         PIC A(1) VALUE 'N'.
        05 WS-PZ-DUPS          PIC 9(4) VALUE 0.
    01 WS-LEDGER-TABLE.
        05 WS-PL-COUNT         PIC 9(5) VALUE 0.
        05 WS-PL-ENTRY OCCURS 5000 TIMES INDEXED BY PLX.
            10 WS-PL-KEY.
                15 WS-PL-SEASON        PIC X(6) VALUE SPACES.
                15 WS-PL-PLAYER        PIC X(4) VALUE SPACES.
                15 WS-PL-TYPE          PIC X(1) VALUE SPACES.
                15 WS-PL-DIV           PIC 9(1) VALUE 0.
                15 WS-PL-RANK          PIC 9(4) VALUE 0.
            10 WS-PL-AMOUNT        PIC 9(7)V99 VALUE 0.
            10 WS-PL-DESC          PIC X(20) VALUE SPACES.
            10 WS-PL-STATUS        PIC X(1) VALUE SPACES.
            10 WS-PL-HOLD          PIC X(4) VALUE SPACES.
            10 WS-PL-VOUCHER       PIC 9(6) VALUE 0.
            10 WS-PL-ENTERED       PIC 9(8) VALUE 0.
            10 WS-PL-PAID-DATE     PIC 9(8) VALUE 0.
            10 WS-PL-OPER          PIC X(8) VALUE SPACES.
            10 WS-PL-ISSUED        PIC A(1) VALUE 'N'.
        05 WS-PL-FULL-WARNED   PIC A(1) VALUE 'N'.
    01 WS-SANCTION-TABLE.
        05 WS-SN-COUNT         PIC 9(4) VALUE 0.
        05 WS-SN-ENTRY OCCURS 2000 TIMES INDEXED BY SNX.
            10 WS-SN-PLAYER        PIC X(4) VALUE SPACES.
            10 WS-SN-NO            PIC 9(6) VALUE 0.
            10 WS-SN-START         PIC 9(8) VALUE 0.
            10 WS-SN-END           PIC 9(8) VALUE 0.
    01 WS-AWARD.
        05 WS-AW-KEY.
            10 WS-AW-SEASON        PIC X(6) VALUE SPACES.
            10 WS-AW-PLAYER        PIC X(4) VALUE SPACES.
            10 WS-AW-TYPE          PIC X(1) VALUE SPACES.
            10 WS-AW-DIV           PIC 9(1) VALUE 0.
            10 WS-AW-RANK          PIC 9(4) VALUE 0.
        05 WS-AW-AMOUNT        PIC 9(7)V99 VALUE 0.
        05 WS-AW-DESC          PIC X(20) VALUE SPACES.
    01 WS-AP-HEADER.
        05 WS-APH-TYPE         PIC X(1) VALUE 'H'.
        05 WS-APH-SOURCE       PIC X(8) VALUE 'PRIZEPAY'.
        05 WS-APH-BIZ-DATE     PIC 9(8) VALUE 0.
        05 WS-APH-CYCLE        PIC 9(6) VALUE 0.
        05 WS-APH-SEASON       PIC X(6) VALUE SPACES.
    01 WS-AP-DETAIL.
        05 WS-APD-TYPE         PIC X(1) VALUE 'D'.
        05 WS-APD-BIZ-DATE     PIC 9(8) VALUE 0.
        05 WS-APD-VOUCHER      PIC 9(6) VALUE 0.
        05 WS-APD-PAYEE        PIC X(4) VALUE SPACES.
        05 WS-APD-AMOUNT       PIC 9(9)V99 VALUE 0.
        05 WS-APD-SEASON       PIC X(6) VALUE SPACES.
        05 WS-APD-AWARD        PIC X(20) VALUE SPACES.
    01 WS-AP-TRAILER.
        05 WS-APT-TYPE         PIC X(1) VALUE 'T'.
        05 WS-APT-COUNT        PIC 9(6) VALUE 0.
        05 WS-APT-HASH         PIC 9(13)V99 VALUE 0.
    01 WS-PAYOUT-TOTALS.
        05 WS-AWARDS           PIC 9(5) VALUE 0.
        05 WS-ISSUED           PIC 9(5) VALUE 0.
        05 WS-ISSUED-AMT       PIC 9(11)V99 VALUE 0.
        05 WS-RELEASED         PIC 9(5) VALUE 0.
        05 WS-HELD             PIC 9(5) VALUE 0.
        05 WS-HELD-AMT         PIC 9(11)V99 VALUE 0.
        05 WS-ALREADY-PAID     PIC 9(5) VALUE 0.
        05 WS-PAID-AMT         PIC 9(11)V99 VALUE 0.
        05 WS-AP-WRITTEN       PIC 9(6) VALUE 0.
    01 WS-EDIT-FIELDS.
        05 WS-ED-AMOUNT        PIC Z,ZZZ,ZZ9.99.
        05 WS-ED-TOTAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        05 WS-ED-RANK          PIC ZZZ9.
        05 WS-ED-COUNT         PIC ZZZZ9.
        05 WS-ED-VOUCHER       PIC ZZZZZZ.
        05 WS-ED-STATE         PIC X(22) VALUE SPACES.
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
    MOVE 'PRIZE-PAYOUT' TO WS-LOG-PGM
    PERFORM 870-GET-BIZ-DATE-RTN
    DISPLAY 'PRIZE PAYOUT - APPLY THE PRIZE SCHEDULE TO A CLOSED '
        'SEASON'
    MOVE 'A' TO WS-SIGNON-FUNC
    PERFORM 800-SIGN-ON-RTN
    IF WS-SIGNON-OK NOT EQUAL 'Y'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 814-CHECK-SUITE-LOCK-RTN
    IF WS-LOCK-BUSY = 'Y'
        DISPLAY '** THE BATCH SUITE IS RUNNING (LOCK HELD BY '
            WS-LOCK-HOLDER ') - PAYOUT REFUSED'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'AocMaintLock.Prize.txt' TO WS-ENV-FILE-NAME
    PERFORM 806-BUILD-ENV-PATH-RTN
    MOVE WS-ENV-PATH TO WS-MAINT-LOCK-PATH
    PERFORM 816-TAKE-MAINT-LOCK-RTN
    IF WS-MAINT-LOCK-BUSY = 'Y'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY 'ENTER SEASON IDENTIFIER (BLANK FOR THE LAST SEASON '
        'CLOSED): '
    ACCEPT WS-SEASON-ID FROM CONSOLE
    PERFORM 100-FIND-SEASON-RTN
    IF WS-SEASON-FOUND NOT EQUAL 'Y'
        IF WS-SEASON-ID = SPACES
            DISPLAY '** NO SEASON HAS BEEN CLOSED - NOTHING TO PAY'
        ELSE
            DISPLAY '** SEASON ' WS-SEASON-ID ' HAS NOT BEEN CLOSED '
                '- RUN SEASON-ROLLOVER FIRST'
        END-IF
        PERFORM 818-RELEASE-MAINT-LOCK-RTN
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 020-BUILD-SEASON-PATHS-RTN
    DISPLAY 'SEASON ' WS-SEASON-ID ' CLOSED ' WS-SEASON-CLOSED
        ' - PREVIOUS SEASON ' WS-PREV-SEASON
    PERFORM 200-LOAD-ARCHIVE-RTN
    IF WS-AR-COUNT = 0
        DISPLAY '** NO FINAL STANDINGS ON FILE FOR SEASON '
            WS-SEASON-ID ' - NOTHING TO PAY'
        PERFORM 818-RELEASE-MAINT-LOCK-RTN
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 230-LOAD-START-RATINGS-RTN
    PERFORM 250-LOAD-SCHEDULE-RTN
    IF WS-PZ-COUNT = 0
        DISPLAY '** NO PRIZE SCHEDULE ON FILE - NOTHING TO PAY'
        PERFORM 818-RELEASE-MAINT-LOCK-RTN
        MOVE 4 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 260-LOAD-LEDGER-RTN
    PERFORM 270-LOAD-SANCTIONS-RTN
    PERFORM 280-OPEN-REG-RTN
    PERFORM 300-RANK-AWARDS-RTN
    PERFORM 350-SPECIAL-AWARDS-RTN
    IF WS-REG-LOADED = 'Y'
        CLOSE REG-FILE
    END-IF
    PERFORM 500-WRITE-LEDGER-RTN
    PERFORM 550-WRITE-AP-RTN
    PERFORM 600-WRITE-REPORT-RTN
    DISPLAY 'AWARDS: ' WS-AWARDS ' ISSUED: ' WS-ISSUED
        ' RELEASED FROM HOLD: ' WS-RELEASED ' HELD: ' WS-HELD
        ' ALREADY PAID: ' WS-ALREADY-PAID
    MOVE WS-ISSUED-AMT TO WS-ED-TOTAL
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    STRING 'PRIZE-PAYOUT - SEASON ' DELIMITED BY SIZE
        WS-SEASON-ID DELIMITED BY SIZE
        ' BY ' DELIMITED BY SIZE
        WS-OPERATOR-ID DELIMITED BY SIZE
        ' - ISSUED: ' DELIMITED BY SIZE
        WS-ISSUED DELIMITED BY SIZE
        ' AMOUNT: ' DELIMITED BY SIZE
        WS-ED-TOTAL DELIMITED BY SIZE
        ' HELD: ' DELIMITED BY SIZE
        WS-HELD DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    IF WS-PZ-DUPS > 0
        MOVE 'W' TO WS-LOG-SEV
        STRING 'PRIZE-PAYOUT - DUPLICATE PRIZE SCHEDULE ENTRIES '
            DELIMITED BY SIZE
            'IGNORED: ' DELIMITED BY SIZE
            WS-PZ-DUPS DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    CLOSE LOG-FILE
    PERFORM 818-RELEASE-MAINT-LOCK-RTN
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'Dec2SeasonClose.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SEASON-CLOSE
        MOVE 'Dec2PrizeSchedule.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PRIZE
        MOVE 'Dec2PrizeLedger.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LEDGER
        MOVE 'Dec2PrizeAP.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-AP
        MOVE 'Dec2PrizeReport.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PRIZE-RPT
        MOVE 'Dec2Sanctions.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SANCTION
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
        MOVE WS-ENV-PATH TO WS-P-SUITE-LOCK.

    020-BUILD-SEASON-PATHS-RTN.
        MOVE SPACES TO WS-ENV-FILE-NAME
        STRING 'Dec2SeasonArchive.' DELIMITED BY SIZE
            WS-SEASON-ID DELIMITED BY SPACE
            '.txt' DELIMITED BY SIZE
            INTO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ARCHIVE
        IF WS-PREV-SEASON NOT EQUAL SPACES
            MOVE SPACES TO WS-ENV-FILE-NAME
            STRING 'Dec2SeasonArchive.' DELIMITED BY SIZE
                WS-PREV-SEASON DELIMITED BY SPACE
                '.txt' DELIMITED BY SIZE
                INTO WS-ENV-FILE-NAME
            PERFORM 806-BUILD-ENV-PATH-RTN
            MOVE WS-ENV-PATH TO WS-P-PREV-ARCHIVE
        END-IF.

    100-FIND-SEASON-RTN.
        MOVE 'N' TO WS-SEASON-FOUND
        MOVE SPACES TO WS-EOF
        MOVE 'SEASON-CLOSE-FILE' TO WS-FILE-ID
        OPEN INPUT SEASON-CLOSE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ SEASON-CLOSE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE SCL-SEASON TO WS-LAST-SEASON
                    MOVE SCL-CLOSED-DATE TO WS-SEASON-CLOSED
                    IF SCL-SEASON = WS-SEASON-ID
                        AND WS-SEASON-ID NOT EQUAL SPACES
                        MOVE 'Y' TO WS-SEASON-FOUND
                        MOVE 'Y' TO WS-EOF
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SEASON-CLOSE-FILE
        END-IF
        IF WS-SEASON-ID = SPACES AND WS-LAST-SEASON NOT EQUAL SPACES
            MOVE WS-LAST-SEASON TO WS-SEASON-ID
            MOVE 'Y' TO WS-SEASON-FOUND
        END-IF
        IF WS-SEASON-FOUND = 'Y'
            PERFORM 110-FIND-PREV-SEASON-RTN
        END-IF.

    110-FIND-PREV-SEASON-RTN.
        MOVE SPACES TO WS-PREV-SEASON
        MOVE SPACES TO WS-EOF
        MOVE 'SEASON-CLOSE-FILE' TO WS-FILE-ID
        OPEN INPUT SEASON-CLOSE-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-EOF = 'Y'
            READ SEASON-CLOSE-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                IF SCL-SEASON = WS-SEASON-ID
                    MOVE SCL-CLOSED-DATE TO WS-SEASON-CLOSED
                    MOVE 'Y' TO WS-EOF
                ELSE
                    MOVE SCL-SEASON TO WS-PREV-SEASON
                END-IF
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE SEASON-CLOSE-FILE.

    200-LOAD-ARCHIVE-RTN.
        MOVE SPACES TO WS-EOF
        MOVE WS-P-ARCHIVE TO WS-P-ARC-IN
        MOVE 'ARCHIVE-FILE' TO WS-FILE-ID
        OPEN INPUT ARCHIVE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 0 TO WS-DIV-PREV
            PERFORM UNTIL WS-EOF = 'Y'
                READ ARCHIVE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF ARCHIVE-REC(1:7) NOT EQUAL 'SEASON '
                        PERFORM 210-STORE-ARCHIVE-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ARCHIVE-FILE
        END-IF
        IF WS-AR-COUNT > 0 AND WS-RATINGS-ON-FILE NOT EQUAL 'Y'
            DISPLAY '  SEASON ARCHIVE CARRIES NO CLOSING RATINGS - '
                'RATING GAIN AWARDS NOT MADE'
        END-IF.

    210-STORE-ARCHIVE-RTN.
        EVALUATE TRUE
            WHEN ARC-WINS NOT NUMERIC OR ARC-DIVISION NOT NUMERIC
                DISPLAY '** ARCHIVE LINE SKIPPED - ' ARCHIVE-REC(1:40)
            WHEN WS-AR-COUNT >= 1000
                DISPLAY '** ARCHIVE TABLE FULL - PLAYER ' ARC-PLAYER-ID
                    ' NOT CONSIDERED'
            WHEN OTHER
                ADD 1 TO WS-AR-COUNT
                SET ARX TO WS-AR-COUNT
                IF ARC-DIVISION NOT EQUAL WS-DIV-PREV
                    MOVE ARC-DIVISION TO WS-DIV-PREV
                    MOVE 0 TO WS-DIV-RANK
                END-IF
                ADD 1 TO WS-DIV-RANK
                MOVE ARC-PLAYER-ID TO WS-AR-ID(ARX)
                MOVE ARC-WINS TO WS-AR-WINS(ARX)
                MOVE ARC-DIVISION TO WS-AR-DIV(ARX)
                MOVE WS-DIV-RANK TO WS-AR-RANK(ARX)
                MOVE 1500 TO WS-AR-START(ARX)
                MOVE 0 TO WS-AR-RATING(ARX)
                IF ARC-RATING NUMERIC
                    MOVE ARC-RATING TO WS-AR-RATING(ARX)
                    MOVE 'Y' TO WS-RATINGS-ON-FILE
                END-IF
        END-EVALUATE.

    230-LOAD-START-RATINGS-RTN.
        IF WS-PREV-SEASON NOT EQUAL SPACES
            MOVE SPACES TO WS-EOF
            MOVE WS-P-PREV-ARCHIVE TO WS-P-ARC-IN
            MOVE 'ARCHIVE-FILE' TO WS-FILE-ID
            OPEN INPUT ARCHIVE-FILE
            IF WS-FILE-STATUS = '35'
                MOVE '00' TO WS-FILE-STATUS
                DISPLAY '  NO ARCHIVE ON FILE FOR SEASON '
                    WS-PREV-SEASON ' - OPENING RATINGS TAKEN AS 1500'
            ELSE
                PERFORM 900-CHECK-OPEN-STATUS-RTN
                PERFORM UNTIL WS-EOF = 'Y'
                    READ ARCHIVE-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                        IF ARCHIVE-REC(1:7) NOT EQUAL 'SEASON '
                            AND ARC-RATING NUMERIC
                            PERFORM 235-STORE-START-RATING-RTN
                        END-IF
                    END-READ
                    PERFORM 910-CHECK-READ-STATUS-RTN
                END-PERFORM
                CLOSE ARCHIVE-FILE
            END-IF
        END-IF
        PERFORM VARYING ARX FROM 1 BY 1 UNTIL ARX > WS-AR-COUNT
            COMPUTE WS-AR-GAIN(ARX) = WS-AR-RATING(ARX)
                - WS-AR-START(ARX)
        END-PERFORM.

    235-STORE-START-RATING-RTN.
        SET ARX TO 1
        SEARCH WS-AR-ENTRY
            AT END
                CONTINUE
            WHEN ARX > WS-AR-COUNT
                CONTINUE
            WHEN WS-AR-ID(ARX) = ARC-PLAYER-ID
                MOVE ARC-RATING TO WS-AR-START(ARX)
        END-SEARCH.

    250-LOAD-SCHEDULE-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'PRIZE-FILE' TO WS-FILE-ID
        OPEN INPUT PRIZE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ PRIZE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM 255-STORE-PRIZE-RTN
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE PRIZE-FILE
        END-IF.

    255-STORE-PRIZE-RTN.
        MOVE 'N' TO WS-PZ-FOUND
        IF WS-PZ-COUNT > 0
            SET PZX TO 1
            SEARCH WS-PZ-ENTRY
                AT END
                    CONTINUE
                WHEN PZX > WS-PZ-COUNT
                    CONTINUE
                WHEN WS-PZ-TYPE(PZX) = PRZ-AWARD-TYPE
                    AND WS-PZ-DIV(PZX) = PRZ-DIVISION
                    AND WS-PZ-RANK(PZX) = PRZ-RANK
                    MOVE 'Y' TO WS-PZ-FOUND
            END-SEARCH
        END-IF
        EVALUATE TRUE
            WHEN NOT (PRZ-AWARD-RANK OR PRZ-AWARD-MOST-WINS
                OR PRZ-AWARD-RTG-GAIN)
                DISPLAY '** UNKNOWN PRIZE TYPE ' PRZ-AWARD-TYPE
                    ' - SCHEDULE LINE IGNORED'
            WHEN PRZ-DIVISION NOT NUMERIC OR PRZ-RANK NOT NUMERIC
                OR PRZ-AMOUNT NOT NUMERIC
                DISPLAY '** INVALID PRIZE SCHEDULE LINE IGNORED - '
                    PRIZE-REC
            WHEN PRZ-AWARD-RANK AND PRZ-RANK = 0
                DISPLAY '** RANK PRIZE WITH NO RANK IGNORED'
            WHEN WS-PZ-FOUND = 'Y'
                ADD 1 TO WS-PZ-DUPS
                DISPLAY '** DUPLICATE PRIZE SCHEDULE ENTRY IGNORED - '
                    PRIZE-REC
            WHEN WS-PZ-COUNT >= 200
                DISPLAY '** PRIZE SCHEDULE TABLE FULL - ENTRY IGNORED'
            WHEN OTHER
                ADD 1 TO WS-PZ-COUNT
                SET PZX TO WS-PZ-COUNT
                MOVE PRZ-AWARD-TYPE TO WS-PZ-TYPE(PZX)
                MOVE PRZ-DIVISION TO WS-PZ-DIV(PZX)
                MOVE PRZ-RANK TO WS-PZ-RANK(PZX)
                IF NOT PRZ-AWARD-RANK
                    MOVE 0 TO WS-PZ-RANK(PZX)
                END-IF
                MOVE PRZ-AMOUNT TO WS-PZ-AMOUNT(PZX)
                MOVE PRZ-DESC TO WS-PZ-DESC(PZX)
        END-EVALUATE.

    260-LOAD-LEDGER-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'LEDGER-FILE' TO WS-FILE-ID
        OPEN INPUT LEDGER-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY '  NO PAYEE LEDGER ON FILE - A NEW LEDGER WILL BE '
                'STARTED'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ LEDGER-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    PERFORM 265-STORE-LEDGER-RTN
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE LEDGER-FILE
        END-IF.

    265-STORE-LEDGER-RTN.
        IF WS-PL-COUNT >= 5000
            DISPLAY '** PAYEE LEDGER TABLE FULL - PAYOUT REFUSED'
            PERFORM 818-RELEASE-MAINT-LOCK-RTN
            MOVE 12 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-PL-COUNT
        SET PLX TO WS-PL-COUNT
        MOVE PYL-KEY TO WS-PL-KEY(PLX)
        MOVE PYL-AMOUNT TO WS-PL-AMOUNT(PLX)
        MOVE PYL-DESC TO WS-PL-DESC(PLX)
        MOVE PYL-STATUS TO WS-PL-STATUS(PLX)
        MOVE PYL-HOLD-REASON TO WS-PL-HOLD(PLX)
        MOVE PYL-VOUCHER TO WS-PL-VOUCHER(PLX)
        MOVE PYL-ENTERED-DATE TO WS-PL-ENTERED(PLX)
        MOVE PYL-PAID-DATE TO WS-PL-PAID-DATE(PLX)
        MOVE PYL-OPERATOR TO WS-PL-OPER(PLX)
        MOVE 'N' TO WS-PL-ISSUED(PLX)
        IF PYL-VOUCHER > WS-LAST-VOUCHER
            MOVE PYL-VOUCHER TO WS-LAST-VOUCHER
        END-IF.

    270-LOAD-SANCTIONS-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'SANCTION-FILE' TO WS-FILE-ID
        OPEN INPUT SANCTION-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ SANCTION-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF SNC-STATUS-ACTIVE
                        AND SNC-START-DATE NOT > WS-BIZ-DATE
                        AND SNC-END-DATE NOT < WS-BIZ-DATE
                        AND WS-SN-COUNT < 2000
                        ADD 1 TO WS-SN-COUNT
                        SET SNX TO WS-SN-COUNT
                        MOVE SNC-PLAYER-ID TO WS-SN-PLAYER(SNX)
                        MOVE SNC-SANCTION-NO TO WS-SN-NO(SNX)
                        MOVE SNC-START-DATE TO WS-SN-START(SNX)
                        MOVE SNC-END-DATE TO WS-SN-END(SNX)
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SANCTION-FILE
        END-IF.

    280-OPEN-REG-RTN.
        MOVE 'REG-FILE' TO WS-FILE-ID
        OPEN INPUT REG-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY '  NO REGISTRATION MASTER ON FILE - PLAYER STATUS '
                'NOT CHECKED'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'Y' TO WS-REG-LOADED
        END-IF.

    300-RANK-AWARDS-RTN.
        PERFORM VARYING ARX FROM 1 BY 1 UNTIL ARX > WS-AR-COUNT
            MOVE 'N' TO WS-PZ-FOUND
            SET PZX TO 1
            SEARCH WS-PZ-ENTRY
                AT END
                    CONTINUE
                WHEN PZX > WS-PZ-COUNT
                    CONTINUE
                WHEN WS-PZ-TYPE(PZX) = 'R'
                    AND WS-PZ-DIV(PZX) = WS-AR-DIV(ARX)
                    AND WS-PZ-RANK(PZX) = WS-AR-RANK(ARX)
                    MOVE 'Y' TO WS-PZ-FOUND
            END-SEARCH
            IF WS-PZ-FOUND NOT EQUAL 'Y'
                SET PZX TO 1
                SEARCH WS-PZ-ENTRY
                    AT END
                        CONTINUE
                    WHEN PZX > WS-PZ-COUNT
                        CONTINUE
                    WHEN WS-PZ-TYPE(PZX) = 'R'
                        AND WS-PZ-DIV(PZX) = 0
                        AND WS-PZ-RANK(PZX) = WS-AR-RANK(ARX)
                        MOVE 'Y' TO WS-PZ-FOUND
                END-SEARCH
            END-IF
            IF WS-PZ-FOUND = 'Y' AND WS-PZ-AMOUNT(PZX) > 0
                MOVE WS-AR-RANK(ARX) TO WS-AW-RANK
                MOVE WS-AR-DIV(ARX) TO WS-AW-DIV
                PERFORM 310-RANK-DESC-RTN
                PERFORM 400-SETTLE-AWARD-RTN
            END-IF
        END-PERFORM.

    310-RANK-DESC-RTN.
        MOVE WS-PZ-DESC(PZX) TO WS-AW-DESC
        IF WS-AW-DESC = SPACES
            MOVE WS-AW-RANK TO WS-ED-RANK
            STRING 'FINAL RANK ' DELIMITED BY SIZE
                WS-ED-RANK DELIMITED BY SIZE
                ' DIV ' DELIMITED BY SIZE
                WS-AW-DIV DELIMITED BY SIZE
                INTO WS-AW-DESC
        END-IF.

    350-SPECIAL-AWARDS-RTN.
        PERFORM VARYING PZX FROM 1 BY 1 UNTIL PZX > WS-PZ-COUNT
            EVALUATE WS-PZ-TYPE(PZX)
                WHEN 'W'
                    PERFORM 360-MOST-WINS-RTN
                WHEN 'G'
                    IF WS-RATINGS-ON-FILE = 'Y'
                        PERFORM 370-RATING-GAIN-RTN
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-PERFORM.

    360-MOST-WINS-RTN.
        MOVE 0 TO WS-BEST-IX
        MOVE 0 TO WS-BEST-WINS
        PERFORM VARYING ARX FROM 1 BY 1 UNTIL ARX > WS-AR-COUNT
            IF (WS-PZ-DIV(PZX) = 0 OR WS-PZ-DIV(PZX) = WS-AR-DIV(ARX))
                AND WS-AR-WINS(ARX) > WS-BEST-WINS
                MOVE WS-AR-WINS(ARX) TO WS-BEST-WINS
                SET WS-BEST-IX TO ARX
            END-IF
        END-PERFORM
        IF WS-BEST-IX > 0 AND WS-PZ-AMOUNT(PZX) > 0
            SET ARX TO WS-BEST-IX
            MOVE 0 TO WS-AW-RANK
            MOVE WS-PZ-DIV(PZX) TO WS-AW-DIV
            MOVE WS-PZ-DESC(PZX) TO WS-AW-DESC
            IF WS-AW-DESC = SPACES
                MOVE 'MOST WINS' TO WS-AW-DESC
            END-IF
            PERFORM 400-SETTLE-AWARD-RTN
        END-IF.

    370-RATING-GAIN-RTN.
        MOVE 0 TO WS-BEST-IX
        MOVE 0 TO WS-BEST-GAIN
        PERFORM VARYING ARX FROM 1 BY 1 UNTIL ARX > WS-AR-COUNT
            IF (WS-PZ-DIV(PZX) = 0 OR WS-PZ-DIV(PZX) = WS-AR-DIV(ARX))
                AND WS-AR-RATING(ARX) > 0
                AND WS-AR-GAIN(ARX) > WS-BEST-GAIN
                MOVE WS-AR-GAIN(ARX) TO WS-BEST-GAIN
                SET WS-BEST-IX TO ARX
            END-IF
        END-PERFORM
        IF WS-BEST-IX > 0 AND WS-PZ-AMOUNT(PZX) > 0
            SET ARX TO WS-BEST-IX
            MOVE 0 TO WS-AW-RANK
            MOVE WS-PZ-DIV(PZX) TO WS-AW-DIV
            MOVE WS-PZ-DESC(PZX) TO WS-AW-DESC
            IF WS-AW-DESC = SPACES
                MOVE 'BEST RATING GAIN' TO WS-AW-DESC
            END-IF
            PERFORM 400-SETTLE-AWARD-RTN
        END-IF.

    400-SETTLE-AWARD-RTN.
        ADD 1 TO WS-AWARDS
        MOVE WS-SEASON-ID TO WS-AW-SEASON
        MOVE WS-AR-ID(ARX) TO WS-AW-PLAYER
        MOVE WS-PZ-TYPE(PZX) TO WS-AW-TYPE
        MOVE WS-PZ-AMOUNT(PZX) TO WS-AW-AMOUNT
        PERFORM 410-CHECK-HOLD-RTN
        MOVE 'N' TO WS-PZ-FOUND
        IF WS-PL-COUNT > 0
            SET PLX TO 1
            SEARCH WS-PL-ENTRY
                AT END
                    CONTINUE
                WHEN PLX > WS-PL-COUNT
                    CONTINUE
                WHEN WS-PL-KEY(PLX) = WS-AW-KEY
                    MOVE 'Y' TO WS-PZ-FOUND
            END-SEARCH
        END-IF
        EVALUATE TRUE
            WHEN WS-PZ-FOUND = 'Y' AND WS-PL-STATUS(PLX) = 'P'
                ADD 1 TO WS-ALREADY-PAID
                ADD WS-PL-AMOUNT(PLX) TO WS-PAID-AMT
            WHEN WS-PZ-FOUND = 'Y' AND WS-HOLD-REASON NOT EQUAL SPACES
                MOVE WS-HOLD-REASON TO WS-PL-HOLD(PLX)
                ADD 1 TO WS-HELD
                ADD WS-PL-AMOUNT(PLX) TO WS-HELD-AMT
            WHEN WS-PZ-FOUND = 'Y'
                ADD 1 TO WS-RELEASED
                PERFORM 420-ISSUE-PAYMENT-RTN
            WHEN WS-PL-COUNT >= 5000
                IF WS-PL-FULL-WARNED NOT EQUAL 'Y'
                    DISPLAY '** PAYEE LEDGER TABLE FULL - REMAINING '
                        'AWARDS NOT SETTLED'
                    MOVE 'Y' TO WS-PL-FULL-WARNED
                END-IF
            WHEN OTHER
                ADD 1 TO WS-PL-COUNT
                SET PLX TO WS-PL-COUNT
                MOVE WS-AW-KEY TO WS-PL-KEY(PLX)
                MOVE WS-AW-AMOUNT TO WS-PL-AMOUNT(PLX)
                MOVE WS-AW-DESC TO WS-PL-DESC(PLX)
                MOVE WS-BIZ-DATE TO WS-PL-ENTERED(PLX)
                MOVE WS-OPERATOR-ID TO WS-PL-OPER(PLX)
                MOVE 0 TO WS-PL-VOUCHER(PLX)
                MOVE 0 TO WS-PL-PAID-DATE(PLX)
                MOVE 'N' TO WS-PL-ISSUED(PLX)
                IF WS-HOLD-REASON NOT EQUAL SPACES
                    MOVE 'H' TO WS-PL-STATUS(PLX)
                    MOVE WS-HOLD-REASON TO WS-PL-HOLD(PLX)
                    ADD 1 TO WS-HELD
                    ADD WS-AW-AMOUNT TO WS-HELD-AMT
                ELSE
                    PERFORM 420-ISSUE-PAYMENT-RTN
                END-IF
        END-EVALUATE.

    410-CHECK-HOLD-RTN.
        MOVE SPACES TO WS-HOLD-REASON
        IF WS-REG-LOADED = 'Y'
            MOVE 'P' TO REG-TYPE
            MOVE WS-AW-PLAYER TO REG-ID
            READ REG-FILE
                INVALID KEY
                    MOVE 'NREG' TO WS-HOLD-REASON
                NOT INVALID KEY
                    IF NOT REG-STATUS-ACTIVE
                        MOVE 'INAC' TO WS-HOLD-REASON
                    END-IF
            END-READ
        END-IF
        IF WS-HOLD-REASON = SPACES AND WS-SN-COUNT > 0
            SET SNX TO 1
            SEARCH WS-SN-ENTRY
                AT END
                    CONTINUE
                WHEN SNX > WS-SN-COUNT
                    CONTINUE
                WHEN WS-SN-PLAYER(SNX) = WS-AW-PLAYER
                    MOVE 'SANC' TO WS-HOLD-REASON
            END-SEARCH
        END-IF.

    420-ISSUE-PAYMENT-RTN.
        ADD 1 TO WS-LAST-VOUCHER
        MOVE 'P' TO WS-PL-STATUS(PLX)
        MOVE SPACES TO WS-PL-HOLD(PLX)
        MOVE WS-LAST-VOUCHER TO WS-PL-VOUCHER(PLX)
        MOVE WS-BIZ-DATE TO WS-PL-PAID-DATE(PLX)
        MOVE WS-OPERATOR-ID TO WS-PL-OPER(PLX)
        MOVE 'Y' TO WS-PL-ISSUED(PLX)
        ADD 1 TO WS-ISSUED
        ADD WS-PL-AMOUNT(PLX) TO WS-ISSUED-AMT.

    500-WRITE-LEDGER-RTN.
        MOVE 'LEDGER-FILE' TO WS-FILE-ID
        OPEN OUTPUT LEDGER-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM VARYING PLX FROM 1 BY 1 UNTIL PLX > WS-PL-COUNT
            MOVE WS-PL-KEY(PLX) TO PYL-KEY
            MOVE WS-PL-AMOUNT(PLX) TO PYL-AMOUNT
            MOVE WS-PL-DESC(PLX) TO PYL-DESC
            MOVE WS-PL-STATUS(PLX) TO PYL-STATUS
            MOVE WS-PL-HOLD(PLX) TO PYL-HOLD-REASON
            MOVE WS-PL-VOUCHER(PLX) TO PYL-VOUCHER
            MOVE WS-PL-ENTERED(PLX) TO PYL-ENTERED-DATE
            MOVE WS-PL-PAID-DATE(PLX) TO PYL-PAID-DATE
            MOVE WS-PL-OPER(PLX) TO PYL-OPERATOR
            WRITE PAYEE-LEDGER-REC
        END-PERFORM
        CLOSE LEDGER-FILE.

    550-WRITE-AP-RTN.
        MOVE 'AP-FILE' TO WS-FILE-ID
        OPEN OUTPUT AP-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE WS-BIZ-DATE TO WS-APH-BIZ-DATE
        MOVE WS-CYCLE-NO TO WS-APH-CYCLE
        MOVE WS-SEASON-ID TO WS-APH-SEASON
        MOVE WS-AP-HEADER TO AP-REC
        WRITE AP-REC
        ADD 1 TO WS-AP-WRITTEN
        PERFORM VARYING PLX FROM 1 BY 1 UNTIL PLX > WS-PL-COUNT
            IF WS-PL-ISSUED(PLX) = 'Y'
                MOVE WS-BIZ-DATE TO WS-APD-BIZ-DATE
                MOVE WS-PL-VOUCHER(PLX) TO WS-APD-VOUCHER
                MOVE WS-PL-PLAYER(PLX) TO WS-APD-PAYEE
                MOVE WS-PL-AMOUNT(PLX) TO WS-APD-AMOUNT
                MOVE WS-PL-SEASON(PLX) TO WS-APD-SEASON
                MOVE WS-PL-DESC(PLX) TO WS-APD-AWARD
                MOVE WS-AP-DETAIL TO AP-REC
                WRITE AP-REC
                ADD 1 TO WS-AP-WRITTEN
                ADD 1 TO WS-APT-COUNT
                ADD WS-APD-AMOUNT TO WS-APT-HASH
            END-IF
        END-PERFORM
        MOVE WS-AP-TRAILER TO AP-REC
        WRITE AP-REC
        ADD 1 TO WS-AP-WRITTEN
        CLOSE AP-FILE.

    600-WRITE-REPORT-RTN.
        MOVE 'PRIZE-RPT-FILE' TO WS-FILE-ID
        OPEN OUTPUT PRIZE-RPT-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO PRIZE-RPT-REC
        STRING 'SEASON ' DELIMITED BY SIZE
            WS-SEASON-ID DELIMITED BY SIZE
            ' PRIZE PAYEE LEDGER  RUN ' DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
            ' BY ' DELIMITED BY SIZE
            WS-OPERATOR-ID DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ENV-BANNER DELIMITED BY SIZE
            INTO PRIZE-RPT-REC
        WRITE PRIZE-RPT-REC
        MOVE 'PLAYER  AWARD                       AMOUNT  VOUCHER  STA&
            &TUS' TO PRIZE-RPT-REC
        WRITE PRIZE-RPT-REC
        PERFORM VARYING PLX FROM 1 BY 1 UNTIL PLX > WS-PL-COUNT
            IF WS-PL-SEASON(PLX) = WS-SEASON-ID
                PERFORM 610-REPORT-LINE-RTN
            END-IF
        END-PERFORM
        MOVE SPACES TO PRIZE-RPT-REC
        WRITE PRIZE-RPT-REC
        MOVE WS-ISSUED TO WS-ED-COUNT
        MOVE WS-ISSUED-AMT TO WS-ED-TOTAL
        MOVE SPACES TO PRIZE-RPT-REC
        STRING 'ISSUED THIS RUN TO ACCOUNTS PAYABLE: ' DELIMITED BY SIZE
            WS-ED-COUNT DELIMITED BY SIZE
            '  AMOUNT: ' DELIMITED BY SIZE
            WS-ED-TOTAL DELIMITED BY SIZE
            INTO PRIZE-RPT-REC
        WRITE PRIZE-RPT-REC
        MOVE WS-ALREADY-PAID TO WS-ED-COUNT
        MOVE WS-PAID-AMT TO WS-ED-TOTAL
        MOVE SPACES TO PRIZE-RPT-REC
        STRING 'PAID ON AN EARLIER RUN (NOT REISSUED): ' DELIMITED BY SIZE
            WS-ED-COUNT DELIMITED BY SIZE
            '  AMOUNT: ' DELIMITED BY SIZE
            WS-ED-TOTAL DELIMITED BY SIZE
            INTO PRIZE-RPT-REC
        WRITE PRIZE-RPT-REC
        MOVE WS-HELD TO WS-ED-COUNT
        MOVE WS-HELD-AMT TO WS-ED-TOTAL
        MOVE SPACES TO PRIZE-RPT-REC
        STRING 'HELD - NOT PAID:                     ' DELIMITED BY SIZE
            WS-ED-COUNT DELIMITED BY SIZE
            '  AMOUNT: ' DELIMITED BY SIZE
            WS-ED-TOTAL DELIMITED BY SIZE
            INTO PRIZE-RPT-REC
        WRITE PRIZE-RPT-REC
        MOVE 'HOLD CODES: INAC INACTIVE ON REGISTRATION MASTER, NREG N&
            &OT REGISTERED, SANC UNDER SANCTION' TO PRIZE-RPT-REC
        WRITE PRIZE-RPT-REC
        CLOSE PRIZE-RPT-FILE
        DISPLAY 'PRIZE LEDGER REPORT WRITTEN: ' WS-P-PRIZE-RPT(1:50).

    610-REPORT-LINE-RTN.
        MOVE WS-PL-AMOUNT(PLX) TO WS-ED-AMOUNT
        MOVE WS-PL-VOUCHER(PLX) TO WS-ED-VOUCHER
        MOVE SPACES TO WS-ED-STATE
        EVALUATE TRUE
            WHEN WS-PL-STATUS(PLX) = 'H'
                STRING 'HELD ' DELIMITED BY SIZE
                    WS-PL-HOLD(PLX) DELIMITED BY SIZE
                    INTO WS-ED-STATE
            WHEN WS-PL-ISSUED(PLX) = 'Y'
                MOVE 'PAID *ISSUED THIS RUN*' TO WS-ED-STATE
            WHEN OTHER
                STRING 'PAID ' DELIMITED BY SIZE
                    WS-PL-PAID-DATE(PLX) DELIMITED BY SIZE
                    INTO WS-ED-STATE
        END-EVALUATE
        MOVE SPACES TO PRIZE-RPT-REC
        STRING WS-PL-PLAYER(PLX) DELIMITED BY SIZE
            '    ' DELIMITED BY SIZE
            WS-PL-DESC(PLX) DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ED-AMOUNT DELIMITED BY SIZE
            '   ' DELIMITED BY SIZE
            WS-ED-VOUCHER DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ED-STATE DELIMITED BY SIZE
            INTO PRIZE-RPT-REC
        WRITE PRIZE-RPT-REC.

    920-ABEND-RTN.
        MOVE WS-ABEND-STAMP TO PRIZE-RPT-REC
        WRITE PRIZE-RPT-REC
        CLOSE SEASON-CLOSE-FILE ARCHIVE-FILE PRIZE-FILE LEDGER-FILE
            AP-FILE PRIZE-RPT-FILE SANCTION-FILE REG-FILE
            OPERATOR-FILE SECURITY-LOG-FILE PARM-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY SIGNONRTN.
    COPY LOCKRTN.
    COPY MLOCKRTN.
    COPY ENVRTN.
