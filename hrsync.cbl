IDENTIFICATION DIVISION.
PROGRAM-ID. HR-ROSTER-SYNC.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT HR-FEED-FILE ASSIGN TO WS-P-HR-FEED
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ELF-ROSTER-FILE ASSIGN TO WS-P-ELF-ROSTER
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ROSTER-HIST-FILE ASSIGN TO WS-P-ROSTER-HIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT MASTER-FILE ASSIGN TO WS-P-MASTER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MASTER-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT JOURNAL-FILE
        ASSIGN TO WS-P-JOURNAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT EXCEPTION-FILE
        ASSIGN TO WS-P-EXCEPTION
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SYNC-CTL-FILE ASSIGN TO WS-P-SYNC-CTL
        ORGANIZATION IS LINE SEQUENTIAL
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
    FD HR-FEED-FILE.
    COPY HRFREC.
    FD ELF-ROSTER-FILE.
    COPY ROSTREC.
    FD ROSTER-HIST-FILE.
    COPY RHISTREC.
    FD MASTER-FILE.
    COPY ELFMREC.
    FD JOURNAL-FILE.
    COPY JRNLREC.
    FD EXCEPTION-FILE.
    01 EXCEPTION-REC PIC X(132).
    FD SYNC-CTL-FILE.
    01 SYNC-CTL-REC.
        05 SYC-LAST-TS          PIC X(15).
        05 SYC-BIZ-DATE         PIC 9(8).
        05 SYC-CYCLE            PIC 9(6).
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
        05 WS-P-HR-FEED           PIC X(70) VALUE SPACES.
        05 WS-P-ELF-ROSTER        PIC X(70) VALUE SPACES.
        05 WS-P-ROSTER-HIST       PIC X(70) VALUE SPACES.
        05 WS-P-MASTER            PIC X(70) VALUE SPACES.
        05 WS-P-JOURNAL           PIC X(70) VALUE SPACES.
        05 WS-P-EXCEPTION         PIC X(70) VALUE SPACES.
        05 WS-P-SYNC-CTL          PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-CONTROL-TOTAL     PIC X(70) VALUE SPACES.
        05 WS-P-STEP-CONTROL      PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-TODAY            PIC 9(8) VALUE 0.
        05 WS-FEED-PRESENT     PIC A(1) VALUE 'N'.
        05 WS-MASTER-OPEN      PIC A(1) VALUE 'N'.
        05 WS-MASTER-SITE      PIC X(2) VALUE SPACES.
        05 WS-FEED-READ        PIC 9(6) VALUE 0.
        05 WS-APPLIED-COUNT    PIC 9(6) VALUE 0.
        05 WS-EXCEPTION-COUNT  PIC 9(6) VALUE 0.
        05 WS-ADD-COUNT        PIC 9(6) VALUE 0.
        05 WS-CHANGE-COUNT     PIC 9(6) VALUE 0.
        05 WS-TERM-COUNT       PIC 9(6) VALUE 0.
        05 WS-STAMP            PIC X(15) VALUE SPACES.
        05 WS-LAST-SYNC-TS     PIC X(15) VALUE SPACES.
        05 WS-LAST-SYNC-DATE   PIC 9(8) VALUE 0.
        05 WS-REASON           PIC X(60) VALUE SPACES.
        05 WS-TXN-OK           PIC A(1) VALUE 'Y'.
        05 WS-ACTION-NAME      PIC X(9) VALUE SPACES.
    01 WS-TXN-FIELDS.
        05 WS-TXN-ELF-NO       PIC 9(4) VALUE 0.
        05 WS-TXN-EFF-DATE     PIC 9(8) VALUE 0.
        05 WS-TXN-EFF-PARTS REDEFINES WS-TXN-EFF-DATE.
            10 WS-TXN-EFF-YYYY     PIC 9(4).
            10 WS-TXN-EFF-MM       PIC 9(2).
            10 WS-TXN-EFF-DD       PIC 9(2).
        05 WS-NEW-DEPT         PIC X(10) VALUE SPACES.
        05 WS-NEW-STATUS       PIC X(1) VALUE SPACES.
        05 WS-OLD-DEPT         PIC X(10) VALUE SPACES.
        05 WS-OLD-STATUS       PIC X(1) VALUE SPACES.
        05 WS-BEFORE-VALUE     PIC X(80) VALUE SPACES.
        05 WS-AFTER-VALUE      PIC X(100) VALUE SPACES.
    01 WS-ROSTER-TABLE.
        05 WS-ROSTER-COUNT     PIC 9(4) VALUE 0.
        05 WS-ROSTER-ENTRY OCCURS 500 TIMES.
            10 WS-ROSTER-ELF-NO    PIC 9(4) VALUE 0.
            10 WS-ROSTER-NAME      PIC X(20) VALUE SPACES.
            10 WS-ROSTER-DEPT      PIC X(10) VALUE SPACES.
            10 WS-ROSTER-STATUS    PIC X(1) VALUE SPACES.
            10 WS-ROSTER-SRC       PIC X(1) VALUE SPACES.
            10 WS-ROSTER-TS        PIC X(15) VALUE SPACES.
            10 WS-ROSTER-SITE      PIC X(2) VALUE SPACES.
    01 WS-ROSTER-WORK.
        05 WS-RX               PIC 9(4) VALUE 0.
        05 WS-ROSTER-HIT       PIC 9(4) VALUE 0.
        05 WS-ROSTER-CHANGED   PIC A(1) VALUE 'N'.
    01 WS-HIST-WORK.
        05 WS-LAST-TO-DATE     PIC 9(8) VALUE 0.
        05 WS-HIST-FROM        PIC 9(8) VALUE 0.
        05 WS-HIST-TO          PIC 9(8) VALUE 0.
        05 WS-HIST-EOF         PIC A(1) VALUE ' '.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY STEPCOM.
    COPY CTLTCOM.
    COPY LOGCOM.
    COPY CDATECOM.
    COPY TIMINGCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'HR-ROSTER-SYNC' TO WS-LOG-PGM
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE.
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'HR-ROSTER-SYNC RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    PERFORM 870-GET-BIZ-DATE-RTN
    MOVE WS-BIZ-DATE TO WS-TODAY
    PERFORM 930-CHECK-STEP-RTN
    IF WS-STEP-DONE = 'Y'
        DISPLAY 'HR-ROSTER-SYNC ALREADY COMPLETE FOR BUSINESS DATE '
            WS-BIZ-DATE ' - STEP SKIPPED'
        MOVE 'HR-ROSTER-SYNC ALREADY COMPLETE THIS CYCLE - STEP SKIPPED'
            TO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    MOVE 'S' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    PERFORM 050-READ-SYNC-CTL-RTN
    PERFORM 060-LOAD-ROSTER-RTN
    MOVE 'EXCEPTION-FILE' TO WS-FILE-ID
    OPEN OUTPUT EXCEPTION-FILE
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE SPACES TO EXCEPTION-REC
    STRING 'HR ROSTER FEED EXCEPTIONS FOR BUSINESS DATE '
        DELIMITED BY SIZE
        WS-TODAY DELIMITED BY SIZE
        '  CYCLE ' DELIMITED BY SIZE
        WS-CYCLE-NO DELIMITED BY SIZE
        INTO EXCEPTION-REC
    WRITE EXCEPTION-REC
    MOVE 'ACT ELF  NAME                 DEPARTMENT EFF DATE REASON'
        TO EXCEPTION-REC
    WRITE EXCEPTION-REC
    PERFORM 100-APPLY-FEED-RTN
    IF WS-MASTER-OPEN = 'Y'
        CLOSE MASTER-FILE
    END-IF
    IF WS-EXCEPTION-COUNT = 0
        MOVE '  (NO EXCEPTIONS)' TO EXCEPTION-REC
        WRITE EXCEPTION-REC
    END-IF
    CLOSE EXCEPTION-FILE
    IF WS-ROSTER-CHANGED = 'Y'
        PERFORM 300-REWRITE-ROSTER-RTN
    END-IF
    IF WS-FEED-PRESENT = 'Y'
        PERFORM 350-WRITE-SYNC-CTL-RTN
        PERFORM 360-CLEAR-FEED-RTN
    END-IF
    DISPLAY 'HR FEED TRANSACTIONS READ: ' WS-FEED-READ
        ' APPLIED: ' WS-APPLIED-COUNT
        ' EXCEPTIONS: ' WS-EXCEPTION-COUNT
    DISPLAY '  ADDS: ' WS-ADD-COUNT '  CHANGES: ' WS-CHANGE-COUNT
        '  TERMINATES: ' WS-TERM-COUNT
    IF WS-EXCEPTION-COUNT > 0
        DISPLAY '** HR FEED EXCEPTIONS NOT APPLIED - SEE '
            'Dec1HRExceptions.txt'
        MOVE 'W' TO WS-LOG-SEV
        STRING 'HR-ROSTER-SYNC - FEED EXCEPTIONS NOT APPLIED: '
            DELIMITED BY SIZE
            WS-EXCEPTION-COUNT DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    MOVE 'HR-ROSTER-SYNC' TO WS-CTL-PROGRAM
    MOVE WS-FEED-READ TO WS-CTL-READ
    MOVE WS-APPLIED-COUNT TO WS-CTL-ACCEPTED
    MOVE WS-EXCEPTION-COUNT TO WS-CTL-REJECTED
    PERFORM 895-WRITE-CONTROL-READ-RTN
    STRING 'HR-ROSTER-SYNC RUN COMPLETED - APPLIED: '
        DELIMITED BY SIZE
        WS-APPLIED-COUNT DELIMITED BY SIZE
        ' EXCEPTIONS: ' DELIMITED BY SIZE
        WS-EXCEPTION-COUNT DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    PERFORM 940-MARK-STEP-RTN
    MOVE 'E' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'Dec1HRFeed.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-HR-FEED
        MOVE 'Dec1ElfRoster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ELF-ROSTER
        MOVE 'Dec1RosterHistory.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ROSTER-HIST
        MOVE 'AocCorrectionJournal.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-JOURNAL
        MOVE 'Dec1HRExceptions.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-EXCEPTION
        MOVE 'Dec1HRSyncControl.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SYNC-CTL
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

    050-READ-SYNC-CTL-RTN.
        MOVE SPACES TO WS-LAST-SYNC-TS
        MOVE 0 TO WS-LAST-SYNC-DATE
        MOVE 'SYNC-CTL-FILE' TO WS-FILE-ID
        OPEN INPUT SYNC-CTL-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO PRIOR HR FEED RECORDED - HAND EDITS NOT '
                'CHECKED ON THIS RUN'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            READ SYNC-CTL-FILE
            AT END MOVE SPACES TO SYNC-CTL-REC
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
            MOVE SYC-LAST-TS TO WS-LAST-SYNC-TS
            IF SYC-BIZ-DATE NUMERIC
                MOVE SYC-BIZ-DATE TO WS-LAST-SYNC-DATE
            END-IF
            CLOSE SYNC-CTL-FILE
            DISPLAY 'LAST HR FEED APPLIED: ' WS-LAST-SYNC-TS
                ' FOR BUSINESS DATE ' WS-LAST-SYNC-DATE
        END-IF.

    060-LOAD-ROSTER-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'ELF-ROSTER-FILE' TO WS-FILE-ID
        OPEN INPUT ELF-ROSTER-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO ELF ROSTER ON FILE - ONE WILL BE CREATED FROM '
                'THE FEED'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ ELF-ROSTER-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF WS-ROSTER-COUNT < 500
                        ADD 1 TO WS-ROSTER-COUNT
                        MOVE ROST-ELF-NO
                            TO WS-ROSTER-ELF-NO(WS-ROSTER-COUNT)
                        MOVE ROST-NAME
                            TO WS-ROSTER-NAME(WS-ROSTER-COUNT)
                        MOVE ROST-DEPT
                            TO WS-ROSTER-DEPT(WS-ROSTER-COUNT)
                        MOVE ROST-STATUS
                            TO WS-ROSTER-STATUS(WS-ROSTER-COUNT)
                        MOVE ROST-MAINT-SRC
                            TO WS-ROSTER-SRC(WS-ROSTER-COUNT)
                        MOVE ROST-MAINT-TS
                            TO WS-ROSTER-TS(WS-ROSTER-COUNT)
                        MOVE ROST-SITE
                            TO WS-ROSTER-SITE(WS-ROSTER-COUNT)
                    ELSE
                        DISPLAY '** ROSTER TABLE FULL - RUN ABANDONED '
                            'TO PROTECT Dec1ElfRoster.txt'
                        MOVE 'ELF-ROSTER-FILE' TO WS-ABEND-FILE
                        MOVE 'TF' TO WS-ABEND-STATUS
                        MOVE 16 TO RETURN-CODE
                        PERFORM 920-ABEND-RTN
                        STOP RUN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ELF-ROSTER-FILE
            DISPLAY 'ROSTER ENTRIES LOADED: ' WS-ROSTER-COUNT
        END-IF.

    070-FIND-ROSTER-RTN.
        MOVE 0 TO WS-ROSTER-HIT
        PERFORM VARYING WS-RX FROM 1 BY 1
            UNTIL WS-RX > WS-ROSTER-COUNT OR WS-ROSTER-HIT > 0
            IF WS-ROSTER-ELF-NO(WS-RX) = WS-TXN-ELF-NO
                MOVE WS-RX TO WS-ROSTER-HIT
            END-IF
        END-PERFORM.

    100-APPLY-FEED-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'HR-FEED-FILE' TO WS-FILE-ID
        OPEN INPUT HR-FEED-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO HR ROSTER FEED ON FILE - ROSTER UNCHANGED'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'Y' TO WS-FEED-PRESENT
            PERFORM UNTIL WS-EOF = 'Y'
                READ HR-FEED-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-FEED-READ
                    PERFORM 110-EDIT-TXN-RTN
                    IF WS-TXN-OK = 'Y'
                        EVALUATE TRUE
                            WHEN HRF-ACTION-ADD
                                PERFORM 150-APPLY-ADD-RTN
                            WHEN HRF-ACTION-CHANGE
                                PERFORM 160-APPLY-CHANGE-RTN
                            WHEN OTHER
                                PERFORM 170-APPLY-TERM-RTN
                        END-EVALUATE
                    END-IF
                END-READ
                MOVE 'HR-FEED-FILE' TO WS-FILE-ID
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE HR-FEED-FILE
        END-IF.

    110-EDIT-TXN-RTN.
        MOVE 'Y' TO WS-TXN-OK
        MOVE 0 TO WS-TXN-ELF-NO
        MOVE 0 TO WS-TXN-EFF-DATE
        EVALUATE TRUE
            WHEN HRF-ACTION-ADD
                MOVE 'ADD' TO WS-ACTION-NAME
            WHEN HRF-ACTION-CHANGE
                MOVE 'CHANGE' TO WS-ACTION-NAME
            WHEN HRF-ACTION-TERM
                MOVE 'TERMINATE' TO WS-ACTION-NAME
            WHEN OTHER
                MOVE 'INVALID ACTION CODE' TO WS-REASON
                PERFORM 200-WRITE-EXCEPTION-RTN
        END-EVALUATE
        IF WS-TXN-OK = 'Y'
            IF HRF-ELF-NO NOT NUMERIC OR HRF-ELF-NO = '0000'
                MOVE 'ELF NUMBER MISSING OR NOT NUMERIC' TO WS-REASON
                PERFORM 200-WRITE-EXCEPTION-RTN
            ELSE
                MOVE HRF-ELF-NO TO WS-TXN-ELF-NO
            END-IF
        END-IF
        IF WS-TXN-OK = 'Y'
            IF HRF-EFF-DATE = SPACES OR HRF-EFF-DATE = '00000000'
                MOVE WS-TODAY TO WS-TXN-EFF-DATE
            ELSE
                IF HRF-EFF-DATE NUMERIC
                    MOVE HRF-EFF-DATE TO WS-TXN-EFF-DATE
                END-IF
            END-IF
            IF WS-TXN-EFF-MM < 1 OR WS-TXN-EFF-MM > 12
                OR WS-TXN-EFF-DD < 1 OR WS-TXN-EFF-DD > 31
                OR WS-TXN-EFF-YYYY < 1601
                MOVE 'EFFECTIVE DATE INVALID' TO WS-REASON
                PERFORM 200-WRITE-EXCEPTION-RTN
            END-IF
        END-IF
        IF WS-TXN-OK = 'Y' AND NOT HRF-ACTION-TERM
            IF HRF-NAME = SPACES OR HRF-DEPT = SPACES
                MOVE 'NAME AND DEPARTMENT ARE REQUIRED' TO WS-REASON
                PERFORM 200-WRITE-EXCEPTION-RTN
            END-IF
        END-IF
        IF WS-TXN-OK = 'Y'
            PERFORM 070-FIND-ROSTER-RTN
        END-IF.

    120-CHECK-HAND-EDIT-RTN.
        IF WS-ROSTER-SRC(WS-ROSTER-HIT) = 'M'
            AND WS-ROSTER-TS(WS-ROSTER-HIT) > WS-LAST-SYNC-TS
            AND WS-LAST-SYNC-TS NOT EQUAL SPACES
            MOVE SPACES TO WS-REASON
            STRING 'ROSTER EDITED BY HAND ' DELIMITED BY SIZE
                WS-ROSTER-TS(WS-ROSTER-HIT) DELIMITED BY SIZE
                ' SINCE LAST FEED' DELIMITED BY SIZE
                INTO WS-REASON
            PERFORM 200-WRITE-EXCEPTION-RTN
        END-IF.

    130-CHECK-EFF-DATE-RTN.
        PERFORM 180-FIND-LAST-HIST-RTN
        IF WS-TXN-EFF-DATE NOT > WS-LAST-TO-DATE
            MOVE SPACES TO WS-REASON
            STRING 'EFFECTIVE DATE NOT AFTER HISTORY PERIOD ENDING '
                DELIMITED BY SIZE
                WS-LAST-TO-DATE DELIMITED BY SIZE
                INTO WS-REASON
            PERFORM 200-WRITE-EXCEPTION-RTN
        END-IF.

    150-APPLY-ADD-RTN.
        IF WS-ROSTER-HIT > 0
            MOVE 'ELF ALREADY ON ROSTER - SEND A CHANGE INSTEAD'
                TO WS-REASON
            PERFORM 200-WRITE-EXCEPTION-RTN
        END-IF
        IF WS-TXN-OK = 'Y' AND WS-ROSTER-COUNT NOT < 500
            MOVE 'ROSTER TABLE FULL - ADD NOT APPLIED' TO WS-REASON
            PERFORM 200-WRITE-EXCEPTION-RTN
        END-IF
        IF WS-TXN-OK = 'Y'
            ADD 1 TO WS-ROSTER-COUNT
            MOVE WS-ROSTER-COUNT TO WS-ROSTER-HIT
            MOVE WS-TXN-ELF-NO TO WS-ROSTER-ELF-NO(WS-ROSTER-HIT)
            MOVE HRF-NAME TO WS-ROSTER-NAME(WS-ROSTER-HIT)
            MOVE HRF-DEPT TO WS-ROSTER-DEPT(WS-ROSTER-HIT)
            MOVE 'A' TO WS-ROSTER-STATUS(WS-ROSTER-HIT)
            MOVE WS-ENV-HOME-SITE TO WS-ROSTER-SITE(WS-ROSTER-HIT)
            MOVE 'NOT ON ROSTER' TO WS-BEFORE-VALUE
            PERFORM 250-MARK-FEED-CHANGE-RTN
            ADD 1 TO WS-ADD-COUNT
        END-IF.

    160-APPLY-CHANGE-RTN.
        IF WS-ROSTER-HIT = 0
            MOVE 'ELF NOT ON ROSTER - SEND AN ADD INSTEAD'
                TO WS-REASON
            PERFORM 200-WRITE-EXCEPTION-RTN
        ELSE
            PERFORM 120-CHECK-HAND-EDIT-RTN
        END-IF
        IF WS-TXN-OK = 'Y'
            MOVE WS-ROSTER-DEPT(WS-ROSTER-HIT) TO WS-OLD-DEPT
            MOVE WS-ROSTER-STATUS(WS-ROSTER-HIT) TO WS-OLD-STATUS
            MOVE HRF-DEPT TO WS-NEW-DEPT
            MOVE WS-OLD-STATUS TO WS-NEW-STATUS
            IF WS-NEW-DEPT NOT EQUAL WS-OLD-DEPT
                PERFORM 130-CHECK-EFF-DATE-RTN
            END-IF
        END-IF
        IF WS-TXN-OK = 'Y'
            PERFORM 240-BUILD-BEFORE-RTN
            IF WS-NEW-DEPT NOT EQUAL WS-OLD-DEPT
                PERFORM 190-WRITE-HISTORY-RTN
            END-IF
            MOVE HRF-NAME TO WS-ROSTER-NAME(WS-ROSTER-HIT)
            MOVE HRF-DEPT TO WS-ROSTER-DEPT(WS-ROSTER-HIT)
            PERFORM 250-MARK-FEED-CHANGE-RTN
            ADD 1 TO WS-CHANGE-COUNT
        END-IF.

    170-APPLY-TERM-RTN.
        IF WS-ROSTER-HIT = 0
            MOVE 'ELF NOT ON ROSTER - NOTHING TO TERMINATE'
                TO WS-REASON
            PERFORM 200-WRITE-EXCEPTION-RTN
        ELSE
            IF WS-ROSTER-STATUS(WS-ROSTER-HIT) = 'I'
                MOVE 'ELF ALREADY INACTIVE ON ROSTER' TO WS-REASON
                PERFORM 200-WRITE-EXCEPTION-RTN
            END-IF
        END-IF
        IF WS-TXN-OK = 'Y'
            PERFORM 120-CHECK-HAND-EDIT-RTN
        END-IF
        IF WS-TXN-OK = 'Y'
            PERFORM 175-OPEN-SITE-MASTER-RTN
        END-IF
        IF WS-TXN-OK = 'Y' AND WS-MASTER-OPEN = 'Y'
            MOVE WS-TXN-ELF-NO TO MASTER-ELF-NO
            MOVE WS-TODAY TO MASTER-RUN-DATE
            READ MASTER-FILE
                INVALID KEY CONTINUE
                NOT INVALID KEY
                    MOVE SPACES TO WS-REASON
                    STRING 'CALORIE ACTIVITY ON Dec1ElfMaster.dat FOR '
                        DELIMITED BY SIZE
                        WS-TODAY DELIMITED BY SIZE
                        INTO WS-REASON
                    PERFORM 200-WRITE-EXCEPTION-RTN
            END-READ
            MOVE '00' TO WS-FILE-STATUS
        END-IF
        IF WS-TXN-OK = 'Y'
            MOVE WS-ROSTER-DEPT(WS-ROSTER-HIT) TO WS-OLD-DEPT
            MOVE WS-ROSTER-STATUS(WS-ROSTER-HIT) TO WS-OLD-STATUS
            MOVE WS-OLD-DEPT TO WS-NEW-DEPT
            MOVE 'I' TO WS-NEW-STATUS
            PERFORM 130-CHECK-EFF-DATE-RTN
        END-IF
        IF WS-TXN-OK = 'Y'
            PERFORM 240-BUILD-BEFORE-RTN
            PERFORM 190-WRITE-HISTORY-RTN
            MOVE 'I' TO WS-ROSTER-STATUS(WS-ROSTER-HIT)
            PERFORM 250-MARK-FEED-CHANGE-RTN
            ADD 1 TO WS-TERM-COUNT
        END-IF.

    175-OPEN-SITE-MASTER-RTN.
        IF WS-ROSTER-SITE(WS-ROSTER-HIT) = SPACES
            MOVE WS-ENV-HOME-SITE TO WS-ENV-SITE
        ELSE
            MOVE WS-ROSTER-SITE(WS-ROSTER-HIT) TO WS-ENV-SITE
        END-IF
        IF WS-ENV-SITE NOT EQUAL WS-MASTER-SITE
            IF WS-MASTER-OPEN = 'Y'
                CLOSE MASTER-FILE
                MOVE 'N' TO WS-MASTER-OPEN
            END-IF
            MOVE WS-ENV-SITE TO WS-MASTER-SITE
            MOVE 'Dec1ElfMaster.dat' TO WS-ENV-FILE-NAME
            PERFORM 807-BUILD-SITE-PATH-RTN
            MOVE WS-ENV-PATH TO WS-P-MASTER
            MOVE 'MASTER-FILE' TO WS-FILE-ID
            OPEN INPUT MASTER-FILE
            IF WS-FILE-STATUS = '35'
                MOVE '00' TO WS-FILE-STATUS
                DISPLAY 'NO ELF MASTER ON FILE FOR SITE ' WS-ENV-SITE
                    ' - TERMINATES NOT CHECKED FOR ACTIVITY'
            ELSE
                PERFORM 900-CHECK-OPEN-STATUS-RTN
                MOVE 'Y' TO WS-MASTER-OPEN
            END-IF
        END-IF.

    180-FIND-LAST-HIST-RTN.
        MOVE 0 TO WS-LAST-TO-DATE
        MOVE SPACES TO WS-HIST-EOF
        MOVE 'ROSTER-HIST-FILE' TO WS-FILE-ID
        OPEN INPUT ROSTER-HIST-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-HIST-EOF = 'Y'
                READ ROSTER-HIST-FILE
                AT END MOVE 'Y' TO WS-HIST-EOF
                NOT AT END
                    IF RSH-ELF-NO = WS-TXN-ELF-NO
                        AND RSH-TO-DATE > WS-LAST-TO-DATE
                        MOVE RSH-TO-DATE TO WS-LAST-TO-DATE
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ROSTER-HIST-FILE
        END-IF.

    190-WRITE-HISTORY-RTN.
        IF WS-LAST-TO-DATE = 0
            MOVE 0 TO WS-HIST-FROM
        ELSE
            COMPUTE WS-HIST-FROM = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-LAST-TO-DATE) + 1)
        END-IF
        COMPUTE WS-HIST-TO = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(WS-TXN-EFF-DATE) - 1)
        PERFORM 260-GET-STAMP-RTN
        MOVE 'ROSTER-HIST-FILE' TO WS-FILE-ID
        OPEN EXTEND ROSTER-HIST-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT ROSTER-HIST-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE WS-TXN-ELF-NO TO RSH-ELF-NO
        MOVE WS-OLD-DEPT TO RSH-DEPT
        MOVE WS-OLD-STATUS TO RSH-STATUS
        MOVE WS-HIST-FROM TO RSH-FROM-DATE
        MOVE WS-HIST-TO TO RSH-TO-DATE
        MOVE WS-NEW-DEPT TO RSH-NEW-DEPT
        MOVE WS-NEW-STATUS TO RSH-NEW-STATUS
        MOVE WS-STAMP TO RSH-CHANGED-TS
        MOVE 'HRFEED' TO RSH-OPERATOR
        WRITE ROSTER-HIST-REC
        CLOSE ROSTER-HIST-FILE.

    200-WRITE-EXCEPTION-RTN.
        MOVE 'N' TO WS-TXN-OK
        ADD 1 TO WS-EXCEPTION-COUNT
        MOVE SPACES TO EXCEPTION-REC
        STRING HRF-ACTION DELIMITED BY SIZE
            '   ' DELIMITED BY SIZE
            HRF-ELF-NO DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            HRF-NAME DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            HRF-DEPT DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            HRF-EFF-DATE DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-REASON DELIMITED BY SIZE
            INTO EXCEPTION-REC
        WRITE EXCEPTION-REC.

    240-BUILD-BEFORE-RTN.
        MOVE SPACES TO WS-BEFORE-VALUE
        STRING 'ELF ' DELIMITED BY SIZE
            WS-TXN-ELF-NO DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-ROSTER-NAME(WS-ROSTER-HIT) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-ROSTER-DEPT(WS-ROSTER-HIT) DELIMITED BY SIZE
            ' STATUS ' DELIMITED BY SIZE
            WS-ROSTER-STATUS(WS-ROSTER-HIT) DELIMITED BY SIZE
            INTO WS-BEFORE-VALUE.

    250-MARK-FEED-CHANGE-RTN.
        PERFORM 260-GET-STAMP-RTN
        MOVE 'F' TO WS-ROSTER-SRC(WS-ROSTER-HIT)
        MOVE WS-STAMP TO WS-ROSTER-TS(WS-ROSTER-HIT)
        MOVE 'Y' TO WS-ROSTER-CHANGED
        ADD 1 TO WS-APPLIED-COUNT
        MOVE SPACES TO WS-AFTER-VALUE
        STRING 'HR FEED ' DELIMITED BY SIZE
            WS-ACTION-NAME DELIMITED BY SPACE
            ' ELF ' DELIMITED BY SIZE
            WS-TXN-ELF-NO DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-ROSTER-NAME(WS-ROSTER-HIT) DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-ROSTER-DEPT(WS-ROSTER-HIT) DELIMITED BY SIZE
            ' STATUS ' DELIMITED BY SIZE
            WS-ROSTER-STATUS(WS-ROSTER-HIT) DELIMITED BY SIZE
            ' EFF ' DELIMITED BY SIZE
            WS-TXN-EFF-DATE DELIMITED BY SIZE
            INTO WS-AFTER-VALUE
        MOVE 'JOURNAL-FILE' TO WS-FILE-ID
        OPEN EXTEND JOURNAL-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT JOURNAL-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE WS-STAMP TO JRN-TS
        MOVE 'HRFEED' TO JRN-OPERATOR
        MOVE 'Dec1ElfRoster.txt' TO JRN-CORR-FILE
        MOVE 0 TO JRN-REJECT-LINE
        MOVE WS-BEFORE-VALUE TO JRN-BEFORE
        MOVE WS-AFTER-VALUE TO JRN-AFTER
        MOVE 'A' TO JRN-STATUS
        WRITE JOURNAL-REC
        CLOSE JOURNAL-FILE.

    260-GET-STAMP-RTN.
        MOVE SPACES TO WS-STAMP
        STRING FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
            '-' DELIMITED BY SIZE
            FUNCTION CURRENT-DATE(9:6) DELIMITED BY SIZE
            INTO WS-STAMP.

    300-REWRITE-ROSTER-RTN.
        MOVE 'ELF-ROSTER-FILE' TO WS-FILE-ID
        OPEN OUTPUT ELF-ROSTER-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM VARYING WS-RX FROM 1 BY 1
            UNTIL WS-RX > WS-ROSTER-COUNT
            MOVE WS-ROSTER-ELF-NO(WS-RX) TO ROST-ELF-NO
            MOVE WS-ROSTER-NAME(WS-RX) TO ROST-NAME
            MOVE WS-ROSTER-DEPT(WS-RX) TO ROST-DEPT
            MOVE WS-ROSTER-STATUS(WS-RX) TO ROST-STATUS
            MOVE WS-ROSTER-SRC(WS-RX) TO ROST-MAINT-SRC
            MOVE WS-ROSTER-TS(WS-RX) TO ROST-MAINT-TS
            MOVE WS-ROSTER-SITE(WS-RX) TO ROST-SITE
            WRITE ELF-ROSTER-REC
        END-PERFORM
        CLOSE ELF-ROSTER-FILE
        DISPLAY 'Dec1ElfRoster.txt REWRITTEN - ELVES: '
            WS-ROSTER-COUNT.

    350-WRITE-SYNC-CTL-RTN.
        PERFORM 260-GET-STAMP-RTN
        MOVE 'SYNC-CTL-FILE' TO WS-FILE-ID
        OPEN OUTPUT SYNC-CTL-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE WS-STAMP TO SYC-LAST-TS
        MOVE WS-TODAY TO SYC-BIZ-DATE
        MOVE WS-CYCLE-NO TO SYC-CYCLE
        WRITE SYNC-CTL-REC
        CLOSE SYNC-CTL-FILE.

    360-CLEAR-FEED-RTN.
        MOVE 'HR-FEED-FILE' TO WS-FILE-ID
        OPEN OUTPUT HR-FEED-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        CLOSE HR-FEED-FILE.

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
        MOVE WS-ABEND-STAMP TO EXCEPTION-REC
        WRITE EXCEPTION-REC
        CLOSE HR-FEED-FILE ELF-ROSTER-FILE ROSTER-HIST-FILE MASTER-FILE
            JOURNAL-FILE EXCEPTION-FILE SYNC-CTL-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY STEPRTN.
    COPY CTLTRTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY TIMINGRTN.
    COPY ENVRTN.
