IDENTIFICATION DIVISION.
PROGRAM-ID. BADGE-MAINTENANCE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT BADGE-FILE ASSIGN TO WS-P-BADGE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BDG-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT EVENT-FILE ASSIGN TO WS-P-EVENT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT HISTORY-FILE ASSIGN TO WS-P-HISTORY
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
    FD BADGE-FILE.
    01 BADGE-REC.
        05 BDG-KEY.
            10 BDG-BIZ-DATE     PIC 9(8).
            10 BDG-GROUP-NO     PIC 9(6).
        05 BDG-MEMBER-LINE-1    PIC 9(6).
        05 BDG-MEMBER-LINE-2    PIC 9(6).
        05 BDG-MEMBER-LINE-3    PIC 9(6).
        05 BDG-BADGE-ITEM       PIC X(1).
    FD EVENT-FILE.
    COPY BEVTREC.
    FD HISTORY-FILE.
    01 HISTORY-REC PIC X(132).
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
        05 WS-P-BADGE             PIC X(70) VALUE SPACES.
        05 WS-P-EVENT             PIC X(70) VALUE SPACES.
        05 WS-P-HISTORY           PIC X(70) VALUE SPACES.
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
        05 WS-IN-GROUP         PIC 9(6) VALUE 0.
        05 WS-IN-TEXT          PIC X(30) VALUE SPACES.
        05 WS-IN-DATE          PIC 9(8) VALUE 0.
        05 WS-IN-DATE-R REDEFINES WS-IN-DATE.
            10 WS-IN-DATE-YYYY     PIC 9(4).
            10 WS-IN-DATE-MM       PIC 9(2).
            10 WS-IN-DATE-DD       PIC 9(2).
        05 WS-DATE-OK          PIC A(1) VALUE 'N'.
        05 WS-LAST-NO          PIC 9(6) VALUE 0.
        05 WS-LIST-COUNT       PIC 9(4) VALUE 0.
        05 WS-LOG-ACTION       PIC X(12) VALUE SPACES.
    01 WS-BADGE-KEY-WORK.
        05 WS-ORIG-DATE        PIC 9(8) VALUE 0.
        05 WS-ORIG-GROUP       PIC 9(6) VALUE 0.
        05 WS-ORIG-ITEM        PIC X(1) VALUE SPACE.
        05 WS-REPL-DATE        PIC 9(8) VALUE 0.
        05 WS-REPL-GROUP       PIC 9(6) VALUE 0.
        05 WS-REPL-ITEM        PIC X(1) VALUE SPACE.
    01 WS-BADGE-LOOKUP.
        05 WS-LK-DATE          PIC 9(8) VALUE 0.
        05 WS-LK-GROUP         PIC 9(6) VALUE 0.
        05 WS-LK-FOUND         PIC A(1) VALUE 'N'.
        05 WS-LK-ITEM          PIC X(1) VALUE SPACE.
        05 WS-LK-MEMBER-1      PIC 9(6) VALUE 0.
        05 WS-LK-MEMBER-2      PIC 9(6) VALUE 0.
        05 WS-LK-MEMBER-3      PIC 9(6) VALUE 0.
    01 WS-BADGE-STATE-WORK.
        05 WS-ST-STATE         PIC X(1) VALUE 'A'.
            88 WS-ST-ACTIVE        VALUE 'A'.
            88 WS-ST-LOST          VALUE 'L'.
            88 WS-ST-REPLACED      VALUE 'R'.
            88 WS-ST-RETIRED       VALUE 'X'.
        05 WS-ST-IS-REPLACEMENT PIC A(1) VALUE 'N'.
        05 WS-ST-REPLACES-DATE PIC 9(8) VALUE 0.
        05 WS-ST-REPLACES-GROUP PIC 9(6) VALUE 0.
        05 WS-ST-NAME          PIC X(12) VALUE SPACES.
    01 WS-HIST-LINE.
        05 FILLER              PIC X(2) VALUE SPACES.
        05 HL-EVENT-NO         PIC 9(6).
        05 FILLER              PIC X(2) VALUE SPACES.
        05 HL-EVENT-DATE       PIC 9(8).
        05 FILLER              PIC X(2) VALUE SPACES.
        05 HL-EVENT            PIC X(12).
        05 FILLER              PIC X(1) VALUE SPACES.
        05 HL-BADGE-DATE       PIC 9(8).
        05 FILLER              PIC X(1) VALUE '/'.
        05 HL-BADGE-GROUP      PIC 9(6).
        05 FILLER              PIC X(2) VALUE SPACES.
        05 HL-BADGE-ITEM       PIC X(1).
        05 FILLER              PIC X(3) VALUE SPACES.
        05 HL-REPL-LINK        PIC X(20).
        05 FILLER              PIC X(1) VALUE SPACES.
        05 HL-OPERATOR         PIC X(8).
        05 FILLER              PIC X(1) VALUE SPACES.
        05 HL-REASON           PIC X(30).
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
    MOVE 'BADGE-MAINTENANCE' TO WS-LOG-PGM
    PERFORM 870-GET-BIZ-DATE-RTN
    DISPLAY 'BADGE MAINTENANCE - LOST, REPLACEMENT AND RETIRED BADGES'
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
    MOVE 'AocMaintLock.Badge.txt' TO WS-ENV-FILE-NAME
    PERFORM 806-BUILD-ENV-PATH-RTN
    MOVE WS-ENV-PATH TO WS-MAINT-LOCK-PATH
    PERFORM 816-TAKE-MAINT-LOCK-RTN
    IF WS-MAINT-LOCK-BUSY = 'Y'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-DONE = 'Y'
        DISPLAY '  1 = REPORT BADGE LOST'
        DISPLAY '  2 = ISSUE REPLACEMENT BADGE'
        DISPLAY '  3 = RETIRE BADGE'
        DISPLAY '  4 = BADGE HISTORY FOR A GROUP'
        DISPLAY '  0 = FINISH'
        DISPLAY 'ENTER CHOICE: '
        ACCEPT WS-CHOICE FROM CONSOLE
        EVALUATE WS-CHOICE
            WHEN 1
                PERFORM 100-REPORT-LOST-RTN
            WHEN 2
                PERFORM 200-REPLACE-RTN
            WHEN 3
                PERFORM 300-RETIRE-RTN
            WHEN 4
                PERFORM 400-HISTORY-RTN
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
        MOVE 'Dec3BadgeMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BADGE
        MOVE 'Dec3BadgeEvents.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-EVENT
        MOVE 'Dec3BadgeHistory.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-HISTORY
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
        MOVE 'AocMaintLock.Badge.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MAINT-LOCK.

    050-GET-DATE-RTN.
        MOVE 'Y' TO WS-DATE-OK
        MOVE 0 TO WS-IN-DATE
        ACCEPT WS-IN-DATE FROM CONSOLE
        IF WS-IN-DATE = 0
            MOVE WS-BIZ-DATE TO WS-IN-DATE
        END-IF
        IF WS-IN-DATE-MM < 1 OR WS-IN-DATE-MM > 12
            OR WS-IN-DATE-DD < 1 OR WS-IN-DATE-DD > 31
            OR WS-IN-DATE-YYYY < 1601
            DISPLAY '** INVALID DATE ' WS-IN-DATE
            MOVE 'N' TO WS-DATE-OK
        END-IF.

    055-GET-BADGE-KEY-RTN.
        DISPLAY 'ENTER BADGE BUSINESS DATE YYYYMMDD (0 = BUSINESS DATE '
            WS-BIZ-DATE '): '
        PERFORM 050-GET-DATE-RTN
        IF WS-DATE-OK = 'Y'
            DISPLAY 'ENTER GROUP NUMBER: '
            MOVE 0 TO WS-IN-GROUP
            ACCEPT WS-IN-GROUP FROM CONSOLE
            IF WS-IN-GROUP = 0
                DISPLAY '** A GROUP NUMBER IS REQUIRED'
                MOVE 'N' TO WS-DATE-OK
            END-IF
        END-IF.

    060-READ-BADGE-RTN.
        MOVE 'N' TO WS-LK-FOUND
        MOVE SPACE TO WS-LK-ITEM
        MOVE 0 TO WS-LK-MEMBER-1
        MOVE 0 TO WS-LK-MEMBER-2
        MOVE 0 TO WS-LK-MEMBER-3
        MOVE 'BADGE-FILE' TO WS-FILE-ID
        OPEN INPUT BADGE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY '  NO BADGE MASTER ON FILE'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE WS-LK-DATE TO BDG-BIZ-DATE
            MOVE WS-LK-GROUP TO BDG-GROUP-NO
            READ BADGE-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'Y' TO WS-LK-FOUND
                    MOVE BDG-BADGE-ITEM TO WS-LK-ITEM
                    MOVE BDG-MEMBER-LINE-1 TO WS-LK-MEMBER-1
                    MOVE BDG-MEMBER-LINE-2 TO WS-LK-MEMBER-2
                    MOVE BDG-MEMBER-LINE-3 TO WS-LK-MEMBER-3
            END-READ
            CLOSE BADGE-FILE
        END-IF.

    070-SCAN-EVENTS-RTN.
        MOVE 0 TO WS-LAST-NO
        MOVE 'A' TO WS-ST-STATE
        MOVE 'N' TO WS-ST-IS-REPLACEMENT
        MOVE 0 TO WS-ST-REPLACES-DATE
        MOVE 0 TO WS-ST-REPLACES-GROUP
        MOVE SPACES TO WS-EOF
        MOVE 'EVENT-FILE' TO WS-FILE-ID
        OPEN INPUT EVENT-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ EVENT-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF BEV-EVENT-NO > WS-LAST-NO
                        MOVE BEV-EVENT-NO TO WS-LAST-NO
                    END-IF
                    IF BEV-BIZ-DATE = WS-LK-DATE
                        AND BEV-GROUP-NO = WS-LK-GROUP
                        MOVE BEV-EVENT TO WS-ST-STATE
                    END-IF
                    IF BEV-EVENT-REPLACED
                        AND BEV-REPL-BIZ-DATE = WS-LK-DATE
                        AND BEV-REPL-GROUP-NO = WS-LK-GROUP
                        MOVE 'Y' TO WS-ST-IS-REPLACEMENT
                        MOVE BEV-BIZ-DATE TO WS-ST-REPLACES-DATE
                        MOVE BEV-GROUP-NO TO WS-ST-REPLACES-GROUP
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE EVENT-FILE
        END-IF
        EVALUATE TRUE
            WHEN WS-ST-LOST
                MOVE 'LOST' TO WS-ST-NAME
            WHEN WS-ST-REPLACED
                MOVE 'REPLACED' TO WS-ST-NAME
            WHEN WS-ST-RETIRED
                MOVE 'RETIRED' TO WS-ST-NAME
            WHEN OTHER
                MOVE 'ACTIVE' TO WS-ST-NAME
        END-EVALUATE.

    100-REPORT-LOST-RTN.
        PERFORM 055-GET-BADGE-KEY-RTN
        IF WS-DATE-OK = 'Y'
            MOVE WS-IN-DATE TO WS-LK-DATE
            MOVE WS-IN-GROUP TO WS-LK-GROUP
            PERFORM 060-READ-BADGE-RTN
            PERFORM 070-SCAN-EVENTS-RTN
            EVALUATE TRUE
                WHEN WS-LK-FOUND NOT EQUAL 'Y'
                    DISPLAY '** NO BADGE ON FILE FOR ' WS-LK-DATE
                        ' GROUP ' WS-LK-GROUP
                WHEN NOT WS-ST-ACTIVE
                    DISPLAY '** BADGE IS ALREADY ' WS-ST-NAME
                        ' - CANNOT BE REPORTED LOST'
                WHEN OTHER
                    DISPLAY 'ENTER REASON TEXT: '
                    MOVE SPACES TO WS-IN-TEXT
                    ACCEPT WS-IN-TEXT FROM CONSOLE
                    MOVE WS-LK-DATE TO WS-ORIG-DATE
                    MOVE WS-LK-GROUP TO WS-ORIG-GROUP
                    MOVE WS-LK-ITEM TO WS-ORIG-ITEM
                    MOVE 0 TO WS-REPL-DATE
                    MOVE 0 TO WS-REPL-GROUP
                    MOVE SPACE TO WS-REPL-ITEM
                    MOVE 'L' TO BEV-EVENT
                    PERFORM 480-WRITE-EVENT-RTN
                    DISPLAY '  BADGE ' WS-ORIG-ITEM ' FOR ' WS-ORIG-DATE
                        ' GROUP ' WS-ORIG-GROUP ' REPORTED LOST'
                    MOVE 'LOST' TO WS-LOG-ACTION
                    PERFORM 500-LOG-CHANGE-RTN
            END-EVALUATE
        END-IF.

    200-REPLACE-RTN.
        DISPLAY 'LOST BADGE BEING REPLACED -'
        PERFORM 055-GET-BADGE-KEY-RTN
        IF WS-DATE-OK = 'Y'
            MOVE WS-IN-DATE TO WS-LK-DATE
            MOVE WS-IN-GROUP TO WS-LK-GROUP
            PERFORM 060-READ-BADGE-RTN
            PERFORM 070-SCAN-EVENTS-RTN
            EVALUATE TRUE
                WHEN WS-LK-FOUND NOT EQUAL 'Y'
                    DISPLAY '** NO BADGE ON FILE FOR ' WS-LK-DATE
                        ' GROUP ' WS-LK-GROUP
                WHEN NOT WS-ST-LOST
                    DISPLAY '** BADGE IS ' WS-ST-NAME
                        ' - ONLY A LOST BADGE CAN BE REPLACED'
                WHEN OTHER
                    MOVE WS-LK-DATE TO WS-ORIG-DATE
                    MOVE WS-LK-GROUP TO WS-ORIG-GROUP
                    MOVE WS-LK-ITEM TO WS-ORIG-ITEM
                    DISPLAY 'REPLACEMENT BADGE -'
                    PERFORM 055-GET-BADGE-KEY-RTN
                    IF WS-DATE-OK = 'Y'
                        PERFORM 210-CHECK-REPLACEMENT-RTN
                    END-IF
            END-EVALUATE
        END-IF.

    210-CHECK-REPLACEMENT-RTN.
        MOVE WS-IN-DATE TO WS-LK-DATE
        MOVE WS-IN-GROUP TO WS-LK-GROUP
        PERFORM 060-READ-BADGE-RTN
        PERFORM 070-SCAN-EVENTS-RTN
        EVALUATE TRUE
            WHEN WS-LK-DATE = WS-ORIG-DATE
                AND WS-LK-GROUP = WS-ORIG-GROUP
                DISPLAY '** A BADGE CANNOT REPLACE ITSELF'
            WHEN WS-ST-IS-REPLACEMENT = 'Y'
                DISPLAY '** ' WS-LK-DATE ' GROUP ' WS-LK-GROUP
                    ' ALREADY REPLACES ' WS-ST-REPLACES-DATE
                    ' GROUP ' WS-ST-REPLACES-GROUP
            WHEN NOT WS-ST-ACTIVE
                DISPLAY '** REPLACEMENT BADGE IS ' WS-ST-NAME
            WHEN OTHER
                MOVE WS-LK-DATE TO WS-REPL-DATE
                MOVE WS-LK-GROUP TO WS-REPL-GROUP
                IF WS-LK-FOUND = 'Y'
                    MOVE WS-LK-ITEM TO WS-REPL-ITEM
                ELSE
                    MOVE WS-ORIG-ITEM TO WS-REPL-ITEM
                    DISPLAY '  REPLACEMENT GROUP NOT YET ON THE BADGE '
                        'MASTER - LINKED FOR BADGE ITEM ' WS-ORIG-ITEM
                END-IF
                DISPLAY 'ENTER REASON TEXT: '
                MOVE SPACES TO WS-IN-TEXT
                ACCEPT WS-IN-TEXT FROM CONSOLE
                MOVE 'R' TO BEV-EVENT
                PERFORM 480-WRITE-EVENT-RTN
                DISPLAY '  BADGE ' WS-ORIG-ITEM ' FOR ' WS-ORIG-DATE
                    ' GROUP ' WS-ORIG-GROUP ' REPLACED BY BADGE '
                    WS-REPL-ITEM ' FOR ' WS-REPL-DATE ' GROUP '
                    WS-REPL-GROUP
                MOVE 'REPLACED' TO WS-LOG-ACTION
                PERFORM 500-LOG-CHANGE-RTN
        END-EVALUATE.

    300-RETIRE-RTN.
        PERFORM 055-GET-BADGE-KEY-RTN
        IF WS-DATE-OK = 'Y'
            MOVE WS-IN-DATE TO WS-LK-DATE
            MOVE WS-IN-GROUP TO WS-LK-GROUP
            PERFORM 060-READ-BADGE-RTN
            PERFORM 070-SCAN-EVENTS-RTN
            EVALUATE TRUE
                WHEN WS-LK-FOUND NOT EQUAL 'Y'
                    DISPLAY '** NO BADGE ON FILE FOR ' WS-LK-DATE
                        ' GROUP ' WS-LK-GROUP
                WHEN WS-ST-REPLACED OR WS-ST-RETIRED
                    DISPLAY '** BADGE IS ALREADY ' WS-ST-NAME
                WHEN OTHER
                    DISPLAY 'ENTER REASON TEXT: '
                    MOVE SPACES TO WS-IN-TEXT
                    ACCEPT WS-IN-TEXT FROM CONSOLE
                    MOVE WS-LK-DATE TO WS-ORIG-DATE
                    MOVE WS-LK-GROUP TO WS-ORIG-GROUP
                    MOVE WS-LK-ITEM TO WS-ORIG-ITEM
                    MOVE 0 TO WS-REPL-DATE
                    MOVE 0 TO WS-REPL-GROUP
                    MOVE SPACE TO WS-REPL-ITEM
                    MOVE 'X' TO BEV-EVENT
                    PERFORM 480-WRITE-EVENT-RTN
                    DISPLAY '  BADGE ' WS-ORIG-ITEM ' FOR ' WS-ORIG-DATE
                        ' GROUP ' WS-ORIG-GROUP ' RETIRED'
                    MOVE 'RETIRED' TO WS-LOG-ACTION
                    PERFORM 500-LOG-CHANGE-RTN
            END-EVALUATE
        END-IF.

    400-HISTORY-RTN.
        PERFORM 055-GET-BADGE-KEY-RTN
        IF WS-DATE-OK = 'Y'
            MOVE WS-IN-DATE TO WS-LK-DATE
            MOVE WS-IN-GROUP TO WS-LK-GROUP
            PERFORM 060-READ-BADGE-RTN
            PERFORM 070-SCAN-EVENTS-RTN
            MOVE 'HISTORY-FILE' TO WS-FILE-ID
            OPEN OUTPUT HISTORY-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO HISTORY-REC
            STRING 'BADGE HISTORY FOR ' DELIMITED BY SIZE
                WS-LK-DATE DELIMITED BY SIZE
                ' GROUP ' DELIMITED BY SIZE
                WS-LK-GROUP DELIMITED BY SIZE
                '  AS AT ' DELIMITED BY SIZE
                WS-BIZ-DATE DELIMITED BY SIZE
                INTO HISTORY-REC
            PERFORM 460-PUT-HISTORY-RTN
            MOVE SPACES TO HISTORY-REC
            IF WS-LK-FOUND = 'Y'
                STRING '  BADGE ITEM ' DELIMITED BY SIZE
                    WS-LK-ITEM DELIMITED BY SIZE
                    '  MEMBER LINES ' DELIMITED BY SIZE
                    WS-LK-MEMBER-1 DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-LK-MEMBER-2 DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    WS-LK-MEMBER-3 DELIMITED BY SIZE
                    '  CURRENT STATUS ' DELIMITED BY SIZE
                    WS-ST-NAME DELIMITED BY SIZE
                    INTO HISTORY-REC
            ELSE
                STRING '  NOT ON THE BADGE MASTER  CURRENT STATUS '
                    DELIMITED BY SIZE
                    WS-ST-NAME DELIMITED BY SIZE
                    INTO HISTORY-REC
            END-IF
            PERFORM 460-PUT-HISTORY-RTN
            IF WS-ST-IS-REPLACEMENT = 'Y'
                MOVE SPACES TO HISTORY-REC
                STRING '  ISSUED AS REPLACEMENT FOR ' DELIMITED BY SIZE
                    WS-ST-REPLACES-DATE DELIMITED BY SIZE
                    ' GROUP ' DELIMITED BY SIZE
                    WS-ST-REPLACES-GROUP DELIMITED BY SIZE
                    INTO HISTORY-REC
                PERFORM 460-PUT-HISTORY-RTN
            END-IF
            MOVE SPACES TO HISTORY-REC
            PERFORM 460-PUT-HISTORY-RTN
            MOVE '  EVENT   DATE      EVENT        BADGE            ITEM'
                TO HISTORY-REC
            MOVE '  REPLACEMENT LINK     OPERATOR REASON'
                TO HISTORY-REC(53:40)
            PERFORM 460-PUT-HISTORY-RTN
            PERFORM 410-LIST-EVENTS-RTN
            MOVE SPACES TO HISTORY-REC
            STRING '  BADGE EVENTS: ' DELIMITED BY SIZE
                WS-LIST-COUNT DELIMITED BY SIZE
                INTO HISTORY-REC
            PERFORM 460-PUT-HISTORY-RTN
            CLOSE HISTORY-FILE
        END-IF.

    410-LIST-EVENTS-RTN.
        MOVE 0 TO WS-LIST-COUNT
        MOVE SPACES TO WS-EOF
        MOVE 'EVENT-FILE' TO WS-FILE-ID
        OPEN INPUT EVENT-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ EVENT-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF (BEV-BIZ-DATE = WS-LK-DATE
                        AND BEV-GROUP-NO = WS-LK-GROUP)
                        OR (BEV-EVENT-REPLACED
                        AND BEV-REPL-BIZ-DATE = WS-LK-DATE
                        AND BEV-REPL-GROUP-NO = WS-LK-GROUP)
                        PERFORM 420-HISTORY-LINE-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE EVENT-FILE
        END-IF.

    420-HISTORY-LINE-RTN.
        ADD 1 TO WS-LIST-COUNT
        MOVE BEV-EVENT-NO TO HL-EVENT-NO
        MOVE BEV-EVENT-DATE TO HL-EVENT-DATE
        MOVE BEV-BIZ-DATE TO HL-BADGE-DATE
        MOVE BEV-GROUP-NO TO HL-BADGE-GROUP
        MOVE BEV-BADGE-ITEM TO HL-BADGE-ITEM
        MOVE BEV-OPERATOR TO HL-OPERATOR
        MOVE BEV-REASON TO HL-REASON
        MOVE SPACES TO HL-REPL-LINK
        EVALUATE TRUE
            WHEN BEV-EVENT-LOST
                MOVE 'LOST' TO HL-EVENT
            WHEN BEV-EVENT-RETIRED
                MOVE 'RETIRED' TO HL-EVENT
            WHEN BEV-EVENT-REPLACED
                MOVE 'REPLACED' TO HL-EVENT
                STRING 'BY ' DELIMITED BY SIZE
                    BEV-REPL-BIZ-DATE DELIMITED BY SIZE
                    '/' DELIMITED BY SIZE
                    BEV-REPL-GROUP-NO DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    BEV-REPL-ITEM DELIMITED BY SIZE
                    INTO HL-REPL-LINK
            WHEN OTHER
                MOVE 'UNKNOWN' TO HL-EVENT
        END-EVALUATE
        MOVE WS-HIST-LINE TO HISTORY-REC
        PERFORM 460-PUT-HISTORY-RTN.

    460-PUT-HISTORY-RTN.
        WRITE HISTORY-REC
        DISPLAY HISTORY-REC(1:120).

    480-WRITE-EVENT-RTN.
        MOVE 'EVENT-FILE' TO WS-FILE-ID
        OPEN EXTEND EVENT-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT EVENT-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        ADD 1 TO WS-LAST-NO GIVING BEV-EVENT-NO
        MOVE WS-ORIG-DATE TO BEV-BIZ-DATE
        MOVE WS-ORIG-GROUP TO BEV-GROUP-NO
        MOVE WS-ORIG-ITEM TO BEV-BADGE-ITEM
        MOVE WS-REPL-DATE TO BEV-REPL-BIZ-DATE
        MOVE WS-REPL-GROUP TO BEV-REPL-GROUP-NO
        MOVE WS-REPL-ITEM TO BEV-REPL-ITEM
        MOVE WS-BIZ-DATE TO BEV-EVENT-DATE
        MOVE WS-OPERATOR-ID TO BEV-OPERATOR
        MOVE WS-IN-TEXT TO BEV-REASON
        WRITE BADGE-EVENT-REC
        CLOSE EVENT-FILE.

    500-LOG-CHANGE-RTN.
        MOVE 'LOG-FILE' TO WS-FILE-ID
        OPEN EXTEND LOG-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT LOG-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        STRING 'BADGE ' DELIMITED BY SIZE
            WS-ORIG-DATE DELIMITED BY SIZE
            '/' DELIMITED BY SIZE
            WS-ORIG-GROUP DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-LOG-ACTION DELIMITED BY SPACE
            ' BY ' DELIMITED BY SIZE
            WS-OPERATOR-ID DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE.

    920-ABEND-RTN.
        CLOSE BADGE-FILE EVENT-FILE HISTORY-FILE OPERATOR-FILE
            SECURITY-LOG-FILE PARM-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY SIGNONRTN.
    COPY LOCKRTN.
    COPY MLOCKRTN.
    COPY ENVRTN.
