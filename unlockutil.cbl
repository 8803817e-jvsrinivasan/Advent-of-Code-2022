        SELECT OPERATOR-FILE ASSIGN TO WS-P-OPERATOR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SECURITY-LOG-FILE ASSIGN TO WS-P-SECURITY-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PARM-FILE ASSIGN TO WS-P-PARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        05 LIN-TS               PIC X(15).
    FD OPERATOR-FILE.
    COPY OPERREC.
    FD SECURITY-LOG-FILE.
    COPY SECLREC.
    FD PARM-FILE.
    01 PARM-REC PIC X(80).
    FD LOG-FILE.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-OPERATOR          PIC X(70) VALUE SPACES.
        05 WS-P-SECURITY-LOG      PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 FILLER PIC X(50) VALUE 'AocMaintLock.RunLog.txt'.
        05 FILLER PIC X(50) VALUE 'AocMaintLock.Security.txt'.
        05 FILLER PIC X(50) VALUE 'AocMaintLock.ElfRoster.txt'.
        05 FILLER PIC X(50) VALUE 'AocMaintLock.Alerts.txt'.
    01 WS-LOCK-NAMES REDEFINES WS-LOCK-NAME-INIT.
        05 WS-LOCK-PATH-TAB PIC X(50) OCCURS 8 TIMES.
    01 WS-WORK.
        05 WS-LX               PIC 9(1) VALUE 0.
        05 WS-PICK             PIC 9(1) VALUE 0.
        FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 1440
        + WS-TS-HH * 60 + WS-TS-MM
    DISPLAY 'LOCKS ON FILE (STALE AFTER ' WS-STALE-MINS ' MINUTES):'
    PERFORM VARYING WS-LX FROM 1 BY 1 UNTIL WS-LX > 8
        PERFORM 100-SHOW-LOCK-RTN
    END-PERFORM
    IF WS-HELD-COUNT = 0
    END-IF
    DISPLAY 'ENTER LOCK NUMBER TO CLEAR (0 TO FINISH): '
    ACCEPT WS-PICK FROM CONSOLE
    IF WS-PICK = 0 OR WS-PICK > 8
        STOP RUN
    END-IF
    DISPLAY 'CONFIRM CLEAR OF ' WS-LOCK-PATH-TAB(WS-PICK) ' (Y/N): '
        MOVE 'AocOperMaster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-OPERATOR
        MOVE 'AocSecurityLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SECURITY-LOG
        MOVE 'AocParms.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PARM
        END-IF.

    920-ABEND-RTN.
        CLOSE LOCK-IN-FILE OPERATOR-FILE SECURITY-LOG-FILE PARM-FILE
            LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
