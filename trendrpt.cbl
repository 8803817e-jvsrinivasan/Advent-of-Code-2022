        SELECT ELF-ROSTER-FILE ASSIGN TO WS-P-ELF-ROSTER
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ROSTER-HIST-FILE ASSIGN TO WS-P-ROSTER-HIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT BIZDATE-FILE ASSIGN TO WS-P-BIZDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    01 CYCLE-REC PIC X(6).
    FD ELF-ROSTER-FILE.
    COPY ROSTREC.
    FD ROSTER-HIST-FILE.
    COPY RHISTREC.
    FD BIZDATE-FILE.
    01 BIZDATE-REC PIC X(8).
    FD STEP-CONTROL-FILE.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-ELF-ROSTER        PIC X(70) VALUE SPACES.
        05 WS-P-ROSTER-HIST       PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-STEP-CONTROL      PIC X(70) VALUE SPACES.
    01 WS-ROSTER-TABLE.
        05 WS-DPX              PIC 9(2) VALUE 0.
        05 WS-DEPT-HIT         PIC A(1) VALUE 'N'.
        05 WS-LATEST-TOTAL     PIC 9(8) VALUE 0.
        05 WS-LATEST-DATE      PIC 9(8) VALUE 0.
        05 WS-HAVE-LATEST      PIC A(1) VALUE 'N'.
        05 WS-RPT-DEPT-CAL     PIC ZZZZZZZZZ9.
    01 WS-WORK.
    COPY LOGCOM.
    COPY STEPCOM.
    COPY CDATECOM.
    COPY RHISTCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
        MOVE 'Dec1ElfRoster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ELF-ROSTER
        MOVE 'Dec1RosterHistory.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ROSTER-HIST
        MOVE 'AocBizDate.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BIZDATE
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ELF-ROSTER-FILE
            PERFORM 875-LOAD-ROSTER-HIST-RTN
        END-IF.

    060-LOOKUP-ROSTER-RTN.
                PERFORM 320-WRITE-DETAIL-RTN
                MOVE WS-ELF-TOTAL(WS-EX, WS-DX) TO WS-PRIOR-TOTAL
                MOVE WS-ELF-TOTAL(WS-EX, WS-DX) TO WS-LATEST-TOTAL
                MOVE WS-RPT-DATE(WS-DX) TO WS-LATEST-DATE
                MOVE 'Y' TO WS-HAVE-LATEST
                MOVE WS-RANK TO WS-PRIOR-RANK
                MOVE 'Y' TO WS-HAVE-PRIOR
            ADD 1 TO WS-GAP-ELF-COUNT
        END-IF
        IF WS-ROSTER-LOADED = 'Y' AND WS-HAVE-LATEST = 'Y'
            IF WS-ROSTER-HIT > 0
                MOVE WS-ELF-NO(WS-EX) TO WS-RHIST-REQ-ELF
                MOVE WS-LATEST-DATE TO WS-RHIST-REQ-DATE
                PERFORM 876-FIND-ROSTER-HIST-RTN
                IF WS-RHIST-HIT = 'Y'
                    MOVE WS-RHIST-HIT-DEPT TO WS-ELF-DEPT
                END-IF
            END-IF
            PERFORM 340-ACCUM-DEPT-RTN
        END-IF.

        IF WS-ROSTER-LOADED = 'Y'
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE 'CALORIES BY DEPARTMENT IN FORCE ON LATEST RUN DATE PER ELF'
                TO REPORT-REC
            WRITE REPORT-REC
            PERFORM VARYING WS-DPX FROM 1 BY 1
        END-IF
        MOVE WS-ABEND-STAMP TO REPORT-REC
        WRITE REPORT-REC
        CLOSE MASTER-FILE REPORT-FILE ELF-ROSTER-FILE ROSTER-HIST-FILE
            LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY STEPRTN.
    COPY CDATERTN.
    COPY RHISTRTN.
    COPY ENVRTN.
