        SELECT OPERATOR-FILE ASSIGN TO WS-P-OPERATOR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SECURITY-LOG-FILE ASSIGN TO WS-P-SECURITY-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PARM-FILE ASSIGN TO WS-P-PARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        05 IN2-PLAYER-ID        PIC X(4).
        05 FILLER               PIC X(47).
    FD IN3-FILE.
    01 IN3-REC PIC X(105).
    FD IN8-FILE.
    01 IN8-REC PIC X(250).
    FD REG-FILE.
    COPY REGREC.
    FD OUT-FILE.
    01 OUT-REC PIC X(250).
    FD MAP-FILE.
    01 MAP-REC PIC X(80).
    FD OPERATOR-FILE.
    COPY OPERREC.
    FD SECURITY-LOG-FILE.
    COPY SECLREC.
    FD PARM-FILE.
    01 PARM-REC PIC X(80).
    FD LOG-FILE.
        05 WS-P-OUT               PIC X(70) VALUE SPACES.
        05 WS-P-MAP               PIC X(70) VALUE SPACES.
        05 WS-P-OPERATOR          PIC X(70) VALUE SPACES.
        05 WS-P-SECURITY-LOG      PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        MOVE 'AocOperMaster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-OPERATOR
        MOVE 'AocSecurityLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SECURITY-LOG
        MOVE 'AocParms.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PARM
                        MOVE 'Y' TO WS-EOF
                    ELSE
                        MOVE SPACES TO OUT-REC
                        MOVE IN3-REC TO OUT-REC(1:105)
                        WRITE OUT-REC
                        ADD 1 TO WS-OUT-COUNT
                        ADD 1 TO WS-TOTAL-OUT
                    MOVE REG-TYPE TO OUT-REC(1:1)
                    MOVE WS-MAP-OUT-ID TO OUT-REC(2:4)
                    MOVE REG-STATUS TO OUT-REC(6:1)
                    MOVE REG-DIVISION TO OUT-REC(7:1)
                    WRITE OUT-REC
                    ADD 1 TO WS-OUT-COUNT
                    ADD 1 TO WS-TOTAL-OUT

    920-ABEND-RTN.
        CLOSE IN1-FILE IN2-FILE IN3-FILE IN8-FILE REG-FILE
            OUT-FILE MAP-FILE OPERATOR-FILE SECURITY-LOG-FILE PARM-FILE
            LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
