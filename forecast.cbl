        SELECT CYCLE-FILE ASSIGN TO WS-P-CYCLE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ELF-ROSTER-FILE ASSIGN TO WS-P-ELF-ROSTER
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ROSTER-HIST-FILE ASSIGN TO WS-P-ROSTER-HIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    01 LOG-REC PIC X(132).
    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).
    FD ELF-ROSTER-FILE.
    COPY ROSTREC.
    FD ROSTER-HIST-FILE.
    COPY RHISTREC.

    FD ENV-FILE.
    COPY ENVREC.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-ELF-ROSTER        PIC X(70) VALUE SPACES.
        05 WS-P-ROSTER-HIST       PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-MASTER-COUNT     PIC 9(6) VALUE 0.
        05 WS-PROJ-HIGH        PIC S9(9) VALUE 0.
        05 WS-HZ               PIC 9(2) VALUE 0.
        05 WS-LAST-TOTAL       PIC 9(8) VALUE 0.
        05 WS-LAST-DATE        PIC 9(8) VALUE 0.
        05 WS-FLEET-PROJ PIC 9(12) OCCURS 30 TIMES VALUE 0.
    01 WS-ROSTER-TABLE.
        05 WS-ROSTER-LOADED    PIC A(1) VALUE 'N'.
        05 WS-ROSTER-EOF       PIC A(1) VALUE ' '.
        05 WS-ROSTER-COUNT     PIC 9(4) VALUE 0.
        05 WS-ROSTER-ENTRY OCCURS 500 TIMES.
            10 WS-ROSTER-ELF-NO    PIC 9(4) VALUE 0.
            10 WS-ROSTER-DEPT      PIC X(10) VALUE SPACES.
    01 WS-ROSTER-WORK.
        05 WS-RX               PIC 9(4) VALUE 0.
        05 WS-ROSTER-HIT       PIC 9(4) VALUE 0.
        05 WS-ELF-DEPT         PIC X(10) VALUE SPACES.
    01 WS-DEPT-TABLE.
        05 WS-DEPT-COUNT       PIC 9(2) VALUE 0.
        05 WS-DEPT-ENTRY OCCURS 20 TIMES.
            10 WS-DEPT-NAME        PIC X(10) VALUE SPACES.
            10 WS-DEPT-ELVES       PIC 9(4) VALUE 0.
            10 WS-DEPT-PROJ PIC 9(12) OCCURS 30 TIMES VALUE 0.
    01 WS-DEPT-WORK.
        05 WS-DPX              PIC 9(2) VALUE 0.
        05 WS-DEPT-HIT         PIC A(1) VALUE 'N'.
    01 WS-EDIT-FIELDS.
        05 WS-ED-PROJ          PIC ZZZZZZZZ9.
        05 WS-ED-LOW           PIC ZZZZZZZZ9.
        05 WS-ED-HIGH          PIC ZZZZZZZZ9.
        05 WS-ED-SLOPE         PIC +ZZZZZZZ9.
        05 WS-ED-FLEET         PIC ZZZZZZZZZZZ9.
    COPY FCSTDREC.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY PARMCOM.
    COPY RHISTCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    IF WS-HORIZON-DAYS = 0 OR WS-HORIZON-DAYS > 30
        MOVE 7 TO WS-HORIZON-DAYS
    END-IF
    PERFORM 050-LOAD-ROSTER-RTN
    MOVE 'MASTER-FILE' TO WS-FILE-ID
    OPEN INPUT MASTER-FILE.
    PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM 300-FORECAST-ONE-ELF-RTN
    END-PERFORM
    PERFORM 400-WRITE-FLEET-RTN
    PERFORM 450-WRITE-DEPT-FORECAST-RTN
    CLOSE REPORT-FILE
    DISPLAY 'FORECASTS PRODUCED: ' WS-FORECAST-COUNT
        '  ELVES WITH TOO LITTLE HISTORY: ' WS-SHORT-COUNT
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE
        MOVE 'Dec1ElfRoster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ELF-ROSTER
        MOVE 'Dec1RosterHistory.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ROSTER-HIST.

    050-LOAD-ROSTER-RTN.
        MOVE 'ELF-ROSTER-FILE' TO WS-FILE-ID
        OPEN INPUT ELF-ROSTER-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO ELF ROSTER ON FILE - NO DEPARTMENT BREAKDOWN'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'Y' TO WS-ROSTER-LOADED
            PERFORM UNTIL WS-ROSTER-EOF = 'Y'
                READ ELF-ROSTER-FILE
                AT END MOVE 'Y' TO WS-ROSTER-EOF
                NOT AT END
                    IF WS-ROSTER-COUNT < 500
                        ADD 1 TO WS-ROSTER-COUNT
                        MOVE ROST-ELF-NO
                            TO WS-ROSTER-ELF-NO(WS-ROSTER-COUNT)
                        MOVE ROST-DEPT
                            TO WS-ROSTER-DEPT(WS-ROSTER-COUNT)
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ELF-ROSTER-FILE
            PERFORM 875-LOAD-ROSTER-HIST-RTN
        END-IF.

    060-LOOKUP-DEPT-RTN.
        MOVE 0 TO WS-ROSTER-HIT
        PERFORM VARYING WS-RX FROM 1 BY 1
            UNTIL WS-RX > WS-ROSTER-COUNT OR WS-ROSTER-HIT > 0
            IF WS-ROSTER-ELF-NO(WS-RX) = WS-ELF-NO(WS-EX)
                MOVE WS-RX TO WS-ROSTER-HIT
            END-IF
        END-PERFORM
        IF WS-ROSTER-HIT > 0
            MOVE WS-ROSTER-DEPT(WS-ROSTER-HIT) TO WS-ELF-DEPT
            MOVE WS-ELF-NO(WS-EX) TO WS-RHIST-REQ-ELF
            MOVE WS-LAST-DATE TO WS-RHIST-REQ-DATE
            PERFORM 876-FIND-ROSTER-HIST-RTN
            IF WS-RHIST-HIT = 'Y'
                MOVE WS-RHIST-HIT-DEPT TO WS-ELF-DEPT
            END-IF
        ELSE
            MOVE '**UNREG**' TO WS-ELF-DEPT
        END-IF
        MOVE 'N' TO WS-DEPT-HIT
        PERFORM VARYING WS-DPX FROM 1 BY 1
            UNTIL WS-DPX > WS-DEPT-COUNT OR WS-DEPT-HIT = 'Y'
            IF WS-DEPT-NAME(WS-DPX) = WS-ELF-DEPT
                MOVE 'Y' TO WS-DEPT-HIT
            END-IF
        END-PERFORM
        IF WS-DEPT-HIT = 'Y'
            SUBTRACT 1 FROM WS-DPX
        ELSE
            IF WS-DEPT-COUNT < 20
                ADD 1 TO WS-DEPT-COUNT
                MOVE WS-DEPT-COUNT TO WS-DPX
                MOVE WS-ELF-DEPT TO WS-DEPT-NAME(WS-DPX)
            ELSE
                MOVE 0 TO WS-DPX
            END-IF
        END-IF
        IF WS-DPX > 0
            ADD 1 TO WS-DEPT-ELVES(WS-DPX)
        END-IF.

    100-LOAD-MASTER-RTN.
        MOVE 'N' TO WS-DATE-FOUND
                ADD 1 TO WS-POINT-COUNT
                MOVE WS-ELF-TOTAL(WS-EX, WS-DX)
                    TO WS-POINT(WS-POINT-COUNT)
                MOVE WS-RPT-DATE(WS-DX) TO WS-LAST-DATE
            END-IF
        END-PERFORM
        IF WS-POINT-COUNT > WS-LOOKBACK-DAYS
            WRITE REPORT-REC
        ELSE
            ADD 1 TO WS-FORECAST-COUNT
            MOVE 0 TO WS-DPX
            IF WS-ROSTER-LOADED = 'Y'
                PERFORM 060-LOOKUP-DEPT-RTN
            END-IF
            PERFORM 320-CALC-TREND-RTN
            PERFORM 330-WRITE-FORECAST-RTN
        END-IF.
            END-IF
            COMPUTE WS-PROJ-HIGH = WS-PROJ + WS-BAND
            ADD WS-PROJ TO WS-FLEET-PROJ(WS-HZ)
            IF WS-DPX > 0
                ADD WS-PROJ TO WS-DEPT-PROJ(WS-DPX, WS-HZ)
            END-IF
            MOVE WS-PROJ TO WS-ED-PROJ
            MOVE WS-PROJ-LOW TO WS-ED-LOW
            MOVE WS-PROJ-HIGH TO WS-ED-HIGH
            INTO REPORT-REC
        WRITE REPORT-REC.

    450-WRITE-DEPT-FORECAST-RTN.
        IF WS-ROSTER-LOADED = 'Y'
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE SPACES TO REPORT-REC
            STRING 'PROJECTED TOTALS BY DEPARTMENT IN FORCE ON EACH ELF LATEST '
                DELIMITED BY SIZE
                'RUN DATE' DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
            PERFORM VARYING WS-DPX FROM 1 BY 1
                UNTIL WS-DPX > WS-DEPT-COUNT
                MOVE SPACES TO REPORT-REC
                STRING 'DEPT ' DELIMITED BY SIZE
                    WS-DEPT-NAME(WS-DPX) DELIMITED BY SIZE
                    '  ELVES ' DELIMITED BY SIZE
                    WS-DEPT-ELVES(WS-DPX) DELIMITED BY SIZE
                    INTO REPORT-REC
                WRITE REPORT-REC
                PERFORM VARYING WS-HZ FROM 1 BY 1
                    UNTIL WS-HZ > WS-HORIZON-DAYS
                    MOVE SPACES TO FORECAST-DEPT-LINE
                    MOVE '  DEPT ' TO FCD-TAG
                    MOVE WS-DEPT-NAME(WS-DPX) TO FCD-DEPT
                    MOVE '  DAY +' TO FCD-DAY-TAG
                    MOVE WS-HZ TO FCD-DAY
                    MOVE WS-DEPT-PROJ(WS-DPX, WS-HZ) TO FCD-PROJ
                    MOVE FORECAST-DEPT-LINE TO REPORT-REC
                    WRITE REPORT-REC
                END-PERFORM
            END-PERFORM
        END-IF.

    920-ABEND-RTN.
        IF WS-ABEND-LOG-OK = 'Y'
            AND WS-ABEND-FILE NOT EQUAL 'LOG-FILE'
        END-IF
        MOVE WS-ABEND-STAMP TO REPORT-REC
        WRITE REPORT-REC
        CLOSE MASTER-FILE REPORT-FILE PARM-FILE ELF-ROSTER-FILE
            ROSTER-HIST-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY PARMRTN.
    COPY RHISTRTN.
    COPY ENVRTN.
