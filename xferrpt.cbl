IDENTIFICATION DIVISION.
PROGRAM-ID. ELF-TRANSFER-REPORT.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT ROSTER-HIST-FILE ASSIGN TO WS-P-ROSTER-HIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ELF-ROSTER-FILE ASSIGN TO WS-P-ELF-ROSTER
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT REPORT-FILE ASSIGN TO WS-P-REPORT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LOG-FILE ASSIGN TO WS-P-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CYCLE-FILE ASSIGN TO WS-P-CYCLE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD ROSTER-HIST-FILE.
    COPY RHISTREC.
    FD ELF-ROSTER-FILE.
    COPY ROSTREC.
    FD REPORT-FILE.
    01 REPORT-REC PIC X(132).
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).

    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-ROSTER-HIST       PIC X(70) VALUE SPACES.
        05 WS-P-ELF-ROSTER        PIC X(70) VALUE SPACES.
        05 WS-P-REPORT            PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-FROM-DATE        PIC 9(8) VALUE 0.
        05 WS-TO-DATE          PIC 9(8) VALUE 0.
        05 WS-EFF-DATE         PIC 9(8) VALUE 0.
        05 WS-HIST-READ        PIC 9(6) VALUE 0.
        05 WS-MOVE-COUNT       PIC 9(6) VALUE 0.
    01 WS-ROSTER-TABLE.
        05 WS-ROSTER-EOF       PIC A(1) VALUE ' '.
        05 WS-ROSTER-COUNT     PIC 9(4) VALUE 0.
        05 WS-ROSTER-ENTRY OCCURS 500 TIMES.
            10 WS-ROSTER-ELF-NO    PIC 9(4) VALUE 0.
            10 WS-ROSTER-NAME      PIC X(20) VALUE SPACES.
    01 WS-ROSTER-WORK.
        05 WS-RX               PIC 9(4) VALUE 0.
        05 WS-ROSTER-HIT       PIC 9(4) VALUE 0.
        05 WS-ELF-NAME         PIC X(20) VALUE SPACES.
    01 WS-DEPT-TABLE.
        05 WS-DEPT-COUNT       PIC 9(2) VALUE 0.
        05 WS-DEPT-ENTRY OCCURS 20 TIMES.
            10 WS-DEPT-NAME        PIC X(10) VALUE SPACES.
            10 WS-DEPT-OUT         PIC 9(4) VALUE 0.
            10 WS-DEPT-IN          PIC 9(4) VALUE 0.
    01 WS-DEPT-WORK.
        05 WS-DPX              PIC 9(2) VALUE 0.
        05 WS-DEPT-HIT         PIC A(1) VALUE 'N'.
        05 WS-DEPT-KEY         PIC X(10) VALUE SPACES.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'ELF-TRANSFER-REPORT' TO WS-LOG-PGM
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE.
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'ELF-TRANSFER-REPORT RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    DISPLAY 'ENTER FROM EFFECTIVE DATE YYYYMMDD (0 FOR NO LIMIT): '
    ACCEPT WS-FROM-DATE FROM SYSIN
    DISPLAY 'ENTER TO EFFECTIVE DATE YYYYMMDD (0 FOR NO LIMIT): '
    ACCEPT WS-TO-DATE FROM SYSIN
    IF WS-TO-DATE = 0
        MOVE 99999999 TO WS-TO-DATE
    END-IF
    IF WS-FROM-DATE > WS-TO-DATE
        DISPLAY '** FROM DATE ' WS-FROM-DATE ' IS AFTER TO DATE '
            WS-TO-DATE ' - NO REPORT PRODUCED'
        MOVE 'ELF-TRANSFER-REPORT ENDED - INVALID DATE RANGE'
            TO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 050-LOAD-ROSTER-RTN
    MOVE 'REPORT-FILE' TO WS-FILE-ID
    OPEN OUTPUT REPORT-FILE.
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    PERFORM 200-WRITE-HEADING-RTN
    MOVE 'ROSTER-HIST-FILE' TO WS-FILE-ID
    OPEN INPUT ROSTER-HIST-FILE
    IF WS-FILE-STATUS = '35'
        MOVE '00' TO WS-FILE-STATUS
        MOVE 'NO ROSTER HISTORY ON FILE' TO REPORT-REC
        WRITE REPORT-REC
    ELSE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-EOF = 'Y'
            READ ROSTER-HIST-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-HIST-READ
                PERFORM 100-CHECK-MOVE-RTN
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE ROSTER-HIST-FILE
    END-IF
    PERFORM 400-WRITE-TOTALS-RTN
    CLOSE REPORT-FILE
    DISPLAY 'ROSTER HISTORY RECORDS READ: ' WS-HIST-READ
    DISPLAY 'DEPARTMENT MOVES LISTED: ' WS-MOVE-COUNT
    STRING 'ELF-TRANSFER-REPORT RUN COMPLETED - MOVES LISTED: '
        DELIMITED BY SIZE
        WS-MOVE-COUNT DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'Dec1RosterHistory.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ROSTER-HIST
        MOVE 'Dec1ElfRoster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ELF-ROSTER
        MOVE 'Dec1TransferReport.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REPORT
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE.

    050-LOAD-ROSTER-RTN.
        MOVE 'ELF-ROSTER-FILE' TO WS-FILE-ID
        OPEN INPUT ELF-ROSTER-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO ELF ROSTER ON FILE - ELVES LISTED BY '
                'NUMBER ONLY'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-ROSTER-EOF = 'Y'
                READ ELF-ROSTER-FILE
                AT END MOVE 'Y' TO WS-ROSTER-EOF
                NOT AT END
                    IF WS-ROSTER-COUNT < 500
                        ADD 1 TO WS-ROSTER-COUNT
                        MOVE ROST-ELF-NO
                            TO WS-ROSTER-ELF-NO(WS-ROSTER-COUNT)
                        MOVE ROST-NAME
                            TO WS-ROSTER-NAME(WS-ROSTER-COUNT)
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ELF-ROSTER-FILE
        END-IF.

    060-LOOKUP-ROSTER-RTN.
        MOVE 0 TO WS-ROSTER-HIT
        MOVE SPACES TO WS-ELF-NAME
        PERFORM VARYING WS-RX FROM 1 BY 1
            UNTIL WS-RX > WS-ROSTER-COUNT OR WS-ROSTER-HIT > 0
            IF WS-ROSTER-ELF-NO(WS-RX) = RSH-ELF-NO
                MOVE WS-RX TO WS-ROSTER-HIT
            END-IF
        END-PERFORM
        IF WS-ROSTER-HIT > 0
            MOVE WS-ROSTER-NAME(WS-ROSTER-HIT) TO WS-ELF-NAME
        ELSE
            MOVE '** UNREGISTERED **' TO WS-ELF-NAME
        END-IF.

    100-CHECK-MOVE-RTN.
        IF RSH-NEW-DEPT NOT EQUAL RSH-DEPT
            COMPUTE WS-EFF-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(RSH-TO-DATE) + 1)
            IF WS-EFF-DATE NOT < WS-FROM-DATE
                AND WS-EFF-DATE NOT > WS-TO-DATE
                ADD 1 TO WS-MOVE-COUNT
                PERFORM 060-LOOKUP-ROSTER-RTN
                PERFORM 300-WRITE-DETAIL-RTN
                MOVE RSH-DEPT TO WS-DEPT-KEY
                PERFORM 150-FIND-DEPT-RTN
                IF WS-DPX > 0
                    ADD 1 TO WS-DEPT-OUT(WS-DPX)
                END-IF
                MOVE RSH-NEW-DEPT TO WS-DEPT-KEY
                PERFORM 150-FIND-DEPT-RTN
                IF WS-DPX > 0
                    ADD 1 TO WS-DEPT-IN(WS-DPX)
                END-IF
            END-IF
        END-IF.

    150-FIND-DEPT-RTN.
        MOVE 'N' TO WS-DEPT-HIT
        PERFORM VARYING WS-DPX FROM 1 BY 1
            UNTIL WS-DPX > WS-DEPT-COUNT OR WS-DEPT-HIT = 'Y'
            IF WS-DEPT-NAME(WS-DPX) = WS-DEPT-KEY
                MOVE 'Y' TO WS-DEPT-HIT
            END-IF
        END-PERFORM
        IF WS-DEPT-HIT = 'Y'
            SUBTRACT 1 FROM WS-DPX
        ELSE
            IF WS-DEPT-COUNT < 20
                ADD 1 TO WS-DEPT-COUNT
                MOVE WS-DEPT-COUNT TO WS-DPX
                MOVE WS-DEPT-KEY TO WS-DEPT-NAME(WS-DPX)
            ELSE
                MOVE 0 TO WS-DPX
            END-IF
        END-IF.

    200-WRITE-HEADING-RTN.
        MOVE SPACES TO REPORT-REC
        STRING 'ELF DEPARTMENT TRANSFER REPORT  ' DELIMITED BY SIZE
            WS-ENV-BANNER DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING 'EFFECTIVE DATES ' DELIMITED BY SIZE
            WS-FROM-DATE DELIMITED BY SIZE
            ' TO ' DELIMITED BY SIZE
            WS-TO-DATE DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING 'ELF   NAME                  FROM DEPT   TO DEPT     EFFECTIVE  '
            DELIMITED BY SIZE
            'OLD DEPT SINCE  CHANGED BY  CHANGED AT' DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC.

    300-WRITE-DETAIL-RTN.
        MOVE SPACES TO REPORT-REC
        STRING RSH-ELF-NO DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ELF-NAME DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            RSH-DEPT DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            RSH-NEW-DEPT DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-EFF-DATE DELIMITED BY SIZE
            '   ' DELIMITED BY SIZE
            RSH-FROM-DATE DELIMITED BY SIZE
            '        ' DELIMITED BY SIZE
            RSH-OPERATOR DELIMITED BY SIZE
            '    ' DELIMITED BY SIZE
            RSH-CHANGED-TS DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC.

    400-WRITE-TOTALS-RTN.
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING 'DEPARTMENT MOVES LISTED: ' DELIMITED BY SIZE
            WS-MOVE-COUNT DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        IF WS-DEPT-COUNT > 0
            MOVE SPACES TO REPORT-REC
            WRITE REPORT-REC
            MOVE 'MOVES BY DEPARTMENT     OUT    IN' TO REPORT-REC
            WRITE REPORT-REC
            PERFORM VARYING WS-DPX FROM 1 BY 1
                UNTIL WS-DPX > WS-DEPT-COUNT
                MOVE SPACES TO REPORT-REC
                STRING '  ' DELIMITED BY SIZE
                    WS-DEPT-NAME(WS-DPX) DELIMITED BY SIZE
                    '          ' DELIMITED BY SIZE
                    WS-DEPT-OUT(WS-DPX) DELIMITED BY SIZE
                    '  ' DELIMITED BY SIZE
                    WS-DEPT-IN(WS-DPX) DELIMITED BY SIZE
                    INTO REPORT-REC
                WRITE REPORT-REC
            END-PERFORM
        END-IF.

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
        MOVE WS-ABEND-STAMP TO REPORT-REC
        WRITE REPORT-REC
        CLOSE ROSTER-HIST-FILE ELF-ROSTER-FILE REPORT-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY ENVRTN.
