IDENTIFICATION DIVISION.
PROGRAM-ID. EXTRACT-RELEASE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT SIGNOFF-FILE ASSIGN TO WS-P-SIGNOFF
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT EXTRACT-IN-FILE ASSIGN TO WS-EXTRACT-IN-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT EXTRACT-OUT-FILE ASSIGN TO WS-EXTRACT-OUT-PATH
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
        SELECT TIMING-FILE ASSIGN TO WS-P-TIMING
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD SIGNOFF-FILE.
    COPY SGNOFREC.
    FD EXTRACT-IN-FILE.
    01 EXTRACT-IN-REC PIC X(80).
    FD EXTRACT-OUT-FILE.
    01 EXTRACT-OUT-REC PIC X(80).
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).
    FD BIZDATE-FILE.
    01 BIZDATE-REC PIC X(8).
    FD TIMING-FILE.
    COPY TIMEREC.
    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-SIGNOFF           PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
    01 WS-EXTRACT-IN-PATH  PIC X(70) VALUE SPACES.
    01 WS-EXTRACT-OUT-PATH PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-COPIED-COUNT     PIC 9(6) VALUE 0.
        05 WS-RELEASED-COUNT   PIC 9(2) VALUE 0.
        05 WS-MISSING-COUNT    PIC 9(2) VALUE 0.
    01 WS-EXTRACT-TABLE.
        05 WS-EXTRACT-NAME-INIT.
            10 FILLER PIC X(30) VALUE 'Dec3Extract.csv'.
            10 FILLER PIC X(30) VALUE 'Dec3Extract2.csv'.
            10 FILLER PIC X(30) VALUE 'Dec8ScenicExtract.csv'.
        05 WS-EXTRACT-NAMES REDEFINES WS-EXTRACT-NAME-INIT.
            10 WS-EXTRACT-NAME PIC X(30) OCCURS 3 TIMES.
        05 WS-XX               PIC 9(2) VALUE 0.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY CDATECOM.
    COPY TIMINGCOM.
    COPY SGNOFCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'EXTRACT-RELEASE' TO WS-LOG-PGM
    PERFORM 870-GET-BIZ-DATE-RTN
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'EXTRACT-RELEASE RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    MOVE 'S' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    MOVE WS-CYCLE-NO TO WS-SGN-REQ-CYCLE
    PERFORM 860-CHECK-SIGNOFF-RTN
    IF WS-SGN-SIGNED
        PERFORM VARYING WS-XX FROM 1 BY 1 UNTIL WS-XX > 3
            PERFORM 100-RELEASE-ONE-RTN
        END-PERFORM
        DISPLAY 'EXTRACTS RELEASED TO THE BI PICKUP: ' WS-RELEASED-COUNT
            ' NOT ON FILE: ' WS-MISSING-COUNT
        STRING 'EXTRACT-RELEASE RUN COMPLETED - RELEASED: '
            DELIMITED BY SIZE
            WS-RELEASED-COUNT DELIMITED BY SIZE
            ' NOT ON FILE: ' DELIMITED BY SIZE
            WS-MISSING-COUNT DELIMITED BY SIZE
            INTO WS-LOG-MSG
    ELSE
        MOVE 'W' TO WS-LOG-SEV
        IF WS-SGN-HELD
            DISPLAY '** CYCLE ' WS-CYCLE-NO ' IS HELD BY ' WS-SGN-BY
                ' - ' WS-SGN-REASON
            STRING 'EXTRACT-RELEASE RUN COMPLETED - CYCLE '
                DELIMITED BY SIZE
                WS-CYCLE-NO DELIMITED BY SIZE
                ' HELD BY ' DELIMITED BY SIZE
                WS-SGN-BY DELIMITED BY SPACE
                ', NOTHING RELEASED' DELIMITED BY SIZE
                INTO WS-LOG-MSG
        ELSE
            DISPLAY '** CYCLE ' WS-CYCLE-NO ' HAS NOT BEEN SIGNED OFF '
                '- NO EXTRACTS RELEASED TO THE BI PICKUP'
            STRING 'EXTRACT-RELEASE RUN COMPLETED - CYCLE '
                DELIMITED BY SIZE
                WS-CYCLE-NO DELIMITED BY SIZE
                ' NOT SIGNED OFF, NOTHING RELEASED' DELIMITED BY SIZE
                INTO WS-LOG-MSG
        END-IF
        MOVE 4 TO RETURN-CODE
    END-IF
    PERFORM 950-WRITE-LOG-RTN
    MOVE 'E' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'AocSignoff.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SIGNOFF
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE
        MOVE 'AocBizDate.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BIZDATE
        MOVE 'AocStepTiming.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TIMING.

    100-RELEASE-ONE-RTN.
        MOVE WS-EXTRACT-NAME(WS-XX) TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-EXTRACT-IN-PATH
        MOVE SPACES TO WS-ENV-FILE-NAME
        STRING 'BI.' DELIMITED BY SIZE
            WS-EXTRACT-NAME(WS-XX) DELIMITED BY SPACE
            INTO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-EXTRACT-OUT-PATH
        MOVE 'EXTRACT-IN-FILE' TO WS-FILE-ID
        OPEN INPUT EXTRACT-IN-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            ADD 1 TO WS-MISSING-COUNT
            DISPLAY '** ' WS-EXTRACT-NAME(WS-XX) ' NOT ON FILE - '
                'NOT RELEASED'
            MOVE 'W' TO WS-LOG-SEV
            STRING 'EXTRACT NOT ON FILE - NOT RELEASED: '
                DELIMITED BY SIZE
                WS-EXTRACT-NAME(WS-XX) DELIMITED BY SPACE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'EXTRACT-OUT-FILE' TO WS-FILE-ID
            OPEN OUTPUT EXTRACT-OUT-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 0 TO WS-COPIED-COUNT
            MOVE SPACES TO WS-EOF
            MOVE 'EXTRACT-IN-FILE' TO WS-FILE-ID
            PERFORM UNTIL WS-EOF = 'Y'
                READ EXTRACT-IN-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE EXTRACT-IN-REC TO EXTRACT-OUT-REC
                    WRITE EXTRACT-OUT-REC
                    ADD 1 TO WS-COPIED-COUNT
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE EXTRACT-IN-FILE EXTRACT-OUT-FILE
            ADD 1 TO WS-RELEASED-COUNT
            STRING 'EXTRACT RELEASED: ' DELIMITED BY SIZE
                WS-ENV-FILE-NAME DELIMITED BY SPACE
                ' RECORDS: ' DELIMITED BY SIZE
                WS-COPIED-COUNT DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
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
        CLOSE SIGNOFF-FILE EXTRACT-IN-FILE EXTRACT-OUT-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY TIMINGRTN.
    COPY SGNOFRTN.
    COPY ENVRTN.
