IDENTIFICATION DIVISION.
PROGRAM-ID. SITE-CONTROL.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT SITE-FILE ASSIGN TO WS-P-SITE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SITE-REG-FILE ASSIGN TO WS-P-SITE-REG
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
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD SITE-FILE.
    01 SITE-CTL-REC PIC X(32).
    FD SITE-REG-FILE.
    COPY SITEREC.
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).
    FD BIZDATE-FILE.
    01 BIZDATE-REC PIC X(8).

    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-SITE              PIC X(70) VALUE SPACES.
        05 WS-P-SITE-REG          PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-IN-SITE          PIC X(2) VALUE SPACES.
        05 WS-PREV-SITE        PIC X(2) VALUE SPACES.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY CDATECOM.
    COPY ENVCOM.
    COPY SITECOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'SITE-CONTROL' TO WS-LOG-PGM
    PERFORM 870-GET-BIZ-DATE-RTN
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'SITE-CONTROL RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    PERFORM 887-GET-SITE-RTN
    MOVE WS-ENV-SITE TO WS-PREV-SITE
    DISPLAY 'ENTER SITE CODE TO PROCESS (BLANK = '
        WS-ENV-HOME-SITE '): '
    ACCEPT WS-IN-SITE FROM SYSIN
    MOVE WS-IN-SITE TO WS-SITE-CHECK
    PERFORM 888-CHECK-SITE-RTN
    IF WS-SITE-VALID NOT EQUAL 'Y'
        DISPLAY '** SITE ' WS-IN-SITE ' IS NOT AN ACTIVE SITE ON '
            'AocSites - SITE REMAINS ' WS-PREV-SITE
        MOVE 'E' TO WS-LOG-SEV
        STRING 'SITE ' DELIMITED BY SIZE
            WS-IN-SITE DELIMITED BY SIZE
            ' NOT AN ACTIVE SITE - SITE REMAINS ' DELIMITED BY SIZE
            WS-PREV-SITE DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM 100-SET-SITE-RTN
        DISPLAY 'SITE NOW BEING PROCESSED: ' WS-SITE-CHECK ' '
            WS-SITE-NAME
        STRING 'SITE-CONTROL RUN COMPLETED - SITE ' DELIMITED BY SIZE
            WS-SITE-CHECK DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-SITE-NAME DELIMITED BY '  '
            ' (WAS ' DELIMITED BY SIZE
            WS-PREV-SITE DELIMITED BY SIZE
            ')' DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'AocSite.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SITE
        MOVE 'AocSites.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SITE-REG
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE
        MOVE 'AocBizDate.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BIZDATE.

    100-SET-SITE-RTN.
        MOVE 'SITE-FILE' TO WS-FILE-ID
        OPEN OUTPUT SITE-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO SITE-CTL-REC
        MOVE WS-SITE-CHECK TO SITE-CTL-REC(1:2)
        MOVE WS-SITE-NAME TO SITE-CTL-REC(3:30)
        WRITE SITE-CTL-REC
        CLOSE SITE-FILE.

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
        CLOSE SITE-FILE SITE-REG-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY ENVRTN.
    COPY SITERTN.
    COPY SITEVRTN.
