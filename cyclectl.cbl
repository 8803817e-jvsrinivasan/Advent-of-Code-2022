        ASSIGN TO WS-P-PARM-JOURNAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT STEP-WORK-FILE
        ASSIGN TO WS-P-STEP-WORK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SUPPLEMENTAL-FILE
        ASSIGN TO WS-P-SUPPLEMENTAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SITE-REG-FILE ASSIGN TO WS-P-SITE-REG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    01 PENDING-WORK-REC PIC X(48).
    FD PARM-JOURNAL-FILE.
    01 PARM-JOURNAL-REC PIC X(132).
    FD STEP-WORK-FILE.
    01 STEP-WORK-REC PIC X(43).
    FD SUPPLEMENTAL-FILE.
    COPY SUPLREC.
    FD SITE-REG-FILE.
    COPY SITEREC.

    FD ENV-FILE.
    COPY ENVREC.
        05 WS-P-PARM-PENDING      PIC X(70) VALUE SPACES.
        05 WS-P-PENDING-WORK      PIC X(70) VALUE SPACES.
        05 WS-P-PARM-JOURNAL      PIC X(70) VALUE SPACES.
        05 WS-P-STEP-WORK         PIC X(70) VALUE SPACES.
        05 WS-P-SUPPLEMENTAL      PIC X(70) VALUE SPACES.
        05 WS-P-SITE-REG          PIC X(70) VALUE SPACES.
    01 WS-PERIOD-WORK.
        05 WS-PC-EOF           PIC A(1) VALUE ' '.
        05 WS-BIZ-PERIOD       PIC 9(6) VALUE 0.
        05 WS-CU-CANDIDATE     PIC 9(8) VALUE 0.
        05 WS-CU-STEP-EOF      PIC A(1) VALUE ' '.
        05 WS-CU-STEPS-DONE    PIC 9(2) VALUE 0.
        05 WS-CU-REQUIRED      PIC 9(2) VALUE 8.
        05 WS-CU-PGM-INIT.
            10 FILLER PIC X(20) VALUE 'HELLO-WORLD'.
            10 FILLER PIC X(20) VALUE 'ROCK-PAPER-SCISSORS'.
            10 FILLER PIC X(20) VALUE 'RUCKSACK'.
            10 FILLER PIC X(20) VALUE 'RUCKSACK2'.
            10 FILLER PIC X(20) VALUE 'TREE-HOUSE'.
            10 FILLER PIC X(20) VALUE 'SECTION-OVERLAP'.
            10 FILLER PIC X(20) VALUE 'DIRECTORY-SIZE'.
            10 FILLER PIC X(20) VALUE 'GENERATION-KEEP'.
        05 WS-CU-PGMS REDEFINES WS-CU-PGM-INIT.
            10 WS-CU-PGM PIC X(20) OCCURS 8 TIMES.
        05 WS-CU-PGM-DONE PIC A(1) OCCURS 8 TIMES VALUE 'N'.
        05 WS-CUX              PIC 9(2) VALUE 0.
    01 WS-PENDING-WORK.
        05 WS-PEND-EOF         PIC A(1) VALUE ' '.
        05 WS-LAST-DATE-X      PIC X(8) VALUE SPACES.
        05 WS-LAST-DATE        PIC 9(8) VALUE 0.
        05 WS-NEXT-SCHED-DATE  PIC 9(8) VALUE 0.
    01 WS-SUPPLEMENTAL-WORK.
        05 WS-CYCLE-MODE       PIC X(1) VALUE SPACE.
        05 WS-SUP-FEED-CARD    PIC X(30) VALUE SPACES.
        05 WS-SUP-SITE-CARD    PIC X(2) VALUE SPACES.
        05 WS-SUP-FEED-OK      PIC A(1) VALUE 'N'.
        05 WS-SUP-PGM-HIT      PIC A(1) VALUE 'N'.
        05 WS-SUP-BASE-CYCLE   PIC 9(6) VALUE 0.
        05 WS-SUP-COUNT        PIC 9(3) VALUE 0.
        05 WS-SUP-STEP-EOF     PIC A(1) VALUE ' '.
        05 WS-SUP-EOF          PIC A(1) VALUE ' '.
        05 WS-SUP-REFUSAL      PIC X(80) VALUE SPACES.
    01 WS-FEED-STEP-TABLE-INIT.
        05 FILLER PIC X(36) VALUE
            'Dec1Input.txt   HELLO-WORLD'.
        05 FILLER PIC X(36) VALUE
            'Dec1Input.txt   DEPT-CHARGEBACK'.
        05 FILLER PIC X(36) VALUE
            'Dec1HRFeed.txt  HR-ROSTER-SYNC'.
        05 FILLER PIC X(36) VALUE
            'Dec1HRFeed.txt  DEPT-CHARGEBACK'.
        05 FILLER PIC X(36) VALUE
            'Dec2Input.txt   ROCK-PAPER-SCISSORS'.
        05 FILLER PIC X(36) VALUE
            'Dec2Input.txt   SHAPE-TENDENCY'.
        05 FILLER PIC X(36) VALUE
            'Dec2Input.txt   PLAYOFF-BRACKET'.
        05 FILLER PIC X(36) VALUE
            'Dec3Input.txt   RUCKSACK'.
        05 FILLER PIC X(36) VALUE
            'Dec3Input.txt   SUPPLY-RECON'.
        05 FILLER PIC X(36) VALUE
            'Dec3Input.txt   RUCKSACK2'.
        05 FILLER PIC X(36) VALUE
            'Dec4Input.txt   SECTION-OVERLAP'.
        05 FILLER PIC X(36) VALUE
            'Dec7Input.txt   DIRECTORY-SIZE'.
        05 FILLER PIC X(36) VALUE
            'Dec8Input.txt   TREE-HOUSE'.
    01 WS-FEED-STEP-TABLE REDEFINES WS-FEED-STEP-TABLE-INIT.
        05 WS-FEED-STEP-ENTRY OCCURS 13 TIMES INDEXED BY FDX.
            10 WS-FEED-NAME         PIC X(16).
            10 WS-FEED-PGM          PIC X(20).
    COPY FSTATCOM.
    COPY LOGCOM.
    COPY CYCLECOM.
    COPY CDATECOM.
    COPY LOCKCOM.
    COPY ENVCOM.
    COPY SITECOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
        STOP RUN
    END-IF
    PERFORM 810-TAKE-SUITE-LOCK-RTN
    ACCEPT WS-CYCLE-MODE FROM SYSIN
    IF WS-CYCLE-MODE = 'S'
        PERFORM 300-SUPPLEMENTAL-CYCLE-RTN
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    PERFORM 200-LOAD-CALENDAR-RTN
    PERFORM 150-CHECK-CATCHUP-RTN
    PERFORM 100-CHECK-CLOSED-PERIOD-RTN
        MOVE WS-ENV-PATH TO WS-P-PENDING-WORK
        MOVE 'AocParmJournal.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PARM-JOURNAL
        MOVE 'AocStepControlWork.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-STEP-WORK
        MOVE 'AocSupplemental.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUPPLEMENTAL
        MOVE 'AocSites.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SITE-REG.

    150-CHECK-CATCHUP-RTN.
        MOVE 'CATCHUP-FILE' TO WS-FILE-ID

    160-VERIFY-PRIOR-DATE-RTN.
        MOVE 0 TO WS-CU-STEPS-DONE
        PERFORM VARYING WS-CUX FROM 1 BY 1 UNTIL WS-CUX > 8
            MOVE 'N' TO WS-CU-PGM-DONE(WS-CUX)
        END-PERFORM
        MOVE SPACES TO WS-CU-STEP-EOF
                AT END MOVE 'Y' TO WS-CU-STEP-EOF
                NOT AT END
                    IF SC-BIZ-DATE = WS-LAST-DATE
                        AND (SC-SITE = SPACES
                            OR SC-SITE = WS-ENV-HOME-SITE)
                        AND NOT SC-SUPERSEDED
                        PERFORM VARYING WS-CUX FROM 1 BY 1
                            UNTIL WS-CUX > 8
                            IF WS-CU-PGM(WS-CUX) = SC-PROGRAM
                                MOVE 'Y' TO WS-CU-PGM-DONE(WS-CUX)
                            END-IF
            END-PERFORM
            CLOSE STEP-CONTROL-FILE
        END-IF
        PERFORM VARYING WS-CUX FROM 1 BY 1 UNTIL WS-CUX > 8
            IF WS-CU-PGM-DONE(WS-CUX) = 'Y'
                ADD 1 TO WS-CU-STEPS-DONE
            END-IF
        WRITE PARM-JOURNAL-REC
        CLOSE PARM-JOURNAL-FILE.

    300-SUPPLEMENTAL-CYCLE-RTN.
        ACCEPT WS-SUP-FEED-CARD FROM SYSIN
        ACCEPT WS-SUP-SITE-CARD FROM SYSIN
        MOVE 'N' TO WS-SUP-FEED-OK
        PERFORM VARYING FDX FROM 1 BY 1 UNTIL FDX > 13
            IF WS-FEED-NAME(FDX) = WS-SUP-FEED-CARD
                AND WS-SUP-FEED-CARD NOT EQUAL SPACES
                MOVE 'Y' TO WS-SUP-FEED-OK
            END-IF
        END-PERFORM
        IF WS-SUP-FEED-OK NOT EQUAL 'Y'
            STRING 'FEED ' DELIMITED BY SIZE
                WS-SUP-FEED-CARD DELIMITED BY SPACE
                ' IS NOT A DAILY INPUT FEED' DELIMITED BY SIZE
                INTO WS-SUP-REFUSAL
            PERFORM 390-REFUSE-SUPPLEMENTAL-RTN
        END-IF
        MOVE WS-SUP-SITE-CARD TO WS-SITE-CHECK
        PERFORM 888-CHECK-SITE-RTN
        IF WS-SITE-VALID NOT EQUAL 'Y'
            STRING 'SITE ' DELIMITED BY SIZE
                WS-SITE-CHECK DELIMITED BY SIZE
                ' IS NOT AN ACTIVE SITE ON AocSites' DELIMITED BY SIZE
                INTO WS-SUP-REFUSAL
            PERFORM 390-REFUSE-SUPPLEMENTAL-RTN
        END-IF
        PERFORM 100-CHECK-CLOSED-PERIOD-RTN
        IF WS-PERIOD-CLOSED = 'Y'
            STRING 'BUSINESS DATE ' DELIMITED BY SIZE
                WS-BIZ-DATE DELIMITED BY SIZE
                ' IS IN A CLOSED PERIOD' DELIMITED BY SIZE
                INTO WS-SUP-REFUSAL
            PERFORM 390-REFUSE-SUPPLEMENTAL-RTN
        END-IF
        PERFORM 165-READ-LAST-DATE-RTN
        IF WS-LAST-DATE NOT EQUAL WS-BIZ-DATE
            STRING 'NO MAIN CYCLE HAS RUN FOR BUSINESS DATE '
                DELIMITED BY SIZE
                WS-BIZ-DATE DELIMITED BY SIZE
                INTO WS-SUP-REFUSAL
            PERFORM 390-REFUSE-SUPPLEMENTAL-RTN
        END-IF
        PERFORM 160-VERIFY-PRIOR-DATE-RTN
        IF WS-CU-STEPS-DONE < WS-CU-REQUIRED
            STRING 'CYCLE FOR BUSINESS DATE ' DELIMITED BY SIZE
                WS-BIZ-DATE DELIMITED BY SIZE
                ' DID NOT RUN TO COMPLETION' DELIMITED BY SIZE
                INTO WS-SUP-REFUSAL
            PERFORM 390-REFUSE-SUPPLEMENTAL-RTN
        END-IF
        MOVE WS-CYCLE-NO TO WS-SUP-BASE-CYCLE
        PERFORM 310-FIND-BASE-CYCLE-RTN
        ADD 1 TO WS-CYCLE-NO
        MOVE 'CYCLE-FILE' TO WS-FILE-ID
        OPEN OUTPUT CYCLE-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE WS-CYCLE-NO TO CYCLE-REC
        WRITE CYCLE-REC
        CLOSE CYCLE-FILE
        PERFORM 320-SUPERSEDE-STEPS-RTN
        PERFORM 340-WRITE-SUPPLEMENTAL-RTN
        DISPLAY 'SUPPLEMENTAL CYCLE ' WS-CYCLE-NO ' ASSIGNED FOR '
            'BUSINESS DATE ' WS-BIZ-DATE ' - LATE FEED '
            WS-SUP-FEED-CARD
        DISPLAY '  SITE ' WS-SITE-CHECK ' BASE CYCLE '
            WS-SUP-BASE-CYCLE ' STEPS REOPENED: ' WS-SUP-COUNT
        MOVE 'W' TO WS-LOG-SEV
        STRING 'CYCLE-CONTROL - SUPPLEMENTAL CYCLE FOR '
            DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
            ' LATE FEED ' DELIMITED BY SIZE
            WS-SUP-FEED-CARD DELIMITED BY SPACE
            ' SITE ' DELIMITED BY SIZE
            WS-SITE-CHECK DELIMITED BY SIZE
            ' STEPS REOPENED: ' DELIMITED BY SIZE
            WS-SUP-COUNT DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN.

    310-FIND-BASE-CYCLE-RTN.
        MOVE SPACES TO WS-SUP-EOF
        MOVE 'SUPPLEMENTAL-FILE' TO WS-FILE-ID
        OPEN INPUT SUPPLEMENTAL-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-SUP-EOF = 'Y'
                READ SUPPLEMENTAL-FILE
                AT END MOVE 'Y' TO WS-SUP-EOF
                NOT AT END
                    IF SUP-BIZ-DATE NUMERIC
                        AND SUP-BIZ-DATE = WS-BIZ-DATE
                        AND SUP-CYCLE NOT > WS-CYCLE-NO
                        MOVE SUP-BASE-CYCLE TO WS-SUP-BASE-CYCLE
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SUPPLEMENTAL-FILE
        END-IF.

    320-SUPERSEDE-STEPS-RTN.
        MOVE 0 TO WS-SUP-COUNT
        MOVE SPACES TO WS-SUP-STEP-EOF
        MOVE 'STEP-CONTROL-FILE' TO WS-FILE-ID
        OPEN INPUT STEP-CONTROL-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'STEP-WORK-FILE' TO WS-FILE-ID
            OPEN OUTPUT STEP-WORK-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-SUP-STEP-EOF = 'Y'
                READ STEP-CONTROL-FILE
                AT END MOVE 'Y' TO WS-SUP-STEP-EOF
                NOT AT END
                    PERFORM 325-SUPERSEDE-ONE-STEP-RTN
                    MOVE STEP-CONTROL-REC TO STEP-WORK-REC
                    WRITE STEP-WORK-REC
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE STEP-CONTROL-FILE
            CLOSE STEP-WORK-FILE
            PERFORM 330-COPY-STEPS-BACK-RTN
        END-IF.

    325-SUPERSEDE-ONE-STEP-RTN.
        MOVE 'N' TO WS-SUP-PGM-HIT
        IF SC-BIZ-DATE = WS-BIZ-DATE AND NOT SC-SUPERSEDED
            IF SC-PROGRAM = 'GENERATION-KEEP'
                MOVE 'Y' TO WS-SUP-PGM-HIT
            END-IF
            IF SC-SITE = WS-SITE-CHECK
                OR (SC-SITE = SPACES
                    AND WS-SITE-CHECK = WS-ENV-HOME-SITE)
                PERFORM VARYING FDX FROM 1 BY 1 UNTIL FDX > 13
                    IF WS-FEED-NAME(FDX) = WS-SUP-FEED-CARD
                        AND WS-FEED-PGM(FDX) = SC-PROGRAM
                        MOVE 'Y' TO WS-SUP-PGM-HIT
                    END-IF
                END-PERFORM
            END-IF
        END-IF
        IF WS-SUP-PGM-HIT = 'Y'
            MOVE 'S' TO SC-STATUS
            MOVE WS-CYCLE-NO TO SC-SUPERSEDED-BY
            ADD 1 TO WS-SUP-COUNT
            DISPLAY '  STEP REOPENED FOR SUPPLEMENTAL CYCLE - '
                SC-PROGRAM ' SITE ' SC-SITE ' CYCLE ' SC-CYCLE
        END-IF.

    330-COPY-STEPS-BACK-RTN.
        MOVE SPACES TO WS-SUP-STEP-EOF
        MOVE 'STEP-WORK-FILE' TO WS-FILE-ID
        OPEN INPUT STEP-WORK-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'STEP-CONTROL-FILE' TO WS-FILE-ID
        OPEN OUTPUT STEP-CONTROL-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-SUP-STEP-EOF = 'Y'
            READ STEP-WORK-FILE
            AT END MOVE 'Y' TO WS-SUP-STEP-EOF
            NOT AT END
                MOVE STEP-WORK-REC TO STEP-CONTROL-REC
                WRITE STEP-CONTROL-REC
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE STEP-WORK-FILE
        CLOSE STEP-CONTROL-FILE
        OPEN OUTPUT STEP-WORK-FILE
        CLOSE STEP-WORK-FILE.

    340-WRITE-SUPPLEMENTAL-RTN.
        MOVE 'SUPPLEMENTAL-FILE' TO WS-FILE-ID
        OPEN EXTEND SUPPLEMENTAL-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT SUPPLEMENTAL-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE FUNCTION CURRENT-DATE TO WS-JRN-TS
        MOVE WS-CYCLE-NO TO SUP-CYCLE
        MOVE WS-BIZ-DATE TO SUP-BIZ-DATE
        MOVE WS-SUP-BASE-CYCLE TO SUP-BASE-CYCLE
        MOVE WS-SUP-FEED-CARD TO SUP-FEED
        MOVE WS-SITE-CHECK TO SUP-SITE
        MOVE WS-JRN-TS(1:8) TO SUP-RAISED-DATE
        MOVE WS-JRN-TS(9:6) TO SUP-RAISED-TIME
        WRITE SUPPLEMENTAL-REC
        CLOSE SUPPLEMENTAL-FILE.

    390-REFUSE-SUPPLEMENTAL-RTN.
        DISPLAY '** SUPPLEMENTAL CYCLE REFUSED - ' WS-SUP-REFUSAL
        MOVE 'E' TO WS-LOG-SEV
        STRING 'CYCLE-CONTROL - SUPPLEMENTAL CYCLE REFUSED - '
            DELIMITED BY SIZE
            WS-SUP-REFUSAL DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        PERFORM 812-RELEASE-SUITE-LOCK-RTN
        CLOSE LOG-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN.

    920-ABEND-RTN.
        IF WS-ABEND-LOG-OK = 'Y'
            AND WS-ABEND-FILE NOT EQUAL 'LOG-FILE'
            CALENDAR-FILE LAST-DATE-FILE CATCHUP-FILE
            CATCHUP-SUM-FILE STEP-CONTROL-FILE PARM-FILE
            PARM-WORK-FILE PARM-PENDING-FILE PENDING-WORK-FILE
            PARM-JOURNAL-FILE STEP-WORK-FILE SUPPLEMENTAL-FILE
            SITE-REG-FILE.
    COPY FSTATRTN.
    COPY LOGRTN.
    COPY CYCLERTN.
    COPY CDATERTN.
    COPY LOCKRTN.
    COPY ENVRTN.
    COPY SITEVRTN.
