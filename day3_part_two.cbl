        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BDG-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT EVENT-FILE ASSIGN TO WS-P-EVENT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ROSTER-FILE ASSIGN TO WS-P-ROSTER
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT TIMING-FILE ASSIGN TO WS-P-TIMING
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ELF-ROSTER-FILE ASSIGN TO WS-P-ELF-ROSTER
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT RECEIPT-FILE ASSIGN TO WS-P-RECEIPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SITE-FILE ASSIGN TO WS-P-SITE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    FILE SECTION.
    FD INFILE.
    01 INPUT-REC.
        05 RUCKSACK PIC X(105).
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD EXTRACT-FILE.
    01 EXTRACT-REC                 PIC X(80).
    FD SUSPENSE-FILE.
    01 SUSPENSE-REC PIC X(134).

    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).
        05 BDG-MEMBER-LINE-2    PIC 9(6).
        05 BDG-MEMBER-LINE-3    PIC 9(6).
        05 BDG-BADGE-ITEM       PIC X(1).
    FD EVENT-FILE.
    COPY BEVTREC.
    FD ROSTER-FILE.
    01 ROSTER-REC PIC X(132).
    FD PARM-FILE.
    01 PARM-REC PIC X(80).
    FD TIMING-FILE.
    COPY TIMEREC.
    FD ELF-ROSTER-FILE.
    COPY ROSTREC.
    FD RECEIPT-FILE.
    COPY RCPTREC.
    FD SITE-FILE.
    01 SITE-CTL-REC PIC X(32).
    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-SITE              PIC X(70) VALUE SPACES.
        05 WS-P-INFILE            PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-EXTRACT           PIC X(70) VALUE SPACES.
        05 WS-P-CONTROL-TOTAL     PIC X(70) VALUE SPACES.
        05 WS-P-STEP-CONTROL      PIC X(70) VALUE SPACES.
        05 WS-P-BADGE             PIC X(70) VALUE SPACES.
        05 WS-P-EVENT             PIC X(70) VALUE SPACES.
        05 WS-P-ROSTER            PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
        05 WS-P-ELF-ROSTER        PIC X(70) VALUE SPACES.
        05 WS-P-RECEIPT           PIC X(70) VALUE SPACES.
    01 WS-INPUT.
        05 WS-RUCKSACK-LINE PIC X(105).
    01 WS-RUCKSACK-DATA.
        05 WS-RUCKSACK PIC X(50). 
    01 WS-WORK.
        05 WS-EOF               PIC A(1). 
        05 WS-TOTAL-REJECTS     PIC 9(6) VALUE 0.
        05 WS-EXTRACT-WRITTEN   PIC 9(6) VALUE 0.
        05 WS-LINE-NO           PIC 9(6) VALUE 0.
    01 WS-OWNER-WORK.
        05 WS-OWNER-REJ-COUNT   PIC 9(6) VALUE 0.
        05 WS-MEMBER-OWNER      PIC X(4) VALUE SPACES
            OCCURS 3 TIMES.
    01 WS-BADGE-FIELDS.
        05 WS-BADGE-LIMIT      PIC 9(4) VALUE 3.
        05 WS-BDG-COUNT        PIC 9(2) VALUE 0.
        05 WS-BDG-FOUND        PIC A(1) VALUE 'N'.
        05 WS-SHARED-BADGE-COUNT PIC 9(4) VALUE 0.
        05 WS-GROUP-HAS-BAD-MEMBER PIC A(1) VALUE 'N'.
        05 WS-REPL-COUNT       PIC 9(3) VALUE 0.
        05 WS-REPL-ENTRY OCCURS 200 TIMES.
            10 WS-REPL-GROUP-NO    PIC 9(6) VALUE 0.
            10 WS-REPL-ORIG-ITEM   PIC X(1) VALUE SPACE.
            10 WS-REPL-ORIG-DATE   PIC 9(8) VALUE 0.
            10 WS-REPL-ORIG-GROUP  PIC 9(6) VALUE 0.
        05 WS-RX               PIC 9(3) VALUE 0.
        05 WS-REPL-FOUND       PIC A(1) VALUE 'N'.
        05 WS-REPL-BADGE-COUNT PIC 9(4) VALUE 0.
        05 WS-TABLE1.
            10 WS-TABLE1-ENTRIES OCCURS 50 TIMES INDEXED BY IX1.
                15 WS-LETTER1 PIC X(1).
    COPY LOGCOM.
    COPY VALIDCOM.
    COPY TIMINGCOM.
    COPY RKOWNCOM.
    COPY LAYCOM.
    COPY ENVCOM.
    COPY SITECOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'RUCKSACK PART TWO RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    IF WS-ENV-SITE NOT EQUAL WS-ENV-HOME-SITE
        STRING 'PROCESSING SITE ' DELIMITED BY SIZE
            WS-ENV-SITE DELIMITED BY SIZE
            ' ' DELIMITED BY SIZE
            WS-SITE-NAME DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    PERFORM 930-CHECK-STEP-RTN
    IF WS-STEP-DONE = 'Y'
        DISPLAY 'RUCKSACK2 ALREADY COMPLETE FOR BUSINESS DATE '
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    MOVE 'Dec3Input.txt' TO WS-LAY-FEED
    PERFORM 885-GET-LAYOUT-VERSION-RTN
    IF WS-LAY-SUPPORTED NOT EQUAL 'Y'
        MOVE 8 TO RETURN-CODE
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    MOVE 'S' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    MOVE 'SUSPENSE-FILE' TO WS-FILE-ID
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-BADGE-LIMIT
    PERFORM 060-OPEN-BADGE-MASTER-RTN
    PERFORM 065-LOAD-REPLACEMENTS-RTN
    PERFORM 856-LOAD-OWNER-ROSTER-RTN
    MOVE 'EXTRACT-FILE' TO WS-FILE-ID
    OPEN OUTPUT EXTRACT-FILE.
    PERFORM 900-CHECK-OPEN-STATUS-RTN
        INTO EXTRACT-REC
    WRITE EXTRACT-REC
    ADD 1 TO WS-EXTRACT-WRITTEN
    MOVE 'GROUP_NO,COMMON_ITEM,PRIORITY,OWNER_1,OWNER_2,OWNER_3'
        TO EXTRACT-REC
    WRITE EXTRACT-REC
    ADD 1 TO WS-EXTRACT-WRITTEN
    MOVE 'INFILE' TO WS-FILE-ID
        DISPLAY 'TOTAL SCORE: ' WS-SUM
        DISPLAY 'BADGE ITEMS OVER THE GROUP ASSIGNMENT LIMIT: '
            WS-SHARED-BADGE-COUNT
        DISPLAY 'REPLACEMENT BADGES RECOGNISED: '
            WS-REPL-BADGE-COUNT
        DISPLAY 'MEMBERS REJECTED (UNKNOWN OWNER ELF): '
            WS-OWNER-REJ-COUNT
        IF WS-OWNER-REJ-COUNT > 0
            MOVE 'W' TO WS-LOG-SEV
            STRING 'RUCKSACK PART TWO - UNKNOWN OWNER ELF MEMBERS '
                'REJECTED: ' DELIMITED BY SIZE
                WS-OWNER-REJ-COUNT DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        COMPUTE WS-TOTAL-REJECTS =
            WS-INVALID-MEMBER-COUNT + WS-NO-BADGE-COUNT
        DISPLAY WS-TOTAL-RECORDS ' RECORDS PROCESSED, '
        STOP RUN.
    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'AocSite.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SITE
        PERFORM 887-GET-SITE-RTN
        MOVE WS-ENV-SITE TO WS-RSLT-SITE
        MOVE WS-ENV-SITE TO WS-CTL-SITE
        MOVE WS-ENV-SITE TO WS-SUSP-SITE
        MOVE WS-ENV-SITE TO WS-STEP-SITE
        MOVE 'Dec3Input.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-INFILE
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'Dec3Extract2.csv' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-EXTRACT
        MOVE 'AocSuspense.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE 'Dec3BadgeMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BADGE
        MOVE 'Dec3BadgeEvents.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-EVENT
        MOVE 'Dec3BadgeRoster.txt' TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ROSTER
        MOVE 'AocParms.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PARM
        MOVE 'AocStepTiming.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TIMING
        MOVE 'Dec1ElfRoster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ELF-ROSTER
        MOVE 'AocReceiptRegister.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RECEIPT.

    060-OPEN-BADGE-MASTER-RTN.
        MOVE 'BADGE-FILE' TO WS-FILE-ID
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN.

    065-LOAD-REPLACEMENTS-RTN.
        MOVE 0 TO WS-REPL-COUNT
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
                    IF BEV-EVENT-REPLACED
                        AND BEV-REPL-BIZ-DATE = WS-BIZ-DATE
                        IF WS-REPL-COUNT < 200
                            ADD 1 TO WS-REPL-COUNT
                            MOVE BEV-REPL-GROUP-NO
                                TO WS-REPL-GROUP-NO(WS-REPL-COUNT)
                            MOVE BEV-BADGE-ITEM
                                TO WS-REPL-ORIG-ITEM(WS-REPL-COUNT)
                            MOVE BEV-BIZ-DATE
                                TO WS-REPL-ORIG-DATE(WS-REPL-COUNT)
                            MOVE BEV-GROUP-NO
                                TO WS-REPL-ORIG-GROUP(WS-REPL-COUNT)
                        ELSE
                            DISPLAY '  ** REPLACEMENT BADGE TABLE FULL'
                                ' - GROUP ' BEV-REPL-GROUP-NO
                                ' NOT LOADED'
                        END-IF
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE EVENT-FILE
        END-IF
        MOVE SPACES TO WS-EOF.

    100-CALC-RTN.
        ADD 1 TO WS-READ
        ADD 1 TO WS-LINE-NO
        IF WS-LAY-USE-PREVIOUS
            MOVE WS-RUCKSACK-LINE TO WS-RKO-CONTENTS
            MOVE 'N' TO WS-RKO-STATE
        ELSE
            MOVE WS-RUCKSACK-LINE TO WS-RKO-LINE
            PERFORM 855-SPLIT-RUCKSACK-OWNER-RTN
        END-IF
        MOVE WS-RKO-CONTENTS TO WS-RUCKSACK
        PERFORM 857-CHECK-RUCKSACK-OWNER-RTN
        MOVE SPACES TO WS-MEMBER-OWNER(WS-READ)
        IF WS-RKO-OWNER-GIVEN
            MOVE WS-RKO-OWNER TO WS-MEMBER-OWNER(WS-READ)
        END-IF
        MOVE WS-RUCKSACK TO WS-VALID-FIELD
        COMPUTE WS-VALID-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-RUCKSACK))
        MOVE '2' TO WS-VALID-TYPE
        PERFORM 850-VALIDATE-FIELD-RTN
        EVALUATE TRUE
            WHEN WS-VALID-RESULT NOT EQUAL 'Y'
                ADD 1 TO WS-INVALID-MEMBER-COUNT
                MOVE 'Y' TO WS-GROUP-HAS-BAD-MEMBER
                DISPLAY '  ** GROUP ' WS-GROUP-NO ' MEMBER ' WS-READ
                    ' REJECTED - INVALID CHARACTERS IN RUCKSACK'
                MOVE 'ICHR' TO WS-SUSP-REASON
                MOVE WS-GROUP-NO TO WS-SUSP-KEY
                STRING 'RUCKSACK PART TWO - INVALID CHARACTERS AFTER GROUP '
                    DELIMITED BY SIZE
                    WS-GROUP-NO DELIMITED BY SIZE
                    ' MEMBER ' DELIMITED BY SIZE
                    WS-READ DELIMITED BY SIZE
                    INTO WS-SUSP-MSG
                PERFORM 860-WRITE-SUSPENSE-RTN
            WHEN WS-RKO-OWNER-OK NOT EQUAL 'Y'
                PERFORM 105-REJECT-OWNER-RTN
            WHEN OTHER
                IF WS-READ = 1
                    MOVE WS-RUCKSACK TO WS-PART1
                END-IF
                IF WS-READ = 2
                    MOVE WS-RUCKSACK TO WS-TABLE1
                END-IF
                IF WS-READ = 3
                    MOVE WS-RUCKSACK TO WS-TABLE2
                END-IF
        END-EVALUATE
        IF WS-READ = 3
            ADD 1 TO WS-GROUP-NO
            IF WS-GROUP-HAS-BAD-MEMBER EQUAL 'Y'
                        WS-READ
            MOVE 'N' TO WS-GROUP-HAS-BAD-MEMBER
        END-IF.

    105-REJECT-OWNER-RTN.
        ADD 1 TO WS-INVALID-MEMBER-COUNT
        ADD 1 TO WS-OWNER-REJ-COUNT
        MOVE 'Y' TO WS-GROUP-HAS-BAD-MEMBER
        DISPLAY '  ** GROUP ' WS-GROUP-NO ' MEMBER ' WS-READ
            ' REJECTED - OWNER ELF NOT ON ROSTER: ' WS-RKO-OWNER-X
        MOVE 'OWNR' TO WS-SUSP-REASON
        MOVE WS-LINE-NO TO WS-SUSP-KEY
        STRING 'RUCKSACK PART TWO - UNKNOWN OWNER ELF '
            DELIMITED BY SIZE
            WS-RKO-OWNER-X DELIMITED BY SPACE
            ' ON LINE ' DELIMITED BY SIZE
            WS-LINE-NO DELIMITED BY SIZE
            INTO WS-SUSP-MSG
        PERFORM 860-WRITE-SUSPENSE-RTN.
    160-WRITE-BADGE-MASTER-RTN.
        MOVE WS-BIZ-DATE TO BDG-BIZ-DATE
        MOVE WS-GROUP-NO TO BDG-GROUP-NO
                MOVE 0 TO WS-BX
            END-IF
        END-IF
        MOVE 'N' TO WS-REPL-FOUND
        PERFORM VARYING WS-RX FROM 1 BY 1
            UNTIL WS-RX > WS-REPL-COUNT OR WS-REPL-FOUND = 'Y'
            IF WS-REPL-GROUP-NO(WS-RX) = WS-GROUP-NO
                AND WS-REPL-ORIG-ITEM(WS-RX) = WS-PRIORITY
                MOVE 'Y' TO WS-REPL-FOUND
            END-IF
        END-PERFORM
        IF WS-BX > 0 AND WS-REPL-FOUND = 'Y'
            SUBTRACT 1 FROM WS-RX
            ADD 1 TO WS-REPL-BADGE-COUNT
            DISPLAY '  GROUP ' WS-GROUP-NO ' BADGE ITEM ' WS-PRIORITY
                ' IS A REPLACEMENT FOR ' WS-REPL-ORIG-DATE(WS-RX)
                ' GROUP ' WS-REPL-ORIG-GROUP(WS-RX)
            IF WS-BDG-LIST-TAIL(WS-BX) < 78
                STRING 'R' DELIMITED BY SIZE
                    WS-GROUP-NO DELIMITED BY SIZE
                    INTO WS-BDG-GROUP-LIST(WS-BX)
                        (WS-BDG-LIST-TAIL(WS-BX):7)
                ADD 8 TO WS-BDG-LIST-TAIL(WS-BX)
            END-IF
            MOVE 0 TO WS-BX
        END-IF
        IF WS-BX > 0
            ADD 1 TO WS-BDG-GROUPS(WS-BX)
            IF WS-BDG-LIST-TAIL(WS-BX) < 78
        END-PERFORM.
    220-WRITE-EXTRACT-RTN.
        MOVE PTX TO WS-EXTRACT-PRIORITY
        MOVE SPACES TO EXTRACT-REC
        STRING WS-GROUP-NO DELIMITED BY SIZE
            ',' DELIMITED BY SIZE
            WS-PRIORITY DELIMITED BY SIZE
            ',' DELIMITED BY SIZE
            WS-EXTRACT-PRIORITY DELIMITED BY SIZE
            ',' DELIMITED BY SIZE
            WS-MEMBER-OWNER(1) DELIMITED BY SIZE
            ',' DELIMITED BY SIZE
            WS-MEMBER-OWNER(2) DELIMITED BY SIZE
            ',' DELIMITED BY SIZE
            WS-MEMBER-OWNER(3) DELIMITED BY SIZE
            INTO EXTRACT-REC
        WRITE EXTRACT-REC
        ADD 1 TO WS-EXTRACT-WRITTEN.
        MOVE WS-ABEND-STAMP TO EXTRACT-REC
        WRITE EXTRACT-REC
        CLOSE INFILE EXTRACT-FILE BADGE-FILE ROSTER-FILE
            PARM-FILE ELF-ROSTER-FILE SUSPENSE-FILE RECEIPT-FILE
            LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY STEPRTN.
    COPY LOGRTN.
    COPY VALIDRTN.
    COPY TIMINGRTN.
    COPY RKOWNRTN.
    COPY LAYRTN.
    COPY ENVRTN.
    COPY SITERTN.
