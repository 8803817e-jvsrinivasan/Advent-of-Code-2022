        ASSIGN TO WS-P-REGISTER
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LAYOUT-FILE ASSIGN TO WS-P-LAYOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LOG-FILE ASSIGN TO WS-P-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT TIMING-FILE ASSIGN TO WS-P-TIMING
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SITE-REG-FILE ASSIGN TO WS-P-SITE-REG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SUPPLEMENTAL-FILE
        ASSIGN TO WS-P-SUPPLEMENTAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        05 REG-STATUS           PIC X(1).
            88 REG-STATUS-ACCEPTED VALUE 'A'.
            88 REG-STATUS-REJECTED VALUE 'R'.
        05 REG-LAYOUT-VER       PIC X(2).
        05 REG-SITE             PIC X(2).
    FD LAYOUT-FILE.
    COPY LAYREC.
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD CYCLE-FILE.

    FD TIMING-FILE.
    COPY TIMEREC.
    FD SITE-REG-FILE.
    COPY SITEREC.
    FD SUPPLEMENTAL-FILE.
    COPY SUPLREC.
    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-REGISTER          PIC X(70) VALUE SPACES.
        05 WS-P-LAYOUT            PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
        05 WS-P-SITE-REG          PIC X(70) VALUE SPACES.
        05 WS-P-SUPPLEMENTAL      PIC X(70) VALUE SPACES.
    01 WS-UPLOAD-PATH      PIC X(70) VALUE SPACES.
    01 WS-TARGET-PATH      PIC X(70) VALUE SPACES.
    01 WS-PAIR-TABLE-INIT.
        05 FILLER PIC X(60) VALUE
            'Dec1Upload.txt                Dec1Input.txt'.
            'Dec2Upload.txt                Dec2Input.txt'.
        05 FILLER PIC X(60) VALUE
            'Dec3Upload.txt                Dec3Input.txt'.
        05 FILLER PIC X(60) VALUE
            'Dec4Upload.txt                Dec4Input.txt'.
        05 FILLER PIC X(60) VALUE
            'Dec7Upload.txt                Dec7Input.txt'.
        05 FILLER PIC X(60) VALUE
            'Dec8Upload.txt                Dec8Input.txt'.
        05 FILLER PIC X(60) VALUE
            'Dec1HRUpload.txt              Dec1HRFeed.txt'.
    01 WS-PAIR-TABLE REDEFINES WS-PAIR-TABLE-INIT.
        05 WS-PAIR-ENTRY OCCURS 7 TIMES INDEXED BY UX.
            10 WS-PAIR-UPLOAD       PIC X(30).
            10 WS-PAIR-TARGET       PIC X(30).
    01 WS-HEADER-FIELDS.
        05 WS-HDR-EXPECTED     PIC 9(6) VALUE 0.
        05 WS-TRL-COUNT-X      PIC X(6) VALUE SPACES.
        05 WS-TRL-COUNT        PIC 9(6) VALUE 0.
        05 WS-HDR-LAYOUT       PIC X(2) VALUE SPACES.
        05 WS-HDR-SITE         PIC X(2) VALUE SPACES.
    01 WS-LAYOUT-TABLE.
        05 WS-LAYT-COUNT       PIC 9(3) VALUE 0.
        05 WS-LAYT-ENTRY OCCURS 100 TIMES INDEXED BY LX.
            10 WS-LAYT-FEED        PIC X(30) VALUE SPACES.
            10 WS-LAYT-VERSION     PIC X(2) VALUE SPACES.
            10 WS-LAYT-RETIRE      PIC 9(8) VALUE 0.
    01 WS-LAYOUT-WORK.
        05 WS-LAYT-EOF         PIC A(1) VALUE ' '.
        05 WS-LAYT-FEED-COUNT  PIC 9(3) VALUE 0.
        05 WS-LAYT-FOUND       PIC A(1) VALUE 'N'.
        05 WS-LAYT-HIT-RETIRE  PIC 9(8) VALUE 0.
        05 WS-LAYT-NEWEST      PIC X(2) VALUE SPACES.
        05 WS-LAYOUT-SHOW      PIC X(4) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-REG-EOF          PIC A(1) VALUE ' '.
    COPY CDATECOM.
    COPY TIMINGCOM.
    COPY ENVCOM.
    COPY SITECOM.
    COPY SUPLCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    PERFORM 950-WRITE-LOG-RTN
    MOVE 'S' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    PERFORM 050-LOAD-LAYOUT-REGISTRY-RTN
    PERFORM 883-GET-SUPPLEMENTAL-RTN
    IF WS-SUPL-ACTIVE = 'Y'
        PERFORM 095-RECEIVE-LATE-FEED-RTN
    ELSE
        PERFORM 889-LOAD-SITE-TABLE-RTN
        PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > WS-SITE-COUNT
            PERFORM 090-RECEIVE-SITE-RTN
        END-PERFORM
    END-IF
    MOVE WS-ENV-HOME-SITE TO WS-ENV-SITE
    IF WS-FAIL-COUNT > 0
        DISPLAY '** ' WS-FAIL-COUNT ' TRANSMITTAL(S) REJECTED - '
            'BATCH NOT RELEASED'
        MOVE 'AocReceiptRegister.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REGISTER
        MOVE 'AocLayoutRegistry.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LAYOUT
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE WS-ENV-PATH TO WS-P-BIZDATE
        MOVE 'AocStepTiming.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TIMING
        MOVE 'AocSites.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SITE-REG
        MOVE 'AocSupplemental.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUPPLEMENTAL.

    050-LOAD-LAYOUT-REGISTRY-RTN.
        MOVE 0 TO WS-LAYT-COUNT
        MOVE SPACES TO WS-LAYT-EOF
        MOVE 'LAYOUT-FILE' TO WS-FILE-ID
        OPEN INPUT LAYOUT-FILE
        IF WS-FILE-STATUS = '35'
            DISPLAY 'NO AocLayoutRegistry ON FILE - UPLOAD LAYOUT '
                'VERSIONS NOT CHECKED'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-LAYT-EOF = 'Y'
                READ LAYOUT-FILE
                AT END MOVE 'Y' TO WS-LAYT-EOF
                NOT AT END
                    IF WS-LAYT-COUNT < 100
                        ADD 1 TO WS-LAYT-COUNT
                        MOVE LAY-FEED TO WS-LAYT-FEED(WS-LAYT-COUNT)
                        MOVE LAY-VERSION
                            TO WS-LAYT-VERSION(WS-LAYT-COUNT)
                        MOVE LAY-RETIRE-DATE
                            TO WS-LAYT-RETIRE(WS-LAYT-COUNT)
                    ELSE
                        DISPLAY '** LAYOUT REGISTRY TABLE FULL - '
                            LAY-FEED ' VERSION ' LAY-VERSION
                            ' NOT LOADED'
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE LAYOUT-FILE
        END-IF.

    090-RECEIVE-SITE-RTN.
        MOVE WS-SITE-T-CODE(STX) TO WS-ENV-SITE
        PERFORM VARYING UX FROM 1 BY 1 UNTIL UX > 7
            PERFORM 100-RECEIVE-ONE-FILE-RTN
        END-PERFORM.

    095-RECEIVE-LATE-FEED-RTN.
        MOVE WS-SUPL-SITE TO WS-ENV-SITE
        DISPLAY 'SUPPLEMENTAL CYCLE ' WS-CYCLE-NO ' - RECEIVING LATE '
            'FEED ' WS-SUPL-FEED ' FOR SITE ' WS-ENV-SITE ' ONLY'
        SET UX TO 1
        SEARCH WS-PAIR-ENTRY
            AT END
                DISPLAY '** LATE FEED ' WS-SUPL-FEED
                    ' IS NOT A REGISTERED TRANSMITTAL'
                ADD 1 TO WS-FAIL-COUNT
            WHEN WS-PAIR-TARGET(UX) = WS-SUPL-FEED
                PERFORM 100-RECEIVE-ONE-FILE-RTN
        END-SEARCH.

    100-RECEIVE-ONE-FILE-RTN.
        MOVE WS-PAIR-UPLOAD(UX) TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-UPLOAD-PATH
        MOVE WS-PAIR-TARGET(UX) TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-TARGET-PATH
        MOVE 'UPLOAD-FILE' TO WS-FILE-ID
        OPEN INPUT UPLOAD-FILE
        IF WS-FILE-STATUS = '35'
            IF WS-SUPL-ACTIVE = 'Y'
                DISPLAY '** NO LATE TRANSMITTAL ' WS-PAIR-UPLOAD(UX)
                    ' ON FILE FOR SITE ' WS-ENV-SITE
                ADD 1 TO WS-FAIL-COUNT
            ELSE
                DISPLAY 'NO TRANSMITTAL FOR ' WS-PAIR-TARGET(UX)
                    ' AT SITE ' WS-ENV-SITE
                    ' - EXISTING INPUT RETAINED'
            END-IF
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM 150-WRITE-REGISTER-RTN
        IF WS-RECEIPT-OK = 'Y'
            ADD 1 TO WS-RECEIVED-COUNT
            IF WS-HDR-LAYOUT = SPACES
                MOVE 'NONE' TO WS-LAYOUT-SHOW
            ELSE
                MOVE WS-HDR-LAYOUT TO WS-LAYOUT-SHOW
            END-IF
            STRING 'TRANSMITTAL ACCEPTED - ' DELIMITED BY SIZE
                WS-ENV-SITE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-PAIR-TARGET(UX) DELIMITED BY SPACE
                ' RECORDS: ' DELIMITED BY SIZE
                WS-PAYLOAD-COUNT DELIMITED BY SIZE
                ' FROM ' DELIMITED BY SIZE
                WS-HDR-SENDER DELIMITED BY SIZE
                ' LAYOUT ' DELIMITED BY SIZE
                WS-LAYOUT-SHOW DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        ELSE
            ADD 1 TO WS-FAIL-COUNT
            MOVE 'E' TO WS-LOG-SEV
            STRING 'TRANSMITTAL REJECTED - ' DELIMITED BY SIZE
                WS-ENV-SITE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-PAIR-UPLOAD(UX) DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
            MOVE UPL-DATA(1:8) TO WS-HDR-SENDER
            MOVE UPL-DATA(9:8) TO WS-HDR-DATE-X
            MOVE UPL-DATA(17:6) TO WS-HDR-EXPECTED-X
            MOVE UPL-DATA(23:2) TO WS-HDR-LAYOUT
            MOVE UPL-DATA(25:2) TO WS-HDR-SITE
            IF WS-HDR-DATE-X NUMERIC
                MOVE WS-HDR-DATE-X TO WS-HDR-DATE
            ELSE
                WS-HDR-EXPECTED ' BUT RECEIVED ' WS-PAYLOAD-COUNT
            MOVE 'N' TO WS-RECEIPT-OK
        END-IF
        IF WS-HAVE-HEADER = 'Y'
            PERFORM 135-CHECK-LAYOUT-RTN
            PERFORM 137-CHECK-SITE-RTN
        END-IF
        IF WS-RECEIPT-OK = 'Y'
            PERFORM 140-CHECK-DUPLICATE-RTN
            IF WS-DUPLICATE = 'Y'
            END-IF
        END-IF.

    135-CHECK-LAYOUT-RTN.
        MOVE 0 TO WS-LAYT-FEED-COUNT
        MOVE 'N' TO WS-LAYT-FOUND
        MOVE 0 TO WS-LAYT-HIT-RETIRE
        MOVE SPACES TO WS-LAYT-NEWEST
        PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > WS-LAYT-COUNT
            IF WS-LAYT-FEED(LX) = WS-PAIR-TARGET(UX)
                ADD 1 TO WS-LAYT-FEED-COUNT
                IF WS-LAYT-RETIRE(LX) = 0
                    OR WS-LAYT-RETIRE(LX) > WS-BIZ-DATE
                    IF WS-LAYT-VERSION(LX) > WS-LAYT-NEWEST
                        MOVE WS-LAYT-VERSION(LX) TO WS-LAYT-NEWEST
                    END-IF
                END-IF
                IF WS-LAYT-VERSION(LX) = WS-HDR-LAYOUT
                    MOVE 'Y' TO WS-LAYT-FOUND
                    MOVE WS-LAYT-RETIRE(LX) TO WS-LAYT-HIT-RETIRE
                END-IF
            END-IF
        END-PERFORM
        IF WS-LAYT-FEED-COUNT > 0 AND WS-HDR-LAYOUT = SPACES
            AND WS-LAYT-NEWEST NOT EQUAL SPACES
            MOVE WS-LAYT-NEWEST TO WS-HDR-LAYOUT
            MOVE 'Y' TO WS-LAYT-FOUND
            MOVE 0 TO WS-LAYT-HIT-RETIRE
            MOVE 'W' TO WS-LOG-SEV
            STRING WS-PAIR-UPLOAD(UX) DELIMITED BY SPACE
                ' HEADER HAS NO LAYOUT VERSION - CURRENT '
                DELIMITED BY SIZE
                WS-HDR-LAYOUT DELIMITED BY SIZE
                ' ASSUMED' DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        EVALUATE TRUE
            WHEN WS-LAYT-FEED-COUNT = 0
                CONTINUE
            WHEN WS-LAYT-FOUND NOT EQUAL 'Y'
                DISPLAY '** ' WS-PAIR-UPLOAD(UX) ' LAYOUT VERSION '
                    WS-HDR-LAYOUT ' IS NOT REGISTERED FOR '
                    WS-PAIR-TARGET(UX)
                MOVE 'W' TO WS-LOG-SEV
                STRING WS-PAIR-UPLOAD(UX) DELIMITED BY SPACE
                    ' LAYOUT VERSION ' DELIMITED BY SIZE
                    WS-HDR-LAYOUT DELIMITED BY SIZE
                    ' UNKNOWN - NOT IN LAYOUT REGISTRY'
                    DELIMITED BY SIZE
                    INTO WS-LOG-MSG
                PERFORM 950-WRITE-LOG-RTN
                MOVE 'N' TO WS-RECEIPT-OK
            WHEN WS-LAYT-HIT-RETIRE > 0
                AND WS-LAYT-HIT-RETIRE NOT > WS-BIZ-DATE
                DISPLAY '** ' WS-PAIR-UPLOAD(UX) ' LAYOUT VERSION '
                    WS-HDR-LAYOUT ' WAS RETIRED ON '
                    WS-LAYT-HIT-RETIRE
                MOVE 'W' TO WS-LOG-SEV
                STRING WS-PAIR-UPLOAD(UX) DELIMITED BY SPACE
                    ' LAYOUT VERSION ' DELIMITED BY SIZE
                    WS-HDR-LAYOUT DELIMITED BY SIZE
                    ' RETIRED ON ' DELIMITED BY SIZE
                    WS-LAYT-HIT-RETIRE DELIMITED BY SIZE
                    INTO WS-LOG-MSG
                PERFORM 950-WRITE-LOG-RTN
                MOVE 'N' TO WS-RECEIPT-OK
        END-EVALUATE.

    137-CHECK-SITE-RTN.
        IF WS-HDR-SITE = SPACES
            MOVE WS-ENV-SITE TO WS-HDR-SITE
        END-IF
        IF WS-HDR-SITE NOT EQUAL WS-ENV-SITE
            DISPLAY '** ' WS-PAIR-UPLOAD(UX) ' HEADER SITE '
                WS-HDR-SITE ' DOES NOT MATCH THE SITE ' WS-ENV-SITE
                ' IT WAS UPLOADED FOR'
            MOVE 'W' TO WS-LOG-SEV
            STRING WS-PAIR-UPLOAD(UX) DELIMITED BY SPACE
                ' HEADER SITE ' DELIMITED BY SIZE
                WS-HDR-SITE DELIMITED BY SIZE
                ' RECEIVED FOR SITE ' DELIMITED BY SIZE
                WS-ENV-SITE DELIMITED BY SIZE
                ' - CROSS-SITE TRANSMITTAL' DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
            MOVE 'N' TO WS-RECEIPT-OK
        END-IF.

    140-CHECK-DUPLICATE-RTN.
        MOVE 'N' TO WS-DUPLICATE
        MOVE SPACES TO WS-REG-EOF
                READ REGISTER-FILE
                AT END MOVE 'Y' TO WS-REG-EOF
                NOT AT END
                    IF REG-SITE = SPACES
                        MOVE WS-ENV-HOME-SITE TO REG-SITE
                    END-IF
                    IF REG-STATUS-ACCEPTED
                        AND REG-SITE = WS-ENV-SITE
                        AND REG-FILE-NAME = WS-PAIR-TARGET(UX)
                        AND REG-SENDER = WS-HDR-SENDER
                        AND REG-BIZ-DATE = WS-HDR-DATE
        MOVE WS-HDR-DATE TO REG-BIZ-DATE
        MOVE WS-PAYLOAD-COUNT TO REG-COUNT
        MOVE WS-CYCLE-NO TO REG-CYCLE
        MOVE WS-HDR-LAYOUT TO REG-LAYOUT-VER
        MOVE WS-ENV-SITE TO REG-SITE
        IF WS-RECEIPT-OK = 'Y'
            MOVE 'A' TO REG-STATUS
        ELSE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        CLOSE UPLOAD-FILE TARGET-FILE REGISTER-FILE LAYOUT-FILE
            LOG-FILE SITE-REG-FILE SUPPLEMENTAL-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY TIMINGRTN.
    COPY ENVRTN.
    COPY SITEVRTN.
    COPY SUPLRTN.
