        SELECT BUNDLE-FILE ASSIGN TO WS-BUNDLE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT GEN-FILE ASSIGN TO WS-GEN-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT MANIFEST-FILE ASSIGN TO WS-P-MANIFEST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT REPRINT-QUEUE-FILE ASSIGN TO WS-P-REPRINT-QUEUE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LOG-FILE ASSIGN TO WS-P-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT BIZDATE-FILE ASSIGN TO WS-P-BIZDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT DELIVERY-FILE ASSIGN TO WS-P-DELIVERY
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT TIMING-FILE ASSIGN TO WS-P-TIMING
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SIGNOFF-FILE ASSIGN TO WS-P-SIGNOFF
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SUPPLEMENTAL-FILE
        ASSIGN TO WS-P-SUPPLEMENTAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD RECIPIENT-FILE.
    COPY RECIPREC.
    FD REPORT-IN-FILE.
    01 REPORT-IN-REC PIC X(132).
    FD BUNDLE-FILE.
    01 BUNDLE-REC PIC X(132).
    FD GEN-FILE.
    01 GEN-REC PIC X(132).
    FD MANIFEST-FILE.
    COPY MANFREC.
    FD REPRINT-QUEUE-FILE.
    COPY RPRQREC.
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).
    FD BIZDATE-FILE.
    01 BIZDATE-REC PIC X(8).
    FD DELIVERY-FILE.
    COPY DLVREC.

    FD TIMING-FILE.
    COPY TIMEREC.
    FD SIGNOFF-FILE.
    COPY SGNOFREC.
    FD SUPPLEMENTAL-FILE.
    COPY SUPLREC.
    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
        05 WS-P-DELIVERY          PIC X(70) VALUE SPACES.
        05 WS-P-MANIFEST          PIC X(70) VALUE SPACES.
        05 WS-P-REPRINT-QUEUE     PIC X(70) VALUE SPACES.
        05 WS-P-SIGNOFF           PIC X(70) VALUE SPACES.
        05 WS-P-SUPPLEMENTAL      PIC X(70) VALUE SPACES.
    01 WS-REPORT-PATH      PIC X(70) VALUE SPACES.
    01 WS-BUNDLE-PATH      PIC X(90) VALUE SPACES.
    01 WS-GEN-PATH         PIC X(70) VALUE SPACES.
    01 WS-REPORT-NAME      PIC X(30) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-COPY-EOF         PIC A(1) VALUE ' '.
        05 WS-COPIED-COUNT     PIC 9(6) VALUE 0.
        05 WS-BUNDLE-PTR       PIC 9(3) VALUE 1.
        05 WS-DIST-COUNT       PIC 9(4) VALUE 0.
        05 WS-FLAG-COUNT       PIC 9(4) VALUE 0.
        05 WS-DLV-STAMP        PIC X(21) VALUE SPACES.
        05 WS-DIST-MODE        PIC X(1) VALUE SPACE.
        05 WS-GEN-COUNT        PIC 9(6) VALUE 0.
        05 WS-GEN-KEPT         PIC A(1) VALUE 'N'.
        05 WS-MAN-EOF          PIC A(1) VALUE ' '.
        05 WS-REPRINT-COUNT    PIC 9(4) VALUE 0.
        05 WS-REPRINT-FAILED   PIC 9(4) VALUE 0.
        05 WS-RP-SENT          PIC 9(4) VALUE 0.
        05 WS-RP-ISSUED        PIC A(1) VALUE 'N'.
    01 WS-KEPT-TABLE.
        05 WS-KEPT-COUNT       PIC 9(2) VALUE 0.
        05 WS-KX               PIC 9(2) VALUE 0.
        05 WS-KEPT-NAME        PIC X(30) OCCURS 10 TIMES.
    01 WS-QUEUE-TABLE.
        05 WS-QUEUE-COUNT      PIC 9(3) VALUE 0.
        05 WS-QX               PIC 9(3) VALUE 0.
        05 WS-QUEUE-FULL       PIC A(1) VALUE 'N'.
        05 WS-QUEUE-ENTRY      PIC X(85) OCCURS 200 TIMES.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY CDATECOM.
    COPY TIMINGCOM.
    COPY SGNOFCOM.
    COPY ENVCOM.
    COPY SUPLCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    PERFORM 950-WRITE-LOG-RTN
    MOVE 'S' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    ACCEPT WS-DIST-MODE FROM SYSIN
    IF WS-DIST-MODE NOT EQUAL 'R'
        MOVE WS-CYCLE-NO TO WS-SGN-REQ-CYCLE
        PERFORM 860-CHECK-SIGNOFF-RTN
        PERFORM 883-GET-SUPPLEMENTAL-RTN
    END-IF
    EVALUATE TRUE
        WHEN WS-DIST-MODE = 'R'
            DISPLAY 'REPRINT RUN - ONLY QUEUED REPRINT REQUESTS ARE ISSUED'
        WHEN NOT WS-SGN-SIGNED
            PERFORM 050-WITHHOLD-CYCLE-RTN
        WHEN OTHER
            MOVE 'RECIPIENT-FILE' TO WS-FILE-ID
            OPEN INPUT RECIPIENT-FILE
            IF WS-FILE-STATUS = '35'
                DISPLAY 'NO AocRecipients CONTROL FILE - NOTHING '
                    'DISTRIBUTED'
                MOVE 'W' TO WS-LOG-SEV
                MOVE 'REPORT-DISTRIBUTION - NO RECIPIENT CONTROL FILE'
                    TO WS-LOG-MSG
                PERFORM 950-WRITE-LOG-RTN
                MOVE '00' TO WS-FILE-STATUS
            ELSE
                PERFORM 900-CHECK-OPEN-STATUS-RTN
                PERFORM UNTIL WS-EOF = 'Y'
                    READ RECIPIENT-FILE
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                    PERFORM 100-DISTRIBUTE-ONE-RTN
                    END-READ
                    PERFORM 910-CHECK-READ-STATUS-RTN
                END-PERFORM
                CLOSE RECIPIENT-FILE
            END-IF
    END-EVALUATE
    PERFORM 200-PROCESS-REPRINTS-RTN
    DISPLAY 'REPORTS DISTRIBUTED: ' WS-DIST-COUNT
        ' RECIPIENTS FLAGGED: ' WS-FLAG-COUNT
        ' REPRINTS ISSUED: ' WS-REPRINT-COUNT
    STRING 'REPORT-DISTRIBUTION RUN COMPLETED - DISTRIBUTED: '
        DELIMITED BY SIZE
        WS-DIST-COUNT DELIMITED BY SIZE
        ' FLAGGED: ' DELIMITED BY SIZE
        WS-FLAG-COUNT DELIMITED BY SIZE
        ' REPRINTS: ' DELIMITED BY SIZE
        WS-REPRINT-COUNT DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    MOVE 'E' TO WS-TIM-EVENT
        MOVE WS-ENV-PATH TO WS-P-BIZDATE
        MOVE 'AocStepTiming.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TIMING
        MOVE 'AocDeliveries.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-DELIVERY
        MOVE 'AocManifest.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MANIFEST
        MOVE 'AocReprintQueue.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REPRINT-QUEUE
        MOVE 'AocSignoff.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SIGNOFF
        MOVE 'AocSupplemental.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SUPPLEMENTAL.

    050-WITHHOLD-CYCLE-RTN.
        MOVE 'W' TO WS-LOG-SEV
        IF WS-SGN-HELD
            DISPLAY '** CYCLE ' WS-CYCLE-NO ' IS HELD BY ' WS-SGN-BY
                ' - ' WS-SGN-REASON
            STRING 'CYCLE ' DELIMITED BY SIZE
                WS-CYCLE-NO DELIMITED BY SIZE
                ' HELD BY ' DELIMITED BY SIZE
                WS-SGN-BY DELIMITED BY SPACE
                ' - DISTRIBUTION WITHHELD' DELIMITED BY SIZE
                INTO WS-LOG-MSG
        ELSE
            DISPLAY '** CYCLE ' WS-CYCLE-NO ' HAS NOT BEEN SIGNED OFF '
                '- RUN CYCLE-SIGNOFF, THEN AOCRLSE'
            STRING 'CYCLE ' DELIMITED BY SIZE
                WS-CYCLE-NO DELIMITED BY SIZE
                ' NOT SIGNED OFF - DISTRIBUTION WITHHELD'
                DELIMITED BY SIZE
                INTO WS-LOG-MSG
        END-IF
        PERFORM 950-WRITE-LOG-RTN
        MOVE 4 TO RETURN-CODE.

    100-DISTRIBUTE-ONE-RTN.
        IF RECIPIENT-REC = SPACES OR RCP-RECIPIENT(1:1) = '*'
                WHEN 'AGING'
                    MOVE 'AocSuspenseAging.txt' TO WS-REPORT-NAME
                    PERFORM 110-COPY-REPORT-RTN
                WHEN 'TEAMS'
                    MOVE 'Dec2TeamStandings.txt' TO WS-REPORT-NAME
                    PERFORM 110-COPY-REPORT-RTN
                WHEN OTHER
                    DISPLAY '** RECIPIENT ' RCP-RECIPIENT
                        ' HAS UNKNOWN REPORT CODE ' RCP-REPORT-CODE
            OPEN OUTPUT BUNDLE-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO BUNDLE-REC
            MOVE 1 TO WS-BUNDLE-PTR
            STRING 'REPORT FOR ' DELIMITED BY SIZE
                RCP-RECIPIENT DELIMITED BY SIZE
                ' - BUSINESS DATE ' DELIMITED BY SIZE
                WS-BIZ-DATE DELIMITED BY SIZE
                ' - CYCLE ' DELIMITED BY SIZE
                WS-CYCLE-NO DELIMITED BY SIZE
                INTO BUNDLE-REC WITH POINTER WS-BUNDLE-PTR
            IF WS-SUPL-ACTIVE = 'Y'
                STRING ' - SUPPLEMENTAL RE-ISSUE FOR LATE FEED '
                    DELIMITED BY SIZE
                    WS-SUPL-FEED DELIMITED BY SPACE
                    INTO BUNDLE-REC WITH POINTER WS-BUNDLE-PTR
            END-IF
            WRITE BUNDLE-REC
            MOVE 0 TO WS-COPIED-COUNT
            MOVE SPACES TO WS-COPY-EOF
            END-PERFORM
            CLOSE REPORT-IN-FILE
            CLOSE BUNDLE-FILE
            PERFORM 120-RECORD-DELIVERY-RTN
            PERFORM 130-KEEP-GENERATION-RTN
            ADD 1 TO WS-DIST-COUNT
            STRING 'DISTRIBUTED ' DELIMITED BY SIZE
                WS-REPORT-NAME DELIMITED BY SIZE
            PERFORM 950-WRITE-LOG-RTN
        END-IF.

    120-RECORD-DELIVERY-RTN.
        MOVE 'DELIVERY-FILE' TO WS-FILE-ID
        OPEN EXTEND DELIVERY-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT DELIVERY-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE FUNCTION CURRENT-DATE TO WS-DLV-STAMP
        MOVE WS-BIZ-DATE TO DLV-BIZ-DATE
        MOVE WS-CYCLE-NO TO DLV-CYCLE
        MOVE RCP-RECIPIENT TO DLV-RECIPIENT
        MOVE RCP-REPORT-CODE TO DLV-REPORT-CODE
        MOVE WS-DLV-STAMP(1:8) TO DLV-DATE
        MOVE WS-DLV-STAMP(9:6) TO DLV-TIME
        MOVE WS-COPIED-COUNT TO DLV-RECORDS
        WRITE DELIVERY-REC
        CLOSE DELIVERY-FILE.

    130-KEEP-GENERATION-RTN.
        MOVE 'N' TO WS-GEN-KEPT
        PERFORM VARYING WS-KX FROM 1 BY 1 UNTIL WS-KX > WS-KEPT-COUNT
            IF WS-KEPT-NAME(WS-KX) = WS-REPORT-NAME
                MOVE 'Y' TO WS-GEN-KEPT
            END-IF
        END-PERFORM
        IF WS-GEN-KEPT = 'N' AND WS-KEPT-COUNT < 10
            ADD 1 TO WS-KEPT-COUNT
            MOVE WS-REPORT-NAME TO WS-KEPT-NAME(WS-KEPT-COUNT)
            MOVE SPACES TO WS-GEN-PATH
            STRING FUNCTION TRIM(WS-ENV-BASE) DELIMITED BY SIZE
                WS-REPORT-NAME DELIMITED BY SPACE
                '.G' DELIMITED BY SIZE
                WS-CYCLE-NO DELIMITED BY SIZE
                INTO WS-GEN-PATH
            MOVE 'REPORT-IN-FILE' TO WS-FILE-ID
            OPEN INPUT REPORT-IN-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'GEN-FILE' TO WS-FILE-ID
            OPEN OUTPUT GEN-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 0 TO WS-GEN-COUNT
            MOVE SPACES TO WS-COPY-EOF
            MOVE 'REPORT-IN-FILE' TO WS-FILE-ID
            PERFORM UNTIL WS-COPY-EOF = 'Y'
                READ REPORT-IN-FILE
                AT END MOVE 'Y' TO WS-COPY-EOF
                NOT AT END
                    ADD 1 TO WS-GEN-COUNT
                    MOVE REPORT-IN-REC TO GEN-REC
                    WRITE GEN-REC
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE REPORT-IN-FILE
            CLOSE GEN-FILE
            PERFORM 135-CHECK-MANIFEST-RTN
            IF WS-GEN-KEPT = 'N'
                MOVE 'MANIFEST-FILE' TO WS-FILE-ID
                OPEN EXTEND MANIFEST-FILE
                IF WS-FILE-STATUS = '35'
                    OPEN OUTPUT MANIFEST-FILE
                END-IF
                PERFORM 900-CHECK-OPEN-STATUS-RTN
                MOVE WS-REPORT-NAME TO MAN-FILE-NAME
                MOVE WS-CYCLE-NO TO MAN-CYCLE
                MOVE WS-BIZ-DATE TO MAN-BIZ-DATE
                MOVE WS-GEN-COUNT TO MAN-COUNT
                MOVE 'A' TO MAN-ACTION
                WRITE MANIFEST-REC
                CLOSE MANIFEST-FILE
            END-IF
            STRING 'GENERATION KEPT - ' DELIMITED BY SIZE
                WS-REPORT-NAME DELIMITED BY SIZE
                ' RECORDS: ' DELIMITED BY SIZE
                WS-GEN-COUNT DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF.

    135-CHECK-MANIFEST-RTN.
        MOVE 'MANIFEST-FILE' TO WS-FILE-ID
        OPEN INPUT MANIFEST-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-MAN-EOF
            PERFORM UNTIL WS-MAN-EOF = 'Y'
                READ MANIFEST-FILE
                AT END MOVE 'Y' TO WS-MAN-EOF
                NOT AT END
                    IF MAN-FILE-NAME = WS-REPORT-NAME
                        AND MAN-CYCLE = WS-CYCLE-NO
                        AND MAN-ACTION-ADDED
                        MOVE 'Y' TO WS-GEN-KEPT
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE MANIFEST-FILE
        END-IF.

    200-PROCESS-REPRINTS-RTN.
        MOVE 0 TO WS-QUEUE-COUNT
        MOVE 'REPRINT-QUEUE-FILE' TO WS-FILE-ID
        OPEN INPUT REPRINT-QUEUE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ REPRINT-QUEUE-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF RPQ-PENDING
                        IF WS-QUEUE-COUNT < 200
                            ADD 1 TO WS-QUEUE-COUNT
                            MOVE REPRINT-QUEUE-REC
                                TO WS-QUEUE-ENTRY(WS-QUEUE-COUNT)
                        ELSE
                            MOVE 'Y' TO WS-QUEUE-FULL
                        END-IF
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE REPRINT-QUEUE-FILE
            IF WS-QUEUE-FULL = 'Y'
                DISPLAY '** AocReprintQueue HOLDS MORE THAN 200 '
                    'PENDING REQUESTS - NO REPRINTS ISSUED'
                MOVE 'E' TO WS-LOG-SEV
                MOVE 'REPRINT QUEUE OVER 200 PENDING - NO REPRINTS ISSUED'
                    TO WS-LOG-MSG
                PERFORM 950-WRITE-LOG-RTN
            ELSE
                PERFORM VARYING WS-QX FROM 1 BY 1
                    UNTIL WS-QX > WS-QUEUE-COUNT
                    MOVE WS-QUEUE-ENTRY(WS-QX) TO REPRINT-QUEUE-REC
                    PERFORM 210-REPRINT-ONE-RTN
                END-PERFORM
                PERFORM 290-REWRITE-QUEUE-RTN
            END-IF
        END-IF.

    210-REPRINT-ONE-RTN.
        MOVE SPACES TO WS-REPORT-PATH
        STRING FUNCTION TRIM(WS-ENV-BASE) DELIMITED BY SIZE
            RPQ-FILE-NAME DELIMITED BY SPACE
            '.G' DELIMITED BY SIZE
            RPQ-CYCLE DELIMITED BY SIZE
            INTO WS-REPORT-PATH
        MOVE 0 TO WS-RP-SENT
        MOVE 'REPORT-IN-FILE' TO WS-FILE-ID
        OPEN INPUT REPORT-IN-FILE
        IF WS-FILE-STATUS NOT EQUAL '00'
            MOVE '00' TO WS-FILE-STATUS
            MOVE 'F' TO RPQ-STATUS
            ADD 1 TO WS-REPRINT-FAILED
            DISPLAY '** REPRINT OF ' RPQ-FILE-NAME ' CYCLE ' RPQ-CYCLE
                ' FAILED - GENERATION NO LONGER ON DISK'
            MOVE 'W' TO WS-LOG-SEV
            STRING 'REPRINT FAILED - GENERATION GONE: '
                DELIMITED BY SIZE
                WS-REPORT-PATH DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        ELSE
            CLOSE REPORT-IN-FILE
            IF RPQ-RECIPIENT NOT EQUAL SPACES
                MOVE RPQ-RECIPIENT TO RCP-RECIPIENT
                PERFORM 220-WRITE-REPRINT-BUNDLE-RTN
            ELSE
                MOVE 'RECIPIENT-FILE' TO WS-FILE-ID
                OPEN INPUT RECIPIENT-FILE
                IF WS-FILE-STATUS = '35'
                    MOVE '00' TO WS-FILE-STATUS
                ELSE
                    PERFORM 900-CHECK-OPEN-STATUS-RTN
                    MOVE SPACES TO WS-EOF
                    PERFORM UNTIL WS-EOF = 'Y'
                        READ RECIPIENT-FILE
                        AT END MOVE 'Y' TO WS-EOF
                        NOT AT END
                            IF RCP-REPORT-CODE = RPQ-REPORT-CODE
                                AND RCP-RECIPIENT(1:1) NOT EQUAL '*'
                                PERFORM 220-WRITE-REPRINT-BUNDLE-RTN
                            END-IF
                        END-READ
                        PERFORM 910-CHECK-READ-STATUS-RTN
                    END-PERFORM
                    CLOSE RECIPIENT-FILE
                END-IF
            END-IF
            IF WS-RP-SENT > 0
                MOVE 'D' TO RPQ-STATUS
                ADD 1 TO WS-REPRINT-COUNT
            ELSE
                MOVE 'F' TO RPQ-STATUS
                ADD 1 TO WS-REPRINT-FAILED
                DISPLAY '** REPRINT OF ' RPQ-REPORT-CODE
                    ' FAILED - NO RECIPIENT IS CONFIGURED FOR IT'
                MOVE 'W' TO WS-LOG-SEV
                STRING 'REPRINT FAILED - NO RECIPIENT FOR '
                    DELIMITED BY SIZE
                    RPQ-REPORT-CODE DELIMITED BY SIZE
                    INTO WS-LOG-MSG
                PERFORM 950-WRITE-LOG-RTN
            END-IF
        END-IF.

    220-WRITE-REPRINT-BUNDLE-RTN.
        MOVE SPACES TO WS-BUNDLE-PATH
        STRING FUNCTION TRIM(WS-ENV-BASE) DELIMITED BY SIZE
            'Dist.' DELIMITED BY SIZE
            RCP-RECIPIENT DELIMITED BY SPACE
            '.Reprint.' DELIMITED BY SIZE
            RPQ-BIZ-DATE DELIMITED BY SIZE
            '.' DELIMITED BY SIZE
            RPQ-FILE-NAME DELIMITED BY SPACE
            INTO WS-BUNDLE-PATH
        MOVE 'REPORT-IN-FILE' TO WS-FILE-ID
        OPEN INPUT REPORT-IN-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'BUNDLE-FILE' TO WS-FILE-ID
        OPEN OUTPUT BUNDLE-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE SPACES TO BUNDLE-REC
        STRING '*** REPRINT *** REQUESTED BY ' DELIMITED BY SIZE
            RPQ-OPERATOR DELIMITED BY SIZE
            ' ON ' DELIMITED BY SIZE
            RPQ-REQ-DATE DELIMITED BY SIZE
            ' - REISSUED ' DELIMITED BY SIZE
            WS-BIZ-DATE DELIMITED BY SIZE
            ' CYCLE ' DELIMITED BY SIZE
            WS-CYCLE-NO DELIMITED BY SIZE
            ' - NOT AN ORIGINAL ISSUE' DELIMITED BY SIZE
            INTO BUNDLE-REC
        WRITE BUNDLE-REC
        MOVE SPACES TO BUNDLE-REC
        STRING 'REPORT FOR ' DELIMITED BY SIZE
            RCP-RECIPIENT DELIMITED BY SIZE
            ' - BUSINESS DATE ' DELIMITED BY SIZE
            RPQ-BIZ-DATE DELIMITED BY SIZE
            ' - CYCLE ' DELIMITED BY SIZE
            RPQ-CYCLE DELIMITED BY SIZE
            INTO BUNDLE-REC
        WRITE BUNDLE-REC
        MOVE 0 TO WS-COPIED-COUNT
        MOVE SPACES TO WS-COPY-EOF
        MOVE 'REPORT-IN-FILE' TO WS-FILE-ID
        PERFORM UNTIL WS-COPY-EOF = 'Y'
            READ REPORT-IN-FILE
            AT END MOVE 'Y' TO WS-COPY-EOF
            NOT AT END
                ADD 1 TO WS-COPIED-COUNT
                MOVE REPORT-IN-REC TO BUNDLE-REC
                WRITE BUNDLE-REC
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE REPORT-IN-FILE
        CLOSE BUNDLE-FILE
        ADD 1 TO WS-RP-SENT
        DISPLAY 'REPRINTED ' RPQ-FILE-NAME ' ' RPQ-BIZ-DATE ' CYCLE '
            RPQ-CYCLE ' TO ' RCP-RECIPIENT
        STRING 'REPRINTED ' DELIMITED BY SIZE
            RPQ-FILE-NAME DELIMITED BY SPACE
            ' ' DELIMITED BY SIZE
            RPQ-BIZ-DATE DELIMITED BY SIZE
            ' CYCLE ' DELIMITED BY SIZE
            RPQ-CYCLE DELIMITED BY SIZE
            ' TO ' DELIMITED BY SIZE
            RCP-RECIPIENT DELIMITED BY SIZE
            ' FOR ' DELIMITED BY SIZE
            RPQ-OPERATOR DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN.

    290-REWRITE-QUEUE-RTN.
        MOVE 'REPRINT-QUEUE-FILE' TO WS-FILE-ID
        OPEN OUTPUT REPRINT-QUEUE-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        CLOSE REPRINT-QUEUE-FILE.

    920-ABEND-RTN.
        IF WS-ABEND-LOG-OK = 'Y'
            AND WS-ABEND-FILE NOT EQUAL 'LOG-FILE'
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        END-IF
        CLOSE RECIPIENT-FILE REPORT-IN-FILE BUNDLE-FILE DELIVERY-FILE
            GEN-FILE MANIFEST-FILE REPRINT-QUEUE-FILE SIGNOFF-FILE
            LOG-FILE SUPPLEMENTAL-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY TIMINGRTN.
    COPY SGNOFRTN.
    COPY ENVRTN.
    COPY SUPLRTN.
