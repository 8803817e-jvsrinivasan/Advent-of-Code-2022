IDENTIFICATION DIVISION.
PROGRAM-ID. RESULTS-EXTRACT.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT RESULT-FILE ASSIGN TO WS-P-RESULT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RSLT-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SAVED-QUERY-FILE ASSIGN TO WS-P-SAVED-QUERY
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT WORK-FILE ASSIGN TO WS-P-WORK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT EXTRACT-FILE ASSIGN TO WS-P-EXTRACT
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
        SELECT BIZDATE-FILE ASSIGN TO WS-P-BIZDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD RESULT-FILE.
    COPY RSLTREC.
    FD SAVED-QUERY-FILE.
    COPY SQRYREC.
    FD WORK-FILE.
    01 WORK-REC PIC X(132).
    FD EXTRACT-FILE.
    01 EXTRACT-REC PIC X(132).
    FD REPORT-FILE.
    01 REPORT-REC PIC X(132).
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
        05 WS-P-RESULT            PIC X(70) VALUE SPACES.
        05 WS-P-SAVED-QUERY       PIC X(70) VALUE SPACES.
        05 WS-P-WORK              PIC X(70) VALUE SPACES.
        05 WS-P-EXTRACT           PIC X(70) VALUE SPACES.
        05 WS-P-REPORT            PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-FUNCTION         PIC X(1) VALUE SPACES.
            88 WS-FN-RUN          VALUE 'R'.
            88 WS-FN-SAVE         VALUE 'S'.
            88 WS-FN-ADHOC        VALUE 'A'.
            88 WS-FN-DELETE       VALUE 'D'.
            88 WS-FN-LIST         VALUE 'L'.
        05 WS-QRY-OK           PIC A(1) VALUE 'Y'.
        05 WS-QRY-FOUND        PIC A(1) VALUE 'N'.
        05 WS-QRY-LISTED       PIC 9(4) VALUE 0.
        05 WS-SELECTED         PIC A(1) VALUE 'N'.
        05 WS-REC-READ         PIC 9(7) VALUE 0.
        05 WS-REC-SELECTED     PIC 9(7) VALUE 0.
        05 WS-CUR-MONTH        PIC 9(6) VALUE 0.
        05 WS-RUN-TO-DATE      PIC 9(8) VALUE 0.
        05 WS-RUN-TO-CYCLE     PIC 9(6) VALUE 0.
        05 WS-RPT-PTR          PIC 9(3) VALUE 1.
    01 WS-CARD-WORK.
        05 WS-IN-CARD          PIC X(80) VALUE SPACES.
        05 WS-TOK1             PIC X(20) VALUE SPACES.
            88 WS-TOK1-OPERATOR   VALUE 'EQ' 'NE' 'GT' 'GE' 'LT' 'LE'.
        05 WS-TOK1-LEN         PIC 9(2) VALUE 0.
        05 WS-TOK2             PIC X(20) VALUE SPACES.
        05 WS-TOK2-LEN         PIC 9(2) VALUE 0.
        05 WS-FIELD-NAME       PIC X(12) VALUE SPACES.
        05 WS-NUM-TEXT         PIC X(20) VALUE SPACES.
        05 WS-NUM-LEN          PIC 9(2) VALUE 0.
        05 WS-NUM-MAXLEN       PIC 9(2) VALUE 0.
        05 WS-IN-NUM           PIC 9(9) VALUE 0.
        05 WS-IN-OK            PIC A(1) VALUE 'Y'.
        05 WS-FLT-OP           PIC X(2) VALUE SPACES.
        05 WS-FLT-VALUE        PIC 9(9) VALUE 0.
    01 WS-QUERY.
        05 WS-QRY-NAME         PIC X(12) VALUE SPACES.
        05 WS-QRY-PROGRAM      PIC X(20) VALUE SPACES.
        05 WS-QRY-FROM-DATE    PIC 9(8) VALUE 0.
        05 WS-QRY-TO-DATE      PIC 9(8) VALUE 0.
        05 WS-QRY-FROM-CYCLE   PIC 9(6) VALUE 0.
        05 WS-QRY-TO-CYCLE     PIC 9(6) VALUE 0.
        05 WS-QRY-METRIC-OP    PIC X(2) VALUE SPACES.
        05 WS-QRY-METRIC-VALUE PIC 9(9) VALUE 0.
        05 WS-QRY-READ-OP      PIC X(2) VALUE SPACES.
        05 WS-QRY-READ-VALUE   PIC 9(6) VALUE 0.
        05 WS-QRY-REJ-OP       PIC X(2) VALUE SPACES.
        05 WS-QRY-REJ-VALUE    PIC 9(6) VALUE 0.
        05 WS-QRY-RC-OP        PIC X(2) VALUE SPACES.
        05 WS-QRY-RC-VALUE     PIC 9(2) VALUE 0.
        05 WS-QRY-SAVED-DATE   PIC 9(8) VALUE 0.
    01 WS-CMP-FIELDS.
        05 WS-CMP-OP           PIC X(2) VALUE SPACES.
        05 WS-CMP-ACTUAL       PIC 9(9) VALUE 0.
        05 WS-CMP-LIMIT        PIC 9(9) VALUE 0.
        05 WS-CMP-PASS         PIC A(1) VALUE 'Y'.
    01 WS-PGM-TABLE.
        05 WS-PGM-COUNT        PIC 9(2) VALUE 0.
        05 WS-PGM-ENTRY OCCURS 30 TIMES.
            10 WS-PGM-NAME         PIC X(20) VALUE SPACES.
            10 WS-PGM-M-COUNT      PIC 9(7) VALUE 0.
            10 WS-PGM-M-METRIC     PIC 9(12) VALUE 0.
            10 WS-PGM-M-READ       PIC 9(9) VALUE 0.
            10 WS-PGM-M-REJ        PIC 9(9) VALUE 0.
            10 WS-PGM-T-COUNT      PIC 9(7) VALUE 0.
            10 WS-PGM-T-METRIC     PIC 9(12) VALUE 0.
            10 WS-PGM-T-READ       PIC 9(9) VALUE 0.
            10 WS-PGM-T-REJ        PIC 9(9) VALUE 0.
    01 WS-SCAN-WORK.
        05 WS-PX               PIC 9(2) VALUE 0.
        05 WS-PGM-HIT          PIC A(1) VALUE 'N'.
    01 WS-TOTAL-FIELDS.
        05 WS-MON-COUNT        PIC 9(7) VALUE 0.
        05 WS-MON-METRIC       PIC 9(12) VALUE 0.
        05 WS-MON-READ         PIC 9(9) VALUE 0.
        05 WS-MON-REJ          PIC 9(9) VALUE 0.
        05 WS-GRAND-METRIC     PIC 9(12) VALUE 0.
        05 WS-GRAND-READ       PIC 9(9) VALUE 0.
        05 WS-GRAND-REJ        PIC 9(9) VALUE 0.
    01 WS-LINE-FIELDS.
        05 WS-LN-LABEL         PIC X(20) VALUE SPACES.
        05 WS-LN-COUNT         PIC 9(7) VALUE 0.
        05 WS-LN-METRIC        PIC 9(12) VALUE 0.
        05 WS-LN-READ          PIC 9(9) VALUE 0.
        05 WS-LN-REJ           PIC 9(9) VALUE 0.
    01 WS-EDIT-FIELDS.
        05 WS-ED-COUNT         PIC ZZZZZZ9.
        05 WS-ED-METRIC        PIC ZZZZZZZZZZZ9.
        05 WS-ED-READ          PIC ZZZZZZZZ9.
        05 WS-ED-REJ           PIC ZZZZZZZZ9.
        05 WS-ED-RC            PIC Z9.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY CDATECOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'RESULTS-EXTRACT' TO WS-LOG-PGM
    PERFORM 870-GET-BIZ-DATE-RTN
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'RESULTS-EXTRACT RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    DISPLAY 'ENTER FUNCTION - R RUN SAVED QUERY, S SAVE AND RUN, '
        'A AD HOC RUN, D DELETE SAVED QUERY, L LIST SAVED QUERIES: '
    ACCEPT WS-FUNCTION FROM SYSIN
    EVALUATE TRUE
        WHEN WS-FN-RUN
            PERFORM 100-GET-NAME-RTN
            IF WS-QRY-OK = 'Y'
                PERFORM 150-LOAD-QUERY-RTN
                IF WS-QRY-FOUND = 'Y'
                    PERFORM 500-RUN-EXTRACT-RTN
                ELSE
                    DISPLAY '** SAVED QUERY ' WS-QRY-NAME
                        ' NOT ON AocSavedQueries - NO EXTRACT PRODUCED'
                    MOVE 'N' TO WS-QRY-OK
                END-IF
            END-IF
        WHEN WS-FN-SAVE
            PERFORM 100-GET-NAME-RTN
            PERFORM 110-GET-CRITERIA-RTN
            IF WS-QRY-OK = 'Y'
                PERFORM 400-SAVE-QUERY-RTN
                PERFORM 500-RUN-EXTRACT-RTN
            END-IF
        WHEN WS-FN-ADHOC
            MOVE SPACES TO WS-QRY-NAME
            PERFORM 110-GET-CRITERIA-RTN
            IF WS-QRY-OK = 'Y'
                PERFORM 500-RUN-EXTRACT-RTN
            END-IF
        WHEN WS-FN-DELETE
            PERFORM 100-GET-NAME-RTN
            IF WS-QRY-OK = 'Y'
                PERFORM 450-DELETE-QUERY-RTN
            END-IF
        WHEN WS-FN-LIST
            PERFORM 470-LIST-QUERIES-RTN
        WHEN OTHER
            DISPLAY '** INVALID FUNCTION ' WS-FUNCTION
                ' - NO EXTRACT PRODUCED'
            MOVE 'N' TO WS-QRY-OK
    END-EVALUATE
    IF WS-QRY-OK NOT EQUAL 'Y'
        MOVE 'E' TO WS-LOG-SEV
        STRING 'RESULTS-EXTRACT ENDED - FUNCTION ' DELIMITED BY SIZE
            WS-FUNCTION DELIMITED BY SIZE
            ' REJECTED ' DELIMITED BY SIZE
            WS-QRY-NAME DELIMITED BY SPACE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF (WS-FN-RUN OR WS-FN-SAVE OR WS-FN-ADHOC)
        AND WS-REC-SELECTED = 0
        MOVE 'W' TO WS-LOG-SEV
        MOVE 4 TO RETURN-CODE
    END-IF
    STRING 'RESULTS-EXTRACT RUN COMPLETED - FUNCTION ' DELIMITED BY SIZE
        WS-FUNCTION DELIMITED BY SIZE
        ' ' DELIMITED BY SIZE
        WS-QRY-NAME DELIMITED BY SPACE
        ' RECORDS EXTRACTED: ' DELIMITED BY SIZE
        WS-REC-SELECTED DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'AocResults.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RESULT
        MOVE 'AocSavedQueries.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SAVED-QUERY
        MOVE 'AocSavedQueriesWork.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-WORK
        MOVE 'AocResultsExtract.csv' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-EXTRACT
        MOVE 'AocResultsExtractList.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REPORT
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE
        MOVE 'AocBizDate.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BIZDATE.

    100-GET-NAME-RTN.
        DISPLAY 'ENTER SAVED QUERY NAME: '
        MOVE 'QUERY NAME' TO WS-FIELD-NAME
        PERFORM 120-GET-CARD-RTN
        IF WS-TOK1 = SPACES OR WS-TOK1-LEN > 12
            PERFORM 190-BAD-CARD-RTN
        ELSE
            MOVE WS-TOK1 TO WS-QRY-NAME
        END-IF.

    110-GET-CRITERIA-RTN.
        DISPLAY 'ENTER PROGRAM NAME (* OR BLANK FOR ALL PROGRAMS): '
        MOVE 'PROGRAM' TO WS-FIELD-NAME
        PERFORM 120-GET-CARD-RTN
        EVALUATE TRUE
            WHEN WS-TOK1 = SPACES OR WS-TOK1 = '*'
                MOVE SPACES TO WS-QRY-PROGRAM
            WHEN WS-TOK1-LEN > 20
                PERFORM 190-BAD-CARD-RTN
            WHEN OTHER
                MOVE WS-TOK1 TO WS-QRY-PROGRAM
        END-EVALUATE
        DISPLAY 'ENTER FROM BUSINESS DATE YYYYMMDD (0 FOR NO LIMIT): '
        MOVE 'FROM DATE' TO WS-FIELD-NAME
        MOVE 8 TO WS-NUM-MAXLEN
        PERFORM 145-GET-NUMBER-CARD-RTN
        MOVE WS-IN-NUM TO WS-QRY-FROM-DATE
        DISPLAY 'ENTER TO BUSINESS DATE YYYYMMDD (0 FOR NO LIMIT): '
        MOVE 'TO DATE' TO WS-FIELD-NAME
        PERFORM 145-GET-NUMBER-CARD-RTN
        MOVE WS-IN-NUM TO WS-QRY-TO-DATE
        DISPLAY 'ENTER FROM CYCLE (0 FOR NO LIMIT): '
        MOVE 'FROM CYCLE' TO WS-FIELD-NAME
        MOVE 6 TO WS-NUM-MAXLEN
        PERFORM 145-GET-NUMBER-CARD-RTN
        MOVE WS-IN-NUM TO WS-QRY-FROM-CYCLE
        DISPLAY 'ENTER TO CYCLE (0 FOR NO LIMIT): '
        MOVE 'TO CYCLE' TO WS-FIELD-NAME
        PERFORM 145-GET-NUMBER-CARD-RTN
        MOVE WS-IN-NUM TO WS-QRY-TO-CYCLE
        DISPLAY 'FILTERS ARE ENTERED AS EQ, NE, GT, GE, LT OR LE AND '
            'A VALUE - BLANK FOR NO FILTER'
        DISPLAY 'ENTER METRIC FILTER: '
        MOVE 'METRIC' TO WS-FIELD-NAME
        MOVE 9 TO WS-NUM-MAXLEN
        PERFORM 140-GET-FILTER-RTN
        MOVE WS-FLT-OP TO WS-QRY-METRIC-OP
        MOVE WS-FLT-VALUE TO WS-QRY-METRIC-VALUE
        DISPLAY 'ENTER RECORDS READ FILTER: '
        MOVE 'READ' TO WS-FIELD-NAME
        MOVE 6 TO WS-NUM-MAXLEN
        PERFORM 140-GET-FILTER-RTN
        MOVE WS-FLT-OP TO WS-QRY-READ-OP
        MOVE WS-FLT-VALUE TO WS-QRY-READ-VALUE
        DISPLAY 'ENTER RECORDS REJECTED FILTER: '
        MOVE 'REJECTED' TO WS-FIELD-NAME
        PERFORM 140-GET-FILTER-RTN
        MOVE WS-FLT-OP TO WS-QRY-REJ-OP
        MOVE WS-FLT-VALUE TO WS-QRY-REJ-VALUE
        DISPLAY 'ENTER RETURN CODE FILTER: '
        MOVE 'RETURN CODE' TO WS-FIELD-NAME
        MOVE 2 TO WS-NUM-MAXLEN
        PERFORM 140-GET-FILTER-RTN
        MOVE WS-FLT-OP TO WS-QRY-RC-OP
        MOVE WS-FLT-VALUE TO WS-QRY-RC-VALUE
        IF WS-QRY-TO-DATE NOT EQUAL 0
            AND WS-QRY-FROM-DATE > WS-QRY-TO-DATE
            DISPLAY '** FROM DATE ' WS-QRY-FROM-DATE
                ' IS AFTER TO DATE ' WS-QRY-TO-DATE
            MOVE 'N' TO WS-QRY-OK
        END-IF
        IF WS-QRY-TO-CYCLE NOT EQUAL 0
            AND WS-QRY-FROM-CYCLE > WS-QRY-TO-CYCLE
            DISPLAY '** FROM CYCLE ' WS-QRY-FROM-CYCLE
                ' IS AFTER TO CYCLE ' WS-QRY-TO-CYCLE
            MOVE 'N' TO WS-QRY-OK
        END-IF
        IF WS-QRY-OK NOT EQUAL 'Y'
            DISPLAY '** QUERY CRITERIA IN ERROR - NO EXTRACT PRODUCED'
        END-IF.

    120-GET-CARD-RTN.
        MOVE SPACES TO WS-IN-CARD
        MOVE SPACES TO WS-TOK1
        MOVE SPACES TO WS-TOK2
        MOVE 0 TO WS-TOK1-LEN
        MOVE 0 TO WS-TOK2-LEN
        ACCEPT WS-IN-CARD FROM SYSIN
        UNSTRING WS-IN-CARD DELIMITED BY ALL SPACE
            INTO WS-TOK1 COUNT IN WS-TOK1-LEN
                 WS-TOK2 COUNT IN WS-TOK2-LEN.

    130-EDIT-NUMBER-RTN.
        MOVE 'Y' TO WS-IN-OK
        MOVE 0 TO WS-IN-NUM
        EVALUATE TRUE
            WHEN WS-NUM-LEN = 0
                CONTINUE
            WHEN WS-NUM-LEN > WS-NUM-MAXLEN
                MOVE 'N' TO WS-IN-OK
            WHEN WS-NUM-TEXT(1:WS-NUM-LEN) NOT NUMERIC
                MOVE 'N' TO WS-IN-OK
            WHEN OTHER
                MOVE WS-NUM-TEXT(1:WS-NUM-LEN) TO WS-IN-NUM
        END-EVALUATE.

    140-GET-FILTER-RTN.
        PERFORM 120-GET-CARD-RTN
        MOVE SPACES TO WS-FLT-OP
        MOVE 0 TO WS-FLT-VALUE
        EVALUATE TRUE
            WHEN WS-TOK1 = SPACES OR WS-TOK1 = '*'
                CONTINUE
            WHEN NOT WS-TOK1-OPERATOR OR WS-TOK2-LEN = 0
                PERFORM 190-BAD-CARD-RTN
            WHEN OTHER
                MOVE WS-TOK2 TO WS-NUM-TEXT
                MOVE WS-TOK2-LEN TO WS-NUM-LEN
                PERFORM 130-EDIT-NUMBER-RTN
                IF WS-IN-OK = 'Y'
                    MOVE WS-TOK1 TO WS-FLT-OP
                    MOVE WS-IN-NUM TO WS-FLT-VALUE
                ELSE
                    PERFORM 190-BAD-CARD-RTN
                END-IF
        END-EVALUATE.

    145-GET-NUMBER-CARD-RTN.
        PERFORM 120-GET-CARD-RTN
        MOVE WS-TOK1 TO WS-NUM-TEXT
        MOVE WS-TOK1-LEN TO WS-NUM-LEN
        PERFORM 130-EDIT-NUMBER-RTN
        IF WS-IN-OK NOT EQUAL 'Y'
            PERFORM 190-BAD-CARD-RTN
        END-IF.

    150-LOAD-QUERY-RTN.
        MOVE 'N' TO WS-QRY-FOUND
        MOVE SPACES TO WS-EOF
        MOVE 'SAVED-QUERY-FILE' TO WS-FILE-ID
        OPEN INPUT SAVED-QUERY-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y' OR WS-QRY-FOUND = 'Y'
                READ SAVED-QUERY-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF SQ-NAME = WS-QRY-NAME
                        MOVE SAVED-QUERY-REC TO WS-QUERY
                        MOVE 'Y' TO WS-QRY-FOUND
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SAVED-QUERY-FILE
        END-IF.

    190-BAD-CARD-RTN.
        DISPLAY '** INVALID ' WS-FIELD-NAME ' CARD: ' WS-IN-CARD(1:40)
        MOVE 'N' TO WS-QRY-OK.

    200-SWEEP-RESULTS-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'RESULT-FILE' TO WS-FILE-ID
        OPEN INPUT RESULT-FILE
        IF WS-FILE-STATUS = '35'
            DISPLAY '** NO AocResults REPOSITORY ON FILE'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ RESULT-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-REC-READ
                    PERFORM 210-SELECT-ONE-RTN
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE RESULT-FILE
        END-IF.

    210-SELECT-ONE-RTN.
        MOVE 'Y' TO WS-SELECTED
        IF WS-QRY-PROGRAM NOT EQUAL SPACES
            AND RSLT-PROGRAM NOT EQUAL WS-QRY-PROGRAM
            MOVE 'N' TO WS-SELECTED
        END-IF
        IF RSLT-BIZ-DATE < WS-QRY-FROM-DATE
            OR RSLT-BIZ-DATE > WS-RUN-TO-DATE
            MOVE 'N' TO WS-SELECTED
        END-IF
        IF RSLT-CYCLE < WS-QRY-FROM-CYCLE
            OR RSLT-CYCLE > WS-RUN-TO-CYCLE
            MOVE 'N' TO WS-SELECTED
        END-IF
        IF WS-SELECTED = 'Y' AND WS-QRY-METRIC-OP NOT EQUAL SPACES
            MOVE WS-QRY-METRIC-OP TO WS-CMP-OP
            MOVE RSLT-METRIC TO WS-CMP-ACTUAL
            MOVE WS-QRY-METRIC-VALUE TO WS-CMP-LIMIT
            PERFORM 260-COMPARE-RTN
            MOVE WS-CMP-PASS TO WS-SELECTED
        END-IF
        IF WS-SELECTED = 'Y' AND WS-QRY-READ-OP NOT EQUAL SPACES
            MOVE WS-QRY-READ-OP TO WS-CMP-OP
            MOVE RSLT-READ TO WS-CMP-ACTUAL
            MOVE WS-QRY-READ-VALUE TO WS-CMP-LIMIT
            PERFORM 260-COMPARE-RTN
            MOVE WS-CMP-PASS TO WS-SELECTED
        END-IF
        IF WS-SELECTED = 'Y' AND WS-QRY-REJ-OP NOT EQUAL SPACES
            MOVE WS-QRY-REJ-OP TO WS-CMP-OP
            MOVE RSLT-REJECTED TO WS-CMP-ACTUAL
            MOVE WS-QRY-REJ-VALUE TO WS-CMP-LIMIT
            PERFORM 260-COMPARE-RTN
            MOVE WS-CMP-PASS TO WS-SELECTED
        END-IF
        IF WS-SELECTED = 'Y' AND WS-QRY-RC-OP NOT EQUAL SPACES
            MOVE WS-QRY-RC-OP TO WS-CMP-OP
            MOVE RSLT-RETURN-CODE TO WS-CMP-ACTUAL
            MOVE WS-QRY-RC-VALUE TO WS-CMP-LIMIT
            PERFORM 260-COMPARE-RTN
            MOVE WS-CMP-PASS TO WS-SELECTED
        END-IF
        IF WS-SELECTED = 'Y'
            PERFORM 220-EXTRACT-ONE-RTN
        END-IF.

    220-EXTRACT-ONE-RTN.
        IF WS-REC-SELECTED > 0
            AND RSLT-BIZ-DATE(1:6) NOT EQUAL WS-CUR-MONTH
            PERFORM 330-MONTH-BREAK-RTN
            PERFORM 515-WRITE-COLUMN-HEAD-RTN
        END-IF
        MOVE RSLT-BIZ-DATE(1:6) TO WS-CUR-MONTH
        ADD 1 TO WS-REC-SELECTED
        PERFORM 300-WRITE-CSV-RTN
        PERFORM 310-WRITE-DETAIL-RTN
        PERFORM 320-ACCUMULATE-RTN.

    260-COMPARE-RTN.
        MOVE 'N' TO WS-CMP-PASS
        EVALUATE TRUE
            WHEN WS-CMP-OP = 'EQ' AND WS-CMP-ACTUAL = WS-CMP-LIMIT
                MOVE 'Y' TO WS-CMP-PASS
            WHEN WS-CMP-OP = 'NE' AND WS-CMP-ACTUAL NOT = WS-CMP-LIMIT
                MOVE 'Y' TO WS-CMP-PASS
            WHEN WS-CMP-OP = 'GT' AND WS-CMP-ACTUAL > WS-CMP-LIMIT
                MOVE 'Y' TO WS-CMP-PASS
            WHEN WS-CMP-OP = 'GE' AND WS-CMP-ACTUAL NOT < WS-CMP-LIMIT
                MOVE 'Y' TO WS-CMP-PASS
            WHEN WS-CMP-OP = 'LT' AND WS-CMP-ACTUAL < WS-CMP-LIMIT
                MOVE 'Y' TO WS-CMP-PASS
            WHEN WS-CMP-OP = 'LE' AND WS-CMP-ACTUAL NOT > WS-CMP-LIMIT
                MOVE 'Y' TO WS-CMP-PASS
        END-EVALUATE.

    300-WRITE-CSV-RTN.
        MOVE SPACES TO EXTRACT-REC
        STRING RSLT-BIZ-DATE DELIMITED BY SIZE
            ',' DELIMITED BY SIZE
            RSLT-PROGRAM DELIMITED BY SPACE
            ',' DELIMITED BY SIZE
            RSLT-CYCLE DELIMITED BY SIZE
            ',' DELIMITED BY SIZE
            RSLT-SITE DELIMITED BY SPACE
            ',' DELIMITED BY SIZE
            RSLT-METRIC DELIMITED BY SIZE
            ',' DELIMITED BY SIZE
            RSLT-READ DELIMITED BY SIZE
            ',' DELIMITED BY SIZE
            RSLT-REJECTED DELIMITED BY SIZE
            ',' DELIMITED BY SIZE
            RSLT-RETURN-CODE DELIMITED BY SIZE
            INTO EXTRACT-REC
        WRITE EXTRACT-REC.

    310-WRITE-DETAIL-RTN.
        MOVE SPACES TO REPORT-REC
        MOVE RSLT-BIZ-DATE TO REPORT-REC(1:8)
        MOVE RSLT-PROGRAM TO REPORT-REC(11:20)
        MOVE RSLT-CYCLE TO REPORT-REC(33:6)
        MOVE RSLT-SITE TO REPORT-REC(41:2)
        MOVE RSLT-METRIC TO WS-ED-METRIC
        MOVE WS-ED-METRIC TO REPORT-REC(47:12)
        MOVE RSLT-READ TO WS-ED-READ
        MOVE WS-ED-READ TO REPORT-REC(60:9)
        MOVE RSLT-REJECTED TO WS-ED-REJ
        MOVE WS-ED-REJ TO REPORT-REC(70:9)
        MOVE RSLT-RETURN-CODE TO WS-ED-RC
        MOVE WS-ED-RC TO REPORT-REC(80:2)
        WRITE REPORT-REC.

    320-ACCUMULATE-RTN.
        MOVE 'N' TO WS-PGM-HIT
        PERFORM VARYING WS-PX FROM 1 BY 1
            UNTIL WS-PX > WS-PGM-COUNT OR WS-PGM-HIT = 'Y'
            IF WS-PGM-NAME(WS-PX) = RSLT-PROGRAM
                MOVE 'Y' TO WS-PGM-HIT
            END-IF
        END-PERFORM
        IF WS-PGM-HIT = 'Y'
            SUBTRACT 1 FROM WS-PX
        ELSE
            IF WS-PGM-COUNT < 30
                ADD 1 TO WS-PGM-COUNT
                MOVE WS-PGM-COUNT TO WS-PX
                MOVE RSLT-PROGRAM TO WS-PGM-NAME(WS-PX)
            ELSE
                DISPLAY '  ** PROGRAM TABLE FULL - ' RSLT-PROGRAM
                    ' NOT SUBTOTALLED'
                MOVE 0 TO WS-PX
            END-IF
        END-IF
        IF WS-PX > 0
            ADD 1 TO WS-PGM-M-COUNT(WS-PX)
            ADD RSLT-METRIC TO WS-PGM-M-METRIC(WS-PX)
            ADD RSLT-READ TO WS-PGM-M-READ(WS-PX)
            ADD RSLT-REJECTED TO WS-PGM-M-REJ(WS-PX)
            ADD 1 TO WS-PGM-T-COUNT(WS-PX)
            ADD RSLT-METRIC TO WS-PGM-T-METRIC(WS-PX)
            ADD RSLT-READ TO WS-PGM-T-READ(WS-PX)
            ADD RSLT-REJECTED TO WS-PGM-T-REJ(WS-PX)
        END-IF
        ADD 1 TO WS-MON-COUNT
        ADD RSLT-METRIC TO WS-MON-METRIC
        ADD RSLT-READ TO WS-MON-READ
        ADD RSLT-REJECTED TO WS-MON-REJ
        ADD RSLT-METRIC TO WS-GRAND-METRIC
        ADD RSLT-READ TO WS-GRAND-READ
        ADD RSLT-REJECTED TO WS-GRAND-REJ.

    330-MONTH-BREAK-RTN.
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING 'SUBTOTALS FOR MONTH ' DELIMITED BY SIZE
            WS-CUR-MONTH DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        PERFORM 345-WRITE-SUBTOTAL-HEAD-RTN
        PERFORM VARYING WS-PX FROM 1 BY 1 UNTIL WS-PX > WS-PGM-COUNT
            IF WS-PGM-M-COUNT(WS-PX) > 0
                MOVE WS-PGM-NAME(WS-PX) TO WS-LN-LABEL
                MOVE WS-PGM-M-COUNT(WS-PX) TO WS-LN-COUNT
                MOVE WS-PGM-M-METRIC(WS-PX) TO WS-LN-METRIC
                MOVE WS-PGM-M-READ(WS-PX) TO WS-LN-READ
                MOVE WS-PGM-M-REJ(WS-PX) TO WS-LN-REJ
                PERFORM 340-WRITE-TOTAL-LINE-RTN
            END-IF
            MOVE 0 TO WS-PGM-M-COUNT(WS-PX)
            MOVE 0 TO WS-PGM-M-METRIC(WS-PX)
            MOVE 0 TO WS-PGM-M-READ(WS-PX)
            MOVE 0 TO WS-PGM-M-REJ(WS-PX)
        END-PERFORM
        MOVE 'MONTH TOTAL' TO WS-LN-LABEL
        MOVE WS-MON-COUNT TO WS-LN-COUNT
        MOVE WS-MON-METRIC TO WS-LN-METRIC
        MOVE WS-MON-READ TO WS-LN-READ
        MOVE WS-MON-REJ TO WS-LN-REJ
        PERFORM 340-WRITE-TOTAL-LINE-RTN
        MOVE 0 TO WS-MON-COUNT
        MOVE 0 TO WS-MON-METRIC
        MOVE 0 TO WS-MON-READ
        MOVE 0 TO WS-MON-REJ
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC.

    340-WRITE-TOTAL-LINE-RTN.
        MOVE SPACES TO REPORT-REC
        MOVE WS-LN-LABEL TO REPORT-REC(11:20)
        MOVE WS-LN-COUNT TO WS-ED-COUNT
        MOVE WS-ED-COUNT TO REPORT-REC(32:7)
        MOVE WS-LN-METRIC TO WS-ED-METRIC
        MOVE WS-ED-METRIC TO REPORT-REC(47:12)
        MOVE WS-LN-READ TO WS-ED-READ
        MOVE WS-ED-READ TO REPORT-REC(60:9)
        MOVE WS-LN-REJ TO WS-ED-REJ
        MOVE WS-ED-REJ TO REPORT-REC(70:9)
        WRITE REPORT-REC.

    345-WRITE-SUBTOTAL-HEAD-RTN.
        MOVE SPACES TO REPORT-REC
        MOVE 'PROGRAM' TO REPORT-REC(11:7)
        MOVE 'RECORDS' TO REPORT-REC(32:7)
        MOVE 'METRIC' TO REPORT-REC(53:6)
        MOVE 'READ' TO REPORT-REC(65:4)
        MOVE 'REJECTED' TO REPORT-REC(71:8)
        WRITE REPORT-REC.

    350-WRITE-FINAL-TOTALS-RTN.
        IF WS-REC-SELECTED = 0
            MOVE SPACES TO REPORT-REC
            MOVE 'NO RESULT RECORDS MATCH THE QUERY' TO REPORT-REC
            WRITE REPORT-REC
        ELSE
            PERFORM 330-MONTH-BREAK-RTN
            MOVE SPACES TO REPORT-REC
            MOVE 'SUBTOTALS BY PROGRAM - ALL MONTHS' TO REPORT-REC
            WRITE REPORT-REC
            PERFORM 345-WRITE-SUBTOTAL-HEAD-RTN
            PERFORM VARYING WS-PX FROM 1 BY 1
                UNTIL WS-PX > WS-PGM-COUNT
                MOVE WS-PGM-NAME(WS-PX) TO WS-LN-LABEL
                MOVE WS-PGM-T-COUNT(WS-PX) TO WS-LN-COUNT
                MOVE WS-PGM-T-METRIC(WS-PX) TO WS-LN-METRIC
                MOVE WS-PGM-T-READ(WS-PX) TO WS-LN-READ
                MOVE WS-PGM-T-REJ(WS-PX) TO WS-LN-REJ
                PERFORM 340-WRITE-TOTAL-LINE-RTN
            END-PERFORM
            MOVE 'GRAND TOTAL' TO WS-LN-LABEL
            MOVE WS-REC-SELECTED TO WS-LN-COUNT
            MOVE WS-GRAND-METRIC TO WS-LN-METRIC
            MOVE WS-GRAND-READ TO WS-LN-READ
            MOVE WS-GRAND-REJ TO WS-LN-REJ
            PERFORM 340-WRITE-TOTAL-LINE-RTN
        END-IF
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING 'RESULT RECORDS READ: ' DELIMITED BY SIZE
            WS-REC-READ DELIMITED BY SIZE
            '  EXTRACTED: ' DELIMITED BY SIZE
            WS-REC-SELECTED DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC.

    400-SAVE-QUERY-RTN.
        MOVE WS-BIZ-DATE TO WS-QRY-SAVED-DATE
        MOVE 'N' TO WS-QRY-FOUND
        MOVE SPACES TO WS-EOF
        MOVE 'WORK-FILE' TO WS-FILE-ID
        OPEN OUTPUT WORK-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'SAVED-QUERY-FILE' TO WS-FILE-ID
        OPEN INPUT SAVED-QUERY-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ SAVED-QUERY-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF SQ-NAME = WS-QRY-NAME
                        MOVE 'Y' TO WS-QRY-FOUND
                    ELSE
                        MOVE SAVED-QUERY-REC TO WORK-REC
                        WRITE WORK-REC
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SAVED-QUERY-FILE
        END-IF
        MOVE WS-QUERY TO WORK-REC
        WRITE WORK-REC
        CLOSE WORK-FILE
        PERFORM 410-COPY-BACK-RTN
        IF WS-QRY-FOUND = 'Y'
            DISPLAY 'SAVED QUERY ' WS-QRY-NAME ' REPLACED'
            STRING 'SAVED QUERY ' DELIMITED BY SIZE
                WS-QRY-NAME DELIMITED BY SPACE
                ' REPLACED' DELIMITED BY SIZE
                INTO WS-LOG-MSG
        ELSE
            DISPLAY 'SAVED QUERY ' WS-QRY-NAME ' ADDED'
            STRING 'SAVED QUERY ' DELIMITED BY SIZE
                WS-QRY-NAME DELIMITED BY SPACE
                ' ADDED' DELIMITED BY SIZE
                INTO WS-LOG-MSG
        END-IF
        PERFORM 950-WRITE-LOG-RTN.

    410-COPY-BACK-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'WORK-FILE' TO WS-FILE-ID
        OPEN INPUT WORK-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'SAVED-QUERY-FILE' TO WS-FILE-ID
        OPEN OUTPUT SAVED-QUERY-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-EOF = 'Y'
            READ WORK-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                MOVE WORK-REC TO SAVED-QUERY-REC
                WRITE SAVED-QUERY-REC
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE WORK-FILE
        CLOSE SAVED-QUERY-FILE
        OPEN OUTPUT WORK-FILE
        CLOSE WORK-FILE.

    450-DELETE-QUERY-RTN.
        MOVE 'N' TO WS-QRY-FOUND
        MOVE SPACES TO WS-EOF
        MOVE 'SAVED-QUERY-FILE' TO WS-FILE-ID
        OPEN INPUT SAVED-QUERY-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'WORK-FILE' TO WS-FILE-ID
            OPEN OUTPUT WORK-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ SAVED-QUERY-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF SQ-NAME = WS-QRY-NAME
                        MOVE 'Y' TO WS-QRY-FOUND
                    ELSE
                        MOVE SAVED-QUERY-REC TO WORK-REC
                        WRITE WORK-REC
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SAVED-QUERY-FILE
            CLOSE WORK-FILE
        END-IF
        IF WS-QRY-FOUND = 'Y'
            PERFORM 410-COPY-BACK-RTN
            DISPLAY 'SAVED QUERY ' WS-QRY-NAME ' DELETED'
            STRING 'SAVED QUERY ' DELIMITED BY SIZE
                WS-QRY-NAME DELIMITED BY SPACE
                ' DELETED' DELIMITED BY SIZE
                INTO WS-LOG-MSG
            PERFORM 950-WRITE-LOG-RTN
        ELSE
            DISPLAY '** SAVED QUERY ' WS-QRY-NAME ' NOT ON FILE'
            MOVE 'N' TO WS-QRY-OK
        END-IF.

    470-LIST-QUERIES-RTN.
        MOVE SPACES TO WS-EOF
        MOVE 'SAVED-QUERY-FILE' TO WS-FILE-ID
        OPEN INPUT SAVED-QUERY-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            DISPLAY 'NAME          PROGRAM               FROM DATE  '
                'TO DATE    SAVED'
            PERFORM UNTIL WS-EOF = 'Y'
                READ SAVED-QUERY-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    ADD 1 TO WS-QRY-LISTED
                    DISPLAY SQ-NAME '  ' SQ-PROGRAM '  '
                        SQ-FROM-DATE '   ' SQ-TO-DATE '   '
                        SQ-SAVED-DATE
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE SAVED-QUERY-FILE
        END-IF
        DISPLAY 'SAVED QUERIES ON FILE: ' WS-QRY-LISTED.

    500-RUN-EXTRACT-RTN.
        MOVE WS-QRY-TO-DATE TO WS-RUN-TO-DATE
        IF WS-RUN-TO-DATE = 0
            MOVE 99999999 TO WS-RUN-TO-DATE
        END-IF
        MOVE WS-QRY-TO-CYCLE TO WS-RUN-TO-CYCLE
        IF WS-RUN-TO-CYCLE = 0
            MOVE 999999 TO WS-RUN-TO-CYCLE
        END-IF
        MOVE 'EXTRACT-FILE' TO WS-FILE-ID
        OPEN OUTPUT EXTRACT-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'REPORT-FILE' TO WS-FILE-ID
        OPEN OUTPUT REPORT-FILE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        MOVE 'BIZ_DATE,PROGRAM,CYCLE,SITE,METRIC,READ,REJECTED,RETURN_CODE'
            TO EXTRACT-REC
        WRITE EXTRACT-REC
        PERFORM 510-WRITE-HEADING-RTN
        PERFORM 200-SWEEP-RESULTS-RTN
        PERFORM 350-WRITE-FINAL-TOTALS-RTN
        CLOSE EXTRACT-FILE
        CLOSE REPORT-FILE
        DISPLAY 'RESULT RECORDS READ: ' WS-REC-READ
        DISPLAY 'RESULT RECORDS EXTRACTED: ' WS-REC-SELECTED
        IF WS-REC-SELECTED = 0
            DISPLAY '** NO RESULT RECORDS MATCH THE QUERY'
        END-IF.

    510-WRITE-HEADING-RTN.
        MOVE SPACES TO REPORT-REC
        STRING 'RESULTS EXTRACT LISTING  ' DELIMITED BY SIZE
            WS-ENV-BANNER DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        IF WS-QRY-NAME = SPACES
            MOVE 'QUERY: (AD HOC)' TO REPORT-REC
        ELSE
            STRING 'QUERY: ' DELIMITED BY SIZE
                WS-QRY-NAME DELIMITED BY SPACE
                INTO REPORT-REC
        END-IF
        IF WS-QRY-PROGRAM = SPACES
            MOVE 'PROGRAM: ALL' TO REPORT-REC(30:12)
        ELSE
            MOVE 'PROGRAM: ' TO REPORT-REC(30:9)
            MOVE WS-QRY-PROGRAM TO REPORT-REC(39:20)
        END-IF
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING 'BUSINESS DATES ' DELIMITED BY SIZE
            WS-QRY-FROM-DATE DELIMITED BY SIZE
            ' TO ' DELIMITED BY SIZE
            WS-RUN-TO-DATE DELIMITED BY SIZE
            '   CYCLES ' DELIMITED BY SIZE
            WS-QRY-FROM-CYCLE DELIMITED BY SIZE
            ' TO ' DELIMITED BY SIZE
            WS-RUN-TO-CYCLE DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        MOVE 1 TO WS-RPT-PTR
        STRING 'FILTERS:' DELIMITED BY SIZE
            INTO REPORT-REC WITH POINTER WS-RPT-PTR
        IF WS-QRY-METRIC-OP NOT EQUAL SPACES
            STRING ' METRIC ' DELIMITED BY SIZE
                WS-QRY-METRIC-OP DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-QRY-METRIC-VALUE DELIMITED BY SIZE
                INTO REPORT-REC WITH POINTER WS-RPT-PTR
        END-IF
        IF WS-QRY-READ-OP NOT EQUAL SPACES
            STRING ' READ ' DELIMITED BY SIZE
                WS-QRY-READ-OP DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-QRY-READ-VALUE DELIMITED BY SIZE
                INTO REPORT-REC WITH POINTER WS-RPT-PTR
        END-IF
        IF WS-QRY-REJ-OP NOT EQUAL SPACES
            STRING ' REJECTED ' DELIMITED BY SIZE
                WS-QRY-REJ-OP DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-QRY-REJ-VALUE DELIMITED BY SIZE
                INTO REPORT-REC WITH POINTER WS-RPT-PTR
        END-IF
        IF WS-QRY-RC-OP NOT EQUAL SPACES
            STRING ' RETURN CODE ' DELIMITED BY SIZE
                WS-QRY-RC-OP DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-QRY-RC-VALUE DELIMITED BY SIZE
                INTO REPORT-REC WITH POINTER WS-RPT-PTR
        END-IF
        IF WS-RPT-PTR = 9
            STRING ' NONE' DELIMITED BY SIZE
                INTO REPORT-REC WITH POINTER WS-RPT-PTR
        END-IF
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        PERFORM 515-WRITE-COLUMN-HEAD-RTN.

    515-WRITE-COLUMN-HEAD-RTN.
        MOVE SPACES TO REPORT-REC
        MOVE 'BIZ DATE' TO REPORT-REC(1:8)
        MOVE 'PROGRAM' TO REPORT-REC(11:7)
        MOVE 'CYCLE' TO REPORT-REC(33:5)
        MOVE 'SITE' TO REPORT-REC(41:4)
        MOVE 'METRIC' TO REPORT-REC(53:6)
        MOVE 'READ' TO REPORT-REC(65:4)
        MOVE 'REJECTED' TO REPORT-REC(71:8)
        MOVE 'RC' TO REPORT-REC(80:2)
        WRITE REPORT-REC.

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
        MOVE WS-ABEND-STAMP TO EXTRACT-REC
        WRITE EXTRACT-REC
        CLOSE RESULT-FILE SAVED-QUERY-FILE WORK-FILE EXTRACT-FILE
            REPORT-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY CDATERTN.
    COPY ENVRTN.
