        05 FILLER PIC X(24) VALUE 'LOG-MAINTENANCE'.
        05 FILLER PIC X(24) VALUE 'CORRECTION-JRNL-RPT'.
        05 FILLER PIC X(24) VALUE 'SUSPENSE-MAINTENANCE'.
        05 FILLER PIC X(24) VALUE 'CALORIE-FORECAST'.
        05 FILLER PIC X(24) VALUE 'PROVISION-REQN'.
    01 WS-UTIL-TABLE REDEFINES WS-UTIL-TABLE-INIT.
        05 WS-UTIL-NAME PIC X(24) OCCURS 7 TIMES.
    01 WS-UTIL-LEN PIC 9(2) OCCURS 7 TIMES VALUE 0.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    MOVE 'WEEKLY-SUMMARY' TO WS-LOG-PGM
    MOVE FUNCTION CURRENT-DATE TO WS-NOW-STAMP
    MOVE WS-NOW-STAMP(1:8) TO WS-TODAY-SYS
    PERFORM VARYING WS-UX FROM 1 BY 1 UNTIL WS-UX > 7
        COMPUTE WS-UTIL-LEN(WS-UX) = FUNCTION LENGTH(
            FUNCTION TRIM(WS-UTIL-NAME(WS-UX)))
    END-PERFORM
        ELSE
            MOVE 'N' TO WS-UTIL-HIT
            PERFORM VARYING WS-UX FROM 1 BY 1
                UNTIL WS-UX > 7 OR WS-UTIL-HIT = 'Y'
                MOVE 0 TO WS-TALLY
                INSPECT LOG-IN-REC TALLYING WS-TALLY
                    FOR ALL WS-UTIL-NAME(WS-UX)
