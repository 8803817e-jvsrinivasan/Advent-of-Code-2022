        SELECT CHK-FILE ASSIGN TO WS-CHK-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SITE-FILE ASSIGN TO WS-P-SITE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    FILE SECTION.
    FD CHK-FILE.
    01 CHK-REC PIC X(250).
    FD SITE-FILE.
    01 SITE-CTL-REC PIC X(32).
    FD ENV-FILE.
    COPY ENVREC.

    WORKING-STORAGE SECTION.
    01 WS-CHK-PATH        PIC X(70).
    01 WS-P-SITE          PIC X(70) VALUE SPACES.
    01 WS-CHK-TABLE-INIT.
        05 FILLER PIC X(40) VALUE
            'Dec1Input.txt                        029'.
        05 FILLER PIC X(40) VALUE
            'Dec2Input.txt                        060'.
        05 FILLER PIC X(40) VALUE
            'Dec3Input.txt                        105'.
        05 FILLER PIC X(40) VALUE
            'Dec4Input.txt                        040'.
        05 FILLER PIC X(40) VALUE
            'Dec7Input.txt                        080'.
        05 FILLER PIC X(40) VALUE
            'Dec8Input.txt                        250'.
    01 WS-CHK-TABLE REDEFINES WS-CHK-TABLE-INIT.
        05 WS-CHK-ENTRY OCCURS 6 TIMES INDEXED BY CKX.
            10 WS-CHK-ENTRY-NAME    PIC X(37).
            10 WS-CHK-ENTRY-MAXLEN  PIC 9(3).
    01 WS-WORK.
        05 WS-FILE-EMPTY        PIC A(1) VALUE 'N'.
    COPY FSTATCOM.
    COPY ENVCOM.
    COPY SITECOM.
PROCEDURE DIVISION.
    PERFORM 805-LOAD-ENV-RTN
    MOVE 'AocSite.txt' TO WS-ENV-FILE-NAME
    PERFORM 806-BUILD-ENV-PATH-RTN
    MOVE WS-ENV-PATH TO WS-P-SITE
    PERFORM 887-GET-SITE-RTN
    DISPLAY 'INTAKE VALIDATION FOR SITE ' WS-ENV-SITE ' '
        WS-SITE-NAME
    PERFORM VARYING CKX FROM 1 BY 1 UNTIL CKX > 6
        PERFORM 100-CHECK-ONE-FILE-RTN
    END-PERFORM
    IF WS-FAIL-COUNT > 0
            ' FILE(S) -- SUITE WILL NOT RUN'
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY 'INTAKE VALIDATION PASSED FOR ALL 6 INPUT FILES'
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

    100-CHECK-ONE-FILE-RTN.
        MOVE WS-CHK-ENTRY-NAME(CKX) TO WS-ENV-FILE-NAME
        PERFORM 807-BUILD-SITE-PATH-RTN
        MOVE WS-ENV-PATH TO WS-CHK-PATH
        MOVE WS-CHK-PATH TO WS-FILE-ID
        MOVE 'N' TO WS-FILE-EMPTY
            CLOSE CHK-FILE
        END-IF.
    COPY ENVRTN.
    COPY SITERTN.
