        SELECT OPERATOR-FILE ASSIGN TO WS-P-OPERATOR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SECURITY-LOG-FILE ASSIGN TO WS-P-SECURITY-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PARM-FILE ASSIGN TO WS-P-PARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LOG-FILE ASSIGN TO WS-P-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        ASSIGN TO WS-P-MAINT-LOCK
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT XREF-FILE ASSIGN TO WS-P-XREF
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ELF-ROSTER-FILE ASSIGN TO WS-P-ELF-ROSTER
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT SITE-REG-FILE ASSIGN TO WS-P-SITE-REG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD REG-FILE.
    COPY REGREC.
    FD OPERATOR-FILE.
    COPY OPERREC.
    FD SECURITY-LOG-FILE.
    COPY SECLREC.
    FD PARM-FILE.
    01 PARM-REC PIC X(80).
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD CYCLE-FILE.
    COPY LOCKREC.
    FD MAINT-LOCK-FILE.
    COPY MLOCKREC.
    FD XREF-FILE.
    COPY PXREFREC.
    FD ELF-ROSTER-FILE.
    COPY ROSTREC.
    FD SITE-REG-FILE.
    COPY SITEREC.

    FD ENV-FILE.
    COPY ENVREC.
    01 WS-ENV-PATHS.
        05 WS-P-REG               PIC X(70) VALUE SPACES.
        05 WS-P-OPERATOR          PIC X(70) VALUE SPACES.
        05 WS-P-SECURITY-LOG      PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-SUITE-LOCK        PIC X(70) VALUE SPACES.
        05 WS-P-MAINT-LOCK        PIC X(70) VALUE SPACES.
        05 WS-P-XREF              PIC X(70) VALUE SPACES.
        05 WS-P-ELF-ROSTER        PIC X(70) VALUE SPACES.
        05 WS-P-SITE-REG          PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-CHOICE           PIC 9(1) VALUE 0.
        05 WS-DONE             PIC A(1) VALUE 'N'.
        05 WS-IN-ID            PIC X(4) VALUE SPACES.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-LIST-COUNT       PIC 9(4) VALUE 0.
        05 WS-IN-DIV           PIC X(1) VALUE ' '.
        05 WS-DIV-COUNT        PIC 9(1) VALUE 1.
        05 WS-DIV-OK           PIC A(1) VALUE 'N'.
        05 WS-IN-ELF           PIC 9(4) VALUE 0.
        05 WS-ELF-OK           PIC A(1) VALUE 'N'.
        05 WS-ELF-NAME         PIC X(20) VALUE SPACES.
        05 WS-IN-SITE          PIC X(2) VALUE SPACES.
    01 WS-XREF-TABLE.
        05 WS-XREF-EOF         PIC A(1) VALUE ' '.
        05 WS-XREF-COUNT       PIC 9(4) VALUE 0.
        05 WS-XREF-ENTRY OCCURS 1000 TIMES INDEXED BY XRX.
            10 WS-XREF-PLAYER      PIC X(4) VALUE SPACES.
            10 WS-XREF-ELF         PIC 9(4) VALUE 0.
            10 WS-XREF-OPER        PIC X(8) VALUE SPACES.
        05 WS-XREF-HIT         PIC 9(4) VALUE 0.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY LOGCOM.
    COPY SIGNONCOM.
    COPY LOCKCOM.
    COPY PARMCOM.
    COPY ENVCOM.
    COPY SITECOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
        STOP RUN
    END-IF
    PERFORM 050-OPEN-MASTER-RTN
    PERFORM 060-LOAD-DIVISION-PARM-RTN
    PERFORM UNTIL WS-DONE = 'Y'
        DISPLAY 'REGISTRATION MAINTENANCE - MATCH AND PLAYER IDS'
        DISPLAY '  1 = ADD REGISTRATION'
        DISPLAY '  2 = DEACTIVATE REGISTRATION'
        DISPLAY '  3 = LIST REGISTRATIONS'
        DISPLAY '  4 = CHANGE PLAYER DIVISION'
        DISPLAY '  5 = LINK PLAYER TO ELF NUMBER'
        DISPLAY '  6 = CHANGE REGISTRATION SITE'
        DISPLAY '  0 = FINISH'
        DISPLAY 'ENTER CHOICE: '
        ACCEPT WS-CHOICE FROM CONSOLE
                PERFORM 200-DEACTIVATE-RTN
            WHEN 3
                PERFORM 300-LIST-RTN
            WHEN 4
                PERFORM 400-CHANGE-DIVISION-RTN
            WHEN 5
                PERFORM 500-LINK-ELF-RTN
            WHEN 6
                PERFORM 600-CHANGE-SITE-RTN
            WHEN 0
                MOVE 'Y' TO WS-DONE
            WHEN OTHER
        MOVE 'AocOperMaster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-OPERATOR
        MOVE 'AocSecurityLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SECURITY-LOG
        MOVE 'AocParms.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PARM
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE WS-ENV-PATH TO WS-P-SUITE-LOCK
        MOVE 'AocMaintLock.Registration.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MAINT-LOCK
        MOVE 'Dec2PlayerElfXref.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-XREF
        MOVE 'Dec1ElfRoster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ELF-ROSTER
        MOVE 'AocSites.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-SITE-REG.

    050-OPEN-MASTER-RTN.
        MOVE 'REG-FILE' TO WS-FILE-ID
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN.

    060-LOAD-DIVISION-PARM-RTN.
        MOVE 'LOG-FILE' TO WS-FILE-ID
        OPEN EXTEND LOG-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT LOG-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM 820-LOAD-PARMS-RTN
        MOVE 'RPS-DIVISION-COUNT' TO WS-PARM-REQ-KEY
        MOVE '1' TO WS-PARM-DEFAULT
        PERFORM 840-GET-NUMERIC-PARM-RTN
        IF WS-PARM-NUM < 1 OR WS-PARM-NUM > 9
            DISPLAY '** RPS-DIVISION-COUNT MUST BE 1 TO 9 - DEFAULT OF '
                '1 APPLIED'
            MOVE 1 TO WS-PARM-NUM
        END-IF
        MOVE WS-PARM-NUM TO WS-DIV-COUNT
        CLOSE LOG-FILE.

    110-GET-TYPE-AND-ID-RTN.
        DISPLAY 'ENTER TYPE (M = MATCH, P = PLAYER): '
        ACCEPT WS-IN-TYPE FROM CONSOLE
        ACCEPT WS-IN-ID FROM CONSOLE.

    100-ADD-RTN.
        MOVE 'N' TO WS-DIV-OK
        PERFORM 110-GET-TYPE-AND-ID-RTN
        IF (WS-IN-TYPE NOT EQUAL 'M' AND WS-IN-TYPE NOT EQUAL 'P')
            OR WS-IN-ID = SPACES
            MOVE WS-IN-TYPE TO REG-TYPE
            MOVE WS-IN-ID TO REG-ID
            MOVE 'A' TO REG-STATUS
            MOVE '0' TO REG-DIVISION
            MOVE 'Y' TO WS-DIV-OK
            IF WS-IN-TYPE = 'P'
                PERFORM 120-GET-DIVISION-RTN
                MOVE WS-IN-DIV TO REG-DIVISION
            END-IF
            IF WS-DIV-OK = 'Y'
                PERFORM 130-GET-SITE-RTN
                MOVE WS-IN-SITE TO REG-SITE
            END-IF
        END-IF
        IF WS-DIV-OK = 'Y'
            WRITE REG-REC
                INVALID KEY
                    MOVE 'A' TO REG-STATUS
            END-WRITE
        END-IF.

    120-GET-DIVISION-RTN.
        DISPLAY 'ENTER DIVISION (1 = TOP, BLANK = ' WS-DIV-COUNT
            '): '
        MOVE SPACE TO WS-IN-DIV
        ACCEPT WS-IN-DIV FROM CONSOLE
        IF WS-IN-DIV = SPACE
            MOVE WS-DIV-COUNT TO WS-IN-DIV
        END-IF
        IF WS-IN-DIV < '1' OR WS-IN-DIV > '9'
            OR WS-IN-DIV > WS-DIV-COUNT
            DISPLAY '** DIVISION MUST BE 1 TO ' WS-DIV-COUNT
            MOVE 'N' TO WS-DIV-OK
        ELSE
            MOVE 'Y' TO WS-DIV-OK
        END-IF.

    130-GET-SITE-RTN.
        DISPLAY 'ENTER SITE CODE (BLANK = ' WS-ENV-HOME-SITE '): '
        MOVE SPACES TO WS-IN-SITE
        ACCEPT WS-IN-SITE FROM CONSOLE
        MOVE WS-IN-SITE TO WS-SITE-CHECK
        PERFORM 888-CHECK-SITE-RTN
        IF WS-SITE-VALID = 'Y'
            MOVE WS-SITE-CHECK TO WS-IN-SITE
        ELSE
            DISPLAY '** SITE ' WS-IN-SITE
                ' IS NOT AN ACTIVE SITE ON AocSites'
            MOVE 'N' TO WS-DIV-OK
        END-IF.

    200-DEACTIVATE-RTN.
        PERFORM 110-GET-TYPE-AND-ID-RTN
        MOVE WS-IN-TYPE TO REG-TYPE
        END-READ.

    300-LIST-RTN.
        PERFORM 510-LOAD-XREF-RTN
        MOVE 0 TO WS-LIST-COUNT
        MOVE SPACES TO WS-EOF
        MOVE LOW-VALUES TO REG-KEY
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                ADD 1 TO WS-LIST-COUNT
                IF REG-TYPE = 'P'
                    MOVE REG-ID TO WS-IN-ID
                    PERFORM 520-FIND-XREF-RTN
                    IF WS-XREF-HIT > 0
                        DISPLAY '  ' REG-TYPE ' ' REG-ID ' ' REG-STATUS
                            '  SITE ' REG-SITE
                            '  DIVISION ' REG-DIVISION
                            '  ELF ' WS-XREF-ELF(WS-XREF-HIT)
                    ELSE
                        DISPLAY '  ' REG-TYPE ' ' REG-ID ' ' REG-STATUS
                            '  SITE ' REG-SITE
                            '  DIVISION ' REG-DIVISION
                    END-IF
                ELSE
                    DISPLAY '  ' REG-TYPE ' ' REG-ID ' ' REG-STATUS
                        '  SITE ' REG-SITE
                END-IF
            END-READ
        END-PERFORM
        DISPLAY '  REGISTRATIONS ON FILE: ' WS-LIST-COUNT.

    400-CHANGE-DIVISION-RTN.
        DISPLAY 'ENTER FOUR-CHARACTER PLAYER ID: '
        ACCEPT WS-IN-ID FROM CONSOLE
        MOVE 'P' TO REG-TYPE
        MOVE WS-IN-ID TO REG-ID
        READ REG-FILE
            INVALID KEY
                DISPLAY '** NO SUCH PLAYER REGISTRATION: ' WS-IN-ID
            NOT INVALID KEY
                DISPLAY '  CURRENT DIVISION: ' REG-DIVISION
                PERFORM 120-GET-DIVISION-RTN
                IF WS-DIV-OK = 'Y'
                    MOVE WS-IN-DIV TO REG-DIVISION
                    REWRITE REG-REC
                        INVALID KEY
                            DISPLAY '** DIVISION CHANGE FAILED'
                    END-REWRITE
                    DISPLAY '  DIVISION CHANGED.'
                END-IF
        END-READ.

    500-LINK-ELF-RTN.
        DISPLAY 'ENTER FOUR-CHARACTER PLAYER ID: '
        ACCEPT WS-IN-ID FROM CONSOLE
        MOVE 'P' TO REG-TYPE
        MOVE WS-IN-ID TO REG-ID
        READ REG-FILE
            INVALID KEY
                DISPLAY '** NO SUCH PLAYER REGISTRATION: ' WS-IN-ID
            NOT INVALID KEY
                PERFORM 510-LOAD-XREF-RTN
                PERFORM 520-FIND-XREF-RTN
                IF WS-XREF-HIT > 0
                    DISPLAY '  CURRENTLY LINKED TO ELF '
                        WS-XREF-ELF(WS-XREF-HIT)
                ELSE
                    DISPLAY '  NOT LINKED TO AN ELF (UNAFFILIATED)'
                END-IF
                DISPLAY 'ENTER ELF NUMBER (0000 = REMOVE LINK): '
                MOVE 0 TO WS-IN-ELF
                ACCEPT WS-IN-ELF FROM CONSOLE
                IF WS-IN-ELF = 0
                    PERFORM 540-UNLINK-ELF-RTN
                ELSE
                    PERFORM 530-CHECK-ELF-RTN
                    IF WS-ELF-OK = 'Y'
                        PERFORM 550-STORE-LINK-RTN
                    END-IF
                END-IF
        END-READ.

    510-LOAD-XREF-RTN.
        MOVE 0 TO WS-XREF-COUNT
        MOVE SPACES TO WS-XREF-EOF
        MOVE 'XREF-FILE' TO WS-FILE-ID
        OPEN INPUT XREF-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-XREF-EOF = 'Y'
                READ XREF-FILE
                AT END MOVE 'Y' TO WS-XREF-EOF
                NOT AT END
                    IF WS-XREF-COUNT < 1000
                        ADD 1 TO WS-XREF-COUNT
                        SET XRX TO WS-XREF-COUNT
                        MOVE PXR-PLAYER-ID TO WS-XREF-PLAYER(XRX)
                        MOVE PXR-ELF-NO TO WS-XREF-ELF(XRX)
                        MOVE PXR-OPERATOR TO WS-XREF-OPER(XRX)
                    ELSE
                        DISPLAY '** CROSS-REFERENCE TABLE FULL - PLAYER '
                            PXR-PLAYER-ID ' NOT LOADED'
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE XREF-FILE
        END-IF.

    520-FIND-XREF-RTN.
        MOVE 0 TO WS-XREF-HIT
        SET XRX TO 1
        SEARCH WS-XREF-ENTRY
            AT END
                CONTINUE
            WHEN XRX > WS-XREF-COUNT
                CONTINUE
            WHEN WS-XREF-PLAYER(XRX) = WS-IN-ID
                SET WS-XREF-HIT TO XRX
        END-SEARCH.

    530-CHECK-ELF-RTN.
        MOVE 'N' TO WS-ELF-OK
        MOVE SPACES TO WS-ELF-NAME
        MOVE SPACES TO WS-EOF
        MOVE 'ELF-ROSTER-FILE' TO WS-FILE-ID
        OPEN INPUT ELF-ROSTER-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            MOVE 'Y' TO WS-ELF-OK
            DISPLAY '  NO ELF ROSTER ON FILE - ELF NUMBER NOT CHECKED'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ ELF-ROSTER-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF ROST-ELF-NO = WS-IN-ELF
                        MOVE 'Y' TO WS-ELF-OK
                        MOVE ROST-NAME TO WS-ELF-NAME
                        MOVE 'Y' TO WS-EOF
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ELF-ROSTER-FILE
            IF WS-ELF-OK = 'Y'
                DISPLAY '  ELF ' WS-IN-ELF ' ' WS-ELF-NAME
            ELSE
                DISPLAY '** ELF ' WS-IN-ELF ' IS NOT ON THE ELF ROSTER'
            END-IF
        END-IF.

    540-UNLINK-ELF-RTN.
        IF WS-XREF-HIT = 0
            DISPLAY '  NO LINK TO REMOVE.'
        ELSE
            MOVE 'XREF-FILE' TO WS-FILE-ID
            OPEN OUTPUT XREF-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM VARYING XRX FROM 1 BY 1 UNTIL XRX > WS-XREF-COUNT
                IF XRX NOT EQUAL WS-XREF-HIT
                    PERFORM 560-WRITE-XREF-RTN
                END-IF
            END-PERFORM
            CLOSE XREF-FILE
            DISPLAY '  ELF LINK REMOVED.'
            PERFORM 570-LOG-LINK-RTN
        END-IF.

    550-STORE-LINK-RTN.
        IF WS-XREF-HIT = 0
            IF WS-XREF-COUNT < 1000
                ADD 1 TO WS-XREF-COUNT
                MOVE WS-XREF-COUNT TO WS-XREF-HIT
            ELSE
                DISPLAY '** CROSS-REFERENCE TABLE FULL - LINK NOT ADDED'
            END-IF
        END-IF
        IF WS-XREF-HIT > 0
            MOVE WS-IN-ID TO WS-XREF-PLAYER(WS-XREF-HIT)
            MOVE WS-IN-ELF TO WS-XREF-ELF(WS-XREF-HIT)
            MOVE WS-OPERATOR-ID TO WS-XREF-OPER(WS-XREF-HIT)
            MOVE 'XREF-FILE' TO WS-FILE-ID
            OPEN OUTPUT XREF-FILE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM VARYING XRX FROM 1 BY 1 UNTIL XRX > WS-XREF-COUNT
                PERFORM 560-WRITE-XREF-RTN
            END-PERFORM
            CLOSE XREF-FILE
            DISPLAY '  PLAYER ' WS-IN-ID ' LINKED TO ELF ' WS-IN-ELF
            PERFORM 570-LOG-LINK-RTN
        END-IF.

    560-WRITE-XREF-RTN.
        MOVE WS-XREF-PLAYER(XRX) TO PXR-PLAYER-ID
        MOVE WS-XREF-ELF(XRX) TO PXR-ELF-NO
        MOVE WS-XREF-OPER(XRX) TO PXR-OPERATOR
        WRITE PLAYER-XREF-REC.

    570-LOG-LINK-RTN.
        MOVE 'LOG-FILE' TO WS-FILE-ID
        OPEN EXTEND LOG-FILE
        IF WS-FILE-STATUS = '35'
            OPEN OUTPUT LOG-FILE
        END-IF
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        STRING 'PLAYER ' DELIMITED BY SIZE
            WS-IN-ID DELIMITED BY SIZE
            ' ELF LINK SET TO ' DELIMITED BY SIZE
            WS-IN-ELF DELIMITED BY SIZE
            ' BY ' DELIMITED BY SIZE
            WS-OPERATOR-ID DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE.

    600-CHANGE-SITE-RTN.
        PERFORM 110-GET-TYPE-AND-ID-RTN
        MOVE WS-IN-TYPE TO REG-TYPE
        MOVE WS-IN-ID TO REG-ID
        READ REG-FILE
            INVALID KEY
                DISPLAY '** NO SUCH REGISTRATION: ' WS-IN-TYPE
                    ' ' WS-IN-ID
            NOT INVALID KEY
                IF REG-SITE = SPACES
                    MOVE WS-ENV-HOME-SITE TO REG-SITE
                END-IF
                DISPLAY '  CURRENT SITE: ' REG-SITE
                MOVE 'Y' TO WS-DIV-OK
                PERFORM 130-GET-SITE-RTN
                IF WS-DIV-OK = 'Y'
                    MOVE WS-IN-SITE TO REG-SITE
                    REWRITE REG-REC
                        INVALID KEY
                            DISPLAY '** SITE CHANGE FAILED'
                    END-REWRITE
                    DISPLAY '  SITE CHANGED.'
                END-IF
        END-READ.

    920-ABEND-RTN.
        CLOSE REG-FILE OPERATOR-FILE SECURITY-LOG-FILE PARM-FILE
            LOG-FILE XREF-FILE ELF-ROSTER-FILE SITE-REG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY LOGRTN.
    COPY SIGNONRTN.
    COPY LOCKRTN.
    COPY MLOCKRTN.
    COPY PARMRTN.
    COPY ENVRTN.
    COPY SITEVRTN.
