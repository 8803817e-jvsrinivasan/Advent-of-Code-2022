IDENTIFICATION DIVISION.
PROGRAM-ID. ELF-PROFILE.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT MASTER-FILE ASSIGN TO WS-P-MASTER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS MASTER-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ALLOWANCE-FILE ASSIGN TO WS-P-ALLOWANCE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT OWNER-FILE ASSIGN TO WS-P-OWNER
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RKO-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT BADGE-FILE ASSIGN TO WS-P-BADGE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BDG-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ELF-ROSTER-FILE ASSIGN TO WS-P-ELF-ROSTER
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ROSTER-HIST-FILE ASSIGN TO WS-P-ROSTER-HIST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PARM-FILE ASSIGN TO WS-P-PARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT BIZDATE-FILE ASSIGN TO WS-P-BIZDATE
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
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD MASTER-FILE.
    COPY ELFMREC.
    FD ALLOWANCE-FILE.
    COPY ALWREC.
    FD OWNER-FILE.
    COPY RKOWNREC.
    FD BADGE-FILE.
    01 BADGE-REC.
        05 BDG-KEY.
            10 BDG-BIZ-DATE     PIC 9(8).
            10 BDG-GROUP-NO     PIC 9(6).
        05 BDG-MEMBER-LINE-1    PIC 9(6).
        05 BDG-MEMBER-LINE-2    PIC 9(6).
        05 BDG-MEMBER-LINE-3    PIC 9(6).
        05 BDG-BADGE-ITEM       PIC X(1).
    FD ELF-ROSTER-FILE.
    COPY ROSTREC.
    FD ROSTER-HIST-FILE.
    COPY RHISTREC.
    FD PARM-FILE.
    01 PARM-REC PIC X(80).
    FD BIZDATE-FILE.
    01 BIZDATE-REC PIC X(8).
    FD REPORT-FILE.
    01 REPORT-REC PIC X(132).
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).

    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-MASTER            PIC X(70) VALUE SPACES.
        05 WS-P-ALLOWANCE         PIC X(70) VALUE SPACES.
        05 WS-P-OWNER             PIC X(70) VALUE SPACES.
        05 WS-P-BADGE             PIC X(70) VALUE SPACES.
        05 WS-P-ELF-ROSTER        PIC X(70) VALUE SPACES.
        05 WS-P-ROSTER-HIST       PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-REPORT            PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-REQ-ELF          PIC 9(4) VALUE 0.
        05 WS-REQ-DATE         PIC 9(8) VALUE 0.
    01 WS-ELF-FIELDS.
        05 WS-ELF-ON-ROSTER    PIC A(1) VALUE 'N'.
        05 WS-ELF-NAME         PIC X(20) VALUE SPACES.
        05 WS-ELF-DEPT         PIC X(10) VALUE SPACES.
        05 WS-ELF-STATUS       PIC X(1) VALUE SPACES.
    01 WS-CALORIE-FIELDS.
        05 WS-CAL-FOUND        PIC A(1) VALUE 'N'.
        05 WS-CAL-INTAKE       PIC 9(8) VALUE 0.
        05 WS-CAL-BURNED       PIC 9(8) VALUE 0.
        05 WS-CAL-NET          PIC S9(8) VALUE 0.
        05 WS-CAL-RERUNS       PIC 9(2) VALUE 0.
    01 WS-BUDGET-FIELDS.
        05 WS-ALW-EOF          PIC A(1) VALUE ' '.
        05 WS-ALW-FOUND        PIC A(1) VALUE 'N'.
        05 WS-ALW-DAILY        PIC 9(6) VALUE 0.
        05 WS-ALW-EFF          PIC 9(8) VALUE 0.
        05 WS-BUDGET-TOL-PCT   PIC 9(3) VALUE 10.
        05 WS-BUDGET-VARIANCE  PIC S9(8) VALUE 0.
        05 WS-BUDGET-ABS-VAR   PIC 9(8) VALUE 0.
        05 WS-BUDGET-TOL-AMT   PIC 9(8) VALUE 0.
        05 WS-BUDGET-STATUS    PIC X(24) VALUE SPACES.
    01 WS-RUCKSACK-FIELDS.
        05 WS-RKO-EOF          PIC A(1) VALUE ' '.
        05 WS-RK-COUNT         PIC 9(4) VALUE 0.
        05 WS-RK-SCORED        PIC 9(4) VALUE 0.
        05 WS-RK-REJECTED      PIC 9(4) VALUE 0.
        05 WS-RK-VALUE         PIC 9(11)V99 VALUE 0.
        05 WS-RK-VIOLATIONS    PIC 9(6) VALUE 0.
        05 WS-RK-VIOL-LINES    PIC 9(4) VALUE 0.
        05 WS-RK-EXCLUDED      PIC 9(4) VALUE 0.
        05 WS-RK-LINE          PIC 9(6) VALUE 0
            OCCURS 200 TIMES INDEXED BY RLX.
    01 WS-BADGE-FIELDS.
        05 WS-BDG-EOF          PIC A(1) VALUE ' '.
        05 WS-BDG-GROUPS       PIC 9(4) VALUE 0.
        05 WS-BDG-MEMBER       PIC 9(6) VALUE 0.
        05 WS-BDG-HIT          PIC A(1) VALUE 'N'.
        05 WS-BDG-FIRST-GROUP  PIC 9(6) VALUE 0.
        05 WS-BDG-FIRST-ITEM   PIC X(1) VALUE SPACE.
    01 WS-EDIT-FIELDS.
        05 WS-ED-CAL           PIC ZZZZZZZ9.
        05 WS-ED-NET           PIC +ZZZZZZZ9.
        05 WS-ED-ALW           PIC ZZZZZ9.
        05 WS-ED-VAR           PIC +ZZZZZZZ9.
        05 WS-ED-LINE-VALUE    PIC ZZZZZZZZ9.99.
        05 WS-ED-RUN-VALUE     PIC ZZZZZZZZZZ9.99.
        05 WS-ED-COUNT         PIC ZZZ9.
        05 WS-ED-VIOLS         PIC ZZZZZ9.
        05 WS-ED-BADGE-X       PIC X(14) VALUE SPACES.
        05 WS-ED-INTAKE-X      PIC X(8) VALUE SPACES.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY CDATECOM.
    COPY PARMCOM.
    COPY LOGCOM.
    COPY RHISTCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'ELF-PROFILE' TO WS-LOG-PGM
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE.
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'ELF-PROFILE RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    DISPLAY 'ENTER ELF NUMBER: '
    ACCEPT WS-REQ-ELF FROM SYSIN
    DISPLAY 'ENTER BUSINESS DATE YYYYMMDD (0 FOR CURRENT): '
    ACCEPT WS-REQ-DATE FROM SYSIN
    IF WS-REQ-ELF = 0
        DISPLAY '** AN ELF NUMBER IS REQUIRED - NO PROFILE PRODUCED'
        MOVE 'ELF-PROFILE ENDED - NO ELF NUMBER GIVEN' TO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-REQ-DATE = 0
        PERFORM 870-GET-BIZ-DATE-RTN
        MOVE WS-BIZ-DATE TO WS-REQ-DATE
    END-IF
    PERFORM 820-LOAD-PARMS-RTN
    MOVE 'HW-BUDGET-TOL-PCT' TO WS-PARM-REQ-KEY
    MOVE '10' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-BUDGET-TOL-PCT
    PERFORM 050-FIND-ELF-RTN
    MOVE 'REPORT-FILE' TO WS-FILE-ID
    OPEN OUTPUT REPORT-FILE.
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    PERFORM 090-WRITE-HEADING-RTN
    PERFORM 100-CALORIES-RTN
    PERFORM 200-BUDGET-RTN
    PERFORM 300-RUCKSACKS-RTN
    PERFORM 400-BADGE-GROUPS-RTN
    PERFORM 500-WRITE-SUMMARY-RTN
    CLOSE REPORT-FILE
    DISPLAY 'ELF PROFILE WRITTEN FOR ELF ' WS-REQ-ELF
        ' BUSINESS DATE ' WS-REQ-DATE
    DISPLAY '  BUDGET: ' WS-BUDGET-STATUS
        ' RUCKSACKS: ' WS-RK-COUNT
        ' VIOLATIONS: ' WS-RK-VIOLATIONS
        ' BADGE GROUPS: ' WS-BDG-GROUPS
    STRING 'ELF-PROFILE RUN COMPLETED - ELF ' DELIMITED BY SIZE
        WS-REQ-ELF DELIMITED BY SIZE
        ' BUSINESS DATE ' DELIMITED BY SIZE
        WS-REQ-DATE DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'Dec1ElfMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-MASTER
        MOVE 'Dec1Allowance.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ALLOWANCE
        MOVE 'Dec3OwnerMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-OWNER
        MOVE 'Dec3BadgeMaster.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BADGE
        MOVE 'Dec1ElfRoster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ELF-ROSTER
        MOVE 'Dec1RosterHistory.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ROSTER-HIST
        MOVE 'AocParms.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PARM
        MOVE 'AocBizDate.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BIZDATE
        MOVE 'AocElfProfile.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REPORT
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE.

    050-FIND-ELF-RTN.
        MOVE 'ELF-ROSTER-FILE' TO WS-FILE-ID
        OPEN INPUT ELF-ROSTER-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO ELF ROSTER ON FILE - PROFILE SHOWS THE ELF '
                'BY NUMBER ONLY'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-EOF
            PERFORM UNTIL WS-EOF = 'Y'
                READ ELF-ROSTER-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    IF ROST-ELF-NO = WS-REQ-ELF
                        MOVE 'Y' TO WS-ELF-ON-ROSTER
                        MOVE ROST-NAME TO WS-ELF-NAME
                        MOVE ROST-DEPT TO WS-ELF-DEPT
                        MOVE ROST-STATUS TO WS-ELF-STATUS
                        MOVE 'Y' TO WS-EOF
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ELF-ROSTER-FILE
            PERFORM 875-LOAD-ROSTER-HIST-RTN
            MOVE WS-REQ-ELF TO WS-RHIST-REQ-ELF
            MOVE WS-REQ-DATE TO WS-RHIST-REQ-DATE
            PERFORM 876-FIND-ROSTER-HIST-RTN
            IF WS-RHIST-HIT = 'Y'
                MOVE WS-RHIST-HIT-DEPT TO WS-ELF-DEPT
                MOVE WS-RHIST-HIT-STATUS TO WS-ELF-STATUS
            END-IF
        END-IF.

    090-WRITE-HEADING-RTN.
        MOVE SPACES TO REPORT-REC
        STRING 'ELF PROFILE  ' DELIMITED BY SIZE
            WS-ENV-BANNER DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        IF WS-ELF-ON-ROSTER = 'Y'
            STRING 'ELF ' DELIMITED BY SIZE
                WS-REQ-ELF DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-ELF-NAME DELIMITED BY SIZE
                '  DEPT ' DELIMITED BY SIZE
                WS-ELF-DEPT DELIMITED BY SIZE
                '  STATUS ' DELIMITED BY SIZE
                WS-ELF-STATUS DELIMITED BY SIZE
                '  BUSINESS DATE ' DELIMITED BY SIZE
                WS-REQ-DATE DELIMITED BY SIZE
                INTO REPORT-REC
        ELSE
            STRING 'ELF ' DELIMITED BY SIZE
                WS-REQ-ELF DELIMITED BY SIZE
                '  ** NOT ON ELF ROSTER **' DELIMITED BY SIZE
                '  BUSINESS DATE ' DELIMITED BY SIZE
                WS-REQ-DATE DELIMITED BY SIZE
                INTO REPORT-REC
        END-IF
        WRITE REPORT-REC.

    100-CALORIES-RTN.
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE 'CALORIES' TO REPORT-REC
        WRITE REPORT-REC
        MOVE 'MASTER-FILE' TO WS-FILE-ID
        OPEN INPUT MASTER-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE WS-REQ-ELF TO MASTER-ELF-NO
            MOVE WS-REQ-DATE TO MASTER-RUN-DATE
            READ MASTER-FILE
                INVALID KEY
                    MOVE 'N' TO WS-CAL-FOUND
                NOT INVALID KEY
                    MOVE 'Y' TO WS-CAL-FOUND
                    MOVE MASTER-CALORIES TO WS-CAL-INTAKE
                    MOVE MASTER-BURNED TO WS-CAL-BURNED
                    MOVE MASTER-NET TO WS-CAL-NET
                    MOVE MASTER-RERUN-COUNT TO WS-CAL-RERUNS
            END-READ
            MOVE '00' TO WS-FILE-STATUS
            CLOSE MASTER-FILE
        END-IF
        IF WS-CAL-FOUND = 'Y'
            MOVE WS-CAL-INTAKE TO WS-ED-CAL
            MOVE WS-ED-CAL TO WS-ED-INTAKE-X
            MOVE SPACES TO REPORT-REC
            STRING '  INTAKE   ' DELIMITED BY SIZE
                WS-ED-CAL DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-CAL-BURNED TO WS-ED-CAL
            MOVE SPACES TO REPORT-REC
            STRING '  BURNED   ' DELIMITED BY SIZE
                WS-ED-CAL DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-CAL-NET TO WS-ED-NET
            MOVE SPACES TO REPORT-REC
            STRING '  NET     ' DELIMITED BY SIZE
                WS-ED-NET DELIMITED BY SIZE
                '   RERUNS ' DELIMITED BY SIZE
                WS-CAL-RERUNS DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
        ELSE
            MOVE 'NONE' TO WS-ED-INTAKE-X
            MOVE '  NO CALORIE TOTAL RECORDED FOR THIS BUSINESS DATE'
                TO REPORT-REC
            WRITE REPORT-REC
        END-IF.

    200-BUDGET-RTN.
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE 'BUDGET STATUS' TO REPORT-REC
        WRITE REPORT-REC
        PERFORM 210-FIND-ALLOWANCE-RTN
        EVALUATE TRUE
            WHEN WS-ALW-FOUND NOT EQUAL 'Y'
                MOVE 'NO ALLOWANCE ON FILE' TO WS-BUDGET-STATUS
            WHEN WS-CAL-FOUND NOT EQUAL 'Y'
                MOVE 'NO INTAKE RECORDED' TO WS-BUDGET-STATUS
            WHEN OTHER
                COMPUTE WS-BUDGET-VARIANCE =
                    WS-CAL-INTAKE - WS-ALW-DAILY
                IF WS-BUDGET-VARIANCE < 0
                    COMPUTE WS-BUDGET-ABS-VAR = 0 - WS-BUDGET-VARIANCE
                ELSE
                    MOVE WS-BUDGET-VARIANCE TO WS-BUDGET-ABS-VAR
                END-IF
                COMPUTE WS-BUDGET-TOL-AMT =
                    (WS-ALW-DAILY * WS-BUDGET-TOL-PCT) / 100
                EVALUATE TRUE
                    WHEN WS-BUDGET-ABS-VAR NOT > WS-BUDGET-TOL-AMT
                        MOVE 'WITHIN BUDGET' TO WS-BUDGET-STATUS
                    WHEN WS-BUDGET-VARIANCE > 0
                        MOVE 'OVER BUDGET' TO WS-BUDGET-STATUS
                    WHEN OTHER
                        MOVE 'UNDER BUDGET' TO WS-BUDGET-STATUS
                END-EVALUATE
        END-EVALUATE
        IF WS-ALW-FOUND = 'Y'
            MOVE WS-ALW-DAILY TO WS-ED-ALW
            MOVE SPACES TO REPORT-REC
            STRING '  DAILY ALLOWANCE ' DELIMITED BY SIZE
                WS-ED-ALW DELIMITED BY SIZE
                '  EFFECTIVE ' DELIMITED BY SIZE
                WS-ALW-EFF DELIMITED BY SIZE
                '  TOLERANCE ' DELIMITED BY SIZE
                WS-BUDGET-TOL-PCT DELIMITED BY SIZE
                ' PCT' DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
        END-IF
        IF WS-ALW-FOUND = 'Y' AND WS-CAL-FOUND = 'Y'
            MOVE WS-BUDGET-VARIANCE TO WS-ED-VAR
            MOVE SPACES TO REPORT-REC
            STRING '  VARIANCE       ' DELIMITED BY SIZE
                WS-ED-VAR DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
        END-IF
        MOVE SPACES TO REPORT-REC
        STRING '  STATUS: ' DELIMITED BY SIZE
            WS-BUDGET-STATUS DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC.

    210-FIND-ALLOWANCE-RTN.
        MOVE 'ALLOWANCE-FILE' TO WS-FILE-ID
        OPEN INPUT ALLOWANCE-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE SPACES TO WS-ALW-EOF
            PERFORM UNTIL WS-ALW-EOF = 'Y'
                READ ALLOWANCE-FILE
                AT END MOVE 'Y' TO WS-ALW-EOF
                NOT AT END
                    PERFORM 215-CHECK-ALLOWANCE-RTN
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE ALLOWANCE-FILE
        END-IF.

    215-CHECK-ALLOWANCE-RTN.
        IF ALW-ELF-NO NOT EQUAL WS-REQ-ELF
            OR ALW-EFF-DATE NOT NUMERIC
            OR ALW-EFF-DATE > WS-REQ-DATE
            OR (ALW-END-DATE NUMERIC AND ALW-END-DATE > 0
                AND ALW-END-DATE < WS-REQ-DATE)
            CONTINUE
        ELSE
            IF WS-ALW-FOUND NOT EQUAL 'Y'
                OR ALW-EFF-DATE > WS-ALW-EFF
                MOVE 'Y' TO WS-ALW-FOUND
                MOVE ALW-DAILY TO WS-ALW-DAILY
                MOVE ALW-EFF-DATE TO WS-ALW-EFF
            END-IF
        END-IF.

    300-RUCKSACKS-RTN.
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE 'RUCKSACKS AND PACK VIOLATIONS' TO REPORT-REC
        WRITE REPORT-REC
        MOVE 'OWNER-FILE' TO WS-FILE-ID
        OPEN INPUT OWNER-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE WS-REQ-DATE TO RKO-BIZ-DATE
            MOVE 0 TO RKO-LINE-NO
            MOVE SPACES TO WS-RKO-EOF
            START OWNER-FILE KEY NOT LESS RKO-KEY
                INVALID KEY MOVE 'Y' TO WS-RKO-EOF
            END-START
            PERFORM UNTIL WS-RKO-EOF = 'Y'
                READ OWNER-FILE NEXT RECORD
                AT END MOVE 'Y' TO WS-RKO-EOF
                NOT AT END
                    IF RKO-BIZ-DATE NOT EQUAL WS-REQ-DATE
                        MOVE 'Y' TO WS-RKO-EOF
                    ELSE
                        IF RKO-ELF-NO = WS-REQ-ELF
                            PERFORM 310-WRITE-RUCKSACK-LINE-RTN
                        END-IF
                    END-IF
                END-READ
            END-PERFORM
            MOVE '00' TO WS-FILE-STATUS
            CLOSE OWNER-FILE
        END-IF
        IF WS-RK-COUNT = 0
            MOVE '  NO RUCKSACKS RECORDED AGAINST THIS ELF FOR THE '
                & 'BUSINESS DATE' TO REPORT-REC
            WRITE REPORT-REC
        ELSE
            MOVE WS-RK-VALUE TO WS-ED-RUN-VALUE
            MOVE WS-RK-COUNT TO WS-ED-COUNT
            MOVE SPACES TO REPORT-REC
            STRING '  RUCKSACKS ' DELIMITED BY SIZE
                WS-ED-COUNT DELIMITED BY SIZE
                '  SCORED ' DELIMITED BY SIZE
                WS-RK-SCORED DELIMITED BY SIZE
                '  REJECTED ' DELIMITED BY SIZE
                WS-RK-REJECTED DELIMITED BY SIZE
                '  TOTAL VALUE ' DELIMITED BY SIZE
                WS-ED-RUN-VALUE DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
            MOVE WS-RK-VIOLATIONS TO WS-ED-VIOLS
            MOVE SPACES TO REPORT-REC
            STRING '  PACK VIOLATIONS ' DELIMITED BY SIZE
                WS-ED-VIOLS DELIMITED BY SIZE
                ' ON ' DELIMITED BY SIZE
                WS-RK-VIOL-LINES DELIMITED BY SIZE
                ' RUCKSACKS' DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
        END-IF.

    310-WRITE-RUCKSACK-LINE-RTN.
        ADD 1 TO WS-RK-COUNT
        IF WS-RK-COUNT NOT > 200
            MOVE RKO-LINE-NO TO WS-RK-LINE(WS-RK-COUNT)
        ELSE
            ADD 1 TO WS-RK-EXCLUDED
        END-IF
        ADD RKO-VALUE TO WS-RK-VALUE
        ADD RKO-VIOLATIONS TO WS-RK-VIOLATIONS
        IF RKO-VIOLATIONS > 0
            ADD 1 TO WS-RK-VIOL-LINES
        END-IF
        MOVE RKO-VALUE TO WS-ED-LINE-VALUE
        MOVE SPACES TO REPORT-REC
        IF RKO-STATUS-SCORED
            ADD 1 TO WS-RK-SCORED
            STRING '  LINE ' DELIMITED BY SIZE
                RKO-LINE-NO DELIMITED BY SIZE
                '  SCORED    ITEM ' DELIMITED BY SIZE
                RKO-COMMON-ITEM DELIMITED BY SIZE
                ' PRIORITY ' DELIMITED BY SIZE
                RKO-PRIORITY DELIMITED BY SIZE
                '  VALUE ' DELIMITED BY SIZE
                WS-ED-LINE-VALUE DELIMITED BY SIZE
                '  VIOLATIONS ' DELIMITED BY SIZE
                RKO-VIOLATIONS DELIMITED BY SIZE
                INTO REPORT-REC
        ELSE
            ADD 1 TO WS-RK-REJECTED
            STRING '  LINE ' DELIMITED BY SIZE
                RKO-LINE-NO DELIMITED BY SIZE
                '  REJECTED                    VALUE '
                    DELIMITED BY SIZE
                WS-ED-LINE-VALUE DELIMITED BY SIZE
                '  VIOLATIONS ' DELIMITED BY SIZE
                RKO-VIOLATIONS DELIMITED BY SIZE
                INTO REPORT-REC
        END-IF
        WRITE REPORT-REC.

    400-BADGE-GROUPS-RTN.
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE 'BADGE GROUPS' TO REPORT-REC
        WRITE REPORT-REC
        IF WS-RK-COUNT > 0
            MOVE 'BADGE-FILE' TO WS-FILE-ID
            OPEN INPUT BADGE-FILE
            IF WS-FILE-STATUS = '35'
                MOVE '00' TO WS-FILE-STATUS
            ELSE
                PERFORM 900-CHECK-OPEN-STATUS-RTN
                MOVE WS-REQ-DATE TO BDG-BIZ-DATE
                MOVE 0 TO BDG-GROUP-NO
                MOVE SPACES TO WS-BDG-EOF
                START BADGE-FILE KEY NOT LESS BDG-KEY
                    INVALID KEY MOVE 'Y' TO WS-BDG-EOF
                END-START
                PERFORM UNTIL WS-BDG-EOF = 'Y'
                    READ BADGE-FILE NEXT RECORD
                    AT END MOVE 'Y' TO WS-BDG-EOF
                    NOT AT END
                        IF BDG-BIZ-DATE NOT EQUAL WS-REQ-DATE
                            MOVE 'Y' TO WS-BDG-EOF
                        ELSE
                            PERFORM 410-CHECK-GROUP-RTN
                        END-IF
                    END-READ
                END-PERFORM
                MOVE '00' TO WS-FILE-STATUS
                CLOSE BADGE-FILE
            END-IF
        END-IF
        IF WS-BDG-GROUPS = 0
            MOVE '  NOT A MEMBER OF ANY BADGE GROUP FOR THE BUSINESS '
                & 'DATE' TO REPORT-REC
            WRITE REPORT-REC
        END-IF.

    410-CHECK-GROUP-RTN.
        MOVE 'N' TO WS-BDG-HIT
        MOVE BDG-MEMBER-LINE-1 TO WS-BDG-MEMBER
        PERFORM 420-FIND-MEMBER-RTN
        IF WS-BDG-HIT NOT EQUAL 'Y'
            MOVE BDG-MEMBER-LINE-2 TO WS-BDG-MEMBER
            PERFORM 420-FIND-MEMBER-RTN
        END-IF
        IF WS-BDG-HIT NOT EQUAL 'Y'
            MOVE BDG-MEMBER-LINE-3 TO WS-BDG-MEMBER
            PERFORM 420-FIND-MEMBER-RTN
        END-IF
        IF WS-BDG-HIT = 'Y'
            ADD 1 TO WS-BDG-GROUPS
            IF WS-BDG-GROUPS = 1
                MOVE BDG-GROUP-NO TO WS-BDG-FIRST-GROUP
                MOVE BDG-BADGE-ITEM TO WS-BDG-FIRST-ITEM
            END-IF
            MOVE SPACES TO REPORT-REC
            STRING '  GROUP ' DELIMITED BY SIZE
                BDG-GROUP-NO DELIMITED BY SIZE
                '  BADGE ITEM ' DELIMITED BY SIZE
                BDG-BADGE-ITEM DELIMITED BY SIZE
                '  MEMBER LINES ' DELIMITED BY SIZE
                BDG-MEMBER-LINE-1 DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                BDG-MEMBER-LINE-2 DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                BDG-MEMBER-LINE-3 DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
        END-IF.

    420-FIND-MEMBER-RTN.
        SET RLX TO 1
        SEARCH WS-RK-LINE
            AT END
                CONTINUE
            WHEN RLX > WS-RK-COUNT
                CONTINUE
            WHEN WS-RK-LINE(RLX) = WS-BDG-MEMBER
                MOVE 'Y' TO WS-BDG-HIT
        END-SEARCH.

    500-WRITE-SUMMARY-RTN.
        IF WS-BDG-GROUPS = 0
            MOVE 'NONE' TO WS-ED-BADGE-X
        ELSE
            MOVE SPACES TO WS-ED-BADGE-X
            STRING 'G' DELIMITED BY SIZE
                WS-BDG-FIRST-GROUP DELIMITED BY SIZE
                ' ITEM ' DELIMITED BY SIZE
                WS-BDG-FIRST-ITEM DELIMITED BY SIZE
                INTO WS-ED-BADGE-X
        END-IF
        MOVE WS-RK-VALUE TO WS-ED-RUN-VALUE
        MOVE WS-RK-VIOLATIONS TO WS-ED-VIOLS
        MOVE SPACES TO REPORT-REC
        WRITE REPORT-REC
        MOVE 'INTAKE    BUDGET STATUS             RUCKSACK VALUE  '
            & 'VIOLATIONS  BADGE GROUP' TO REPORT-REC
        WRITE REPORT-REC
        MOVE SPACES TO REPORT-REC
        STRING WS-ED-INTAKE-X DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-BUDGET-STATUS DELIMITED BY SIZE
            WS-ED-RUN-VALUE DELIMITED BY SIZE
            '      ' DELIMITED BY SIZE
            WS-ED-VIOLS DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ED-BADGE-X DELIMITED BY SIZE
            INTO REPORT-REC
        WRITE REPORT-REC
        IF WS-RK-EXCLUDED > 0
            MOVE SPACES TO REPORT-REC
            STRING '** ' DELIMITED BY SIZE
                WS-RK-EXCLUDED DELIMITED BY SIZE
                ' RUCKSACKS BEYOND 200 NOT MATCHED TO BADGE GROUPS'
                DELIMITED BY SIZE
                INTO REPORT-REC
            WRITE REPORT-REC
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
        MOVE WS-ABEND-STAMP TO REPORT-REC
        WRITE REPORT-REC
        CLOSE MASTER-FILE ALLOWANCE-FILE OWNER-FILE BADGE-FILE
            ELF-ROSTER-FILE ROSTER-HIST-FILE PARM-FILE REPORT-FILE
            LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY CDATERTN.
    COPY PARMRTN.
    COPY RHISTRTN.
    COPY LOGRTN.
    COPY ENVRTN.
