        SELECT BIZDATE-FILE ASSIGN TO WS-P-BIZDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ELF-ROSTER-FILE ASSIGN TO WS-P-ELF-ROSTER
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
    FILE SECTION.
    FD INFILE.
    01 INPUT-REC.
        05 RUCKSACK PIC X(105).
    FD INQUIRY-FILE.
    01 INQUIRY-REC.
        05 INQ-LINE-NO          PIC 9(6).
        05 INQ-COMMON-ITEM      PIC X(1).
        05 INQ-PRIORITY         PIC 9(2).
        05 INQ-RUCKSACK         PIC X(100).
        05 INQ-OWNER-ELF        PIC 9(4).
    FD SUSPENSE-FILE.
    01 SUSPENSE-REC PIC X(134).
    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).
    FD BIZDATE-FILE.
    01 BIZDATE-REC PIC X(8).
    FD ELF-ROSTER-FILE.
    COPY ROSTREC.

    FD ENV-FILE.
    COPY ENVREC.
        05 WS-P-SUSPENSE          PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-ELF-ROSTER        PIC X(70) VALUE SPACES.
    01 WS-INPUT.
        05 WS-RUCKSACK-LINE PIC X(105).
    01 WS-RUCKSACK-DATA.
        05 WS-RUCKSACK PIC X(100).
        05 WS-OWNER-ELF PIC 9(4) VALUE 0.
    01 WS-WORK.
        05 WS-CHOICE            PIC 9(1) VALUE 0.
        05 WS-LOOKUP-LINE       PIC 9(6) VALUE 0.
    COPY CYCLECOM.
    COPY CDATECOM.
    COPY VALIDCOM.
    COPY RKOWNCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE
        MOVE 'AocBizDate.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BIZDATE
        MOVE 'Dec1ElfRoster.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-ELF-ROSTER.

    100-LOOKUP-BY-LINE-RTN.
        DISPLAY 'ENTER LINE NUMBER TO LOOK UP: '
                        ' NOT FOUND IN Dec3Inquiry.dat'
                NOT INVALID KEY
                    MOVE INQ-RUCKSACK TO WS-RUCKSACK
                    MOVE INQ-OWNER-ELF TO WS-OWNER-ELF
                    MOVE 'Y' TO WS-FOUND-LINE
            END-READ
            CLOSE INQUIRY-FILE
                ADD 1 TO WS-LINE-NO
                IF WS-LINE-NO EQUAL WS-LOOKUP-LINE
                    MOVE 'Y' TO WS-FOUND-LINE
                    MOVE WS-RUCKSACK-LINE TO WS-RKO-LINE
                    PERFORM 855-SPLIT-RUCKSACK-OWNER-RTN
                    MOVE WS-RKO-CONTENTS TO WS-RUCKSACK
                    MOVE WS-RKO-OWNER TO WS-OWNER-ELF
                END-IF
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
                    IF INQ-COMMON-ITEM = WS-LOOKUP-ITEM
                        ADD 1 TO WS-ITEM-HITS
                        DISPLAY '  LINE ' INQ-LINE-NO
                            ' PRIORITY ' INQ-PRIORITY
                            ' OWNER ' INQ-OWNER-ELF ' '
                            INQ-RUCKSACK(1:50)
                    ELSE
                        MOVE 'Y' TO WS-INQ-EOF
            DISPLAY '  COMPARTMENT 2: ' WS-PART2(1:WS-HALF)
            DISPLAY '  COMMON ITEM: ' WS-PRIORITY
            DISPLAY '  PRIORITY: ' WS-SUM
            IF WS-OWNER-ELF > 0
                PERFORM 310-SHOW-OWNER-RTN
            END-IF
        ELSE
            IF WS-NOT-FOUND EQUAL 'Y'
                DISPLAY '  ** NO COMMON ITEM FOUND BETWEEN COMPARTMENTS'
            END-IF
        END-IF.

    310-SHOW-OWNER-RTN.
        PERFORM 856-LOAD-OWNER-ROSTER-RTN
        MOVE WS-OWNER-ELF TO WS-RKO-OWNER
        MOVE 'Y' TO WS-RKO-STATE
        PERFORM 857-CHECK-RUCKSACK-OWNER-RTN
        IF WS-RKO-OWNER-OK = 'Y'
            DISPLAY '  OWNER ELF: ' WS-OWNER-ELF
        ELSE
            DISPLAY '  OWNER ELF: ' WS-OWNER-ELF
                ' ** NOT ON CURRENT ROSTER'
        END-IF.
    COPY PTYGETRTN.

    920-ABEND-RTN.
        CLOSE INFILE INQUIRY-FILE SUSPENSE-FILE ELF-ROSTER-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY CDATERTN.
    COPY VALIDRTN.
    COPY RKOWNRTN.
    COPY ENVRTN.
