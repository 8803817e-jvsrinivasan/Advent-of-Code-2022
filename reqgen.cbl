IDENTIFICATION DIVISION.
PROGRAM-ID. PROVISION-REQN.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        SELECT FORECAST-FILE ASSIGN TO WS-P-FORECAST
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PROVISION-FILE ASSIGN TO WS-P-PROVISION
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CALENDAR-FILE ASSIGN TO WS-P-CALENDAR
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT REQN-FILE ASSIGN TO WS-P-REQN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LISTING-FILE ASSIGN TO WS-P-LISTING
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT PARM-FILE ASSIGN TO WS-P-PARM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT RESULT-FILE ASSIGN TO WS-P-RESULT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RSLT-KEY
        FILE STATUS IS WS-FILE-STATUS.
        SELECT LOG-FILE ASSIGN TO WS-P-LOG
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT BIZDATE-FILE ASSIGN TO WS-P-BIZDATE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CYCLE-FILE ASSIGN TO WS-P-CYCLE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT CONTROL-TOTAL-FILE
        ASSIGN TO WS-P-CONTROL-TOTAL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT STEP-CONTROL-FILE
        ASSIGN TO WS-P-STEP-CONTROL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT TIMING-FILE ASSIGN TO WS-P-TIMING
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
        SELECT ENV-FILE ASSIGN TO '/uploads/AocEnvProfile.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FILE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD FORECAST-FILE.
    01 FORECAST-REC PIC X(132).
    FD PROVISION-FILE.
    COPY PROVREC.
    FD CALENDAR-FILE.
    COPY CALREC.
    FD REQN-FILE.
    COPY REQNREC.
    FD LISTING-FILE.
    01 LISTING-REC PIC X(132).
    FD PARM-FILE.
    01 PARM-REC PIC X(80).
    FD RESULT-FILE.
    COPY RSLTREC.
    FD LOG-FILE.
    01 LOG-REC PIC X(132).
    FD BIZDATE-FILE.
    01 BIZDATE-REC PIC X(8).
    FD CYCLE-FILE.
    01 CYCLE-REC PIC X(6).
    FD CONTROL-TOTAL-FILE.
    COPY CTLTREC.
    FD STEP-CONTROL-FILE.
    COPY STEPREC.
    FD TIMING-FILE.
    COPY TIMEREC.

    FD ENV-FILE.
    COPY ENVREC.
    WORKING-STORAGE SECTION.
    01 WS-ENV-PATHS.
        05 WS-P-FORECAST          PIC X(70) VALUE SPACES.
        05 WS-P-PROVISION         PIC X(70) VALUE SPACES.
        05 WS-P-CALENDAR          PIC X(70) VALUE SPACES.
        05 WS-P-REQN              PIC X(70) VALUE SPACES.
        05 WS-P-LISTING           PIC X(70) VALUE SPACES.
        05 WS-P-PARM              PIC X(70) VALUE SPACES.
        05 WS-P-RESULT            PIC X(70) VALUE SPACES.
        05 WS-P-LOG               PIC X(70) VALUE SPACES.
        05 WS-P-BIZDATE           PIC X(70) VALUE SPACES.
        05 WS-P-CYCLE             PIC X(70) VALUE SPACES.
        05 WS-P-CONTROL-TOTAL     PIC X(70) VALUE SPACES.
        05 WS-P-STEP-CONTROL      PIC X(70) VALUE SPACES.
        05 WS-P-TIMING            PIC X(70) VALUE SPACES.
    01 WS-WORK.
        05 WS-EOF              PIC A(1) VALUE ' '.
        05 WS-TODAY            PIC 9(8) VALUE 0.
        05 WS-SAFETY-PCT       PIC 9(3) VALUE 10.
        05 WS-FORECAST-OK      PIC A(1) VALUE 'N'.
        05 WS-FORECAST-LINES   PIC 9(6) VALUE 0.
        05 WS-HORIZON          PIC 9(2) VALUE 0.
        05 WS-ITEMS-READ       PIC 9(6) VALUE 0.
        05 WS-ITEMS-REJECTED   PIC 9(6) VALUE 0.
        05 WS-ITEMS-ORDERED    PIC 9(6) VALUE 0.
        05 WS-ITEMS-COVERED    PIC 9(6) VALUE 0.
        05 WS-LATE-COUNT       PIC 9(6) VALUE 0.
        05 WS-REQN-WRITTEN     PIC 9(6) VALUE 0.
        05 WS-TOTAL-PACKS      PIC 9(9) VALUE 0.
        05 WS-REJECT-REASON    PIC X(30) VALUE SPACES.
    01 WS-DEPT-TABLE.
        05 WS-DEPT-COUNT       PIC 9(2) VALUE 0.
        05 WS-DEPT-ENTRY OCCURS 20 TIMES.
            10 WS-DEPT-NAME        PIC X(10) VALUE SPACES.
            10 WS-DEPT-TOTAL       PIC 9(13) VALUE 0.
            10 WS-DEPT-PROJ PIC 9(12) OCCURS 30 TIMES VALUE 0.
    01 WS-ALL-TABLE.
        05 WS-ALL-TOTAL        PIC 9(13) VALUE 0.
        05 WS-ALL-PROJ PIC 9(13) OCCURS 30 TIMES VALUE 0.
    01 WS-DEPT-WORK.
        05 WS-DPX              PIC 9(2) VALUE 0.
        05 WS-DEPT-HIT         PIC A(1) VALUE 'N'.
        05 WS-HZ               PIC 9(2) VALUE 0.
        05 WS-DAY-PROJ         PIC 9(12) VALUE 0.
    01 WS-FC-DATE-TABLE.
        05 WS-CAL-LOADED       PIC A(1) VALUE 'N'.
        05 WS-CAL-EOF          PIC A(1) VALUE ' '.
        05 WS-FC-DATE-COUNT    PIC 9(2) VALUE 0.
        05 WS-FC-DATE PIC 9(8) OCCURS 30 TIMES VALUE 0.
    01 WS-CALENDAR-WORK.
        05 WS-CX               PIC 9(2) VALUE 0.
        05 WS-CY               PIC 9(2) VALUE 0.
        05 WS-INS-AT           PIC 9(2) VALUE 0.
        05 WS-PREV-DATE        PIC 9(8) VALUE 0.
        05 WS-THROUGH-DATE     PIC 9(8) VALUE 0.
    01 WS-ITEM-WORK.
        05 WS-ITEM-DPX         PIC 9(2) VALUE 0.
        05 WS-CUM-CAL          PIC 9(13) VALUE 0.
        05 WS-NEED-CAL         PIC 9(13) VALUE 0.
        05 WS-NEED-UNITS       PIC 9(9) VALUE 0.
        05 WS-NET-UNITS        PIC 9(9) VALUE 0.
        05 WS-PACKS            PIC 9(6) VALUE 0.
        05 WS-ORDER-UNITS      PIC 9(9) VALUE 0.
        05 WS-REMAINDER        PIC 9(9) VALUE 0.
        05 WS-SHORT-DAY        PIC 9(2) VALUE 0.
        05 WS-NEED-DATE        PIC 9(8) VALUE 0.
        05 WS-ARRIVE-DATE      PIC 9(8) VALUE 0.
        05 WS-LEAD-FLAG        PIC X(4) VALUE SPACES.
    01 WS-EDIT-FIELDS.
        05 WS-ED-CALS          PIC ZZZZZZZZZZZZ9.
        05 WS-ED-UNITS         PIC ZZZZZZZZ9.
        05 WS-ED-ON-HAND       PIC ZZZZZZ9.
        05 WS-ED-PACK          PIC ZZZ9.
        05 WS-ED-PACKS         PIC ZZZZZ9.
        05 WS-ED-ORDER         PIC ZZZZZZZZ9.
        05 WS-ED-PCT           PIC ZZ9.
        05 WS-ED-TOTAL-PACKS   PIC ZZZZZZZZ9.
    COPY FCSTDREC.
    COPY FSTATCOM.
    COPY CYCLECOM.
    COPY STEPCOM.
    COPY CTLTCOM.
    COPY RSLTCOM.
    COPY LOGCOM.
    COPY PARMCOM.
    COPY CDATECOM.
    COPY TIMINGCOM.
    COPY ENVCOM.
PROCEDURE DIVISION.
    PERFORM 010-SET-PATHS-RTN
    PERFORM 880-GET-CYCLE-RTN
    MOVE 'PROVISION-REQN' TO WS-LOG-PGM
    MOVE 'LOG-FILE' TO WS-FILE-ID
    OPEN EXTEND LOG-FILE.
    IF WS-FILE-STATUS = '35'
        OPEN OUTPUT LOG-FILE
    END-IF
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'Y' TO WS-ABEND-LOG-OK
    MOVE 'PROVISION-REQN RUN STARTED' TO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    PERFORM 870-GET-BIZ-DATE-RTN
    MOVE WS-BIZ-DATE TO WS-TODAY
    PERFORM 930-CHECK-STEP-RTN
    IF WS-STEP-DONE = 'Y'
        DISPLAY 'PROVISION-REQN ALREADY COMPLETE FOR BUSINESS DATE '
            WS-BIZ-DATE ' - STEP SKIPPED'
        MOVE 'PROVISION-REQN ALREADY COMPLETE THIS CYCLE - STEP SKIPPED'
            TO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    MOVE 'S' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    PERFORM 820-LOAD-PARMS-RTN
    MOVE 'PR-SAFETY-PCT' TO WS-PARM-REQ-KEY
    MOVE '10' TO WS-PARM-DEFAULT
    PERFORM 840-GET-NUMERIC-PARM-RTN
    MOVE WS-PARM-NUM TO WS-SAFETY-PCT
    IF WS-SAFETY-PCT > 100
        MOVE 10 TO WS-SAFETY-PCT
    END-IF
    PERFORM 050-LOAD-FORECAST-RTN
    IF WS-FORECAST-OK NOT EQUAL 'Y'
        DISPLAY '** NO DEPARTMENT FORECAST IN Dec1Forecast.txt - '
            'RUN CALORIE-FORECAST WITH A ROSTER ON FILE'
        MOVE 'E' TO WS-LOG-SEV
        MOVE 'PROVISION-REQN - NO DEPARTMENT FORECAST - NO REQUISITION BUILT'
            TO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
        MOVE 8 TO RETURN-CODE
        MOVE 'E' TO WS-TIM-EVENT
        PERFORM 945-WRITE-TIMING-RTN
        CLOSE LOG-FILE
        STOP RUN
    END-IF
    PERFORM 070-LOAD-CALENDAR-RTN
    PERFORM 080-SET-FORECAST-DATES-RTN
    MOVE 'REQN-FILE' TO WS-FILE-ID
    OPEN OUTPUT REQN-FILE
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    MOVE 'LISTING-FILE' TO WS-FILE-ID
    OPEN OUTPUT LISTING-FILE
    PERFORM 900-CHECK-OPEN-STATUS-RTN
    PERFORM 200-WRITE-HEADINGS-RTN
    MOVE 'PROVISION-FILE' TO WS-FILE-ID
    OPEN INPUT PROVISION-FILE
    IF WS-FILE-STATUS = '35'
        MOVE '00' TO WS-FILE-STATUS
        DISPLAY '** NO PROVISIONS MASTER ON FILE - NOTHING TO ORDER'
        MOVE '  (NO PROVISIONS MASTER ON FILE)' TO LISTING-REC
        WRITE LISTING-REC
    ELSE
        PERFORM 900-CHECK-OPEN-STATUS-RTN
        PERFORM UNTIL WS-EOF = 'Y'
            READ PROVISION-FILE
            AT END MOVE 'Y' TO WS-EOF
            NOT AT END
                PERFORM 300-PLAN-ITEM-RTN
            END-READ
            PERFORM 910-CHECK-READ-STATUS-RTN
        END-PERFORM
        CLOSE PROVISION-FILE
    END-IF
    PERFORM 400-WRITE-TOTALS-RTN
    CLOSE REQN-FILE
    CLOSE LISTING-FILE
    DISPLAY 'PROVISION ITEMS READ: ' WS-ITEMS-READ
        ' ORDERED: ' WS-ITEMS-ORDERED
        ' REJECTED: ' WS-ITEMS-REJECTED
        ' LEAD TIME LATE: ' WS-LATE-COUNT
    DISPLAY 'PACKS REQUISITIONED: ' WS-TOTAL-PACKS
        '  SAFETY MARGIN PCT: ' WS-SAFETY-PCT
    IF WS-ITEMS-REJECTED > 0
        MOVE 'W' TO WS-LOG-SEV
        STRING 'PROVISION-REQN - PROVISIONS MASTER ITEMS REJECTED: '
            DELIMITED BY SIZE
            WS-ITEMS-REJECTED DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    IF WS-LATE-COUNT > 0
        DISPLAY '** ITEMS WILL ARRIVE AFTER THEY ARE NEEDED - SEE '
            'Dec1RequisitionList.txt'
        MOVE 'W' TO WS-LOG-SEV
        STRING 'PROVISION-REQN - ITEMS WITH LEAD TIME PAST NEED DATE: '
            DELIMITED BY SIZE
            WS-LATE-COUNT DELIMITED BY SIZE
            INTO WS-LOG-MSG
        PERFORM 950-WRITE-LOG-RTN
    END-IF
    MOVE 'PROVISION-REQN' TO WS-CTL-PROGRAM
    MOVE WS-ITEMS-READ TO WS-CTL-READ
    COMPUTE WS-CTL-ACCEPTED = WS-ITEMS-READ - WS-ITEMS-REJECTED
    MOVE WS-ITEMS-REJECTED TO WS-CTL-REJECTED
    PERFORM 895-WRITE-CONTROL-READ-RTN
    MOVE 'Dec1Requisition.txt' TO WS-CTL-FILE-NAME
    MOVE WS-REQN-WRITTEN TO WS-CTL-WRITTEN
    PERFORM 896-WRITE-CONTROL-WRITE-RTN
    MOVE 'PROVISION-REQN' TO WS-RSLT-PROGRAM
    MOVE WS-TOTAL-PACKS TO WS-RSLT-METRIC
    MOVE WS-ITEMS-READ TO WS-RSLT-READ
    MOVE WS-ITEMS-REJECTED TO WS-RSLT-REJ
    MOVE RETURN-CODE TO WS-RSLT-RC
    PERFORM 890-WRITE-RESULT-RTN
    STRING 'PROVISION-REQN RUN COMPLETED - PACKS REQUISITIONED: '
        DELIMITED BY SIZE
        WS-TOTAL-PACKS DELIMITED BY SIZE
        INTO WS-LOG-MSG
    PERFORM 950-WRITE-LOG-RTN
    PERFORM 940-MARK-STEP-RTN
    MOVE 'E' TO WS-TIM-EVENT
    PERFORM 945-WRITE-TIMING-RTN
    CLOSE LOG-FILE
    STOP RUN.

    010-SET-PATHS-RTN.
        PERFORM 805-LOAD-ENV-RTN
        MOVE 'Dec1Forecast.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-FORECAST
        MOVE 'Dec1Provisions.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PROVISION
        MOVE 'AocCalendar.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CALENDAR
        MOVE 'Dec1Requisition.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-REQN
        MOVE 'Dec1RequisitionList.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LISTING
        MOVE 'AocParms.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-PARM
        MOVE 'AocResults.dat' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-RESULT
        MOVE 'AocRunLog.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-LOG
        MOVE 'AocBizDate.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-BIZDATE
        MOVE 'AocCycle.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CYCLE
        MOVE 'AocControlTotals.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-CONTROL-TOTAL
        MOVE 'AocStepControl.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-STEP-CONTROL
        MOVE 'AocStepTiming.txt' TO WS-ENV-FILE-NAME
        PERFORM 806-BUILD-ENV-PATH-RTN
        MOVE WS-ENV-PATH TO WS-P-TIMING.

    050-LOAD-FORECAST-RTN.
        MOVE 'FORECAST-FILE' TO WS-FILE-ID
        OPEN INPUT FORECAST-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY '** NO CALORIE FORECAST ON FILE'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            PERFORM UNTIL WS-EOF = 'Y'
                READ FORECAST-FILE
                AT END MOVE 'Y' TO WS-EOF
                NOT AT END
                    MOVE FORECAST-REC TO FORECAST-DEPT-LINE
                    IF FCD-TAG = '  DEPT '
                        AND FCD-DAY-TAG = '  DAY +'
                        AND FCD-DAY NUMERIC
                        PERFORM 060-STORE-DEPT-DAY-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE FORECAST-FILE
        END-IF
        MOVE SPACES TO WS-EOF
        IF WS-FORECAST-LINES > 0
            MOVE 'Y' TO WS-FORECAST-OK
        END-IF.

    060-STORE-DEPT-DAY-RTN.
        IF FCD-DAY > 0 AND FCD-DAY NOT > 30
            MOVE FCD-DAY TO WS-HZ
            MOVE 'N' TO WS-DEPT-HIT
            PERFORM VARYING WS-DPX FROM 1 BY 1
                UNTIL WS-DPX > WS-DEPT-COUNT OR WS-DEPT-HIT = 'Y'
                IF WS-DEPT-NAME(WS-DPX) = FCD-DEPT
                    MOVE 'Y' TO WS-DEPT-HIT
                END-IF
            END-PERFORM
            IF WS-DEPT-HIT = 'Y'
                SUBTRACT 1 FROM WS-DPX
            ELSE
                IF WS-DEPT-COUNT < 20
                    ADD 1 TO WS-DEPT-COUNT
                    MOVE WS-DEPT-COUNT TO WS-DPX
                    MOVE FCD-DEPT TO WS-DEPT-NAME(WS-DPX)
                ELSE
                    DISPLAY '  ** DEPARTMENT TABLE FULL - DEPT '
                        FCD-DEPT ' NOT PROVISIONED'
                    MOVE 0 TO WS-DPX
                END-IF
            END-IF
            IF WS-DPX > 0
                COMPUTE WS-DAY-PROJ = FUNCTION NUMVAL(FCD-PROJ)
                MOVE WS-DAY-PROJ TO WS-DEPT-PROJ(WS-DPX, WS-HZ)
                ADD WS-DAY-PROJ TO WS-DEPT-TOTAL(WS-DPX)
                ADD WS-DAY-PROJ TO WS-ALL-PROJ(WS-HZ)
                ADD WS-DAY-PROJ TO WS-ALL-TOTAL
                ADD 1 TO WS-FORECAST-LINES
                IF WS-HZ > WS-HORIZON
                    MOVE WS-HZ TO WS-HORIZON
                END-IF
            END-IF
        END-IF.

    070-LOAD-CALENDAR-RTN.
        MOVE 'CALENDAR-FILE' TO WS-FILE-ID
        OPEN INPUT CALENDAR-FILE
        IF WS-FILE-STATUS = '35'
            MOVE '00' TO WS-FILE-STATUS
            DISPLAY 'NO AocCalendar PROCESSING CALENDAR ON FILE - '
                'FORECAST DAYS TAKEN AS CALENDAR DAYS'
        ELSE
            PERFORM 900-CHECK-OPEN-STATUS-RTN
            MOVE 'Y' TO WS-CAL-LOADED
            PERFORM UNTIL WS-CAL-EOF = 'Y'
                READ CALENDAR-FILE
                AT END MOVE 'Y' TO WS-CAL-EOF
                NOT AT END
                    IF CAL-DATE NUMERIC
                        AND CAL-TYPE-PROCESSING
                        AND CAL-DATE > WS-TODAY
                        PERFORM 075-INSERT-CAL-DATE-RTN
                    END-IF
                END-READ
                PERFORM 910-CHECK-READ-STATUS-RTN
            END-PERFORM
            CLOSE CALENDAR-FILE
        END-IF.

    075-INSERT-CAL-DATE-RTN.
        MOVE 0 TO WS-INS-AT
        PERFORM VARYING WS-CX FROM 1 BY 1
            UNTIL WS-CX > WS-FC-DATE-COUNT OR WS-INS-AT > 0
            IF CAL-DATE = WS-FC-DATE(WS-CX)
                MOVE 99 TO WS-INS-AT
            END-IF
            IF CAL-DATE < WS-FC-DATE(WS-CX)
                MOVE WS-CX TO WS-INS-AT
            END-IF
        END-PERFORM
        IF WS-INS-AT = 0 AND WS-FC-DATE-COUNT < 30
            ADD 1 TO WS-FC-DATE-COUNT
            MOVE CAL-DATE TO WS-FC-DATE(WS-FC-DATE-COUNT)
        END-IF
        IF WS-INS-AT > 0 AND WS-INS-AT NOT > 30
            PERFORM VARYING WS-CY FROM WS-FC-DATE-COUNT BY -1
                UNTIL WS-CY < WS-INS-AT
                IF WS-CY < 30
                    MOVE WS-FC-DATE(WS-CY) TO WS-FC-DATE(WS-CY + 1)
                END-IF
            END-PERFORM
            MOVE CAL-DATE TO WS-FC-DATE(WS-INS-AT)
            IF WS-FC-DATE-COUNT < 30
                ADD 1 TO WS-FC-DATE-COUNT
            END-IF
        END-IF.

    080-SET-FORECAST-DATES-RTN.
        MOVE WS-TODAY TO WS-PREV-DATE
        PERFORM VARYING WS-HZ FROM 1 BY 1 UNTIL WS-HZ > WS-HORIZON
            IF WS-HZ > WS-FC-DATE-COUNT
                COMPUTE WS-FC-DATE(WS-HZ) = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE(WS-PREV-DATE) + 1)
            END-IF
            MOVE WS-FC-DATE(WS-HZ) TO WS-PREV-DATE
        END-PERFORM
        MOVE WS-FC-DATE(WS-HORIZON) TO WS-THROUGH-DATE.

    200-WRITE-HEADINGS-RTN.
        MOVE WS-SAFETY-PCT TO WS-ED-PCT
        MOVE SPACES TO LISTING-REC
        STRING 'PROVISIONING REQUISITION FOR BUSINESS DATE '
            DELIMITED BY SIZE
            WS-TODAY DELIMITED BY SIZE
            '  CYCLE ' DELIMITED BY SIZE
            WS-CYCLE-NO DELIMITED BY SIZE
            '  ' DELIMITED BY SIZE
            WS-ENV-BANNER DELIMITED BY SIZE
            INTO LISTING-REC
        WRITE LISTING-REC
        MOVE SPACES TO LISTING-REC
        STRING 'FORECAST HORIZON ' DELIMITED BY SIZE
            WS-HORIZON DELIMITED BY SIZE
            ' PROCESSING DAYS THROUGH ' DELIMITED BY SIZE
            WS-THROUGH-DATE DELIMITED BY SIZE
            '  SAFETY MARGIN ' DELIMITED BY SIZE
            WS-ED-PCT DELIMITED BY SIZE
            ' PCT ADDED TO PROJECTED CALORIES' DELIMITED BY SIZE
            INTO LISTING-REC
        WRITE LISTING-REC
        MOVE ALL '-' TO LISTING-REC
        WRITE LISTING-REC
        MOVE 'PROJECTED CALORIES OVER HORIZON BY DEPARTMENT'
            TO LISTING-REC
        WRITE LISTING-REC
        PERFORM VARYING WS-DPX FROM 1 BY 1
            UNTIL WS-DPX > WS-DEPT-COUNT
            MOVE WS-DEPT-TOTAL(WS-DPX) TO WS-ED-CALS
            MOVE SPACES TO LISTING-REC
            STRING '  DEPT ' DELIMITED BY SIZE
                WS-DEPT-NAME(WS-DPX) DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-ED-CALS DELIMITED BY SIZE
                INTO LISTING-REC
            WRITE LISTING-REC
        END-PERFORM
        MOVE WS-ALL-TOTAL TO WS-ED-CALS
        MOVE SPACES TO LISTING-REC
        STRING '  ALL DEPARTMENTS ' DELIMITED BY SIZE
            WS-ED-CALS DELIMITED BY SIZE
            INTO LISTING-REC
        WRITE LISTING-REC
        MOVE SPACES TO LISTING-REC
        WRITE LISTING-REC
        MOVE SPACES TO LISTING-REC
        STRING 'ITEM   DESCRIPTION          DEPARTMENT UNITS REQ ON HAND PACK  '
            DELIMITED BY SIZE
            'PACKS   ORD UNITS NEED BY   ARRIVES  LEAD' DELIMITED BY SIZE
            INTO LISTING-REC
        WRITE LISTING-REC.

    300-PLAN-ITEM-RTN.
        IF PROVISION-REC = SPACES OR PROVISION-REC(1:1) = '*'
            CONTINUE
        ELSE
            ADD 1 TO WS-ITEMS-READ
            PERFORM 310-VALIDATE-ITEM-RTN
            IF WS-REJECT-REASON NOT EQUAL SPACES
                ADD 1 TO WS-ITEMS-REJECTED
                MOVE SPACES TO LISTING-REC
                STRING PRV-ITEM DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    PRV-DESC DELIMITED BY SIZE
                    ' ** REJECTED - ' DELIMITED BY SIZE
                    WS-REJECT-REASON DELIMITED BY SIZE
                    INTO LISTING-REC
                WRITE LISTING-REC
            ELSE
                PERFORM 320-COMPUTE-NEED-RTN
                PERFORM 330-WRITE-ITEM-RTN
            END-IF
        END-IF.

    310-VALIDATE-ITEM-RTN.
        MOVE SPACES TO WS-REJECT-REASON
        MOVE 0 TO WS-ITEM-DPX
        EVALUATE TRUE
            WHEN PRV-ITEM = SPACES
                MOVE 'NO ITEM CODE' TO WS-REJECT-REASON
            WHEN PRV-CAL-PER-UNIT NOT NUMERIC
                OR PRV-CAL-PER-UNIT = 0
                MOVE 'CALORIES PER UNIT INVALID' TO WS-REJECT-REASON
            WHEN PRV-PACK-SIZE NOT NUMERIC OR PRV-PACK-SIZE = 0
                MOVE 'PACK SIZE INVALID' TO WS-REJECT-REASON
            WHEN PRV-LEAD-DAYS NOT NUMERIC
                MOVE 'LEAD TIME INVALID' TO WS-REJECT-REASON
            WHEN PRV-ON-HAND NOT NUMERIC
                MOVE 'ON-HAND QUANTITY INVALID' TO WS-REJECT-REASON
            WHEN PRV-MIX-PCT NOT NUMERIC OR PRV-MIX-PCT = 0
                OR PRV-MIX-PCT > 100
                MOVE 'CALORIE SHARE PCT INVALID' TO WS-REJECT-REASON
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        IF WS-REJECT-REASON = SPACES AND PRV-DEPT NOT EQUAL SPACES
            PERFORM VARYING WS-DPX FROM 1 BY 1
                UNTIL WS-DPX > WS-DEPT-COUNT OR WS-ITEM-DPX > 0
                IF WS-DEPT-NAME(WS-DPX) = PRV-DEPT
                    MOVE WS-DPX TO WS-ITEM-DPX
                END-IF
            END-PERFORM
            IF WS-ITEM-DPX = 0
                MOVE 'DEPARTMENT NOT IN FORECAST' TO WS-REJECT-REASON
            END-IF
        END-IF.

    320-COMPUTE-NEED-RTN.
        MOVE 0 TO WS-CUM-CAL
        MOVE 0 TO WS-NEED-UNITS
        MOVE 0 TO WS-SHORT-DAY
        MOVE 0 TO WS-NEED-DATE
        MOVE 0 TO WS-ARRIVE-DATE
        MOVE SPACES TO WS-LEAD-FLAG
        PERFORM VARYING WS-HZ FROM 1 BY 1 UNTIL WS-HZ > WS-HORIZON
            IF WS-ITEM-DPX > 0
                ADD WS-DEPT-PROJ(WS-ITEM-DPX, WS-HZ) TO WS-CUM-CAL
            ELSE
                ADD WS-ALL-PROJ(WS-HZ) TO WS-CUM-CAL
            END-IF
            COMPUTE WS-NEED-CAL = WS-CUM-CAL * PRV-MIX-PCT
                * (100 + WS-SAFETY-PCT) / 10000
            DIVIDE WS-NEED-CAL BY PRV-CAL-PER-UNIT
                GIVING WS-NEED-UNITS REMAINDER WS-REMAINDER
            IF WS-REMAINDER > 0
                ADD 1 TO WS-NEED-UNITS
            END-IF
            IF WS-NEED-UNITS > PRV-ON-HAND AND WS-SHORT-DAY = 0
                MOVE WS-HZ TO WS-SHORT-DAY
            END-IF
        END-PERFORM
        MOVE 0 TO WS-NET-UNITS
        MOVE 0 TO WS-PACKS
        IF WS-NEED-UNITS > PRV-ON-HAND
            COMPUTE WS-NET-UNITS = WS-NEED-UNITS - PRV-ON-HAND
            DIVIDE WS-NET-UNITS BY PRV-PACK-SIZE
                GIVING WS-PACKS REMAINDER WS-REMAINDER
            IF WS-REMAINDER > 0
                ADD 1 TO WS-PACKS
            END-IF
        END-IF
        COMPUTE WS-ORDER-UNITS = WS-PACKS * PRV-PACK-SIZE
        IF WS-SHORT-DAY > 0
            MOVE WS-FC-DATE(WS-SHORT-DAY) TO WS-NEED-DATE
            COMPUTE WS-ARRIVE-DATE = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(WS-TODAY) + PRV-LEAD-DAYS)
            IF WS-ARRIVE-DATE > WS-NEED-DATE
                MOVE 'LATE' TO WS-LEAD-FLAG
                ADD 1 TO WS-LATE-COUNT
            END-IF
        END-IF.

    330-WRITE-ITEM-RTN.
        IF WS-PACKS > 0
            ADD 1 TO WS-ITEMS-ORDERED
            ADD WS-PACKS TO WS-TOTAL-PACKS
            MOVE SPACES TO REQUISITION-REC
            MOVE WS-TODAY TO REQ-DATE
            MOVE WS-CYCLE-NO TO REQ-CYCLE
            MOVE PRV-ITEM TO REQ-ITEM
            MOVE PRV-DESC TO REQ-DESC
            MOVE PRV-DEPT TO REQ-DEPT
            MOVE WS-PACKS TO REQ-PACKS
            MOVE PRV-PACK-SIZE TO REQ-PACK-SIZE
            MOVE WS-ORDER-UNITS TO REQ-UNITS
            MOVE WS-NEED-DATE TO REQ-NEED-DATE
            MOVE WS-ARRIVE-DATE TO REQ-ARRIVE-DATE
            MOVE WS-SAFETY-PCT TO REQ-SAFETY-PCT
            IF WS-LEAD-FLAG = 'LATE'
                SET REQ-LEAD-LATE TO TRUE
            ELSE
                SET REQ-LEAD-OK TO TRUE
            END-IF
            WRITE REQUISITION-REC
            ADD 1 TO WS-REQN-WRITTEN
        ELSE
            ADD 1 TO WS-ITEMS-COVERED
        END-IF
        MOVE WS-NEED-UNITS TO WS-ED-UNITS
        MOVE PRV-ON-HAND TO WS-ED-ON-HAND
        MOVE PRV-PACK-SIZE TO WS-ED-PACK
        MOVE WS-PACKS TO WS-ED-PACKS
        MOVE WS-ORDER-UNITS TO WS-ED-ORDER
        MOVE SPACES TO LISTING-REC
        IF WS-PACKS > 0
            STRING PRV-ITEM DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                PRV-DESC DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                PRV-DEPT DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ED-UNITS DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ED-ON-HAND DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ED-PACK DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ED-PACKS DELIMITED BY SIZE
                '   ' DELIMITED BY SIZE
                WS-ED-ORDER DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-NEED-DATE DELIMITED BY SIZE
                '  ' DELIMITED BY SIZE
                WS-ARRIVE-DATE DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-LEAD-FLAG DELIMITED BY SIZE
                INTO LISTING-REC
        ELSE
            STRING PRV-ITEM DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                PRV-DESC DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                PRV-DEPT DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ED-UNITS DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ED-ON-HAND DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                WS-ED-PACK DELIMITED BY SIZE
                '  COVERED BY STOCK ON HAND' DELIMITED BY SIZE
                INTO LISTING-REC
        END-IF
        WRITE LISTING-REC.

    400-WRITE-TOTALS-RTN.
        MOVE WS-TOTAL-PACKS TO WS-ED-TOTAL-PACKS
        MOVE SPACES TO LISTING-REC
        WRITE LISTING-REC
        MOVE SPACES TO LISTING-REC
        STRING 'ITEMS READ: ' DELIMITED BY SIZE
            WS-ITEMS-READ DELIMITED BY SIZE
            '  ON REQUISITION: ' DELIMITED BY SIZE
            WS-ITEMS-ORDERED DELIMITED BY SIZE
            '  COVERED: ' DELIMITED BY SIZE
            WS-ITEMS-COVERED DELIMITED BY SIZE
            '  REJECTED: ' DELIMITED BY SIZE
            WS-ITEMS-REJECTED DELIMITED BY SIZE
            '  LEAD TIME LATE: ' DELIMITED BY SIZE
            WS-LATE-COUNT DELIMITED BY SIZE
            INTO LISTING-REC
        WRITE LISTING-REC
        MOVE SPACES TO LISTING-REC
        STRING 'TOTAL PACKS REQUISITIONED: ' DELIMITED BY SIZE
            WS-ED-TOTAL-PACKS DELIMITED BY SIZE
            '  SAFETY MARGIN USED: ' DELIMITED BY SIZE
            WS-ED-PCT DELIMITED BY SIZE
            ' PCT' DELIMITED BY SIZE
            INTO LISTING-REC
        WRITE LISTING-REC
        IF WS-LATE-COUNT > 0
            MOVE SPACES TO LISTING-REC
            STRING 'LATE = SUPPLIER LEAD TIME DELIVERS AFTER THE FORECAST DATE '
                DELIMITED BY SIZE
                'THE STOCK ON HAND RUNS OUT' DELIMITED BY SIZE
                INTO LISTING-REC
            WRITE LISTING-REC
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
        MOVE WS-ABEND-STAMP TO REQUISITION-REC
        WRITE REQUISITION-REC
        MOVE WS-ABEND-STAMP TO LISTING-REC
        WRITE LISTING-REC
        CLOSE FORECAST-FILE PROVISION-FILE CALENDAR-FILE REQN-FILE
            LISTING-FILE PARM-FILE RESULT-FILE LOG-FILE.
    COPY FSTATRTN.
    COPY CYCLERTN.
    COPY STEPRTN.
    COPY CTLTRTN.
    COPY RSLTRTN.
    COPY LOGRTN.
    COPY PARMRTN.
    COPY CDATERTN.
    COPY TIMINGRTN.
    COPY ENVRTN.
