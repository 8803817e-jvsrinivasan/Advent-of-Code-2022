        MOVE WS-BIZ-DATE TO RSLT-BIZ-DATE
        MOVE WS-RSLT-PROGRAM TO RSLT-PROGRAM
        MOVE WS-CYCLE-NO TO RSLT-CYCLE
        MOVE WS-RSLT-SITE TO RSLT-SITE
        MOVE WS-RSLT-METRIC TO RSLT-METRIC
        MOVE WS-RSLT-READ TO RSLT-READ
        MOVE WS-RSLT-REJ TO RSLT-REJECTED
