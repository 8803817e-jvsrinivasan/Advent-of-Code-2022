        MOVE WS-CYCLE-NO TO CT-CYCLE
        MOVE 'R' TO CT-TYPE
        MOVE WS-CTL-PROGRAM TO CT-PROGRAM
        MOVE WS-CTL-SITE TO CT-SITE
        MOVE WS-CTL-READ TO CT-READ
        MOVE WS-CTL-ACCEPTED TO CT-ACCEPTED
        MOVE WS-CTL-REJECTED TO CT-REJECTED
        MOVE WS-CYCLE-NO TO CT-CYCLE
        MOVE 'W' TO CT-TYPE
        MOVE WS-CTL-PROGRAM TO CT-PROGRAM
        MOVE WS-CTL-SITE TO CT-SITE
        MOVE WS-CTL-FILE-NAME TO CT-FILE-NAME
        MOVE WS-CTL-WRITTEN TO CT-WRITTEN
        WRITE CONTROL-TOTAL-REC
