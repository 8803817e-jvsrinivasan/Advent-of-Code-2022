                    NOT AT END
                        IF SC-PROGRAM = WS-LOG-PGM
                            AND SC-BIZ-DATE = WS-BIZ-DATE
                            AND (SC-SITE = WS-STEP-SITE
                                OR (SC-SITE = SPACES
                                    AND WS-STEP-SITE = 'HQ'))
                            AND NOT SC-SUPERSEDED
                            MOVE 'Y' TO WS-STEP-DONE
                        END-IF
                    END-READ
            MOVE WS-LOG-PGM TO SC-PROGRAM
            MOVE WS-BIZ-DATE TO SC-BIZ-DATE
            MOVE WS-CYCLE-NO TO SC-CYCLE
            MOVE WS-STEP-SITE TO SC-SITE
            MOVE SPACE TO SC-STATUS
            MOVE 0 TO SC-SUPERSEDED-BY
            WRITE STEP-CONTROL-REC
            CLOSE STEP-CONTROL-FILE
        END-IF.
