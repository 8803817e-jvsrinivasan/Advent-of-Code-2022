        STRING FUNCTION TRIM(WS-ENV-BASE) DELIMITED BY SIZE
            FUNCTION TRIM(WS-ENV-FILE-NAME) DELIMITED BY SIZE
            INTO WS-ENV-PATH.

    807-BUILD-SITE-PATH-RTN.
        IF WS-ENV-SITE = WS-ENV-HOME-SITE OR WS-ENV-SITE = SPACES
            PERFORM 806-BUILD-ENV-PATH-RTN
        ELSE
            MOVE SPACES TO WS-ENV-PATH
            STRING FUNCTION TRIM(WS-ENV-BASE) DELIMITED BY SIZE
                WS-ENV-SITE DELIMITED BY SIZE
                '.' DELIMITED BY SIZE
                FUNCTION TRIM(WS-ENV-FILE-NAME) DELIMITED BY SIZE
                INTO WS-ENV-PATH
        END-IF.
