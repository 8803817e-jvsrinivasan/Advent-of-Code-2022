    01 WS-RKO-FIELDS.
        05 WS-RKO-LINE         PIC X(105) VALUE SPACES.
        05 WS-RKO-CONTENTS     PIC X(100) VALUE SPACES.
        05 WS-RKO-OWNER-X      PIC X(10) VALUE SPACES.
        05 WS-RKO-EXTRA        PIC X(10) VALUE SPACES.
        05 WS-RKO-OWNER        PIC 9(4) VALUE 0.
        05 WS-RKO-STATE        PIC X(1) VALUE 'N'.
            88 WS-RKO-NO-OWNER      VALUE 'N'.
            88 WS-RKO-OWNER-GIVEN   VALUE 'Y'.
            88 WS-RKO-OWNER-BAD     VALUE 'B'.
        05 WS-RKO-OWNER-OK     PIC A(1) VALUE 'Y'.
    01 WS-RKO-ROSTER.
        05 WS-RKO-ROS-LOADED   PIC A(1) VALUE 'N'.
        05 WS-RKO-ROS-EOF      PIC A(1) VALUE ' '.
        05 WS-RKO-ROS-COUNT    PIC 9(4) VALUE 0.
        05 WS-RKO-ROS-ELF      PIC 9(4) VALUE 0
            OCCURS 2000 TIMES INDEXED BY RKX.
