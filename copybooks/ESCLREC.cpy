    01 ESCALATION-CONTACT-REC.
        05 ESC-CONTACT          PIC X(8).
        05 ESC-NAME             PIC X(30).
        05 ESC-CHANNEL          PIC X(10).
        05 ESC-ADDRESS          PIC X(32).
