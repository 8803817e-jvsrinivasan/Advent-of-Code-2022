        05 ROST-STATUS          PIC X(1).
            88 ROST-STATUS-ACTIVE   VALUE 'A'.
            88 ROST-STATUS-INACTIVE VALUE 'I'.
        05 ROST-MAINT-SRC       PIC X(1).
            88 ROST-MAINT-MANUAL    VALUE 'M'.
            88 ROST-MAINT-FEED      VALUE 'F'.
        05 ROST-MAINT-TS        PIC X(15).
        05 ROST-SITE            PIC X(2).
