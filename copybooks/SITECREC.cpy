    01 SITE-CONSTRAINT-REC.
        05 SITC-SET-ID          PIC X(8).
        05 SITC-RULE            PIC X(4).
            88 SITC-MIN-HEIGHT     VALUE 'HGHT'.
            88 SITC-MIN-SCENIC     VALUE 'SCEN'.
            88 SITC-MIN-EDGE       VALUE 'EDGE'.
            88 SITC-EXCL-ROW       VALUE 'XROW'.
            88 SITC-EXCL-COL       VALUE 'XCOL'.
            88 SITC-MIN-SPACING    VALUE 'SPAC'.
            88 SITC-LIST-SIZE      VALUE 'LIST'.
            88 SITC-STRONG-DEPTH   VALUE 'STRG'.
        05 SITC-VALUE           PIC 9(9).
