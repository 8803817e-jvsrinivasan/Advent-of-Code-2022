    01 DISPUTE-REC.
        05 DSP-CASE-NO          PIC 9(6).
        05 DSP-MATCH-ID         PIC X(4).
        05 DSP-ROUND-NO         PIC 9(3).
        05 DSP-FILER-ID         PIC X(4).
        05 DSP-STATUS           PIC X(1).
            88 DSP-STATUS-OPEN      VALUE 'O'.
            88 DSP-STATUS-UPHELD    VALUE 'U'.
            88 DSP-STATUS-DISMISSED VALUE 'D'.
        05 DSP-FILED-DATE       PIC 9(8).
        05 DSP-FILED-OPER       PIC X(8).
        05 DSP-REASON           PIC X(30).
        05 DSP-RULING-OPER      PIC X(8).
        05 DSP-RULING-DATE      PIC 9(8).
