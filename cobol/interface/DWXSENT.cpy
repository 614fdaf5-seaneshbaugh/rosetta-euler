      * Sent log for the data-warehouse interface extract - one
      * record per extract file produced, with the send type (O for
      * the original, R for an operator resend) and the control
      * totals that went out in its trailer.  The step looks the
      * cycle up here first, so a cycle is only ever extracted again
      * on an explicit resend.
       01  DWXSENT-RECORD.
           05  DS-CYCLE-ID         PIC 9(6).
           05  DS-SEND-TYPE        PIC X(1).
           05  DS-TIMESTAMP        PIC X(21).
           05  DS-FILE-NAME        PIC X(40).
           05  DS-RESULT-COUNT     PIC 9(7).
           05  DS-STEP-COUNT       PIC 9(7).
           05  DS-REQUEST-COUNT    PIC 9(7).
           05  DS-HASH-TOTAL       PIC 9(18).
