      * Parameter card for the month-end statistics step - the month
      * (YYYYMM) whose audit records are to be summarized, taken from
      * that month's archive together with any of its records still
      * in the live AUDITLOG.DAT inside the housekeeping retention.
      * The report also compares against the month before it when
      * that month has audit records.  A blank month reports the month
      * before the current one, which is how the card is left for the
      * month-end deck run on the first business day of the month.
       01  PARMMND-RECORD.
           05  PM-MND-MONTH        PIC X(6).
