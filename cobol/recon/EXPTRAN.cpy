      * One maintenance transaction against the expected-results
      * master, keyed by job ID plus input value and applied by the
      * expected-results maintenance step.  Action is ADD (a new
      * expected result), CHANGE (replace the expected result),
      * DELETE (drop the record) or PROMOTE (take every run-results
      * record of ET-SOURCE-CYCLE, or only those of ET-JOB-ID when it
      * is given, as the new expected results).  A cycle can only be
      * promoted once the cycle compare step has reported it as the
      * candidate cycle.  The approver's initials are required and,
      * with the source cycle and reason, carried to the history.
       01  EXPTRAN-RECORD.
           05  ET-ACTION           PIC X(8).
           05  ET-JOB-ID           PIC X(10).
           05  ET-INPUT-VALUE      PIC X(48).
           05  ET-NEW-RESULT       PIC X(20).
           05  ET-APPROVER         PIC X(3).
           05  ET-SOURCE-CYCLE     PIC 9(6).
           05  ET-REASON           PIC X(40).
