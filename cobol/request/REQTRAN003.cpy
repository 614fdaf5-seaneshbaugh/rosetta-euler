      * One maintenance transaction against the problem 003 request
      * master, keyed by request ID and applied by the maintenance
      * step.  Action is CANCEL (withdraw a QUEUED or SKIPPED
      * request), REPRI (move a QUEUED request to the new priority,
      * 1 most urgent through 9) or REQUEUE (put a FAILED or SKIPPED
      * request back in the queue once its cause is fixed).  The
      * operator's initials are required and carried to the change
      * log.
       01  REQTRAN003-RECORD.
           05  TX-ACTION           PIC X(8).
           05  TX-REQUEST-ID       PIC X(8).
           05  TX-NEW-PRIORITY     PIC 9(1).
           05  TX-OPERATOR         PIC X(3).
