      * One record per change applied to the expected-results master
      * by the maintenance step, appended and never rewritten, so
      * every baseline change can be traced to the approver who made
      * it, the cycle its value came from and the reason given.  The
      * expected result is carried both before and after the change
      * (blank before an ADD, blank after a DELETE).  EH-CYCLE-ID is
      * the cycle the maintenance step itself ran under.
       01  EXPHIST-RECORD.
           05  EH-TIMESTAMP        PIC X(21).
           05  EH-APPROVER         PIC X(3).
           05  EH-ACTION           PIC X(8).
           05  EH-JOB-ID           PIC X(10).
           05  EH-INPUT-VALUE      PIC X(48).
           05  EH-OLD-RESULT       PIC X(20).
           05  EH-NEW-RESULT       PIC X(20).
           05  EH-SOURCE-CYCLE     PIC 9(6).
           05  EH-CYCLE-ID         PIC 9(6).
           05  EH-REASON           PIC X(40).
