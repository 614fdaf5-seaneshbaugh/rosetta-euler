      * One record per change applied to the problem 003 request
      * master by the maintenance step, appended and never rewritten,
      * so every cancel, reprioritization and requeue can be traced
      * to the operator who made it and when.  Status and priority
      * are carried both before and after the change.
       01  REQCHG003-RECORD.
           05  CG-TIMESTAMP        PIC X(21).
           05  CG-OPERATOR         PIC X(3).
           05  CG-ACTION           PIC X(8).
           05  CG-REQUEST-ID       PIC X(8).
           05  CG-REQUESTER-ID     PIC X(8).
           05  CG-BEFORE-STATUS    PIC X(8).
           05  CG-AFTER-STATUS     PIC X(8).
           05  CG-BEFORE-PRIORITY  PIC 9(1).
           05  CG-AFTER-PRIORITY   PIC 9(1).
           05  CG-CYCLE-ID         PIC 9(6).
