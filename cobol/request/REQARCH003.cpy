      * Request archive for problem 003 - closed requests rolled off
      * the request master once past the retention period, laid out
      * exactly as the master record with the date archived added.
      * Indexed on the request ID, with alternate keys (duplicates
      * allowed) on the requester for inquiries and on N plus mode
      * so intake can still reuse an archived answer.
       01  REQARCH003-RECORD.
           05  QA-REQUEST-ID       PIC X(8).
           05  QA-REQUESTER-ID     PIC X(8).
           05  QA-N-MODE.
               10  QA-N            PIC 9(18).
               10  QA-MODE         PIC X(1).
           05  QA-PRIORITY         PIC 9(1).
           05  QA-DATE-RECEIVED    PIC X(8).
           05  QA-STATUS           PIC X(8).
           05  QA-RESULT           PIC X(20).
           05  QA-DELIVERED        PIC X(1).
           05  QA-DATE-DELIVERED   PIC X(8).
           05  QA-DATE-CLOSED      PIC X(8).
           05  QA-CYCLE-CLOSED     PIC 9(6).
           05  QA-CYCLE-POSTED     PIC 9(6).
           05  FILLER              PIC X(8).
           05  QA-DATE-ARCHIVED    PIC X(8).
