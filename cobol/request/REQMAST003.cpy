      * Status is QUEUED (waiting for a batch run), ANSWERED (served
      * from the run-history master without being queued), or the
      * run disposition posted back afterward (DONE, FAILED or
      * SKIPPED).  The maintenance step can also set CANCELED, or
      * put a FAILED or SKIPPED request back to QUEUED.  The
      * delivered flag is set to Y, with the date, once a closed
      * request has gone out to its requester in a response file,
      * so no request is ever delivered twice.
      * Indexed on the request ID with an alternate key (duplicates
      * allowed) on the requester, so each step reads and rewrites
      * only the requests it touches.  The closed date is set when a
      * request reaches DONE, ANSWERED, FAILED or CANCELED and drives
      * the roll-off to the request archive; the closed cycle beside
      * it is the batch cycle the request was closed under, so the
      * interface extract can pick up each cycle's closures.  The
      * posted cycle is the batch cycle whose run disposition was
      * last posted to the request, so the end-of-cycle balancing
      * can count that cycle's postings.  The trailing filler is
      * spare for growth without reloading the file.
       01  REQMAST003-RECORD.
           05  QM-REQUEST-ID       PIC X(8).
           05  QM-REQUESTER-ID     PIC X(8).
           05  QM-DATE-RECEIVED    PIC X(8).
           05  QM-STATUS           PIC X(8).
           05  QM-RESULT           PIC X(20).
           05  QM-DELIVERED        PIC X(1).
           05  QM-DATE-DELIVERED   PIC X(8).
           05  QM-DATE-CLOSED      PIC X(8).
           05  QM-CYCLE-CLOSED     PIC 9(6).
           05  QM-CYCLE-POSTED     PIC 9(6).
           05  FILLER              PIC X(8).
