      * Restart checkpoint for the segmented prime sieve, rewritten
      * after every segment.  It holds the bound being generated, the
      * first value of the next segment still to sieve, and the count
      * and check total of the primes already on the work file, so an
      * interrupted generation resumes with the next segment instead
      * of starting again from 2.  An empty file means no generation
      * is pending.
       01  SIEVE-CHECKPOINT-RECORD.
           05  SC-TARGET-BOUND     PIC 9(10).
           05  SC-NEXT-LOW         PIC 9(10).
           05  SC-PRIME-COUNT      PIC 9(9).
           05  SC-CHECK-TOTAL      PIC 9(18).
           05  SC-TIMESTAMP        PIC X(21).
