      * Parameter card for the prime sieve - the inclusive upper
      * bound of the table to generate (at most 1,000,000,000, the
      * square root of the largest 18-digit N), the number of values
      * sieved per segment (at most 1,000,000; a checkpoint is taken
      * after every segment), and the run mode: N builds a new table
      * from 2, E extends the existing PRIMES.DAT upward from its
      * header upper bound.  A checkpoint left by an interrupted run
      * is always resumed before the mode is looked at.
       01  PARMSIV-RECORD.
           05  PM-SIV-BOUND        PIC 9(10).
           05  PM-SIV-SEGMENT-SIZE PIC 9(7).
           05  PM-SIV-MODE         PIC X(1).
