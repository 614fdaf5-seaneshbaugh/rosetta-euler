      * Response file sent back to one requester for problem 003,
      * one file per requester per delivery run.  A header names the
      * requester and carries the count of requests in the file; each
      * request follows as a detail record with its N, mode, status
      * and result, trailed for full-factorization requests by one
      * factor record per prime factor and exponent.  The trailer
      * repeats the request count and adds the factor record count,
      * so the requester can prove the file arrived complete.  The
      * type byte (H, D, F or T) tells the records apart.
       01  RESPONSE-HEADER-RECORD.
           05  RH-RECORD-TYPE      PIC X(1).
           05  RH-REQUESTER-ID     PIC X(8).
           05  RH-DELIVERY-DATE    PIC X(8).
           05  RH-CYCLE-ID         PIC 9(6).
           05  RH-REQUEST-COUNT    PIC 9(5).
       01  RESPONSE-DETAIL-RECORD.
           05  RD-RECORD-TYPE      PIC X(1).
           05  RD-REQUEST-ID       PIC X(8).
           05  RD-N                PIC 9(18).
           05  RD-MODE             PIC X(1).
           05  RD-DATE-RECEIVED    PIC X(8).
           05  RD-STATUS           PIC X(8).
           05  RD-RESULT           PIC X(20).
       01  RESPONSE-FACTOR-RECORD.
           05  RF-RECORD-TYPE      PIC X(1).
           05  RF-REQUEST-ID       PIC X(8).
           05  RF-PRIME-FACTOR     PIC 9(18).
           05  RF-EXPONENT         PIC 9(4).
       01  RESPONSE-TRAILER-RECORD.
           05  RT-RECORD-TYPE      PIC X(1).
           05  RT-REQUESTER-ID     PIC X(8).
           05  RT-REQUEST-COUNT    PIC 9(5).
           05  RT-FACTOR-COUNT     PIC 9(7).
