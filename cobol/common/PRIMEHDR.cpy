           05  PH-RECORD-TYPE      PIC X(1).
           05  PH-GENERATION-DATE  PIC X(8).
           05  PH-UPPER-BOUND      PIC 9(12).
           05  PH-RECORD-COUNT     PIC 9(9).
       01  PRIME-TRAILER-RECORD.
           05  PT-RECORD-TYPE      PIC X(1).
           05  PT-RECORD-COUNT     PIC 9(9).
           05  PT-CHECK-TOTAL      PIC 9(18).
