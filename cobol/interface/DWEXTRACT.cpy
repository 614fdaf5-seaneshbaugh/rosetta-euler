      * Data-warehouse interface extract - one fixed-format file per
      * batch cycle, DWEXTRACT.C<cycle>.DAT, every record 100 bytes
      * with the type byte first.  H heads the file with the cycle,
      * the cycle's run date, the time the file was made and the send
      * type (O original, R resend).  R carries one RUNRESULTS record
      * of the cycle, J one JOBLOG step with its start, end, elapsed
      * seconds and return code, and Q one problem 003 request closed
      * under the cycle; each detail repeats the cycle and run date.
      * T trails the file with the count of each detail type and a
      * hash total - the sum, low-order 18 digits, of every R and Q
      * result that is a whole number - so the loading side can
      * prove the file arrived complete.
       01  DW-HEADER-RECORD.
           05  DH-RECORD-TYPE      PIC X(1).
           05  DH-CYCLE-ID         PIC 9(6).
           05  DH-RUN-DATE         PIC X(8).
           05  DH-CREATED          PIC X(14).
           05  DH-SEND-TYPE        PIC X(1).
           05  FILLER              PIC X(70).
       01  DW-RESULT-RECORD.
           05  DR-RECORD-TYPE      PIC X(1).
           05  DR-CYCLE-ID         PIC 9(6).
           05  DR-RUN-DATE         PIC X(8).
           05  DR-JOB-ID           PIC X(10).
           05  DR-INPUT-VALUE      PIC X(48).
           05  DR-RESULT-VALUE     PIC X(20).
           05  FILLER              PIC X(7).
       01  DW-STEP-RECORD.
           05  DJ-RECORD-TYPE      PIC X(1).
           05  DJ-CYCLE-ID         PIC 9(6).
           05  DJ-RUN-DATE         PIC X(8).
           05  DJ-STEP-NAME        PIC X(10).
           05  DJ-START-TIME       PIC X(21).
           05  DJ-END-TIME         PIC X(21).
           05  DJ-ELAPSED-SECONDS  PIC 9(7).
           05  DJ-RETURN-CODE      PIC 9(4).
           05  FILLER              PIC X(22).
       01  DW-REQUEST-RECORD.
           05  DQ-RECORD-TYPE      PIC X(1).
           05  DQ-CYCLE-ID         PIC 9(6).
           05  DQ-RUN-DATE         PIC X(8).
           05  DQ-REQUEST-ID       PIC X(8).
           05  DQ-REQUESTER-ID     PIC X(8).
           05  DQ-N                PIC 9(18).
           05  DQ-MODE             PIC X(1).
           05  DQ-PRIORITY         PIC 9(1).
           05  DQ-DATE-RECEIVED    PIC X(8).
           05  DQ-STATUS           PIC X(8).
           05  DQ-RESULT           PIC X(20).
           05  DQ-DATE-CLOSED      PIC X(8).
           05  FILLER              PIC X(5).
       01  DW-TRAILER-RECORD.
           05  DT-RECORD-TYPE      PIC X(1).
           05  DT-CYCLE-ID         PIC 9(6).
           05  DT-RESULT-COUNT     PIC 9(7).
           05  DT-STEP-COUNT       PIC 9(7).
           05  DT-REQUEST-COUNT    PIC 9(7).
           05  DT-HASH-TOTAL       PIC 9(18).
           05  FILLER              PIC X(54).
