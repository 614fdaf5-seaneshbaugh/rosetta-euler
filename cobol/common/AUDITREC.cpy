      * history can be queried after the SYSOUT has rolled off.
      * AR-CYCLE-ID is the batch cycle number the controller assigned
      * to the stream the run belonged to (zero for standalone runs).
      * AR-SEQUENCE-NUMBER is a single sequence across every program
      * writing the log, and AR-CHECK-VALUE is chained over the record
      * (through the sequence number) and the previous record's check
      * value, so a removed, inserted or altered record shows up as a
      * break when the log and its monthly archives are verified.
      * The last sequence and check value written are kept in
      * AUDITCTL.DAT.
       01  AUDIT-RECORD.
           05  AR-PROGRAM-ID       PIC X(10).
           05  AR-RUN-TIMESTAMP    PIC X(26).
           05  AR-RETURN-CODE      PIC 9(4).
           05  AR-ELAPSED-SECONDS  PIC 9(6).
           05  AR-CYCLE-ID         PIC 9(6).
           05  AR-SEQUENCE-NUMBER  PIC 9(9).
           05  AR-CHECK-VALUE      PIC 9(9).
