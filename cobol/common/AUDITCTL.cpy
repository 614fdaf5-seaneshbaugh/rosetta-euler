      * Audit-log control record - one record holding the sequence
      * number and check value of the last AUDIT-RECORD written, with
      * the program and timestamp that wrote it.  Each program that
      * appends to AUDITLOG.DAT reads it to number and chain its own
      * record and rewrites it afterward; the audit verifier checks
      * the end of the chain against it.
       01  AUDIT-CONTROL-RECORD.
           05  AC-LAST-SEQUENCE    PIC 9(9).
           05  AC-LAST-CHECK       PIC 9(9).
           05  AC-LAST-PROGRAM     PIC X(10).
           05  AC-LAST-TIMESTAMP   PIC X(26).
