      * Parameter card for the audit-log verifier - the first month
      * (YYYYMM) of AUDITLOG.YYYYMM.DAT archives to walk before the
      * live log.  Months with no archive file are passed over.
      * The chain must start at sequence 1 with a zero check value
      * unless PM-AUV-START-SEQUENCE names a later first sequence,
      * in which case PM-AUV-START-CHECK is the check value of the
      * record just before it (as AUDITCTL.DAT held it then) and the
      * first record walked is verified against it.  Records below
      * the starting sequence are counted but not verified.
       01  PARMAUV-RECORD.
           05  PM-AUV-FIRST-MONTH      PIC X(6).
           05  PM-AUV-START-SEQUENCE   PIC 9(9).
           05  PM-AUV-START-CHECK      PIC 9(9).
