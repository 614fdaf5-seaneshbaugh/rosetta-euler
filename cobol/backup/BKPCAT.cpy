      * Backup catalog - one record per file per backup generation
      * taken by the pre-cycle backup step at the start of the stream.
      * BC-GENERATION numbers the generations in the order they were
      * taken and BC-CYCLE-ID tags each with the cycle it was taken
      * in front of, so the restore utility can put a file or the
      * whole set back to its state before a given cycle.
      * BC-BACKUP-STATE is P when the file was present and copied, A
      * when it did not exist before the cycle (a restore removes
      * it), and E when the copy failed and cannot be restored.
       01  BACKUP-CATALOG-RECORD.
           05  BC-GENERATION       PIC 9(6).
           05  BC-CYCLE-ID         PIC 9(6).
           05  BC-TIMESTAMP        PIC X(21).
           05  BC-FILE-STEM        PIC X(10).
           05  BC-BACKUP-NAME      PIC X(40).
           05  BC-RECORD-COUNT     PIC 9(7).
           05  BC-BACKUP-STATE     PIC X(1).
