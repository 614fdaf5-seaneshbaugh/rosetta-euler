      * blank condition run unconditionally.  CC-DEFER-FLAG set to N
      * marks a critical step that must never be deferred by the
      * batch-window cutoff; any other value leaves the step
      * deferrable.  CC-SEQUENCE places the card when the decks
      * selected for the night are merged: cards run in ascending
      * sequence, and cards without one run after the numbered cards
      * in the order their decks were selected.
       01  CONTROL-RECORD.
           05  CC-PROBLEM-NUMBER   PIC X(3).
           05  CC-COND-MAX-RC      PIC 9(4).
           05  CC-COND-ACTION      PIC X(1).
           05  CC-DEFER-FLAG       PIC X(1).
           05  CC-SEQUENCE         PIC 9(4).
