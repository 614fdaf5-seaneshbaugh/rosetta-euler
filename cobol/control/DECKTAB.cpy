      * Control deck table - maps each kind of calendar day to the
      * control deck that runs on it.  DK-DAY-TYPE is B (every
      * business day), H (holidays), W (last business day of the
      * week), S (first business day of the month) or E (last
      * business day of the month).  Every deck whose day type fits
      * tonight's calendar entry is selected, and their cards are
      * merged into one stream in card sequence order.  The deck
      * name is what the job log records as selected.
       01  DECK-TABLE-RECORD.
           05  DK-DAY-TYPE         PIC X(1).
           05  DK-DECK-NAME        PIC X(7).
           05  DK-DECK-FILE        PIC X(40).
