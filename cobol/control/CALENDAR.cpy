      * Business-day run calendar - one record per date, so the
      * controller can tell what kind of night it is running.  The
      * day type is B for a business day or H for a holiday or other
      * non-business day.  The three flags mark the business days
      * that close a week (the last business day of the week), open
      * a month (the first business day) and close a month (the last
      * business day); each is Y or blank.  A date missing from the
      * calendar stops the stream rather than let the controller
      * guess which decks to run.
       01  CALENDAR-RECORD.
           05  CL-DATE             PIC X(8).
           05  CL-DAY-TYPE         PIC X(1).
           05  CL-WEEK-END         PIC X(1).
           05  CL-MONTH-START      PIC X(1).
           05  CL-MONTH-END        PIC X(1).
