      * Parameter card for the pre-cycle backup step - how many
      * backup generations are kept.  Each new generation beyond this
      * count removes the oldest generation's copies and catalog
      * entries.
       01  PARMBKP-RECORD.
           05  PM-BKP-GENERATIONS      PIC 9(3).
