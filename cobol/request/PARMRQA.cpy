      * Parameter card for the request archive step - how many days
      * a closed request stays on the live request master before it
      * is rolled off to the request archive.
       01  PARMRQA-RECORD.
           05  PM-RQA-RETENTION-DAYS   PIC 9(4).
