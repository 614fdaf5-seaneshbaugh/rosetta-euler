       01  WS-WORK-YEAR PIC 9(4).
       01  WS-WORK-MONTH PIC 9(2).
       01  WS-PASS PIC X(1) VALUE "C".
       01  WS-SCAN-MONTH PIC X(6).
       01  WS-MONTH-RECORDS PIC 9(7) VALUE 0.
       01  WS-PROGRAM-COUNT PIC 9(2) VALUE 0.
       01  WS-PROGRAM-TABLE.
           05  WS-PROGRAM-ENTRY OCCURS 20 TIMES.
           PERFORM READ-PARAMETERS
           IF WS-RETURN-CODE = 0
               MOVE "C" TO WS-PASS
               MOVE WS-REPORT-MONTH TO WS-SCAN-MONTH
               PERFORM SCAN-AUDIT-MONTH
               IF WS-MONTH-RECORDS = 0
                   DISPLAY "EULERMND: NO AUDIT RECORDS FOR "
                       WS-REPORT-MONTH " IN ITS ARCHIVE OR THE LIVE "
                       "LOG, NOTHING TO REPORT"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-RETURN-CODE = 0
               MOVE "P" TO WS-PASS
               MOVE WS-PRIOR-MONTH TO WS-SCAN-MONTH
               PERFORM SCAN-AUDIT-MONTH
               IF WS-MONTH-RECORDS = 0
                   DISPLAY "EULERMND: NO AUDIT RECORDS FOR "
                       WS-PRIOR-MONTH ", COMPARISON SKIPPED"
               END-IF
               PERFORM WRITE-MONTH-END-REPORT
               DISPLAY "EULERMND: " WS-PROGRAM-COUNT
                   " PROGRAM(S) REPORTED FOR " WS-REPORT-MONTH
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-RETURN-CODE = 0
               AND WS-REPORT-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE (1:6) TO WS-REPORT-MONTH
               PERFORM COMPUTE-PRIOR-MONTH
               MOVE WS-PRIOR-MONTH TO WS-REPORT-MONTH
               DISPLAY "EULERMND: NO MONTH GIVEN, REPORTING "
                   WS-REPORT-MONTH
           END-IF
           IF WS-RETURN-CODE = 0
               IF WS-REPORT-MONTH NOT NUMERIC
                   DISPLAY "EULERMND: MONTH MUST BE NUMERIC YYYYMM"
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   PERFORM COMPUTE-PRIOR-MONTH
               END-IF
           END-IF
           .
           .
       COMPUTE-PRIOR-MONTH-EXIT.
           EXIT.
       SCAN-AUDIT-MONTH SECTION.
       SCAN-AUDIT-MONTH-BEGIN.
           MOVE 0 TO WS-MONTH-RECORDS
           MOVE "AUDITLOG.YYYYMM.DAT" TO WS-ARCHIVE-NAME
           MOVE WS-SCAN-MONTH TO WS-ARCHIVE-NAME (10:6)
           PERFORM SCAN-ARCHIVE-FILE
           MOVE "AUDITLOG.DAT" TO WS-ARCHIVE-NAME
           PERFORM SCAN-ARCHIVE-FILE
           .
       SCAN-AUDIT-MONTH-EXIT.
           EXIT.
       SCAN-ARCHIVE-FILE SECTION.
       SCAN-ARCHIVE-FILE-BEGIN.
           MOVE "N" TO WS-ARCHIVE-EOF
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM SCAN-ARCHIVE-RECORD
                   UNTIL WS-ARCHIVE-EOF = "Y"
               CLOSE ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-ARCHIVE-EOF
               NOT AT END
                   IF AR-RUN-TIMESTAMP (1:6) = WS-SCAN-MONTH
                       ADD 1 TO WS-MONTH-RECORDS
                       PERFORM TALLY-MONTH-RECORD
                   END-IF
           END-READ
           .
       SCAN-ARCHIVE-RECORD-EXIT.
           EXIT.
       TALLY-MONTH-RECORD SECTION.
       TALLY-MONTH-RECORD-BEGIN.
           PERFORM FIND-PROGRAM-ENTRY
           IF WS-FOUND-FLAG = "Y"
               IF WS-PASS = "C"
                   PERFORM TALLY-CURRENT-RECORD
               ELSE
                   PERFORM TALLY-PRIOR-RECORD
               END-IF
           END-IF
           .
       TALLY-MONTH-RECORD-EXIT.
           EXIT.
       FIND-PROGRAM-ENTRY SECTION.
       FIND-PROGRAM-ENTRY-BEGIN.
           MOVE "N" TO WS-FOUND-FLAG
