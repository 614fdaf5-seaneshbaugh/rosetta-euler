       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULERAUV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RM-COBOL.
       OBJECT-COMPUTER. RM-COBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMAUV.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDITCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITCTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "AUVRPT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CYCLE-FILE ASSIGN TO "CYCLE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY PARMAUV.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  AUDIT-CONTROL-FILE.
       COPY AUDITCTL.
       FD  REPORT-FILE.
       01  REPORT-LINE PIC X(100).
       FD  CYCLE-FILE.
       COPY CYCLEREC.
       FD  ALERT-FILE.
       COPY ALERTREC.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC X(2).
       01  WS-AUDIT-STATUS PIC X(2).
       01  WS-AUDITCTL-STATUS PIC X(2).
       01  WS-REPORT-STATUS PIC X(2).
       01  WS-CYCLE-STATUS PIC X(2).
       01  WS-CYCLE-ID PIC 9(6) VALUE 0.
       01  WS-ALERT-STATUS PIC X(2).
       01  WS-ALERT-SEVERITY PIC X(1).
       01  WS-ALERT-REASON PIC X(40).
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-AUDIT-NAME PIC X(30).
       01  WS-AUDIT-EOF PIC X(1).
       01  WS-CURRENT-MONTH PIC X(6).
       01  WS-FIRST-MONTH PIC X(6).
       01  WS-WALK-MONTH PIC X(6).
       01  WS-WORK-YEAR PIC 9(4).
       01  WS-WORK-MONTH PIC 9(2).
       01  WS-CHAIN-STARTED PIC X(1) VALUE "N".
       01  WS-START-SEQUENCE PIC 9(9) VALUE 1.
       01  WS-START-CHECK PIC 9(9) VALUE 0.
       01  WS-LAST-SEQUENCE PIC 9(9) VALUE 0.
       01  WS-PREV-CHECK PIC 9(9) VALUE 0.
       01  WS-LAST-TIMESTAMP PIC X(16) VALUE SPACES.
       01  WS-NEXT-SEQUENCE PIC 9(9).
       01  WS-GAP-END PIC 9(9).
       01  WS-AUDIT-CHECK-WORK PIC 9(12).
       01  WS-AUDIT-BYTE PIC 9(4).
       01  WS-FILE-COUNT PIC 9(4) VALUE 0.
       01  WS-FILE-RECORDS PIC 9(7).
       01  WS-TOTAL-RECORDS PIC 9(9) VALUE 0.
       01  WS-CHAINED-COUNT PIC 9(9) VALUE 0.
       01  WS-LEGACY-COUNT PIC 9(9) VALUE 0.
       01  WS-BEFORE-START-COUNT PIC 9(9) VALUE 0.
       01  WS-GAP-COUNT PIC 9(6) VALUE 0.
       01  WS-DUPLICATE-COUNT PIC 9(6) VALUE 0.
       01  WS-ORDER-COUNT PIC 9(6) VALUE 0.
       01  WS-BREAK-COUNT PIC 9(6) VALUE 0.
       01  WS-PRINT-LINE PIC X(100).
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       BEGIN.
           PERFORM READ-CYCLE-ID
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-CURRENT-MONTH
           PERFORM READ-PARAMETERS
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-REPORT-HEADER
           MOVE WS-FIRST-MONTH TO WS-WALK-MONTH
           PERFORM VERIFY-ARCHIVE-MONTH
               UNTIL WS-WALK-MONTH > WS-CURRENT-MONTH
           MOVE "AUDITLOG.DAT" TO WS-AUDIT-NAME
           PERFORM VERIFY-ONE-FILE
           IF WS-FILE-RECORDS = 0 AND WS-AUDIT-STATUS NOT = "00"
               MOVE "AUDITLOG.DAT NOT FOUND" TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-DETAIL
           END-IF
           PERFORM CHECK-AUDIT-CONTROL
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE
           IF WS-BREAK-COUNT > 0
               MOVE 12 TO WS-RETURN-CODE
               MOVE "C" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-REASON
               STRING "AUDIT LOG CHAIN BROKEN, " DELIMITED BY SIZE
                       WS-BREAK-COUNT DELIMITED BY SIZE
                       " BREAK(S)" DELIMITED BY SIZE
                   INTO WS-ALERT-REASON
               END-STRING
               PERFORM WRITE-ALERT
           ELSE
               IF WS-ORDER-COUNT > 0
                   MOVE 4 TO WS-RETURN-CODE
                   MOVE "W" TO WS-ALERT-SEVERITY
                   MOVE "AUDIT LOG TIMESTAMPS OUT OF ORDER"
                       TO WS-ALERT-REASON
                   PERFORM WRITE-ALERT
               END-IF
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       MAIN-LOGIC-EXIT.
           EXIT.
       READ-CYCLE-ID SECTION.
       READ-CYCLE-ID-BEGIN.
           OPEN INPUT CYCLE-FILE
           IF WS-CYCLE-STATUS = "00"
               READ CYCLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CY-CYCLE-ID NUMERIC
                           MOVE CY-CYCLE-ID TO WS-CYCLE-ID
                       END-IF
               END-READ
               CLOSE CYCLE-FILE
           END-IF
           .
       READ-CYCLE-ID-EXIT.
           EXIT.
       READ-PARAMETERS SECTION.
       READ-PARAMETERS-BEGIN.
           MOVE SPACES TO WS-FIRST-MONTH
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PM-AUV-FIRST-MONTH TO WS-FIRST-MONTH
                       PERFORM READ-CHAIN-START
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-FIRST-MONTH NOT NUMERIC
               OR WS-FIRST-MONTH (5:2) < "01"
               OR WS-FIRST-MONTH (5:2) > "12"
               MOVE WS-CURRENT-MONTH (1:4) TO WS-WORK-YEAR
               SUBTRACT 2 FROM WS-WORK-YEAR
               MOVE WS-WORK-YEAR TO WS-FIRST-MONTH (1:4)
               MOVE WS-CURRENT-MONTH (5:2) TO WS-FIRST-MONTH (5:2)
               DISPLAY "EULERAUV: NO VALID FIRST MONTH GIVEN, "
                   "ARCHIVES WALKED FROM " WS-FIRST-MONTH
           END-IF
           .
       READ-PARAMETERS-EXIT.
           EXIT.
       READ-CHAIN-START SECTION.
       READ-CHAIN-START-BEGIN.
           IF PM-AUV-START-SEQUENCE NOT NUMERIC
               OR PM-AUV-START-SEQUENCE <= 1
               GO TO READ-CHAIN-START-EXIT
           END-IF
           IF PM-AUV-START-CHECK NOT NUMERIC
               DISPLAY "EULERAUV: START SEQUENCE "
                   PM-AUV-START-SEQUENCE " GIVEN WITHOUT A CHECK "
                   "VALUE, CHAIN VERIFIED FROM SEQUENCE 1"
               GO TO READ-CHAIN-START-EXIT
           END-IF
           MOVE PM-AUV-START-SEQUENCE TO WS-START-SEQUENCE
           MOVE PM-AUV-START-CHECK TO WS-START-CHECK
           .
       READ-CHAIN-START-EXIT.
           EXIT.
       WRITE-REPORT-HEADER SECTION.
       WRITE-REPORT-HEADER-BEGIN.
           MOVE "EULER BATCH AUDIT LOG VERIFICATION REPORT"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "ARCHIVES FROM " DELIMITED BY SIZE
                   WS-FIRST-MONTH DELIMITED BY SIZE
                   " THROUGH " DELIMITED BY SIZE
                   WS-CURRENT-MONTH DELIMITED BY SIZE
                   " THEN THE LIVE LOG" DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CHAIN EXPECTED FROM SEQUENCE " DELIMITED BY SIZE
                   WS-START-SEQUENCE DELIMITED BY SIZE
                   " AFTER CHECK " DELIMITED BY SIZE
                   WS-START-CHECK DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-REPORT-HEADER-EXIT.
           EXIT.
       VERIFY-ARCHIVE-MONTH SECTION.
       VERIFY-ARCHIVE-MONTH-BEGIN.
           MOVE "AUDITLOG.YYYYMM.DAT" TO WS-AUDIT-NAME
           MOVE WS-WALK-MONTH TO WS-AUDIT-NAME (10:6)
           PERFORM VERIFY-ONE-FILE
           MOVE WS-WALK-MONTH (1:4) TO WS-WORK-YEAR
           MOVE WS-WALK-MONTH (5:2) TO WS-WORK-MONTH
           IF WS-WORK-MONTH = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF
           MOVE WS-WORK-YEAR TO WS-WALK-MONTH (1:4)
           MOVE WS-WORK-MONTH TO WS-WALK-MONTH (5:2)
           .
       VERIFY-ARCHIVE-MONTH-EXIT.
           EXIT.
       VERIFY-ONE-FILE SECTION.
       VERIFY-ONE-FILE-BEGIN.
           MOVE 0 TO WS-FILE-RECORDS
           MOVE "N" TO WS-AUDIT-EOF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               ADD 1 TO WS-FILE-COUNT
               PERFORM VERIFY-ONE-RECORD UNTIL WS-AUDIT-EOF = "Y"
               CLOSE AUDIT-FILE
               MOVE SPACES TO WS-PRINT-LINE
               STRING FUNCTION TRIM (WS-AUDIT-NAME)
                       DELIMITED BY SIZE
                       " RECORDS=" DELIMITED BY SIZE
                       WS-FILE-RECORDS DELIMITED BY SIZE
                       " LAST SEQUENCE=" DELIMITED BY SIZE
                       WS-LAST-SEQUENCE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-REPORT-DETAIL
           END-IF
           .
       VERIFY-ONE-FILE-EXIT.
           EXIT.
       VERIFY-ONE-RECORD SECTION.
       VERIFY-ONE-RECORD-BEGIN.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF
               NOT AT END
                   ADD 1 TO WS-FILE-RECORDS
                   ADD 1 TO WS-TOTAL-RECORDS
                   IF AR-SEQUENCE-NUMBER NUMERIC
                       AND AR-CHECK-VALUE NUMERIC
                       AND AR-SEQUENCE-NUMBER > 0
                       ADD 1 TO WS-CHAINED-COUNT
                       PERFORM CHECK-CHAINED-RECORD
                   ELSE
                       PERFORM CHECK-UNSEQUENCED-RECORD
                   END-IF
           END-READ
           .
       VERIFY-ONE-RECORD-EXIT.
           EXIT.
       CHECK-UNSEQUENCED-RECORD SECTION.
       CHECK-UNSEQUENCED-RECORD-BEGIN.
           IF WS-CHAIN-STARTED = "N"
               ADD 1 TO WS-LEGACY-COUNT
           ELSE
               ADD 1 TO WS-BREAK-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "BREAK    " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-AUDIT-NAME)
                           DELIMITED BY SIZE
                       " UNSEQUENCED RECORD AFTER SEQUENCE "
                           DELIMITED BY SIZE
                       WS-LAST-SEQUENCE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-REPORT-DETAIL
           END-IF
           .
       CHECK-UNSEQUENCED-RECORD-EXIT.
           EXIT.
       CHECK-CHAINED-RECORD SECTION.
       CHECK-CHAINED-RECORD-BEGIN.
           IF WS-CHAIN-STARTED = "N"
               IF AR-SEQUENCE-NUMBER < WS-START-SEQUENCE
                   ADD 1 TO WS-BEFORE-START-COUNT
                   GO TO CHECK-CHAINED-RECORD-EXIT
               END-IF
               MOVE "Y" TO WS-CHAIN-STARTED
               MOVE WS-START-CHECK TO WS-PREV-CHECK
               IF AR-SEQUENCE-NUMBER = WS-START-SEQUENCE
                   PERFORM VERIFY-CHECK-VALUE
               ELSE
                   ADD 1 TO WS-GAP-COUNT
                   ADD 1 TO WS-BREAK-COUNT
                   COMPUTE WS-GAP-END = AR-SEQUENCE-NUMBER - 1
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "GAP      " DELIMITED BY SIZE
                           FUNCTION TRIM (WS-AUDIT-NAME)
                               DELIMITED BY SIZE
                           " SEQUENCE " DELIMITED BY SIZE
                           WS-START-SEQUENCE DELIMITED BY SIZE
                           " THRU " DELIMITED BY SIZE
                           WS-GAP-END DELIMITED BY SIZE
                           " MISSING" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-DETAIL
               END-IF
               PERFORM ADVANCE-CHAIN
               GO TO CHECK-CHAINED-RECORD-EXIT
           END-IF
           IF AR-RUN-TIMESTAMP (1:16) < WS-LAST-TIMESTAMP
               ADD 1 TO WS-ORDER-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "ORDER    " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-AUDIT-NAME)
                           DELIMITED BY SIZE
                       " SEQUENCE " DELIMITED BY SIZE
                       AR-SEQUENCE-NUMBER DELIMITED BY SIZE
                       " STAMPED " DELIMITED BY SIZE
                       AR-RUN-TIMESTAMP (1:16) DELIMITED BY SIZE
                       " BEFORE " DELIMITED BY SIZE
                       WS-LAST-TIMESTAMP DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-REPORT-DETAIL
           END-IF
           COMPUTE WS-NEXT-SEQUENCE = WS-LAST-SEQUENCE + 1
           EVALUATE TRUE
               WHEN AR-SEQUENCE-NUMBER = WS-NEXT-SEQUENCE
                   PERFORM VERIFY-CHECK-VALUE
                   PERFORM ADVANCE-CHAIN
               WHEN AR-SEQUENCE-NUMBER < WS-NEXT-SEQUENCE
                   ADD 1 TO WS-DUPLICATE-COUNT
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "DUPLICATE " DELIMITED BY SIZE
                           FUNCTION TRIM (WS-AUDIT-NAME)
                               DELIMITED BY SIZE
                           " SEQUENCE " DELIMITED BY SIZE
                           AR-SEQUENCE-NUMBER DELIMITED BY SIZE
                           " AFTER " DELIMITED BY SIZE
                           WS-LAST-SEQUENCE DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-DETAIL
               WHEN OTHER
                   ADD 1 TO WS-GAP-COUNT
                   ADD 1 TO WS-BREAK-COUNT
                   COMPUTE WS-GAP-END = AR-SEQUENCE-NUMBER - 1
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "GAP      " DELIMITED BY SIZE
                           FUNCTION TRIM (WS-AUDIT-NAME)
                               DELIMITED BY SIZE
                           " SEQUENCE " DELIMITED BY SIZE
                           WS-NEXT-SEQUENCE DELIMITED BY SIZE
                           " THRU " DELIMITED BY SIZE
                           WS-GAP-END DELIMITED BY SIZE
                           " MISSING" DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-DETAIL
                   PERFORM ADVANCE-CHAIN
           END-EVALUATE
           .
       CHECK-CHAINED-RECORD-EXIT.
           EXIT.
       VERIFY-CHECK-VALUE SECTION.
       VERIFY-CHECK-VALUE-BEGIN.
           MOVE WS-PREV-CHECK TO WS-AUDIT-CHECK-WORK
           PERFORM VARYING WS-AUDIT-BYTE FROM 1 BY 1
               UNTIL WS-AUDIT-BYTE > 129
               COMPUTE WS-AUDIT-CHECK-WORK = FUNCTION MOD
                   (WS-AUDIT-CHECK-WORK * 257
                   + FUNCTION ORD (AUDIT-RECORD (WS-AUDIT-BYTE:1)),
                   999999937)
           END-PERFORM
           IF WS-AUDIT-CHECK-WORK NOT = AR-CHECK-VALUE
               ADD 1 TO WS-BREAK-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "BREAK    " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-AUDIT-NAME)
                           DELIMITED BY SIZE
                       " SEQUENCE " DELIMITED BY SIZE
                       AR-SEQUENCE-NUMBER DELIMITED BY SIZE
                       " CHECK VALUE DOES NOT CHAIN" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-REPORT-DETAIL
           END-IF
           .
       VERIFY-CHECK-VALUE-EXIT.
           EXIT.
       ADVANCE-CHAIN SECTION.
       ADVANCE-CHAIN-BEGIN.
           MOVE AR-SEQUENCE-NUMBER TO WS-LAST-SEQUENCE
           MOVE AR-CHECK-VALUE TO WS-PREV-CHECK
           MOVE AR-RUN-TIMESTAMP (1:16) TO WS-LAST-TIMESTAMP
           .
       ADVANCE-CHAIN-EXIT.
           EXIT.
       CHECK-AUDIT-CONTROL SECTION.
       CHECK-AUDIT-CONTROL-BEGIN.
           OPEN INPUT AUDIT-CONTROL-FILE
           IF WS-AUDITCTL-STATUS NOT = "00"
               IF WS-CHAIN-STARTED = "Y"
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE "BREAK    AUDITCTL.DAT NOT FOUND"
                       TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-DETAIL
               END-IF
               GO TO CHECK-AUDIT-CONTROL-EXIT
           END-IF
           READ AUDIT-CONTROL-FILE
               AT END
                   MOVE 0 TO AC-LAST-SEQUENCE
                   MOVE 0 TO AC-LAST-CHECK
           END-READ
           CLOSE AUDIT-CONTROL-FILE
           IF AC-LAST-SEQUENCE NOT = WS-LAST-SEQUENCE
               OR AC-LAST-CHECK NOT = WS-PREV-CHECK
               ADD 1 TO WS-BREAK-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "BREAK    AUDITCTL.DAT LAST SEQUENCE "
                       DELIMITED BY SIZE
                       AC-LAST-SEQUENCE DELIMITED BY SIZE
                       " CHECK " DELIMITED BY SIZE
                       AC-LAST-CHECK DELIMITED BY SIZE
                       ", LOG ENDS AT " DELIMITED BY SIZE
                       WS-LAST-SEQUENCE DELIMITED BY SIZE
                       " CHECK " DELIMITED BY SIZE
                       WS-PREV-CHECK DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-REPORT-DETAIL
           END-IF
           .
       CHECK-AUDIT-CONTROL-EXIT.
           EXIT.
       WRITE-REPORT-SUMMARY SECTION.
       WRITE-REPORT-SUMMARY-BEGIN.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FILES=" DELIMITED BY SIZE
                   WS-FILE-COUNT DELIMITED BY SIZE
                   " RECORDS=" DELIMITED BY SIZE
                   WS-TOTAL-RECORDS DELIMITED BY SIZE
                   " CHAINED=" DELIMITED BY SIZE
                   WS-CHAINED-COUNT DELIMITED BY SIZE
                   " UNSEQUENCED=" DELIMITED BY SIZE
                   WS-LEGACY-COUNT DELIMITED BY SIZE
                   " BEFORE START=" DELIMITED BY SIZE
                   WS-BEFORE-START-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-REPORT-DETAIL
           MOVE SPACES TO WS-PRINT-LINE
           STRING "GAPS=" DELIMITED BY SIZE
                   WS-GAP-COUNT DELIMITED BY SIZE
                   " DUPLICATES=" DELIMITED BY SIZE
                   WS-DUPLICATE-COUNT DELIMITED BY SIZE
                   " OUT-OF-ORDER=" DELIMITED BY SIZE
                   WS-ORDER-COUNT DELIMITED BY SIZE
                   " BREAKS=" DELIMITED BY SIZE
                   WS-BREAK-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-REPORT-DETAIL
           .
       WRITE-REPORT-SUMMARY-EXIT.
           EXIT.
       WRITE-REPORT-DETAIL SECTION.
       WRITE-REPORT-DETAIL-BEGIN.
           MOVE WS-PRINT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           DISPLAY "EULERAUV: " FUNCTION TRIM (WS-PRINT-LINE)
           .
       WRITE-REPORT-DETAIL-EXIT.
           EXIT.
       WRITE-ALERT SECTION.
       WRITE-ALERT-BEGIN.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE "EULERAUV" TO AL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE WS-ALERT-SEVERITY TO AL-SEVERITY
           MOVE WS-ALERT-REASON TO AL-REASON
           MOVE WS-RETURN-CODE TO AL-RETURN-CODE
           MOVE WS-CYCLE-ID TO AL-CYCLE-ID
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE
           .
       WRITE-ALERT-EXIT.
           EXIT.
