       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULERBAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RM-COBOL.
       OBJECT-COMPUTER. RM-COBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-QUEUE-FILE ASSIGN TO "REQUEST003.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT REQUEST-STATUS-FILE ASSIGN TO "REQSTAT003.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQSTAT-STATUS.
           SELECT REQUEST-MASTER-FILE ASSIGN TO "REQMAST003.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY QM-REQUEST-ID
               ALTERNATE RECORD KEY QM-REQUESTER-ID WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT REQUEST-ARCHIVE-FILE ASSIGN TO "REQARCH003.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY QA-REQUEST-ID
               ALTERNATE RECORD KEY QA-REQUESTER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY QA-N-MODE WITH DUPLICATES
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT RUN-RESULT-FILE ASSIGN TO "RUNRESULTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT BALANCE-REPORT-FILE ASSIGN TO "BALRPT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CYCLE-FILE ASSIGN TO "CYCLE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT PARMLCK-FILE ASSIGN TO "PARMLCK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARMLCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-QUEUE-FILE.
       COPY REQUEST003.
       FD  REQUEST-STATUS-FILE.
       COPY REQSTAT003.
       FD  REQUEST-MASTER-FILE.
       COPY REQMAST003.
       FD  REQUEST-ARCHIVE-FILE.
       COPY REQARCH003.
       FD  RUN-RESULT-FILE.
       COPY RUNREC.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  BALANCE-REPORT-FILE.
       01  BALANCE-REPORT-LINE PIC X(100).
       FD  CYCLE-FILE.
       COPY CYCLEREC.
       FD  ALERT-FILE.
       COPY ALERTREC.
       FD  RUN-LOCK-FILE.
       COPY RUNLOCK.
       FD  PARMLCK-FILE.
       COPY PARMLCK.
       WORKING-STORAGE SECTION.
       01  WS-QUEUE-STATUS PIC X(2).
       01  WS-REQSTAT-STATUS PIC X(2).
       01  WS-MASTER-STATUS PIC X(2).
       01  WS-ARCHIVE-STATUS PIC X(2).
       01  WS-RESULTS-STATUS PIC X(2).
       01  WS-AUDIT-STATUS PIC X(2).
       01  WS-REPORT-STATUS PIC X(2).
       01  WS-CYCLE-STATUS PIC X(2).
       01  WS-CYCLE-ID PIC 9(6) VALUE 0.
       01  WS-ALERT-STATUS PIC X(2).
       01  WS-ALERT-SEVERITY PIC X(1).
       01  WS-ALERT-REASON PIC X(40).
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-EOF-FLAG PIC X(1) VALUE "N".
       01  WS-RUN-DATE PIC X(8).
       01  WS-PRINT-LINE PIC X(100).
       01  WS-CHECK-RESULT PIC X(14).
       01  WS-CHECK-COUNT PIC 9(4) VALUE 0.
       01  WS-IMBALANCE-COUNT PIC 9(4) VALUE 0.
       01  WS-QUEUED-COUNT PIC 9(7) VALUE 0.
       01  WS-STATUS-COUNT PIC 9(7) VALUE 0.
       01  WS-POSTED-COUNT PIC 9(7) VALUE 0.
       01  WS-PARMCARD-COUNT PIC 9(7) VALUE 0.
       01  WS-PROGRAM-COUNT PIC 9(2) VALUE 0.
       01  WS-PROGRAM-TABLE.
           05  WS-PROGRAM-ENTRY OCCURS 50 TIMES.
               10  WS-PGM-ID           PIC X(10).
               10  WS-PGM-RESULT-COUNT PIC 9(7).
               10  WS-PGM-AUDIT-COUNT  PIC 9(7).
       01  WS-PGM-IDX PIC 9(2).
       01  WS-PGM-FOUND PIC X(1).
       01  WS-PGM-HIT PIC 9(2).
       01  WS-LOOK-UP-PROGRAM PIC X(10).
       01  WS-FAILURE-COUNT PIC 9(4) VALUE 0.
       01  WS-FAILURE-OVERFLOW PIC 9(7) VALUE 0.
       01  WS-FAILURE-TABLE.
           05  WS-FAILURE-ENTRY OCCURS 500 TIMES.
               10  WS-FAIL-REQUEST-ID  PIC X(8).
               10  WS-FAIL-ALERTED     PIC X(1).
       01  WS-FAIL-IDX PIC 9(4).
       01  WS-ALERTED-COUNT PIC 9(4) VALUE 0.
       01  WS-ALERT-KEY PIC X(40).
       01  WS-ALERT-KEY-LENGTH PIC 9(4).
       01  WS-LOCK-STATUS PIC X(2).
       01  WS-PARMLCK-STATUS PIC X(2).
       01  WS-RUN-CONTEXT PIC X(10) VALUE SPACES.
       01  WS-LOCK-HELD PIC X(1) VALUE "N".
       01  WS-LOCK-HOLDER PIC X(10) VALUE SPACES.
       01  WS-LOCK-ACTION PIC X(1) VALUE "R".
       01  WS-LOCK-WAIT-LIMIT PIC 9(4) VALUE 300.
       01  WS-LOCK-WAITED PIC 9(4) VALUE 0.
       01  WS-LOCK-INTERVAL PIC 9(4) VALUE 5.
       01  WS-SKIP-CYCLE-STAMP PIC X(1) VALUE "N".
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       BEGIN.
           PERFORM CHECK-RUN-LOCK
           PERFORM READ-CYCLE-ID
           IF WS-CYCLE-ID = 0
               DISPLAY "EULERBAL: NO CYCLE ID, NOTHING TO BALANCE"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
               OPEN OUTPUT BALANCE-REPORT-FILE
               PERFORM WRITE-REPORT-HEADER
               PERFORM BALANCE-REQUEST-COUNTS
               PERFORM BALANCE-PROGRAM-COUNTS
               PERFORM BALANCE-FAILURE-ALERTS
               PERFORM WRITE-REPORT-SUMMARY
               CLOSE BALANCE-REPORT-FILE
               DISPLAY "EULERBAL: CYCLE " WS-CYCLE-ID ", "
                   WS-CHECK-COUNT " CHECK(S), "
                   WS-IMBALANCE-COUNT " OUT OF BALANCE"
               IF WS-IMBALANCE-COUNT > 0
                   PERFORM REPORT-CYCLE-IMBALANCE
               END-IF
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       MAIN-LOGIC-EXIT.
           EXIT.
       READ-CYCLE-ID SECTION.
       READ-CYCLE-ID-BEGIN.
           IF WS-SKIP-CYCLE-STAMP = "Y"
               GO TO READ-CYCLE-ID-EXIT
           END-IF
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
       CHECK-RUN-LOCK SECTION.
       CHECK-RUN-LOCK-BEGIN.
           ACCEPT WS-RUN-CONTEXT FROM COMMAND-LINE
           IF WS-RUN-CONTEXT (1:6) NOT = "STREAM"
               PERFORM READ-RUN-LOCK
               IF WS-LOCK-HELD = "Y"
                   PERFORM READ-LOCK-POLICY
                   EVALUATE WS-LOCK-ACTION
                       WHEN "W"
                           PERFORM WAIT-FOR-RUN-LOCK
                       WHEN "Z"
                           MOVE "Y" TO WS-SKIP-CYCLE-STAMP
                           DISPLAY "EULERBAL: STREAM LOCK HELD, "
                               "RUNNING UNSTAMPED UNDER CYCLE ZERO"
                       WHEN OTHER
                           PERFORM REFUSE-LOCKED-RUN
                   END-EVALUATE
               END-IF
           END-IF
           .
       CHECK-RUN-LOCK-EXIT.
           EXIT.
       READ-RUN-LOCK SECTION.
       READ-RUN-LOCK-BEGIN.
           MOVE "N" TO WS-LOCK-HELD
           OPEN INPUT RUN-LOCK-FILE
           IF WS-LOCK-STATUS = "00"
               READ RUN-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LK-LOCK-FLAG = "Y"
                           MOVE "Y" TO WS-LOCK-HELD
                           MOVE LK-HOLDER TO WS-LOCK-HOLDER
                       END-IF
               END-READ
               CLOSE RUN-LOCK-FILE
           END-IF
           .
       READ-RUN-LOCK-EXIT.
           EXIT.
       READ-LOCK-POLICY SECTION.
       READ-LOCK-POLICY-BEGIN.
           OPEN INPUT PARMLCK-FILE
           IF WS-PARMLCK-STATUS = "00"
               READ PARMLCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PM-LCK-ACTION TO WS-LOCK-ACTION
                       IF PM-LCK-WAIT-SECONDS NUMERIC
                           AND PM-LCK-WAIT-SECONDS > 0
                           MOVE PM-LCK-WAIT-SECONDS
                               TO WS-LOCK-WAIT-LIMIT
                       END-IF
               END-READ
               CLOSE PARMLCK-FILE
           END-IF
           .
       READ-LOCK-POLICY-EXIT.
           EXIT.
       WAIT-FOR-RUN-LOCK SECTION.
       WAIT-FOR-RUN-LOCK-BEGIN.
           DISPLAY "EULERBAL: STREAM LOCK HELD BY " WS-LOCK-HOLDER
               ", WAITING UP TO " WS-LOCK-WAIT-LIMIT " SECOND(S)"
           PERFORM UNTIL WS-LOCK-HELD = "N"
               OR WS-LOCK-WAITED >= WS-LOCK-WAIT-LIMIT
               CALL "C$SLEEP" USING WS-LOCK-INTERVAL
               ADD WS-LOCK-INTERVAL TO WS-LOCK-WAITED
               PERFORM READ-RUN-LOCK
           END-PERFORM
           IF WS-LOCK-HELD = "Y"
               PERFORM REFUSE-LOCKED-RUN
           ELSE
               DISPLAY "EULERBAL: STREAM LOCK CLEARED AFTER "
                   WS-LOCK-WAITED " SECOND(S), PROCEEDING"
           END-IF
           .
       WAIT-FOR-RUN-LOCK-EXIT.
           EXIT.
       REFUSE-LOCKED-RUN SECTION.
       REFUSE-LOCKED-RUN-BEGIN.
           DISPLAY "EULERBAL: RUN LOCK HELD BY " WS-LOCK-HOLDER
               ", STANDALONE RUN REFUSED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       REFUSE-LOCKED-RUN-EXIT.
           EXIT.
       WRITE-REPORT-HEADER SECTION.
       WRITE-REPORT-HEADER-BEGIN.
           MOVE "EULER END-OF-CYCLE BALANCING REPORT" TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "BATCH CYCLE: " DELIMITED BY SIZE
                   WS-CYCLE-ID DELIMITED BY SIZE
                   "  RUN DATE: " DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-REPORT-HEADER-EXIT.
           EXIT.
       BALANCE-REQUEST-COUNTS SECTION.
       BALANCE-REQUEST-COUNTS-BEGIN.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REQUEST-QUEUE-FILE
           IF WS-QUEUE-STATUS = "00"
               PERFORM COUNT-QUEUED-REQUEST UNTIL WS-EOF-FLAG = "Y"
               CLOSE REQUEST-QUEUE-FILE
           ELSE
               MOVE "REQUEST003.DAT NOT FOUND, COUNTED AS ZERO"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REQUEST-STATUS-FILE
           IF WS-REQSTAT-STATUS = "00"
               PERFORM COUNT-REQUEST-STATUS UNTIL WS-EOF-FLAG = "Y"
               CLOSE REQUEST-STATUS-FILE
           ELSE
               MOVE "REQSTAT003.DAT NOT FOUND, COUNTED AS ZERO"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REQUEST-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               PERFORM COUNT-POSTED-MASTER UNTIL WS-EOF-FLAG = "Y"
               CLOSE REQUEST-MASTER-FILE
           ELSE
               MOVE "REQMAST003.DAT NOT FOUND, COUNTED AS ZERO"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REQUEST-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM COUNT-POSTED-ARCHIVE UNTIL WS-EOF-FLAG = "Y"
               CLOSE REQUEST-ARCHIVE-FILE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REQUESTS QUEUED      REQUEST003  " DELIMITED BY SIZE
                   WS-QUEUED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "STATUSES WRITTEN     REQSTAT003  " DELIMITED BY SIZE
                   WS-STATUS-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DISPOSITIONS POSTED  REQMAST003  " DELIMITED BY SIZE
                   WS-POSTED-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-PARMCARD-COUNT > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "PARM CARD STATUSES NOT COUNTED   "
                       DELIMITED BY SIZE
                       WS-PARMCARD-COUNT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-QUEUED-COUNT = WS-STATUS-COUNT
               AND WS-STATUS-COUNT = WS-POSTED-COUNT
               MOVE "IN BALANCE" TO WS-CHECK-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-CHECK-RESULT
           END-IF
           PERFORM RECORD-CHECK-RESULT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "REQUEST COUNTS " DELIMITED BY SIZE
                   WS-CHECK-RESULT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .
       BALANCE-REQUEST-COUNTS-EXIT.
           EXIT.
       COUNT-QUEUED-REQUEST SECTION.
       COUNT-QUEUED-REQUEST-BEGIN.
           READ REQUEST-QUEUE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-QUEUED-COUNT
           END-READ
           .
       COUNT-QUEUED-REQUEST-EXIT.
           EXIT.
       COUNT-REQUEST-STATUS SECTION.
       COUNT-REQUEST-STATUS-BEGIN.
           READ REQUEST-STATUS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF RS-REQUEST-ID = "PARMCARD"
                       ADD 1 TO WS-PARMCARD-COUNT
                   ELSE
                       ADD 1 TO WS-STATUS-COUNT
                   END-IF
                   IF RS-STATUS = "FAILED"
                       PERFORM ADD-FAILED-REQUEST
                   END-IF
           END-READ
           .
       COUNT-REQUEST-STATUS-EXIT.
           EXIT.
       ADD-FAILED-REQUEST SECTION.
       ADD-FAILED-REQUEST-BEGIN.
           IF WS-FAILURE-COUNT < 500
               ADD 1 TO WS-FAILURE-COUNT
               MOVE RS-REQUEST-ID
                   TO WS-FAIL-REQUEST-ID (WS-FAILURE-COUNT)
               MOVE "N" TO WS-FAIL-ALERTED (WS-FAILURE-COUNT)
           ELSE
               ADD 1 TO WS-FAILURE-OVERFLOW
           END-IF
           .
       ADD-FAILED-REQUEST-EXIT.
           EXIT.
       COUNT-POSTED-MASTER SECTION.
       COUNT-POSTED-MASTER-BEGIN.
           READ REQUEST-MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF QM-CYCLE-POSTED NUMERIC
                       AND QM-CYCLE-POSTED = WS-CYCLE-ID
                       ADD 1 TO WS-POSTED-COUNT
                   END-IF
           END-READ
           .
       COUNT-POSTED-MASTER-EXIT.
           EXIT.
       COUNT-POSTED-ARCHIVE SECTION.
       COUNT-POSTED-ARCHIVE-BEGIN.
           READ REQUEST-ARCHIVE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF QA-CYCLE-POSTED NUMERIC
                       AND QA-CYCLE-POSTED = WS-CYCLE-ID
                       ADD 1 TO WS-POSTED-COUNT
                   END-IF
           END-READ
           .
       COUNT-POSTED-ARCHIVE-EXIT.
           EXIT.
       BALANCE-PROGRAM-COUNTS SECTION.
       BALANCE-PROGRAM-COUNTS-BEGIN.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RUN-RESULT-FILE
           IF WS-RESULTS-STATUS = "00"
               PERFORM COUNT-RUN-RESULT UNTIL WS-EOF-FLAG = "Y"
               CLOSE RUN-RESULT-FILE
           ELSE
               MOVE "RUNRESULTS.DAT NOT FOUND, COUNTED AS ZERO"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM COUNT-AUDIT-RECORD UNTIL WS-EOF-FLAG = "Y"
               CLOSE AUDIT-FILE
           ELSE
               MOVE "AUDITLOG.DAT NOT FOUND, COUNTED AS ZERO"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           IF WS-PROGRAM-COUNT = 0
               MOVE "NO RUNRESULTS OR AUDITLOG RECORDS FOR THE CYCLE"
                   TO WS-PRINT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
               UNTIL WS-PGM-IDX > WS-PROGRAM-COUNT
               IF WS-PGM-RESULT-COUNT (WS-PGM-IDX)
                   = WS-PGM-AUDIT-COUNT (WS-PGM-IDX)
                   MOVE "IN BALANCE" TO WS-CHECK-RESULT
               ELSE
                   MOVE "OUT OF BALANCE" TO WS-CHECK-RESULT
               END-IF
               PERFORM RECORD-CHECK-RESULT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "PROGRAM " DELIMITED BY SIZE
                       WS-PGM-ID (WS-PGM-IDX) DELIMITED BY SIZE
                       " RUNRESULTS " DELIMITED BY SIZE
                       WS-PGM-RESULT-COUNT (WS-PGM-IDX)
                           DELIMITED BY SIZE
                       " AUDITLOG " DELIMITED BY SIZE
                       WS-PGM-AUDIT-COUNT (WS-PGM-IDX)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CHECK-RESULT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           .
       BALANCE-PROGRAM-COUNTS-EXIT.
           EXIT.
       COUNT-RUN-RESULT SECTION.
       COUNT-RUN-RESULT-BEGIN.
           READ RUN-RESULT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF RR-CYCLE-ID NUMERIC
                       AND RR-CYCLE-ID = WS-CYCLE-ID
                       MOVE RR-JOB-ID TO WS-LOOK-UP-PROGRAM
                       PERFORM LOOK-UP-PROGRAM
                       IF WS-PGM-FOUND = "Y"
                           ADD 1 TO WS-PGM-RESULT-COUNT (WS-PGM-HIT)
                       END-IF
                   END-IF
           END-READ
           .
       COUNT-RUN-RESULT-EXIT.
           EXIT.
       COUNT-AUDIT-RECORD SECTION.
       COUNT-AUDIT-RECORD-BEGIN.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF AR-CYCLE-ID NUMERIC
                       AND AR-CYCLE-ID = WS-CYCLE-ID
                       MOVE AR-PROGRAM-ID TO WS-LOOK-UP-PROGRAM
                       PERFORM LOOK-UP-PROGRAM
                       IF WS-PGM-FOUND = "Y"
                           ADD 1 TO WS-PGM-AUDIT-COUNT (WS-PGM-HIT)
                       END-IF
                   END-IF
           END-READ
           .
       COUNT-AUDIT-RECORD-EXIT.
           EXIT.
       LOOK-UP-PROGRAM SECTION.
       LOOK-UP-PROGRAM-BEGIN.
           MOVE "N" TO WS-PGM-FOUND
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
               UNTIL WS-PGM-IDX > WS-PROGRAM-COUNT
               OR WS-PGM-FOUND = "Y"
               IF WS-PGM-ID (WS-PGM-IDX) = WS-LOOK-UP-PROGRAM
                   MOVE "Y" TO WS-PGM-FOUND
                   MOVE WS-PGM-IDX TO WS-PGM-HIT
               END-IF
           END-PERFORM
           IF WS-PGM-FOUND = "N"
               IF WS-PROGRAM-COUNT < 50
                   ADD 1 TO WS-PROGRAM-COUNT
                   MOVE WS-LOOK-UP-PROGRAM
                       TO WS-PGM-ID (WS-PROGRAM-COUNT)
                   MOVE 0 TO WS-PGM-RESULT-COUNT (WS-PROGRAM-COUNT)
                   MOVE 0 TO WS-PGM-AUDIT-COUNT (WS-PROGRAM-COUNT)
                   MOVE "Y" TO WS-PGM-FOUND
                   MOVE WS-PROGRAM-COUNT TO WS-PGM-HIT
               ELSE
                   DISPLAY "EULERBAL: MORE THAN 50 PROGRAMS, "
                       WS-LOOK-UP-PROGRAM " NOT COUNTED"
               END-IF
           END-IF
           .
       LOOK-UP-PROGRAM-EXIT.
           EXIT.
       BALANCE-FAILURE-ALERTS SECTION.
       BALANCE-FAILURE-ALERTS-BEGIN.
           IF WS-FAILURE-COUNT > 0
               MOVE "N" TO WS-EOF-FLAG
               OPEN INPUT ALERT-FILE
               IF WS-ALERT-STATUS = "00"
                   PERFORM CHECK-FAILURE-ALERT UNTIL WS-EOF-FLAG = "Y"
                   CLOSE ALERT-FILE
               ELSE
                   MOVE "ALERTS.DAT NOT FOUND, NO FAILURE ALERTED"
                       TO WS-PRINT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-IF
           PERFORM VARYING WS-FAIL-IDX FROM 1 BY 1
               UNTIL WS-FAIL-IDX > WS-FAILURE-COUNT
               IF WS-FAIL-ALERTED (WS-FAIL-IDX) = "Y"
                   ADD 1 TO WS-ALERTED-COUNT
               ELSE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "FAILED REQUEST " DELIMITED BY SIZE
                           WS-FAIL-REQUEST-ID (WS-FAIL-IDX)
                               DELIMITED BY SIZE
                           " HAS NO E OR C ALERT FROM EULER003"
                               DELIMITED BY SIZE
                       INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-FAILURE-OVERFLOW > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "FAILURES BEYOND 500 NOT CHECKED  "
                       DELIMITED BY SIZE
                       WS-FAILURE-OVERFLOW DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF
           IF WS-ALERTED-COUNT = WS-FAILURE-COUNT
               MOVE "IN BALANCE" TO WS-CHECK-RESULT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-CHECK-RESULT
           END-IF
           PERFORM RECORD-CHECK-RESULT
           MOVE SPACES TO WS-PRINT-LINE
           STRING "EULER003 FAILURES " DELIMITED BY SIZE
                   WS-FAILURE-COUNT DELIMITED BY SIZE
                   " ALERTED " DELIMITED BY SIZE
                   WS-ALERTED-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CHECK-RESULT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           .
       BALANCE-FAILURE-ALERTS-EXIT.
           EXIT.
       CHECK-FAILURE-ALERT SECTION.
       CHECK-FAILURE-ALERT-BEGIN.
           READ ALERT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF AL-PROGRAM-ID = "EULER003"
                       AND AL-CYCLE-ID NUMERIC
                       AND AL-CYCLE-ID = WS-CYCLE-ID
                       AND (AL-SEVERITY = "E" OR AL-SEVERITY = "C")
                       PERFORM MATCH-FAILURE-ALERT
                   END-IF
           END-READ
           .
       CHECK-FAILURE-ALERT-EXIT.
           EXIT.
       MATCH-FAILURE-ALERT SECTION.
       MATCH-FAILURE-ALERT-BEGIN.
           PERFORM VARYING WS-FAIL-IDX FROM 1 BY 1
               UNTIL WS-FAIL-IDX > WS-FAILURE-COUNT
               IF WS-FAIL-ALERTED (WS-FAIL-IDX) = "N"
                   MOVE SPACES TO WS-ALERT-KEY
                   MOVE 1 TO WS-ALERT-KEY-LENGTH
                   STRING "REQUEST " DELIMITED BY SIZE
                           FUNCTION TRIM
                               (WS-FAIL-REQUEST-ID (WS-FAIL-IDX))
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                       INTO WS-ALERT-KEY
                       WITH POINTER WS-ALERT-KEY-LENGTH
                   END-STRING
                   SUBTRACT 1 FROM WS-ALERT-KEY-LENGTH
                   IF AL-REASON (1:WS-ALERT-KEY-LENGTH)
                       = WS-ALERT-KEY (1:WS-ALERT-KEY-LENGTH)
                       MOVE "Y" TO WS-FAIL-ALERTED (WS-FAIL-IDX)
                   END-IF
               END-IF
           END-PERFORM
           .
       MATCH-FAILURE-ALERT-EXIT.
           EXIT.
       RECORD-CHECK-RESULT SECTION.
       RECORD-CHECK-RESULT-BEGIN.
           ADD 1 TO WS-CHECK-COUNT
           IF WS-CHECK-RESULT NOT = "IN BALANCE"
               ADD 1 TO WS-IMBALANCE-COUNT
           END-IF
           .
       RECORD-CHECK-RESULT-EXIT.
           EXIT.
       WRITE-REPORT-SUMMARY SECTION.
       WRITE-REPORT-SUMMARY-BEGIN.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-REPORT-LINE
           STRING "CHECKS=" DELIMITED BY SIZE
                   WS-CHECK-COUNT DELIMITED BY SIZE
                   " OUT-OF-BALANCE=" DELIMITED BY SIZE
                   WS-IMBALANCE-COUNT DELIMITED BY SIZE
               INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-IMBALANCE-COUNT = 0
               MOVE "CYCLE IN BALANCE" TO WS-PRINT-LINE
           ELSE
               MOVE "CYCLE OUT OF BALANCE" TO WS-PRINT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-REPORT-SUMMARY-EXIT.
           EXIT.
       WRITE-REPORT-LINE SECTION.
       WRITE-REPORT-LINE-BEGIN.
           MOVE WS-PRINT-LINE TO BALANCE-REPORT-LINE
           WRITE BALANCE-REPORT-LINE
           .
       WRITE-REPORT-LINE-EXIT.
           EXIT.
       REPORT-CYCLE-IMBALANCE SECTION.
       REPORT-CYCLE-IMBALANCE-BEGIN.
           IF WS-RETURN-CODE < 8
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           MOVE "E" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-REASON
           STRING "CYCLE " DELIMITED BY SIZE
                   WS-CYCLE-ID DELIMITED BY SIZE
                   " OUT OF BALANCE " DELIMITED BY SIZE
                   WS-IMBALANCE-COUNT DELIMITED BY SIZE
                   " CHECKS" DELIMITED BY SIZE
               INTO WS-ALERT-REASON
           END-STRING
           PERFORM WRITE-ALERT
           .
       REPORT-CYCLE-IMBALANCE-EXIT.
           EXIT.
       WRITE-ALERT SECTION.
       WRITE-ALERT-BEGIN.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE "EULERBAL" TO AL-PROGRAM-ID
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
