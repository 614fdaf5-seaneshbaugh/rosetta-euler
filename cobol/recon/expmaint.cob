       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULEREXM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RM-COBOL.
       OBJECT-COMPUTER. RM-COBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "EXPTRAN.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT EXPECTED-FILE ASSIGN TO "EXPECTED.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXPECTED-STATUS.
           SELECT RUN-RESULT-FILE ASSIGN TO "RUNRESULTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-RESULT-STATUS.
           SELECT COMPARE-REPORT-FILE ASSIGN TO "COMPARERPT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-COMPARE-REPORT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "EXPHIST.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HISTORY-WORK-FILE ASSIGN TO "EXPHWORK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-WORK-STATUS.
           SELECT CYCLE-FILE ASSIGN TO "CYCLE.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT PARMLCK-FILE ASSIGN TO "PARMLCK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARMLCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-FILE.
       COPY EXPTRAN.
       FD  EXPECTED-FILE.
       COPY EXPECTED.
       FD  RUN-RESULT-FILE.
       COPY RUNREC.
       FD  COMPARE-REPORT-FILE.
       01  COMPARE-REPORT-LINE PIC X(132).
       FD  HISTORY-FILE.
       01  HISTORY-RECORD PIC X(182).
       FD  HISTORY-WORK-FILE.
       COPY EXPHIST.
       FD  CYCLE-FILE.
       COPY CYCLEREC.
       FD  RUN-LOCK-FILE.
       COPY RUNLOCK.
       FD  PARMLCK-FILE.
       COPY PARMLCK.
       WORKING-STORAGE SECTION.
       01  WS-TRANSACTION-STATUS PIC X(2).
       01  WS-EXPECTED-STATUS PIC X(2).
       01  WS-RUN-RESULT-STATUS PIC X(2).
       01  WS-COMPARE-REPORT-STATUS PIC X(2).
       01  WS-HISTORY-STATUS PIC X(2).
       01  WS-HISTORY-WORK-STATUS PIC X(2).
       01  WS-HISTORY-WORK-EOF PIC X(1) VALUE "N".
       01  WS-TRANSACTIONS-PRESENT PIC X(1) VALUE "N".
       01  WS-CYCLE-STATUS PIC X(2).
       01  WS-CYCLE-ID PIC 9(6) VALUE 0.
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-TRANSACTION-EOF PIC X(1) VALUE "N".
       01  WS-EXPECTED-EOF PIC X(1) VALUE "N".
       01  WS-RESULTS-EOF PIC X(1).
       01  WS-REPORT-EOF PIC X(1).
       01  WS-EXPECTED-COUNT PIC 9(4) VALUE 0.
       01  WS-EXPECTED-TABLE.
           05  WS-EXPECTED-ENTRY OCCURS 500 TIMES.
               10  WS-EXP-JOB-ID       PIC X(10).
               10  WS-EXP-INPUT-VALUE  PIC X(48).
               10  WS-EXP-RESULT       PIC X(20).
               10  WS-EXP-DELETED      PIC X(1).
       01  WS-IDX PIC 9(4).
       01  WS-FOUND-IDX PIC 9(4).
       01  WS-FOUND-FLAG PIC X(1).
       01  WS-ACTION PIC X(8).
       01  WS-REJECT-REASON PIC X(40).
       01  WS-KEY-JOB-ID PIC X(10).
       01  WS-KEY-INPUT-VALUE PIC X(48).
       01  WS-OLD-RESULT PIC X(20).
       01  WS-NEW-RESULT PIC X(20).
       01  WS-SOURCE-CYCLE PIC 9(6).
       01  WS-SHOWN-FLAG PIC X(1).
       01  WS-PROMOTE-PASS PIC X(1).
       01  WS-PROMOTE-READ PIC 9(6).
       01  WS-PROMOTE-NEW-KEYS PIC 9(6).
       01  WS-PROMOTE-ADDED PIC 9(6).
       01  WS-PROMOTE-CHANGED PIC 9(6).
       01  WS-PROMOTE-SAME PIC 9(6).
       01  WS-READ-COUNT PIC 9(4) VALUE 0.
       01  WS-APPLIED-COUNT PIC 9(4) VALUE 0.
       01  WS-REJECTED-COUNT PIC 9(4) VALUE 0.
       01  WS-CHANGE-COUNT PIC 9(6) VALUE 0.
       01  WS-WRITTEN-COUNT PIC 9(4) VALUE 0.
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
           PERFORM LOAD-EXPECTED-MASTER
           IF WS-RETURN-CODE = 0
               PERFORM PROCESS-TRANSACTIONS
               IF WS-TRANSACTIONS-PRESENT = "Y"
                   IF WS-CHANGE-COUNT > 0
                       PERFORM REWRITE-EXPECTED-MASTER
                   END-IF
                   IF WS-RETURN-CODE < 12
                       IF WS-CHANGE-COUNT > 0
                           PERFORM POST-CHANGE-HISTORY
                       END-IF
                       OPEN OUTPUT TRANSACTION-FILE
                       CLOSE TRANSACTION-FILE
                   ELSE
                       DISPLAY "EULEREXM: EXPECTED MASTER UNCHANGED, "
                           "TRANSACTIONS KEPT FOR RERUN"
                   END-IF
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
                           DISPLAY "EULEREXM: STREAM LOCK HELD, "
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
           DISPLAY "EULEREXM: STREAM LOCK HELD BY " WS-LOCK-HOLDER
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
               DISPLAY "EULEREXM: STREAM LOCK CLEARED AFTER "
                   WS-LOCK-WAITED " SECOND(S), PROCEEDING"
           END-IF
           .
       WAIT-FOR-RUN-LOCK-EXIT.
           EXIT.
       REFUSE-LOCKED-RUN SECTION.
       REFUSE-LOCKED-RUN-BEGIN.
           DISPLAY "EULEREXM: RUN LOCK HELD BY " WS-LOCK-HOLDER
               ", STANDALONE RUN REFUSED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       REFUSE-LOCKED-RUN-EXIT.
           EXIT.
       LOAD-EXPECTED-MASTER SECTION.
       LOAD-EXPECTED-MASTER-BEGIN.
           OPEN INPUT EXPECTED-FILE
           EVALUATE WS-EXPECTED-STATUS
               WHEN "00"
                   PERFORM LOAD-EXPECTED-RECORD
                       UNTIL WS-EXPECTED-EOF = "Y"
                   CLOSE EXPECTED-FILE
                   DISPLAY "EULEREXM: " WS-EXPECTED-COUNT
                       " EXPECTED RESULT(S) LOADED"
               WHEN "35"
                   DISPLAY "EULEREXM: NO EXPECTED MASTER, STARTING "
                       "AN EMPTY ONE"
               WHEN OTHER
                   DISPLAY "EULEREXM: CANNOT OPEN EXPECTED MASTER, "
                       "STATUS " WS-EXPECTED-STATUS
                   MOVE 12 TO WS-RETURN-CODE
           END-EVALUATE
           .
       LOAD-EXPECTED-MASTER-EXIT.
           EXIT.
       LOAD-EXPECTED-RECORD SECTION.
       LOAD-EXPECTED-RECORD-BEGIN.
           READ EXPECTED-FILE
               AT END
                   MOVE "Y" TO WS-EXPECTED-EOF
               NOT AT END
                   IF WS-EXPECTED-COUNT < 500
                       ADD 1 TO WS-EXPECTED-COUNT
                       MOVE EX-JOB-ID
                           TO WS-EXP-JOB-ID (WS-EXPECTED-COUNT)
                       MOVE EX-INPUT-VALUE
                           TO WS-EXP-INPUT-VALUE (WS-EXPECTED-COUNT)
                       MOVE EX-EXPECTED-RESULT
                           TO WS-EXP-RESULT (WS-EXPECTED-COUNT)
                       MOVE "N" TO WS-EXP-DELETED (WS-EXPECTED-COUNT)
                   ELSE
                       DISPLAY "EULEREXM: EXPECTED MASTER EXCEEDS 500 "
                           "RECORDS, NOT MAINTAINED"
                       MOVE 12 TO WS-RETURN-CODE
                       MOVE "Y" TO WS-EXPECTED-EOF
                   END-IF
           END-READ
           .
       LOAD-EXPECTED-RECORD-EXIT.
           EXIT.
       PROCESS-TRANSACTIONS SECTION.
       PROCESS-TRANSACTIONS-BEGIN.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "EULEREXM: NO TRANSACTION FILE, NOTHING TO "
                   "APPLY"
           ELSE
               MOVE "Y" TO WS-TRANSACTIONS-PRESENT
               OPEN OUTPUT HISTORY-WORK-FILE
               PERFORM PROCESS-ONE-TRANSACTION
                   UNTIL WS-TRANSACTION-EOF = "Y"
               CLOSE TRANSACTION-FILE
               CLOSE HISTORY-WORK-FILE
               DISPLAY "EULEREXM: " WS-READ-COUNT " TRANSACTION(S), "
                   WS-APPLIED-COUNT " APPLIED, "
                   WS-REJECTED-COUNT " REJECTED, "
                   WS-CHANGE-COUNT " EXPECTED RESULT(S) CHANGED"
           END-IF
           .
       PROCESS-TRANSACTIONS-EXIT.
           EXIT.
       PROCESS-ONE-TRANSACTION SECTION.
       PROCESS-ONE-TRANSACTION-BEGIN.
           READ TRANSACTION-FILE
               AT END
                   MOVE "Y" TO WS-TRANSACTION-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM APPLY-TRANSACTION
           END-READ
           .
       PROCESS-ONE-TRANSACTION-EXIT.
           EXIT.
       APPLY-TRANSACTION SECTION.
       APPLY-TRANSACTION-BEGIN.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE FUNCTION UPPER-CASE (ET-ACTION) TO WS-ACTION
           MOVE ET-JOB-ID TO WS-KEY-JOB-ID
           MOVE ET-INPUT-VALUE TO WS-KEY-INPUT-VALUE
           MOVE 0 TO WS-SOURCE-CYCLE
           IF ET-SOURCE-CYCLE NUMERIC
               MOVE ET-SOURCE-CYCLE TO WS-SOURCE-CYCLE
           END-IF
           EVALUATE TRUE
               WHEN ET-APPROVER = SPACES
                   MOVE "APPROVER INITIALS REQUIRED"
                       TO WS-REJECT-REASON
               WHEN WS-ACTION = "ADD"
                   PERFORM APPLY-ADD
               WHEN WS-ACTION = "CHANGE"
                   PERFORM APPLY-CHANGE
               WHEN WS-ACTION = "DELETE"
                   PERFORM APPLY-DELETE
               WHEN WS-ACTION = "PROMOTE"
                   PERFORM APPLY-PROMOTE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRANSACTION
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           .
       APPLY-TRANSACTION-EXIT.
           EXIT.
       APPLY-ADD SECTION.
       APPLY-ADD-BEGIN.
           PERFORM FIND-EXPECTED-ENTRY
           EVALUATE TRUE
               WHEN ET-JOB-ID = SPACES OR ET-INPUT-VALUE = SPACES
                   MOVE "JOB ID AND INPUT VALUE REQUIRED"
                       TO WS-REJECT-REASON
               WHEN ET-NEW-RESULT = SPACES
                   MOVE "NEW RESULT REQUIRED" TO WS-REJECT-REASON
               WHEN WS-FOUND-FLAG = "Y"
                   MOVE "ALREADY ON EXPECTED MASTER"
                       TO WS-REJECT-REASON
               WHEN WS-EXPECTED-COUNT >= 500
                   MOVE "EXPECTED MASTER FULL" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE SPACES TO WS-OLD-RESULT
                   MOVE ET-NEW-RESULT TO WS-NEW-RESULT
                   PERFORM ADD-EXPECTED-ENTRY
                   PERFORM WRITE-HISTORY
           END-EVALUATE
           .
       APPLY-ADD-EXIT.
           EXIT.
       APPLY-CHANGE SECTION.
       APPLY-CHANGE-BEGIN.
           PERFORM FIND-EXPECTED-ENTRY
           EVALUATE TRUE
               WHEN ET-JOB-ID = SPACES OR ET-INPUT-VALUE = SPACES
                   MOVE "JOB ID AND INPUT VALUE REQUIRED"
                       TO WS-REJECT-REASON
               WHEN ET-NEW-RESULT = SPACES
                   MOVE "NEW RESULT REQUIRED" TO WS-REJECT-REASON
               WHEN WS-FOUND-FLAG = "N"
                   MOVE "NOT ON EXPECTED MASTER" TO WS-REJECT-REASON
               WHEN WS-EXP-RESULT (WS-FOUND-IDX) = ET-NEW-RESULT
                   MOVE "NEW RESULT SAME AS CURRENT"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE WS-EXP-RESULT (WS-FOUND-IDX) TO WS-OLD-RESULT
                   MOVE ET-NEW-RESULT TO WS-NEW-RESULT
                   MOVE WS-NEW-RESULT TO WS-EXP-RESULT (WS-FOUND-IDX)
                   PERFORM WRITE-HISTORY
           END-EVALUATE
           .
       APPLY-CHANGE-EXIT.
           EXIT.
       APPLY-DELETE SECTION.
       APPLY-DELETE-BEGIN.
           PERFORM FIND-EXPECTED-ENTRY
           EVALUATE TRUE
               WHEN ET-JOB-ID = SPACES OR ET-INPUT-VALUE = SPACES
                   MOVE "JOB ID AND INPUT VALUE REQUIRED"
                       TO WS-REJECT-REASON
               WHEN WS-FOUND-FLAG = "N"
                   MOVE "NOT ON EXPECTED MASTER" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE WS-EXP-RESULT (WS-FOUND-IDX) TO WS-OLD-RESULT
                   MOVE SPACES TO WS-NEW-RESULT
                   MOVE "Y" TO WS-EXP-DELETED (WS-FOUND-IDX)
                   PERFORM WRITE-HISTORY
           END-EVALUATE
           .
       APPLY-DELETE-EXIT.
           EXIT.
       APPLY-PROMOTE SECTION.
       APPLY-PROMOTE-BEGIN.
           IF WS-SOURCE-CYCLE = 0
               MOVE "SOURCE CYCLE REQUIRED" TO WS-REJECT-REASON
               GO TO APPLY-PROMOTE-EXIT
           END-IF
           PERFORM CHECK-CANDIDATE-SHOWN
           IF WS-SHOWN-FLAG = "N"
               MOVE "CYCLE NOT SHOWN AS COMPARE CANDIDATE"
                   TO WS-REJECT-REASON
               GO TO APPLY-PROMOTE-EXIT
           END-IF
           MOVE "C" TO WS-PROMOTE-PASS
           PERFORM SCAN-SOURCE-CYCLE
           EVALUATE TRUE
               WHEN WS-PROMOTE-READ = 0
                   MOVE "NO RUN RESULTS FOR SOURCE CYCLE"
                       TO WS-REJECT-REASON
               WHEN WS-EXPECTED-COUNT + WS-PROMOTE-NEW-KEYS > 500
                   MOVE "EXPECTED MASTER WOULD EXCEED 500"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE "A" TO WS-PROMOTE-PASS
                   PERFORM SCAN-SOURCE-CYCLE
                   DISPLAY "EULEREXM: PROMOTE CYCLE " WS-SOURCE-CYCLE
                       " BY " ET-APPROVER ", " WS-PROMOTE-READ
                       " RESULT(S), " WS-PROMOTE-ADDED " ADDED, "
                       WS-PROMOTE-CHANGED " CHANGED, "
                       WS-PROMOTE-SAME " ALREADY EXPECTED"
           END-EVALUATE
           .
       APPLY-PROMOTE-EXIT.
           EXIT.
       CHECK-CANDIDATE-SHOWN SECTION.
       CHECK-CANDIDATE-SHOWN-BEGIN.
           MOVE "N" TO WS-SHOWN-FLAG
           MOVE "N" TO WS-REPORT-EOF
           OPEN INPUT COMPARE-REPORT-FILE
           IF WS-COMPARE-REPORT-STATUS = "00"
               PERFORM READ-COMPARE-REPORT-LINE
                   UNTIL WS-REPORT-EOF = "Y"
               CLOSE COMPARE-REPORT-FILE
           END-IF
           .
       CHECK-CANDIDATE-SHOWN-EXIT.
           EXIT.
       READ-COMPARE-REPORT-LINE SECTION.
       READ-COMPARE-REPORT-LINE-BEGIN.
           READ COMPARE-REPORT-FILE
               AT END
                   MOVE "Y" TO WS-REPORT-EOF
               NOT AT END
                   IF COMPARE-REPORT-LINE (1:20)
                           = "CYCLE A (BASELINE): "
                       MOVE "Y" TO WS-REPORT-EOF
                       IF COMPARE-REPORT-LINE (50:6) = WS-SOURCE-CYCLE
                           MOVE "Y" TO WS-SHOWN-FLAG
                       END-IF
                   END-IF
           END-READ
           .
       READ-COMPARE-REPORT-LINE-EXIT.
           EXIT.
       SCAN-SOURCE-CYCLE SECTION.
       SCAN-SOURCE-CYCLE-BEGIN.
           MOVE 0 TO WS-PROMOTE-READ
           MOVE 0 TO WS-PROMOTE-NEW-KEYS
           MOVE 0 TO WS-PROMOTE-ADDED
           MOVE 0 TO WS-PROMOTE-CHANGED
           MOVE 0 TO WS-PROMOTE-SAME
           MOVE "N" TO WS-RESULTS-EOF
           OPEN INPUT RUN-RESULT-FILE
           IF WS-RUN-RESULT-STATUS = "00"
               PERFORM SCAN-ONE-RESULT UNTIL WS-RESULTS-EOF = "Y"
               CLOSE RUN-RESULT-FILE
           END-IF
           .
       SCAN-SOURCE-CYCLE-EXIT.
           EXIT.
       SCAN-ONE-RESULT SECTION.
       SCAN-ONE-RESULT-BEGIN.
           READ RUN-RESULT-FILE
               AT END
                   MOVE "Y" TO WS-RESULTS-EOF
               NOT AT END
                   IF RR-CYCLE-ID = WS-SOURCE-CYCLE
                       AND (ET-JOB-ID = SPACES
                           OR RR-JOB-ID = ET-JOB-ID)
                       ADD 1 TO WS-PROMOTE-READ
                       MOVE RR-JOB-ID TO WS-KEY-JOB-ID
                       MOVE RR-INPUT-VALUE TO WS-KEY-INPUT-VALUE
                       PERFORM FIND-EXPECTED-ENTRY
                       IF WS-PROMOTE-PASS = "A"
                           PERFORM PROMOTE-ONE-RESULT
                       ELSE
                           IF WS-FOUND-FLAG = "N"
                               ADD 1 TO WS-PROMOTE-NEW-KEYS
                           END-IF
                       END-IF
                   END-IF
           END-READ
           .
       SCAN-ONE-RESULT-EXIT.
           EXIT.
       PROMOTE-ONE-RESULT SECTION.
       PROMOTE-ONE-RESULT-BEGIN.
           MOVE RR-RESULT-VALUE TO WS-NEW-RESULT
           IF WS-FOUND-FLAG = "N"
               MOVE SPACES TO WS-OLD-RESULT
               PERFORM ADD-EXPECTED-ENTRY
               PERFORM WRITE-HISTORY
               ADD 1 TO WS-PROMOTE-ADDED
           ELSE
               IF WS-EXP-RESULT (WS-FOUND-IDX) = WS-NEW-RESULT
                   ADD 1 TO WS-PROMOTE-SAME
               ELSE
                   MOVE WS-EXP-RESULT (WS-FOUND-IDX) TO WS-OLD-RESULT
                   MOVE WS-NEW-RESULT TO WS-EXP-RESULT (WS-FOUND-IDX)
                   PERFORM WRITE-HISTORY
                   ADD 1 TO WS-PROMOTE-CHANGED
               END-IF
           END-IF
           .
       PROMOTE-ONE-RESULT-EXIT.
           EXIT.
       FIND-EXPECTED-ENTRY SECTION.
       FIND-EXPECTED-ENTRY-BEGIN.
           MOVE "N" TO WS-FOUND-FLAG
           MOVE 0 TO WS-FOUND-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EXPECTED-COUNT
               OR WS-FOUND-FLAG = "Y"
               IF WS-EXP-DELETED (WS-IDX) = "N"
                   AND WS-EXP-JOB-ID (WS-IDX) = WS-KEY-JOB-ID
                   AND WS-EXP-INPUT-VALUE (WS-IDX)
                       = WS-KEY-INPUT-VALUE
                   MOVE "Y" TO WS-FOUND-FLAG
                   MOVE WS-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM
           .
       FIND-EXPECTED-ENTRY-EXIT.
           EXIT.
       ADD-EXPECTED-ENTRY SECTION.
       ADD-EXPECTED-ENTRY-BEGIN.
           ADD 1 TO WS-EXPECTED-COUNT
           MOVE WS-KEY-JOB-ID TO WS-EXP-JOB-ID (WS-EXPECTED-COUNT)
           MOVE WS-KEY-INPUT-VALUE
               TO WS-EXP-INPUT-VALUE (WS-EXPECTED-COUNT)
           MOVE WS-NEW-RESULT TO WS-EXP-RESULT (WS-EXPECTED-COUNT)
           MOVE "N" TO WS-EXP-DELETED (WS-EXPECTED-COUNT)
           .
       ADD-EXPECTED-ENTRY-EXIT.
           EXIT.
       REJECT-TRANSACTION SECTION.
       REJECT-TRANSACTION-BEGIN.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "EULEREXM: " WS-ACTION " " ET-JOB-ID " "
               FUNCTION TRIM (ET-INPUT-VALUE)
               " REJECTED: " FUNCTION TRIM (WS-REJECT-REASON)
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           .
       REJECT-TRANSACTION-EXIT.
           EXIT.
       WRITE-HISTORY SECTION.
       WRITE-HISTORY-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO EH-TIMESTAMP
           MOVE ET-APPROVER TO EH-APPROVER
           MOVE WS-ACTION TO EH-ACTION
           MOVE WS-KEY-JOB-ID TO EH-JOB-ID
           MOVE WS-KEY-INPUT-VALUE TO EH-INPUT-VALUE
           MOVE WS-OLD-RESULT TO EH-OLD-RESULT
           MOVE WS-NEW-RESULT TO EH-NEW-RESULT
           MOVE WS-SOURCE-CYCLE TO EH-SOURCE-CYCLE
           MOVE WS-CYCLE-ID TO EH-CYCLE-ID
           MOVE ET-REASON TO EH-REASON
           WRITE EXPHIST-RECORD
           ADD 1 TO WS-CHANGE-COUNT
           IF WS-ACTION NOT = "PROMOTE"
               DISPLAY "EULEREXM: " WS-ACTION " " WS-KEY-JOB-ID " "
                   FUNCTION TRIM (WS-KEY-INPUT-VALUE) " BY "
                   ET-APPROVER ", " FUNCTION TRIM (WS-OLD-RESULT)
                   " TO " FUNCTION TRIM (WS-NEW-RESULT)
           END-IF
           .
       WRITE-HISTORY-EXIT.
           EXIT.
       POST-CHANGE-HISTORY SECTION.
       POST-CHANGE-HISTORY-BEGIN.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           OPEN INPUT HISTORY-WORK-FILE
           PERFORM POST-ONE-HISTORY-RECORD
               UNTIL WS-HISTORY-WORK-EOF = "Y"
           CLOSE HISTORY-WORK-FILE
           CLOSE HISTORY-FILE
           .
       POST-CHANGE-HISTORY-EXIT.
           EXIT.
       POST-ONE-HISTORY-RECORD SECTION.
       POST-ONE-HISTORY-RECORD-BEGIN.
           READ HISTORY-WORK-FILE
               AT END
                   MOVE "Y" TO WS-HISTORY-WORK-EOF
               NOT AT END
                   MOVE EXPHIST-RECORD TO HISTORY-RECORD
                   WRITE HISTORY-RECORD
           END-READ
           .
       POST-ONE-HISTORY-RECORD-EXIT.
           EXIT.
       REWRITE-EXPECTED-MASTER SECTION.
       REWRITE-EXPECTED-MASTER-BEGIN.
           OPEN OUTPUT EXPECTED-FILE
           IF WS-EXPECTED-STATUS NOT = "00"
               DISPLAY "EULEREXM: CANNOT REWRITE EXPECTED MASTER, "
                   "STATUS " WS-EXPECTED-STATUS
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-EXPECTED-COUNT
                   IF WS-EXP-DELETED (WS-IDX) = "N"
                       MOVE WS-EXP-JOB-ID (WS-IDX) TO EX-JOB-ID
                       MOVE WS-EXP-INPUT-VALUE (WS-IDX)
                           TO EX-INPUT-VALUE
                       MOVE WS-EXP-RESULT (WS-IDX)
                           TO EX-EXPECTED-RESULT
                       WRITE EXPECTED-RECORD
                       ADD 1 TO WS-WRITTEN-COUNT
                   END-IF
               END-PERFORM
               CLOSE EXPECTED-FILE
               DISPLAY "EULEREXM: EXPECTED MASTER REWRITTEN, "
                   WS-WRITTEN-COUNT " RECORD(S)"
           END-IF
           .
       REWRITE-EXPECTED-MASTER-EXIT.
           EXIT.
