           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDITCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITCTL-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT FACTOR-FILE ASSIGN TO "FACTOR003.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FACTOR-STATUS.
           SELECT FACTOR-PENDING-FILE ASSIGN TO "FACTPEND003.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FACTPEND-STATUS.
           SELECT FACTOR-WORK-FILE ASSIGN TO "FACTWORK003.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FACTWORK-STATUS.
           SELECT PRIME-FILE ASSIGN TO "PRIMES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRIME-STATUS.
       COPY RUNREC.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  AUDIT-CONTROL-FILE.
       COPY AUDITCTL.
       FD  ALERT-FILE.
       COPY ALERTREC.
       FD  CHECKPOINT-FILE.
       COPY CHECKPT003.
       FD  FACTOR-FILE.
       COPY FACTOR003.
       FD  FACTOR-PENDING-FILE.
       01  FACTOR-PENDING-RECORD PIC X(30).
       FD  FACTOR-WORK-FILE.
       01  FACTOR-WORK-RECORD PIC X(30).
       FD  PRIME-FILE.
       COPY PRIMEREC.
       COPY PRIMEHDR.
       01  WS-CYCLE-ID PIC 9(6) VALUE 0.
       01  WS-RUN-RESULT-STATUS PIC X(2).
       01  WS-AUDIT-STATUS PIC X(2).
       01  WS-AUDITCTL-STATUS PIC X(2).
       01  WS-AUDIT-SEQUENCE PIC 9(9) VALUE 0.
       01  WS-AUDIT-LAST-CHECK PIC 9(9) VALUE 0.
       01  WS-AUDIT-CHECK-WORK PIC 9(12).
       01  WS-AUDIT-BYTE PIC 9(4).
       01  WS-ALERT-STATUS PIC X(2).
       01  WS-ALERT-SEVERITY PIC X(1).
       01  WS-ALERT-REASON PIC X(40).
       01  WS-CHECKPOINT-STATUS PIC X(2).
       01  WS-FACTOR-STATUS PIC X(2).
       01  WS-FACTPEND-STATUS PIC X(2).
       01  WS-FACTWORK-STATUS PIC X(2).
       01  WS-FACTPEND-EOF PIC X(1).
       01  WS-FACTWORK-EOF PIC X(1).
       01  WS-FACTPEND-DROPPED PIC 9(7).
       01  WS-PRIME-STATUS PIC X(2).
       01  WS-CURRENT-DATE-TIME PIC X(21).
       01  WS-START-SECONDS PIC 9(5).
       01  WS-SCAN-IDX PIC 9(5).
       01  WS-PRIME-EOF PIC X(1) VALUE "N".
       01  WS-TABLE-BOUND PIC 9(12) VALUE 0.
       01  WS-HEADER-COUNT PIC 9(9) VALUE 0.
       01  WS-FILE-PRIME-COUNT PIC 9(9) VALUE 0.
       01  WS-TRAILER-SEEN PIC X(1) VALUE "N".
       01  WS-TABLE-ERROR PIC X(40) VALUE SPACES.
       01  WS-PREV-PRIME PIC 9(12) VALUE 0.
       01  WS-LOAD-CHECK-TOTAL PIC 9(18) VALUE 0.
       01  WS-BOUND-SQUARED PIC 9(18) VALUE 0.
       01  WS-BOUND-OVERFLOW PIC X(1) VALUE "N".
       01  WS-PRIME-TABLE.
           05  WS-PRIME-VALUE OCCURS 80000 TIMES PIC 9(12).
       01  WS-STREAM-OPEN PIC X(1) VALUE "N".
       01  WS-STREAM-EOF PIC X(1) VALUE "N".
       01  WS-STREAM-FOUND PIC X(1) VALUE "N".
       01  WS-STREAM-PRIME PIC 9(12) VALUE 0.
       01  WS-LOCK-STATUS PIC X(2).
       01  WS-PARMLCK-STATUS PIC X(2).
       01  WS-RUN-CONTEXT PIC X(10) VALUE SPACES.
           PERFORM OPEN-REQUEST-QUEUE
           PERFORM OPEN-OUTPUT-FILES
           PERFORM PROCESS-REQUEST-QUEUE UNTIL WS-QUEUE-EOF = "Y"
           PERFORM CLOSE-PRIME-STREAM
           IF WS-CHECKPOINT-PENDING = "Y"
               DISPLAY "EULER003: CHECKPOINT REQUEST " CP-REQUEST-ID
                   " NOT FOUND IN QUEUE, CHECKPOINT KEPT"
                       TO WS-TABLE-ERROR
               END-IF
               IF WS-TABLE-ERROR = SPACES
                   AND WS-FILE-PRIME-COUNT NOT = WS-HEADER-COUNT
                   MOVE "PRIME TABLE HEADER COUNT MISMATCH"
                       TO WS-TABLE-ERROR
               END-IF
               END-IF
               DISPLAY "EULER003: PRIME TABLE LOADED, "
                   WS-PRIME-COUNT " ENTRIES, BOUND " WS-TABLE-BOUND
               IF WS-FILE-PRIME-COUNT > WS-PRIME-COUNT
                   DISPLAY "EULER003: " WS-FILE-PRIME-COUNT
                       " PRIMES ON TABLE, ENTRIES PAST "
                       WS-PRIME-COUNT " READ FROM FILE AS NEEDED"
               END-IF
           END-IF
           .
       LOAD-PRIME-TABLE-EXIT.
           EVALUATE TRUE
               WHEN PT-RECORD-TYPE = "T"
                   IF PT-RECORD-COUNT NOT NUMERIC
                       OR PT-RECORD-COUNT NOT = WS-FILE-PRIME-COUNT
                       MOVE "PRIME TABLE TRAILER COUNT MISMATCH"
                           TO WS-TABLE-ERROR
                   ELSE
               WHEN PR-PRIME <= WS-PREV-PRIME
                   MOVE "PRIME TABLE OUT OF SEQUENCE"
                       TO WS-TABLE-ERROR
               WHEN OTHER
                   ADD 1 TO WS-FILE-PRIME-COUNT
                   IF WS-PRIME-COUNT < 80000
                       ADD 1 TO WS-PRIME-COUNT
                       MOVE PR-PRIME
                           TO WS-PRIME-VALUE (WS-PRIME-COUNT)
                   END-IF
                   MOVE PR-PRIME TO WS-PREV-PRIME
                   ADD PR-PRIME TO WS-LOAD-CHECK-TOTAL
           END-EVALUATE
           ELSE
               OPEN OUTPUT FACTOR-FILE
           END-IF
           OPEN EXTEND FACTOR-PENDING-FILE
           IF WS-FACTPEND-STATUS = "35"
               OPEN OUTPUT FACTOR-PENDING-FILE
           END-IF
           .
       OPEN-OUTPUT-FILES-EXIT.
           EXIT.
                   PERFORM CHECK-PRIME-COVERAGE
                   PERFORM BUILD-PARAMETERS-TEXT
                   IF WS-RESUMED-FLAG NOT = "Y"
                       PERFORM DROP-EARLIER-FACTORS
                       PERFORM WRITE-CHECKPOINT
                   END-IF
                   PERFORM COMPUTE-FACTORS
           EXIT.
       SET-FIRST-CANDIDATE SECTION.
       SET-FIRST-CANDIDATE-BEGIN.
           PERFORM CLOSE-PRIME-STREAM
           IF WS-PRIME-COUNT > 0
               MOVE 1 TO WS-PRIME-IDX
               MOVE WS-PRIME-VALUE (1) TO P
               ADD 1 TO WS-PRIME-IDX
               MOVE WS-PRIME-VALUE (WS-PRIME-IDX) TO P
           ELSE
               MOVE "N" TO WS-STREAM-FOUND
               IF WS-FILE-PRIME-COUNT > WS-PRIME-COUNT
                   AND WS-STREAM-EOF = "N"
                   PERFORM READ-STREAMED-PRIME
               END-IF
               IF WS-STREAM-FOUND = "Y"
                   MOVE WS-STREAM-PRIME TO P
               ELSE
                   IF P = 2
                       MOVE 3 TO P
                   ELSE
                       ADD 2 TO P
                   END-IF
               END-IF
           END-IF
           .
       ADVANCE-CANDIDATE-EXIT.
           EXIT.
       READ-STREAMED-PRIME SECTION.
       READ-STREAMED-PRIME-BEGIN.
           IF WS-STREAM-OPEN = "N"
               PERFORM OPEN-PRIME-STREAM
           END-IF
           PERFORM READ-NEXT-STREAMED-PRIME
               UNTIL WS-STREAM-FOUND = "Y" OR WS-STREAM-EOF = "Y"
           .
       READ-STREAMED-PRIME-EXIT.
           EXIT.
       OPEN-PRIME-STREAM SECTION.
       OPEN-PRIME-STREAM-BEGIN.
           OPEN INPUT PRIME-FILE
           IF WS-PRIME-STATUS NOT = "00"
               MOVE "Y" TO WS-STREAM-EOF
           ELSE
               MOVE "Y" TO WS-STREAM-OPEN
               READ PRIME-FILE
                   AT END
                       MOVE "Y" TO WS-STREAM-EOF
               END-READ
               PERFORM SKIP-STORED-PRIME
                   WS-PRIME-COUNT TIMES
           END-IF
           .
       OPEN-PRIME-STREAM-EXIT.
           EXIT.
       SKIP-STORED-PRIME SECTION.
       SKIP-STORED-PRIME-BEGIN.
           IF WS-STREAM-EOF = "N"
               READ PRIME-FILE
                   AT END
                       MOVE "Y" TO WS-STREAM-EOF
               END-READ
           END-IF
           .
       SKIP-STORED-PRIME-EXIT.
           EXIT.
       READ-NEXT-STREAMED-PRIME SECTION.
       READ-NEXT-STREAMED-PRIME-BEGIN.
           READ PRIME-FILE
               AT END
                   MOVE "Y" TO WS-STREAM-EOF
               NOT AT END
                   IF PT-RECORD-TYPE = "T"
                       MOVE "Y" TO WS-STREAM-EOF
                   ELSE
                       IF PR-PRIME > P
                           MOVE PR-PRIME TO WS-STREAM-PRIME
                           MOVE "Y" TO WS-STREAM-FOUND
                       END-IF
                   END-IF
           END-READ
           .
       READ-NEXT-STREAMED-PRIME-EXIT.
           EXIT.
       CLOSE-PRIME-STREAM SECTION.
       CLOSE-PRIME-STREAM-BEGIN.
           IF WS-STREAM-OPEN = "Y"
               CLOSE PRIME-FILE
               MOVE "N" TO WS-STREAM-OPEN
           END-IF
           MOVE "N" TO WS-STREAM-EOF
           .
       CLOSE-PRIME-STREAM-EXIT.
           EXIT.
       RECORD-PRIME-FACTOR SECTION.
       RECORD-PRIME-FACTOR-BEGIN.
           IF WS-MODE = "F"
               MOVE WS-CURRENT-FACTOR TO FR-PRIME-FACTOR
               MOVE WS-CURRENT-EXPONENT TO FR-EXPONENT
               WRITE FACTOR003-RECORD
               MOVE FACTOR003-RECORD TO FACTOR-PENDING-RECORD
               WRITE FACTOR-PENDING-RECORD
               MOVE 0 TO WS-CURRENT-FACTOR
               MOVE 0 TO WS-CURRENT-EXPONENT
           END-IF
           .
       FLUSH-CURRENT-FACTOR-EXIT.
           EXIT.
       DROP-EARLIER-FACTORS SECTION.
       DROP-EARLIER-FACTORS-BEGIN.
           IF WS-MODE NOT = "F"
               GO TO DROP-EARLIER-FACTORS-EXIT
           END-IF
           CLOSE FACTOR-PENDING-FILE
           MOVE "N" TO WS-FACTPEND-EOF
           MOVE 0 TO WS-FACTPEND-DROPPED
           OPEN INPUT FACTOR-PENDING-FILE
           IF WS-FACTPEND-STATUS = "00"
               OPEN OUTPUT FACTOR-WORK-FILE
               PERFORM KEEP-PENDING-FACTOR
                   UNTIL WS-FACTPEND-EOF = "Y"
               CLOSE FACTOR-PENDING-FILE
               CLOSE FACTOR-WORK-FILE
               IF WS-FACTPEND-DROPPED > 0
                   MOVE "N" TO WS-FACTWORK-EOF
                   OPEN INPUT FACTOR-WORK-FILE
                   OPEN OUTPUT FACTOR-PENDING-FILE
                   PERFORM RESTORE-PENDING-FACTOR
                       UNTIL WS-FACTWORK-EOF = "Y"
                   CLOSE FACTOR-WORK-FILE
                   CLOSE FACTOR-PENDING-FILE
                   DISPLAY "EULER003: REQUEST " WS-REQUEST-ID " "
                       WS-FACTPEND-DROPPED
                       " UNDELIVERED FACTOR LINE(S) FROM AN EARLIER "
                       "RUN DROPPED"
               END-IF
           END-IF
           OPEN EXTEND FACTOR-PENDING-FILE
           IF WS-FACTPEND-STATUS = "35"
               OPEN OUTPUT FACTOR-PENDING-FILE
           END-IF
           .
       DROP-EARLIER-FACTORS-EXIT.
           EXIT.
       KEEP-PENDING-FACTOR SECTION.
       KEEP-PENDING-FACTOR-BEGIN.
           READ FACTOR-PENDING-FILE
               AT END
                   MOVE "Y" TO WS-FACTPEND-EOF
               NOT AT END
                   IF FACTOR-PENDING-RECORD (1:8) = WS-REQUEST-ID
                       ADD 1 TO WS-FACTPEND-DROPPED
                   ELSE
                       MOVE FACTOR-PENDING-RECORD TO FACTOR-WORK-RECORD
                       WRITE FACTOR-WORK-RECORD
                   END-IF
           END-READ
           .
       KEEP-PENDING-FACTOR-EXIT.
           EXIT.
       RESTORE-PENDING-FACTOR SECTION.
       RESTORE-PENDING-FACTOR-BEGIN.
           READ FACTOR-WORK-FILE
               AT END
                   MOVE "Y" TO WS-FACTWORK-EOF
               NOT AT END
                   MOVE FACTOR-WORK-RECORD TO FACTOR-PENDING-RECORD
                   WRITE FACTOR-PENDING-RECORD
           END-READ
           .
       RESTORE-PENDING-FACTOR-EXIT.
           EXIT.
       WRITE-CHECKPOINT SECTION.
       WRITE-CHECKPOINT-BEGIN.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-REQUEST-RC TO AR-RETURN-CODE
           MOVE WS-ELAPSED TO AR-ELAPSED-SECONDS
           MOVE WS-CYCLE-ID TO AR-CYCLE-ID
           PERFORM READ-AUDIT-CONTROL
           ADD 1 TO WS-AUDIT-SEQUENCE
           MOVE WS-AUDIT-SEQUENCE TO AR-SEQUENCE-NUMBER
           PERFORM COMPUTE-AUDIT-CHECK
           MOVE WS-AUDIT-CHECK-WORK TO AR-CHECK-VALUE
           WRITE AUDIT-RECORD
           PERFORM WRITE-AUDIT-CONTROL
           .
       WRITE-AUDIT-RECORD-EXIT.
           EXIT.
       READ-AUDIT-CONTROL SECTION.
       READ-AUDIT-CONTROL-BEGIN.
           MOVE 0 TO WS-AUDIT-SEQUENCE
           MOVE 0 TO WS-AUDIT-LAST-CHECK
           OPEN INPUT AUDIT-CONTROL-FILE
           IF WS-AUDITCTL-STATUS = "00"
               READ AUDIT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AC-LAST-SEQUENCE NUMERIC
                           AND AC-LAST-CHECK NUMERIC
                           MOVE AC-LAST-SEQUENCE TO WS-AUDIT-SEQUENCE
                           MOVE AC-LAST-CHECK TO WS-AUDIT-LAST-CHECK
                       END-IF
               END-READ
               CLOSE AUDIT-CONTROL-FILE
           END-IF
           IF WS-AUDIT-SEQUENCE = 0
               DISPLAY "EULER003: NO AUDIT CONTROL RECORD, AUDIT "
                   "SEQUENCE STARTS AT 1"
           END-IF
           .
       READ-AUDIT-CONTROL-EXIT.
           EXIT.
       COMPUTE-AUDIT-CHECK SECTION.
       COMPUTE-AUDIT-CHECK-BEGIN.
           MOVE WS-AUDIT-LAST-CHECK TO WS-AUDIT-CHECK-WORK
           PERFORM VARYING WS-AUDIT-BYTE FROM 1 BY 1
               UNTIL WS-AUDIT-BYTE > 129
               COMPUTE WS-AUDIT-CHECK-WORK = FUNCTION MOD
                   (WS-AUDIT-CHECK-WORK * 257
                   + FUNCTION ORD (AUDIT-RECORD (WS-AUDIT-BYTE:1)),
                   999999937)
           END-PERFORM
           .
       COMPUTE-AUDIT-CHECK-EXIT.
           EXIT.
       WRITE-AUDIT-CONTROL SECTION.
       WRITE-AUDIT-CONTROL-BEGIN.
           OPEN OUTPUT AUDIT-CONTROL-FILE
           MOVE WS-AUDIT-SEQUENCE TO AC-LAST-SEQUENCE
           MOVE WS-AUDIT-CHECK-WORK TO AC-LAST-CHECK
           MOVE AR-PROGRAM-ID TO AC-LAST-PROGRAM
           MOVE AR-RUN-TIMESTAMP TO AC-LAST-TIMESTAMP
           WRITE AUDIT-CONTROL-RECORD
           CLOSE AUDIT-CONTROL-FILE
           .
       WRITE-AUDIT-CONTROL-EXIT.
           EXIT.
       WRITE-ALERT SECTION.
       WRITE-ALERT-BEGIN.
           OPEN EXTEND ALERT-FILE
           CLOSE RUN-RESULT-FILE
           CLOSE AUDIT-FILE
           CLOSE FACTOR-FILE
           CLOSE FACTOR-PENDING-FILE
           .
       CLOSE-OUTPUT-FILES-EXIT.
           EXIT.
