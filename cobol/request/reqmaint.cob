       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULERRQM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RM-COBOL.
       OBJECT-COMPUTER. RM-COBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE ASSIGN TO "REQTRAN003.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSACTION-STATUS.
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
           SELECT CHANGE-LOG-FILE ASSIGN TO "REQCHG003.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-STATUS.
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
       COPY REQTRAN003.
       FD  REQUEST-MASTER-FILE.
       COPY REQMAST003.
       FD  REQUEST-ARCHIVE-FILE.
       COPY REQARCH003.
       FD  CHANGE-LOG-FILE.
       COPY REQCHG003.
       FD  CYCLE-FILE.
       COPY CYCLEREC.
       FD  RUN-LOCK-FILE.
       COPY RUNLOCK.
       FD  PARMLCK-FILE.
       COPY PARMLCK.
       WORKING-STORAGE SECTION.
       01  WS-TRANSACTION-STATUS PIC X(2).
       01  WS-MASTER-STATUS PIC X(2).
       01  WS-ARCHIVE-STATUS PIC X(2).
       01  WS-CHANGE-LOG-STATUS PIC X(2).
       01  WS-CYCLE-STATUS PIC X(2).
       01  WS-CYCLE-ID PIC 9(6) VALUE 0.
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-TRANSACTION-EOF PIC X(1) VALUE "N".
       01  WS-MASTER-EOF PIC X(1) VALUE "N".
       01  WS-CURRENT-DATE-TIME PIC X(21).
       01  WS-TODAY PIC 9(8).
       01  WS-ARCHIVE-EOF PIC X(1) VALUE "N".
       01  WS-FOUND-FLAG PIC X(1).
       01  WS-ACTION PIC X(8).
       01  WS-REJECT-REASON PIC X(40).
       01  WS-BEFORE-STATUS PIC X(8).
       01  WS-BEFORE-PRIORITY PIC 9(1).
       01  WS-READ-COUNT PIC 9(4) VALUE 0.
       01  WS-APPLIED-COUNT PIC 9(4) VALUE 0.
       01  WS-REJECTED-COUNT PIC 9(4) VALUE 0.
       01  WS-OPTION PIC X(1).
       01  WS-QUERY-REQUESTER PIC X(8).
       01  WS-QUERY-REQUEST PIC X(8).
       01  WS-HIT-COUNT PIC 9(4).
       01  WS-DONE-FLAG PIC X(1) VALUE "N".
       01  WS-RECEIVED-DATE PIC 9(8).
       01  WS-AGE-DAYS PIC 9(5).
       01  WS-AGE-EDIT PIC ZZZZ9.
       01  WS-AGE-TEXT PIC X(5).
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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-TODAY
           ACCEPT WS-RUN-CONTEXT FROM COMMAND-LINE
           IF WS-RUN-CONTEXT (1:7) = "INQUIRY"
               PERFORM PROCESS-ONE-INQUIRY UNTIL WS-DONE-FLAG = "Y"
               DISPLAY "EULERRQM: END OF INQUIRY"
           ELSE
               PERFORM CHECK-RUN-LOCK
               PERFORM READ-CYCLE-ID
               OPEN I-O REQUEST-MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "EULERRQM: NO REQUEST MASTER, RUN THE "
                       "INTAKE STEP FIRST"
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   PERFORM PROCESS-TRANSACTIONS
                   CLOSE REQUEST-MASTER-FILE
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
                           DISPLAY "EULERRQM: STREAM LOCK HELD, "
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
           DISPLAY "EULERRQM: STREAM LOCK HELD BY " WS-LOCK-HOLDER
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
               DISPLAY "EULERRQM: STREAM LOCK CLEARED AFTER "
                   WS-LOCK-WAITED " SECOND(S), PROCEEDING"
           END-IF
           .
       WAIT-FOR-RUN-LOCK-EXIT.
           EXIT.
       REFUSE-LOCKED-RUN SECTION.
       REFUSE-LOCKED-RUN-BEGIN.
           DISPLAY "EULERRQM: RUN LOCK HELD BY " WS-LOCK-HOLDER
               ", STANDALONE RUN REFUSED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       REFUSE-LOCKED-RUN-EXIT.
           EXIT.
       PROCESS-TRANSACTIONS SECTION.
       PROCESS-TRANSACTIONS-BEGIN.
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRANSACTION-STATUS NOT = "00"
               DISPLAY "EULERRQM: NO TRANSACTION FILE, NOTHING TO "
                   "APPLY"
           ELSE
               OPEN EXTEND CHANGE-LOG-FILE
               IF WS-CHANGE-LOG-STATUS = "35"
                   OPEN OUTPUT CHANGE-LOG-FILE
               END-IF
               PERFORM PROCESS-ONE-TRANSACTION
                   UNTIL WS-TRANSACTION-EOF = "Y"
               CLOSE TRANSACTION-FILE
               CLOSE CHANGE-LOG-FILE
               OPEN OUTPUT TRANSACTION-FILE
               CLOSE TRANSACTION-FILE
               DISPLAY "EULERRQM: " WS-READ-COUNT " TRANSACTION(S), "
                   WS-APPLIED-COUNT " APPLIED, "
                   WS-REJECTED-COUNT " REJECTED"
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
           MOVE FUNCTION UPPER-CASE (TX-ACTION) TO WS-ACTION
           MOVE "Y" TO WS-FOUND-FLAG
           MOVE TX-REQUEST-ID TO QM-REQUEST-ID
           READ REQUEST-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-FLAG
           END-READ
           EVALUATE TRUE
               WHEN TX-OPERATOR = SPACES
                   MOVE "OPERATOR INITIALS REQUIRED"
                       TO WS-REJECT-REASON
               WHEN WS-FOUND-FLAG = "N"
                   MOVE "REQUEST NOT ON MASTER" TO WS-REJECT-REASON
               WHEN WS-ACTION = "CANCEL"
                   PERFORM VALIDATE-CANCEL
               WHEN WS-ACTION = "REPRI"
                   PERFORM VALIDATE-REPRI
               WHEN WS-ACTION = "REQUEUE"
                   PERFORM VALIDATE-REQUEUE
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               MOVE QM-STATUS TO WS-BEFORE-STATUS
               MOVE QM-PRIORITY TO WS-BEFORE-PRIORITY
               EVALUATE WS-ACTION
                   WHEN "CANCEL"
                       MOVE "CANCELED" TO QM-STATUS
                       MOVE WS-TODAY TO QM-DATE-CLOSED
                       MOVE WS-CYCLE-ID TO QM-CYCLE-CLOSED
                   WHEN "REPRI"
                       MOVE TX-NEW-PRIORITY TO QM-PRIORITY
                   WHEN "REQUEUE"
                       MOVE "QUEUED" TO QM-STATUS
                       MOVE SPACES TO QM-RESULT
                       MOVE "N" TO QM-DELIVERED
                       MOVE SPACES TO QM-DATE-DELIVERED
                       MOVE SPACES TO QM-DATE-CLOSED
                       MOVE 0 TO QM-CYCLE-CLOSED
               END-EVALUATE
               REWRITE REQMAST003-RECORD
                   INVALID KEY
                       MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
               END-REWRITE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-TRANSACTION
           ELSE
               PERFORM WRITE-CHANGE-LOG
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY "EULERRQM: " TX-REQUEST-ID " " WS-ACTION
                   " BY " TX-OPERATOR ", " WS-BEFORE-STATUS
                   " P" WS-BEFORE-PRIORITY " TO "
                   QM-STATUS " P" QM-PRIORITY
           END-IF
           .
       APPLY-TRANSACTION-EXIT.
           EXIT.
       VALIDATE-CANCEL SECTION.
       VALIDATE-CANCEL-BEGIN.
           IF QM-STATUS NOT = "QUEUED"
               AND QM-STATUS NOT = "SKIPPED"
               STRING "CANNOT CANCEL A " DELIMITED BY SIZE
                       FUNCTION TRIM (QM-STATUS) DELIMITED BY SIZE
                       " REQUEST" DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
           END-IF
           .
       VALIDATE-CANCEL-EXIT.
           EXIT.
       VALIDATE-REPRI SECTION.
       VALIDATE-REPRI-BEGIN.
           EVALUATE TRUE
               WHEN QM-STATUS NOT = "QUEUED"
                   STRING "CANNOT REPRIORITIZE A " DELIMITED BY SIZE
                           FUNCTION TRIM (QM-STATUS) DELIMITED BY SIZE
                           " REQUEST" DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
               WHEN TX-NEW-PRIORITY NOT NUMERIC
                   OR TX-NEW-PRIORITY = 0
                   MOVE "NEW PRIORITY MUST BE 1 THROUGH 9"
                       TO WS-REJECT-REASON
               WHEN TX-NEW-PRIORITY = QM-PRIORITY
                   STRING "ALREADY AT PRIORITY " DELIMITED BY SIZE
                           TX-NEW-PRIORITY DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
           END-EVALUATE
           .
       VALIDATE-REPRI-EXIT.
           EXIT.
       VALIDATE-REQUEUE SECTION.
       VALIDATE-REQUEUE-BEGIN.
           EVALUATE TRUE
               WHEN QM-STATUS NOT = "FAILED"
                   AND QM-STATUS NOT = "SKIPPED"
                   STRING "CANNOT REQUEUE A " DELIMITED BY SIZE
                           FUNCTION TRIM (QM-STATUS) DELIMITED BY SIZE
                           " REQUEST" DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
                   END-STRING
               WHEN QM-N <= 1
                   MOVE "NO VALID N TO RERUN" TO WS-REJECT-REASON
               WHEN QM-MODE NOT = "S"
                   AND QM-MODE NOT = "F"
                   MOVE "NO VALID MODE TO RERUN" TO WS-REJECT-REASON
           END-EVALUATE
           .
       VALIDATE-REQUEUE-EXIT.
           EXIT.
       REJECT-TRANSACTION SECTION.
       REJECT-TRANSACTION-BEGIN.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "EULERRQM: " WS-ACTION " " TX-REQUEST-ID
               " REJECTED: " FUNCTION TRIM (WS-REJECT-REASON)
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           .
       REJECT-TRANSACTION-EXIT.
           EXIT.
       WRITE-CHANGE-LOG SECTION.
       WRITE-CHANGE-LOG-BEGIN.
           MOVE FUNCTION CURRENT-DATE TO CG-TIMESTAMP
           MOVE TX-OPERATOR TO CG-OPERATOR
           MOVE WS-ACTION TO CG-ACTION
           MOVE QM-REQUEST-ID TO CG-REQUEST-ID
           MOVE QM-REQUESTER-ID TO CG-REQUESTER-ID
           MOVE WS-BEFORE-STATUS TO CG-BEFORE-STATUS
           MOVE QM-STATUS TO CG-AFTER-STATUS
           MOVE WS-BEFORE-PRIORITY TO CG-BEFORE-PRIORITY
           MOVE QM-PRIORITY TO CG-AFTER-PRIORITY
           MOVE WS-CYCLE-ID TO CG-CYCLE-ID
           WRITE REQCHG003-RECORD
           .
       WRITE-CHANGE-LOG-EXIT.
           EXIT.
       PROCESS-ONE-INQUIRY SECTION.
       PROCESS-ONE-INQUIRY-BEGIN.
           DISPLAY " "
           DISPLAY "REQUEST MASTER INQUIRY"
           DISPLAY "  R - REQUESTS FOR A REQUESTER"
           DISPLAY "  I - ONE REQUEST ID"
           DISPLAY "  X - EXIT"
           DISPLAY "OPTION: " WITH NO ADVANCING
           ACCEPT WS-OPTION
           EVALUATE WS-OPTION
               WHEN "R"
               WHEN "r"
                   PERFORM INQUIRE-BY-REQUESTER
               WHEN "I"
               WHEN "i"
                   PERFORM INQUIRE-BY-REQUEST-ID
               WHEN "X"
               WHEN "x"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER
                   DISPLAY "UNKNOWN OPTION " WS-OPTION
           END-EVALUATE
           .
       PROCESS-ONE-INQUIRY-EXIT.
           EXIT.
       INQUIRE-BY-REQUESTER SECTION.
       INQUIRE-BY-REQUESTER-BEGIN.
           DISPLAY "REQUESTER ID: " WITH NO ADVANCING
           ACCEPT WS-QUERY-REQUESTER
           MOVE FUNCTION UPPER-CASE (WS-QUERY-REQUESTER)
               TO WS-QUERY-REQUESTER
           MOVE 0 TO WS-HIT-COUNT
           MOVE "N" TO WS-MASTER-EOF
           OPEN INPUT REQUEST-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN REQUEST MASTER, STATUS "
                   WS-MASTER-STATUS
           ELSE
               MOVE WS-QUERY-REQUESTER TO QM-REQUESTER-ID
               START REQUEST-MASTER-FILE KEY = QM-REQUESTER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-MASTER-EOF
               END-START
               PERFORM READ-NEXT-FOR-REQUESTER
                   UNTIL WS-MASTER-EOF = "Y"
               CLOSE REQUEST-MASTER-FILE
           END-IF
           MOVE "N" TO WS-ARCHIVE-EOF
           OPEN INPUT REQUEST-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               MOVE WS-QUERY-REQUESTER TO QA-REQUESTER-ID
               START REQUEST-ARCHIVE-FILE KEY = QA-REQUESTER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-ARCHIVE-EOF
               END-START
               PERFORM READ-ARCHIVE-FOR-REQUESTER
                   UNTIL WS-ARCHIVE-EOF = "Y"
               CLOSE REQUEST-ARCHIVE-FILE
           END-IF
           DISPLAY WS-HIT-COUNT " REQUEST(S) FOUND"
           .
       INQUIRE-BY-REQUESTER-EXIT.
           EXIT.
       READ-NEXT-FOR-REQUESTER SECTION.
       READ-NEXT-FOR-REQUESTER-BEGIN.
           READ REQUEST-MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-MASTER-EOF
               NOT AT END
                   IF QM-REQUESTER-ID = WS-QUERY-REQUESTER
                       ADD 1 TO WS-HIT-COUNT
                       PERFORM DISPLAY-REQUEST-RECORD
                   ELSE
                       MOVE "Y" TO WS-MASTER-EOF
                   END-IF
           END-READ
           .
       READ-NEXT-FOR-REQUESTER-EXIT.
           EXIT.
       READ-ARCHIVE-FOR-REQUESTER SECTION.
       READ-ARCHIVE-FOR-REQUESTER-BEGIN.
           READ REQUEST-ARCHIVE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-ARCHIVE-EOF
               NOT AT END
                   IF QA-REQUESTER-ID = WS-QUERY-REQUESTER
                       ADD 1 TO WS-HIT-COUNT
                       PERFORM DISPLAY-ARCHIVE-RECORD
                   ELSE
                       MOVE "Y" TO WS-ARCHIVE-EOF
                   END-IF
           END-READ
           .
       READ-ARCHIVE-FOR-REQUESTER-EXIT.
           EXIT.
       INQUIRE-BY-REQUEST-ID SECTION.
       INQUIRE-BY-REQUEST-ID-BEGIN.
           DISPLAY "REQUEST ID: " WITH NO ADVANCING
           ACCEPT WS-QUERY-REQUEST
           MOVE FUNCTION UPPER-CASE (WS-QUERY-REQUEST)
               TO WS-QUERY-REQUEST
           MOVE 0 TO WS-HIT-COUNT
           OPEN INPUT REQUEST-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN REQUEST MASTER, STATUS "
                   WS-MASTER-STATUS
           ELSE
               MOVE WS-QUERY-REQUEST TO QM-REQUEST-ID
               READ REQUEST-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-HIT-COUNT
                       PERFORM DISPLAY-REQUEST-RECORD
               END-READ
               CLOSE REQUEST-MASTER-FILE
           END-IF
           IF WS-HIT-COUNT = 0
               OPEN INPUT REQUEST-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = "00"
                   MOVE WS-QUERY-REQUEST TO QA-REQUEST-ID
                   READ REQUEST-ARCHIVE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WS-HIT-COUNT
                           PERFORM DISPLAY-ARCHIVE-RECORD
                   END-READ
                   CLOSE REQUEST-ARCHIVE-FILE
               END-IF
           END-IF
           IF WS-HIT-COUNT = 0
               DISPLAY "REQUEST " WS-QUERY-REQUEST " NOT FOUND"
           END-IF
           .
       INQUIRE-BY-REQUEST-ID-EXIT.
           EXIT.
       DISPLAY-ARCHIVE-RECORD SECTION.
       DISPLAY-ARCHIVE-RECORD-BEGIN.
           MOVE REQARCH003-RECORD TO REQMAST003-RECORD
           PERFORM DISPLAY-REQUEST-RECORD
           DISPLAY "    ARCHIVED " QA-DATE-ARCHIVED
           .
       DISPLAY-ARCHIVE-RECORD-EXIT.
           EXIT.
       DISPLAY-REQUEST-RECORD SECTION.
       DISPLAY-REQUEST-RECORD-BEGIN.
           MOVE "?" TO WS-AGE-TEXT
           IF QM-DATE-RECEIVED NUMERIC
               MOVE QM-DATE-RECEIVED TO WS-RECEIVED-DATE
               IF WS-RECEIVED-DATE NOT > WS-TODAY
                   COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE (WS-RECEIVED-DATE)
                   MOVE WS-AGE-DAYS TO WS-AGE-EDIT
                   MOVE WS-AGE-EDIT TO WS-AGE-TEXT
               END-IF
           END-IF
           DISPLAY QM-REQUEST-ID " " QM-REQUESTER-ID
               " " QM-STATUS
               " P" QM-PRIORITY
               " RECEIVED " QM-DATE-RECEIVED
               " AGE " FUNCTION TRIM (WS-AGE-TEXT) " DAY(S)"
           DISPLAY "    N=" QM-N " MODE=" QM-MODE
               " RESULT: " FUNCTION TRIM (QM-RESULT)
           .
       DISPLAY-REQUEST-RECORD-EXIT.
           EXIT.
