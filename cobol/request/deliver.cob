       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULERDLV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RM-COBOL.
       OBJECT-COMPUTER. RM-COBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-MASTER-FILE ASSIGN TO "REQMAST003.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY QM-REQUEST-ID
               ALTERNATE RECORD KEY QM-REQUESTER-ID WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT FACTOR-PENDING-FILE ASSIGN TO "FACTPEND003.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-FACTPEND-STATUS.
           SELECT RESPONSE-FILE ASSIGN USING WS-RESPONSE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT WORK-FILE ASSIGN TO "DLVWORK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
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
       FD  REQUEST-MASTER-FILE.
       COPY REQMAST003.
       FD  FACTOR-PENDING-FILE.
       COPY FACTOR003.
       FD  RESPONSE-FILE.
       COPY RESPONSE003.
       FD  WORK-FILE.
       01  WORK-RECORD PIC X(30).
       FD  CYCLE-FILE.
       COPY CYCLEREC.
       FD  ALERT-FILE.
       COPY ALERTREC.
       FD  RUN-LOCK-FILE.
       COPY RUNLOCK.
       FD  PARMLCK-FILE.
       COPY PARMLCK.
       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS PIC X(2).
       01  WS-FACTPEND-STATUS PIC X(2).
       01  WS-RESPONSE-STATUS PIC X(2).
       01  WS-WORK-STATUS PIC X(2).
       01  WS-CYCLE-STATUS PIC X(2).
       01  WS-CYCLE-ID PIC 9(6) VALUE 0.
       01  WS-ALERT-STATUS PIC X(2).
       01  WS-ALERT-SEVERITY PIC X(1).
       01  WS-ALERT-REASON PIC X(40).
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-MASTER-EOF PIC X(1) VALUE "N".
       01  WS-FACTPEND-EOF PIC X(1) VALUE "N".
       01  WS-WORK-EOF PIC X(1) VALUE "N".
       01  WS-TODAY PIC X(8).
       01  WS-DELIVERY-STAMP PIC X(14).
       01  WS-RESPONSE-NAME PIC X(40).
       01  WS-REQUESTER-EOF PIC X(1) VALUE "N".
       01  WS-FOUND-FLAG PIC X(1).
       01  WS-DELIVERABLE PIC X(1).
       01  WS-CURRENT-REQUESTER PIC X(8).
       01  WS-FILE-REQUEST-COUNT PIC 9(5) VALUE 0.
       01  WS-FILE-FACTOR-COUNT PIC 9(7) VALUE 0.
       01  WS-REQUEST-FACTOR-COUNT PIC 9(5) VALUE 0.
       01  WS-DELIVERED-COUNT PIC 9(5) VALUE 0.
       01  WS-FILE-COUNT PIC 9(4) VALUE 0.
       01  WS-KEPT-COUNT PIC 9(6) VALUE 0.
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
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DELIVERY-STAMP
           MOVE WS-DELIVERY-STAMP (1:8) TO WS-TODAY
           PERFORM READ-CYCLE-ID
           OPEN I-O REQUEST-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "EULERDLV: NO REQUEST MASTER, NOTHING TO "
                   "DELIVER"
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               MOVE LOW-VALUES TO QM-REQUESTER-ID
               START REQUEST-MASTER-FILE KEY NOT < QM-REQUESTER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-MASTER-EOF
               END-START
               PERFORM FIND-NEXT-REQUESTER UNTIL WS-MASTER-EOF = "Y"
               IF WS-DELIVERED-COUNT > 0
                   PERFORM PRUNE-PENDING-FACTORS
               END-IF
               CLOSE REQUEST-MASTER-FILE
               DISPLAY "EULERDLV: " WS-DELIVERED-COUNT
                   " REQUEST(S) DELIVERED IN " WS-FILE-COUNT
                   " RESPONSE FILE(S)"
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
                           DISPLAY "EULERDLV: STREAM LOCK HELD, "
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
           DISPLAY "EULERDLV: STREAM LOCK HELD BY " WS-LOCK-HOLDER
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
               DISPLAY "EULERDLV: STREAM LOCK CLEARED AFTER "
                   WS-LOCK-WAITED " SECOND(S), PROCEEDING"
           END-IF
           .
       WAIT-FOR-RUN-LOCK-EXIT.
           EXIT.
       REFUSE-LOCKED-RUN SECTION.
       REFUSE-LOCKED-RUN-BEGIN.
           DISPLAY "EULERDLV: RUN LOCK HELD BY " WS-LOCK-HOLDER
               ", STANDALONE RUN REFUSED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       REFUSE-LOCKED-RUN-EXIT.
           EXIT.
       FIND-NEXT-REQUESTER SECTION.
       FIND-NEXT-REQUESTER-BEGIN.
           READ REQUEST-MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-MASTER-EOF
               NOT AT END
                   MOVE QM-REQUESTER-ID TO WS-CURRENT-REQUESTER
                   PERFORM DELIVER-ONE-REQUESTER
                   MOVE WS-CURRENT-REQUESTER TO QM-REQUESTER-ID
                   START REQUEST-MASTER-FILE KEY > QM-REQUESTER-ID
                       INVALID KEY
                           MOVE "Y" TO WS-MASTER-EOF
                   END-START
           END-READ
           .
       FIND-NEXT-REQUESTER-EXIT.
           EXIT.
       START-REQUESTER SECTION.
       START-REQUESTER-BEGIN.
           MOVE "N" TO WS-REQUESTER-EOF
           MOVE WS-CURRENT-REQUESTER TO QM-REQUESTER-ID
           START REQUEST-MASTER-FILE KEY = QM-REQUESTER-ID
               INVALID KEY
                   MOVE "Y" TO WS-REQUESTER-EOF
           END-START
           .
       START-REQUESTER-EXIT.
           EXIT.
       READ-REQUESTER-RECORD SECTION.
       READ-REQUESTER-RECORD-BEGIN.
           MOVE "N" TO WS-DELIVERABLE
           READ REQUEST-MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-REQUESTER-EOF
               NOT AT END
                   IF QM-REQUESTER-ID NOT = WS-CURRENT-REQUESTER
                       MOVE "Y" TO WS-REQUESTER-EOF
                   ELSE
                       PERFORM CHECK-DELIVERABLE
                   END-IF
           END-READ
           .
       READ-REQUESTER-RECORD-EXIT.
           EXIT.
       COUNT-ONE-REQUEST SECTION.
       COUNT-ONE-REQUEST-BEGIN.
           PERFORM READ-REQUESTER-RECORD
           IF WS-DELIVERABLE = "Y"
               ADD 1 TO WS-FILE-REQUEST-COUNT
           END-IF
           .
       COUNT-ONE-REQUEST-EXIT.
           EXIT.
       DELIVER-NEXT-REQUEST SECTION.
       DELIVER-NEXT-REQUEST-BEGIN.
           PERFORM READ-REQUESTER-RECORD
           IF WS-DELIVERABLE = "Y"
               PERFORM DELIVER-ONE-REQUEST
           END-IF
           .
       DELIVER-NEXT-REQUEST-EXIT.
           EXIT.
       CHECK-DELIVERABLE SECTION.
       CHECK-DELIVERABLE-BEGIN.
           MOVE "N" TO WS-DELIVERABLE
           IF QM-DELIVERED NOT = "Y"
               IF QM-STATUS = "DONE"
                   OR QM-STATUS = "ANSWERED"
                   OR QM-STATUS = "FAILED"
                   MOVE "Y" TO WS-DELIVERABLE
               END-IF
           END-IF
           .
       CHECK-DELIVERABLE-EXIT.
           EXIT.
       DELIVER-ONE-REQUESTER SECTION.
       DELIVER-ONE-REQUESTER-BEGIN.
           MOVE 0 TO WS-FILE-REQUEST-COUNT
           MOVE 0 TO WS-FILE-FACTOR-COUNT
           PERFORM START-REQUESTER
           PERFORM COUNT-ONE-REQUEST UNTIL WS-REQUESTER-EOF = "Y"
           IF WS-FILE-REQUEST-COUNT = 0
               GO TO DELIVER-ONE-REQUESTER-EXIT
           END-IF
           MOVE SPACES TO WS-RESPONSE-NAME
           STRING "RESP." DELIMITED BY SIZE
                   FUNCTION TRIM (WS-CURRENT-REQUESTER)
                       DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-DELIVERY-STAMP DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
               INTO WS-RESPONSE-NAME
           END-STRING
           OPEN OUTPUT RESPONSE-FILE
           IF WS-RESPONSE-STATUS NOT = "00"
               DISPLAY "EULERDLV: CANNOT OPEN "
                   FUNCTION TRIM (WS-RESPONSE-NAME)
                   ", STATUS " WS-RESPONSE-STATUS
                   ", REQUESTER LEFT FOR NEXT RUN"
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
               MOVE "E" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-REASON
               STRING "RESPONSE FILE FOR " DELIMITED BY SIZE
                       FUNCTION TRIM (WS-CURRENT-REQUESTER)
                           DELIMITED BY SIZE
                       " NOT WRITTEN" DELIMITED BY SIZE
                   INTO WS-ALERT-REASON
               END-STRING
               PERFORM WRITE-ALERT
           ELSE
               MOVE SPACES TO RESPONSE-HEADER-RECORD
               MOVE "H" TO RH-RECORD-TYPE
               MOVE WS-CURRENT-REQUESTER TO RH-REQUESTER-ID
               MOVE WS-TODAY TO RH-DELIVERY-DATE
               MOVE WS-CYCLE-ID TO RH-CYCLE-ID
               MOVE WS-FILE-REQUEST-COUNT TO RH-REQUEST-COUNT
               WRITE RESPONSE-HEADER-RECORD
               PERFORM START-REQUESTER
               PERFORM DELIVER-NEXT-REQUEST
                   UNTIL WS-REQUESTER-EOF = "Y"
               MOVE SPACES TO RESPONSE-TRAILER-RECORD
               MOVE "T" TO RT-RECORD-TYPE
               MOVE WS-CURRENT-REQUESTER TO RT-REQUESTER-ID
               MOVE WS-FILE-REQUEST-COUNT TO RT-REQUEST-COUNT
               MOVE WS-FILE-FACTOR-COUNT TO RT-FACTOR-COUNT
               WRITE RESPONSE-TRAILER-RECORD
               CLOSE RESPONSE-FILE
               ADD 1 TO WS-FILE-COUNT
               DISPLAY "EULERDLV: " FUNCTION TRIM (WS-RESPONSE-NAME)
                   " WRITTEN, " WS-FILE-REQUEST-COUNT " REQUEST(S)"
           END-IF
           .
       DELIVER-ONE-REQUESTER-EXIT.
           EXIT.
       DELIVER-ONE-REQUEST SECTION.
       DELIVER-ONE-REQUEST-BEGIN.
           MOVE SPACES TO RESPONSE-DETAIL-RECORD
           MOVE "D" TO RD-RECORD-TYPE
           MOVE QM-REQUEST-ID TO RD-REQUEST-ID
           MOVE QM-N TO RD-N
           MOVE QM-MODE TO RD-MODE
           MOVE QM-DATE-RECEIVED TO RD-DATE-RECEIVED
           MOVE QM-STATUS TO RD-STATUS
           MOVE QM-RESULT TO RD-RESULT
           WRITE RESPONSE-DETAIL-RECORD
           IF QM-MODE = "F"
               AND (QM-STATUS = "DONE" OR QM-STATUS = "ANSWERED")
               PERFORM WRITE-FACTOR-LINES
           END-IF
           MOVE "Y" TO QM-DELIVERED
           MOVE WS-TODAY TO QM-DATE-DELIVERED
           REWRITE REQMAST003-RECORD
               INVALID KEY
                   DISPLAY "EULERDLV: CANNOT MARK " QM-REQUEST-ID
                       " DELIVERED, STATUS " WS-MASTER-STATUS
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-DELIVERED-COUNT
           END-REWRITE
           .
       DELIVER-ONE-REQUEST-EXIT.
           EXIT.
       WRITE-FACTOR-LINES SECTION.
       WRITE-FACTOR-LINES-BEGIN.
           MOVE 0 TO WS-REQUEST-FACTOR-COUNT
           MOVE "N" TO WS-FACTPEND-EOF
           OPEN INPUT FACTOR-PENDING-FILE
           IF WS-FACTPEND-STATUS = "00"
               PERFORM COPY-ONE-FACTOR-LINE
                   UNTIL WS-FACTPEND-EOF = "Y"
               CLOSE FACTOR-PENDING-FILE
           END-IF
           IF WS-REQUEST-FACTOR-COUNT = 0
               DISPLAY "EULERDLV: NO FACTOR LINES FOR "
                   QM-REQUEST-ID
                   ", DELIVERED WITH RESULT ONLY"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
               MOVE "W" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-REASON
               STRING "NO FACTOR LINES FOR " DELIMITED BY SIZE
                       FUNCTION TRIM (QM-REQUEST-ID) DELIMITED BY SIZE
                   INTO WS-ALERT-REASON
               END-STRING
               PERFORM WRITE-ALERT
           END-IF
           .
       WRITE-FACTOR-LINES-EXIT.
           EXIT.
       COPY-ONE-FACTOR-LINE SECTION.
       COPY-ONE-FACTOR-LINE-BEGIN.
           READ FACTOR-PENDING-FILE
               AT END
                   MOVE "Y" TO WS-FACTPEND-EOF
               NOT AT END
                   IF FR-REQUEST-ID = QM-REQUEST-ID
                       MOVE SPACES TO RESPONSE-FACTOR-RECORD
                       MOVE "F" TO RF-RECORD-TYPE
                       MOVE FR-REQUEST-ID TO RF-REQUEST-ID
                       MOVE FR-PRIME-FACTOR TO RF-PRIME-FACTOR
                       MOVE FR-EXPONENT TO RF-EXPONENT
                       WRITE RESPONSE-FACTOR-RECORD
                       ADD 1 TO WS-REQUEST-FACTOR-COUNT
                       ADD 1 TO WS-FILE-FACTOR-COUNT
                   END-IF
           END-READ
           .
       COPY-ONE-FACTOR-LINE-EXIT.
           EXIT.
       PRUNE-PENDING-FACTORS SECTION.
       PRUNE-PENDING-FACTORS-BEGIN.
           MOVE "N" TO WS-FACTPEND-EOF
           OPEN INPUT FACTOR-PENDING-FILE
           IF WS-FACTPEND-STATUS = "00"
               OPEN OUTPUT WORK-FILE
               PERFORM KEEP-ONE-FACTOR-LINE
                   UNTIL WS-FACTPEND-EOF = "Y"
               CLOSE FACTOR-PENDING-FILE
               CLOSE WORK-FILE
               OPEN INPUT WORK-FILE
               OPEN OUTPUT FACTOR-PENDING-FILE
               PERFORM RESTORE-ONE-FACTOR-LINE
                   UNTIL WS-WORK-EOF = "Y"
               CLOSE WORK-FILE
               CLOSE FACTOR-PENDING-FILE
               DISPLAY "EULERDLV: " WS-KEPT-COUNT
                   " FACTOR LINE(S) KEPT FOR UNDELIVERED REQUESTS"
           END-IF
           .
       PRUNE-PENDING-FACTORS-EXIT.
           EXIT.
       KEEP-ONE-FACTOR-LINE SECTION.
       KEEP-ONE-FACTOR-LINE-BEGIN.
           READ FACTOR-PENDING-FILE
               AT END
                   MOVE "Y" TO WS-FACTPEND-EOF
               NOT AT END
                   MOVE "N" TO WS-FOUND-FLAG
                   MOVE FR-REQUEST-ID TO QM-REQUEST-ID
                   READ REQUEST-MASTER-FILE KEY IS QM-REQUEST-ID
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF QM-DELIVERED NOT = "Y"
                               MOVE "Y" TO WS-FOUND-FLAG
                           END-IF
                   END-READ
                   IF WS-FOUND-FLAG = "Y"
                       MOVE FACTOR003-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
                       ADD 1 TO WS-KEPT-COUNT
                   END-IF
           END-READ
           .
       KEEP-ONE-FACTOR-LINE-EXIT.
           EXIT.
       RESTORE-ONE-FACTOR-LINE SECTION.
       RESTORE-ONE-FACTOR-LINE-BEGIN.
           READ WORK-FILE
               AT END
                   MOVE "Y" TO WS-WORK-EOF
               NOT AT END
                   MOVE WORK-RECORD TO FACTOR003-RECORD
                   WRITE FACTOR003-RECORD
           END-READ
           .
       RESTORE-ONE-FACTOR-LINE-EXIT.
           EXIT.
       WRITE-ALERT SECTION.
       WRITE-ALERT-BEGIN.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE "EULERDLV" TO AL-PROGRAM-ID
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
