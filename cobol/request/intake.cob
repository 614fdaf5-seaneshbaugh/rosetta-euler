           SELECT SUBMIT-FILE ASSIGN TO "SUBMIT003.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SUBMIT-STATUS.
           SELECT HOLD-FILE ASSIGN TO "SUBHOLD003.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
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
           SELECT NEXT-REQUEST-FILE ASSIGN TO "NEXTREQ003.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-NEXT-REQUEST-STATUS.
           SELECT UNLOAD-FILE ASSIGN TO "REQUNLD003.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT REQUEST-QUEUE-FILE ASSIGN TO "REQUEST003.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
       FILE SECTION.
       FD  SUBMIT-FILE.
       COPY SUBMIT003.
       FD  HOLD-FILE.
       01  HOLD-RECORD PIC X(36).
       FD  REQUEST-MASTER-FILE.
       COPY REQMAST003.
       FD  REQUEST-ARCHIVE-FILE.
       COPY REQARCH003.
       FD  NEXT-REQUEST-FILE.
       COPY NEXTREQ003.
       FD  UNLOAD-FILE.
       01  UNLOAD-RECORD PIC X(109).
       FD  REQUEST-QUEUE-FILE.
       COPY REQUEST003.
       FD  HISTORY-FILE.
       COPY PARMLCK.
       WORKING-STORAGE SECTION.
       01  WS-SUBMIT-STATUS PIC X(2).
       01  WS-HOLD-STATUS PIC X(2).
       01  WS-MASTER-STATUS PIC X(2).
       01  WS-ARCHIVE-STATUS PIC X(2).
       01  WS-NEXT-REQUEST-STATUS PIC X(2).
       01  WS-QUEUE-STATUS PIC X(2).
       01  WS-UNLOAD-STATUS PIC X(2).
       01  WS-HISTORY-STATUS PIC X(2).
       01  WS-CYCLE-STATUS PIC X(2).
       01  WS-CYCLE-ID PIC 9(6) VALUE 0.
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-SUBMIT-PRESENT PIC X(1) VALUE "N".
       01  WS-SUBMIT-EOF PIC X(1) VALUE "N".
       01  WS-HOLD-EOF PIC X(1) VALUE "N".
       01  WS-MASTER-OPEN PIC X(1) VALUE "N".
       01  WS-UNLOAD-PENDING PIC X(1) VALUE "N".
       01  WS-MASTER-EOF PIC X(1) VALUE "N".
       01  WS-ARCHIVE-PRESENT PIC X(1) VALUE "N".
       01  WS-ARCHIVE-EOF PIC X(1) VALUE "N".
       01  WS-HISTORY-EOF PIC X(1) VALUE "N".
       01  WS-TODAY PIC X(8).
       01  WS-NEXT-REQUEST-NUMBER PIC 9(5) VALUE 1.
       01  WS-NEXT-REQUEST-FOUND PIC X(1) VALUE "N".
       01  WS-HIGH-REQUEST-NUMBER PIC 9(5) VALUE 0.
       01  WS-ID-NUMBER PIC 9(5).
       01  WS-HISTORY-COUNT PIC 9(4) VALUE 0.
       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-ENTRY OCCURS 500 TIMES.
       01  WS-TOKEN-4 PIC X(3).
       01  WS-SEARCH-N-TOKEN PIC X(21).
       01  WS-SEARCH-MODE-TOKEN PIC X(7).
       01  WS-SEARCH-N-MODE.
           05  WS-SEARCH-N PIC 9(18).
           05  WS-SEARCH-MODE PIC X(1).
       01  WS-FOUND-FLAG PIC X(1).
       01  WS-FOUND-RESULT PIC X(20).
       01  WS-FOUND-SOURCE PIC X(7).
       01  WS-IDX PIC 9(4).
       01  WS-PRIORITY PIC 9(2).
       01  WS-INTAKE-COUNT PIC 9(4) VALUE 0.
       01  WS-ANSWERED-COUNT PIC 9(4) VALUE 0.
       01  WS-REJECTED-COUNT PIC 9(4) VALUE 0.
       01  WS-QUEUED-COUNT PIC 9(4) VALUE 0.
       01  WS-HELD-COUNT PIC 9(5) VALUE 0.
       01  WS-LOCK-STATUS PIC X(2).
       01  WS-PARMLCK-STATUS PIC X(2).
       01  WS-RUN-CONTEXT PIC X(10) VALUE SPACES.
           PERFORM CHECK-RUN-LOCK
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM READ-CYCLE-ID
           PERFORM OPEN-REQUEST-MASTER
           IF WS-MASTER-OPEN = "Y"
               PERFORM LOAD-RUN-HISTORY
               PERFORM OPEN-REQUEST-ARCHIVE
               PERFORM READ-NEXT-REQUEST-NUMBER
               PERFORM PROCESS-SUBMISSIONS
               PERFORM WRITE-NEXT-REQUEST-NUMBER
               PERFORM BUILD-REQUEST-QUEUE
               CLOSE REQUEST-MASTER-FILE
               IF WS-ARCHIVE-PRESENT = "Y"
                   CLOSE REQUEST-ARCHIVE-FILE
               END-IF
               DISPLAY "EULERRQI: " WS-INTAKE-COUNT
                   " SUBMISSION(S), "
                   WS-ANSWERED-COUNT " ANSWERED FROM HISTORY, "
                   WS-REJECTED-COUNT " REJECTED, "
                   WS-QUEUED-COUNT " QUEUED"
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       MAIN-LOGIC-EXIT.
           .
       REFUSE-LOCKED-RUN-EXIT.
           EXIT.
       OPEN-REQUEST-MASTER SECTION.
       OPEN-REQUEST-MASTER-BEGIN.
           OPEN I-O REQUEST-MASTER-FILE
           IF WS-MASTER-STATUS = "35"
               OPEN INPUT UNLOAD-FILE
               IF WS-UNLOAD-STATUS = "00"
                   CLOSE UNLOAD-FILE
                   MOVE "Y" TO WS-UNLOAD-PENDING
                   DISPLAY "EULERRQI: NO REQUEST MASTER BUT "
                       "REQUNLD003.DAT PRESENT, RUN EULERRQL FIRST"
               ELSE
                   DISPLAY "EULERRQI: NO REQUEST MASTER, STARTING A "
                       "NEW ONE"
                   OPEN OUTPUT REQUEST-MASTER-FILE
                   CLOSE REQUEST-MASTER-FILE
                   OPEN I-O REQUEST-MASTER-FILE
               END-IF
           END-IF
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "EULERRQI: CANNOT OPEN REQUEST MASTER, STATUS "
                   WS-MASTER-STATUS ", SUBMISSIONS LEFT FOR NEXT INTAKE"
               DISPLAY "EULERRQI: REQUEST QUEUE EMPTIED, NOTHING "
                   "QUEUED THIS CYCLE"
               OPEN OUTPUT REQUEST-QUEUE-FILE
               CLOSE REQUEST-QUEUE-FILE
               MOVE "C" TO WS-ALERT-SEVERITY
               IF WS-UNLOAD-PENDING = "Y"
                   MOVE "REQMAST003 NOT CONVERTED, RUN EULERRQL"
                       TO WS-ALERT-REASON
               ELSE
                   MOVE "REQUEST MASTER UNAVAILABLE" TO WS-ALERT-REASON
               END-IF
               PERFORM WRITE-ALERT
               IF WS-RETURN-CODE < 12
                   MOVE 12 TO WS-RETURN-CODE
               END-IF
           END-IF
           .
       OPEN-REQUEST-MASTER-EXIT.
           EXIT.
       OPEN-REQUEST-ARCHIVE SECTION.
       OPEN-REQUEST-ARCHIVE-BEGIN.
           OPEN INPUT REQUEST-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               MOVE "Y" TO WS-ARCHIVE-PRESENT
           END-IF
           .
       OPEN-REQUEST-ARCHIVE-EXIT.
           EXIT.
       LOAD-RUN-HISTORY SECTION.
       LOAD-RUN-HISTORY-BEGIN.
           EXIT.
       READ-NEXT-REQUEST-NUMBER SECTION.
       READ-NEXT-REQUEST-NUMBER-BEGIN.
           MOVE "N" TO WS-NEXT-REQUEST-FOUND
           OPEN INPUT NEXT-REQUEST-FILE
           IF WS-NEXT-REQUEST-STATUS = "00"
               READ NEXT-REQUEST-FILE
                       IF NX-NEXT-REQUEST-NUMBER NUMERIC
                           MOVE NX-NEXT-REQUEST-NUMBER
                               TO WS-NEXT-REQUEST-NUMBER
                           MOVE "Y" TO WS-NEXT-REQUEST-FOUND
                       END-IF
               END-READ
               CLOSE NEXT-REQUEST-FILE
           END-IF
           IF WS-NEXT-REQUEST-FOUND = "N"
               PERFORM FIND-HIGHEST-REQUEST-ID
               COMPUTE WS-NEXT-REQUEST-NUMBER
                   = WS-HIGH-REQUEST-NUMBER + 1
           END-IF
           .
       READ-NEXT-REQUEST-NUMBER-EXIT.
           EXIT.
       FIND-HIGHEST-REQUEST-ID SECTION.
       FIND-HIGHEST-REQUEST-ID-BEGIN.
           MOVE 0 TO WS-HIGH-REQUEST-NUMBER
           MOVE LOW-VALUES TO QM-REQUEST-ID
           MOVE "N" TO WS-MASTER-EOF
           START REQUEST-MASTER-FILE KEY NOT < QM-REQUEST-ID
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF
           END-START
           PERFORM CHECK-MASTER-REQUEST-ID UNTIL WS-MASTER-EOF = "Y"
           IF WS-ARCHIVE-PRESENT = "Y"
               MOVE LOW-VALUES TO QA-REQUEST-ID
               MOVE "N" TO WS-ARCHIVE-EOF
               START REQUEST-ARCHIVE-FILE KEY NOT < QA-REQUEST-ID
                   INVALID KEY
                       MOVE "Y" TO WS-ARCHIVE-EOF
               END-START
               PERFORM CHECK-ARCHIVE-REQUEST-ID
                   UNTIL WS-ARCHIVE-EOF = "Y"
           END-IF
           .
       FIND-HIGHEST-REQUEST-ID-EXIT.
           EXIT.
       CHECK-MASTER-REQUEST-ID SECTION.
       CHECK-MASTER-REQUEST-ID-BEGIN.
           READ REQUEST-MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-MASTER-EOF
               NOT AT END
                   IF QM-REQUEST-ID (4:5) NUMERIC
                       MOVE QM-REQUEST-ID (4:5) TO WS-ID-NUMBER
                       IF WS-ID-NUMBER > WS-HIGH-REQUEST-NUMBER
                           MOVE WS-ID-NUMBER TO WS-HIGH-REQUEST-NUMBER
                       END-IF
                   END-IF
           END-READ
           .
       CHECK-MASTER-REQUEST-ID-EXIT.
           EXIT.
       CHECK-ARCHIVE-REQUEST-ID SECTION.
       CHECK-ARCHIVE-REQUEST-ID-BEGIN.
           READ REQUEST-ARCHIVE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-ARCHIVE-EOF
               NOT AT END
                   IF QA-REQUEST-ID (4:5) NUMERIC
                       MOVE QA-REQUEST-ID (4:5) TO WS-ID-NUMBER
                       IF WS-ID-NUMBER > WS-HIGH-REQUEST-NUMBER
                           MOVE WS-ID-NUMBER TO WS-HIGH-REQUEST-NUMBER
                       END-IF
                   END-IF
           END-READ
           .
       CHECK-ARCHIVE-REQUEST-ID-EXIT.
           EXIT.
       WRITE-NEXT-REQUEST-NUMBER SECTION.
       WRITE-NEXT-REQUEST-NUMBER-BEGIN.
           OPEN OUTPUT NEXT-REQUEST-FILE
                   "QUEUE REBUILT FROM MASTER ONLY"
           ELSE
               MOVE "Y" TO WS-SUBMIT-PRESENT
               OPEN OUTPUT HOLD-FILE
               PERFORM PROCESS-ONE-SUBMISSION
                   UNTIL WS-SUBMIT-EOF = "Y"
               CLOSE SUBMIT-FILE
               CLOSE HOLD-FILE
               OPEN INPUT HOLD-FILE
               OPEN OUTPUT SUBMIT-FILE
               PERFORM COPY-HELD-SUBMISSION
                   UNTIL WS-HOLD-EOF = "Y"
               CLOSE HOLD-FILE
               CLOSE SUBMIT-FILE
               IF WS-HELD-COUNT > 0
                   DISPLAY "EULERRQI: " WS-HELD-COUNT
           .
       PROCESS-ONE-SUBMISSION-EXIT.
           EXIT.
       COPY-HELD-SUBMISSION SECTION.
       COPY-HELD-SUBMISSION-BEGIN.
           READ HOLD-FILE
               AT END
                   MOVE "Y" TO WS-HOLD-EOF
               NOT AT END
                   MOVE HOLD-RECORD TO SUBMIT003-RECORD
                   WRITE SUBMIT003-RECORD
           END-READ
           .
       COPY-HELD-SUBMISSION-EXIT.
           EXIT.
       INTAKE-ONE-SUBMISSION SECTION.
       INTAKE-ONE-SUBMISSION-BEGIN.
           MOVE SPACES TO REQMAST003-RECORD
           MOVE 0 TO QM-N
           MOVE 0 TO QM-PRIORITY
           MOVE 0 TO QM-CYCLE-CLOSED
           MOVE 0 TO QM-CYCLE-POSTED
           PERFORM ASSIGN-REQUEST-ID
           MOVE SU-REQUESTER-ID TO QM-REQUESTER-ID
           IF SU-PRIORITY NUMERIC AND SU-PRIORITY > 0
               MOVE SU-PRIORITY TO QM-PRIORITY
           ELSE
               MOVE 5 TO QM-PRIORITY
           END-IF
           IF SU-DATE-RECEIVED NUMERIC
               MOVE SU-DATE-RECEIVED TO QM-DATE-RECEIVED
           ELSE
               MOVE WS-TODAY TO QM-DATE-RECEIVED
           END-IF
           MOVE SU-MODE TO QM-MODE
           MOVE "N" TO QM-DELIVERED
           MOVE SPACES TO WS-FOUND-SOURCE
           IF SU-N NOT NUMERIC OR SU-N <= 1
               MOVE 0 TO QM-N
               MOVE "FAILED" TO QM-STATUS
               MOVE "INVALID N" TO QM-RESULT
               MOVE WS-TODAY TO QM-DATE-CLOSED
               MOVE WS-CYCLE-ID TO QM-CYCLE-CLOSED
           ELSE
               MOVE SU-N TO QM-N
               IF SU-MODE NOT = "S" AND SU-MODE NOT = "F"
                   MOVE "FAILED" TO QM-STATUS
                   MOVE "UNKNOWN MODE" TO QM-RESULT
                   MOVE WS-TODAY TO QM-DATE-CLOSED
                   MOVE WS-CYCLE-ID TO QM-CYCLE-CLOSED
               ELSE
                   MOVE "N" TO WS-FOUND-FLAG
                   IF SU-MODE = "S"
                       PERFORM SEARCH-RUN-HISTORY
                       IF WS-FOUND-FLAG = "Y"
                           MOVE "HISTORY" TO WS-FOUND-SOURCE
                       ELSE
                           IF WS-ARCHIVE-PRESENT = "Y"
                               PERFORM SEARCH-REQUEST-ARCHIVE
                               IF WS-FOUND-FLAG = "Y"
                                   MOVE "ARCHIVE" TO WS-FOUND-SOURCE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   IF WS-FOUND-FLAG = "Y"
                       MOVE "ANSWERED" TO QM-STATUS
                       MOVE WS-FOUND-RESULT TO QM-RESULT
                       MOVE WS-TODAY TO QM-DATE-CLOSED
                       MOVE WS-CYCLE-ID TO QM-CYCLE-CLOSED
                   ELSE
                       MOVE "QUEUED" TO QM-STATUS
                       MOVE SPACES TO QM-RESULT
                   END-IF
               END-IF
           END-IF
           WRITE REQMAST003-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF WS-MASTER-STATUS NOT = "00"
               AND WS-MASTER-STATUS NOT = "02"
               PERFORM HOLD-SUBMISSION
           ELSE
               IF QM-STATUS = "FAILED"
                   PERFORM REJECT-SUBMISSION
               END-IF
               IF QM-STATUS = "ANSWERED"
                   ADD 1 TO WS-ANSWERED-COUNT
                   DISPLAY "EULERRQI: " QM-REQUEST-ID
                       " ANSWERED FROM " FUNCTION TRIM (WS-FOUND-SOURCE)
                       ": " FUNCTION TRIM (WS-FOUND-RESULT)
               END-IF
           END-IF
           .
       INTAKE-ONE-SUBMISSION-EXIT.
           EXIT.
       HOLD-SUBMISSION SECTION.
       HOLD-SUBMISSION-BEGIN.
           DISPLAY "EULERRQI: " QM-REQUEST-ID " NOT ADDED TO REQUEST "
               "MASTER, STATUS " WS-MASTER-STATUS
           DISPLAY "EULERRQI: SUBMISSION FROM " SU-REQUESTER-ID
               " HELD FOR NEXT INTAKE"
           MOVE SUBMIT003-RECORD TO HOLD-RECORD
           WRITE HOLD-RECORD
           ADD 1 TO WS-HELD-COUNT
           MOVE "C" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-REASON
           STRING "REQUEST " DELIMITED BY SIZE
                   FUNCTION TRIM (QM-REQUEST-ID) DELIMITED BY SIZE
                   " NOT ADDED TO MASTER" DELIMITED BY SIZE
               INTO WS-ALERT-REASON
           END-STRING
           PERFORM WRITE-ALERT
           IF WS-RETURN-CODE < 12
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           .
       HOLD-SUBMISSION-EXIT.
           EXIT.
       ASSIGN-REQUEST-ID SECTION.
       ASSIGN-REQUEST-ID-BEGIN.
           MOVE SPACES TO QM-REQUEST-ID
           STRING "REQ" DELIMITED BY SIZE
                   WS-NEXT-REQUEST-NUMBER DELIMITED BY SIZE
               INTO QM-REQUEST-ID
           END-STRING
           ADD 1 TO WS-NEXT-REQUEST-NUMBER
           .
           .
       SEARCH-RUN-HISTORY-EXIT.
           EXIT.
       SEARCH-REQUEST-ARCHIVE SECTION.
       SEARCH-REQUEST-ARCHIVE-BEGIN.
           MOVE SU-N TO WS-SEARCH-N
           MOVE SU-MODE TO WS-SEARCH-MODE
           MOVE WS-SEARCH-N-MODE TO QA-N-MODE
           MOVE "N" TO WS-ARCHIVE-EOF
           START REQUEST-ARCHIVE-FILE KEY = QA-N-MODE
               INVALID KEY
                   MOVE "Y" TO WS-ARCHIVE-EOF
           END-START
           PERFORM READ-ARCHIVE-ANSWER
               UNTIL WS-ARCHIVE-EOF = "Y" OR WS-FOUND-FLAG = "Y"
           .
       SEARCH-REQUEST-ARCHIVE-EXIT.
           EXIT.
       READ-ARCHIVE-ANSWER SECTION.
       READ-ARCHIVE-ANSWER-BEGIN.
           READ REQUEST-ARCHIVE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-ARCHIVE-EOF
               NOT AT END
                   IF QA-N-MODE NOT = WS-SEARCH-N-MODE
                       MOVE "Y" TO WS-ARCHIVE-EOF
                   ELSE
                       IF (QA-STATUS = "DONE" OR QA-STATUS = "ANSWERED")
                           AND QA-RESULT NOT = SPACES
                           MOVE "Y" TO WS-FOUND-FLAG
                           MOVE QA-RESULT TO WS-FOUND-RESULT
                       END-IF
                   END-IF
           END-READ
           .
       READ-ARCHIVE-ANSWER-EXIT.
           EXIT.
       REJECT-SUBMISSION SECTION.
       REJECT-SUBMISSION-BEGIN.
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "EULERRQI: " QM-REQUEST-ID
               " FROM " SU-REQUESTER-ID " REJECTED: "
               FUNCTION TRIM (QM-RESULT)
           MOVE "E" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-REASON
           STRING "REQUEST " DELIMITED BY SIZE
                   FUNCTION TRIM (QM-REQUEST-ID) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM (QM-RESULT) DELIMITED BY SIZE
               INTO WS-ALERT-REASON
           END-STRING
           PERFORM WRITE-ALERT
           EXIT.
       QUEUE-PRIORITY-PASS SECTION.
       QUEUE-PRIORITY-PASS-BEGIN.
           MOVE LOW-VALUES TO QM-REQUEST-ID
           MOVE "N" TO WS-MASTER-EOF
           START REQUEST-MASTER-FILE KEY NOT < QM-REQUEST-ID
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF
           END-START
           PERFORM QUEUE-ONE-MASTER-RECORD UNTIL WS-MASTER-EOF = "Y"
           .
       QUEUE-PRIORITY-PASS-EXIT.
           EXIT.
       QUEUE-ONE-MASTER-RECORD SECTION.
       QUEUE-ONE-MASTER-RECORD-BEGIN.
           READ REQUEST-MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-MASTER-EOF
               NOT AT END
                   IF QM-STATUS = "QUEUED"
                       AND QM-PRIORITY = WS-PRIORITY
                       MOVE QM-REQUEST-ID TO RQ-REQUEST-ID
                       MOVE QM-N TO RQ-N
                       MOVE QM-MODE TO RQ-MODE
                       WRITE REQUEST003-RECORD
                       ADD 1 TO WS-QUEUED-COUNT
                   END-IF
           END-READ
           .
       QUEUE-ONE-MASTER-RECORD-EXIT.
           EXIT.
       WRITE-ALERT SECTION.
       WRITE-ALERT-BEGIN.
