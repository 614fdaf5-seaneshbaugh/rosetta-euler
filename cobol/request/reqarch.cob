       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULERRQA.
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
           SELECT REQUEST-ARCHIVE-FILE ASSIGN TO "REQARCH003.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY QA-REQUEST-ID
               ALTERNATE RECORD KEY QA-REQUESTER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY QA-N-MODE WITH DUPLICATES
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT PARMRQA-FILE ASSIGN TO "PARMRQA.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARMRQA-STATUS.
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
       FD  REQUEST-ARCHIVE-FILE.
       COPY REQARCH003.
       FD  PARMRQA-FILE.
       COPY PARMRQA.
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
       01  WS-ARCHIVE-STATUS PIC X(2).
       01  WS-PARMRQA-STATUS PIC X(2).
       01  WS-CYCLE-STATUS PIC X(2).
       01  WS-CYCLE-ID PIC 9(6) VALUE 0.
       01  WS-ALERT-STATUS PIC X(2).
       01  WS-ALERT-SEVERITY PIC X(1).
       01  WS-ALERT-REASON PIC X(40).
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-MASTER-EOF PIC X(1) VALUE "N".
       01  WS-TODAY PIC 9(8).
       01  WS-RETENTION-DAYS PIC 9(4) VALUE 30.
       01  WS-CUTOFF-DATE PIC 9(8).
       01  WS-CLOSED-DATE PIC 9(8).
       01  WS-ELIGIBLE PIC X(1).
       01  WS-READ-COUNT PIC 9(6) VALUE 0.
       01  WS-ARCHIVED-COUNT PIC 9(6) VALUE 0.
       01  WS-ALREADY-COUNT PIC 9(6) VALUE 0.
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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM READ-CYCLE-ID
           PERFORM READ-RETENTION-PARM
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY)
               - WS-RETENTION-DAYS)
           OPEN I-O REQUEST-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "EULERRQA: NO REQUEST MASTER, NOTHING TO "
                   "ARCHIVE"
               MOVE 4 TO WS-RETURN-CODE
           ELSE
               PERFORM OPEN-REQUEST-ARCHIVE
               IF WS-ARCHIVE-STATUS = "00"
                   MOVE LOW-VALUES TO QM-REQUEST-ID
                   START REQUEST-MASTER-FILE
                       KEY NOT < QM-REQUEST-ID
                       INVALID KEY
                           MOVE "Y" TO WS-MASTER-EOF
                   END-START
                   PERFORM ARCHIVE-NEXT-REQUEST
                       UNTIL WS-MASTER-EOF = "Y"
                   CLOSE REQUEST-ARCHIVE-FILE
                   DISPLAY "EULERRQA: " WS-READ-COUNT " READ, "
                       WS-ARCHIVED-COUNT " ARCHIVED, CLOSED BEFORE "
                       WS-CUTOFF-DATE
                   IF WS-ALREADY-COUNT > 0
                       DISPLAY "EULERRQA: " WS-ALREADY-COUNT
                           " ALREADY ON ARCHIVE, REMOVED FROM MASTER"
                   END-IF
               END-IF
               CLOSE REQUEST-MASTER-FILE
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
                           DISPLAY "EULERRQA: STREAM LOCK HELD, "
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
           DISPLAY "EULERRQA: STREAM LOCK HELD BY " WS-LOCK-HOLDER
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
               DISPLAY "EULERRQA: STREAM LOCK CLEARED AFTER "
                   WS-LOCK-WAITED " SECOND(S), PROCEEDING"
           END-IF
           .
       WAIT-FOR-RUN-LOCK-EXIT.
           EXIT.
       REFUSE-LOCKED-RUN SECTION.
       REFUSE-LOCKED-RUN-BEGIN.
           DISPLAY "EULERRQA: RUN LOCK HELD BY " WS-LOCK-HOLDER
               ", STANDALONE RUN REFUSED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       REFUSE-LOCKED-RUN-EXIT.
           EXIT.
       READ-RETENTION-PARM SECTION.
       READ-RETENTION-PARM-BEGIN.
           OPEN INPUT PARMRQA-FILE
           IF WS-PARMRQA-STATUS = "00"
               READ PARMRQA-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PM-RQA-RETENTION-DAYS NUMERIC
                           AND PM-RQA-RETENTION-DAYS > 0
                           MOVE PM-RQA-RETENTION-DAYS
                               TO WS-RETENTION-DAYS
                       END-IF
               END-READ
               CLOSE PARMRQA-FILE
           END-IF
           .
       READ-RETENTION-PARM-EXIT.
           EXIT.
       OPEN-REQUEST-ARCHIVE SECTION.
       OPEN-REQUEST-ARCHIVE-BEGIN.
           OPEN I-O REQUEST-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "35"
               DISPLAY "EULERRQA: NO REQUEST ARCHIVE, STARTING A NEW "
                   "ONE"
               OPEN OUTPUT REQUEST-ARCHIVE-FILE
               CLOSE REQUEST-ARCHIVE-FILE
               OPEN I-O REQUEST-ARCHIVE-FILE
           END-IF
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "EULERRQA: CANNOT OPEN REQUEST ARCHIVE, STATUS "
                   WS-ARCHIVE-STATUS ", NOTHING ARCHIVED"
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
               MOVE "E" TO WS-ALERT-SEVERITY
               MOVE "REQUEST ARCHIVE UNAVAILABLE" TO WS-ALERT-REASON
               PERFORM WRITE-ALERT
           END-IF
           .
       OPEN-REQUEST-ARCHIVE-EXIT.
           EXIT.
       ARCHIVE-NEXT-REQUEST SECTION.
       ARCHIVE-NEXT-REQUEST-BEGIN.
           READ REQUEST-MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-MASTER-EOF
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM CHECK-ELIGIBLE
                   IF WS-ELIGIBLE = "Y"
                       PERFORM ARCHIVE-ONE-REQUEST
                   END-IF
           END-READ
           .
       ARCHIVE-NEXT-REQUEST-EXIT.
           EXIT.
       CHECK-ELIGIBLE SECTION.
       CHECK-ELIGIBLE-BEGIN.
           MOVE "N" TO WS-ELIGIBLE
           IF QM-DATE-CLOSED NOT NUMERIC
               GO TO CHECK-ELIGIBLE-EXIT
           END-IF
           MOVE QM-DATE-CLOSED TO WS-CLOSED-DATE
           IF WS-CLOSED-DATE NOT < WS-CUTOFF-DATE
               GO TO CHECK-ELIGIBLE-EXIT
           END-IF
           EVALUATE QM-STATUS
               WHEN "DONE"
               WHEN "ANSWERED"
               WHEN "FAILED"
                   IF QM-DELIVERED = "Y"
                       MOVE "Y" TO WS-ELIGIBLE
                   END-IF
               WHEN "CANCELED"
                   MOVE "Y" TO WS-ELIGIBLE
           END-EVALUATE
           .
       CHECK-ELIGIBLE-EXIT.
           EXIT.
       ARCHIVE-ONE-REQUEST SECTION.
       ARCHIVE-ONE-REQUEST-BEGIN.
           MOVE REQMAST003-RECORD TO REQARCH003-RECORD
           MOVE WS-TODAY TO QA-DATE-ARCHIVED
           WRITE REQARCH003-RECORD
               INVALID KEY
                   IF WS-ARCHIVE-STATUS = "22"
                       ADD 1 TO WS-ALREADY-COUNT
                   END-IF
           END-WRITE
           IF WS-ARCHIVE-STATUS NOT = "00"
               AND WS-ARCHIVE-STATUS NOT = "02"
               AND WS-ARCHIVE-STATUS NOT = "22"
               DISPLAY "EULERRQA: CANNOT ARCHIVE " QM-REQUEST-ID
                   ", STATUS " WS-ARCHIVE-STATUS ", LEFT ON MASTER"
               IF WS-RETURN-CODE < 8
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
               GO TO ARCHIVE-ONE-REQUEST-EXIT
           END-IF
           DELETE REQUEST-MASTER-FILE RECORD
               INVALID KEY
                   DISPLAY "EULERRQA: CANNOT REMOVE " QM-REQUEST-ID
                       " FROM MASTER, STATUS " WS-MASTER-STATUS
                   IF WS-RETURN-CODE < 8
                       MOVE 8 TO WS-RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-ARCHIVED-COUNT
           END-DELETE
           .
       ARCHIVE-ONE-REQUEST-EXIT.
           EXIT.
       WRITE-ALERT SECTION.
       WRITE-ALERT-BEGIN.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE "EULERRQA" TO AL-PROGRAM-ID
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
