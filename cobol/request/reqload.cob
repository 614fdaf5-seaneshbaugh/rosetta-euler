       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULERRQL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RM-COBOL.
       OBJECT-COMPUTER. RM-COBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNLOAD-FILE ASSIGN TO "REQUNLD003.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT REQUEST-MASTER-FILE ASSIGN TO "REQMAST003.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY QM-REQUEST-ID
               ALTERNATE RECORD KEY QM-REQUESTER-ID WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  UNLOAD-FILE.
       01  UNLOAD-RECORD PIC X(109).
       FD  REQUEST-MASTER-FILE.
       COPY REQMAST003.
       WORKING-STORAGE SECTION.
       01  WS-UNLOAD-STATUS PIC X(2).
       01  WS-MASTER-STATUS PIC X(2).
       01  WS-UNLOAD-EOF PIC X(1) VALUE "N".
       01  WS-RUN-CONTEXT PIC X(10) VALUE SPACES.
       01  WS-TODAY PIC X(8).
       01  WS-LOADED-COUNT PIC 9(6) VALUE 0.
       01  WS-DUPLICATE-COUNT PIC 9(6) VALUE 0.
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       BEGIN.
           ACCEPT WS-RUN-CONTEXT FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           OPEN INPUT REQUEST-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               CLOSE REQUEST-MASTER-FILE
               IF WS-RUN-CONTEXT (1:7) NOT = "REPLACE"
                   DISPLAY "EULERRQL: REQUEST MASTER ALREADY LOADED, "
                       "RUN WITH REPLACE TO RELOAD IT"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT UNLOAD-FILE
           IF WS-UNLOAD-STATUS NOT = "00"
               DISPLAY "EULERRQL: NO REQUEST UNLOAD FILE, NOTHING TO "
                   "LOAD"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               OPEN OUTPUT REQUEST-MASTER-FILE
               IF WS-MASTER-STATUS NOT = "00"
                   DISPLAY "EULERRQL: CANNOT CREATE REQUEST MASTER, "
                       "STATUS " WS-MASTER-STATUS
                   MOVE 12 TO WS-RETURN-CODE
                   CLOSE UNLOAD-FILE
               ELSE
                   PERFORM LOAD-UNLOAD-RECORD
                       UNTIL WS-UNLOAD-EOF = "Y"
                   CLOSE UNLOAD-FILE
                   CLOSE REQUEST-MASTER-FILE
                   DISPLAY "EULERRQL: " WS-LOADED-COUNT " LOADED, "
                       WS-DUPLICATE-COUNT " DUPLICATE KEY(S) SKIPPED"
                   IF WS-DUPLICATE-COUNT > 0
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       MAIN-LOGIC-EXIT.
           EXIT.
       LOAD-UNLOAD-RECORD SECTION.
       LOAD-UNLOAD-RECORD-BEGIN.
           READ UNLOAD-FILE
               AT END
                   MOVE "Y" TO WS-UNLOAD-EOF
               NOT AT END
                   PERFORM WRITE-MASTER-RECORD
           END-READ
           .
       LOAD-UNLOAD-RECORD-EXIT.
           EXIT.
       WRITE-MASTER-RECORD SECTION.
       WRITE-MASTER-RECORD-BEGIN.
           MOVE UNLOAD-RECORD TO REQMAST003-RECORD
           IF QM-DELIVERED = SPACE
               IF QM-STATUS = "DONE" OR QM-STATUS = "ANSWERED"
                   OR QM-STATUS = "FAILED" OR QM-STATUS = "CANCELED"
                   MOVE "Y" TO QM-DELIVERED
               ELSE
                   MOVE "N" TO QM-DELIVERED
               END-IF
           END-IF
           IF QM-DATE-CLOSED = SPACES
               IF QM-STATUS = "DONE" OR QM-STATUS = "ANSWERED"
                   OR QM-STATUS = "FAILED" OR QM-STATUS = "CANCELED"
                   MOVE WS-TODAY TO QM-DATE-CLOSED
               END-IF
           END-IF
           IF QM-CYCLE-CLOSED NOT NUMERIC
               MOVE 0 TO QM-CYCLE-CLOSED
           END-IF
           IF QM-CYCLE-POSTED NOT NUMERIC
               MOVE 0 TO QM-CYCLE-POSTED
           END-IF
           WRITE REQMAST003-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
                   DISPLAY "EULERRQL: DUPLICATE REQUEST ID "
                       QM-REQUEST-ID " SKIPPED"
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE
           .
       WRITE-MASTER-RECORD-EXIT.
           EXIT.
