               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-REQSTAT-STATUS.
           SELECT REQUEST-MASTER-FILE ASSIGN TO "REQMAST003.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY QM-REQUEST-ID
               ALTERNATE RECORD KEY QM-REQUESTER-ID WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CYCLE-FILE ASSIGN TO "CYCLE.DAT"
               ORGANIZATION LINE SEQUENTIAL
       01  WS-ALERT-REASON PIC X(40).
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-REQSTAT-EOF PIC X(1) VALUE "N".
       01  WS-TODAY PIC X(8).
       01  WS-POSTED-COUNT PIC 9(4) VALUE 0.
       01  WS-UNKNOWN-COUNT PIC 9(4) VALUE 0.
       01  WS-LOCK-STATUS PIC X(2).
       MAIN-LOGIC SECTION.
       BEGIN.
           PERFORM CHECK-RUN-LOCK
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           PERFORM READ-CYCLE-ID
           PERFORM OPEN-REQUEST-MASTER
           IF WS-RETURN-CODE = 0
               OPEN INPUT REQUEST-STATUS-FILE
               IF WS-REQSTAT-STATUS NOT = "00"
                   PERFORM POST-ONE-DISPOSITION
                       UNTIL WS-REQSTAT-EOF = "Y"
                   CLOSE REQUEST-STATUS-FILE
                   DISPLAY "EULERRQU: " WS-POSTED-COUNT " POSTED, "
                       WS-UNKNOWN-COUNT " WITHOUT MASTER ENTRY"
               END-IF
               CLOSE REQUEST-MASTER-FILE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
           .
       REFUSE-LOCKED-RUN-EXIT.
           EXIT.
       OPEN-REQUEST-MASTER SECTION.
       OPEN-REQUEST-MASTER-BEGIN.
           OPEN I-O REQUEST-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "EULERRQU: NO REQUEST MASTER, RUN THE "
                   "INTAKE STEP FIRST"
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           .
       OPEN-REQUEST-MASTER-EXIT.
           EXIT.
       POST-ONE-DISPOSITION SECTION.
       POST-ONE-DISPOSITION-BEGIN.
           EXIT.
       APPLY-DISPOSITION SECTION.
       APPLY-DISPOSITION-BEGIN.
           MOVE RS-REQUEST-ID TO QM-REQUEST-ID
           READ REQUEST-MASTER-FILE
               INVALID KEY
                   PERFORM REPORT-UNKNOWN-REQUEST
               NOT INVALID KEY
                   IF QM-STATUS = "QUEUED"
                       MOVE RS-STATUS TO QM-STATUS
                       MOVE RS-RESULT TO QM-RESULT
                       IF QM-STATUS NOT = "QUEUED"
                           AND QM-STATUS NOT = "SKIPPED"
                           MOVE WS-TODAY TO QM-DATE-CLOSED
                           MOVE WS-CYCLE-ID TO QM-CYCLE-CLOSED
                       END-IF
                       MOVE WS-CYCLE-ID TO QM-CYCLE-POSTED
                       REWRITE REQMAST003-RECORD
                           INVALID KEY
                               DISPLAY "EULERRQU: CANNOT REWRITE "
                                   QM-REQUEST-ID ", STATUS "
                                   WS-MASTER-STATUS
                               IF WS-RETURN-CODE < 8
                                   MOVE 8 TO WS-RETURN-CODE
                               END-IF
                           NOT INVALID KEY
                               ADD 1 TO WS-POSTED-COUNT
                       END-REWRITE
                   END-IF
           END-READ
           .
       APPLY-DISPOSITION-EXIT.
           EXIT.
       REPORT-UNKNOWN-REQUEST SECTION.
       REPORT-UNKNOWN-REQUEST-BEGIN.
           ADD 1 TO WS-UNKNOWN-COUNT
           DISPLAY "EULERRQU: DISPOSITION FOR " RS-REQUEST-ID
               " HAS NO MASTER ENTRY"
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-REASON
           STRING "DISPOSITION FOR " DELIMITED BY SIZE
                   FUNCTION TRIM (RS-REQUEST-ID)
                       DELIMITED BY SIZE
                   " HAS NO MASTER ENTRY" DELIMITED BY SIZE
               INTO WS-ALERT-REASON
           END-STRING
           PERFORM WRITE-ALERT
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           .
       REPORT-UNKNOWN-REQUEST-EXIT.
           EXIT.
       WRITE-ALERT SECTION.
       WRITE-ALERT-BEGIN.
