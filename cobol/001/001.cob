           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDITCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITCTL-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
       COPY RUNREC.
       FD  AUDIT-FILE.
       COPY AUDITREC.
       FD  AUDIT-CONTROL-FILE.
       COPY AUDITCTL.
       FD  ALERT-FILE.
       COPY ALERTREC.
       FD  DETAIL-FILE.
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
           MOVE WS-RETURN-CODE TO AR-RETURN-CODE
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
               DISPLAY "EULER001: NO AUDIT CONTROL RECORD, AUDIT "
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
