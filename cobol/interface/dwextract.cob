       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULERDWX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RM-COBOL.
       OBJECT-COMPUTER. RM-COBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMDWX.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SENT-LOG-FILE ASSIGN TO "DWXSENT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SENT-STATUS.
           SELECT EXTRACT-FILE ASSIGN USING WS-EXTRACT-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT RUN-RESULT-FILE ASSIGN TO "RUNRESULTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
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
       FD  PARM-FILE.
       COPY PARMDWX.
       FD  SENT-LOG-FILE.
       COPY DWXSENT.
       FD  EXTRACT-FILE.
       COPY DWEXTRACT.
       FD  RUN-RESULT-FILE.
       COPY RUNREC.
       FD  JOB-LOG-FILE.
       COPY JOBLOG.
       FD  REQUEST-MASTER-FILE.
       COPY REQMAST003.
       FD  REQUEST-ARCHIVE-FILE.
       COPY REQARCH003.
       FD  CYCLE-FILE.
       COPY CYCLEREC.
       FD  ALERT-FILE.
       COPY ALERTREC.
       FD  RUN-LOCK-FILE.
       COPY RUNLOCK.
       FD  PARMLCK-FILE.
       COPY PARMLCK.
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC X(2).
       01  WS-SENT-STATUS PIC X(2).
       01  WS-EXTRACT-STATUS PIC X(2).
       01  WS-RESULTS-STATUS PIC X(2).
       01  WS-JOBLOG-STATUS PIC X(2).
       01  WS-MASTER-STATUS PIC X(2).
       01  WS-ARCHIVE-STATUS PIC X(2).
       01  WS-CYCLE-STATUS PIC X(2).
       01  WS-CYCLE-ID PIC 9(6) VALUE 0.
       01  WS-ALERT-STATUS PIC X(2).
       01  WS-ALERT-SEVERITY PIC X(1).
       01  WS-ALERT-REASON PIC X(40).
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-EXTRACT-NAME PIC X(40).
       01  WS-EXTRACT-CYCLE PIC 9(6) VALUE 0.
       01  WS-RESEND-FLAG PIC X(1) VALUE "N".
       01  WS-PARM-USED PIC X(1) VALUE "N".
       01  WS-SEND-TYPE PIC X(1) VALUE "O".
       01  WS-ALREADY-SENT PIC X(1) VALUE "N".
       01  WS-LAST-SENT-TIME PIC X(21) VALUE SPACES.
       01  WS-RUN-DATE PIC X(8) VALUE SPACES.
       01  WS-TIMESTAMP PIC X(21).
       01  WS-EOF-FLAG PIC X(1) VALUE "N".
       01  WS-RESULT-COUNT PIC 9(7) VALUE 0.
       01  WS-STEP-COUNT PIC 9(7) VALUE 0.
       01  WS-REQUEST-COUNT PIC 9(7) VALUE 0.
       01  WS-HASH-TOTAL PIC 9(18) VALUE 0.
       01  WS-HASH-TEXT PIC X(20).
       01  WS-HASH-DIGITS PIC X(18) JUSTIFIED RIGHT.
       01  WS-HASH-VALUE REDEFINES WS-HASH-DIGITS PIC 9(18).
       01  WS-HASH-LENGTH PIC 9(4).
       01  WS-STAMP PIC X(21).
       01  WS-STAMP-DATE PIC 9(8).
       01  WS-STAMP-HH PIC 9(2).
       01  WS-STAMP-MM PIC 9(2).
       01  WS-STAMP-SS PIC 9(2).
       01  WS-STAMP-SECONDS PIC 9(12).
       01  WS-START-SECONDS PIC 9(12).
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
           PERFORM READ-PARAMETERS
           IF WS-EXTRACT-CYCLE = 0
               DISPLAY "EULERDWX: NO CYCLE ID, NOTHING TO EXTRACT"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM CHECK-SENT-LOG
               IF WS-ALREADY-SENT = "Y" AND WS-RESEND-FLAG NOT = "Y"
                   PERFORM REFUSE-SECOND-EXTRACT
               ELSE
                   PERFORM PRODUCE-EXTRACT
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
                           DISPLAY "EULERDWX: STREAM LOCK HELD, "
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
           DISPLAY "EULERDWX: STREAM LOCK HELD BY " WS-LOCK-HOLDER
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
               DISPLAY "EULERDWX: STREAM LOCK CLEARED AFTER "
                   WS-LOCK-WAITED " SECOND(S), PROCEEDING"
           END-IF
           .
       WAIT-FOR-RUN-LOCK-EXIT.
           EXIT.
       REFUSE-LOCKED-RUN SECTION.
       REFUSE-LOCKED-RUN-BEGIN.
           DISPLAY "EULERDWX: RUN LOCK HELD BY " WS-LOCK-HOLDER
               ", STANDALONE RUN REFUSED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       REFUSE-LOCKED-RUN-EXIT.
           EXIT.
       READ-PARAMETERS SECTION.
       READ-PARAMETERS-BEGIN.
           MOVE WS-CYCLE-ID TO WS-EXTRACT-CYCLE
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-RUN-CONTEXT (1:6) = "STREAM"
                           PERFORM IGNORE-OPERATOR-PARAMETERS
                       ELSE
                           PERFORM APPLY-OPERATOR-PARAMETERS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-EXTRACT-CYCLE NOT = WS-CYCLE-ID
               DISPLAY "EULERDWX: EXTRACTING CYCLE " WS-EXTRACT-CYCLE
                   " BY OPERATOR REQUEST"
           END-IF
           .
       READ-PARAMETERS-EXIT.
           EXIT.
       APPLY-OPERATOR-PARAMETERS SECTION.
       APPLY-OPERATOR-PARAMETERS-BEGIN.
           IF PM-DWX-RESEND = "Y"
               MOVE "Y" TO WS-RESEND-FLAG
               MOVE "Y" TO WS-PARM-USED
           END-IF
           IF PM-DWX-CYCLE-ID NUMERIC
               AND PM-DWX-CYCLE-ID > 0
               MOVE PM-DWX-CYCLE-ID TO WS-EXTRACT-CYCLE
               MOVE "Y" TO WS-PARM-USED
           END-IF
           .
       APPLY-OPERATOR-PARAMETERS-EXIT.
           EXIT.
       IGNORE-OPERATOR-PARAMETERS SECTION.
       IGNORE-OPERATOR-PARAMETERS-BEGIN.
           IF PM-DWX-RESEND NOT = "Y"
               AND (PM-DWX-CYCLE-ID NOT NUMERIC
                   OR PM-DWX-CYCLE-ID = 0)
               GO TO IGNORE-OPERATOR-PARAMETERS-EXIT
           END-IF
           DISPLAY "EULERDWX: PARMDWX.DAT CYCLE " PM-DWX-CYCLE-ID
               " RESEND " PM-DWX-RESEND " IGNORED IN STREAM RUN, "
               "EXTRACTING CYCLE " WS-CYCLE-ID
           DISPLAY "EULERDWX: RUN EULERDWX STANDALONE TO USE THE "
               "OPERATOR SETTINGS"
           IF WS-RETURN-CODE < 4
               MOVE 4 TO WS-RETURN-CODE
           END-IF
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE "PARMDWX OVERRIDE IGNORED IN STREAM RUN"
               TO WS-ALERT-REASON
           PERFORM WRITE-ALERT
           .
       IGNORE-OPERATOR-PARAMETERS-EXIT.
           EXIT.
       CHECK-SENT-LOG SECTION.
       CHECK-SENT-LOG-BEGIN.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SENT-LOG-FILE
           IF WS-SENT-STATUS = "00"
               PERFORM SCAN-SENT-LOG UNTIL WS-EOF-FLAG = "Y"
               CLOSE SENT-LOG-FILE
           END-IF
           .
       CHECK-SENT-LOG-EXIT.
           EXIT.
       SCAN-SENT-LOG SECTION.
       SCAN-SENT-LOG-BEGIN.
           READ SENT-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF DS-CYCLE-ID = WS-EXTRACT-CYCLE
                       MOVE "Y" TO WS-ALREADY-SENT
                       MOVE DS-TIMESTAMP TO WS-LAST-SENT-TIME
                   END-IF
           END-READ
           .
       SCAN-SENT-LOG-EXIT.
           EXIT.
       REFUSE-SECOND-EXTRACT SECTION.
       REFUSE-SECOND-EXTRACT-BEGIN.
           DISPLAY "EULERDWX: CYCLE " WS-EXTRACT-CYCLE
               " ALREADY SENT " WS-LAST-SENT-TIME (1:14)
               ", EXTRACT REFUSED"
           DISPLAY "EULERDWX: SET RESEND TO Y IN PARMDWX.DAT TO "
               "SEND IT AGAIN"
           MOVE 4 TO WS-RETURN-CODE
           MOVE "W" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-REASON
           STRING "CYCLE " DELIMITED BY SIZE
                   WS-EXTRACT-CYCLE DELIMITED BY SIZE
                   " EXTRACT ALREADY SENT" DELIMITED BY SIZE
               INTO WS-ALERT-REASON
           END-STRING
           PERFORM WRITE-ALERT
           .
       REFUSE-SECOND-EXTRACT-EXIT.
           EXIT.
       PRODUCE-EXTRACT SECTION.
       PRODUCE-EXTRACT-BEGIN.
           IF WS-ALREADY-SENT = "Y"
               MOVE "R" TO WS-SEND-TYPE
               DISPLAY "EULERDWX: RESENDING CYCLE " WS-EXTRACT-CYCLE
                   ", FIRST SENT " WS-LAST-SENT-TIME (1:14)
           END-IF
           MOVE SPACES TO WS-EXTRACT-NAME
           STRING "DWEXTRACT.C" DELIMITED BY SIZE
                   WS-EXTRACT-CYCLE DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
               INTO WS-EXTRACT-NAME
           END-STRING
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM FIND-CYCLE-RUN-DATE
           OPEN OUTPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = "00"
               DISPLAY "EULERDWX: CANNOT CREATE "
                   FUNCTION TRIM (WS-EXTRACT-NAME) ", STATUS "
                   WS-EXTRACT-STATUS
               MOVE 12 TO WS-RETURN-CODE
               MOVE "E" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-REASON
               STRING "CYCLE " DELIMITED BY SIZE
                       WS-EXTRACT-CYCLE DELIMITED BY SIZE
                       " EXTRACT NOT CREATED" DELIMITED BY SIZE
                   INTO WS-ALERT-REASON
               END-STRING
               PERFORM WRITE-ALERT
               GO TO PRODUCE-EXTRACT-EXIT
           END-IF
           PERFORM WRITE-EXTRACT-HEADER
           PERFORM EXTRACT-RUN-RESULTS
           PERFORM EXTRACT-STEP-TIMINGS
           PERFORM EXTRACT-CLOSED-REQUESTS
           PERFORM WRITE-EXTRACT-TRAILER
           CLOSE EXTRACT-FILE
           PERFORM WRITE-SENT-LOG
           IF WS-PARM-USED = "Y"
               PERFORM RESET-PARAMETERS
           END-IF
           DISPLAY "EULERDWX: " FUNCTION TRIM (WS-EXTRACT-NAME)
               " WRITTEN, " WS-RESULT-COUNT " RESULT(S), "
               WS-STEP-COUNT " STEP(S), " WS-REQUEST-COUNT
               " REQUEST(S)"
           .
       PRODUCE-EXTRACT-EXIT.
           EXIT.
       FIND-CYCLE-RUN-DATE SECTION.
       FIND-CYCLE-RUN-DATE-BEGIN.
           MOVE SPACES TO WS-RUN-DATE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT JOB-LOG-FILE
           IF WS-JOBLOG-STATUS = "00"
               PERFORM SCAN-FOR-RUN-DATE
                   UNTIL WS-EOF-FLAG = "Y" OR WS-RUN-DATE NOT = SPACES
               CLOSE JOB-LOG-FILE
           END-IF
           IF WS-RUN-DATE = SPACES
               MOVE WS-TIMESTAMP (1:8) TO WS-RUN-DATE
           END-IF
           .
       FIND-CYCLE-RUN-DATE-EXIT.
           EXIT.
       SCAN-FOR-RUN-DATE SECTION.
       SCAN-FOR-RUN-DATE-BEGIN.
           READ JOB-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF JL-CYCLE-ID = WS-EXTRACT-CYCLE
                       MOVE JL-START-TIME (1:8) TO WS-RUN-DATE
                   END-IF
           END-READ
           .
       SCAN-FOR-RUN-DATE-EXIT.
           EXIT.
       WRITE-EXTRACT-HEADER SECTION.
       WRITE-EXTRACT-HEADER-BEGIN.
           MOVE SPACES TO DW-HEADER-RECORD
           MOVE "H" TO DH-RECORD-TYPE
           MOVE WS-EXTRACT-CYCLE TO DH-CYCLE-ID
           MOVE WS-RUN-DATE TO DH-RUN-DATE
           MOVE WS-TIMESTAMP (1:14) TO DH-CREATED
           MOVE WS-SEND-TYPE TO DH-SEND-TYPE
           WRITE DW-HEADER-RECORD
           .
       WRITE-EXTRACT-HEADER-EXIT.
           EXIT.
       EXTRACT-RUN-RESULTS SECTION.
       EXTRACT-RUN-RESULTS-BEGIN.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RUN-RESULT-FILE
           IF WS-RESULTS-STATUS NOT = "00"
               DISPLAY "EULERDWX: NO RUNRESULTS FILE, NO RESULT "
                   "RECORDS EXTRACTED"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               PERFORM EXTRACT-ONE-RESULT UNTIL WS-EOF-FLAG = "Y"
               CLOSE RUN-RESULT-FILE
           END-IF
           .
       EXTRACT-RUN-RESULTS-EXIT.
           EXIT.
       EXTRACT-ONE-RESULT SECTION.
       EXTRACT-ONE-RESULT-BEGIN.
           READ RUN-RESULT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF RR-CYCLE-ID = WS-EXTRACT-CYCLE
                       MOVE SPACES TO DW-RESULT-RECORD
                       MOVE "R" TO DR-RECORD-TYPE
                       MOVE WS-EXTRACT-CYCLE TO DR-CYCLE-ID
                       MOVE WS-RUN-DATE TO DR-RUN-DATE
                       MOVE RR-JOB-ID TO DR-JOB-ID
                       MOVE RR-INPUT-VALUE TO DR-INPUT-VALUE
                       MOVE RR-RESULT-VALUE TO DR-RESULT-VALUE
                       WRITE DW-RESULT-RECORD
                       ADD 1 TO WS-RESULT-COUNT
                       MOVE RR-RESULT-VALUE TO WS-HASH-TEXT
                       PERFORM ADD-TO-HASH-TOTAL
                   END-IF
           END-READ
           .
       EXTRACT-ONE-RESULT-EXIT.
           EXIT.
       EXTRACT-STEP-TIMINGS SECTION.
       EXTRACT-STEP-TIMINGS-BEGIN.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT JOB-LOG-FILE
           IF WS-JOBLOG-STATUS NOT = "00"
               DISPLAY "EULERDWX: NO JOBLOG FILE, NO STEP RECORDS "
                   "EXTRACTED"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               PERFORM EXTRACT-ONE-STEP UNTIL WS-EOF-FLAG = "Y"
               CLOSE JOB-LOG-FILE
           END-IF
           .
       EXTRACT-STEP-TIMINGS-EXIT.
           EXIT.
       EXTRACT-ONE-STEP SECTION.
       EXTRACT-ONE-STEP-BEGIN.
           READ JOB-LOG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF JL-CYCLE-ID = WS-EXTRACT-CYCLE
                       AND JL-STEP-NAME (1:3) NOT = "DK:"
                       MOVE SPACES TO DW-STEP-RECORD
                       MOVE "J" TO DJ-RECORD-TYPE
                       MOVE WS-EXTRACT-CYCLE TO DJ-CYCLE-ID
                       MOVE WS-RUN-DATE TO DJ-RUN-DATE
                       MOVE JL-STEP-NAME TO DJ-STEP-NAME
                       MOVE JL-START-TIME TO DJ-START-TIME
                       MOVE JL-END-TIME TO DJ-END-TIME
                       MOVE JL-RETURN-CODE TO DJ-RETURN-CODE
                       PERFORM COMPUTE-STEP-ELAPSED
                       WRITE DW-STEP-RECORD
                       ADD 1 TO WS-STEP-COUNT
                   END-IF
           END-READ
           .
       EXTRACT-ONE-STEP-EXIT.
           EXIT.
       COMPUTE-STEP-ELAPSED SECTION.
       COMPUTE-STEP-ELAPSED-BEGIN.
           MOVE 0 TO DJ-ELAPSED-SECONDS
           IF JL-START-TIME (1:14) NUMERIC
               AND JL-END-TIME (1:14) NUMERIC
               MOVE JL-START-TIME TO WS-STAMP
               PERFORM STAMP-TO-SECONDS
               MOVE WS-STAMP-SECONDS TO WS-START-SECONDS
               MOVE JL-END-TIME TO WS-STAMP
               PERFORM STAMP-TO-SECONDS
               IF WS-STAMP-SECONDS > WS-START-SECONDS
                   COMPUTE DJ-ELAPSED-SECONDS =
                       WS-STAMP-SECONDS - WS-START-SECONDS
               END-IF
           END-IF
           .
       COMPUTE-STEP-ELAPSED-EXIT.
           EXIT.
       STAMP-TO-SECONDS SECTION.
       STAMP-TO-SECONDS-BEGIN.
           MOVE WS-STAMP (1:8) TO WS-STAMP-DATE
           MOVE WS-STAMP (9:2) TO WS-STAMP-HH
           MOVE WS-STAMP (11:2) TO WS-STAMP-MM
           MOVE WS-STAMP (13:2) TO WS-STAMP-SS
           COMPUTE WS-STAMP-SECONDS =
               FUNCTION INTEGER-OF-DATE (WS-STAMP-DATE) * 86400
               + WS-STAMP-HH * 3600 + WS-STAMP-MM * 60 + WS-STAMP-SS
           .
       STAMP-TO-SECONDS-EXIT.
           EXIT.
       EXTRACT-CLOSED-REQUESTS SECTION.
       EXTRACT-CLOSED-REQUESTS-BEGIN.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REQUEST-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "EULERDWX: NO REQUEST MASTER, NO REQUEST "
                   "RECORDS EXTRACTED"
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           ELSE
               PERFORM EXTRACT-ONE-MASTER UNTIL WS-EOF-FLAG = "Y"
               CLOSE REQUEST-MASTER-FILE
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REQUEST-ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM EXTRACT-ONE-ARCHIVED UNTIL WS-EOF-FLAG = "Y"
               CLOSE REQUEST-ARCHIVE-FILE
           END-IF
           .
       EXTRACT-CLOSED-REQUESTS-EXIT.
           EXIT.
       EXTRACT-ONE-MASTER SECTION.
       EXTRACT-ONE-MASTER-BEGIN.
           READ REQUEST-MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF QM-CYCLE-CLOSED NUMERIC
                       AND QM-CYCLE-CLOSED = WS-EXTRACT-CYCLE
                       MOVE SPACES TO DW-REQUEST-RECORD
                       MOVE QM-REQUEST-ID TO DQ-REQUEST-ID
                       MOVE QM-REQUESTER-ID TO DQ-REQUESTER-ID
                       MOVE QM-N TO DQ-N
                       MOVE QM-MODE TO DQ-MODE
                       MOVE QM-PRIORITY TO DQ-PRIORITY
                       MOVE QM-DATE-RECEIVED TO DQ-DATE-RECEIVED
                       MOVE QM-STATUS TO DQ-STATUS
                       MOVE QM-RESULT TO DQ-RESULT
                       MOVE QM-DATE-CLOSED TO DQ-DATE-CLOSED
                       PERFORM WRITE-REQUEST-DETAIL
                   END-IF
           END-READ
           .
       EXTRACT-ONE-MASTER-EXIT.
           EXIT.
       EXTRACT-ONE-ARCHIVED SECTION.
       EXTRACT-ONE-ARCHIVED-BEGIN.
           READ REQUEST-ARCHIVE-FILE NEXT
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF QA-CYCLE-CLOSED NUMERIC
                       AND QA-CYCLE-CLOSED = WS-EXTRACT-CYCLE
                       MOVE SPACES TO DW-REQUEST-RECORD
                       MOVE QA-REQUEST-ID TO DQ-REQUEST-ID
                       MOVE QA-REQUESTER-ID TO DQ-REQUESTER-ID
                       MOVE QA-N TO DQ-N
                       MOVE QA-MODE TO DQ-MODE
                       MOVE QA-PRIORITY TO DQ-PRIORITY
                       MOVE QA-DATE-RECEIVED TO DQ-DATE-RECEIVED
                       MOVE QA-STATUS TO DQ-STATUS
                       MOVE QA-RESULT TO DQ-RESULT
                       MOVE QA-DATE-CLOSED TO DQ-DATE-CLOSED
                       PERFORM WRITE-REQUEST-DETAIL
                   END-IF
           END-READ
           .
       EXTRACT-ONE-ARCHIVED-EXIT.
           EXIT.
       WRITE-REQUEST-DETAIL SECTION.
       WRITE-REQUEST-DETAIL-BEGIN.
           MOVE "Q" TO DQ-RECORD-TYPE
           MOVE WS-EXTRACT-CYCLE TO DQ-CYCLE-ID
           MOVE WS-RUN-DATE TO DQ-RUN-DATE
           WRITE DW-REQUEST-RECORD
           ADD 1 TO WS-REQUEST-COUNT
           MOVE DQ-RESULT TO WS-HASH-TEXT
           PERFORM ADD-TO-HASH-TOTAL
           .
       WRITE-REQUEST-DETAIL-EXIT.
           EXIT.
       ADD-TO-HASH-TOTAL SECTION.
       ADD-TO-HASH-TOTAL-BEGIN.
           IF WS-HASH-TEXT = SPACES
               GO TO ADD-TO-HASH-TOTAL-EXIT
           END-IF
           COMPUTE WS-HASH-LENGTH =
               FUNCTION LENGTH (FUNCTION TRIM (WS-HASH-TEXT))
           IF WS-HASH-LENGTH > 18
               GO TO ADD-TO-HASH-TOTAL-EXIT
           END-IF
           MOVE FUNCTION TRIM (WS-HASH-TEXT) TO WS-HASH-DIGITS
           INSPECT WS-HASH-DIGITS REPLACING LEADING SPACES BY ZEROS
           IF WS-HASH-VALUE NUMERIC
               ADD WS-HASH-VALUE TO WS-HASH-TOTAL
           END-IF
           .
       ADD-TO-HASH-TOTAL-EXIT.
           EXIT.
       WRITE-EXTRACT-TRAILER SECTION.
       WRITE-EXTRACT-TRAILER-BEGIN.
           MOVE SPACES TO DW-TRAILER-RECORD
           MOVE "T" TO DT-RECORD-TYPE
           MOVE WS-EXTRACT-CYCLE TO DT-CYCLE-ID
           MOVE WS-RESULT-COUNT TO DT-RESULT-COUNT
           MOVE WS-STEP-COUNT TO DT-STEP-COUNT
           MOVE WS-REQUEST-COUNT TO DT-REQUEST-COUNT
           MOVE WS-HASH-TOTAL TO DT-HASH-TOTAL
           WRITE DW-TRAILER-RECORD
           .
       WRITE-EXTRACT-TRAILER-EXIT.
           EXIT.
       WRITE-SENT-LOG SECTION.
       WRITE-SENT-LOG-BEGIN.
           OPEN EXTEND SENT-LOG-FILE
           IF WS-SENT-STATUS = "35"
               OPEN OUTPUT SENT-LOG-FILE
           END-IF
           MOVE WS-EXTRACT-CYCLE TO DS-CYCLE-ID
           MOVE WS-SEND-TYPE TO DS-SEND-TYPE
           MOVE WS-TIMESTAMP TO DS-TIMESTAMP
           MOVE WS-EXTRACT-NAME TO DS-FILE-NAME
           MOVE WS-RESULT-COUNT TO DS-RESULT-COUNT
           MOVE WS-STEP-COUNT TO DS-STEP-COUNT
           MOVE WS-REQUEST-COUNT TO DS-REQUEST-COUNT
           MOVE WS-HASH-TOTAL TO DS-HASH-TOTAL
           WRITE DWXSENT-RECORD
           CLOSE SENT-LOG-FILE
           .
       WRITE-SENT-LOG-EXIT.
           EXIT.
       RESET-PARAMETERS SECTION.
       RESET-PARAMETERS-BEGIN.
           OPEN OUTPUT PARM-FILE
           MOVE "N" TO PM-DWX-RESEND
           MOVE 0 TO PM-DWX-CYCLE-ID
           WRITE PARMDWX-RECORD
           CLOSE PARM-FILE
           .
       RESET-PARAMETERS-EXIT.
           EXIT.
       WRITE-ALERT SECTION.
       WRITE-ALERT-BEGIN.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE "EULERDWX" TO AL-PROGRAM-ID
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
