       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULERBKP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RM-COBOL.
       OBJECT-COMPUTER. RM-COBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMBKP.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SOURCE-FILE ASSIGN USING WS-SOURCE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.
           SELECT BACKUP-FILE ASSIGN USING WS-BACKUP-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT REQUEST-MASTER-FILE ASSIGN TO "REQMAST003.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY QM-REQUEST-ID
               ALTERNATE RECORD KEY QM-REQUESTER-ID WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "BKPCAT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT WORK-FILE ASSIGN TO "BKPWORK.DAT"
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
       FD  PARM-FILE.
       COPY PARMBKP.
       FD  SOURCE-FILE.
       01  SOURCE-RECORD PIC X(200).
       FD  BACKUP-FILE.
       01  BACKUP-RECORD PIC X(200).
       FD  REQUEST-MASTER-FILE.
       COPY REQMAST003.
       FD  CATALOG-FILE.
       COPY BKPCAT.
       FD  WORK-FILE.
       01  WORK-RECORD PIC X(91).
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
       01  WS-SOURCE-STATUS PIC X(2).
       01  WS-BACKUP-STATUS PIC X(2).
       01  WS-MASTER-STATUS PIC X(2).
       01  WS-CATALOG-STATUS PIC X(2).
       01  WS-WORK-STATUS PIC X(2).
       01  WS-CYCLE-STATUS PIC X(2).
       01  WS-CYCLE-ID PIC 9(6) VALUE 0.
       01  WS-ALERT-STATUS PIC X(2).
       01  WS-ALERT-SEVERITY PIC X(1).
       01  WS-ALERT-REASON PIC X(40).
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-SOURCE-NAME PIC X(40).
       01  WS-BACKUP-NAME PIC X(40).
       01  WS-GENERATIONS PIC 9(3) VALUE 7.
       01  WS-GENERATION PIC 9(6) VALUE 0.
       01  WS-LAST-GENERATION PIC 9(6) VALUE 0.
       01  WS-KEEP-FROM PIC 9(6) VALUE 0.
       01  WS-BACKUP-STAMP PIC X(21).
       01  WS-FILE-STEM PIC X(10).
       01  WS-BACKUP-STATE PIC X(1).
       01  WS-RECORD-COUNT PIC 9(7).
       01  WS-FAILED-COUNT PIC 9(2) VALUE 0.
       01  WS-PRUNED-COUNT PIC 9(4) VALUE 0.
       01  WS-SOURCE-EOF PIC X(1).
       01  WS-CATALOG-EOF PIC X(1).
       01  WS-DELETE-NAME PIC X(40).
       01  WS-DELETE-TYPE PIC X(1) VALUE "S".
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
           IF WS-RETURN-CODE = 0
               PERFORM FIND-LAST-GENERATION
               COMPUTE WS-GENERATION = WS-LAST-GENERATION + 1
               MOVE FUNCTION CURRENT-DATE TO WS-BACKUP-STAMP
               PERFORM OPEN-BACKUP-CATALOG
           END-IF
           IF WS-RETURN-CODE = 0
               DISPLAY "EULERBKP: TAKING BACKUP GENERATION "
                   WS-GENERATION " BEFORE CYCLE " WS-CYCLE-ID
               MOVE "NEXTCYCLE" TO WS-FILE-STEM
               PERFORM BACKUP-ONE-FILE
               MOVE "NEXTREQ003" TO WS-FILE-STEM
               PERFORM BACKUP-ONE-FILE
               MOVE "EXPECTED" TO WS-FILE-STEM
               PERFORM BACKUP-ONE-FILE
               MOVE "DEFERRED" TO WS-FILE-STEM
               PERFORM BACKUP-ONE-FILE
               MOVE "CHECKPT003" TO WS-FILE-STEM
               PERFORM BACKUP-ONE-FILE
               MOVE "REQMAST003" TO WS-FILE-STEM
               PERFORM BACKUP-REQUEST-MASTER
               CLOSE CATALOG-FILE
               IF WS-FAILED-COUNT > 0
                   PERFORM REPORT-INCOMPLETE-BACKUP
               ELSE
                   PERFORM PRUNE-OLD-GENERATIONS
               END-IF
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       MAIN-LOGIC-EXIT.
           EXIT.
       READ-PARAMETERS SECTION.
       READ-PARAMETERS-BEGIN.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "EULERBKP: NO PARM FILE, KEEPING "
                   WS-GENERATIONS " GENERATION(S)"
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY "EULERBKP: PARM FILE EMPTY, KEEPING "
                           WS-GENERATIONS " GENERATION(S)"
                   NOT AT END
                       MOVE PM-BKP-GENERATIONS TO WS-GENERATIONS
               END-READ
               CLOSE PARM-FILE
           END-IF
           IF WS-GENERATIONS NOT NUMERIC OR WS-GENERATIONS = 0
               DISPLAY "EULERBKP: GENERATION COUNT MUST BE NUMERIC "
                   "AND NONZERO"
               MOVE 20 TO WS-RETURN-CODE
           END-IF
           .
       READ-PARAMETERS-EXIT.
           EXIT.
       FIND-LAST-GENERATION SECTION.
       FIND-LAST-GENERATION-BEGIN.
           MOVE 0 TO WS-LAST-GENERATION
           MOVE "N" TO WS-CATALOG-EOF
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               PERFORM SCAN-CATALOG-RECORD
                   UNTIL WS-CATALOG-EOF = "Y"
               CLOSE CATALOG-FILE
           END-IF
           .
       FIND-LAST-GENERATION-EXIT.
           EXIT.
       SCAN-CATALOG-RECORD SECTION.
       SCAN-CATALOG-RECORD-BEGIN.
           READ CATALOG-FILE
               AT END
                   MOVE "Y" TO WS-CATALOG-EOF
               NOT AT END
                   IF BC-GENERATION NUMERIC
                       AND BC-GENERATION > WS-LAST-GENERATION
                       MOVE BC-GENERATION TO WS-LAST-GENERATION
                   END-IF
           END-READ
           .
       SCAN-CATALOG-RECORD-EXIT.
           EXIT.
       OPEN-BACKUP-CATALOG SECTION.
       OPEN-BACKUP-CATALOG-BEGIN.
           OPEN EXTEND CATALOG-FILE
           IF WS-CATALOG-STATUS = "35"
               OPEN OUTPUT CATALOG-FILE
           END-IF
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "EULERBKP: CANNOT OPEN BACKUP CATALOG, STATUS "
                   WS-CATALOG-STATUS
               MOVE 12 TO WS-RETURN-CODE
               MOVE "C" TO WS-ALERT-SEVERITY
               MOVE "BACKUP CATALOG CANNOT BE OPENED"
                   TO WS-ALERT-REASON
               PERFORM WRITE-ALERT
           END-IF
           .
       OPEN-BACKUP-CATALOG-EXIT.
           EXIT.
       BUILD-BACKUP-NAMES SECTION.
       BUILD-BACKUP-NAMES-BEGIN.
           MOVE SPACES TO WS-SOURCE-NAME
           STRING FUNCTION TRIM (WS-FILE-STEM) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
               INTO WS-SOURCE-NAME
           END-STRING
           MOVE SPACES TO WS-BACKUP-NAME
           STRING FUNCTION TRIM (WS-FILE-STEM) DELIMITED BY SIZE
                   ".C" DELIMITED BY SIZE
                   WS-CYCLE-ID DELIMITED BY SIZE
                   ".G" DELIMITED BY SIZE
                   WS-GENERATION DELIMITED BY SIZE
                   ".BKP" DELIMITED BY SIZE
               INTO WS-BACKUP-NAME
           END-STRING
           MOVE 0 TO WS-RECORD-COUNT
           MOVE "N" TO WS-SOURCE-EOF
           .
       BUILD-BACKUP-NAMES-EXIT.
           EXIT.
       BACKUP-ONE-FILE SECTION.
       BACKUP-ONE-FILE-BEGIN.
           PERFORM BUILD-BACKUP-NAMES
           OPEN INPUT SOURCE-FILE
           EVALUATE WS-SOURCE-STATUS
               WHEN "00"
                   OPEN OUTPUT BACKUP-FILE
                   IF WS-BACKUP-STATUS NOT = "00"
                       MOVE "E" TO WS-BACKUP-STATE
                   ELSE
                       MOVE "P" TO WS-BACKUP-STATE
                       PERFORM COPY-SOURCE-RECORD
                           UNTIL WS-SOURCE-EOF = "Y"
                       CLOSE BACKUP-FILE
                   END-IF
                   CLOSE SOURCE-FILE
               WHEN "35"
                   MOVE "A" TO WS-BACKUP-STATE
               WHEN OTHER
                   MOVE "E" TO WS-BACKUP-STATE
           END-EVALUATE
           PERFORM RECORD-CATALOG-ENTRY
           .
       BACKUP-ONE-FILE-EXIT.
           EXIT.
       COPY-SOURCE-RECORD SECTION.
       COPY-SOURCE-RECORD-BEGIN.
           READ SOURCE-FILE
               AT END
                   MOVE "Y" TO WS-SOURCE-EOF
               NOT AT END
                   MOVE SOURCE-RECORD TO BACKUP-RECORD
                   WRITE BACKUP-RECORD
                   IF WS-BACKUP-STATUS = "00"
                       ADD 1 TO WS-RECORD-COUNT
                   ELSE
                       MOVE "E" TO WS-BACKUP-STATE
                       MOVE "Y" TO WS-SOURCE-EOF
                   END-IF
           END-READ
           .
       COPY-SOURCE-RECORD-EXIT.
           EXIT.
       BACKUP-REQUEST-MASTER SECTION.
       BACKUP-REQUEST-MASTER-BEGIN.
           PERFORM BUILD-BACKUP-NAMES
           OPEN INPUT REQUEST-MASTER-FILE
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   OPEN OUTPUT BACKUP-FILE
                   IF WS-BACKUP-STATUS NOT = "00"
                       MOVE "E" TO WS-BACKUP-STATE
                   ELSE
                       MOVE "P" TO WS-BACKUP-STATE
                       PERFORM UNLOAD-MASTER-RECORD
                           UNTIL WS-SOURCE-EOF = "Y"
                       CLOSE BACKUP-FILE
                   END-IF
                   CLOSE REQUEST-MASTER-FILE
               WHEN "35"
                   MOVE "A" TO WS-BACKUP-STATE
               WHEN OTHER
                   MOVE "E" TO WS-BACKUP-STATE
           END-EVALUATE
           PERFORM RECORD-CATALOG-ENTRY
           .
       BACKUP-REQUEST-MASTER-EXIT.
           EXIT.
       UNLOAD-MASTER-RECORD SECTION.
       UNLOAD-MASTER-RECORD-BEGIN.
           READ REQUEST-MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-SOURCE-EOF
               NOT AT END
                   MOVE REQMAST003-RECORD TO BACKUP-RECORD
                   WRITE BACKUP-RECORD
                   IF WS-BACKUP-STATUS = "00"
                       ADD 1 TO WS-RECORD-COUNT
                   ELSE
                       MOVE "E" TO WS-BACKUP-STATE
                       MOVE "Y" TO WS-SOURCE-EOF
                   END-IF
           END-READ
           .
       UNLOAD-MASTER-RECORD-EXIT.
           EXIT.
       RECORD-CATALOG-ENTRY SECTION.
       RECORD-CATALOG-ENTRY-BEGIN.
           MOVE WS-GENERATION TO BC-GENERATION
           MOVE WS-CYCLE-ID TO BC-CYCLE-ID
           MOVE WS-BACKUP-STAMP TO BC-TIMESTAMP
           MOVE WS-FILE-STEM TO BC-FILE-STEM
           MOVE WS-RECORD-COUNT TO BC-RECORD-COUNT
           MOVE WS-BACKUP-STATE TO BC-BACKUP-STATE
           IF WS-BACKUP-STATE = "P"
               MOVE WS-BACKUP-NAME TO BC-BACKUP-NAME
           ELSE
               MOVE SPACES TO BC-BACKUP-NAME
           END-IF
           WRITE BACKUP-CATALOG-RECORD
           IF WS-CATALOG-STATUS NOT = "00"
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "EULERBKP: " FUNCTION TRIM (WS-SOURCE-NAME)
                   " NOT CATALOGUED, STATUS " WS-CATALOG-STATUS
               GO TO RECORD-CATALOG-ENTRY-EXIT
           END-IF
           EVALUATE WS-BACKUP-STATE
               WHEN "P"
                   DISPLAY "EULERBKP: " FUNCTION TRIM (WS-SOURCE-NAME)
                       " BACKED UP TO "
                       FUNCTION TRIM (WS-BACKUP-NAME)
                       ", " WS-RECORD-COUNT " RECORD(S)"
               WHEN "A"
                   DISPLAY "EULERBKP: " FUNCTION TRIM (WS-SOURCE-NAME)
                       " NOT PRESENT, CATALOGUED AS ABSENT"
               WHEN OTHER
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "EULERBKP: " FUNCTION TRIM (WS-SOURCE-NAME)
                       " COULD NOT BE BACKED UP"
           END-EVALUATE
           .
       RECORD-CATALOG-ENTRY-EXIT.
           EXIT.
       REPORT-INCOMPLETE-BACKUP SECTION.
       REPORT-INCOMPLETE-BACKUP-BEGIN.
           DISPLAY "EULERBKP: " WS-FAILED-COUNT " FILE(S) NOT BACKED "
               "UP, GENERATION " WS-GENERATION " INCOMPLETE"
           MOVE 12 TO WS-RETURN-CODE
           MOVE "C" TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-REASON
           STRING "BACKUP GENERATION " DELIMITED BY SIZE
                   WS-GENERATION DELIMITED BY SIZE
                   " INCOMPLETE" DELIMITED BY SIZE
               INTO WS-ALERT-REASON
           END-STRING
           PERFORM WRITE-ALERT
           .
       REPORT-INCOMPLETE-BACKUP-EXIT.
           EXIT.
       PRUNE-OLD-GENERATIONS SECTION.
       PRUNE-OLD-GENERATIONS-BEGIN.
           IF WS-GENERATION <= WS-GENERATIONS
               GO TO PRUNE-OLD-GENERATIONS-EXIT
           END-IF
           COMPUTE WS-KEEP-FROM = WS-GENERATION - WS-GENERATIONS + 1
           MOVE "N" TO WS-CATALOG-EOF
           OPEN INPUT CATALOG-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM PRUNE-CATALOG-RECORD UNTIL WS-CATALOG-EOF = "Y"
           CLOSE WORK-FILE
           CLOSE CATALOG-FILE
           IF WS-PRUNED-COUNT > 0
               PERFORM REWRITE-CATALOG-FROM-WORK
               DISPLAY "EULERBKP: " WS-PRUNED-COUNT
                   " ENTRY(S) BEFORE GENERATION " WS-KEEP-FROM
                   " REMOVED, " WS-GENERATIONS " GENERATION(S) KEPT"
           END-IF
           .
       PRUNE-OLD-GENERATIONS-EXIT.
           EXIT.
       PRUNE-CATALOG-RECORD SECTION.
       PRUNE-CATALOG-RECORD-BEGIN.
           READ CATALOG-FILE
               AT END
                   MOVE "Y" TO WS-CATALOG-EOF
               NOT AT END
                   IF BC-GENERATION NUMERIC
                       AND BC-GENERATION < WS-KEEP-FROM
                       IF BC-BACKUP-STATE = "P"
                           MOVE BC-BACKUP-NAME TO WS-DELETE-NAME
                           CALL "C$DELETE" USING WS-DELETE-NAME
                               WS-DELETE-TYPE
                       END-IF
                       ADD 1 TO WS-PRUNED-COUNT
                   ELSE
                       MOVE BACKUP-CATALOG-RECORD TO WORK-RECORD
                       WRITE WORK-RECORD
                   END-IF
           END-READ
           .
       PRUNE-CATALOG-RECORD-EXIT.
           EXIT.
       REWRITE-CATALOG-FROM-WORK SECTION.
       REWRITE-CATALOG-FROM-WORK-BEGIN.
           MOVE "N" TO WS-CATALOG-EOF
           OPEN OUTPUT CATALOG-FILE
           OPEN INPUT WORK-FILE
           PERFORM COPY-WORK-RECORD UNTIL WS-CATALOG-EOF = "Y"
           CLOSE WORK-FILE
           CLOSE CATALOG-FILE
           .
       REWRITE-CATALOG-FROM-WORK-EXIT.
           EXIT.
       COPY-WORK-RECORD SECTION.
       COPY-WORK-RECORD-BEGIN.
           READ WORK-FILE
               AT END
                   MOVE "Y" TO WS-CATALOG-EOF
               NOT AT END
                   MOVE WORK-RECORD TO BACKUP-CATALOG-RECORD
                   WRITE BACKUP-CATALOG-RECORD
           END-READ
           .
       COPY-WORK-RECORD-EXIT.
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
                           DISPLAY "EULERBKP: STREAM LOCK HELD, "
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
           DISPLAY "EULERBKP: STREAM LOCK HELD BY " WS-LOCK-HOLDER
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
               DISPLAY "EULERBKP: STREAM LOCK CLEARED AFTER "
                   WS-LOCK-WAITED " SECOND(S), PROCEEDING"
           END-IF
           .
       WAIT-FOR-RUN-LOCK-EXIT.
           EXIT.
       REFUSE-LOCKED-RUN SECTION.
       REFUSE-LOCKED-RUN-BEGIN.
           DISPLAY "EULERBKP: RUN LOCK HELD BY " WS-LOCK-HOLDER
               ", STANDALONE RUN REFUSED"
           MOVE 8 TO RETURN-CODE
           STOP RUN
           .
       REFUSE-LOCKED-RUN-EXIT.
           EXIT.
       WRITE-ALERT SECTION.
       WRITE-ALERT-BEGIN.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE "EULERBKP" TO AL-PROGRAM-ID
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
