       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULERRST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RM-COBOL.
       OBJECT-COMPUTER. RM-COBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATALOG-FILE ASSIGN TO "BKPCAT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT BACKUP-FILE ASSIGN USING WS-BACKUP-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-STATUS.
           SELECT LIVE-FILE ASSIGN USING WS-LIVE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT REQUEST-MASTER-FILE ASSIGN TO "REQMAST003.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY QM-REQUEST-ID
               ALTERNATE RECORD KEY QM-REQUESTER-ID WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CATALOG-FILE.
       COPY BKPCAT.
       FD  BACKUP-FILE.
       01  BACKUP-RECORD PIC X(200).
       FD  LIVE-FILE.
       01  LIVE-RECORD PIC X(200).
       FD  REQUEST-MASTER-FILE.
       COPY REQMAST003.
       FD  JOB-LOG-FILE.
       COPY JOBLOG.
       FD  ALERT-FILE.
       COPY ALERTREC.
       FD  RUN-LOCK-FILE.
       COPY RUNLOCK.
       WORKING-STORAGE SECTION.
       01  WS-CATALOG-STATUS PIC X(2).
       01  WS-BACKUP-STATUS PIC X(2).
       01  WS-LIVE-STATUS PIC X(2).
       01  WS-MASTER-STATUS PIC X(2).
       01  WS-JOBLOG-STATUS PIC X(2).
       01  WS-ALERT-STATUS PIC X(2).
       01  WS-ALERT-SEVERITY PIC X(1).
       01  WS-ALERT-REASON PIC X(40).
       01  WS-LOCK-STATUS PIC X(2).
       01  WS-LOCK-HELD PIC X(1).
       01  WS-LOCK-HOLDER PIC X(10).
       01  WS-LOCK-CYCLE PIC 9(6).
       01  WS-OPTION PIC X(1).
       01  WS-CONFIRM PIC X(1).
       01  WS-DONE-FLAG PIC X(1) VALUE "N".
       01  WS-CATALOG-EOF PIC X(1).
       01  WS-BACKUP-EOF PIC X(1).
       01  WS-CYCLE-TEXT PIC X(6).
       01  WS-CYCLE-ID PIC 9(6) VALUE 0.
       01  WS-INPUT-OK PIC X(1).
       01  WS-SELECT-STEM PIC X(10).
       01  WS-RESTORE-GENERATION PIC 9(6).
       01  WS-ENTRY-COUNT PIC 9(2).
       01  WS-UNUSABLE-COUNT PIC 9(2).
       01  WS-LIST-COUNT PIC 9(6).
       01  WS-FILE-STEM PIC X(10).
       01  WS-BACKUP-NAME PIC X(40).
       01  WS-LIVE-NAME PIC X(40).
       01  WS-BACKUP-STATE PIC X(1).
       01  WS-EXPECTED-COUNT PIC 9(7).
       01  WS-RECORD-COUNT PIC 9(7).
       01  WS-DELETE-TYPE PIC X(1) VALUE "S".
       01  WS-STEP-START PIC X(21).
       01  WS-STEP-END PIC X(21).
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-HIGHEST-RC PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       BEGIN.
           PERFORM PROCESS-ONE-COMMAND UNTIL WS-DONE-FLAG = "Y"
           DISPLAY "EULERRST: END OF RESTORE UTILITY"
           MOVE WS-HIGHEST-RC TO RETURN-CODE
           STOP RUN.
       MAIN-LOGIC-EXIT.
           EXIT.
       PROCESS-ONE-COMMAND SECTION.
       PROCESS-ONE-COMMAND-BEGIN.
           DISPLAY " "
           DISPLAY "PRE-CYCLE BACKUP RESTORE UTILITY"
           DISPLAY "  L - LIST BACKUP GENERATIONS"
           DISPLAY "  F - RESTORE ONE FILE TO ITS STATE BEFORE A CYCLE"
           DISPLAY "  A - RESTORE ALL FILES TO THEIR STATE BEFORE A "
               "CYCLE"
           DISPLAY "  X - EXIT"
           DISPLAY "OPTION: " WITH NO ADVANCING
           ACCEPT WS-OPTION
           EVALUATE WS-OPTION
               WHEN "L"
               WHEN "l"
                   PERFORM LIST-GENERATIONS
               WHEN "F"
               WHEN "f"
                   PERFORM RESTORE-ONE-FILE
               WHEN "A"
               WHEN "a"
                   PERFORM RESTORE-ALL-FILES
               WHEN "X"
               WHEN "x"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER
                   DISPLAY "UNKNOWN OPTION " WS-OPTION
           END-EVALUATE
           .
       PROCESS-ONE-COMMAND-EXIT.
           EXIT.
       LIST-GENERATIONS SECTION.
       LIST-GENERATIONS-BEGIN.
           MOVE 0 TO WS-LIST-COUNT
           MOVE "N" TO WS-CATALOG-EOF
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               DISPLAY "NO BACKUP CATALOG, NO GENERATIONS TAKEN"
           ELSE
               DISPLAY "GEN    CYCLE  TAKEN          FILE       S "
                   "RECORDS BACKUP COPY"
               PERFORM LIST-CATALOG-RECORD
                   UNTIL WS-CATALOG-EOF = "Y"
               CLOSE CATALOG-FILE
               DISPLAY WS-LIST-COUNT " CATALOG ENTRY(S)"
           END-IF
           .
       LIST-GENERATIONS-EXIT.
           EXIT.
       LIST-CATALOG-RECORD SECTION.
       LIST-CATALOG-RECORD-BEGIN.
           READ CATALOG-FILE
               AT END
                   MOVE "Y" TO WS-CATALOG-EOF
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   DISPLAY BC-GENERATION " " BC-CYCLE-ID " "
                       BC-TIMESTAMP (1:14) " " BC-FILE-STEM " "
                       BC-BACKUP-STATE " " BC-RECORD-COUNT " "
                       FUNCTION TRIM (BC-BACKUP-NAME)
           END-READ
           .
       LIST-CATALOG-RECORD-EXIT.
           EXIT.
       RESTORE-ONE-FILE SECTION.
       RESTORE-ONE-FILE-BEGIN.
           PERFORM CHECK-LOCK-FREE
           IF WS-LOCK-HELD = "Y"
               GO TO RESTORE-ONE-FILE-EXIT
           END-IF
           PERFORM ACCEPT-RESTORE-CYCLE
           IF WS-INPUT-OK = "N"
               GO TO RESTORE-ONE-FILE-EXIT
           END-IF
           DISPLAY "FILE (NEXTCYCLE, NEXTREQ003, REQMAST003, "
               "EXPECTED, DEFERRED, CHECKPT003): " WITH NO ADVANCING
           ACCEPT WS-SELECT-STEM
           MOVE FUNCTION UPPER-CASE (WS-SELECT-STEM)
               TO WS-SELECT-STEM
           IF WS-SELECT-STEM = SPACES
               DISPLAY "NO FILE GIVEN, NOTHING RESTORED"
               GO TO RESTORE-ONE-FILE-EXIT
           END-IF
           PERFORM FIND-RESTORE-GENERATION
           IF WS-RESTORE-GENERATION = 0
               DISPLAY "NO BACKUP OF " FUNCTION TRIM (WS-SELECT-STEM)
                   " TAKEN BEFORE CYCLE " WS-CYCLE-ID
               GO TO RESTORE-ONE-FILE-EXIT
           END-IF
           IF WS-UNUSABLE-COUNT > 0
               DISPLAY "BACKUP OF " FUNCTION TRIM (WS-SELECT-STEM)
                   " IN GENERATION " WS-RESTORE-GENERATION
                   " FAILED WHEN TAKEN, CANNOT RESTORE"
               GO TO RESTORE-ONE-FILE-EXIT
           END-IF
           DISPLAY "RESTORE " FUNCTION TRIM (WS-SELECT-STEM)
               " FROM GENERATION " WS-RESTORE-GENERATION
               " (STATE BEFORE CYCLE " WS-CYCLE-ID ")"
           PERFORM CONFIRM-AND-RESTORE
           .
       RESTORE-ONE-FILE-EXIT.
           EXIT.
       RESTORE-ALL-FILES SECTION.
       RESTORE-ALL-FILES-BEGIN.
           PERFORM CHECK-LOCK-FREE
           IF WS-LOCK-HELD = "Y"
               GO TO RESTORE-ALL-FILES-EXIT
           END-IF
           PERFORM ACCEPT-RESTORE-CYCLE
           IF WS-INPUT-OK = "N"
               GO TO RESTORE-ALL-FILES-EXIT
           END-IF
           MOVE SPACES TO WS-SELECT-STEM
           PERFORM FIND-RESTORE-GENERATION
           IF WS-RESTORE-GENERATION = 0
               DISPLAY "NO BACKUP GENERATION TAKEN BEFORE CYCLE "
                   WS-CYCLE-ID
               GO TO RESTORE-ALL-FILES-EXIT
           END-IF
           IF WS-UNUSABLE-COUNT > 0 OR WS-ENTRY-COUNT < 6
               DISPLAY "GENERATION " WS-RESTORE-GENERATION
                   " IS INCOMPLETE, RESTORE FILES ONE AT A TIME"
               GO TO RESTORE-ALL-FILES-EXIT
           END-IF
           DISPLAY "RESTORE ALL " WS-ENTRY-COUNT " FILES FROM "
               "GENERATION " WS-RESTORE-GENERATION
               " (STATE BEFORE CYCLE " WS-CYCLE-ID ")"
           PERFORM CONFIRM-AND-RESTORE
           .
       RESTORE-ALL-FILES-EXIT.
           EXIT.
       CHECK-LOCK-FREE SECTION.
       CHECK-LOCK-FREE-BEGIN.
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
                           MOVE LK-CYCLE-ID TO WS-LOCK-CYCLE
                       END-IF
               END-READ
               CLOSE RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-HELD = "Y"
               DISPLAY "RUN LOCK HELD BY " WS-LOCK-HOLDER
                   " CYCLE " WS-LOCK-CYCLE
                   ", RESTORE REFUSED WHILE THE STREAM IS RUNNING"
           END-IF
           .
       CHECK-LOCK-FREE-EXIT.
           EXIT.
       ACCEPT-RESTORE-CYCLE SECTION.
       ACCEPT-RESTORE-CYCLE-BEGIN.
           MOVE "Y" TO WS-INPUT-OK
           DISPLAY "RESTORE TO STATE BEFORE CYCLE (NNNNNN): "
               WITH NO ADVANCING
           ACCEPT WS-CYCLE-TEXT
           IF WS-CYCLE-TEXT NUMERIC
               MOVE WS-CYCLE-TEXT TO WS-CYCLE-ID
           ELSE
               DISPLAY "CYCLE MUST BE SIX DIGITS"
               MOVE "N" TO WS-INPUT-OK
           END-IF
           .
       ACCEPT-RESTORE-CYCLE-EXIT.
           EXIT.
       FIND-RESTORE-GENERATION SECTION.
       FIND-RESTORE-GENERATION-BEGIN.
           MOVE 0 TO WS-RESTORE-GENERATION
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 0 TO WS-UNUSABLE-COUNT
           MOVE "N" TO WS-CATALOG-EOF
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = "00"
               GO TO FIND-RESTORE-GENERATION-EXIT
           END-IF
           PERFORM FIND-EARLIEST-ENTRY UNTIL WS-CATALOG-EOF = "Y"
           CLOSE CATALOG-FILE
           IF WS-RESTORE-GENERATION > 0
               MOVE "N" TO WS-CATALOG-EOF
               OPEN INPUT CATALOG-FILE
               PERFORM COUNT-GENERATION-ENTRY
                   UNTIL WS-CATALOG-EOF = "Y"
               CLOSE CATALOG-FILE
           END-IF
           .
       FIND-RESTORE-GENERATION-EXIT.
           EXIT.
       FIND-EARLIEST-ENTRY SECTION.
       FIND-EARLIEST-ENTRY-BEGIN.
           READ CATALOG-FILE
               AT END
                   MOVE "Y" TO WS-CATALOG-EOF
               NOT AT END
                   IF BC-CYCLE-ID = WS-CYCLE-ID
                       AND (WS-SELECT-STEM = SPACES
                           OR BC-FILE-STEM = WS-SELECT-STEM)
                       AND (WS-RESTORE-GENERATION = 0
                           OR BC-GENERATION < WS-RESTORE-GENERATION)
                       MOVE BC-GENERATION TO WS-RESTORE-GENERATION
                   END-IF
           END-READ
           .
       FIND-EARLIEST-ENTRY-EXIT.
           EXIT.
       COUNT-GENERATION-ENTRY SECTION.
       COUNT-GENERATION-ENTRY-BEGIN.
           READ CATALOG-FILE
               AT END
                   MOVE "Y" TO WS-CATALOG-EOF
               NOT AT END
                   IF BC-GENERATION = WS-RESTORE-GENERATION
                       AND (WS-SELECT-STEM = SPACES
                           OR BC-FILE-STEM = WS-SELECT-STEM)
                       ADD 1 TO WS-ENTRY-COUNT
                       IF BC-BACKUP-STATE NOT = "P"
                           AND BC-BACKUP-STATE NOT = "A"
                           ADD 1 TO WS-UNUSABLE-COUNT
                       END-IF
                   END-IF
           END-READ
           .
       COUNT-GENERATION-ENTRY-EXIT.
           EXIT.
       CONFIRM-AND-RESTORE SECTION.
       CONFIRM-AND-RESTORE-BEGIN.
           DISPLAY "CURRENT CONTENTS WILL BE OVERWRITTEN"
           DISPLAY "PROCEED (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOTHING RESTORED"
               GO TO CONFIRM-AND-RESTORE-EXIT
           END-IF
           MOVE "N" TO WS-CATALOG-EOF
           OPEN INPUT CATALOG-FILE
           PERFORM RESTORE-NEXT-ENTRY UNTIL WS-CATALOG-EOF = "Y"
           CLOSE CATALOG-FILE
           IF WS-SELECT-STEM = SPACES
               DISPLAY "RERUN THE STREAM IN NORMAL MODE, NOT RESTART, "
                   "SO IT RUNS UNDER A NEW CYCLE"
           END-IF
           .
       CONFIRM-AND-RESTORE-EXIT.
           EXIT.
       RESTORE-NEXT-ENTRY SECTION.
       RESTORE-NEXT-ENTRY-BEGIN.
           READ CATALOG-FILE
               AT END
                   MOVE "Y" TO WS-CATALOG-EOF
               NOT AT END
                   IF BC-GENERATION = WS-RESTORE-GENERATION
                       AND (WS-SELECT-STEM = SPACES
                           OR BC-FILE-STEM = WS-SELECT-STEM)
                       PERFORM RESTORE-CATALOG-ENTRY
                   END-IF
           END-READ
           .
       RESTORE-NEXT-ENTRY-EXIT.
           EXIT.
       RESTORE-CATALOG-ENTRY SECTION.
       RESTORE-CATALOG-ENTRY-BEGIN.
           MOVE BC-FILE-STEM TO WS-FILE-STEM
           MOVE BC-BACKUP-NAME TO WS-BACKUP-NAME
           MOVE BC-BACKUP-STATE TO WS-BACKUP-STATE
           MOVE BC-RECORD-COUNT TO WS-EXPECTED-COUNT
           MOVE SPACES TO WS-LIVE-NAME
           STRING FUNCTION TRIM (WS-FILE-STEM) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
               INTO WS-LIVE-NAME
           END-STRING
           MOVE 0 TO WS-RETURN-CODE
           MOVE 0 TO WS-RECORD-COUNT
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START
           IF WS-FILE-STEM = "REQMAST003"
               PERFORM RESTORE-REQUEST-MASTER
           ELSE
               PERFORM RESTORE-SEQUENTIAL-FILE
           END-IF
           IF WS-RETURN-CODE = 0
               AND WS-RECORD-COUNT NOT = WS-EXPECTED-COUNT
               DISPLAY "EULERRST: " FUNCTION TRIM (WS-LIVE-NAME)
                   " RESTORED " WS-RECORD-COUNT " RECORD(S), "
                   "CATALOG SHOWS " WS-EXPECTED-COUNT
               MOVE 8 TO WS-RETURN-CODE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-END
           PERFORM WRITE-JOB-LOG
           MOVE SPACES TO WS-ALERT-REASON
           IF WS-RETURN-CODE = 0
               MOVE "W" TO WS-ALERT-SEVERITY
               STRING FUNCTION TRIM (WS-FILE-STEM) DELIMITED BY SIZE
                       " RESTORED TO PRE-CYCLE " DELIMITED BY SIZE
                       WS-CYCLE-ID DELIMITED BY SIZE
                   INTO WS-ALERT-REASON
               END-STRING
           ELSE
               MOVE "E" TO WS-ALERT-SEVERITY
               STRING FUNCTION TRIM (WS-FILE-STEM) DELIMITED BY SIZE
                       " RESTORE FAILED, CYCLE " DELIMITED BY SIZE
                       WS-CYCLE-ID DELIMITED BY SIZE
                   INTO WS-ALERT-REASON
               END-STRING
           END-IF
           PERFORM WRITE-ALERT
           IF WS-RETURN-CODE > WS-HIGHEST-RC
               MOVE WS-RETURN-CODE TO WS-HIGHEST-RC
           END-IF
           .
       RESTORE-CATALOG-ENTRY-EXIT.
           EXIT.
       RESTORE-SEQUENTIAL-FILE SECTION.
       RESTORE-SEQUENTIAL-FILE-BEGIN.
           IF WS-BACKUP-STATE = "A"
               CALL "C$DELETE" USING WS-LIVE-NAME WS-DELETE-TYPE
               DISPLAY "EULERRST: " FUNCTION TRIM (WS-LIVE-NAME)
                   " REMOVED, IT DID NOT EXIST BEFORE CYCLE "
                   WS-CYCLE-ID
               GO TO RESTORE-SEQUENTIAL-FILE-EXIT
           END-IF
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-STATUS NOT = "00"
               DISPLAY "EULERRST: BACKUP COPY "
                   FUNCTION TRIM (WS-BACKUP-NAME) " MISSING, "
                   FUNCTION TRIM (WS-LIVE-NAME) " NOT RESTORED"
               MOVE 12 TO WS-RETURN-CODE
               GO TO RESTORE-SEQUENTIAL-FILE-EXIT
           END-IF
           OPEN OUTPUT LIVE-FILE
           IF WS-LIVE-STATUS NOT = "00"
               DISPLAY "EULERRST: CANNOT REWRITE "
                   FUNCTION TRIM (WS-LIVE-NAME) ", STATUS "
                   WS-LIVE-STATUS
               MOVE 12 TO WS-RETURN-CODE
               CLOSE BACKUP-FILE
               GO TO RESTORE-SEQUENTIAL-FILE-EXIT
           END-IF
           MOVE "N" TO WS-BACKUP-EOF
           PERFORM COPY-BACKUP-RECORD UNTIL WS-BACKUP-EOF = "Y"
           CLOSE LIVE-FILE
           CLOSE BACKUP-FILE
           DISPLAY "EULERRST: " FUNCTION TRIM (WS-LIVE-NAME)
               " RESTORED FROM " FUNCTION TRIM (WS-BACKUP-NAME)
               ", " WS-RECORD-COUNT " RECORD(S)"
           .
       RESTORE-SEQUENTIAL-FILE-EXIT.
           EXIT.
       COPY-BACKUP-RECORD SECTION.
       COPY-BACKUP-RECORD-BEGIN.
           READ BACKUP-FILE
               AT END
                   MOVE "Y" TO WS-BACKUP-EOF
               NOT AT END
                   MOVE BACKUP-RECORD TO LIVE-RECORD
                   WRITE LIVE-RECORD
                   ADD 1 TO WS-RECORD-COUNT
           END-READ
           .
       COPY-BACKUP-RECORD-EXIT.
           EXIT.
       RESTORE-REQUEST-MASTER SECTION.
       RESTORE-REQUEST-MASTER-BEGIN.
           IF WS-BACKUP-STATE = "P"
               OPEN INPUT BACKUP-FILE
               IF WS-BACKUP-STATUS NOT = "00"
                   DISPLAY "EULERRST: BACKUP COPY "
                       FUNCTION TRIM (WS-BACKUP-NAME) " MISSING, "
                       "REQUEST MASTER NOT RESTORED"
                   MOVE 12 TO WS-RETURN-CODE
                   GO TO RESTORE-REQUEST-MASTER-EXIT
               END-IF
           END-IF
           OPEN OUTPUT REQUEST-MASTER-FILE
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "EULERRST: CANNOT REBUILD REQUEST MASTER, "
                   "STATUS " WS-MASTER-STATUS
               MOVE 12 TO WS-RETURN-CODE
               IF WS-BACKUP-STATE = "P"
                   CLOSE BACKUP-FILE
               END-IF
               GO TO RESTORE-REQUEST-MASTER-EXIT
           END-IF
           IF WS-BACKUP-STATE = "P"
               MOVE "N" TO WS-BACKUP-EOF
               PERFORM RELOAD-MASTER-RECORD UNTIL WS-BACKUP-EOF = "Y"
               CLOSE BACKUP-FILE
               DISPLAY "EULERRST: REQUEST MASTER RELOADED FROM "
                   FUNCTION TRIM (WS-BACKUP-NAME) ", "
                   WS-RECORD-COUNT " RECORD(S)"
           ELSE
               DISPLAY "EULERRST: REQUEST MASTER RESET TO EMPTY, IT "
                   "DID NOT EXIST BEFORE CYCLE " WS-CYCLE-ID
           END-IF
           CLOSE REQUEST-MASTER-FILE
           .
       RESTORE-REQUEST-MASTER-EXIT.
           EXIT.
       RELOAD-MASTER-RECORD SECTION.
       RELOAD-MASTER-RECORD-BEGIN.
           READ BACKUP-FILE
               AT END
                   MOVE "Y" TO WS-BACKUP-EOF
               NOT AT END
                   MOVE BACKUP-RECORD TO REQMAST003-RECORD
                   WRITE REQMAST003-RECORD
                       INVALID KEY
                           DISPLAY "EULERRST: DUPLICATE REQUEST ID "
                               QM-REQUEST-ID " IN BACKUP COPY"
                           MOVE 8 TO WS-RETURN-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORD-COUNT
                   END-WRITE
           END-READ
           .
       RELOAD-MASTER-RECORD-EXIT.
           EXIT.
       WRITE-JOB-LOG SECTION.
       WRITE-JOB-LOG-BEGIN.
           OPEN EXTEND JOB-LOG-FILE
           IF WS-JOBLOG-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
           END-IF
           MOVE "EULERRST" TO JL-STEP-NAME
           MOVE WS-STEP-START TO JL-START-TIME
           MOVE WS-STEP-END TO JL-END-TIME
           MOVE WS-RETURN-CODE TO JL-RETURN-CODE
           MOVE 0 TO JL-CYCLE-ID
           WRITE JOBLOG-RECORD
           CLOSE JOB-LOG-FILE
           .
       WRITE-JOB-LOG-EXIT.
           EXIT.
       WRITE-ALERT SECTION.
       WRITE-ALERT-BEGIN.
           OPEN EXTEND ALERT-FILE
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE "EULERRST" TO AL-PROGRAM-ID
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
