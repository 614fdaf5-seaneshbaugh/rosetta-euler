           SELECT PARMCTL-FILE ASSIGN TO "PARMCTL.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PARMCTL-STATUS.
           SELECT CONTROL-FILE ASSIGN USING WS-DECK-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT JOB-CATALOG-FILE ASSIGN TO "JOBCAT.DAT"
           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT DECK-TABLE-FILE ASSIGN TO "DECKTAB.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-DECKTAB-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMCTL-FILE.
       COPY DEFERRED.
       FD  RUN-LOCK-FILE.
       COPY RUNLOCK.
       FD  CALENDAR-FILE.
       COPY CALENDAR.
       FD  DECK-TABLE-FILE.
       COPY DECKTAB.
       WORKING-STORAGE SECTION.
       01  WS-PARMCTL-STATUS PIC X(2).
       01  WS-CONTROL-STATUS PIC X(2).
       01  WS-LOCK-HOLDER PIC X(10).
       01  WS-LOCK-STAMP PIC X(26).
       01  WS-RUN-COMMAND PIC X(48).
       01  WS-CALENDAR-STATUS PIC X(2).
       01  WS-CALENDAR-EOF PIC X(1) VALUE "N".
       01  WS-CALENDAR-FOUND PIC X(1) VALUE "N".
       01  WS-RUN-DATE PIC X(8).
       01  WS-DAY-TYPE PIC X(1) VALUE SPACE.
       01  WS-WEEK-END PIC X(1) VALUE SPACE.
       01  WS-MONTH-START PIC X(1) VALUE SPACE.
       01  WS-MONTH-END PIC X(1) VALUE SPACE.
       01  WS-DECKTAB-STATUS PIC X(2).
       01  WS-DECKTAB-EOF PIC X(1) VALUE "N".
       01  WS-DECK-SELECT PIC X(1).
       01  WS-DECKS-FROM-LOG PIC X(1) VALUE "N".
       01  WS-DECK-FILE-NAME PIC X(40).
       01  WS-DECK-COUNT PIC 9(2) VALUE 0.
       01  WS-DECK-TABLE.
           05  WS-DECK-ENTRY OCCURS 20 TIMES.
               10  WS-DECK-NAME        PIC X(7).
               10  WS-DECK-FILE        PIC X(40).
       01  WS-DECK-IDX PIC 9(2).
       01  WS-LOGGED-DECK-COUNT PIC 9(2) VALUE 0.
       01  WS-LOGGED-DECK-TABLE.
           05  WS-LOGGED-DECK OCCURS 20 TIMES PIC X(7).
       01  WS-CONTROL-EOF PIC X(1) VALUE "N".
       01  WS-CARD-COUNT PIC 9(3) VALUE 0.
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 100 TIMES.
               10  WS-CARD-IMAGE       PIC X(13).
               10  WS-CARD-SEQUENCE    PIC 9(4).
               10  WS-CARD-DECK        PIC X(7).
       01  WS-CARD-IDX PIC 9(3).
       01  WS-INSERT-IDX PIC 9(3).
       01  WS-NEW-SEQUENCE PIC 9(4).
       01  WS-DUPLICATE-FLAG PIC X(1).
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       BEGIN.
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-RUN-MODE
           IF WS-RUN-MODE = "R"
               PERFORM LOAD-RESTART-CONTEXT
           END-IF
           PERFORM SELECT-CONTROL-DECKS
           IF WS-RETURN-CODE >= 16
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-DECK-COUNT > 0
               PERFORM LOAD-CONTROL-DECKS
               IF WS-RETURN-CODE >= 16
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-CARD-COUNT = 0
               IF WS-DECK-COUNT > 0
                   DISPLAY "CONTROL: NO CONTROL CARDS, NOTHING TO RUN"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           ELSE
               PERFORM LOAD-STEP-ESTIMATES
               PERFORM LOAD-DEFERRED-WORK
               PERFORM CHECK-RUN-LOCK
               IF WS-LOCK-HELD = "Y"
                   MOVE 16 TO WS-RETURN-CODE
                   MOVE WS-RETURN-CODE TO RETURN-CODE
                   STOP RUN
               PERFORM ASSIGN-CYCLE-ID
               PERFORM TAKE-RUN-LOCK
               PERFORM OPEN-JOB-LOG
               IF WS-DECKS-FROM-LOG = "N"
                   PERFORM LOG-SELECTED-DECKS
               END-IF
               PERFORM TAKE-PRE-CYCLE-BACKUP
               IF WS-EOF-FLAG = "N"
                   OPEN OUTPUT DEFERRED-FILE
                   PERFORM RUN-DEFERRED-STEPS
                   PERFORM RUN-MERGED-CARD
                       VARYING WS-CARD-IDX FROM 1 BY 1
                       UNTIL WS-CARD-IDX > WS-CARD-COUNT
                       OR WS-EOF-FLAG = "Y"
                   CLOSE DEFERRED-FILE
               END-IF
               CLOSE JOB-LOG-FILE
               PERFORM CLEAR-CYCLE-HANDOFF
               PERFORM RELEASE-RUN-LOCK
           END-IF
                       AND JL-CYCLE-ID > WS-RESTART-CYCLE
                       MOVE JL-CYCLE-ID TO WS-RESTART-CYCLE
                       MOVE 0 TO WS-DONE-COUNT
                       MOVE 0 TO WS-LOGGED-DECK-COUNT
                   END-IF
                   IF JL-CYCLE-ID NUMERIC
                       AND JL-CYCLE-ID = WS-RESTART-CYCLE
                       AND JL-STEP-NAME (1:3) = "DK:"
                       AND WS-LOGGED-DECK-COUNT < 20
                       ADD 1 TO WS-LOGGED-DECK-COUNT
                       MOVE JL-STEP-NAME (4:7)
                           TO WS-LOGGED-DECK (WS-LOGGED-DECK-COUNT)
                   END-IF
                   IF JL-CYCLE-ID NUMERIC
                       AND JL-CYCLE-ID = WS-RESTART-CYCLE
                   COMPUTE WS-STEP-ELAPSED =
                       WS-STAMP-SECONDS - WS-START-STAMP-SECONDS
                   IF WS-STEP-ELAPSED >= 0
                       AND JL-STEP-NAME (1:3) NOT = "DK:"
                       AND JL-STEP-NAME NOT = "EULERRST"
                       PERFORM ADD-STEP-ESTIMATE
                   END-IF
           END-READ
           .
       LOAD-DEFERRED-RECORD-EXIT.
           EXIT.
       TAKE-PRE-CYCLE-BACKUP SECTION.
       TAKE-PRE-CYCLE-BACKUP-BEGIN.
           MOVE 0 TO WS-STEP-RC
           MOVE SPACES TO CONTROL-RECORD
           MOVE "BKP" TO CC-PROBLEM-NUMBER
           MOVE "N" TO CC-DEFER-FLAG
           PERFORM RUN-JOB-STEP
           IF WS-STEP-RC >= 8
               DISPLAY "CONTROL: PRE-CYCLE BACKUP FAILED, STREAM NOT "
                   "RUN"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           .
       TAKE-PRE-CYCLE-BACKUP-EXIT.
           EXIT.
       RUN-DEFERRED-STEPS SECTION.
       RUN-DEFERRED-STEPS-BEGIN.
           PERFORM VARYING WS-DEF-IDX FROM 1 BY 1
           .
       OPEN-JOB-LOG-EXIT.
           EXIT.
       SELECT-CONTROL-DECKS SECTION.
       SELECT-CONTROL-DECKS-BEGIN.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE
           IF WS-RUN-MODE = "R"
               AND WS-LOGGED-DECK-COUNT > 0
               MOVE "Y" TO WS-DECKS-FROM-LOG
               DISPLAY "CONTROL: USING DECKS SELECTED FOR CYCLE "
                   WS-RESTART-CYCLE
           ELSE
               PERFORM READ-RUN-CALENDAR
               IF WS-CALENDAR-FOUND = "N"
                   DISPLAY "CONTROL: " WS-RUN-DATE
                       " NOT IN RUN CALENDAR, CANNOT RUN STREAM"
                   MOVE SPACES TO WS-ALERT-REASON
                   STRING "DATE " DELIMITED BY SIZE
                           WS-RUN-DATE DELIMITED BY SIZE
                           " NOT IN RUN CALENDAR" DELIMITED BY SIZE
                       INTO WS-ALERT-REASON
                   END-STRING
                   PERFORM REFUSE-STREAM-START
                   GO TO SELECT-CONTROL-DECKS-EXIT
               END-IF
               DISPLAY "CONTROL: RUN DATE " WS-RUN-DATE
                   " DAY TYPE " WS-DAY-TYPE
           END-IF
           OPEN INPUT DECK-TABLE-FILE
           IF WS-DECKTAB-STATUS NOT = "00"
               DISPLAY "CONTROL: NO CONTROL DECK TABLE, CANNOT RUN "
                   "STREAM"
               MOVE "CONTROL DECK TABLE MISSING" TO WS-ALERT-REASON
               PERFORM REFUSE-STREAM-START
               GO TO SELECT-CONTROL-DECKS-EXIT
           END-IF
           PERFORM LOAD-DECK-TABLE-RECORD UNTIL WS-DECKTAB-EOF = "Y"
           CLOSE DECK-TABLE-FILE
           IF WS-DECK-COUNT = 0
               IF WS-DAY-TYPE = "H"
                   DISPLAY "CONTROL: " WS-RUN-DATE
                       " IS A HOLIDAY, NOTHING TO RUN"
               ELSE
                   DISPLAY "CONTROL: NO CONTROL DECK SELECTED FOR "
                       WS-RUN-DATE ", NOTHING TO RUN"
                   MOVE "E" TO WS-ALERT-SEVERITY
                   MOVE SPACES TO WS-ALERT-REASON
                   STRING "NO CONTROL DECK FOR " DELIMITED BY SIZE
                           WS-RUN-DATE DELIMITED BY SIZE
                       INTO WS-ALERT-REASON
                   END-STRING
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE 8 TO WS-STEP-RC
                   PERFORM WRITE-CONTROL-ALERT
               END-IF
           END-IF
           .
       SELECT-CONTROL-DECKS-EXIT.
           EXIT.
       READ-RUN-CALENDAR SECTION.
       READ-RUN-CALENDAR-BEGIN.
           MOVE "N" TO WS-CALENDAR-FOUND
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               PERFORM SCAN-CALENDAR-RECORD
                   UNTIL WS-CALENDAR-EOF = "Y"
               CLOSE CALENDAR-FILE
           ELSE
               DISPLAY "CONTROL: NO RUN CALENDAR FILE"
           END-IF
           .
       READ-RUN-CALENDAR-EXIT.
           EXIT.
       SCAN-CALENDAR-RECORD SECTION.
       SCAN-CALENDAR-RECORD-BEGIN.
           READ CALENDAR-FILE
               AT END
                   MOVE "Y" TO WS-CALENDAR-EOF
               NOT AT END
                   IF CL-DATE = WS-RUN-DATE
                       AND (CL-DAY-TYPE = "B" OR CL-DAY-TYPE = "H")
                       MOVE "Y" TO WS-CALENDAR-FOUND
                       MOVE "Y" TO WS-CALENDAR-EOF
                       MOVE CL-DAY-TYPE TO WS-DAY-TYPE
                       MOVE CL-WEEK-END TO WS-WEEK-END
                       MOVE CL-MONTH-START TO WS-MONTH-START
                       MOVE CL-MONTH-END TO WS-MONTH-END
                   END-IF
           END-READ
           .
       SCAN-CALENDAR-RECORD-EXIT.
           EXIT.
       LOAD-DECK-TABLE-RECORD SECTION.
       LOAD-DECK-TABLE-RECORD-BEGIN.
           READ DECK-TABLE-FILE
               AT END
                   MOVE "Y" TO WS-DECKTAB-EOF
               NOT AT END
                   PERFORM CHECK-DECK-SELECTED
                   IF WS-DECK-SELECT = "Y"
                       IF WS-DECK-COUNT < 20
                           ADD 1 TO WS-DECK-COUNT
                           MOVE DK-DECK-NAME
                               TO WS-DECK-NAME (WS-DECK-COUNT)
                           MOVE DK-DECK-FILE
                               TO WS-DECK-FILE (WS-DECK-COUNT)
                           DISPLAY "CONTROL: DECK " DK-DECK-NAME
                               " SELECTED"
                       ELSE
                           DISPLAY "CONTROL: MORE THAN 20 DECKS "
                               "SELECTED, " DK-DECK-NAME " IGNORED"
                       END-IF
                   END-IF
           END-READ
           .
       LOAD-DECK-TABLE-RECORD-EXIT.
           EXIT.
       CHECK-DECK-SELECTED SECTION.
       CHECK-DECK-SELECTED-BEGIN.
           MOVE "N" TO WS-DECK-SELECT
           IF WS-DECKS-FROM-LOG = "Y"
               PERFORM VARYING WS-DECK-IDX FROM 1 BY 1
                   UNTIL WS-DECK-IDX > WS-LOGGED-DECK-COUNT
                   OR WS-DECK-SELECT = "Y"
                   IF WS-LOGGED-DECK (WS-DECK-IDX) = DK-DECK-NAME
                       MOVE "Y" TO WS-DECK-SELECT
                   END-IF
               END-PERFORM
           ELSE
               EVALUATE DK-DAY-TYPE
                   WHEN "B"
                       IF WS-DAY-TYPE = "B"
                           MOVE "Y" TO WS-DECK-SELECT
                       END-IF
                   WHEN "H"
                       IF WS-DAY-TYPE = "H"
                           MOVE "Y" TO WS-DECK-SELECT
                       END-IF
                   WHEN "W"
                       IF WS-DAY-TYPE = "B" AND WS-WEEK-END = "Y"
                           MOVE "Y" TO WS-DECK-SELECT
                       END-IF
                   WHEN "S"
                       IF WS-DAY-TYPE = "B" AND WS-MONTH-START = "Y"
                           MOVE "Y" TO WS-DECK-SELECT
                       END-IF
                   WHEN "E"
                       IF WS-DAY-TYPE = "B" AND WS-MONTH-END = "Y"
                           MOVE "Y" TO WS-DECK-SELECT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
       CHECK-DECK-SELECTED-EXIT.
           EXIT.
       LOAD-CONTROL-DECKS SECTION.
       LOAD-CONTROL-DECKS-BEGIN.
           PERFORM VARYING WS-DECK-IDX FROM 1 BY 1
               UNTIL WS-DECK-IDX > WS-DECK-COUNT
               OR WS-RETURN-CODE >= 16
               MOVE WS-DECK-FILE (WS-DECK-IDX) TO WS-DECK-FILE-NAME
               OPEN INPUT CONTROL-FILE
               IF WS-CONTROL-STATUS NOT = "00"
                   DISPLAY "CONTROL: DECK "
                       WS-DECK-NAME (WS-DECK-IDX) " FILE "
                       FUNCTION TRIM (WS-DECK-FILE-NAME)
                       " MISSING, CANNOT RUN STREAM"
                   MOVE SPACES TO WS-ALERT-REASON
                   STRING "CONTROL DECK " DELIMITED BY SIZE
                           WS-DECK-NAME (WS-DECK-IDX)
                               DELIMITED BY SPACE
                           " FILE MISSING" DELIMITED BY SIZE
                       INTO WS-ALERT-REASON
                   END-STRING
                   PERFORM REFUSE-STREAM-START
               ELSE
                   MOVE "N" TO WS-CONTROL-EOF
                   PERFORM LOAD-DECK-CARD
                       UNTIL WS-CONTROL-EOF = "Y"
                   CLOSE CONTROL-FILE
               END-IF
           END-PERFORM
           .
       LOAD-CONTROL-DECKS-EXIT.
           EXIT.
       LOAD-DECK-CARD SECTION.
       LOAD-DECK-CARD-BEGIN.
           READ CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-CONTROL-EOF
               NOT AT END
                   IF CC-PROBLEM-NUMBER NOT = SPACES
                       PERFORM MERGE-CONTROL-CARD
                   END-IF
           END-READ
           .
       LOAD-DECK-CARD-EXIT.
           EXIT.
       MERGE-CONTROL-CARD SECTION.
       MERGE-CONTROL-CARD-BEGIN.
           MOVE "N" TO WS-DUPLICATE-FLAG
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT
               OR WS-DUPLICATE-FLAG = "Y"
               IF WS-CARD-IMAGE (WS-CARD-IDX) (1:3) = CC-PROBLEM-NUMBER
                   MOVE "Y" TO WS-DUPLICATE-FLAG
               END-IF
           END-PERFORM
           IF WS-DUPLICATE-FLAG = "Y"
               DISPLAY "CONTROL: STEP " CC-PROBLEM-NUMBER
                   " ALREADY IN STREAM, DECK "
                   WS-DECK-NAME (WS-DECK-IDX) " CARD IGNORED"
               GO TO MERGE-CONTROL-CARD-EXIT
           END-IF
           IF WS-CARD-COUNT >= 100
               DISPLAY "CONTROL: MORE THAN 100 CONTROL CARDS, STEP "
                   CC-PROBLEM-NUMBER " IGNORED"
               GO TO MERGE-CONTROL-CARD-EXIT
           END-IF
           IF CC-SEQUENCE NUMERIC
               MOVE CC-SEQUENCE TO WS-NEW-SEQUENCE
           ELSE
               MOVE 9999 TO WS-NEW-SEQUENCE
           END-IF
           COMPUTE WS-INSERT-IDX = WS-CARD-COUNT + 1
           PERFORM VARYING WS-CARD-IDX FROM 1 BY 1
               UNTIL WS-CARD-IDX > WS-CARD-COUNT
               OR WS-INSERT-IDX <= WS-CARD-COUNT
               IF WS-CARD-SEQUENCE (WS-CARD-IDX) > WS-NEW-SEQUENCE
                   MOVE WS-CARD-IDX TO WS-INSERT-IDX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CARD-IDX FROM WS-CARD-COUNT BY -1
               UNTIL WS-CARD-IDX < WS-INSERT-IDX
               MOVE WS-CARD-ENTRY (WS-CARD-IDX)
                   TO WS-CARD-ENTRY (WS-CARD-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-CARD-COUNT
           MOVE CONTROL-RECORD TO WS-CARD-IMAGE (WS-INSERT-IDX)
           MOVE WS-NEW-SEQUENCE TO WS-CARD-SEQUENCE (WS-INSERT-IDX)
           MOVE WS-DECK-NAME (WS-DECK-IDX)
               TO WS-CARD-DECK (WS-INSERT-IDX)
           .
       MERGE-CONTROL-CARD-EXIT.
           EXIT.
       REFUSE-STREAM-START SECTION.
       REFUSE-STREAM-START-BEGIN.
           MOVE "C" TO WS-ALERT-SEVERITY
           MOVE 16 TO WS-RETURN-CODE
           MOVE 16 TO WS-STEP-RC
           PERFORM WRITE-CONTROL-ALERT
           .
       REFUSE-STREAM-START-EXIT.
           EXIT.
       LOG-SELECTED-DECKS SECTION.
       LOG-SELECTED-DECKS-BEGIN.
           PERFORM VARYING WS-DECK-IDX FROM 1 BY 1
               UNTIL WS-DECK-IDX > WS-DECK-COUNT
               MOVE SPACES TO WS-STEP-NAME
               STRING "DK:" DELIMITED BY SIZE
                       WS-DECK-NAME (WS-DECK-IDX) DELIMITED BY SIZE
                   INTO WS-STEP-NAME
               END-STRING
               MOVE FUNCTION CURRENT-DATE TO WS-STEP-START
               MOVE WS-STEP-START TO WS-STEP-END
               MOVE 0 TO WS-STEP-RC
               PERFORM WRITE-JOB-LOG
           END-PERFORM
           .
       LOG-SELECTED-DECKS-EXIT.
           EXIT.
       RUN-MERGED-CARD SECTION.
       RUN-MERGED-CARD-BEGIN.
           MOVE WS-CARD-IMAGE (WS-CARD-IDX) TO CONTROL-RECORD
           PERFORM RUN-JOB-STEP
           .
       RUN-MERGED-CARD-EXIT.
           EXIT.
       RUN-JOB-STEP SECTION.
       RUN-JOB-STEP-BEGIN.
           MOVE WS-STEP-RC TO JL-RETURN-CODE
           MOVE WS-CYCLE-ID TO JL-CYCLE-ID
           WRITE JOBLOG-RECORD
           CLOSE JOB-LOG-FILE
           PERFORM OPEN-JOB-LOG
           .
       WRITE-JOB-LOG-EXIT.
           EXIT.
