           SELECT PRIME-FILE ASSIGN TO "PRIMES.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-PRIME-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "SIVCHKPT.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT WORK-FILE ASSIGN TO "SIVWORK.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT TRIM-FILE ASSIGN TO "SIVTRIM.DAT"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-TRIM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       FD  PRIME-FILE.
       COPY PRIMEREC.
       COPY PRIMEHDR.
       FD  CHECKPOINT-FILE.
       COPY SIVCHKPT.
       FD  WORK-FILE.
       01  WORK-RECORD.
           05  WK-PRIME           PIC 9(12).
       FD  TRIM-FILE.
       01  TRIM-RECORD.
           05  TR-PRIME           PIC 9(12).
       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS PIC X(2).
       01  WS-PRIME-STATUS PIC X(2).
       01  WS-CHECKPOINT-STATUS PIC X(2).
       01  WS-WORK-STATUS PIC X(2).
       01  WS-TRIM-STATUS PIC X(2).
       01  WS-BOUND PIC 9(10) VALUE 1000000.
       01  WS-SIEVE-LIMIT PIC 9(10) VALUE 1000000000.
       01  WS-SEGMENT-SIZE PIC 9(7) VALUE 1000000.
       01  WS-SEGMENT-LIMIT PIC 9(7) VALUE 1000000.
       01  WS-MODE PIC X(1) VALUE "N".
       01  WS-PRIME-COUNT PIC 9(9) VALUE 0.
       01  WS-WRITTEN-COUNT PIC 9(9) VALUE 0.
       01  WS-CHECK-TOTAL PIC 9(18) VALUE 0.
       01  WS-WRITTEN-TOTAL PIC 9(18) VALUE 0.
       01  WS-RETURN-CODE PIC 9(4) VALUE 0.
       01  WS-CHECKPOINT-PENDING PIC X(1) VALUE "N".
       01  WS-TABLE-CURRENT PIC X(1) VALUE "N".
       01  WS-NEXT-LOW PIC 9(10) VALUE 2.
       01  WS-HIGH PIC 9(10) VALUE 0.
       01  WS-SEGMENT-LENGTH PIC 9(7) VALUE 0.
       01  WS-SEGMENT-COUNT PIC 9(7) VALUE 0.
       01  WS-VALUE PIC 9(10).
       01  WS-OFFSET PIC 9(7).
       01  WS-QUOTIENT PIC 9(10).
       01  WS-BASE-LIMIT PIC 9(7) VALUE 0.
       01  WS-BASE-COUNT PIC 9(5) VALUE 0.
       01  WS-BASE-IDX PIC 9(5).
       01  WS-BASE-P PIC 9(7).
       01  WS-OLD-BOUND PIC 9(12) VALUE 0.
       01  WS-OLD-COUNT PIC 9(9) VALUE 0.
       01  WS-PREV-PRIME PIC 9(12) VALUE 0.
       01  WS-OLD-EOF PIC X(1) VALUE "N".
       01  WS-TRAILER-SEEN PIC X(1) VALUE "N".
       01  WS-TABLE-ERROR PIC X(40) VALUE SPACES.
       01  WS-WORK-EOF PIC X(1) VALUE "N".
       01  WS-WORK-COUNT PIC 9(9) VALUE 0.
       01  WS-COPIED-COUNT PIC 9(9) VALUE 0.
       01  WS-DROP-COUNT PIC 9(9) VALUE 0.
       01  WS-DELETE-NAME PIC X(40).
       01  WS-DELETE-TYPE PIC X(1) VALUE "S".
       01  I PIC 9(7).
       01  J PIC 9(14).
       01  WS-BASE-PRIME-TABLE.
           05  WS-BASE-PRIME OCCURS 4000 TIMES PIC 9(5).
       01  WS-SIEVE-TABLE.
           05  WS-SIEVE-FLAG OCCURS 1000000 TIMES PIC X(1).
       PROCEDURE DIVISION.
       BEGIN.
           PERFORM READ-PARAMETERS
           IF WS-RETURN-CODE = 0
               PERFORM READ-CHECKPOINT
               EVALUATE TRUE
                   WHEN WS-CHECKPOINT-PENDING = "Y"
                       PERFORM RESUME-FROM-CHECKPOINT
                   WHEN WS-MODE = "E"
                       PERFORM START-EXTENSION
                   WHEN OTHER
                       PERFORM START-NEW-TABLE
               END-EVALUATE
           END-IF
           IF WS-RETURN-CODE = 0 AND WS-TABLE-CURRENT = "N"
               IF WS-NEXT-LOW NOT > WS-BOUND
                   PERFORM BUILD-BASE-PRIMES
                   PERFORM SIEVE-ONE-SEGMENT
                       UNTIL WS-NEXT-LOW > WS-BOUND
               END-IF
               PERFORM WRITE-PRIME-TABLE
           END-IF
           IF WS-RETURN-CODE = 0 AND WS-TABLE-CURRENT = "N"
               PERFORM CLEAR-CHECKPOINT
               MOVE "SIVWORK.DAT" TO WS-DELETE-NAME
               CALL "C$DELETE" USING WS-DELETE-NAME WS-DELETE-TYPE
               DISPLAY "EULERSIV: " WS-PRIME-COUNT
                   " PRIME(S) UP TO " WS-BOUND
           END-IF
                           "BOUND " WS-BOUND
                   NOT AT END
                       MOVE PM-SIV-BOUND TO WS-BOUND
                       IF PM-SIV-SEGMENT-SIZE NUMERIC
                           AND PM-SIV-SEGMENT-SIZE > 0
                           MOVE PM-SIV-SEGMENT-SIZE TO WS-SEGMENT-SIZE
                       END-IF
                       IF PM-SIV-MODE NOT = SPACE
                           MOVE PM-SIV-MODE TO WS-MODE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           ELSE
               IF WS-BOUND > WS-SIEVE-LIMIT
                   DISPLAY "EULERSIV: BOUND " WS-BOUND
                       " EXCEEDS SIEVE LIMIT, USING " WS-SIEVE-LIMIT
                   MOVE WS-SIEVE-LIMIT TO WS-BOUND
               END-IF
           END-IF
           IF WS-MODE NOT = "N" AND WS-MODE NOT = "E"
               DISPLAY "EULERSIV: MODE MUST BE N (NEW) OR E (EXTEND)"
               MOVE 20 TO WS-RETURN-CODE
           END-IF
           IF WS-SEGMENT-SIZE > WS-SEGMENT-LIMIT
               DISPLAY "EULERSIV: SEGMENT SIZE " WS-SEGMENT-SIZE
                   " EXCEEDS SIEVE SIZE, USING " WS-SEGMENT-LIMIT
               MOVE WS-SEGMENT-LIMIT TO WS-SEGMENT-SIZE
           END-IF
           .
       READ-PARAMETERS-EXIT.
           EXIT.
       READ-CHECKPOINT SECTION.
       READ-CHECKPOINT-BEGIN.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "00"
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-CHECKPOINT-PENDING
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF
           .
       READ-CHECKPOINT-EXIT.
           EXIT.
       RESUME-FROM-CHECKPOINT SECTION.
       RESUME-FROM-CHECKPOINT-BEGIN.
           IF SC-TARGET-BOUND NOT NUMERIC
               OR SC-NEXT-LOW NOT NUMERIC
               OR SC-PRIME-COUNT NOT NUMERIC
               OR SC-CHECK-TOTAL NOT NUMERIC
               DISPLAY "EULERSIV: SIVCHKPT.DAT UNREADABLE, CLEAR IT "
                   "TO START OVER"
               MOVE 12 TO WS-RETURN-CODE
               GO TO RESUME-FROM-CHECKPOINT-EXIT
           END-IF
           IF SC-TARGET-BOUND NOT = WS-BOUND
               DISPLAY "EULERSIV: FINISHING GENERATION TO "
                   SC-TARGET-BOUND ", PARM BOUND " WS-BOUND
                   " IGNORED"
           END-IF
           MOVE SC-TARGET-BOUND TO WS-BOUND
           MOVE SC-NEXT-LOW TO WS-NEXT-LOW
           MOVE SC-PRIME-COUNT TO WS-PRIME-COUNT
           MOVE SC-CHECK-TOTAL TO WS-CHECK-TOTAL
           PERFORM TRIM-WORK-FILE
           IF WS-RETURN-CODE = 0
               DISPLAY "EULERSIV: RESUMING AT " WS-NEXT-LOW
                   " WITH " WS-PRIME-COUNT " PRIME(S) WRITTEN"
           END-IF
           .
       RESUME-FROM-CHECKPOINT-EXIT.
           EXIT.
       TRIM-WORK-FILE SECTION.
       TRIM-WORK-FILE-BEGIN.
           MOVE 0 TO WS-WORK-COUNT
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS = "00"
               PERFORM COUNT-WORK-RECORD UNTIL WS-WORK-EOF = "Y"
               CLOSE WORK-FILE
           END-IF
           IF WS-WORK-COUNT < WS-PRIME-COUNT
               DISPLAY "EULERSIV: SIVWORK.DAT HOLDS " WS-WORK-COUNT
                   " PRIME(S), CHECKPOINT EXPECTS " WS-PRIME-COUNT
               DISPLAY "EULERSIV: CLEAR SIVCHKPT.DAT TO START OVER"
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               IF WS-WORK-COUNT > WS-PRIME-COUNT
                   COMPUTE WS-DROP-COUNT =
                       WS-WORK-COUNT - WS-PRIME-COUNT
                   DISPLAY "EULERSIV: DROPPING " WS-DROP-COUNT
                       " PRIME(S) FROM THE INTERRUPTED SEGMENT"
                   PERFORM CUT-BACK-WORK-FILE
               END-IF
           END-IF
           .
       TRIM-WORK-FILE-EXIT.
           EXIT.
       COUNT-WORK-RECORD SECTION.
       COUNT-WORK-RECORD-BEGIN.
           READ WORK-FILE
               AT END
                   MOVE "Y" TO WS-WORK-EOF
               NOT AT END
                   ADD 1 TO WS-WORK-COUNT
           END-READ
           .
       COUNT-WORK-RECORD-EXIT.
           EXIT.
       CUT-BACK-WORK-FILE SECTION.
       CUT-BACK-WORK-FILE-BEGIN.
           MOVE 0 TO WS-COPIED-COUNT
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT WORK-FILE
           OPEN OUTPUT TRIM-FILE
           PERFORM COPY-WORK-TO-TRIM
               UNTIL WS-WORK-EOF = "Y"
               OR WS-COPIED-COUNT = WS-PRIME-COUNT
           CLOSE WORK-FILE
           CLOSE TRIM-FILE
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT TRIM-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM COPY-TRIM-TO-WORK UNTIL WS-WORK-EOF = "Y"
           CLOSE TRIM-FILE
           CLOSE WORK-FILE
           MOVE "SIVTRIM.DAT" TO WS-DELETE-NAME
           CALL "C$DELETE" USING WS-DELETE-NAME WS-DELETE-TYPE
           .
       CUT-BACK-WORK-FILE-EXIT.
           EXIT.
       COPY-WORK-TO-TRIM SECTION.
       COPY-WORK-TO-TRIM-BEGIN.
           READ WORK-FILE
               AT END
                   MOVE "Y" TO WS-WORK-EOF
               NOT AT END
                   MOVE WK-PRIME TO TR-PRIME
                   WRITE TRIM-RECORD
                   ADD 1 TO WS-COPIED-COUNT
           END-READ
           .
       COPY-WORK-TO-TRIM-EXIT.
           EXIT.
       COPY-TRIM-TO-WORK SECTION.
       COPY-TRIM-TO-WORK-BEGIN.
           READ TRIM-FILE
               AT END
                   MOVE "Y" TO WS-WORK-EOF
               NOT AT END
                   MOVE TR-PRIME TO WK-PRIME
                   WRITE WORK-RECORD
           END-READ
           .
       COPY-TRIM-TO-WORK-EXIT.
           EXIT.
       START-NEW-TABLE SECTION.
       START-NEW-TABLE-BEGIN.
           OPEN OUTPUT WORK-FILE
           CLOSE WORK-FILE
           MOVE 2 TO WS-NEXT-LOW
           MOVE 0 TO WS-PRIME-COUNT
           MOVE 0 TO WS-CHECK-TOTAL
           PERFORM WRITE-CHECKPOINT
           .
       START-NEW-TABLE-EXIT.
           EXIT.
       START-EXTENSION SECTION.
       START-EXTENSION-BEGIN.
           OPEN INPUT PRIME-FILE
           IF WS-PRIME-STATUS NOT = "00"
               DISPLAY "EULERSIV: NO PRIME TABLE TO EXTEND, "
                   "BUILDING FROM 2"
               PERFORM START-NEW-TABLE
               GO TO START-EXTENSION-EXIT
           END-IF
           READ PRIME-FILE
               AT END
                   MOVE "PRIME TABLE EMPTY" TO WS-TABLE-ERROR
               NOT AT END
                   IF PH-RECORD-TYPE = "H"
                       AND PH-UPPER-BOUND NUMERIC
                       AND PH-RECORD-COUNT NUMERIC
                       MOVE PH-UPPER-BOUND TO WS-OLD-BOUND
                       MOVE PH-RECORD-COUNT TO WS-OLD-COUNT
                   ELSE
                       MOVE "PRIME TABLE HEADER MISSING"
                           TO WS-TABLE-ERROR
                   END-IF
           END-READ
           IF WS-TABLE-ERROR = SPACES
               AND WS-OLD-BOUND NOT < WS-BOUND
               CLOSE PRIME-FILE
               DISPLAY "EULERSIV: PRIMES.DAT ALREADY COVERS "
                   WS-OLD-BOUND ", NOTHING TO EXTEND"
               MOVE "Y" TO WS-TABLE-CURRENT
               GO TO START-EXTENSION-EXIT
           END-IF
           MOVE 0 TO WS-PRIME-COUNT
           MOVE 0 TO WS-CHECK-TOTAL
           IF WS-TABLE-ERROR = SPACES
               OPEN OUTPUT WORK-FILE
               PERFORM COPY-OLD-PRIME UNTIL WS-OLD-EOF = "Y"
               CLOSE WORK-FILE
           END-IF
           CLOSE PRIME-FILE
           IF WS-TABLE-ERROR = SPACES
               AND WS-TRAILER-SEEN = "N"
               MOVE "PRIME TABLE TRAILER MISSING" TO WS-TABLE-ERROR
           END-IF
           IF WS-TABLE-ERROR = SPACES
               AND WS-PRIME-COUNT NOT = WS-OLD-COUNT
               MOVE "PRIME TABLE HEADER COUNT MISMATCH"
                   TO WS-TABLE-ERROR
           END-IF
           IF WS-TABLE-ERROR NOT = SPACES
               DISPLAY "EULERSIV: " FUNCTION TRIM (WS-TABLE-ERROR)
                   ", TABLE NOT EXTENDED"
               DISPLAY "EULERSIV: RERUN WITH MODE N TO REBUILD "
                   "FROM 2"
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               COMPUTE WS-NEXT-LOW = WS-OLD-BOUND + 1
               DISPLAY "EULERSIV: EXTENDING " WS-PRIME-COUNT
                   " PRIME(S) FROM " WS-OLD-BOUND " TO " WS-BOUND
               PERFORM WRITE-CHECKPOINT
           END-IF
           .
       START-EXTENSION-EXIT.
           EXIT.
       COPY-OLD-PRIME SECTION.
       COPY-OLD-PRIME-BEGIN.
           READ PRIME-FILE
               AT END
                   MOVE "Y" TO WS-OLD-EOF
               NOT AT END
                   PERFORM CHECK-OLD-PRIME-RECORD
           END-READ
           .
       COPY-OLD-PRIME-EXIT.
           EXIT.
       CHECK-OLD-PRIME-RECORD SECTION.
       CHECK-OLD-PRIME-RECORD-BEGIN.
           EVALUATE TRUE
               WHEN PT-RECORD-TYPE = "T"
                   IF PT-RECORD-COUNT NOT NUMERIC
                       OR PT-RECORD-COUNT NOT = WS-PRIME-COUNT
                       MOVE "PRIME TABLE TRAILER COUNT MISMATCH"
                           TO WS-TABLE-ERROR
                   ELSE
                       IF PT-CHECK-TOTAL NOT NUMERIC
                           OR PT-CHECK-TOTAL NOT = WS-CHECK-TOTAL
                           MOVE "PRIME TABLE CHECK TOTAL MISMATCH"
                               TO WS-TABLE-ERROR
                       ELSE
                           MOVE "Y" TO WS-TRAILER-SEEN
                       END-IF
                   END-IF
               WHEN WS-TRAILER-SEEN = "Y"
                   MOVE "PRIME RECORD AFTER TRAILER"
                       TO WS-TABLE-ERROR
               WHEN PR-PRIME NOT NUMERIC
                   MOVE "NON-NUMERIC PRIME RECORD"
                       TO WS-TABLE-ERROR
               WHEN PR-PRIME <= WS-PREV-PRIME
                   OR PR-PRIME > WS-OLD-BOUND
                   MOVE "PRIME TABLE OUT OF SEQUENCE"
                       TO WS-TABLE-ERROR
               WHEN OTHER
                   ADD 1 TO WS-PRIME-COUNT
                   ADD PR-PRIME TO WS-CHECK-TOTAL
                   MOVE PR-PRIME TO WS-PREV-PRIME
                   MOVE PR-PRIME TO WK-PRIME
                   WRITE WORK-RECORD
           END-EVALUATE
           IF WS-TABLE-ERROR NOT = SPACES
               MOVE "Y" TO WS-OLD-EOF
           END-IF
           .
       CHECK-OLD-PRIME-RECORD-EXIT.
           EXIT.
       BUILD-BASE-PRIMES SECTION.
       BUILD-BASE-PRIMES-BEGIN.
           COMPUTE WS-BASE-LIMIT = FUNCTION SQRT (WS-BOUND)
           PERFORM UNTIL (WS-BASE-LIMIT + 1) * (WS-BASE-LIMIT + 1)
               > WS-BOUND
               ADD 1 TO WS-BASE-LIMIT
           END-PERFORM
           MOVE SPACES TO WS-SIEVE-TABLE
           PERFORM MARK-MULTIPLES
               VARYING I FROM 2 BY 1 UNTIL I * I > WS-BASE-LIMIT
           MOVE 0 TO WS-BASE-COUNT
           PERFORM VARYING I FROM 2 BY 1 UNTIL I > WS-BASE-LIMIT
               IF WS-SIEVE-FLAG (I) = SPACE
                   ADD 1 TO WS-BASE-COUNT
                   MOVE I TO WS-BASE-PRIME (WS-BASE-COUNT)
               END-IF
           END-PERFORM
           .
       BUILD-BASE-PRIMES-EXIT.
           EXIT.
       MARK-MULTIPLES SECTION.
       MARK-MULTIPLES-BEGIN.
           IF WS-SIEVE-FLAG (I) = SPACE
               COMPUTE J = I * I
               PERFORM MARK-ONE-MULTIPLE UNTIL J > WS-BASE-LIMIT
           END-IF
           .
       MARK-MULTIPLES-EXIT.
           .
       MARK-ONE-MULTIPLE-EXIT.
           EXIT.
       SIEVE-ONE-SEGMENT SECTION.
       SIEVE-ONE-SEGMENT-BEGIN.
           COMPUTE WS-HIGH = WS-NEXT-LOW + WS-SEGMENT-SIZE - 1
           IF WS-HIGH > WS-BOUND
               MOVE WS-BOUND TO WS-HIGH
           END-IF
           COMPUTE WS-SEGMENT-LENGTH = WS-HIGH - WS-NEXT-LOW + 1
           MOVE SPACES TO WS-SIEVE-TABLE
           PERFORM MARK-SEGMENT-MULTIPLES
               VARYING WS-BASE-IDX FROM 1 BY 1
               UNTIL WS-BASE-IDX > WS-BASE-COUNT
           OPEN EXTEND WORK-FILE
           IF WS-WORK-STATUS = "35"
               OPEN OUTPUT WORK-FILE
           END-IF
           PERFORM WRITE-SEGMENT-PRIME
               VARYING I FROM 1 BY 1 UNTIL I > WS-SEGMENT-LENGTH
           CLOSE WORK-FILE
           COMPUTE WS-NEXT-LOW = WS-HIGH + 1
           ADD 1 TO WS-SEGMENT-COUNT
           PERFORM WRITE-CHECKPOINT
           .
       SIEVE-ONE-SEGMENT-EXIT.
           EXIT.
       MARK-SEGMENT-MULTIPLES SECTION.
       MARK-SEGMENT-MULTIPLES-BEGIN.
           MOVE WS-BASE-PRIME (WS-BASE-IDX) TO WS-BASE-P
           COMPUTE J = WS-BASE-P * WS-BASE-P
           IF J < WS-NEXT-LOW
               DIVIDE WS-BASE-P INTO WS-NEXT-LOW GIVING WS-QUOTIENT
               COMPUTE J = WS-QUOTIENT * WS-BASE-P
               IF J < WS-NEXT-LOW
                   ADD WS-BASE-P TO J
               END-IF
           END-IF
           PERFORM MARK-SEGMENT-MULTIPLE UNTIL J > WS-HIGH
           .
       MARK-SEGMENT-MULTIPLES-EXIT.
           EXIT.
       MARK-SEGMENT-MULTIPLE SECTION.
       MARK-SEGMENT-MULTIPLE-BEGIN.
           COMPUTE WS-OFFSET = J - WS-NEXT-LOW + 1
           MOVE "X" TO WS-SIEVE-FLAG (WS-OFFSET)
           ADD WS-BASE-P TO J
           .
       MARK-SEGMENT-MULTIPLE-EXIT.
           EXIT.
       WRITE-SEGMENT-PRIME SECTION.
       WRITE-SEGMENT-PRIME-BEGIN.
           IF WS-SIEVE-FLAG (I) = SPACE
               COMPUTE WS-VALUE = WS-NEXT-LOW + I - 1
               IF WS-VALUE >= 2
                   ADD 1 TO WS-PRIME-COUNT
                   ADD WS-VALUE TO WS-CHECK-TOTAL
                   MOVE WS-VALUE TO WK-PRIME
                   WRITE WORK-RECORD
               END-IF
           END-IF
           .
       WRITE-SEGMENT-PRIME-EXIT.
           EXIT.
       WRITE-CHECKPOINT SECTION.
       WRITE-CHECKPOINT-BEGIN.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-BOUND TO SC-TARGET-BOUND
           MOVE WS-NEXT-LOW TO SC-NEXT-LOW
           MOVE WS-PRIME-COUNT TO SC-PRIME-COUNT
           MOVE WS-CHECK-TOTAL TO SC-CHECK-TOTAL
           MOVE FUNCTION CURRENT-DATE TO SC-TIMESTAMP
           WRITE SIEVE-CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           .
       WRITE-CHECKPOINT-EXIT.
           EXIT.
       CLEAR-CHECKPOINT SECTION.
       CLEAR-CHECKPOINT-BEGIN.
           OPEN OUTPUT CHECKPOINT-FILE
           CLOSE CHECKPOINT-FILE
           .
       CLEAR-CHECKPOINT-EXIT.
           EXIT.
       WRITE-PRIME-TABLE SECTION.
       WRITE-PRIME-TABLE-BEGIN.
           MOVE "N" TO WS-WORK-EOF
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "EULERSIV: SIVWORK.DAT MISSING, PRIMES.DAT "
                   "NOT WRITTEN"
               MOVE 12 TO WS-RETURN-CODE
               GO TO WRITE-PRIME-TABLE-EXIT
           END-IF
           OPEN OUTPUT PRIME-FILE
           PERFORM WRITE-TABLE-HEADER
           PERFORM WRITE-ONE-PRIME UNTIL WS-WORK-EOF = "Y"
           PERFORM WRITE-TABLE-TRAILER
           CLOSE PRIME-FILE
           CLOSE WORK-FILE
           IF WS-WRITTEN-COUNT NOT = WS-PRIME-COUNT
               OR WS-WRITTEN-TOTAL NOT = WS-CHECK-TOTAL
               DISPLAY "EULERSIV: SIVWORK.DAT DOES NOT AGREE WITH "
                   "CHECKPOINT, PRIMES.DAT UNUSABLE"
               MOVE 12 TO WS-RETURN-CODE
           END-IF
           .
       WRITE-PRIME-TABLE-EXIT.
           EXIT.
       WRITE-TABLE-HEADER SECTION.
       WRITE-TABLE-HEADER-BEGIN.
           EXIT.
       WRITE-ONE-PRIME SECTION.
       WRITE-ONE-PRIME-BEGIN.
           READ WORK-FILE
               AT END
                   MOVE "Y" TO WS-WORK-EOF
               NOT AT END
                   ADD 1 TO WS-WRITTEN-COUNT
                   ADD WK-PRIME TO WS-WRITTEN-TOTAL
                   MOVE WK-PRIME TO PR-PRIME
                   WRITE PRIME-RECORD
           END-READ
           .
       WRITE-ONE-PRIME-EXIT.
           EXIT.
       WRITE-TABLE-TRAILER-BEGIN.
           MOVE "T" TO PT-RECORD-TYPE
           MOVE WS-WRITTEN-COUNT TO PT-RECORD-COUNT
           MOVE WS-WRITTEN-TOTAL TO PT-CHECK-TOTAL
           WRITE PRIME-TRAILER-RECORD
           .
       WRITE-TABLE-TRAILER-EXIT.
