       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOLOCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDHOLDER ASSIGN TO 'tdlist.hld'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HOLDER-STATUS.
         SELECT TDLOCKWAIT ASSIGN TO 'tdlockwait.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCKWAIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDHOLDER.
          01 TDHOLDER-FILE PIC X(54).
          FD TDLOCKWAIT.
          01 TDLOCKWAIT-FILE PIC X(120).
       WORKING-STORAGE SECTION.
       01 HOLDER-STATUS PIC XX.
       01 LOCKWAIT-STATUS PIC XX.
       COPY TODOLOCKR.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-PROCESS-ID PIC 9(9) VALUE 0.
       01 WS-WAITING PIC X VALUE 'N'.
           88 WAIT-IN-PROGRESS VALUE 'Y'.
       01 WS-HOLDING PIC X VALUE 'N'.
           88 HOLDING-LOCK VALUE 'Y'.
       01 WS-WAIT-STARTED PIC X(16).
       01 WS-BLOCKER.
           10 WS-BLOCKER-PROGRAM PIC X(9).
           10 WS-BLOCKER-USER PIC X(10).
           10 WS-BLOCKER-ACTION PIC X(10).
           10 WS-BLOCKER-PROCESS PIC 9(9).
           10 WS-BLOCKER-SINCE PIC X(16).
       01 WS-START-DATE PIC 9(8).
       01 WS-START-HH PIC 9(2).
       01 WS-START-MM PIC 9(2).
       01 WS-START-SS PIC 9(2).
       01 WS-END-DATE PIC 9(8).
       01 WS-END-HH PIC 9(2).
       01 WS-END-MM PIC 9(2).
       01 WS-END-SS PIC 9(2).
       01 WS-ELAPSED-SECONDS PIC S9(9).

       LINKAGE SECTION.
       COPY TODOLOCKDATA.

      *    EVERY PROGRAM THAT TAKES tdlist.lck REPORTS HERE. "W" WHEN
      *    ITS FIRST OPEN IS REFUSED - THE HOLDER AT THAT MOMENT IS
      *    NOTED AS THE ONE IT WAITS FOR; "A" WHEN IT HAS THE LOCK OR
      *    HAS GIVEN UP - A WAIT OR TIMEOUT IS LOGGED AND A NEW HOLDER
      *    RECORDED; "R" JUST BEFORE IT CLOSES THE LOCK FILE. THE
      *    LOCK FILE STAYS OPEN IN THE CALLER, SO THE LOCK ITSELF
      *    WORKS AS BEFORE
       PROCEDURE DIVISION USING LOCK-TRACE-PARAMETERS.
           IF WS-PROCESS-ID = 0
              CALL "C$GETPID" RETURNING WS-PROCESS-ID
           END-IF
           IF LT-USER = SPACES
              MOVE "batch" TO LT-USER
           END-IF
           IF LT-ACTION = SPACES
              MOVE "run" TO LT-ACTION
           END-IF
           EVALUATE TRUE
           WHEN LT-WAIT-STARTED
              PERFORM NOTE-WAIT-START
           WHEN LT-ATTEMPT-ENDED
              PERFORM RECORD-LOCK-ATTEMPT
           WHEN LT-LOCK-RELEASED
              PERFORM CLEAR-LOCK-HOLDER
           END-EVALUATE
           GOBACK.

       NOTE-WAIT-START SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:16) TO WS-WAIT-STARTED
           MOVE 'Y' TO WS-WAITING
           MOVE SPACES TO WS-BLOCKER
           MOVE 0 TO WS-BLOCKER-PROCESS
           MOVE "UNKNOWN" TO WS-BLOCKER-PROGRAM
           OPEN INPUT TDHOLDER
           IF HOLDER-STATUS = "00"
              READ TDHOLDER INTO LOCK-HOLDER-RECORD
              AT END CONTINUE
              NOT AT END
                 IF LH-PROGRAM NOT = SPACES
                    MOVE LOCK-HOLDER-RECORD TO WS-BLOCKER
                 END-IF
              END-READ
              CLOSE TDHOLDER
           END-IF
           EXIT.

       RECORD-LOCK-ATTEMPT SECTION.
           IF WAIT-IN-PROGRESS
              PERFORM WRITE-WAIT-ROW
              MOVE 'N' TO WS-WAITING
           END-IF
           IF LT-LOCK-STATUS = "00"
              MOVE LT-PROGRAM TO LH-PROGRAM
              MOVE LT-USER TO LH-USER
              MOVE LT-ACTION TO LH-ACTION
              MOVE WS-PROCESS-ID TO LH-PROCESS
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
              MOVE WS-CURRENT-DATE-TIME(1:16) TO LH-ACQUIRED
              OPEN OUTPUT TDHOLDER
              WRITE TDHOLDER-FILE FROM LOCK-HOLDER-RECORD
              CLOSE TDHOLDER
              MOVE 'Y' TO WS-HOLDING
           END-IF
           EXIT.

      *    ONLY THE PROCESS THAT WROTE THE HOLDER RECORD EMPTIES IT
       CLEAR-LOCK-HOLDER SECTION.
           IF NOT HOLDING-LOCK
              EXIT SECTION
           END-IF
           OPEN OUTPUT TDHOLDER
           CLOSE TDHOLDER
           MOVE 'N' TO WS-HOLDING
           EXIT.

       WRITE-WAIT-ROW SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-WAIT-STARTED(1:8) TO WS-START-DATE
           MOVE WS-WAIT-STARTED(9:2) TO WS-START-HH
           MOVE WS-WAIT-STARTED(11:2) TO WS-START-MM
           MOVE WS-WAIT-STARTED(13:2) TO WS-START-SS
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-END-DATE
           MOVE WS-CURRENT-DATE-TIME(9:2) TO WS-END-HH
           MOVE WS-CURRENT-DATE-TIME(11:2) TO WS-END-MM
           MOVE WS-CURRENT-DATE-TIME(13:2) TO WS-END-SS
           COMPUTE WS-ELAPSED-SECONDS =
                (FUNCTION INTEGER-OF-DATE(WS-END-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-START-DATE)) * 86400
                + WS-END-HH * 3600 + WS-END-MM * 60 + WS-END-SS
                - WS-START-HH * 3600 - WS-START-MM * 60 - WS-START-SS
           IF WS-ELAPSED-SECONDS < 0
              MOVE 0 TO WS-ELAPSED-SECONDS
           END-IF
           MOVE WS-WAIT-STARTED TO LW-STARTED
           IF LT-LOCK-STATUS = "00"
              MOVE "WAITED" TO LW-OUTCOME
           ELSE
              MOVE "TIMEOUT" TO LW-OUTCOME
           END-IF
           MOVE WS-ELAPSED-SECONDS TO LW-SECONDS
           MOVE LT-PROGRAM TO LW-PROGRAM
           MOVE LT-USER TO LW-USER
           MOVE LT-ACTION TO LW-ACTION
           MOVE WS-PROCESS-ID TO LW-PROCESS
           MOVE WS-BLOCKER-PROGRAM TO LW-HOLDER-PROGRAM
           MOVE WS-BLOCKER-USER TO LW-HOLDER-USER
           MOVE WS-BLOCKER-ACTION TO LW-HOLDER-ACTION
           MOVE WS-BLOCKER-PROCESS TO LW-HOLDER-PROCESS
           MOVE WS-BLOCKER-SINCE TO LW-HOLDER-SINCE
           OPEN EXTEND TDLOCKWAIT
           IF LOCKWAIT-STATUS = "35"
              OPEN OUTPUT TDLOCKWAIT
              CLOSE TDLOCKWAIT
              OPEN EXTEND TDLOCKWAIT
           END-IF
           WRITE TDLOCKWAIT-FILE FROM LOCK-WAIT-RECORD
           CLOSE TDLOCKWAIT
           EXIT.

       END PROGRAM TODOLOCK.
