       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOLCKR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDLOCKWAIT ASSIGN TO 'tdlockwait.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCKWAIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLOCKWAIT.
          01 TDLOCKWAIT-FILE PIC X(120).
       WORKING-STORAGE SECTION.
       01 LOCKWAIT-STATUS PIC XX.
       01 WS-EOF PIC A(1).
       COPY TODOLOCKR.
       01 WS-RUN-PARM PIC X(32).
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-DATE-INT PIC 9(8).
       01 WS-PARM-DATE PIC 9(8).
       01 WS-WEEK-START PIC 9(8).
       01 WS-WEEK-END PIC 9(8).
       01 WS-WEEK-START-INT PIC 9(8).
       01 WS-WAIT-DATE PIC 9(8).
       01 WS-WAIT-HOUR PIC 9(2).
      *    THE WEB FRONT END TAKES THE LOCK AS TODOLISTE; EVERY OTHER
      *    PROGRAM IS A BATCH STEP OR THE OPERATOR CONSOLE
       01 WS-WEB-PROGRAM PIC X(9) VALUE "TODOLISTE".
       01 WS-WEB-WAIT PIC X.
           88 WEB-WAIT VALUE 'Y'.
      *    ONE ROW PER HOLDER AND ACTION THAT MADE SOMEONE WAIT
       01 NUMBER-OF-BLOCKERS PIC 9(3) VALUE 0.
       01 BLOCKER-TABLE.
           05 BLOCKER-ENTRY OCCURS 200.
               10 BK-PROGRAM PIC X(9).
               10 BK-ACTION PIC X(10).
               10 BK-WEB-WAITS PIC 9(7).
               10 BK-WEB-TIMEOUTS PIC 9(7).
               10 BK-WEB-SECONDS PIC 9(9).
               10 BK-OTHER-WAITS PIC 9(7).
               10 BK-PRINTED PIC X.
       01 BLOCKER-INDEX PIC 9(3).
       01 WS-MATCH-INDEX PIC 9(3).
       01 WS-BEST-INDEX PIC 9(3).
       01 WS-RANK PIC 9(3).
      *    WEB WAITS BY THE HOUR OF DAY THE WAIT BEGAN
       01 HOUR-TABLE.
           05 HOUR-ENTRY OCCURS 24.
               10 HR-WEB-WAITS PIC 9(7).
               10 HR-WEB-TIMEOUTS PIC 9(7).
               10 HR-WEB-SECONDS PIC 9(9).
       01 HOUR-INDEX PIC 9(2).
       01 WS-HOUR-SHOWN PIC 9(2).
       01 WS-ROWS-READ PIC 9(7) VALUE 0.
       01 WS-ROWS-IN-WEEK PIC 9(7) VALUE 0.
       01 WS-WEB-WAITS PIC 9(7) VALUE 0.
       01 WS-WEB-TIMEOUTS PIC 9(7) VALUE 0.
       01 WS-WEB-SECONDS PIC 9(9) VALUE 0.
       01 WS-OTHER-WAITS PIC 9(7) VALUE 0.
       01 WS-OTHER-TIMEOUTS PIC 9(7) VALUE 0.
       01 WS-BLOCKERS-DROPPED PIC 9(7) VALUE 0.
       01 WS-AVERAGE-SECONDS PIC 9(5).

      *    WEEKLY LOCK CONTENTION REPORT FROM THE WAITS LOGGED BY
      *    TODOLOCK. THE PARAMETER IS ANY DATE IN THE WEEK TO REPORT;
      *    WITHOUT ONE THE PREVIOUS WEEK IS TAKEN. SHOWS WHICH
      *    PROGRAMS AND ACTIONS HELD THE LIST WHILE WEB USERS WAITED,
      *    WORST FIRST, AND AT WHAT TIMES OF DAY THE WEB USERS WAITED
       PROCEDURE DIVISION.
           DISPLAY "============================================"
           DISPLAY "TODO LIST - WEEKLY LOCK CONTENTION REPORT"
           DISPLAY "============================================"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-RUN-PARM) TO WS-RUN-PARM
           MOVE 0 TO WS-PARM-DATE
           IF WS-RUN-PARM(1:8) IS NUMERIC
              AND WS-RUN-PARM(9:1) = SPACE
              MOVE WS-RUN-PARM(1:8) TO WS-PARM-DATE
           END-IF
           IF WS-PARM-DATE > 0
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-PARM-DATE) = 0
              COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PARM-DATE)
           ELSE
              COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 7
           END-IF
           COMPUTE WS-WEEK-START-INT = WS-DATE-INT
                - FUNCTION MOD(WS-DATE-INT + 6, 7)
           COMPUTE WS-WEEK-START =
                FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT)
           COMPUTE WS-WEEK-END =
                FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT + 6)
           DISPLAY "WEEK:                   " WS-WEEK-START
           " TO " WS-WEEK-END

           INITIALIZE BLOCKER-TABLE HOUR-TABLE
           OPEN INPUT TDLOCKWAIT
           IF LOCKWAIT-STATUS NOT = "00"
              DISPLAY "NO LOCK WAITS ON FILE (tdlockwait.txt)"
              DISPLAY "============================================"
              GOBACK
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDLOCKWAIT INTO LOCK-WAIT-RECORD
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM ADD-WAIT-ROW
                 END-READ
           END-PERFORM
           CLOSE TDLOCKWAIT

           DISPLAY "WAITS LOGGED:           " WS-ROWS-READ
           DISPLAY "WAITS IN THE WEEK:      " WS-ROWS-IN-WEEK
           DISPLAY "WEB USER WAITS:         " WS-WEB-WAITS
           DISPLAY "  OF WHICH TIMED OUT:   " WS-WEB-TIMEOUTS
           DISPLAY "  SECONDS WAITED:       " WS-WEB-SECONDS
           DISPLAY "BATCH/CONSOLE WAITS:    " WS-OTHER-WAITS
           DISPLAY "  OF WHICH TIMED OUT:   " WS-OTHER-TIMEOUTS
           IF WS-BLOCKERS-DROPPED > 0
              DISPLAY "WAITS NOT RANKED (TABLE FULL): "
              WS-BLOCKERS-DROPPED
           END-IF
           IF WS-ROWS-IN-WEEK = 0
              DISPLAY "============================================"
              GOBACK
           END-IF
           PERFORM PRINT-BLOCKER-RANKING
           PERFORM PRINT-HOUR-PROFILE
           DISPLAY "============================================"
           GOBACK.

       ADD-WAIT-ROW SECTION.
           ADD 1 TO WS-ROWS-READ
           IF LW-STARTED(1:8) IS NOT NUMERIC
              OR LW-STARTED(9:2) IS NOT NUMERIC
              EXIT SECTION
           END-IF
           MOVE LW-STARTED(1:8) TO WS-WAIT-DATE
           IF WS-WAIT-DATE < WS-WEEK-START
              OR WS-WAIT-DATE > WS-WEEK-END
              EXIT SECTION
           END-IF
           ADD 1 TO WS-ROWS-IN-WEEK
           IF LW-SECONDS IS NOT NUMERIC
              MOVE 0 TO LW-SECONDS
           END-IF
           MOVE 'N' TO WS-WEB-WAIT
           IF LW-PROGRAM = WS-WEB-PROGRAM
              MOVE 'Y' TO WS-WEB-WAIT
           END-IF
           IF WEB-WAIT
              ADD 1 TO WS-WEB-WAITS
              ADD LW-SECONDS TO WS-WEB-SECONDS
              IF LW-TIMED-OUT
                 ADD 1 TO WS-WEB-TIMEOUTS
              END-IF
              MOVE LW-STARTED(9:2) TO WS-WAIT-HOUR
              IF WS-WAIT-HOUR < 24
                 COMPUTE HOUR-INDEX = WS-WAIT-HOUR + 1
                 ADD 1 TO HR-WEB-WAITS(HOUR-INDEX)
                 ADD LW-SECONDS TO HR-WEB-SECONDS(HOUR-INDEX)
                 IF LW-TIMED-OUT
                    ADD 1 TO HR-WEB-TIMEOUTS(HOUR-INDEX)
                 END-IF
              END-IF
           ELSE
              ADD 1 TO WS-OTHER-WAITS
              IF LW-TIMED-OUT
                 ADD 1 TO WS-OTHER-TIMEOUTS
              END-IF
           END-IF
           PERFORM FIND-BLOCKER
           IF WS-MATCH-INDEX = 0
              ADD 1 TO WS-BLOCKERS-DROPPED
              EXIT SECTION
           END-IF
           IF WEB-WAIT
              ADD 1 TO BK-WEB-WAITS(WS-MATCH-INDEX)
              ADD LW-SECONDS TO BK-WEB-SECONDS(WS-MATCH-INDEX)
              IF LW-TIMED-OUT
                 ADD 1 TO BK-WEB-TIMEOUTS(WS-MATCH-INDEX)
              END-IF
           ELSE
              ADD 1 TO BK-OTHER-WAITS(WS-MATCH-INDEX)
           END-IF
           EXIT.

      *    A HOLDER NOT RECORDED (LOCK TAKEN BEFORE HOLDERS WERE KEPT,
      *    OR RELEASED BETWEEN THE REFUSED OPEN AND THE LOOK-UP) IS
      *    COUNTED AS UNKNOWN
       FIND-BLOCKER SECTION.
           IF LW-HOLDER-PROGRAM = SPACES
              MOVE "UNKNOWN" TO LW-HOLDER-PROGRAM
           END-IF
           MOVE 0 TO WS-MATCH-INDEX
           PERFORM VARYING BLOCKER-INDEX FROM 1 BY 1
                   UNTIL BLOCKER-INDEX > NUMBER-OF-BLOCKERS
                      OR WS-MATCH-INDEX > 0
              IF BK-PROGRAM(BLOCKER-INDEX) = LW-HOLDER-PROGRAM
                 AND BK-ACTION(BLOCKER-INDEX) = LW-HOLDER-ACTION
                 MOVE BLOCKER-INDEX TO WS-MATCH-INDEX
              END-IF
           END-PERFORM
           IF WS-MATCH-INDEX = 0
              AND NUMBER-OF-BLOCKERS < 200
              ADD 1 TO NUMBER-OF-BLOCKERS
              MOVE NUMBER-OF-BLOCKERS TO WS-MATCH-INDEX
              MOVE LW-HOLDER-PROGRAM TO BK-PROGRAM(WS-MATCH-INDEX)
              MOVE LW-HOLDER-ACTION TO BK-ACTION(WS-MATCH-INDEX)
              MOVE 'N' TO BK-PRINTED(WS-MATCH-INDEX)
           END-IF
           EXIT.

      *    WORST FIRST: MOST SECONDS OF WEB WAITING, THEN MOST WEB
      *    WAITS, THEN MOST WAITS OF OTHER PROGRAMS
       PRINT-BLOCKER-RANKING SECTION.
           DISPLAY "--------------------------------------------"
           DISPLAY "WHO HELD THE LIST WHILE OTHERS WAITED"
           DISPLAY "RANK HOLDER    ACTION     WEB WAITS TIMEOUTS"
           "   SECONDS BATCH WAITS"
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > NUMBER-OF-BLOCKERS
              PERFORM FIND-WORST-BLOCKER
              MOVE 'Y' TO BK-PRINTED(WS-BEST-INDEX)
              DISPLAY WS-RANK "  " BK-PROGRAM(WS-BEST-INDEX) " "
              BK-ACTION(WS-BEST-INDEX) " "
              BK-WEB-WAITS(WS-BEST-INDEX) "  "
              BK-WEB-TIMEOUTS(WS-BEST-INDEX) " "
              BK-WEB-SECONDS(WS-BEST-INDEX) "     "
              BK-OTHER-WAITS(WS-BEST-INDEX)
           END-PERFORM
           EXIT.

       FIND-WORST-BLOCKER SECTION.
           MOVE 0 TO WS-BEST-INDEX
           PERFORM VARYING BLOCKER-INDEX FROM 1 BY 1
                   UNTIL BLOCKER-INDEX > NUMBER-OF-BLOCKERS
              IF BK-PRINTED(BLOCKER-INDEX) = 'N'
                 IF WS-BEST-INDEX = 0
                    MOVE BLOCKER-INDEX TO WS-BEST-INDEX
                 ELSE
                    IF BK-WEB-SECONDS(BLOCKER-INDEX)
                          > BK-WEB-SECONDS(WS-BEST-INDEX)
                       OR (BK-WEB-SECONDS(BLOCKER-INDEX)
                             = BK-WEB-SECONDS(WS-BEST-INDEX)
                           AND BK-WEB-WAITS(BLOCKER-INDEX)
                             > BK-WEB-WAITS(WS-BEST-INDEX))
                       OR (BK-WEB-SECONDS(BLOCKER-INDEX)
                             = BK-WEB-SECONDS(WS-BEST-INDEX)
                           AND BK-WEB-WAITS(BLOCKER-INDEX)
                             = BK-WEB-WAITS(WS-BEST-INDEX)
                           AND BK-OTHER-WAITS(BLOCKER-INDEX)
                             > BK-OTHER-WAITS(WS-BEST-INDEX))
                       MOVE BLOCKER-INDEX TO WS-BEST-INDEX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           EXIT.

      *    ONLY HOURS IN WHICH A WEB USER WAITED ARE SHOWN
       PRINT-HOUR-PROFILE SECTION.
           DISPLAY "--------------------------------------------"
           DISPLAY "WEB USER WAITS BY TIME OF DAY"
           IF WS-WEB-WAITS = 0
              DISPLAY "NO WEB USER HAD TO WAIT"
              EXIT SECTION
           END-IF
           DISPLAY "HOUR  WAITS    TIMEOUTS SECONDS   AVG"
           PERFORM VARYING HOUR-INDEX FROM 1 BY 1
                   UNTIL HOUR-INDEX > 24
              IF HR-WEB-WAITS(HOUR-INDEX) > 0
                 COMPUTE WS-HOUR-SHOWN = HOUR-INDEX - 1
                 COMPUTE WS-AVERAGE-SECONDS ROUNDED =
                      HR-WEB-SECONDS(HOUR-INDEX)
                      / HR-WEB-WAITS(HOUR-INDEX)
                 DISPLAY WS-HOUR-SHOWN ":00 "
                 HR-WEB-WAITS(HOUR-INDEX) "  "
                 HR-WEB-TIMEOUTS(HOUR-INDEX) " "
                 HR-WEB-SECONDS(HOUR-INDEX) " "
                 WS-AVERAGE-SECONDS
              END-IF
           END-PERFORM
           EXIT.

       END PROGRAM TODOLCKR.
