       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOTRND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDSNAPHIST ASSIGN TO 'tdsnaphist.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SNAPHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDSNAPHIST.
          01 TDSNAPHIST-FILE PIC X(67).
       WORKING-STORAGE SECTION.
       01 WS-HIST-EOF PIC A(1).
       01 SNAPHIST-STATUS PIC XX.
       COPY TODOSNPR.
       01 WS-RUN-PARM PIC X(32).
       01 WS-PARM-WORD-1 PIC X(10).
       01 WS-PARM-WORD-2 PIC X(10).
       01 WS-TREND-MODE PIC X VALUE 'W'.
           88 TREND-WEEKLY VALUE 'W'.
           88 TREND-TWO-DATES VALUE 'D'.
       01 WS-CHECK-DATE-TEXT PIC X(10).
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-DATE-VALID PIC X.
           88 CHECK-DATE-VALID VALUE 'Y'.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-END-DATE PIC 9(8).
       01 WS-END-INT PIC 9(8).
       01 WS-SNAP-INT PIC 9(8).
       01 WS-LAST-SNAP-DATE PIC 9(8).
       01 NUMBER-OF-POINTS PIC 9(2) VALUE 0.
      *    A POINT IS ONE COLUMN OF THE TREND: THE TARGET DATE AND
      *    THE SNAPSHOT THAT STANDS FOR IT (THE LATEST ONE TAKEN IN
      *    THE WEEK UP TO THE TARGET, OR THE EXACT DAY WHEN TWO DATES
      *    ARE COMPARED)
       01 POINT-TABLE.
           05 POINT-ENTRY OCCURS 13.
               10 PT-TARGET-DATE PIC 9(8).
               10 PT-TARGET-INT PIC 9(8).
               10 PT-FLOOR-INT PIC 9(8).
               10 PT-SNAP-DATE PIC 9(8).
               10 PT-OPEN PIC 9(7).
               10 PT-PROGRESS PIC 9(7).
               10 PT-OVERDUE PIC 9(7).
               10 PT-PENDING PIC 9(7).
               10 PT-AGE PIC 9(7) OCCURS 4.
       01 POINT-INDEX PIC 9(2).
       01 WS-FIRST-POINT PIC 9(2).
       01 WS-LAST-POINT PIC 9(2).
       01 WS-PREV-POINT PIC 9(2).
       01 WS-LATER-POINT PIC 9(2).
       01 WS-POINTS-FOUND PIC 9(2).
       01 NUMBER-OF-TREND-USERS PIC 9(3) VALUE 0.
       01 USER-TREND-TABLE.
           05 USER-TREND-ENTRY OCCURS 500.
               10 UT-USER PIC X(10).
               10 UT-BACKLOG PIC 9(7) OCCURS 13.
               10 UT-OLDEST PIC 9(7) OCCURS 13.
       01 NUMBER-OF-TREND-LISTS PIC 9(3) VALUE 0.
       01 LIST-TREND-TABLE.
           05 LIST-TREND-ENTRY OCCURS 200.
               10 LT-LIST-ID PIC X(8).
               10 LT-BACKLOG PIC 9(7) OCCURS 13.
       01 TREND-INDEX PIC 9(3).
       01 WS-MATCH-INDEX PIC 9(3).
       01 AGE-INDEX PIC 9.
       01 WS-ARROW-OLD PIC 9(7).
       01 WS-ARROW-NEW PIC 9(7).
       01 WS-ARROW PIC X.
       01 WS-OLDEST-ARROW PIC X.
       01 WS-GROWTH-COUNT PIC 9(2).
       01 WS-GROWTH-STOP PIC X.
           88 GROWTH-STOPPED VALUE 'Y'.
       01 WS-GROWING-USERS PIC 9(3) VALUE 0.

      *    RUN PARAMETER:
      *      (NONE) OR "weeks"        LAST 13 WEEKS TO TODAY
      *      "weeks YYYYMMDD"         13 WEEKS ENDING ON THAT DATE
      *      "YYYYMMDD YYYYMMDD"      COMPARE TWO SNAPSHOT DATES
      *    "^" MARKS GROWTH, "v" A DROP AND "=" NO CHANGE AGAINST THE
      *    PREVIOUS POINT
       PROCEDURE DIVISION.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           PERFORM SET-TREND-POINTS
           IF NUMBER-OF-POINTS = 0
              GOBACK
           END-IF
           DISPLAY "============================================"
           DISPLAY "TODO LIST - BACKLOG TREND REPORT"
           IF TREND-TWO-DATES
              DISPLAY "COMPARING " PT-TARGET-DATE(1)
              " WITH " PT-TARGET-DATE(2)
           ELSE
              DISPLAY "LAST 13 WEEKS TO " WS-END-DATE
           END-IF
           DISPLAY "============================================"
           OPEN INPUT TDSNAPHIST
           IF SNAPHIST-STATUS NOT = "00"
              DISPLAY "NO SNAPSHOT HISTORY ON FILE (tdsnaphist.txt)"
              DISPLAY "============================================"
              GOBACK
           END-IF
           CLOSE TDSNAPHIST
           PERFORM RESOLVE-SNAPSHOT-DATES
           PERFORM ACCUMULATE-SNAPSHOTS
           PERFORM FIND-FIRST-LAST-POINTS
           IF WS-POINTS-FOUND = 0
              DISPLAY "NO SNAPSHOTS TAKEN FOR THE REQUESTED DATES"
              DISPLAY "============================================"
              GOBACK
           END-IF
           PERFORM PRINT-TOTALS-BY-DATE
           PERFORM PRINT-LIST-TREND
           PERFORM PRINT-USER-TREND
           PERFORM PRINT-OLDEST-BUCKET-GROWTH
           DISPLAY "============================================"
           GOBACK.

       SET-TREND-POINTS SECTION.
           MOVE 0 TO NUMBER-OF-POINTS
           MOVE SPACES TO WS-PARM-WORD-1 WS-PARM-WORD-2
           MOVE FUNCTION TRIM(WS-RUN-PARM) TO WS-RUN-PARM
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
              INTO WS-PARM-WORD-1 WS-PARM-WORD-2
           END-UNSTRING
           IF WS-PARM-WORD-1 = SPACES OR WS-PARM-WORD-1 = "weeks"
              MOVE 'W' TO WS-TREND-MODE
              MOVE WS-TODAY-DATE TO WS-END-DATE
              IF WS-PARM-WORD-2 NOT = SPACES
                 MOVE WS-PARM-WORD-2 TO WS-CHECK-DATE-TEXT
                 PERFORM CHECK-PARM-DATE
                 IF NOT CHECK-DATE-VALID
                    DISPLAY "INVALID END DATE " WS-PARM-WORD-2
                    " - USE YYYYMMDD"
                    EXIT SECTION
                 END-IF
                 MOVE WS-CHECK-DATE TO WS-END-DATE
              END-IF
              COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-END-DATE)
              MOVE 13 TO NUMBER-OF-POINTS
              PERFORM VARYING POINT-INDEX FROM 1 BY 1
                 UNTIL POINT-INDEX > 13
                    COMPUTE PT-TARGET-INT(POINT-INDEX) = WS-END-INT
                         - 7 * (13 - POINT-INDEX)
                    COMPUTE PT-FLOOR-INT(POINT-INDEX) =
                         PT-TARGET-INT(POINT-INDEX) - 7
                    COMPUTE PT-TARGET-DATE(POINT-INDEX) =
                         FUNCTION DATE-OF-INTEGER
                              (PT-TARGET-INT(POINT-INDEX))
              END-PERFORM
           ELSE
              MOVE 'D' TO WS-TREND-MODE
              MOVE WS-PARM-WORD-1 TO WS-CHECK-DATE-TEXT
              PERFORM CHECK-PARM-DATE
              IF NOT CHECK-DATE-VALID
                 DISPLAY "INVALID DATE " WS-PARM-WORD-1
                 " - USE YYYYMMDD YYYYMMDD OR weeks"
                 EXIT SECTION
              END-IF
              MOVE WS-CHECK-DATE TO PT-TARGET-DATE(1)
              MOVE WS-PARM-WORD-2 TO WS-CHECK-DATE-TEXT
              PERFORM CHECK-PARM-DATE
              IF NOT CHECK-DATE-VALID
                 DISPLAY "INVALID DATE " WS-PARM-WORD-2
                 " - USE YYYYMMDD YYYYMMDD OR weeks"
                 EXIT SECTION
              END-IF
              MOVE WS-CHECK-DATE TO PT-TARGET-DATE(2)
              MOVE PT-TARGET-DATE(2) TO WS-END-DATE
              MOVE 2 TO NUMBER-OF-POINTS
              PERFORM VARYING POINT-INDEX FROM 1 BY 1
                 UNTIL POINT-INDEX > 2
                    COMPUTE PT-TARGET-INT(POINT-INDEX) =
                         FUNCTION INTEGER-OF-DATE
                              (PT-TARGET-DATE(POINT-INDEX))
                    COMPUTE PT-FLOOR-INT(POINT-INDEX) =
                         PT-TARGET-INT(POINT-INDEX) - 1
              END-PERFORM
           END-IF
           PERFORM VARYING POINT-INDEX FROM 1 BY 1
              UNTIL POINT-INDEX > NUMBER-OF-POINTS
                 MOVE 0 TO PT-SNAP-DATE(POINT-INDEX)
                 MOVE 0 TO PT-OPEN(POINT-INDEX)
                 MOVE 0 TO PT-PROGRESS(POINT-INDEX)
                 MOVE 0 TO PT-OVERDUE(POINT-INDEX)
                 MOVE 0 TO PT-PENDING(POINT-INDEX)
                 PERFORM VARYING AGE-INDEX FROM 1 BY 1
                    UNTIL AGE-INDEX > 4
                       MOVE 0 TO PT-AGE(POINT-INDEX, AGE-INDEX)
                 END-PERFORM
           END-PERFORM
           EXIT.

       CHECK-PARM-DATE SECTION.
           MOVE 'N' TO WS-DATE-VALID
           IF WS-CHECK-DATE-TEXT(1:8) IS NOT NUMERIC
              OR WS-CHECK-DATE-TEXT(9:2) NOT = SPACES
              EXIT SECTION
           END-IF
           MOVE WS-CHECK-DATE-TEXT(1:8) TO WS-CHECK-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) = 0
              AND WS-CHECK-DATE >= 16010101
              MOVE 'Y' TO WS-DATE-VALID
           END-IF
           EXIT.

      *    FIRST PASS: PICK THE SNAPSHOT DATE THAT STANDS FOR EACH
      *    POINT
       RESOLVE-SNAPSHOT-DATES SECTION.
           MOVE 0 TO WS-LAST-SNAP-DATE
           MOVE 0 TO WS-SNAP-INT
           MOVE SPACE TO WS-HIST-EOF
           OPEN INPUT TDSNAPHIST
           PERFORM UNTIL WS-HIST-EOF = 'Y'
                 READ TDSNAPHIST INTO SNAPSHOT-RECORD
                 AT END MOVE 'Y' TO WS-HIST-EOF
                 NOT AT END PERFORM MATCH-SNAPSHOT-TO-POINTS
                 END-READ
           END-PERFORM
           CLOSE TDSNAPHIST
           EXIT.

       MATCH-SNAPSHOT-TO-POINTS SECTION.
           IF SN-SNAP-DATE NOT NUMERIC
              OR SN-SNAP-DATE < 16010101
              EXIT SECTION
           END-IF
           IF SN-SNAP-DATE NOT = WS-LAST-SNAP-DATE
              MOVE SN-SNAP-DATE TO WS-LAST-SNAP-DATE
              COMPUTE WS-SNAP-INT =
                   FUNCTION INTEGER-OF-DATE(SN-SNAP-DATE)
           END-IF
           PERFORM VARYING POINT-INDEX FROM 1 BY 1
              UNTIL POINT-INDEX > NUMBER-OF-POINTS
                 IF WS-SNAP-INT <= PT-TARGET-INT(POINT-INDEX)
                    AND WS-SNAP-INT > PT-FLOOR-INT(POINT-INDEX)
                    AND SN-SNAP-DATE > PT-SNAP-DATE(POINT-INDEX)
                    MOVE SN-SNAP-DATE TO PT-SNAP-DATE(POINT-INDEX)
                 END-IF
           END-PERFORM
           EXIT.

      *    SECOND PASS: ADD UP THE ROWS OF EACH CHOSEN SNAPSHOT
       ACCUMULATE-SNAPSHOTS SECTION.
           MOVE SPACE TO WS-HIST-EOF
           OPEN INPUT TDSNAPHIST
           PERFORM UNTIL WS-HIST-EOF = 'Y'
                 READ TDSNAPHIST INTO SNAPSHOT-RECORD
                 AT END MOVE 'Y' TO WS-HIST-EOF
                 NOT AT END PERFORM ADD-SNAPSHOT-ROW
                 END-READ
           END-PERFORM
           CLOSE TDSNAPHIST
           EXIT.

       ADD-SNAPSHOT-ROW SECTION.
           IF SN-SNAP-DATE NOT NUMERIC
              EXIT SECTION
           END-IF
           PERFORM VARYING POINT-INDEX FROM 1 BY 1
              UNTIL POINT-INDEX > NUMBER-OF-POINTS
                 IF PT-SNAP-DATE(POINT-INDEX) = SN-SNAP-DATE
                    AND SN-SNAP-DATE > 0
                    PERFORM ADD-ROW-TO-POINT
                 END-IF
           END-PERFORM
           EXIT.

       ADD-ROW-TO-POINT SECTION.
           ADD SN-OPEN-COUNT TO PT-OPEN(POINT-INDEX)
           ADD SN-PROGRESS-COUNT TO PT-PROGRESS(POINT-INDEX)
           ADD SN-OVERDUE-COUNT TO PT-OVERDUE(POINT-INDEX)
           ADD SN-PENDING-COUNT TO PT-PENDING(POINT-INDEX)
           PERFORM VARYING AGE-INDEX FROM 1 BY 1 UNTIL AGE-INDEX > 4
                 ADD SN-AGE-COUNT(AGE-INDEX)
                     TO PT-AGE(POINT-INDEX, AGE-INDEX)
           END-PERFORM
           PERFORM FIND-TREND-USER
           IF WS-MATCH-INDEX > 0
              ADD SN-OPEN-COUNT SN-PROGRESS-COUNT
                  TO UT-BACKLOG(WS-MATCH-INDEX, POINT-INDEX)
              ADD SN-AGE-OVER-90
                  TO UT-OLDEST(WS-MATCH-INDEX, POINT-INDEX)
           END-IF
           PERFORM FIND-TREND-LIST
           IF WS-MATCH-INDEX > 0
              ADD SN-OPEN-COUNT SN-PROGRESS-COUNT
                  TO LT-BACKLOG(WS-MATCH-INDEX, POINT-INDEX)
           END-IF
           EXIT.

       FIND-TREND-USER SECTION.
           MOVE 0 TO WS-MATCH-INDEX
           PERFORM VARYING TREND-INDEX FROM 1 BY 1
              UNTIL TREND-INDEX > NUMBER-OF-TREND-USERS
                 OR WS-MATCH-INDEX > 0
                 IF UT-USER(TREND-INDEX) = SN-USER
                    MOVE TREND-INDEX TO WS-MATCH-INDEX
                 END-IF
           END-PERFORM
           IF WS-MATCH-INDEX = 0
              AND NUMBER-OF-TREND-USERS < 500
              ADD 1 TO NUMBER-OF-TREND-USERS
              MOVE NUMBER-OF-TREND-USERS TO WS-MATCH-INDEX
              MOVE SN-USER TO UT-USER(WS-MATCH-INDEX)
              PERFORM VARYING TREND-INDEX FROM 1 BY 1
                 UNTIL TREND-INDEX > 13
                    MOVE 0 TO UT-BACKLOG(WS-MATCH-INDEX, TREND-INDEX)
                    MOVE 0 TO UT-OLDEST(WS-MATCH-INDEX, TREND-INDEX)
              END-PERFORM
           END-IF
           EXIT.

       FIND-TREND-LIST SECTION.
           MOVE 0 TO WS-MATCH-INDEX
           PERFORM VARYING TREND-INDEX FROM 1 BY 1
              UNTIL TREND-INDEX > NUMBER-OF-TREND-LISTS
                 OR WS-MATCH-INDEX > 0
                 IF LT-LIST-ID(TREND-INDEX) = SN-LIST-ID
                    MOVE TREND-INDEX TO WS-MATCH-INDEX
                 END-IF
           END-PERFORM
           IF WS-MATCH-INDEX = 0
              AND NUMBER-OF-TREND-LISTS < 200
              ADD 1 TO NUMBER-OF-TREND-LISTS
              MOVE NUMBER-OF-TREND-LISTS TO WS-MATCH-INDEX
              MOVE SN-LIST-ID TO LT-LIST-ID(WS-MATCH-INDEX)
              PERFORM VARYING TREND-INDEX FROM 1 BY 1
                 UNTIL TREND-INDEX > 13
                    MOVE 0 TO LT-BACKLOG(WS-MATCH-INDEX, TREND-INDEX)
              END-PERFORM
           END-IF
           EXIT.

       FIND-FIRST-LAST-POINTS SECTION.
           MOVE 0 TO WS-FIRST-POINT
           MOVE 0 TO WS-LAST-POINT
           MOVE 0 TO WS-POINTS-FOUND
           PERFORM VARYING POINT-INDEX FROM 1 BY 1
              UNTIL POINT-INDEX > NUMBER-OF-POINTS
                 IF PT-SNAP-DATE(POINT-INDEX) > 0
                    ADD 1 TO WS-POINTS-FOUND
                    IF WS-FIRST-POINT = 0
                       MOVE POINT-INDEX TO WS-FIRST-POINT
                    END-IF
                    MOVE POINT-INDEX TO WS-LAST-POINT
                 END-IF
           END-PERFORM
           EXIT.

       SET-ARROW SECTION.
           EVALUATE TRUE
              WHEN WS-ARROW-NEW > WS-ARROW-OLD
                 MOVE "^" TO WS-ARROW
              WHEN WS-ARROW-NEW < WS-ARROW-OLD
                 MOVE "v" TO WS-ARROW
              WHEN OTHER
                 MOVE "=" TO WS-ARROW
           END-EVALUATE
           EXIT.

       PRINT-TOTALS-BY-DATE SECTION.
           DISPLAY "BACKLOG BY SNAPSHOT DATE (TREND ON OPEN + IN-PROG)"
           DISPLAY "DATE     OPEN    IN-PROG OVERDUE PENDING "
           "0-7     8-30    31-90   OVER-90"
           MOVE 0 TO WS-PREV-POINT
           PERFORM VARYING POINT-INDEX FROM 1 BY 1
              UNTIL POINT-INDEX > NUMBER-OF-POINTS
                 IF PT-SNAP-DATE(POINT-INDEX) = 0
                    DISPLAY PT-TARGET-DATE(POINT-INDEX)
                    " NO SNAPSHOT"
                 ELSE
                    PERFORM PRINT-ONE-POINT
                    MOVE POINT-INDEX TO WS-PREV-POINT
                 END-IF
           END-PERFORM
           DISPLAY " "
           EXIT.

       PRINT-ONE-POINT SECTION.
           MOVE SPACE TO WS-ARROW
           IF WS-PREV-POINT > 0
              COMPUTE WS-ARROW-OLD = PT-OPEN(WS-PREV-POINT)
                   + PT-PROGRESS(WS-PREV-POINT)
              COMPUTE WS-ARROW-NEW = PT-OPEN(POINT-INDEX)
                   + PT-PROGRESS(POINT-INDEX)
              PERFORM SET-ARROW
           END-IF
           DISPLAY PT-SNAP-DATE(POINT-INDEX) " "
           PT-OPEN(POINT-INDEX) " "
           PT-PROGRESS(POINT-INDEX) " "
           PT-OVERDUE(POINT-INDEX) " "
           PT-PENDING(POINT-INDEX) " "
           PT-AGE(POINT-INDEX, 1) " "
           PT-AGE(POINT-INDEX, 2) " "
           PT-AGE(POINT-INDEX, 3) " "
           PT-AGE(POINT-INDEX, 4) " " WS-ARROW
           EXIT.

       PRINT-LIST-TREND SECTION.
           DISPLAY "BACKLOG BY LIST " PT-SNAP-DATE(WS-FIRST-POINT)
           " -> " PT-SNAP-DATE(WS-LAST-POINT)
           PERFORM VARYING TREND-INDEX FROM 1 BY 1
              UNTIL TREND-INDEX > NUMBER-OF-TREND-LISTS
                 MOVE LT-BACKLOG(TREND-INDEX, WS-FIRST-POINT)
                      TO WS-ARROW-OLD
                 MOVE LT-BACKLOG(TREND-INDEX, WS-LAST-POINT)
                      TO WS-ARROW-NEW
                 PERFORM SET-ARROW
                 DISPLAY "  " LT-LIST-ID(TREND-INDEX) "   "
                 WS-ARROW-OLD " -> " WS-ARROW-NEW " " WS-ARROW
           END-PERFORM
           DISPLAY " "
           EXIT.

       PRINT-USER-TREND SECTION.
           DISPLAY "BACKLOG BY USER " PT-SNAP-DATE(WS-FIRST-POINT)
           " -> " PT-SNAP-DATE(WS-LAST-POINT)
           DISPLAY "  USER       OPEN + IN-PROG         OVER 90 DAYS"
           PERFORM VARYING TREND-INDEX FROM 1 BY 1
              UNTIL TREND-INDEX > NUMBER-OF-TREND-USERS
                 MOVE UT-OLDEST(TREND-INDEX, WS-FIRST-POINT)
                      TO WS-ARROW-OLD
                 MOVE UT-OLDEST(TREND-INDEX, WS-LAST-POINT)
                      TO WS-ARROW-NEW
                 PERFORM SET-ARROW
                 MOVE WS-ARROW TO WS-OLDEST-ARROW
                 MOVE UT-BACKLOG(TREND-INDEX, WS-FIRST-POINT)
                      TO WS-ARROW-OLD
                 MOVE UT-BACKLOG(TREND-INDEX, WS-LAST-POINT)
                      TO WS-ARROW-NEW
                 PERFORM SET-ARROW
                 DISPLAY "  " UT-USER(TREND-INDEX) " "
                 WS-ARROW-OLD " -> " WS-ARROW-NEW " " WS-ARROW
                 "  "
                 UT-OLDEST(TREND-INDEX, WS-FIRST-POINT) " -> "
                 UT-OLDEST(TREND-INDEX, WS-LAST-POINT) " "
                 WS-OLDEST-ARROW
           END-PERFORM
           DISPLAY " "
           EXIT.

      *    A USER IS FLAGGED WHEN THE OVER-90 BUCKET GREW BETWEEN THE
      *    LAST TWO SNAPSHOTS; THE RUN SHOWS HOW MANY PERIODS IN A ROW
      *    IT HAS KEPT GROWING
       PRINT-OLDEST-BUCKET-GROWTH SECTION.
           DISPLAY "USERS WHOSE OVER-90 BUCKET IS GROWING"
           MOVE 0 TO WS-GROWING-USERS
           PERFORM VARYING TREND-INDEX FROM 1 BY 1
              UNTIL TREND-INDEX > NUMBER-OF-TREND-USERS
                 PERFORM COUNT-OLDEST-GROWTH
                 IF WS-GROWTH-COUNT > 0
                    ADD 1 TO WS-GROWING-USERS
                    IF TREND-WEEKLY
                       DISPLAY "  *** " UT-USER(TREND-INDEX)
                       " OVER-90 NOW "
                       UT-OLDEST(TREND-INDEX, WS-LAST-POINT)
                       " - UP " WS-GROWTH-COUNT
                       " WEEK(S) RUNNING"
                    ELSE
                       DISPLAY "  *** " UT-USER(TREND-INDEX)
                       " OVER-90 NOW "
                       UT-OLDEST(TREND-INDEX, WS-LAST-POINT)
                       " - UP SINCE " PT-SNAP-DATE(WS-FIRST-POINT)
                    END-IF
                 END-IF
           END-PERFORM
           IF WS-GROWING-USERS = 0
              DISPLAY "  NONE"
           END-IF
           EXIT.

       COUNT-OLDEST-GROWTH SECTION.
           MOVE 0 TO WS-GROWTH-COUNT
           MOVE 'N' TO WS-GROWTH-STOP
           MOVE WS-LAST-POINT TO WS-LATER-POINT
           PERFORM VARYING POINT-INDEX FROM WS-LAST-POINT BY -1
              UNTIL POINT-INDEX < WS-FIRST-POINT
                 OR POINT-INDEX = 0
                 OR GROWTH-STOPPED
                 IF POINT-INDEX < WS-LATER-POINT
                    AND PT-SNAP-DATE(POINT-INDEX) > 0
                    IF UT-OLDEST(TREND-INDEX, WS-LATER-POINT)
                       > UT-OLDEST(TREND-INDEX, POINT-INDEX)
                       ADD 1 TO WS-GROWTH-COUNT
                       MOVE POINT-INDEX TO WS-LATER-POINT
                    ELSE
                       MOVE 'Y' TO WS-GROWTH-STOP
                    END-IF
                 END-IF
           END-PERFORM
           EXIT.

       END PROGRAM TODOTRND.
