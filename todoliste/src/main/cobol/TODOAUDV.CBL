       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOAUDV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDAUDIT ASSIGN TO 'tdaudit.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AUDIT-STATUS.
         SELECT TDAUDCK ASSIGN TO 'tdauditck.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AUDCK-STATUS.
         SELECT TDSTEPCNT ASSIGN TO 'tdstepcnt.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STEPCNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDAUDIT.
          01 TDAUDIT-FILE.
              10 AUDIT-ITEM-ID PIC 9(5).
              10 AUDIT-ACTION-NAME PIC X(10).
              10 AUDIT-USER PIC X(10).
              10 AUDIT-TIMESTAMP PIC X(21).
              10 AUDIT-DETAIL PIC X(21).
              10 AUDIT-CHECK-VALUE PIC X(16).
          FD TDAUDCK.
          01 TDAUDCK-FILE.
              10 AUDCK-LAST-CHECK-VALUE PIC X(16).
          FD TDSTEPCNT.
          01 TDSTEPCNT-FILE PIC X(60).
       WORKING-STORAGE SECTION.
       01 AUDIT-STATUS PIC XX.
       01 AUDCK-STATUS PIC XX.
       01 STEPCNT-STATUS PIC XX.
       01 WS-AUDIT-EOF PIC A(1).
       01 AUDIT-RECORD-BUFFER.
           10 AUDIT-ITEM-ID PIC 9(5).
           10 AUDIT-ACTION-NAME PIC X(10).
           10 AUDIT-USER PIC X(10).
           10 AUDIT-TIMESTAMP PIC X(21).
           10 AUDIT-DETAIL PIC X(21).
           10 AUDIT-CHECK-VALUE PIC X(16).
       01 WS-PREVIOUS-CHECK-VALUE PIC X(16).
       01 WS-EXPECTED-CHECK-VALUE PIC X(16).
       01 WS-LAST-GOOD-RECORD PIC X(83).
       01 WS-CHAIN-STARTED PIC X VALUE 'N'.
           88 CHAIN-STARTED VALUE 'Y'.
       01 WS-CHAIN-BROKEN PIC X VALUE 'N'.
           88 CHAIN-BROKEN VALUE 'Y'.
       01 WS-RECORD-COUNT PIC 9(7) VALUE 0.
       01 WS-UNCHAINED-COUNT PIC 9(7) VALUE 0.
       01 WS-CHAINED-COUNT PIC 9(7) VALUE 0.
       01 WS-BROKEN-AT PIC 9(7) VALUE 0.
       01 WS-STEP-COUNTS PIC X(60).
       COPY TODOHASHDATA.

      *    WALKS tdaudit.txt RECOMPUTING EACH RECORD'S CHECK VALUE
      *    FROM THE ONE BEFORE IT (AS TODOAUDW WROTE IT) AND STOPS AT
      *    THE FIRST RECORD THAT DOES NOT MATCH. RECORDS FROM BEFORE
      *    CHAINING BEGAN CARRY NO CHECK VALUE AND ARE ONLY COUNTED.
      *    THE LAST VALUE IN tdauditck.txt CATCHES LINES CUT FROM THE
      *    END OF THE FILE, WHICH LEAVE NO BROKEN LINK BEHIND THEM -
      *    INCLUDING A TRAIL CUT BACK TO NOTHING OR MISSING ALTOGETHER
       PROCEDURE DIVISION.
           DISPLAY "============================================"
           DISPLAY "TODO LIST - AUDIT TRAIL CHAIN VERIFICATION"
           DISPLAY "============================================"
           MOVE SPACES TO WS-PREVIOUS-CHECK-VALUE
           MOVE SPACES TO WS-LAST-GOOD-RECORD
           MOVE SPACE TO WS-AUDIT-EOF
           OPEN INPUT TDAUDIT
           IF AUDIT-STATUS NOT = "00"
              DISPLAY "NO AUDIT TRAIL FOUND, STATUS " AUDIT-STATUS
              MOVE 'Y' TO WS-AUDIT-EOF
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF = 'Y' OR CHAIN-BROKEN
                 READ TDAUDIT INTO AUDIT-RECORD-BUFFER
                 AT END MOVE 'Y' TO WS-AUDIT-EOF
                 NOT AT END PERFORM CHECK-ONE-LINK
                 END-READ
           END-PERFORM
           IF AUDIT-STATUS = "00" OR AUDIT-STATUS = "10"
              CLOSE TDAUDIT
           END-IF
           IF NOT CHAIN-BROKEN
              PERFORM CHECK-END-OF-CHAIN
           END-IF

           DISPLAY "--------------------------------------------"
           DISPLAY "RECORDS READ:           " WS-RECORD-COUNT
           DISPLAY "PRE-CHAIN RECORDS:      " WS-UNCHAINED-COUNT
           DISPLAY "LINKS VERIFIED:         " WS-CHAINED-COUNT
           MOVE SPACES TO WS-STEP-COUNTS
           IF CHAIN-BROKEN
              DISPLAY "RESULT: CHAIN BROKEN AT RECORD " WS-BROKEN-AT
              STRING "FAILED - AUDIT CHAIN BROKEN AT RECORD "
                 WS-BROKEN-AT
                 DELIMITED BY SIZE INTO WS-STEP-COUNTS
              END-STRING
           ELSE
              DISPLAY "RESULT: CHAIN INTACT"
              STRING "RECORDS " WS-RECORD-COUNT
                 " VERIFIED " WS-CHAINED-COUNT
                 " UNCHAINED " WS-UNCHAINED-COUNT
                 DELIMITED BY SIZE INTO WS-STEP-COUNTS
              END-STRING
           END-IF
           DISPLAY "============================================"
           PERFORM WRITE-STEP-COUNT-RECORD
           GOBACK.

       WRITE-STEP-COUNT-RECORD SECTION.
           OPEN OUTPUT TDSTEPCNT
           WRITE TDSTEPCNT-FILE FROM WS-STEP-COUNTS
           CLOSE TDSTEPCNT
           EXIT.

       CHECK-ONE-LINK SECTION.
           ADD 1 TO WS-RECORD-COUNT
           IF AUDIT-CHECK-VALUE IN AUDIT-RECORD-BUFFER = SPACES
              AND NOT CHAIN-STARTED
              ADD 1 TO WS-UNCHAINED-COUNT
              MOVE AUDIT-RECORD-BUFFER TO WS-LAST-GOOD-RECORD
              EXIT SECTION
           END-IF
           MOVE 'Y' TO WS-CHAIN-STARTED
           MOVE SPACES TO HASH-INPUT-TEXT
           STRING WS-PREVIOUS-CHECK-VALUE AUDIT-RECORD-BUFFER(1:67)
              DELIMITED BY SIZE INTO HASH-INPUT-TEXT
           END-STRING
           CALL "TODOHASH" USING HASH-PARAMETERS
           MOVE HASH-RESULT TO WS-EXPECTED-CHECK-VALUE
           IF WS-EXPECTED-CHECK-VALUE
              NOT = AUDIT-CHECK-VALUE IN AUDIT-RECORD-BUFFER
              MOVE 'Y' TO WS-CHAIN-BROKEN
              MOVE WS-RECORD-COUNT TO WS-BROKEN-AT
              DISPLAY "*** FIRST BROKEN LINK AT RECORD "
              WS-RECORD-COUNT " ***"
              DISPLAY "  ITEM:      "
              AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
              DISPLAY "  ACTION:    "
              AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
              DISPLAY "  USER:      " AUDIT-USER IN AUDIT-RECORD-BUFFER
              DISPLAY "  TIMESTAMP: "
              AUDIT-TIMESTAMP IN AUDIT-RECORD-BUFFER
              DISPLAY "  DETAIL:    "
              AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
              DISPLAY "  THIS RECORD WAS ALTERED OR INSERTED, OR THE"
              " RECORD BEFORE IT WAS REMOVED OR MOVED"
              PERFORM SHOW-LAST-GOOD-RECORD
              EXIT SECTION
           END-IF
           ADD 1 TO WS-CHAINED-COUNT
           MOVE AUDIT-CHECK-VALUE IN AUDIT-RECORD-BUFFER
                TO WS-PREVIOUS-CHECK-VALUE
           MOVE AUDIT-RECORD-BUFFER TO WS-LAST-GOOD-RECORD
           EXIT.

       CHECK-END-OF-CHAIN SECTION.
           OPEN INPUT TDAUDCK
           IF AUDCK-STATUS NOT = "00"
              DISPLAY "NO LAST CHECK VALUE ON FILE - END OF THE"
              " TRAIL NOT VERIFIED"
              EXIT SECTION
           END-IF
           READ TDAUDCK
           AT END MOVE SPACES TO AUDCK-LAST-CHECK-VALUE
           END-READ
           CLOSE TDAUDCK
           IF AUDCK-LAST-CHECK-VALUE NOT = WS-PREVIOUS-CHECK-VALUE
              MOVE 'Y' TO WS-CHAIN-BROKEN
              COMPUTE WS-BROKEN-AT = WS-RECORD-COUNT + 1
              DISPLAY "*** TRAIL ENDS BEFORE THE LAST RECORD WRITTEN"
              " ***"
              DISPLAY "  RECORDS AFTER RECORD " WS-RECORD-COUNT
              " HAVE BEEN REMOVED"
              PERFORM SHOW-LAST-GOOD-RECORD
           END-IF
           EXIT.

       SHOW-LAST-GOOD-RECORD SECTION.
           IF WS-LAST-GOOD-RECORD = SPACES
              DISPLAY "  (NO GOOD RECORD BEFORE IT)"
              EXIT SECTION
           END-IF
           MOVE WS-LAST-GOOD-RECORD TO AUDIT-RECORD-BUFFER
           DISPLAY "  LAST GOOD RECORD: ITEM "
           AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER " "
           AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER " "
           AUDIT-TIMESTAMP IN AUDIT-RECORD-BUFFER
           EXIT.

       END PROGRAM TODOAUDV.
