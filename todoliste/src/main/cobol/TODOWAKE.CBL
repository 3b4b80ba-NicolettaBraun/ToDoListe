       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOWAKE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDLIST ASSIGN TO 'todolist.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS TDLIST-KEY
            ALTERNATE RECORD KEY IS USER WITH DUPLICATES
            ALTERNATE RECORD KEY IS DUE-DATE WITH DUPLICATES
            FILE STATUS IS TDLIST-STATUS.
         SELECT TDLOCK ASSIGN TO 'tdlist.lck'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCK-STATUS.
         SELECT TDSTEPCNT ASSIGN TO 'tdstepcnt.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STEPCNT-STATUS.
         SELECT TDEVENTS ASSIGN TO 'tdevents.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EVENTS-STATUS.
         SELECT TDEVSEQ ASSIGN TO 'tdevseq.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EVSEQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
              COPY TDRECORD.
          FD TDLOCK.
          01 LOCK-RECORD PIC X(01).
          FD TDSTEPCNT.
          01 TDSTEPCNT-FILE PIC X(60).
          FD TDEVENTS.
          01 TDEVENTS-FILE PIC X(123).
          FD TDEVSEQ.
          01 TDEVSEQ-FILE.
              10 EVSEQ-NUMBER PIC 9(9).
       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1).
       01 TDLIST-STATUS PIC XX.
       01 AUDIT-RECORD-BUFFER.
           10 AUDIT-ITEM-ID PIC 9(5).
           10 AUDIT-ACTION-NAME PIC X(10).
           10 AUDIT-USER PIC X(10).
           10 AUDIT-TIMESTAMP PIC X(21).
           10 AUDIT-DETAIL PIC X(21) VALUE SPACES.
           10 AUDIT-CHECK-VALUE PIC X(16) VALUE SPACES.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-WAS-UNTIL PIC 9(8).
       01 WS-WAS-REASON PIC X(20).
       01 WS-SCANNED-COUNT PIC 9(5) VALUE 0.
       01 WS-WOKEN-COUNT PIC 9(5) VALUE 0.
       01 WS-STILL-SNOOZED-COUNT PIC 9(5) VALUE 0.
       01 LOCK-STATUS PIC XX.
       01 LOCK-RETRY-COUNT PIC 9(3).
       01 LOCK-WAIT-SECONDS PIC 9(4) VALUE 1.
       COPY TODOLOCKDATA.
       01 STEPCNT-STATUS PIC XX.
       01 WS-STEP-COUNTS PIC X(60).
       01 WS-RUN-FAILED PIC X VALUE 'N'.
           88 RUN-FAILED VALUE 'Y'.
       01 EVENTS-STATUS PIC XX.
       01 EVSEQ-STATUS PIC XX.
       COPY TODOEVENT.
       01 WS-EVSEQ-RECORD.
           10 WS-EVSEQ-NUMBER PIC 9(9).

       PROCEDURE DIVISION.
      *    NIGHTLY STEP: EVERY SNOOZED ITEM WHOSE WAKE-UP DATE HAS
      *    COME IS RELEASED BACK INTO THE LIST, THE BOARD AND THE
      *    REMINDER FEEDS. THE WAKE EVENT TELLS THE ASSIGNEE AND ANY
      *    WATCHERS THAT THE ITEM IS BACK
           DISPLAY "============================================"
           DISPLAY "TODO LIST - SNOOZE WAKE-UP RUN"
           DISPLAY "============================================"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE

           PERFORM ACQUIRE-LOCK
           IF LOCK-STATUS = "00"
              MOVE SPACE TO WS-EOF
              OPEN I-O TDLIST
              IF TDLIST-STATUS = "00"
                 PERFORM UNTIL WS-EOF = 'Y'
                       READ TDLIST NEXT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM WAKE-IF-DUE
                       END-READ
                 END-PERFORM
                 CLOSE TDLIST
              ELSE
                 DISPLAY "LIST FILE NOT AVAILABLE, STATUS "
                 TDLIST-STATUS
                 MOVE 'Y' TO WS-RUN-FAILED
                 MOVE "FAILED - LIST FILE NOT AVAILABLE"
                      TO WS-STEP-COUNTS
              END-IF
              PERFORM RELEASE-LOCK
           ELSE
              DISPLAY "UNABLE TO ACQUIRE THE LIST LOCK - "
              "ANOTHER UPDATE IS IN PROGRESS"
              MOVE 'Y' TO WS-RUN-FAILED
              MOVE "FAILED - LOCK NOT ACQUIRED"
                   TO WS-STEP-COUNTS
           END-IF

           DISPLAY "--------------------------------------------"
           DISPLAY "ITEMS SCANNED:        " WS-SCANNED-COUNT
           DISPLAY "ITEMS WOKEN UP:       " WS-WOKEN-COUNT
           DISPLAY "ITEMS STILL SNOOZED:  " WS-STILL-SNOOZED-COUNT
           DISPLAY "============================================"
           PERFORM WRITE-RUN-COUNTS
           GOBACK.

       WRITE-RUN-COUNTS SECTION.
           IF NOT RUN-FAILED
              MOVE SPACES TO WS-STEP-COUNTS
              STRING "SCANNED " WS-SCANNED-COUNT
                 " WOKEN " WS-WOKEN-COUNT
                 " SNOOZED " WS-STILL-SNOOZED-COUNT
                 DELIMITED BY SIZE INTO WS-STEP-COUNTS
              END-STRING
           END-IF
           OPEN OUTPUT TDSTEPCNT
           WRITE TDSTEPCNT-FILE FROM WS-STEP-COUNTS
           CLOSE TDSTEPCNT
           EXIT.

      *    THE HOLDER, AND ANY WAIT OR TIMEOUT, IS RECORDED THROUGH
      *    TODOLOCK SO OTHERS CAN SEE WHO HAS THE LIST
       ACQUIRE-LOCK SECTION.
           MOVE "TODOWAKE" TO LT-PROGRAM
           MOVE 0 TO LOCK-RETRY-COUNT
           OPEN OUTPUT TDLOCK WITH LOCK
           IF LOCK-STATUS NOT = "00"
              MOVE "W" TO LT-FUNCTION
              CALL "TODOLOCK" USING LOCK-TRACE-PARAMETERS
           END-IF
           PERFORM UNTIL LOCK-STATUS = "00" OR LOCK-RETRY-COUNT > 99
                 CALL "C$SLEEP" USING LOCK-WAIT-SECONDS
                 ADD 1 TO LOCK-RETRY-COUNT
                 OPEN OUTPUT TDLOCK WITH LOCK
           END-PERFORM
           MOVE "A" TO LT-FUNCTION
           MOVE LOCK-STATUS TO LT-LOCK-STATUS
           MOVE LOCK-RETRY-COUNT TO LT-RETRY-COUNT
           CALL "TODOLOCK" USING LOCK-TRACE-PARAMETERS
           EXIT.

       RELEASE-LOCK SECTION.
           MOVE "R" TO LT-FUNCTION
           CALL "TODOLOCK" USING LOCK-TRACE-PARAMETERS
           CLOSE TDLOCK
           EXIT.

       WAKE-IF-DUE SECTION.
           ADD 1 TO WS-SCANNED-COUNT
           IF SNOOZE-UNTIL IN TDLIST-FILE NOT NUMERIC
              OR SNOOZE-UNTIL IN TDLIST-FILE = 0
              EXIT SECTION
           END-IF
           IF SNOOZE-UNTIL IN TDLIST-FILE > WS-TODAY-DATE
              ADD 1 TO WS-STILL-SNOOZED-COUNT
              EXIT SECTION
           END-IF
           MOVE SNOOZE-UNTIL IN TDLIST-FILE TO WS-WAS-UNTIL
           MOVE SNOOZE-REASON IN TDLIST-FILE TO WS-WAS-REASON
           MOVE 0 TO SNOOZE-UNTIL IN TDLIST-FILE
           MOVE SPACES TO SNOOZE-REASON IN TDLIST-FILE
           REWRITE TDLIST-FILE
           ADD 1 TO WS-WOKEN-COUNT
           DISPLAY "WOKEN #" ITEM-ID IN TDLIST-FILE
           " [" LIST-ID IN TDLIST-FILE "] "
           USER IN TDLIST-FILE " SNOOZED UNTIL " WS-WAS-UNTIL
           " " DESCRIPTION IN TDLIST-FILE
           PERFORM WRITE-WAKE-AUDIT
           PERFORM WRITE-WAKE-EVENT
           EXIT.

       WRITE-WAKE-AUDIT SECTION.
           MOVE ITEM-ID IN TDLIST-FILE
                TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
           MOVE "wake" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
           MOVE USER IN TDLIST-FILE
                TO AUDIT-USER IN AUDIT-RECORD-BUFFER
           MOVE FUNCTION CURRENT-DATE
                TO AUDIT-TIMESTAMP IN AUDIT-RECORD-BUFFER
           MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           STRING "until " WS-WAS-UNTIL
              DELIMITED BY SIZE
              INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           END-STRING
           CALL "TODOAUDW" USING AUDIT-RECORD-BUFFER
           EXIT.

       WRITE-WAKE-EVENT SECTION.
           MOVE "wake" TO EV-TYPE
           MOVE LIST-ID IN TDLIST-FILE TO EV-LIST-ID
           MOVE ITEM-ID IN TDLIST-FILE TO EV-ITEM-ID
           MOVE USER IN TDLIST-FILE TO EV-USER
           MOVE SPACES TO EV-PAYLOAD
           STRING "was until " WS-WAS-UNTIL " "
              WS-WAS-REASON
              DELIMITED BY SIZE INTO EV-PAYLOAD
           END-STRING
           PERFORM WRITE-EVENT-ENTRY
           EXIT.

      *    THE CALLER FILLS EV-TYPE, EV-LIST-ID, EV-ITEM-ID, EV-USER
      *    AND EV-PAYLOAD; SEQUENCE AND TIMESTAMP ARE SET HERE
       WRITE-EVENT-ENTRY SECTION.
           PERFORM GET-NEXT-EVENT-SEQ
           MOVE WS-EVSEQ-NUMBER TO EV-SEQ
           MOVE FUNCTION CURRENT-DATE TO EV-TIMESTAMP
           OPEN EXTEND TDEVENTS
           IF EVENTS-STATUS = "35"
              OPEN OUTPUT TDEVENTS
              CLOSE TDEVENTS
              OPEN EXTEND TDEVENTS
           END-IF
           WRITE TDEVENTS-FILE FROM EVENT-RECORD
           CLOSE TDEVENTS
           MOVE SPACES TO EV-PAYLOAD
           EXIT.

       GET-NEXT-EVENT-SEQ SECTION.
           MOVE 0 TO WS-EVSEQ-NUMBER
           OPEN INPUT TDEVSEQ
           IF EVSEQ-STATUS = "00"
              READ TDEVSEQ INTO WS-EVSEQ-RECORD
              AT END MOVE 0 TO WS-EVSEQ-NUMBER
              END-READ
              CLOSE TDEVSEQ
           END-IF
           ADD 1 TO WS-EVSEQ-NUMBER
           OPEN OUTPUT TDEVSEQ
           WRITE TDEVSEQ-FILE FROM WS-EVSEQ-RECORD
           CLOSE TDEVSEQ
           EXIT.

       END PROGRAM TODOWAKE.
