       01 LOCK-STATUS PIC XX.
       01 LOCK-RETRY-COUNT PIC 9(3).
       01 LOCK-WAIT-SECONDS PIC 9(4) VALUE 1.
       COPY TODOLOCKDATA.
       01 WS-TDLIST.
           COPY TDRECORD.
       01 WS-NOTE-BUFFER.
           88 REPORT-ONLY VALUE 'N'.
       01 WS-PROBLEM-COUNT PIC 9(5) VALUE 0.
       01 WS-REPAIR-COUNT PIC 9(5) VALUE 0.
       01 WS-SNOOZED-COUNT PIC 9(5) VALUE 0.
       01 NUMBER-OF-LIST-IDS PIC 9(5) VALUE 0.
       01 LIST-ID-TABLE.
           05 LIST-ITEM-ID PIC 9(5) OCCURS 99999.
           END-IF

           DISPLAY "============================================"
           DISPLAY "SNOOZED ITEMS:    " WS-SNOOZED-COUNT
           DISPLAY "PROBLEMS FOUND:   " WS-PROBLEM-COUNT
           IF REPAIR-MODE
              DISPLAY "PROBLEMS REPAIRED: " WS-REPAIR-COUNT
           DISPLAY "============================================"
           GOBACK.

      *    THE HOLDER, AND ANY WAIT OR TIMEOUT, IS RECORDED THROUGH
      *    TODOLOCK SO OTHERS CAN SEE WHO HAS THE LIST
       ACQUIRE-LOCK SECTION.
           MOVE "TODOCHK" TO LT-PROGRAM
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

              DISPLAY "ITEM " ITEM-ID IN WS-TDLIST
              ": DUE-DATE '" DUE-DATE IN WS-TDLIST "' IS INVALID"
           END-IF
      *    A SNOOZED ITEM IS CHECKED LIKE ANY OTHER; ITS WAKE-UP DATE
      *    MUST BE A REAL DATE OR THE WAKE STEP WILL NEVER RELEASE IT
           IF SNOOZE-UNTIL IN WS-TDLIST NUMERIC
              AND SNOOZE-UNTIL IN WS-TDLIST = 0
              CONTINUE
           ELSE
              ADD 1 TO WS-SNOOZED-COUNT
              IF SNOOZE-UNTIL IN WS-TDLIST NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD
                    (SNOOZE-UNTIL IN WS-TDLIST) NOT = 0
                 ADD 1 TO WS-PROBLEM-COUNT
                 DISPLAY "ITEM " ITEM-ID IN WS-TDLIST
                 ": SNOOZE-UNTIL '" SNOOZE-UNTIL IN WS-TDLIST
                 "' IS INVALID"
              END-IF
           END-IF
      *    A MERGED DUPLICATE BELONGS ON THE ARCHIVE, NEVER THE LIST
           IF MERGED-INTO-ID IN WS-TDLIST NOT NUMERIC
              OR MERGED-INTO-ID IN WS-TDLIST NOT = 0
              ADD 1 TO WS-PROBLEM-COUNT
              DISPLAY "ITEM " ITEM-ID IN WS-TDLIST
              ": STILL LIVE BUT MARKED MERGED INTO '"
              MERGED-INTO-ID IN WS-TDLIST "'"
           END-IF
           EXIT.

       CHECK-ITEM-USER SECTION.
