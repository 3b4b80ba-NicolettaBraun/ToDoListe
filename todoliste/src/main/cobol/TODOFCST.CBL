           05 FCST-DAY-SUMMARY PIC 9(5) OCCURS 14 VALUE 0.
       01 WS-USER-MATCH-INDEX PIC 9(3).
       01 WS-ITEMS-IN-WINDOW PIC 9(5) VALUE 0.
       01 WS-UNACCEPTED-IN-WINDOW PIC 9(5) VALUE 0.
       01 USER-COUNTER PIC 9(3).
       01 DAY-COUNTER PIC 99.
       01 PRIO-COUNTER PIC 99.

           IF WS-ITEMS-IN-WINDOW = 0
              DISPLAY "NO ITEMS FALL DUE IN THE NEXT 14 DAYS"
              IF WS-UNACCEPTED-IN-WINDOW > 0
                 DISPLAY "ITEMS DUE BUT NOT YET ACCEPTED: "
                 WS-UNACCEPTED-IN-WINDOW
              END-IF
              DISPLAY "============================================"
              GOBACK
           END-IF
                 END-IF
           END-PERFORM
           DISPLAY "ITEMS DUE IN THE WINDOW: " WS-ITEMS-IN-WINDOW
           DISPLAY "ITEMS DUE BUT NOT YET ACCEPTED: "
           WS-UNACCEPTED-IN-WINDOW
           DISPLAY "============================================"
           GOBACK.

           IF WS-USER-MATCH-INDEX = 0
              EXIT SECTION
           END-IF
      *    THE ASSIGNEE HAS NOT TAKEN THE ITEM ON YET, SO IT IS KEPT
      *    OUT OF THEIR LOAD AND ONLY COUNTED
           IF ACCEPTANCE-PENDING IN WS-TDLIST
              ADD 1 TO WS-UNACCEPTED-IN-WINDOW
              EXIT SECTION
           END-IF
           IF PRIO IN WS-TDLIST NUMERIC
              COMPUTE WS-PRIO-IDX = FUNCTION NUMVAL
                   (PRIO IN WS-TDLIST) + 1
