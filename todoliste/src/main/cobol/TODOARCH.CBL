       01 LOCK-STATUS PIC XX.
       01 LOCK-RETRY-COUNT PIC 9(3).
       01 LOCK-WAIT-SECONDS PIC 9(4) VALUE 1.
       COPY TODOLOCKDATA.
       01 WS-TDLIST.
           COPY TDRECORD.
       01 WS-RUN-PARM PIC X(32).
           CLOSE TDSTEPCNT
           EXIT.

      *    THE HOLDER, AND ANY WAIT OR TIMEOUT, IS RECORDED THROUGH
      *    TODOLOCK SO OTHERS CAN SEE WHO HAS THE LIST
       ACQUIRE-LOCK SECTION.
           MOVE "TODOARCH" TO LT-PROGRAM
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

