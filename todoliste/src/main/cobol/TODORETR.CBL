         SELECT TDCOUNTER ASSIGN TO 'tdcounter.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS COUNTER-STATUS.
         SELECT TDLOCK ASSIGN TO 'tdlist.lck'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCK-STATUS.
          FD TDCOUNTER.
          01 TDCOUNTER-FILE.
              10 COUNTER-ITEM-ID PIC 9(5).
          FD TDLOCK.
          01 LOCK-RECORD PIC X(01).
       WORKING-STORAGE SECTION.
       01 RETRWORK-STATUS PIC XX.
       01 TDLIST-STATUS PIC XX.
       01 COUNTER-STATUS PIC XX.
       01 LOCK-STATUS PIC XX.
       01 LOCK-RETRY-COUNT PIC 9(3).
       01 LOCK-WAIT-SECONDS PIC 9(4) VALUE 1.
       COPY TODOLOCKDATA.
       01 AUDIT-RECORD-BUFFER.
           10 AUDIT-ITEM-ID PIC 9(5).
           10 AUDIT-ACTION-NAME PIC X(10).
           10 AUDIT-USER PIC X(10).
           10 AUDIT-TIMESTAMP PIC X(21).
           10 AUDIT-DETAIL PIC X(21) VALUE SPACES.
           10 AUDIT-CHECK-VALUE PIC X(16) VALUE SPACES.
       01 WS-TDLIST.
           COPY TDRECORD.
       01 WS-YEAR-FILE-NAME PIC X(16).
           END-IF
           MOVE "O" TO ITEM-STATUS IN WS-FOUND-RECORD
           MOVE SPACE TO APPROVAL-FLAG IN WS-FOUND-RECORD
           MOVE 0 TO MERGED-INTO-ID IN WS-FOUND-RECORD
           OPEN I-O TDLIST
           WRITE TDLIST-FILE FROM WS-FOUND-RECORD
           CLOSE TDLIST
              DELIMITED BY SIZE
              INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           END-STRING
           CALL "TODOAUDW" USING AUDIT-RECORD-BUFFER
           EXIT.

       GET-NEXT-ITEM-ID SECTION.
           END-IF
           EXIT.

      *    THE HOLDER, AND ANY WAIT OR TIMEOUT, IS RECORDED THROUGH
      *    TODOLOCK SO OTHERS CAN SEE WHO HAS THE LIST
       ACQUIRE-LOCK SECTION.
           MOVE "TODORETR" TO LT-PROGRAM
           MOVE "retrieve" TO LT-ACTION
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

