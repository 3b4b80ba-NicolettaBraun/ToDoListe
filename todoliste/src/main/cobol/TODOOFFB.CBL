         SELECT TDOFFMAP ASSIGN TO 'tdoffmap.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OFFMAP-STATUS.
         SELECT TDLOCK ASSIGN TO 'tdlist.lck'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCK-STATUS.
              10 OM-CATEGORY PIC 9.
              10 FILLER PIC X.
              10 OM-SUCCESSOR PIC X(10).
          FD TDLOCK.
          01 LOCK-RECORD PIC X(01).
          FD TDEVENTS.
       01 TDLIST-STATUS PIC XX.
       01 USER-STATUS PIC XX.
       01 OFFMAP-STATUS PIC XX.
       01 LOCK-STATUS PIC XX.
       01 LOCK-RETRY-COUNT PIC 9(3).
       01 LOCK-WAIT-SECONDS PIC 9(4) VALUE 1.
       COPY TODOLOCKDATA.
       01 EVENTS-STATUS PIC XX.
       01 EVSEQ-STATUS PIC XX.
       COPY TODOEVENT.
           10 AUDIT-USER PIC X(10).
           10 AUDIT-TIMESTAMP PIC X(21).
           10 AUDIT-DETAIL PIC X(21) VALUE SPACES.
           10 AUDIT-CHECK-VALUE PIC X(16) VALUE SPACES.
       01 WS-RUN-PARM PIC X(32).
       01 WS-DEPARTING-USER PIC X(10).
       01 WS-SUCCESSOR-USER PIC X(10).
       01 WS-MAP-LOADED PIC X VALUE 'N'.
           88 MAP-LOADED VALUE 'Y'.
       01 WS-NEW-USER PIC X(10).
       01 WS-DEPARTING-SUPERVISOR PIC X(10) VALUE SPACES.
       01 WS-MOVED-COUNT PIC 9(5) VALUE 0.
       01 WS-UNMOVED-COUNT PIC 9(5) VALUE 0.
       01 WS-CHECK-USER PIC X(10).
           DISPLAY "============================================"
           GOBACK.

      *    THE HOLDER, AND ANY WAIT OR TIMEOUT, IS RECORDED THROUGH
      *    TODOLOCK SO OTHERS CAN SEE WHO HAS THE LIST
       ACQUIRE-LOCK SECTION.
           MOVE "TODOOFFB" TO LT-PROGRAM
           MOVE "offboard" TO LT-ACTION
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

                 DISPLAY "WARNING: USER '" WS-DEPARTING-USER
                 "' IS NOT ON THE ROSTER"
              NOT INVALID KEY
                 MOVE UM-SUPERVISOR TO WS-DEPARTING-SUPERVISOR
                 MOVE "I" TO UM-ACTIVE-FLAG
                 IF UM-LEAVE-DATE NOT NUMERIC OR UM-LEAVE-DATE = 0
                    MOVE FUNCTION CURRENT-DATE(1:8) TO UM-LEAVE-DATE
                 END-IF
                 REWRITE USER-MASTER-RECORD
                 DISPLAY "USER '" WS-DEPARTING-USER
                 "' DEACTIVATED"
                 PERFORM WRITE-OFFBOARD-AUDIT
           END-READ
           CLOSE TDUSER
           EXIT.

      *    THE RUN ITSELF IS AN ADMINISTRATOR RIGHT; IT IS LOGGED
      *    UNDER THE PROGRAM NAME AS NO USER SIGNS ON TO A BATCH STEP
       WRITE-OFFBOARD-AUDIT SECTION.
           MOVE 0 TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
           MOVE "offboard" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
           MOVE "TODOOFFB" TO AUDIT-USER IN AUDIT-RECORD-BUFFER
           MOVE FUNCTION CURRENT-DATE
                TO AUDIT-TIMESTAMP IN AUDIT-RECORD-BUFFER
           MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           STRING WS-DEPARTING-USER ">" WS-SUCCESSOR-USER
              DELIMITED BY SIZE
              INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           END-STRING
           CALL "TODOAUDW" USING AUDIT-RECORD-BUFFER
           EXIT.

       MOVE-WORKLOAD SECTION.
           MOVE SPACE TO WS-EOF
           OPEN I-O TDLIST
              EXIT SECTION
           END-IF
           MOVE WS-NEW-USER TO USER IN TDLIST-FILE
      *    THE SUCCESSOR HAS TO ACCEPT INHERITED WORK; A DECLINE GOES
      *    TO THE LEAVER'S SUPERVISOR, OR THE LIST OWNER WITHOUT ONE
           IF NOT STATUS-DONE IN TDLIST-FILE
              AND NOT STATUS-CANCELLED IN TDLIST-FILE
              IF WS-NEW-USER = WS-DEPARTING-SUPERVISOR
                 MOVE SPACE TO ACCEPT-FLAG IN TDLIST-FILE
                 MOVE SPACES TO ASSIGNED-BY IN TDLIST-FILE
              ELSE
                 MOVE "W" TO ACCEPT-FLAG IN TDLIST-FILE
                 MOVE WS-DEPARTING-SUPERVISOR
                      TO ASSIGNED-BY IN TDLIST-FILE
              END-IF
              MOVE FUNCTION CURRENT-DATE(1:8)
                   TO ASSIGNED-DATE IN TDLIST-FILE
           END-IF
           REWRITE TDLIST-FILE
           ADD 1 TO WS-MOVED-COUNT
           DISPLAY "MOVED #" ITEM-ID IN TDLIST-FILE
              DELIMITED BY SIZE
              INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           END-STRING
           CALL "TODOAUDW" USING AUDIT-RECORD-BUFFER
           EXIT.

       WRITE-REASSIGN-EVENT SECTION.
