            ALTERNATE RECORD KEY IS USER WITH DUPLICATES
            ALTERNATE RECORD KEY IS DUE-DATE WITH DUPLICATES
            FILE STATUS IS TDLIST-STATUS.
         SELECT TDLOCK ASSIGN TO 'tdlist.lck'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCK-STATUS.
         SELECT TDABSENCE ASSIGN TO 'tdabsence.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ABSENCE-STATUS.
         SELECT TDUSER ASSIGN TO 'tduser.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS UM-USER-NAME
            FILE STATUS IS USER-STATUS.
         SELECT TDESCAL ASSIGN TO 'tdescal.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ESCAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
              COPY TDRECORD.
          FD TDLOCK.
          01 LOCK-RECORD PIC X(01).
          FD TDSTEPCNT.
              10 AB-TO-DATE PIC 9(8).
              10 FILLER PIC X.
              10 AB-COVER-USER PIC X(10).
          FD TDUSER.
          COPY TODOUSER.
          FD TDESCAL.
          01 TDESCAL-FILE PIC X(45).
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
       01 WS-RUN-PARM PIC X(32).
       01 WS-GRACE-DAYS PIC 9(3) VALUE 7.
       01 WS-PARM-GRACE PIC X(8).
       01 WS-PARM-STAGE2 PIC X(8).
       01 WS-STAGE2-DAYS PIC 9(3) VALUE 0.
       01 WS-PARM-ACCEPT PIC X(8).
       01 WS-ACCEPT-DAYS PIC 9(3) VALUE 3.
       01 WS-ASSIGNED-INT PIC 9(8).
       01 WS-WAIT-DAYS PIC 9(4).
       01 WS-UNACCEPTED-COUNT PIC 9(5) VALUE 0.
       01 WS-LATE-ACCEPT-COUNT PIC 9(5) VALUE 0.
       01 WS-SNOOZE-HOLD-COUNT PIC 9(5) VALUE 0.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INT PIC 9(8).
       01 LOCK-STATUS PIC XX.
       01 LOCK-RETRY-COUNT PIC 9(3).
       01 LOCK-WAIT-SECONDS PIC 9(4) VALUE 1.
       COPY TODOLOCKDATA.
       01 WS-ESCALATED-COUNT PIC 9(5) VALUE 0.
       01 STEPCNT-STATUS PIC XX.
       01 WS-STEP-COUNTS PIC X(60).
       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-PENDING-HOLD-COUNT PIC 9(5) VALUE 0.
       01 ABSENCE-COUNTER PIC 9(3).
       01 USER-STATUS PIC XX.
       01 ESCAL-STATUS PIC XX.
       01 WS-ESCAL-EOF PIC A(1).
       COPY TODOESCR.
       01 NUMBER-OF-ROUTED PIC 9(5) VALUE 0.
       01 ROUTED-TABLE.
           05 ROUTED-ENTRY OCCURS 9999.
               10 RT-LIST-ID PIC X(8).
               10 RT-ITEM-ID PIC 9(5).
       01 ROUTED-COUNTER PIC 9(5).
       01 WS-ALREADY-ROUTED PIC X.
           88 ALREADY-ROUTED VALUE 'Y'.
       01 WS-SUPERVISOR PIC X(10).
       01 WS-ROUTED-COUNT PIC 9(5) VALUE 0.
       01 WS-NO-SUPERVISOR-COUNT PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
      *    PARAMETERS: GRACE DAYS BEFORE THE PRIORITY IS RAISED, THEN
      *    THE DAYS BEFORE THE ITEM GOES TO THE OWNER'S SUPERVISOR
      *    (DEFAULT TWICE THE GRACE DAYS), THEN THE BUSINESS DAYS AN
      *    ITEM MAY WAIT FOR ITS ASSIGNEE TO ACCEPT IT (DEFAULT 3)
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-GRACE WS-PARM-STAGE2 WS-PARM-ACCEPT
           UNSTRING FUNCTION TRIM(WS-RUN-PARM) DELIMITED BY ALL SPACE
              INTO WS-PARM-GRACE WS-PARM-STAGE2 WS-PARM-ACCEPT
           END-UNSTRING
           IF WS-PARM-GRACE NOT = SPACES
              AND FUNCTION TRIM(WS-PARM-GRACE) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-PARM-GRACE) TO WS-GRACE-DAYS
           END-IF
           IF WS-PARM-STAGE2 NOT = SPACES
              AND FUNCTION TRIM(WS-PARM-STAGE2) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-PARM-STAGE2) TO WS-STAGE2-DAYS
           ELSE
              COMPUTE WS-STAGE2-DAYS = WS-GRACE-DAYS * 2
           END-IF
           IF WS-PARM-ACCEPT NOT = SPACES
              AND FUNCTION TRIM(WS-PARM-ACCEPT) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-PARM-ACCEPT) TO WS-ACCEPT-DAYS
           END-IF
           DISPLAY "============================================"
           DISPLAY "TODO LIST - OVERDUE ESCALATION RUN"
           DISPLAY "ESCALATING ITEMS OVERDUE MORE THAN "
           WS-GRACE-DAYS " BUSINESS DAY(S)"
           DISPLAY "TO THE SUPERVISOR AFTER MORE THAN "
           WS-STAGE2-DAYS " BUSINESS DAY(S)"
           DISPLAY "REPORTING ITEMS NOT ACCEPTED AFTER "
           WS-ACCEPT-DAYS " BUSINESS DAY(S)"
           DISPLAY "============================================"
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM LOAD-ABSENCE-CALENDAR
           PERFORM LOAD-ROUTED-ITEMS
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
           PERFORM ACQUIRE-LOCK
           IF LOCK-STATUS = "00"
              MOVE SPACE TO WS-EOF
              OPEN INPUT TDUSER
              OPEN I-O TDLIST
              IF TDLIST-STATUS = "00"
                 PERFORM UNTIL WS-EOF = 'Y'
                 MOVE "FAILED - LIST FILE NOT AVAILABLE"
                      TO WS-STEP-COUNTS
              END-IF
              IF USER-STATUS = "00"
                 CLOSE TDUSER
              END-IF
              PERFORM RELEASE-LOCK
           ELSE
              DISPLAY "UNABLE TO ACQUIRE THE LIST LOCK - "
           DISPLAY "--------------------------------------------"
           DISPLAY "ITEMS SCANNED:   " WS-SCANNED-COUNT
           DISPLAY "ITEMS ESCALATED: " WS-ESCALATED-COUNT
           DISPLAY "ITEMS SENT TO SUPERVISOR: " WS-ROUTED-COUNT
           DISPLAY "ITEMS WITH NO SUPERVISOR: " WS-NO-SUPERVISOR-COUNT
           DISPLAY "ITEMS HELD (OWNER ABSENT): " WS-HELD-COUNT
           DISPLAY "ITEMS HELD (AWAITING APPROVAL): "
           WS-PENDING-HOLD-COUNT
           DISPLAY "ITEMS HELD (NOT YET ACCEPTED): "
           WS-UNACCEPTED-COUNT
           DISPLAY "ITEMS NOT ACCEPTED IN TIME: " WS-LATE-ACCEPT-COUNT
           DISPLAY "ITEMS HELD (SNOOZED): " WS-SNOOZE-HOLD-COUNT
           DISPLAY "============================================"
           PERFORM WRITE-RUN-COUNTS
           GOBACK.
              MOVE SPACES TO WS-STEP-COUNTS
              STRING "SCANNED " WS-SCANNED-COUNT
                 " ESCALATED " WS-ESCALATED-COUNT
                 " TO SUPERVISOR " WS-ROUTED-COUNT
                 " UNACC " WS-LATE-ACCEPT-COUNT
                 DELIMITED BY SIZE INTO WS-STEP-COUNTS
              END-STRING
           END-IF
           CLOSE TDSTEPCNT
           EXIT.

      *    THE HOLDER, AND ANY WAIT OR TIMEOUT, IS RECORDED THROUGH
      *    TODOLOCK SO OTHERS CAN SEE WHO HAS THE LIST
       ACQUIRE-LOCK SECTION.
           MOVE "TODOESC" TO LT-PROGRAM
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

       ESCALATE-IF-LATE SECTION.
           ADD 1 TO WS-SCANNED-COUNT
      *    WORK THE ASSIGNEE HAS NOT TAKEN ON IS NOT HELD AGAINST
      *    THEM - IT IS NEITHER RAISED NOR SENT UP, ONLY REPORTED
      *    ONCE IT HAS WAITED TOO LONG FOR AN ANSWER
           IF ACCEPTANCE-PENDING IN TDLIST-FILE
              AND NOT STATUS-DONE IN TDLIST-FILE
              AND NOT STATUS-CANCELLED IN TDLIST-FILE
              ADD 1 TO WS-UNACCEPTED-COUNT
              PERFORM REPORT-IF-NOT-ACCEPTED
              EXIT SECTION
           END-IF
           IF PRIO IN TDLIST-FILE NOT NUMERIC
              EXIT SECTION
           END-IF
           IF DUE-DATE IN TDLIST-FILE NOT NUMERIC
           IF WS-DUE-INT = 0
              EXIT SECTION
           END-IF
      *    A SNOOZED ITEM IS LEFT ALONE UNTIL IT WAKES UP, UNLESS IT
      *    HAS ALREADY GONE PAST ITS DUE DATE
           IF SNOOZE-UNTIL IN TDLIST-FILE NUMERIC
              AND SNOOZE-UNTIL IN TDLIST-FILE > WS-TODAY-DATE
              AND WS-DUE-INT >= WS-TODAY-INT
              ADD 1 TO WS-SNOOZE-HOLD-COUNT
              EXIT SECTION
           END-IF
           IF WS-DUE-INT >= WS-TODAY-INT
              MOVE 0 TO WS-OVERDUE-DAYS
           ELSE
              PERFORM COUNT-BUSINESS-DAYS
              MOVE WS-BUSINESS-DAYS TO WS-OVERDUE-DAYS
           END-IF
           IF WS-OVERDUE-DAYS > WS-STAGE2-DAYS
              PERFORM ROUTE-TO-SUPERVISOR
           END-IF
           IF WS-OVERDUE-DAYS > WS-GRACE-DAYS
              AND PRIO IN TDLIST-FILE < "5"
              MOVE PRIO IN TDLIST-FILE TO WS-OLD-PRIO
              MOVE PRIO IN TDLIST-FILE TO WS-PRIO-NUM
              ADD 1 TO WS-PRIO-NUM
           END-IF
           EXIT.

       REPORT-IF-NOT-ACCEPTED SECTION.
           IF ASSIGNED-DATE IN TDLIST-FILE NOT NUMERIC
              OR ASSIGNED-DATE IN TDLIST-FILE = ZERO
              EXIT SECTION
           END-IF
           COMPUTE WS-ASSIGNED-INT =
                FUNCTION INTEGER-OF-DATE(ASSIGNED-DATE IN TDLIST-FILE)
           IF WS-ASSIGNED-INT = 0
              OR WS-ASSIGNED-INT >= WS-TODAY-INT
              EXIT SECTION
           END-IF
           MOVE WS-ASSIGNED-INT TO WS-BDAYS-FROM-INT
           MOVE WS-TODAY-INT TO WS-BDAYS-TO-INT
           PERFORM COUNT-BUSINESS-DAYS
           IF WS-BUSINESS-DAYS > WS-ACCEPT-DAYS
              ADD 1 TO WS-LATE-ACCEPT-COUNT
              MOVE WS-BUSINESS-DAYS TO WS-WAIT-DAYS
              DISPLAY "NOT ACCEPTED #" ITEM-ID IN TDLIST-FILE
              " [" LIST-ID IN TDLIST-FILE "] "
              USER IN TDLIST-FILE " FROM "
              ASSIGNED-BY IN TDLIST-FILE " SINCE "
              ASSIGNED-DATE IN TDLIST-FILE " ("
              WS-WAIT-DAYS " BUSINESS DAYS) "
              DESCRIPTION IN TDLIST-FILE
           END-IF
           EXIT.

      *    SECOND STAGE: THE ITEM IS HANDED TO THE OWNER'S SUPERVISOR
      *    ONCE. tdescal.txt KEEPS THE ITEMS ALREADY SENT UP AND IS
      *    READ BY THE SUPERVISOR'S TEAM SUMMARY. AN OWNER WITHOUT AN
      *    ACTIVE SUPERVISOR ON THE ROSTER IS REPORTED AND TRIED AGAIN
      *    ON THE NEXT RUN
       ROUTE-TO-SUPERVISOR SECTION.
           PERFORM CHECK-ALREADY-ROUTED
           IF ALREADY-ROUTED
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-SUPERVISOR
           IF USER-STATUS = "00"
              MOVE USER IN TDLIST-FILE TO UM-USER-NAME
              READ TDUSER
                 INVALID KEY
                    MOVE SPACES TO UM-SUPERVISOR
              END-READ
              MOVE UM-SUPERVISOR TO WS-SUPERVISOR
              IF WS-SUPERVISOR NOT = SPACES
                 MOVE WS-SUPERVISOR TO UM-USER-NAME
                 READ TDUSER
                    INVALID KEY
                       MOVE SPACES TO WS-SUPERVISOR
                    NOT INVALID KEY
                       IF UM-INACTIVE
                          MOVE SPACES TO WS-SUPERVISOR
                       END-IF
                 END-READ
              END-IF
           END-IF
           IF WS-SUPERVISOR = SPACES
              ADD 1 TO WS-NO-SUPERVISOR-COUNT
              DISPLAY "ITEM " ITEM-ID IN TDLIST-FILE
              " (" USER IN TDLIST-FILE ") OVERDUE "
              WS-OVERDUE-DAYS " DAY(S) - NO ACTIVE SUPERVISOR"
              " TO ESCALATE TO"
              EXIT SECTION
           END-IF
           MOVE LIST-ID IN TDLIST-FILE TO ESC-LIST-ID
           MOVE ITEM-ID IN TDLIST-FILE TO ESC-ITEM-ID
           MOVE USER IN TDLIST-FILE TO ESC-OWNER
           MOVE WS-SUPERVISOR TO ESC-SUPERVISOR
           MOVE WS-TODAY-DATE TO ESC-DATE
           MOVE WS-OVERDUE-DAYS TO ESC-OVERDUE-DAYS
           OPEN EXTEND TDESCAL
           IF ESCAL-STATUS = "35"
              OPEN OUTPUT TDESCAL
              CLOSE TDESCAL
              OPEN EXTEND TDESCAL
           END-IF
           WRITE TDESCAL-FILE FROM ESCALATION-RECORD
           CLOSE TDESCAL
           IF NUMBER-OF-ROUTED < 9999
              ADD 1 TO NUMBER-OF-ROUTED
              MOVE ESC-LIST-ID TO RT-LIST-ID(NUMBER-OF-ROUTED)
              MOVE ESC-ITEM-ID TO RT-ITEM-ID(NUMBER-OF-ROUTED)
           END-IF
           ADD 1 TO WS-ROUTED-COUNT
           DISPLAY "ITEM " ITEM-ID IN TDLIST-FILE
           " (" USER IN TDLIST-FILE ") "
           DESCRIPTION IN TDLIST-FILE
           " OVERDUE " WS-OVERDUE-DAYS " DAY(S) - SENT TO "
           WS-SUPERVISOR
           MOVE ITEM-ID IN TDLIST-FILE
                TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
           MOVE "escalate2" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
           MOVE USER IN TDLIST-FILE
                TO AUDIT-USER IN AUDIT-RECORD-BUFFER
           MOVE FUNCTION CURRENT-DATE
                TO AUDIT-TIMESTAMP IN AUDIT-RECORD-BUFFER
           MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           STRING "to " WS-SUPERVISOR
              DELIMITED BY SIZE
              INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           END-STRING
           CALL "TODOAUDW" USING AUDIT-RECORD-BUFFER
           MOVE "escalate2" TO EV-TYPE
           MOVE LIST-ID IN TDLIST-FILE TO EV-LIST-ID
           MOVE ITEM-ID IN TDLIST-FILE TO EV-ITEM-ID
           MOVE USER IN TDLIST-FILE TO EV-USER
           MOVE SPACES TO EV-PAYLOAD
           STRING "to supervisor " WS-SUPERVISOR
              DELIMITED BY SIZE INTO EV-PAYLOAD
           END-STRING
           PERFORM WRITE-EVENT-ENTRY
           EXIT.

       CHECK-ALREADY-ROUTED SECTION.
           MOVE 'N' TO WS-ALREADY-ROUTED
           PERFORM VARYING ROUTED-COUNTER FROM 1 BY 1
              UNTIL ROUTED-COUNTER > NUMBER-OF-ROUTED
                 OR ALREADY-ROUTED
                 IF RT-ITEM-ID(ROUTED-COUNTER)
                       = ITEM-ID IN TDLIST-FILE
                    AND RT-LIST-ID(ROUTED-COUNTER)
                       = LIST-ID IN TDLIST-FILE
                    MOVE 'Y' TO WS-ALREADY-ROUTED
                 END-IF
           END-PERFORM
           EXIT.

       LOAD-ROUTED-ITEMS SECTION.
           MOVE 0 TO NUMBER-OF-ROUTED
           MOVE SPACE TO WS-ESCAL-EOF
           OPEN INPUT TDESCAL
           IF ESCAL-STATUS = "00"
              PERFORM UNTIL WS-ESCAL-EOF = 'Y'
                    READ TDESCAL INTO ESCALATION-RECORD
                    AT END MOVE 'Y' TO WS-ESCAL-EOF
                    NOT AT END
                       IF NUMBER-OF-ROUTED < 9999
                          ADD 1 TO NUMBER-OF-ROUTED
                          MOVE ESC-LIST-ID
                               TO RT-LIST-ID(NUMBER-OF-ROUTED)
                          MOVE ESC-ITEM-ID
                               TO RT-ITEM-ID(NUMBER-OF-ROUTED)
                       END-IF
                    END-READ
              END-PERFORM
              CLOSE TDESCAL
           END-IF
           EXIT.

       WRITE-ESCALATION-EVENT SECTION.
           MOVE "escalate" TO EV-TYPE
           MOVE LIST-ID IN TDLIST-FILE TO EV-LIST-ID
              DELIMITED BY SIZE
              INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           END-STRING
           CALL "TODOAUDW" USING AUDIT-RECORD-BUFFER
           EXIT.

       END PROGRAM TODOESC.
