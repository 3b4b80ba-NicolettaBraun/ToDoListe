       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOEVMON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDSUBSCR ASSIGN TO 'tdsubscr.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SB-SUBSCRIBER-ID
            FILE STATUS IS SUBSCR-STATUS.
         SELECT TDEVSEQ ASSIGN TO 'tdevseq.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EVSEQ-STATUS.
         SELECT TDEVENTS ASSIGN TO 'tdevents.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EVENTS-STATUS.
         SELECT TDEVWORK ASSIGN TO 'tdevents.tmp'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EVWORK-STATUS.
         SELECT TDEVARCH ASSIGN USING WS-EVARCH-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EVARCH-STATUS.
         SELECT TDBALANCE ASSIGN TO 'tdbalance.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BALANCE-STATUS.
         SELECT TDLOCK ASSIGN TO 'tdlist.lck'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCK-STATUS.
         SELECT TDSTEPCNT ASSIGN TO 'tdstepcnt.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STEPCNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDSUBSCR.
          COPY TODOSUBR.
          FD TDEVSEQ.
          01 TDEVSEQ-FILE.
              10 EVSEQ-NUMBER PIC 9(9).
          FD TDEVENTS.
          01 TDEVENTS-FILE PIC X(123).
          FD TDEVWORK.
          01 TDEVWORK-FILE PIC X(123).
          FD TDEVARCH.
          01 TDEVARCH-FILE PIC X(123).
          FD TDBALANCE.
          01 TDBALANCE-FILE PIC X(38).
          FD TDLOCK.
          01 LOCK-RECORD PIC X(01).
          FD TDSTEPCNT.
          01 TDSTEPCNT-FILE PIC X(60).
       WORKING-STORAGE SECTION.
       01 SUBSCR-STATUS PIC XX.
       01 EVSEQ-STATUS PIC XX.
       01 EVENTS-STATUS PIC XX.
       01 EVWORK-STATUS PIC XX.
       01 EVARCH-STATUS PIC XX.
       01 BALANCE-STATUS PIC XX.
       01 LOCK-STATUS PIC XX.
       01 STEPCNT-STATUS PIC XX.
       01 LOCK-RETRY-COUNT PIC 9(3).
       01 LOCK-WAIT-SECONDS PIC 9(4) VALUE 1.
       COPY TODOLOCKDATA.
       01 WS-SUBSCR-EOF PIC A(1).
       01 WS-EVENTS-EOF PIC A(1).
       01 WS-WORK-EOF PIC A(1).
       01 WS-BALANCE-EOF PIC A(1).
       COPY TODOEVENT.
       COPY TODOBALR.
       01 WS-EVSEQ-RECORD.
           10 WS-EVSEQ-NUMBER PIC 9(9).
       01 WS-RUN-PARM PIC X(32).
       01 WS-STALE-DAYS PIC 9(3) VALUE 3.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INT PIC 9(8).
       01 WS-NOW-HOURS PIC 9(10).
       01 WS-STAMP-DATE PIC 9(8).
       01 WS-STAMP-HOURS PIC 9(10).
       01 WS-EVARCH-FILE-NAME PIC X(20).
       01 WS-EVARCH-OPEN PIC X VALUE 'N'.
           88 EVARCH-OPEN VALUE 'Y'.
       01 WS-LOWEST-ACK PIC 9(9).
       01 WS-BALANCE-CUTOFF PIC X(16) VALUE SPACES.
       01 NUMBER-OF-SUBSCRIBERS PIC 9(3) VALUE 0.
       01 SUBSCRIBER-TABLE.
           05 SUBSCRIBER-ENTRY OCCURS 200.
               10 SBT-ID PIC X(10).
               10 SBT-ACK-SEQ PIC 9(9).
               10 SBT-ACK-TIMESTAMP PIC X(21).
               10 SBT-OLDEST-PENDING PIC X(21).
       01 SUB-COUNTER PIC 9(3).
       01 WS-LAG-EVENTS PIC 9(9).
       01 WS-LAG-HOURS PIC 9(7).
       01 WS-ACK-AGE-DAYS PIC 9(7).
       01 WS-LAGGING-COUNT PIC 9(5) VALUE 0.
       01 WS-STALE-COUNT PIC 9(5) VALUE 0.
       01 WS-PURGED-COUNT PIC 9(7) VALUE 0.
       01 WS-KEPT-COUNT PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT PIC 9(7) VALUE 0.
       01 WS-STEP-COUNTS PIC X(60).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-RUN-PARM) NOT = SPACES
              AND FUNCTION TRIM(WS-RUN-PARM) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-RUN-PARM) TO WS-STALE-DAYS
           END-IF
           DISPLAY "============================================"
           DISPLAY "TODO LIST - EVENT FEED LAG MONITOR AND PURGE"
           DISPLAY "STALE AFTER " WS-STALE-DAYS " DAY(S) WITHOUT ACK"
           DISPLAY "============================================"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM READ-LAST-EVENT-SEQ
           PERFORM LOAD-SUBSCRIBERS
           PERFORM LOAD-BALANCE-CUTOFF
           IF NUMBER-OF-SUBSCRIBERS = 0
              DISPLAY "NO SUBSCRIBERS REGISTERED - NOTHING CAN BE"
              " PURGED SAFELY"
              DISPLAY "============================================"
              PERFORM WRITE-RUN-COUNTS
              GOBACK
           END-IF

           PERFORM ACQUIRE-LOCK
           IF LOCK-STATUS NOT = "00"
              DISPLAY "UNABLE TO ACQUIRE THE LIST LOCK - "
              "ANOTHER UPDATE IS IN PROGRESS"
              MOVE "FAILED - LOCK NOT ACQUIRED, NOTHING PURGED"
                   TO WS-STEP-COUNTS
              PERFORM WRITE-STEP-COUNT-RECORD
              GOBACK
           END-IF
           PERFORM SPLIT-EVENT-FEED
           PERFORM REWRITE-EVENT-FEED
           PERFORM RELEASE-LOCK

           PERFORM REPORT-SUBSCRIBER-LAG
           DISPLAY "--------------------------------------------"
           DISPLAY "LAST EV-SEQ ISSUED:     " WS-EVSEQ-NUMBER
           DISPLAY "LOWEST ACKNOWLEDGED:    " WS-LOWEST-ACK
           DISPLAY "EVENTS PURGED:          " WS-PURGED-COUNT
           IF WS-PURGED-COUNT > 0
              DISPLAY "  TO " FUNCTION TRIM(WS-EVARCH-FILE-NAME)
           END-IF
           DISPLAY "EVENTS KEPT ON FEED:    " WS-KEPT-COUNT
           IF WS-HELD-COUNT > 0
              DISPLAY "  OF WHICH ACKNOWLEDGED BUT STILL NEEDED: "
              WS-HELD-COUNT
           END-IF
           DISPLAY "SUBSCRIBERS LAGGING:    " WS-LAGGING-COUNT
           DISPLAY "SUBSCRIBERS STALE:      " WS-STALE-COUNT
           DISPLAY "============================================"
           PERFORM WRITE-RUN-COUNTS
           GOBACK.

       WRITE-RUN-COUNTS SECTION.
           MOVE SPACES TO WS-STEP-COUNTS
           STRING "SUBS " NUMBER-OF-SUBSCRIBERS
              " STALE " WS-STALE-COUNT
              " PURGED " WS-PURGED-COUNT
              " KEPT " WS-KEPT-COUNT
              DELIMITED BY SIZE INTO WS-STEP-COUNTS
           END-STRING
           PERFORM WRITE-STEP-COUNT-RECORD
           EXIT.

       WRITE-STEP-COUNT-RECORD SECTION.
           OPEN OUTPUT TDSTEPCNT
           WRITE TDSTEPCNT-FILE FROM WS-STEP-COUNTS
           CLOSE TDSTEPCNT
           EXIT.

      *    THE HOLDER, AND ANY WAIT OR TIMEOUT, IS RECORDED THROUGH
      *    TODOLOCK SO OTHERS CAN SEE WHO HAS THE LIST
       ACQUIRE-LOCK SECTION.
           MOVE "TODOEVMON" TO LT-PROGRAM
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

       READ-LAST-EVENT-SEQ SECTION.
           MOVE 0 TO WS-EVSEQ-NUMBER
           OPEN INPUT TDEVSEQ
           IF EVSEQ-STATUS = "00"
              READ TDEVSEQ INTO WS-EVSEQ-RECORD
              AT END MOVE 0 TO WS-EVSEQ-NUMBER
              END-READ
              CLOSE TDEVSEQ
           END-IF
           EXIT.

      *    THE LOWEST CURSOR OVER ALL SUBSCRIBERS IS THE PURGE LINE:
      *    EVERY EVENT AT OR BELOW IT HAS BEEN TAKEN BY EVERYONE
       LOAD-SUBSCRIBERS SECTION.
           MOVE WS-EVSEQ-NUMBER TO WS-LOWEST-ACK
           MOVE SPACE TO WS-SUBSCR-EOF
           OPEN INPUT TDSUBSCR
           IF SUBSCR-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-SUBSCR-EOF = 'Y'
                 READ TDSUBSCR NEXT
                 AT END MOVE 'Y' TO WS-SUBSCR-EOF
                 NOT AT END PERFORM STORE-SUBSCRIBER
                 END-READ
           END-PERFORM
           CLOSE TDSUBSCR
           EXIT.

      *    TODOBAL READS ITS MOVEMENTS FROM THE FEED: EVERYTHING AFTER
      *    THE LATEST CUTOFF ON tdbalance.txt STAYS FOR ITS NEXT RUN
       LOAD-BALANCE-CUTOFF SECTION.
           MOVE SPACES TO WS-BALANCE-CUTOFF
           MOVE SPACE TO WS-BALANCE-EOF
           OPEN INPUT TDBALANCE
           IF BALANCE-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-BALANCE-EOF = 'Y'
                 READ TDBALANCE INTO BALANCE-RECORD
                 AT END MOVE 'Y' TO WS-BALANCE-EOF
                 NOT AT END
                    IF BL-CUTOFF > WS-BALANCE-CUTOFF
                       MOVE BL-CUTOFF TO WS-BALANCE-CUTOFF
                    END-IF
                 END-READ
           END-PERFORM
           CLOSE TDBALANCE
           EXIT.

       STORE-SUBSCRIBER SECTION.
           IF NUMBER-OF-SUBSCRIBERS >= 200
              DISPLAY "MORE THAN 200 SUBSCRIBERS - "
              SB-SUBSCRIBER-ID " NOT MONITORED"
              MOVE 0 TO WS-LOWEST-ACK
              EXIT SECTION
           END-IF
           ADD 1 TO NUMBER-OF-SUBSCRIBERS
           MOVE SB-SUBSCRIBER-ID TO SBT-ID(NUMBER-OF-SUBSCRIBERS)
           MOVE SB-ACK-SEQ TO SBT-ACK-SEQ(NUMBER-OF-SUBSCRIBERS)
           MOVE SB-ACK-TIMESTAMP
                TO SBT-ACK-TIMESTAMP(NUMBER-OF-SUBSCRIBERS)
           MOVE SPACES TO SBT-OLDEST-PENDING(NUMBER-OF-SUBSCRIBERS)
           IF SB-ACK-SEQ < WS-LOWEST-ACK
              MOVE SB-ACK-SEQ TO WS-LOWEST-ACK
           END-IF
           EXIT.

      *    FULLY ACKNOWLEDGED EVENTS GO TO TODAY'S EVENT ARCHIVE, THE
      *    REST TO A WORK FILE THAT BECOMES THE NEW FEED. ON THE WAY
      *    THROUGH EACH SUBSCRIBER NOTES THE TIME OF ITS OLDEST
      *    UNACKNOWLEDGED EVENT FOR THE LAG-IN-HOURS FIGURE
       SPLIT-EVENT-FEED SECTION.
           MOVE SPACE TO WS-EVENTS-EOF
           OPEN INPUT TDEVENTS
           IF EVENTS-STATUS NOT = "00"
              DISPLAY "NO EVENT FEED TO PURGE, STATUS "
              EVENTS-STATUS
              MOVE 'Y' TO WS-EVENTS-EOF
           END-IF
           OPEN OUTPUT TDEVWORK
           PERFORM UNTIL WS-EVENTS-EOF = 'Y'
                 READ TDEVENTS INTO EVENT-RECORD
                 AT END MOVE 'Y' TO WS-EVENTS-EOF
                 NOT AT END PERFORM SPLIT-ONE-EVENT
                 END-READ
           END-PERFORM
           IF EVENTS-STATUS = "00" OR EVENTS-STATUS = "10"
              CLOSE TDEVENTS
           END-IF
           CLOSE TDEVWORK
           IF EVARCH-OPEN
              CLOSE TDEVARCH
              MOVE 'N' TO WS-EVARCH-OPEN
           END-IF
           EXIT.

      *    AN ACKNOWLEDGED EVENT STAYS ON THE FEED WHILE THE WATCHER
      *    DIGEST (TODAY'S EVENTS) OR TODOBAL (EVENTS AFTER ITS
      *    CUTOFF) MAY STILL NEED IT
       SPLIT-ONE-EVENT SECTION.
           IF EV-SEQ NUMERIC AND EV-SEQ <= WS-LOWEST-ACK
              IF EV-TIMESTAMP(1:8) < WS-TODAY-DATE
                 AND (WS-BALANCE-CUTOFF = SPACES
                      OR EV-TIMESTAMP(1:16) NOT > WS-BALANCE-CUTOFF)
                 PERFORM WRITE-TO-EVENT-ARCHIVE
                 ADD 1 TO WS-PURGED-COUNT
                 EXIT SECTION
              END-IF
              ADD 1 TO WS-HELD-COUNT
           END-IF
           WRITE TDEVWORK-FILE FROM EVENT-RECORD
           ADD 1 TO WS-KEPT-COUNT
           PERFORM VARYING SUB-COUNTER FROM 1 BY 1
              UNTIL SUB-COUNTER > NUMBER-OF-SUBSCRIBERS
                 IF SBT-OLDEST-PENDING(SUB-COUNTER) = SPACES
                    AND EV-SEQ NUMERIC
                    AND EV-SEQ > SBT-ACK-SEQ(SUB-COUNTER)
                    MOVE EV-TIMESTAMP
                         TO SBT-OLDEST-PENDING(SUB-COUNTER)
                 END-IF
           END-PERFORM
           EXIT.

       WRITE-TO-EVENT-ARCHIVE SECTION.
           IF NOT EVARCH-OPEN
              MOVE SPACES TO WS-EVARCH-FILE-NAME
              STRING "tdevarch" WS-TODAY-DATE ".txt"
                 DELIMITED BY SIZE INTO WS-EVARCH-FILE-NAME
              END-STRING
              OPEN EXTEND TDEVARCH
              IF EVARCH-STATUS = "35"
                 OPEN OUTPUT TDEVARCH
                 CLOSE TDEVARCH
                 OPEN EXTEND TDEVARCH
              END-IF
              MOVE 'Y' TO WS-EVARCH-OPEN
           END-IF
           WRITE TDEVARCH-FILE FROM EVENT-RECORD
           EXIT.

       REWRITE-EVENT-FEED SECTION.
           IF WS-PURGED-COUNT = 0
              EXIT SECTION
           END-IF
           MOVE SPACE TO WS-WORK-EOF
           OPEN INPUT TDEVWORK
           IF EVWORK-STATUS NOT = "00"
              MOVE 'Y' TO WS-WORK-EOF
           END-IF
           OPEN OUTPUT TDEVENTS
           PERFORM UNTIL WS-WORK-EOF = 'Y'
                 READ TDEVWORK INTO EVENT-RECORD
                 AT END MOVE 'Y' TO WS-WORK-EOF
                 NOT AT END WRITE TDEVENTS-FILE FROM EVENT-RECORD
                 END-READ
           END-PERFORM
           CLOSE TDEVENTS
           IF EVWORK-STATUS = "00" OR EVWORK-STATUS = "10"
              CLOSE TDEVWORK
           END-IF
           EXIT.

      *    LAG IN EVENTS IS HOW FAR THE CURSOR TRAILS THE LAST EV-SEQ;
      *    LAG IN HOURS IS THE AGE OF THE OLDEST EVENT IT HAS NOT YET
      *    ACKNOWLEDGED. A SUBSCRIBER THAT HAS NOT ACKNOWLEDGED FOR
      *    THE STALE LIMIT IS FLAGGED EVEN WHEN IT HAS NO LAG
       REPORT-SUBSCRIBER-LAG SECTION.
           COMPUTE WS-NOW-HOURS = WS-TODAY-INT * 24
                + FUNCTION NUMVAL(WS-CURRENT-DATE-TIME(9:2))
           DISPLAY "SUBSCRIBER  ACKED-SEQ  LAG-EVENTS LAG-HOURS"
           " LAST-ACK"
           PERFORM VARYING SUB-COUNTER FROM 1 BY 1
              UNTIL SUB-COUNTER > NUMBER-OF-SUBSCRIBERS
                 PERFORM REPORT-ONE-SUBSCRIBER
           END-PERFORM
           EXIT.

       REPORT-ONE-SUBSCRIBER SECTION.
           IF SBT-ACK-SEQ(SUB-COUNTER) < WS-EVSEQ-NUMBER
              COMPUTE WS-LAG-EVENTS =
                   WS-EVSEQ-NUMBER - SBT-ACK-SEQ(SUB-COUNTER)
              ADD 1 TO WS-LAGGING-COUNT
           ELSE
              MOVE 0 TO WS-LAG-EVENTS
           END-IF
           MOVE 0 TO WS-LAG-HOURS
           IF SBT-OLDEST-PENDING(SUB-COUNTER)(1:10) IS NUMERIC
              MOVE SBT-OLDEST-PENDING(SUB-COUNTER)(1:8)
                   TO WS-STAMP-DATE
              COMPUTE WS-STAMP-HOURS =
                   FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 24
                   + FUNCTION NUMVAL
                        (SBT-OLDEST-PENDING(SUB-COUNTER)(9:2))
              IF WS-NOW-HOURS > WS-STAMP-HOURS
                 COMPUTE WS-LAG-HOURS = WS-NOW-HOURS - WS-STAMP-HOURS
              END-IF
           END-IF
           MOVE 0 TO WS-ACK-AGE-DAYS
           IF SBT-ACK-TIMESTAMP(SUB-COUNTER)(1:8) IS NUMERIC
              MOVE SBT-ACK-TIMESTAMP(SUB-COUNTER)(1:8)
                   TO WS-STAMP-DATE
              IF WS-TODAY-DATE > WS-STAMP-DATE
                 COMPUTE WS-ACK-AGE-DAYS = WS-TODAY-INT
                      - FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
              END-IF
           END-IF
           DISPLAY SBT-ID(SUB-COUNTER) "  "
           SBT-ACK-SEQ(SUB-COUNTER) "  " WS-LAG-EVENTS "  "
           WS-LAG-HOURS "  " SBT-ACK-TIMESTAMP(SUB-COUNTER)(1:8)
           IF WS-ACK-AGE-DAYS > WS-STALE-DAYS
              ADD 1 TO WS-STALE-COUNT
              DISPLAY "  *** STALE - NO ACKNOWLEDGEMENT FOR "
              WS-ACK-AGE-DAYS " DAY(S)"
           END-IF
           EXIT.

       END PROGRAM TODOEVMON.
