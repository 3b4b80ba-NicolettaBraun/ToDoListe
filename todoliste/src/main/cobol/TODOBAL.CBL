       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOBAL.

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
         SELECT TDARCHIVE ASSIGN TO 'tdarchive.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ARCHIVE-STATUS.
         SELECT TDYEARFILE ASSIGN USING WS-YEAR-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS YEARFILE-STATUS.
         SELECT TDEVENTS ASSIGN TO 'tdevents.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EVENTS-STATUS.
         SELECT TDAUDIT ASSIGN TO 'tdaudit.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AUDIT-STATUS.
         SELECT TDBALANCE ASSIGN TO 'tdbalance.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BALANCE-STATUS.
         SELECT TDBALITEM ASSIGN TO 'tdbalitem.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BALITEM-STATUS.
         SELECT TDBALNEW ASSIGN TO 'tdbalitem.new'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BALNEW-STATUS.
         SELECT BALANCE-WORK ASSIGN TO 'tdbal.tmp'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WORK-STATUS.
         SELECT BALANCE-SORT ASSIGN TO 'tdbal.srt'.
         SELECT BALANCE-SORTED ASSIGN TO 'tdbal.out'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SORTED-STATUS.
         SELECT TDLOCK ASSIGN TO 'tdlist.lck'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCK-STATUS.
         SELECT TDSTEPCNT ASSIGN TO 'tdstepcnt.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STEPCNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
              COPY TDRECORD.
          FD TDARCHIVE.
          01 TDARCHIVE-FILE.
              COPY TDRECORD.
          FD TDYEARFILE.
          01 TDYEARFILE-FILE.
              COPY TDRECORD.
          FD TDEVENTS.
          01 TDEVENTS-FILE PIC X(123).
          FD TDAUDIT.
          01 TDAUDIT-FILE.
              10 AUDIT-ITEM-ID PIC 9(5).
              10 AUDIT-ACTION-NAME PIC X(10).
              10 AUDIT-USER PIC X(10).
              10 AUDIT-TIMESTAMP PIC X(21).
              10 AUDIT-DETAIL PIC X(21).
              10 AUDIT-CHECK-VALUE PIC X(16).
          FD TDBALANCE.
          01 TDBALANCE-FILE PIC X(38).
          FD TDBALITEM.
          01 TDBALITEM-FILE PIC X(19).
          FD TDBALNEW.
          01 TDBALNEW-FILE PIC X(19).
          FD BALANCE-WORK.
          01 BALANCE-WORK-RECORD PIC X(44).
          SD BALANCE-SORT.
          01 BALANCE-SORT-RECORD.
              10 BS-LIST-ID PIC X(8).
              10 BS-ITEM-ID PIC 9(5).
              10 FILLER PIC X(31).
          FD BALANCE-SORTED.
          01 BALANCE-SORTED-RECORD PIC X(44).
          FD TDLOCK.
          01 LOCK-RECORD PIC X(01).
          FD TDSTEPCNT.
          01 TDSTEPCNT-FILE PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1).
       01 TDLIST-STATUS PIC XX.
       01 ARCHIVE-STATUS PIC XX.
       01 YEARFILE-STATUS PIC XX.
       01 EVENTS-STATUS PIC XX.
       01 AUDIT-STATUS PIC XX.
       01 BALANCE-STATUS PIC XX.
       01 BALITEM-STATUS PIC XX.
       01 BALNEW-STATUS PIC XX.
       01 WORK-STATUS PIC XX.
       01 SORTED-STATUS PIC XX.
       01 LOCK-STATUS PIC XX.
       01 LOCK-RETRY-COUNT PIC 9(3).
       01 LOCK-WAIT-SECONDS PIC 9(4) VALUE 1.
       COPY TODOLOCKDATA.
       01 STEPCNT-STATUS PIC XX.
       01 WS-STEP-COUNTS PIC X(60).
       01 WS-RUN-FAILED PIC X VALUE 'N'.
           88 RUN-FAILED VALUE 'Y'.
       01 WS-RUN-PARM PIC X(32).
       01 WS-PARM-ONE PIC X(10).
       01 WS-PARM-TWO PIC X(10).
       01 WS-TOLERANCE PIC 9(5) VALUE 0.
       01 WS-ACCEPT-RUN PIC X VALUE 'N'.
           88 ACCEPT-RUN VALUE 'Y'.
       01 WS-BASELINE-RUN PIC X VALUE 'N'.
           88 BASELINE-RUN VALUE 'Y'.
       01 WS-OUT-OF-BALANCE PIC X VALUE 'N'.
           88 OUT-OF-BALANCE VALUE 'Y'.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-THIS-CUTOFF PIC X(16).
       01 WS-PRIOR-CUTOFF PIC X(16) VALUE SPACES.
       01 WS-THIS-YEAR PIC 9(4).
       01 WS-SCAN-YEAR PIC 9(4).
       01 WS-YEAR-FILE-NAME PIC X(16).
       01 WS-TDLIST.
           COPY TDRECORD.
       COPY TODOEVENT.
       COPY TODOBALR.
       01 WS-AUDIT-BUFFER.
           10 AUDIT-ITEM-ID PIC 9(5).
           10 AUDIT-ACTION-NAME PIC X(10).
           10 AUDIT-USER PIC X(10).
           10 AUDIT-TIMESTAMP PIC X(21).
           10 AUDIT-DETAIL PIC X(21).
           10 AUDIT-CHECK-VALUE PIC X(16).
       01 AUDIT-RECORD-BUFFER.
           10 AUDIT-ITEM-ID PIC 9(5).
           10 AUDIT-ACTION-NAME PIC X(10).
           10 AUDIT-USER PIC X(10).
           10 AUDIT-TIMESTAMP PIC X(21).
           10 AUDIT-DETAIL PIC X(21) VALUE SPACES.
           10 AUDIT-CHECK-VALUE PIC X(16) VALUE SPACES.
      *    ONE WORK LINE PER ITEM OCCURRENCE AND PER MOVEMENT, SORTED
      *    BY LIST AND ITEM. SOURCE T = ON THE LIVE LIST TODAY, A = ON
      *    THE ARCHIVE TODAY, P = PRIOR INVENTORY, M = MOVEMENT. THE
      *    MOVEMENT CLASS IS A ADDED, U UNDELETED, R TAKEN BACK OFF
      *    THE ARCHIVE, C COMPLETED, D DELETED, I MOVED IN, O MOVED OUT
       01 WS-BALANCE-WORK.
           10 BW-LIST-ID PIC X(8).
           10 BW-ITEM-ID PIC 9(5).
           10 BW-SOURCE PIC X.
           10 BW-PRIOR-LIVE PIC 9(3).
           10 BW-PRIOR-ARCH PIC 9(3).
           10 BW-MOVE-CLASS PIC X.
           10 BW-MOVE-NAME PIC X(10).
           10 BW-MOVE-TIME PIC X(16).
       01 WS-MOVE-LIST-ID PIC X(8).
       01 WS-MOVE-ITEM-ID PIC 9(5).
       01 WS-LOOKUP-ITEM-ID PIC 9(5).
      *    LIST EACH ITEM-ID WAS LAST SEEN ON - LIVE LIST FIRST, THEN
      *    THE ARCHIVE, THE PRIOR INVENTORY AND THE EVENT FEED - FOR
      *    AUDIT ROWS, WHICH CARRY NO LIST
       01 ITEM-LIST-TABLE.
           05 LIST-OF-ITEM PIC X(8) OCCURS 99999.
       01 UNDELETE-SEEN-TABLE.
           05 UNDELETE-SEEN PIC X OCCURS 99999.
       01 NUMBER-OF-BULK-LISTS PIC 9(3) VALUE 0.
       01 BULK-LIST-TABLE.
           05 BULK-LIST-ID PIC X(8) OCCURS 100.
       01 BULK-COUNTER PIC 9(3).
       01 WS-BULK-ALL PIC X VALUE 'N'.
           88 BULK-ALL-LISTS VALUE 'Y'.
       01 WS-LIST-BULK PIC X VALUE 'N'.
           88 LIST-IS-BULK VALUE 'Y'.
       01 NUMBER-OF-CONTROLS PIC 9(3) VALUE 0.
       01 CONTROL-TABLE.
           05 CONTROL-ENTRY OCCURS 500.
               10 CT-LIST-ID PIC X(8).
               10 CT-LIVE-COUNT PIC 9(7).
               10 CT-ARCH-COUNT PIC 9(7).
               10 CT-SEEN PIC X.
       01 CONTROL-COUNTER PIC 9(3).
       01 NUMBER-OF-NEW-TOTALS PIC 9(3) VALUE 0.
       01 NEW-TOTAL-TABLE.
           05 NEW-TOTAL-ENTRY OCCURS 500.
               10 NT-LIST-ID PIC X(8).
               10 NT-LIVE-COUNT PIC 9(7).
               10 NT-ARCH-COUNT PIC 9(7).
       01 NEW-TOTAL-COUNTER PIC 9(3).
       01 WS-LIST-PENDING PIC X VALUE 'N'.
           88 LIST-PENDING VALUE 'Y'.
       01 WS-ITEM-PENDING PIC X VALUE 'N'.
           88 ITEM-PENDING VALUE 'Y'.
       01 WS-CUR-LIST-ID PIC X(8).
       01 WS-CUR-ITEM-ID PIC 9(5).
       01 WS-IT-LIVE-TODAY PIC 9(5).
       01 WS-IT-ARCH-TODAY PIC 9(5).
       01 WS-IT-LIVE-PRIOR PIC 9(5).
       01 WS-IT-ARCH-PRIOR PIC 9(5).
       01 WS-IT-LIVE-MOVE PIC S9(5).
       01 WS-IT-ARCH-MOVE PIC S9(5).
       01 WS-IT-LIVE-DIFF PIC S9(5).
       01 WS-IT-ARCH-DIFF PIC S9(5).
       01 WS-IT-LAST-NAME PIC X(10).
       01 WS-IT-LAST-TIME PIC X(16).
       01 WS-LS-ADDED PIC 9(5).
       01 WS-LS-MOVED-IN PIC 9(5).
       01 WS-LS-DONE PIC 9(5).
       01 WS-LS-DELETED PIC 9(5).
       01 WS-LS-MOVED-OUT PIC 9(5).
       01 WS-LS-RESTORED PIC 9(5).
       01 WS-LS-ARCHIVED PIC 9(5).
       01 WS-LS-LIVE-ACTUAL PIC 9(7).
       01 WS-LS-ARCH-ACTUAL PIC 9(7).
       01 WS-LS-LIVE-PRIOR PIC 9(7).
       01 WS-LS-ARCH-PRIOR PIC 9(7).
       01 WS-LS-LIVE-BULK PIC S9(7).
       01 WS-LS-ARCH-BULK PIC S9(7).
       01 WS-LS-LIVE-ITEMDIFF PIC S9(7).
       01 WS-LS-ARCH-ITEMDIFF PIC S9(7).
       01 WS-LS-LIVE-EXPECTED PIC S9(7).
       01 WS-LS-ARCH-EXPECTED PIC S9(7).
       01 WS-LS-LIVE-DIFF PIC S9(7).
       01 WS-LS-ARCH-DIFF PIC S9(7).
       01 WS-LS-UNTRACED PIC S9(7).
       01 WS-SHOW-COUNT PIC ZZZZZZ9.
       01 WS-SHOW-SIGNED PIC -------9.
       01 WS-SHOW-SIGNED-2 PIC -------9.
       01 WS-SHOW-SIGNED-3 PIC -------9.
       01 WS-SHOW-SIGNED-4 PIC -------9.
       01 WS-LIST-COUNT PIC 9(3) VALUE 0.
       01 WS-ITEM-COUNT PIC 9(5) VALUE 0.
       01 WS-MOVEMENT-COUNT PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-UNBALANCED-COUNT PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
      *    NIGHTLY STEP: BALANCES EACH LIST DAY OVER DAY. THE LAST
      *    CONTROL TOTALS PLUS EVERY ITEM ADDED (WEB, INTAKE, IMPORT,
      *    RECURRING REGENERATION, UNDELETE OR MOVED IN) LESS EVERY
      *    ITEM COMPLETED, DELETED OR MOVED OUT SINCE THEN MUST GIVE
      *    THE ITEMS ON todolist.txt NOW; THE ARCHIVE (tdarchive.txt
      *    AND THE YEAR FILES) MUST BALANCE THE SAME WAY. MOVEMENTS
      *    COME FROM THE EVENT FEED AND THE AUDIT TRAIL. A DIFFERENCE
      *    IS TRACED TO THE ITEMS THAT CAUSE IT, AND ONE ABOVE THE
      *    TOLERANCE FAILS THE STEP AND LEAVES THE CONTROL TOTALS
      *    WHERE THEY WERE. PARAMETERS: [TOLERANCE] [accept] - accept
      *    TAKES TODAY'S COUNTS AS THE NEW CONTROL TOTALS ONCE THE
      *    DIFFERENCES HAVE BEEN EXPLAINED
           DISPLAY "============================================"
           DISPLAY "TODO LIST - DAILY CONTROL-TOTAL BALANCING"
           DISPLAY "============================================"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-THIS-YEAR
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-ONE WS-PARM-TWO
           UNSTRING FUNCTION TRIM(WS-RUN-PARM) DELIMITED BY ALL SPACE
              INTO WS-PARM-ONE WS-PARM-TWO
           END-UNSTRING
           IF WS-PARM-ONE = "accept" OR WS-PARM-TWO = "accept"
              MOVE 'Y' TO WS-ACCEPT-RUN
           END-IF
           IF WS-PARM-ONE NOT = SPACES
              AND FUNCTION TRIM(WS-PARM-ONE) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-PARM-ONE) TO WS-TOLERANCE
           END-IF
           DISPLAY "TOLERANCE PER LIST:     " WS-TOLERANCE
           IF ACCEPT-RUN
              DISPLAY "ACCEPT - TODAY'S COUNTS BECOME THE CONTROL"
              " TOTALS"
           END-IF

           PERFORM ACQUIRE-LOCK
           IF LOCK-STATUS NOT = "00"
              DISPLAY "UNABLE TO ACQUIRE THE LIST LOCK - "
              "ANOTHER UPDATE IS IN PROGRESS"
              MOVE 'Y' TO WS-RUN-FAILED
              MOVE "FAILED - LOCK NOT ACQUIRED" TO WS-STEP-COUNTS
              PERFORM WRITE-RUN-COUNTS
              GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:16) TO WS-THIS-CUTOFF
           MOVE SPACES TO ITEM-LIST-TABLE
           MOVE SPACES TO UNDELETE-SEEN-TABLE
           PERFORM LOAD-CONTROL-TOTALS
           IF WS-PRIOR-CUTOFF = SPACES
              MOVE 'Y' TO WS-BASELINE-RUN
              DISPLAY "NO CONTROL TOTALS ON FILE - THIS RUN TAKES"
              " THE BASELINE"
           ELSE
              DISPLAY "MOVEMENTS AFTER:        " WS-PRIOR-CUTOFF
           END-IF
           DISPLAY "MOVEMENTS UP TO:        " WS-THIS-CUTOFF
           DISPLAY "--------------------------------------------"

           OPEN OUTPUT BALANCE-WORK
           PERFORM COLLECT-LIVE-ITEMS
           PERFORM COLLECT-ARCHIVED-ITEMS
           IF NOT BASELINE-RUN
              PERFORM COLLECT-PRIOR-INVENTORY
              PERFORM COLLECT-EVENT-MOVEMENTS
              PERFORM COLLECT-AUDIT-MOVEMENTS
           END-IF
           CLOSE BALANCE-WORK
           SORT BALANCE-SORT
              ON ASCENDING KEY BS-LIST-ID
              ON ASCENDING KEY BS-ITEM-ID
              USING BALANCE-WORK
              GIVING BALANCE-SORTED
           PERFORM BALANCE-SORTED-ITEMS
           IF NOT BASELINE-RUN
              PERFORM REPORT-EMPTIED-LISTS
           END-IF

           DISPLAY "============================================"
           IF BASELINE-RUN OR ACCEPT-RUN OR NOT OUT-OF-BALANCE
              PERFORM APPEND-CONTROL-TOTALS
              PERFORM REPLACE-ITEM-INVENTORY
              IF ACCEPT-RUN AND NOT BASELINE-RUN
                 PERFORM WRITE-ACCEPT-AUDIT
              END-IF
              DISPLAY "CONTROL TOTALS ADVANCED TO " WS-THIS-CUTOFF
           ELSE
              DISPLAY "OUT OF BALANCE - CONTROL TOTALS NOT ADVANCED"
              MOVE 'Y' TO WS-RUN-FAILED
              MOVE SPACES TO WS-STEP-COUNTS
              STRING "FAILED - OUT OF BALANCE LISTS "
                 WS-UNBALANCED-COUNT
                 " ITEMS " WS-EXCEPTION-COUNT
                 DELIMITED BY SIZE INTO WS-STEP-COUNTS
              END-STRING
           END-IF
           PERFORM RELEASE-LOCK

           DISPLAY "LISTS BALANCED:         " WS-LIST-COUNT
           DISPLAY "ITEMS ON FILE:          " WS-ITEM-COUNT
           DISPLAY "MOVEMENTS APPLIED:      " WS-MOVEMENT-COUNT
           DISPLAY "ITEM EXCEPTIONS:        " WS-EXCEPTION-COUNT
           DISPLAY "LISTS OUT OF BALANCE:   " WS-UNBALANCED-COUNT
           DISPLAY "============================================"
           PERFORM WRITE-RUN-COUNTS
           GOBACK.

       WRITE-RUN-COUNTS SECTION.
           IF NOT RUN-FAILED
              MOVE SPACES TO WS-STEP-COUNTS
              STRING "LISTS " WS-LIST-COUNT
                 " ITEMS " WS-ITEM-COUNT
                 " MOVES " WS-MOVEMENT-COUNT
                 " OUT " WS-UNBALANCED-COUNT
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
           MOVE "TODOBAL" TO LT-PROGRAM
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

      *    ONLY THE ROWS OF THE LATEST CUTOFF ARE KEPT - THEY ARE THE
      *    COUNTS THE LAST BALANCED RUN LEFT BEHIND
       LOAD-CONTROL-TOTALS SECTION.
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDBALANCE
           IF BALANCE-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDBALANCE INTO BALANCE-RECORD
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM STORE-CONTROL-ROW
                 END-READ
           END-PERFORM
           CLOSE TDBALANCE
           EXIT.

       STORE-CONTROL-ROW SECTION.
           IF BL-CUTOFF < WS-PRIOR-CUTOFF
              EXIT SECTION
           END-IF
           IF BL-CUTOFF > WS-PRIOR-CUTOFF
              MOVE BL-CUTOFF TO WS-PRIOR-CUTOFF
              MOVE 0 TO NUMBER-OF-CONTROLS
           END-IF
           IF NUMBER-OF-CONTROLS < 500
              ADD 1 TO NUMBER-OF-CONTROLS
              MOVE BL-LIST-ID TO CT-LIST-ID(NUMBER-OF-CONTROLS)
              MOVE BL-LIVE-COUNT TO CT-LIVE-COUNT(NUMBER-OF-CONTROLS)
              MOVE BL-ARCH-COUNT TO CT-ARCH-COUNT(NUMBER-OF-CONTROLS)
              MOVE 'N' TO CT-SEEN(NUMBER-OF-CONTROLS)
           END-IF
           EXIT.

       COLLECT-LIVE-ITEMS SECTION.
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDLIST
           IF TDLIST-STATUS NOT = "00"
              DISPLAY "LIST FILE NOT AVAILABLE, STATUS "
              TDLIST-STATUS " - NO LIVE ITEMS COUNTED"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDLIST NEXT INTO WS-TDLIST
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    MOVE "T" TO BW-SOURCE
                    PERFORM WRITE-ITEM-OCCURRENCE
                 END-READ
           END-PERFORM
           CLOSE TDLIST
           EXIT.

      *    THE YEAR FILES COUNT AS ARCHIVE, SO THE YEAR-END ROLLOVER
      *    OUT OF tdarchive.txt MOVES NOTHING IN THE TOTALS
       COLLECT-ARCHIVED-ITEMS SECTION.
           MOVE "A" TO BW-SOURCE
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDARCHIVE
           IF ARCHIVE-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                    READ TDARCHIVE INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM WRITE-ITEM-OCCURRENCE
                    END-READ
              END-PERFORM
              CLOSE TDARCHIVE
           END-IF
           PERFORM VARYING WS-SCAN-YEAR FROM 2000 BY 1
              UNTIL WS-SCAN-YEAR > WS-THIS-YEAR
                 PERFORM COLLECT-ONE-YEAR-FILE
           END-PERFORM
           EXIT.

       COLLECT-ONE-YEAR-FILE SECTION.
           MOVE SPACES TO WS-YEAR-FILE-NAME
           STRING "tdarch" WS-SCAN-YEAR ".txt"
              DELIMITED BY SIZE INTO WS-YEAR-FILE-NAME
           END-STRING
           OPEN INPUT TDYEARFILE
           IF YEARFILE-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE "A" TO BW-SOURCE
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDYEARFILE INTO WS-TDLIST
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM WRITE-ITEM-OCCURRENCE
                 END-READ
           END-PERFORM
           CLOSE TDYEARFILE
           EXIT.

      *    THE CALLER SETS BW-SOURCE; THE ITEM IS IN WS-TDLIST
       WRITE-ITEM-OCCURRENCE SECTION.
           MOVE LIST-ID IN WS-TDLIST TO BW-LIST-ID
           IF BW-LIST-ID = SPACES
              MOVE "MAIN" TO BW-LIST-ID
           END-IF
           MOVE ITEM-ID IN WS-TDLIST TO BW-ITEM-ID
           MOVE 0 TO BW-PRIOR-LIVE
           MOVE 0 TO BW-PRIOR-ARCH
           MOVE SPACE TO BW-MOVE-CLASS
           MOVE SPACES TO BW-MOVE-NAME
           MOVE SPACES TO BW-MOVE-TIME
           WRITE BALANCE-WORK-RECORD FROM WS-BALANCE-WORK
           PERFORM NOTE-ITEM-LIST
           EXIT.

       NOTE-ITEM-LIST SECTION.
           IF BW-ITEM-ID > 0
              AND LIST-OF-ITEM(BW-ITEM-ID) = SPACES
              MOVE BW-LIST-ID TO LIST-OF-ITEM(BW-ITEM-ID)
           END-IF
           EXIT.

       COLLECT-PRIOR-INVENTORY SECTION.
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDBALITEM
           IF BALITEM-STATUS NOT = "00"
              DISPLAY "NO ITEM INVENTORY ON FILE - DIFFERENCES CAN"
              " ONLY BE SHOWN BY LIST"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDBALITEM INTO BALANCE-ITEM-RECORD
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    MOVE BI-LIST-ID TO BW-LIST-ID
                    MOVE BI-ITEM-ID TO BW-ITEM-ID
                    MOVE "P" TO BW-SOURCE
                    MOVE BI-LIVE-COUNT TO BW-PRIOR-LIVE
                    MOVE BI-ARCH-COUNT TO BW-PRIOR-ARCH
                    MOVE SPACE TO BW-MOVE-CLASS
                    MOVE SPACES TO BW-MOVE-NAME
                    MOVE SPACES TO BW-MOVE-TIME
                    WRITE BALANCE-WORK-RECORD FROM WS-BALANCE-WORK
                    PERFORM NOTE-ITEM-LIST
                 END-READ
           END-PERFORM
           CLOSE TDBALITEM
           EXIT.

       COLLECT-EVENT-MOVEMENTS SECTION.
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDEVENTS
           IF EVENTS-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDEVENTS INTO EVENT-RECORD
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM TAKE-EVENT-MOVEMENT
                 END-READ
           END-PERFORM
           CLOSE TDEVENTS
           EXIT.

      *    A MERGE TAKES THE DUPLICATE NAMED IN THE PAYLOAD OFF THE
      *    LIST; A MOVE CARRIES THE OLD LIST AHEAD OF THE ">" AND AN
      *    UNDELETE THE OLD ITEM-ID, WHICH LEAVES THE ARCHIVE
       TAKE-EVENT-MOVEMENT SECTION.
           IF EV-TIMESTAMP(1:16) NOT > WS-PRIOR-CUTOFF
              OR EV-TIMESTAMP(1:16) > WS-THIS-CUTOFF
              EXIT SECTION
           END-IF
           MOVE EV-LIST-ID TO WS-MOVE-LIST-ID
           MOVE EV-ITEM-ID TO WS-MOVE-ITEM-ID
           MOVE EV-TYPE TO BW-MOVE-NAME
           MOVE EV-TIMESTAMP(1:16) TO BW-MOVE-TIME
           EVALUATE EV-TYPE
           WHEN "add"
           WHEN "intake"
              MOVE "A" TO BW-MOVE-CLASS
              PERFORM WRITE-MOVEMENT
           WHEN "undelete"
              MOVE "U" TO BW-MOVE-CLASS
              PERFORM WRITE-MOVEMENT
              IF EV-ITEM-ID > 0
                 MOVE 'Y' TO UNDELETE-SEEN(EV-ITEM-ID)
              END-IF
              IF EV-PAYLOAD(1:5) IS NUMERIC
                 MOVE EV-PAYLOAD(1:5) TO WS-MOVE-ITEM-ID
                 MOVE "R" TO BW-MOVE-CLASS
                 PERFORM WRITE-MOVEMENT
              END-IF
           WHEN "complete"
              MOVE "C" TO BW-MOVE-CLASS
              PERFORM WRITE-MOVEMENT
           WHEN "deleteitem"
              MOVE "D" TO BW-MOVE-CLASS
              PERFORM WRITE-MOVEMENT
           WHEN "merge"
              IF EV-PAYLOAD(1:5) IS NUMERIC
                 MOVE EV-PAYLOAD(1:5) TO WS-MOVE-ITEM-ID
                 MOVE "D" TO BW-MOVE-CLASS
                 PERFORM WRITE-MOVEMENT
              END-IF
           WHEN "moveitem"
              MOVE "I" TO BW-MOVE-CLASS
              PERFORM WRITE-MOVEMENT
              MOVE EV-PAYLOAD(1:8) TO WS-MOVE-LIST-ID
              MOVE "O" TO BW-MOVE-CLASS
              PERFORM WRITE-MOVEMENT
           END-EVALUATE
           EXIT.

       COLLECT-AUDIT-MOVEMENTS SECTION.
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDAUDIT
           IF AUDIT-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDAUDIT INTO WS-AUDIT-BUFFER
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM TAKE-AUDIT-MOVEMENT
                 END-READ
           END-PERFORM
           CLOSE TDAUDIT
           EXIT.

      *    ONLY THE ADDITIONS THAT RAISE NO EVENT (IMPORT, RECURRING
      *    REGENERATION, RETRIEVAL FROM THE ARCHIVE), THE UPDATES THE
      *    RECOVERY STEP REPLAYED AND THE WHOLE-LIST CLEAR AND RESTORE
      *    ARE TAKEN FROM THE AUDIT TRAIL; EVERYTHING ELSE IS ALREADY
      *    ON THE EVENT FEED
       TAKE-AUDIT-MOVEMENT SECTION.
           IF AUDIT-TIMESTAMP IN WS-AUDIT-BUFFER(1:16)
                 NOT > WS-PRIOR-CUTOFF
              OR AUDIT-TIMESTAMP IN WS-AUDIT-BUFFER(1:16)
                 > WS-THIS-CUTOFF
              EXIT SECTION
           END-IF
           MOVE AUDIT-ITEM-ID IN WS-AUDIT-BUFFER TO WS-MOVE-ITEM-ID
           MOVE WS-MOVE-ITEM-ID TO WS-LOOKUP-ITEM-ID
           PERFORM LOOK-UP-ITEM-LIST
           MOVE AUDIT-ACTION-NAME IN WS-AUDIT-BUFFER TO BW-MOVE-NAME
           MOVE AUDIT-TIMESTAMP IN WS-AUDIT-BUFFER(1:16)
                TO BW-MOVE-TIME
           IF AUDIT-DETAIL IN WS-AUDIT-BUFFER(1:9) = "recovered"
              PERFORM TAKE-RECOVERED-MOVEMENT
              EXIT SECTION
           END-IF
           EVALUATE AUDIT-ACTION-NAME IN WS-AUDIT-BUFFER
           WHEN "import"
           WHEN "recur"
              MOVE "A" TO BW-MOVE-CLASS
              PERFORM WRITE-MOVEMENT
           WHEN "undelete"
              IF WS-MOVE-ITEM-ID > 0
                 AND UNDELETE-SEEN(WS-MOVE-ITEM-ID) NOT = 'Y'
                 MOVE "U" TO BW-MOVE-CLASS
                 PERFORM WRITE-MOVEMENT
                 IF AUDIT-DETAIL IN WS-AUDIT-BUFFER(1:5) IS NUMERIC
                    MOVE AUDIT-DETAIL IN WS-AUDIT-BUFFER(1:5)
                         TO WS-MOVE-ITEM-ID
                    MOVE "R" TO BW-MOVE-CLASS
                    PERFORM WRITE-MOVEMENT
                 END-IF
              END-IF
           WHEN "clear"
           WHEN "restore"
              PERFORM NOTE-BULK-LIST
           END-EVALUATE
           EXIT.

      *    THE RECOVERY STEP NAMES THE LIST OF THE INTERRUPTED UPDATE
      *    AFTER "recovered"; FOR A MOVE THAT IS THE OLD LIST
       TAKE-RECOVERED-MOVEMENT SECTION.
           IF AUDIT-DETAIL IN WS-AUDIT-BUFFER(11:8) NOT = SPACES
              MOVE AUDIT-DETAIL IN WS-AUDIT-BUFFER(11:8)
                   TO WS-MOVE-LIST-ID
           END-IF
           EVALUATE AUDIT-ACTION-NAME IN WS-AUDIT-BUFFER
           WHEN "deleteitem"
              MOVE "D" TO BW-MOVE-CLASS
              PERFORM WRITE-MOVEMENT
           WHEN "complete"
           WHEN "approve"
              MOVE "C" TO BW-MOVE-CLASS
              PERFORM WRITE-MOVEMENT
           WHEN "moveitem"
              MOVE "O" TO BW-MOVE-CLASS
              PERFORM WRITE-MOVEMENT
              PERFORM LOOK-UP-ITEM-LIST
              MOVE "I" TO BW-MOVE-CLASS
              PERFORM WRITE-MOVEMENT
           END-EVALUATE
           EXIT.

       LOOK-UP-ITEM-LIST SECTION.
           MOVE "MAIN" TO WS-MOVE-LIST-ID
           IF WS-LOOKUP-ITEM-ID > 0
              AND LIST-OF-ITEM(WS-LOOKUP-ITEM-ID) NOT = SPACES
              MOVE LIST-OF-ITEM(WS-LOOKUP-ITEM-ID) TO WS-MOVE-LIST-ID
           END-IF
           EXIT.

      *    A CLEAR OR RESTORE WRITES ITS LIST TO THE DETAIL; AN OLDER
      *    ROW WITHOUT ONE COULD HAVE TOUCHED ANY LIST
       NOTE-BULK-LIST SECTION.
           IF AUDIT-DETAIL IN WS-AUDIT-BUFFER = SPACES
              MOVE 'Y' TO WS-BULK-ALL
              EXIT SECTION
           END-IF
           PERFORM VARYING BULK-COUNTER FROM 1 BY 1
              UNTIL BULK-COUNTER > NUMBER-OF-BULK-LISTS
                 IF BULK-LIST-ID(BULK-COUNTER)
                       = AUDIT-DETAIL IN WS-AUDIT-BUFFER(1:8)
                    EXIT SECTION
                 END-IF
           END-PERFORM
           IF NUMBER-OF-BULK-LISTS < 100
              ADD 1 TO NUMBER-OF-BULK-LISTS
              MOVE AUDIT-DETAIL IN WS-AUDIT-BUFFER(1:8)
                   TO BULK-LIST-ID(NUMBER-OF-BULK-LISTS)
           ELSE
              MOVE 'Y' TO WS-BULK-ALL
           END-IF
           EXIT.

      *    THE CALLER SETS THE LIST, ITEM, CLASS, NAME AND TIME
       WRITE-MOVEMENT SECTION.
           MOVE WS-MOVE-LIST-ID TO BW-LIST-ID
           IF BW-LIST-ID = SPACES
              MOVE "MAIN" TO BW-LIST-ID
           END-IF
           MOVE WS-MOVE-ITEM-ID TO BW-ITEM-ID
           MOVE "M" TO BW-SOURCE
           MOVE 0 TO BW-PRIOR-LIVE
           MOVE 0 TO BW-PRIOR-ARCH
           WRITE BALANCE-WORK-RECORD FROM WS-BALANCE-WORK
           PERFORM NOTE-ITEM-LIST
           ADD 1 TO WS-MOVEMENT-COUNT
           EXIT.

       BALANCE-SORTED-ITEMS SECTION.
           MOVE 'N' TO WS-LIST-PENDING
           MOVE 'N' TO WS-ITEM-PENDING
           OPEN OUTPUT TDBALNEW
           MOVE SPACE TO WS-EOF
           OPEN INPUT BALANCE-SORTED
           PERFORM UNTIL WS-EOF = 'Y'
                 READ BALANCE-SORTED INTO WS-BALANCE-WORK
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM TAKE-SORTED-ROW
                 END-READ
           END-PERFORM
           CLOSE BALANCE-SORTED
           PERFORM CLOSE-ITEM
           PERFORM CLOSE-LIST
           CLOSE TDBALNEW
           EXIT.

       TAKE-SORTED-ROW SECTION.
           IF LIST-PENDING AND BW-LIST-ID NOT = WS-CUR-LIST-ID
              PERFORM CLOSE-ITEM
              PERFORM CLOSE-LIST
           END-IF
           IF ITEM-PENDING AND BW-ITEM-ID NOT = WS-CUR-ITEM-ID
              PERFORM CLOSE-ITEM
           END-IF
           IF NOT LIST-PENDING
              PERFORM START-LIST
           END-IF
           IF NOT ITEM-PENDING
              PERFORM START-ITEM
           END-IF
           EVALUATE BW-SOURCE
           WHEN "T"
              ADD 1 TO WS-IT-LIVE-TODAY
           WHEN "A"
              ADD 1 TO WS-IT-ARCH-TODAY
           WHEN "P"
              ADD BW-PRIOR-LIVE TO WS-IT-LIVE-PRIOR
              ADD BW-PRIOR-ARCH TO WS-IT-ARCH-PRIOR
           WHEN "M"
              PERFORM APPLY-MOVEMENT
           END-EVALUATE
           EXIT.

       START-LIST SECTION.
           MOVE BW-LIST-ID TO WS-CUR-LIST-ID
           MOVE 0 TO WS-LS-ADDED WS-LS-MOVED-IN WS-LS-DONE
                     WS-LS-DELETED WS-LS-MOVED-OUT WS-LS-RESTORED
           MOVE 0 TO WS-LS-LIVE-ACTUAL WS-LS-ARCH-ACTUAL
           MOVE 0 TO WS-LS-LIVE-BULK WS-LS-ARCH-BULK
           MOVE 0 TO WS-LS-LIVE-ITEMDIFF WS-LS-ARCH-ITEMDIFF
           MOVE 'N' TO WS-LIST-BULK
           IF BULK-ALL-LISTS
              MOVE 'Y' TO WS-LIST-BULK
           END-IF
           PERFORM VARYING BULK-COUNTER FROM 1 BY 1
              UNTIL BULK-COUNTER > NUMBER-OF-BULK-LISTS
                 IF BULK-LIST-ID(BULK-COUNTER) = WS-CUR-LIST-ID
                    MOVE 'Y' TO WS-LIST-BULK
                 END-IF
           END-PERFORM
           DISPLAY "LIST " WS-CUR-LIST-ID
           MOVE 'Y' TO WS-LIST-PENDING
           EXIT.

       START-ITEM SECTION.
           MOVE BW-ITEM-ID TO WS-CUR-ITEM-ID
           MOVE 0 TO WS-IT-LIVE-TODAY WS-IT-ARCH-TODAY
           MOVE 0 TO WS-IT-LIVE-PRIOR WS-IT-ARCH-PRIOR
           MOVE 0 TO WS-IT-LIVE-MOVE WS-IT-ARCH-MOVE
           MOVE SPACES TO WS-IT-LAST-NAME
           MOVE SPACES TO WS-IT-LAST-TIME
           MOVE 'Y' TO WS-ITEM-PENDING
           EXIT.

       APPLY-MOVEMENT SECTION.
           EVALUATE BW-MOVE-CLASS
           WHEN "A"
           WHEN "U"
              ADD 1 TO WS-IT-LIVE-MOVE
              ADD 1 TO WS-LS-ADDED
           WHEN "I"
              ADD 1 TO WS-IT-LIVE-MOVE
              ADD 1 TO WS-LS-MOVED-IN
           WHEN "C"
              SUBTRACT 1 FROM WS-IT-LIVE-MOVE
              ADD 1 TO WS-IT-ARCH-MOVE
              ADD 1 TO WS-LS-DONE
           WHEN "D"
              SUBTRACT 1 FROM WS-IT-LIVE-MOVE
              ADD 1 TO WS-IT-ARCH-MOVE
              ADD 1 TO WS-LS-DELETED
           WHEN "O"
              SUBTRACT 1 FROM WS-IT-LIVE-MOVE
              ADD 1 TO WS-LS-MOVED-OUT
           WHEN "R"
              SUBTRACT 1 FROM WS-IT-ARCH-MOVE
              ADD 1 TO WS-LS-RESTORED
           END-EVALUATE
           IF BW-MOVE-TIME NOT < WS-IT-LAST-TIME
              MOVE BW-MOVE-NAME TO WS-IT-LAST-NAME
              MOVE BW-MOVE-TIME TO WS-IT-LAST-TIME
           END-IF
           EXIT.

      *    AN ITEM WHOSE COUNTS DO NOT FOLLOW FROM ITS PRIOR COUNTS AND
      *    ITS MOVEMENTS EXPLAINS A DIFFERENCE. ON A LIST CLEARED OR
      *    RESTORED FROM BACKUP SINCE THE LAST RUN THE WHOLE-LIST
      *    CHANGE ACCOUNTS FOR IT INSTEAD
       CLOSE-ITEM SECTION.
           IF NOT ITEM-PENDING
              EXIT SECTION
           END-IF
           MOVE 'N' TO WS-ITEM-PENDING
           ADD WS-IT-LIVE-TODAY TO WS-LS-LIVE-ACTUAL
           ADD WS-IT-ARCH-TODAY TO WS-LS-ARCH-ACTUAL
           IF WS-IT-LIVE-TODAY > 0 OR WS-IT-ARCH-TODAY > 0
              ADD 1 TO WS-ITEM-COUNT
              MOVE WS-CUR-LIST-ID TO BI-LIST-ID
              MOVE WS-CUR-ITEM-ID TO BI-ITEM-ID
              MOVE WS-IT-LIVE-TODAY TO BI-LIVE-COUNT
              MOVE WS-IT-ARCH-TODAY TO BI-ARCH-COUNT
              WRITE TDBALNEW-FILE FROM BALANCE-ITEM-RECORD
           END-IF
           IF BASELINE-RUN
              EXIT SECTION
           END-IF
           COMPUTE WS-IT-LIVE-DIFF = WS-IT-LIVE-TODAY
                - WS-IT-LIVE-PRIOR - WS-IT-LIVE-MOVE
           COMPUTE WS-IT-ARCH-DIFF = WS-IT-ARCH-TODAY
                - WS-IT-ARCH-PRIOR - WS-IT-ARCH-MOVE
           IF WS-IT-LIVE-DIFF = 0 AND WS-IT-ARCH-DIFF = 0
              EXIT SECTION
           END-IF
           IF LIST-IS-BULK
              ADD WS-IT-LIVE-DIFF TO WS-LS-LIVE-BULK
              ADD WS-IT-ARCH-DIFF TO WS-LS-ARCH-BULK
              EXIT SECTION
           END-IF
           ADD WS-IT-LIVE-DIFF TO WS-LS-LIVE-ITEMDIFF
           ADD WS-IT-ARCH-DIFF TO WS-LS-ARCH-ITEMDIFF
           ADD 1 TO WS-EXCEPTION-COUNT
           COMPUTE WS-SHOW-SIGNED = WS-IT-LIVE-PRIOR + WS-IT-LIVE-MOVE
           MOVE WS-IT-LIVE-TODAY TO WS-SHOW-SIGNED-2
           COMPUTE WS-SHOW-SIGNED-3 =
                WS-IT-ARCH-PRIOR + WS-IT-ARCH-MOVE
           MOVE WS-IT-ARCH-TODAY TO WS-SHOW-SIGNED-4
           DISPLAY "  ITEM #" WS-CUR-ITEM-ID
           "  LIVE EXPECTED" WS-SHOW-SIGNED " ACTUAL" WS-SHOW-SIGNED-2
           "  ARCHIVE EXPECTED" WS-SHOW-SIGNED-3
           " ACTUAL" WS-SHOW-SIGNED-4
           IF WS-IT-LAST-NAME = SPACES
              DISPLAY "          NO MOVEMENT RECORDED SINCE THE LAST"
              " RUN"
           ELSE
              DISPLAY "          LAST MOVEMENT " WS-IT-LAST-NAME
              " AT " WS-IT-LAST-TIME
           END-IF
           EXIT.

       CLOSE-LIST SECTION.
           IF NOT LIST-PENDING
              EXIT SECTION
           END-IF
           MOVE 'N' TO WS-LIST-PENDING
           ADD 1 TO WS-LIST-COUNT
           IF NUMBER-OF-NEW-TOTALS < 500
              AND (WS-LS-LIVE-ACTUAL > 0 OR WS-LS-ARCH-ACTUAL > 0)
              ADD 1 TO NUMBER-OF-NEW-TOTALS
              MOVE WS-CUR-LIST-ID TO NT-LIST-ID(NUMBER-OF-NEW-TOTALS)
              MOVE WS-LS-LIVE-ACTUAL
                   TO NT-LIVE-COUNT(NUMBER-OF-NEW-TOTALS)
              MOVE WS-LS-ARCH-ACTUAL
                   TO NT-ARCH-COUNT(NUMBER-OF-NEW-TOTALS)
           END-IF
           IF BASELINE-RUN
              MOVE WS-LS-LIVE-ACTUAL TO WS-SHOW-COUNT
              DISPLAY "  LIVE     " WS-SHOW-COUNT
              MOVE WS-LS-ARCH-ACTUAL TO WS-SHOW-COUNT
              DISPLAY "  ARCHIVE  " WS-SHOW-COUNT
              EXIT SECTION
           END-IF
           PERFORM FIND-CONTROL-ROW
           COMPUTE WS-LS-LIVE-EXPECTED = WS-LS-LIVE-PRIOR
                + WS-LS-ADDED + WS-LS-MOVED-IN
                - WS-LS-DONE - WS-LS-DELETED - WS-LS-MOVED-OUT
                + WS-LS-LIVE-BULK
           COMPUTE WS-LS-LIVE-DIFF =
                WS-LS-LIVE-ACTUAL - WS-LS-LIVE-EXPECTED
           COMPUTE WS-LS-ARCHIVED = WS-LS-DONE + WS-LS-DELETED
           COMPUTE WS-LS-ARCH-EXPECTED = WS-LS-ARCH-PRIOR
                + WS-LS-ARCHIVED - WS-LS-RESTORED
                + WS-LS-ARCH-BULK
           COMPUTE WS-LS-ARCH-DIFF =
                WS-LS-ARCH-ACTUAL - WS-LS-ARCH-EXPECTED
           DISPLAY "  LIVE     PRIOR " WS-LS-LIVE-PRIOR
           " ADDED " WS-LS-ADDED " MOVED IN " WS-LS-MOVED-IN
           DISPLAY "           DONE " WS-LS-DONE
           " DELETED " WS-LS-DELETED " MOVED OUT " WS-LS-MOVED-OUT
           MOVE WS-LS-LIVE-BULK TO WS-SHOW-SIGNED
           MOVE WS-LS-LIVE-EXPECTED TO WS-SHOW-SIGNED-2
           MOVE WS-LS-LIVE-ACTUAL TO WS-SHOW-SIGNED-3
           MOVE WS-LS-LIVE-DIFF TO WS-SHOW-SIGNED-4
           DISPLAY "           BULK" WS-SHOW-SIGNED
           " EXPECTED" WS-SHOW-SIGNED-2 " ACTUAL" WS-SHOW-SIGNED-3
           " DIFF" WS-SHOW-SIGNED-4
           DISPLAY "  ARCHIVE  PRIOR " WS-LS-ARCH-PRIOR
           " ARCHIVED " WS-LS-ARCHIVED " RESTORED " WS-LS-RESTORED
           MOVE WS-LS-ARCH-BULK TO WS-SHOW-SIGNED
           MOVE WS-LS-ARCH-EXPECTED TO WS-SHOW-SIGNED-2
           MOVE WS-LS-ARCH-ACTUAL TO WS-SHOW-SIGNED-3
           MOVE WS-LS-ARCH-DIFF TO WS-SHOW-SIGNED-4
           DISPLAY "           BULK" WS-SHOW-SIGNED
           " EXPECTED" WS-SHOW-SIGNED-2 " ACTUAL" WS-SHOW-SIGNED-3
           " DIFF" WS-SHOW-SIGNED-4
      *    WHAT THE ITEMS DO NOT EXPLAIN LIES BETWEEN THE CONTROL
      *    TOTAL AND THE ITEM INVENTORY KEPT WITH IT
           COMPUTE WS-LS-UNTRACED = WS-LS-LIVE-DIFF
                - WS-LS-LIVE-ITEMDIFF
           IF WS-LS-UNTRACED NOT = 0
              MOVE WS-LS-UNTRACED TO WS-SHOW-SIGNED
              DISPLAY "  LIVE DIFFERENCE NOT TRACED TO AN ITEM:"
              WS-SHOW-SIGNED
           END-IF
           COMPUTE WS-LS-UNTRACED = WS-LS-ARCH-DIFF
                - WS-LS-ARCH-ITEMDIFF
           IF WS-LS-UNTRACED NOT = 0
              MOVE WS-LS-UNTRACED TO WS-SHOW-SIGNED
              DISPLAY "  ARCHIVE DIFFERENCE NOT TRACED TO AN ITEM:"
              WS-SHOW-SIGNED
           END-IF
           PERFORM CHECK-LIST-TOLERANCE
           EXIT.

       FIND-CONTROL-ROW SECTION.
           MOVE 0 TO WS-LS-LIVE-PRIOR
           MOVE 0 TO WS-LS-ARCH-PRIOR
           PERFORM VARYING CONTROL-COUNTER FROM 1 BY 1
              UNTIL CONTROL-COUNTER > NUMBER-OF-CONTROLS
                 IF CT-LIST-ID(CONTROL-COUNTER) = WS-CUR-LIST-ID
                    MOVE CT-LIVE-COUNT(CONTROL-COUNTER)
                         TO WS-LS-LIVE-PRIOR
                    MOVE CT-ARCH-COUNT(CONTROL-COUNTER)
                         TO WS-LS-ARCH-PRIOR
                    MOVE 'Y' TO CT-SEEN(CONTROL-COUNTER)
                    EXIT SECTION
                 END-IF
           END-PERFORM
           EXIT.

       CHECK-LIST-TOLERANCE SECTION.
           IF FUNCTION ABS(WS-LS-LIVE-DIFF) > WS-TOLERANCE
              OR FUNCTION ABS(WS-LS-ARCH-DIFF) > WS-TOLERANCE
              DISPLAY "  *** OUT OF BALANCE ***"
              MOVE 'Y' TO WS-OUT-OF-BALANCE
              ADD 1 TO WS-UNBALANCED-COUNT
           ELSE
              DISPLAY "  IN BALANCE"
           END-IF
           EXIT.

      *    A LIST ON THE CONTROL TOTALS THAT HAS NO ITEM AND NO
      *    MOVEMENT LEFT HAS LOST EVERYTHING IT HELD WITHOUT A TRACE
       REPORT-EMPTIED-LISTS SECTION.
           PERFORM VARYING CONTROL-COUNTER FROM 1 BY 1
              UNTIL CONTROL-COUNTER > NUMBER-OF-CONTROLS
                 IF CT-SEEN(CONTROL-COUNTER) = 'N'
                    AND (CT-LIVE-COUNT(CONTROL-COUNTER) > 0
                         OR CT-ARCH-COUNT(CONTROL-COUNTER) > 0)
                    PERFORM REPORT-EMPTIED-LIST
                 END-IF
           END-PERFORM
           EXIT.

       REPORT-EMPTIED-LIST SECTION.
           MOVE CT-LIST-ID(CONTROL-COUNTER) TO WS-CUR-LIST-ID
           ADD 1 TO WS-LIST-COUNT
           COMPUTE WS-LS-LIVE-DIFF = 0 - CT-LIVE-COUNT(CONTROL-COUNTER)
           COMPUTE WS-LS-ARCH-DIFF = 0 - CT-ARCH-COUNT(CONTROL-COUNTER)
           DISPLAY "LIST " WS-CUR-LIST-ID
           DISPLAY "  NO ITEMS AND NO MOVEMENTS SINCE THE LAST RUN"
           MOVE WS-LS-LIVE-DIFF TO WS-SHOW-SIGNED
           MOVE WS-LS-ARCH-DIFF TO WS-SHOW-SIGNED-2
           DISPLAY "  LIVE DIFF" WS-SHOW-SIGNED
           "  ARCHIVE DIFF" WS-SHOW-SIGNED-2
           PERFORM CHECK-LIST-TOLERANCE
           EXIT.

       APPEND-CONTROL-TOTALS SECTION.
           OPEN EXTEND TDBALANCE
           IF BALANCE-STATUS = "35"
              OPEN OUTPUT TDBALANCE
              CLOSE TDBALANCE
              OPEN EXTEND TDBALANCE
           END-IF
           PERFORM VARYING NEW-TOTAL-COUNTER FROM 1 BY 1
              UNTIL NEW-TOTAL-COUNTER > NUMBER-OF-NEW-TOTALS
                 MOVE WS-THIS-CUTOFF TO BL-CUTOFF
                 MOVE NT-LIST-ID(NEW-TOTAL-COUNTER) TO BL-LIST-ID
                 MOVE NT-LIVE-COUNT(NEW-TOTAL-COUNTER)
                      TO BL-LIVE-COUNT
                 MOVE NT-ARCH-COUNT(NEW-TOTAL-COUNTER)
                      TO BL-ARCH-COUNT
                 WRITE TDBALANCE-FILE FROM BALANCE-RECORD
           END-PERFORM
           CLOSE TDBALANCE
           EXIT.

       REPLACE-ITEM-INVENTORY SECTION.
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDBALNEW
           OPEN OUTPUT TDBALITEM
           IF BALNEW-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                    READ TDBALNEW INTO BALANCE-ITEM-RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       WRITE TDBALITEM-FILE FROM BALANCE-ITEM-RECORD
                    END-READ
              END-PERFORM
              CLOSE TDBALNEW
           END-IF
           CLOSE TDBALITEM
           EXIT.

       WRITE-ACCEPT-AUDIT SECTION.
           MOVE 0 TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
           MOVE "balaccept" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
           MOVE "TODOBAL" TO AUDIT-USER IN AUDIT-RECORD-BUFFER
           MOVE FUNCTION CURRENT-DATE
                TO AUDIT-TIMESTAMP IN AUDIT-RECORD-BUFFER
           MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           STRING "lists " WS-UNBALANCED-COUNT
              " items " WS-EXCEPTION-COUNT
              DELIMITED BY SIZE
              INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           END-STRING
           CALL "TODOAUDW" USING AUDIT-RECORD-BUFFER
           EXIT.

       END PROGRAM TODOBAL.
