       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOWDIG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDWATCH ASSIGN TO 'tdwatch.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WATCH-STATUS.
         SELECT TDEVENTS ASSIGN TO 'tdevents.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EVENTS-STATUS.
         SELECT TDCHANGE ASSIGN TO 'tdchange.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHANGE-STATUS.
         SELECT TDABSENCE ASSIGN TO 'tdabsence.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ABSENCE-STATUS.
         SELECT TDLIST ASSIGN TO 'todolist.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TDLIST-KEY
            ALTERNATE RECORD KEY IS USER WITH DUPLICATES
            ALTERNATE RECORD KEY IS DUE-DATE WITH DUPLICATES
            FILE STATUS IS TDLIST-STATUS.
         SELECT DIGEST-WORK ASSIGN TO 'tdwdig.tmp'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WORK-STATUS.
         SELECT DIGEST-SORT ASSIGN TO 'tdwdig.srt'.
         SELECT DIGEST-SORTED ASSIGN TO 'tdwdig.out'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SORTED-STATUS.
         SELECT TDDIGEST ASSIGN USING WS-DIGEST-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DIGEST-STATUS.
         SELECT TDSTEPCNT ASSIGN TO 'tdstepcnt.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STEPCNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDWATCH.
          01 TDWATCH-FILE PIC X(31).
          FD TDEVENTS.
          01 TDEVENTS-FILE PIC X(123).
          FD TDCHANGE.
          01 TDCHANGE-FILE.
              10 CH-ITEM-ID PIC 9(5).
              10 CH-FIELD-NAME PIC X(12).
              10 CH-OLD-VALUE PIC X(35).
              10 CH-NEW-VALUE PIC X(35).
              10 CH-USER PIC X(10).
              10 CH-TIMESTAMP PIC X(21).
          FD TDABSENCE.
          01 TDABSENCE-FILE.
              10 AB-USER PIC X(10).
              10 FILLER PIC X.
              10 AB-FROM-DATE PIC 9(8).
              10 FILLER PIC X.
              10 AB-TO-DATE PIC 9(8).
              10 FILLER PIC X.
              10 AB-COVER-USER PIC X(10).
          FD TDLIST.
          01 TDLIST-FILE.
              COPY TDRECORD.
          FD DIGEST-WORK.
          01 DIGEST-WORK-RECORD PIC X(94).
          SD DIGEST-SORT.
          01 DIGEST-SORT-RECORD.
              10 DS-USER PIC X(10).
              10 DS-TIMESTAMP PIC X(21).
              10 FILLER PIC X(63).
          FD DIGEST-SORTED.
          01 DIGEST-SORTED-RECORD PIC X(94).
          FD TDDIGEST.
          01 TDDIGEST-LINE PIC X(120).
          FD TDSTEPCNT.
          01 TDSTEPCNT-FILE PIC X(60).
       WORKING-STORAGE SECTION.
       01 WATCH-STATUS PIC XX.
       01 EVENTS-STATUS PIC XX.
       01 CHANGE-STATUS PIC XX.
       01 ABSENCE-STATUS PIC XX.
       01 TDLIST-STATUS PIC XX.
       01 WORK-STATUS PIC XX.
       01 SORTED-STATUS PIC XX.
       01 DIGEST-STATUS PIC XX.
       01 STEPCNT-STATUS PIC XX.
       01 WS-RUN-PARM PIC X(32).
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-DIGEST-DATE PIC 9(8).
       01 WS-EOF PIC A(1).
       COPY TODOEVENT.
       COPY TODOWTCH.
       01 WS-CHANGE-BUFFER.
           10 CH-ITEM-ID PIC 9(5).
           10 CH-FIELD-NAME PIC X(12).
           10 CH-OLD-VALUE PIC X(35).
           10 CH-NEW-VALUE PIC X(35).
           10 CH-USER PIC X(10).
           10 CH-TIMESTAMP PIC X(21).
       01 NUMBER-OF-WATCHES PIC 9(5) VALUE 0.
       01 WATCH-TABLE.
           05 WATCH-ENTRY OCCURS 9999.
               10 WT-LIST-ID PIC X(8).
               10 WT-ITEM-ID PIC 9(5).
               10 WT-USER PIC X(10).
               10 WT-SINCE PIC 9(8).
       01 WATCH-COUNTER PIC 9(5).
      *    ONE WORK LINE PER WATCHER AND CHANGE; SORTED BY WATCHER
      *    AND TIME OF THE CHANGE BEFORE THE DIGESTS ARE WRITTEN
       01 WS-DIGEST-WORK.
           10 DW-USER PIC X(10).
           10 DW-TIMESTAMP PIC X(21).
           10 DW-LIST-ID PIC X(8).
           10 DW-ITEM-ID PIC 9(5).
           10 DW-WHAT PIC X(10).
           10 DW-DETAIL PIC X(40).
       01 WS-CHANGE-USER PIC X(10).
       01 WS-CHANGE-ITEM-ID PIC 9(5).
       01 WS-CHANGE-TIMESTAMP PIC X(21).
       01 WS-CHANGE-WHAT PIC X(10).
       01 WS-CHANGE-DETAIL PIC X(40).
       01 WS-CHANGE-COUNT PIC 9(5) VALUE 0.
       01 WS-DIGEST-FILE-NAME PIC X(48).
       01 WS-CURRENT-DIGEST-USER PIC X(10) VALUE SPACES.
       01 WS-DIGEST-OPEN PIC X VALUE 'N'.
           88 DIGEST-OPEN VALUE 'Y'.
       01 WS-DIGEST-SUPPRESSED PIC X VALUE 'N'.
           88 DIGEST-SUPPRESSED VALUE 'Y'.
       01 WS-DIGEST-LINE PIC X(120).
       01 WS-ITEM-DESCRIPTION PIC X(40).
       01 WS-DIGEST-COUNT PIC 9(5) VALUE 0.
       01 WS-LINE-COUNT PIC 9(5) VALUE 0.
       01 WS-SUPPRESSED-COUNT PIC 9(3) VALUE 0.
       01 WS-REDIRECTED-COUNT PIC 9(3) VALUE 0.
       01 WS-STEP-COUNTS PIC X(60).
       01 WS-ABS-EOF PIC A(1).
       01 NUMBER-OF-ABSENCES PIC 9(3) VALUE 0.
       01 ABSENCE-TABLE.
           05 ABSENCE-ENTRY OCCURS 200.
               10 ABS-USER PIC X(10).
               10 ABS-FROM PIC 9(8).
               10 ABS-TO PIC 9(8).
               10 ABS-COVER PIC X(10).
       01 WS-ABSENCE-BUFFER.
           10 WS-AB-USER PIC X(10).
           10 FILLER PIC X.
           10 WS-AB-FROM PIC 9(8).
           10 FILLER PIC X.
           10 WS-AB-TO PIC 9(8).
           10 FILLER PIC X.
           10 WS-AB-COVER PIC X(10).
       01 WS-ABS-CHECK-USER PIC X(10).
       01 WS-ABSENT-FLAG PIC X.
           88 USER-IS-ABSENT VALUE 'Y'.
       01 WS-ABSENT-COVER PIC X(10).
       01 WS-ABSENT-TO PIC 9(8).
       01 ABSENCE-COUNTER PIC 9(3).

       PROCEDURE DIVISION.
           DISPLAY "============================================"
           DISPLAY "TODO LIST - WATCHER DIGEST RUN"
           DISPLAY "============================================"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
      *    AN EXPLICIT DATE RE-RUNS THE DIGEST FOR A PAST DAY; THE
      *    NIGHTLY RUN REPORTS THE CURRENT DAY
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-RUN-PARM) TO WS-RUN-PARM
           IF WS-RUN-PARM(1:8) IS NUMERIC
              AND WS-RUN-PARM(9:1) = SPACE
              MOVE WS-RUN-PARM(1:8) TO WS-DIGEST-DATE
           ELSE
              MOVE WS-TODAY-DATE TO WS-DIGEST-DATE
           END-IF
           DISPLAY "DIGEST DATE:            " WS-DIGEST-DATE

           PERFORM LOAD-WATCH-TABLE
           PERFORM LOAD-ABSENCE-CALENDAR
           IF NUMBER-OF-WATCHES > 0
              OPEN OUTPUT DIGEST-WORK
              PERFORM COLLECT-WATCHED-EVENTS
              PERFORM COLLECT-WATCHED-CHANGES
              CLOSE DIGEST-WORK
              IF WS-CHANGE-COUNT > 0
                 SORT DIGEST-SORT
                    ON ASCENDING KEY DS-USER
                    ON ASCENDING KEY DS-TIMESTAMP
                    USING DIGEST-WORK
                    GIVING DIGEST-SORTED
                 PERFORM WRITE-WATCHER-DIGESTS
              END-IF
           END-IF

           DISPLAY "WATCH LINKS:            " NUMBER-OF-WATCHES
           DISPLAY "CHANGES TO WATCHED:     " WS-CHANGE-COUNT
           DISPLAY "DIGEST FILES WRITTEN:   " WS-DIGEST-COUNT
           DISPLAY "DIGEST LINES:           " WS-LINE-COUNT
           DISPLAY "DIGESTS REDIRECTED:     " WS-REDIRECTED-COUNT
           DISPLAY "DIGESTS SUPPRESSED:     " WS-SUPPRESSED-COUNT
           DISPLAY "============================================"
           PERFORM WRITE-RUN-COUNTS
           GOBACK.

       LOAD-WATCH-TABLE SECTION.
           MOVE 0 TO NUMBER-OF-WATCHES
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDWATCH
           IF WATCH-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                    READ TDWATCH INTO WATCH-RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM STORE-WATCH-ENTRY
                    END-READ
              END-PERFORM
              CLOSE TDWATCH
           END-IF
           EXIT.

       STORE-WATCH-ENTRY SECTION.
           IF WA-USER NOT = SPACES
              AND WA-ITEM-ID NUMERIC
              AND NUMBER-OF-WATCHES < 9999
              ADD 1 TO NUMBER-OF-WATCHES
              MOVE WATCH-RECORD TO WATCH-ENTRY(NUMBER-OF-WATCHES)
           END-IF
           EXIT.

      *    ONLY THE EVENT TYPES A WATCHER CARES ABOUT: STATUS CHANGES,
      *    COMPLETION, REASSIGNMENT, ESCALATION AND THE ITEM MOVING,
      *    GOING TO OR COMING BACK FROM THE ARCHIVE
       COLLECT-WATCHED-EVENTS SECTION.
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDEVENTS
           IF EVENTS-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDEVENTS INTO EVENT-RECORD
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM CHECK-WATCHED-EVENT
                 END-READ
           END-PERFORM
           CLOSE TDEVENTS
           EXIT.

       CHECK-WATCHED-EVENT SECTION.
           IF EV-TIMESTAMP(1:8) NOT = WS-DIGEST-DATE
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-CHANGE-WHAT
           EVALUATE EV-TYPE
           WHEN "complete"
              MOVE "COMPLETED" TO WS-CHANGE-WHAT
           WHEN "deleteitem"
              MOVE "DELETED" TO WS-CHANGE-WHAT
           WHEN "reassign"
              MOVE "REASSIGNED" TO WS-CHANGE-WHAT
           WHEN "escalate"
              MOVE "ESCALATED" TO WS-CHANGE-WHAT
           WHEN "escalate2"
              MOVE "SENT UP" TO WS-CHANGE-WHAT
           WHEN "accept"
              MOVE "ACCEPTED" TO WS-CHANGE-WHAT
           WHEN "decline"
              MOVE "DECLINED" TO WS-CHANGE-WHAT
           WHEN "snooze"
              MOVE "SNOOZED" TO WS-CHANGE-WHAT
           WHEN "wake"
              MOVE "WOKEN UP" TO WS-CHANGE-WHAT
           WHEN "moveitem"
              MOVE "MOVED" TO WS-CHANGE-WHAT
           WHEN "merge"
              MOVE "MERGED" TO WS-CHANGE-WHAT
           WHEN "startwork"
              MOVE "STARTED" TO WS-CHANGE-WHAT
           WHEN "reject"
              MOVE "REOPENED" TO WS-CHANGE-WHAT
           WHEN "undelete"
              MOVE "RESTORED" TO WS-CHANGE-WHAT
           WHEN OTHER
              EXIT SECTION
           END-EVALUATE
           MOVE EV-ITEM-ID TO WS-CHANGE-ITEM-ID
           MOVE EV-USER TO WS-CHANGE-USER
           MOVE EV-TIMESTAMP TO WS-CHANGE-TIMESTAMP
           MOVE EV-PAYLOAD TO WS-CHANGE-DETAIL
           PERFORM WRITE-CHANGE-FOR-WATCHERS
           EXIT.

      *    tdchange CARRIES THE DUE-DATE CHANGES, AND THE STATUS AND
      *    OWNER CORRECTIONS MADE FROM THE CONSOLE
       COLLECT-WATCHED-CHANGES SECTION.
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDCHANGE
           IF CHANGE-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDCHANGE INTO WS-CHANGE-BUFFER
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM CHECK-WATCHED-CHANGE
                 END-READ
           END-PERFORM
           CLOSE TDCHANGE
           EXIT.

       CHECK-WATCHED-CHANGE SECTION.
           IF CH-TIMESTAMP IN WS-CHANGE-BUFFER(1:8)
                 NOT = WS-DIGEST-DATE
              EXIT SECTION
           END-IF
           EVALUATE CH-FIELD-NAME IN WS-CHANGE-BUFFER
           WHEN "DUE-DATE"
              MOVE "DUE DATE" TO WS-CHANGE-WHAT
           WHEN "STATUS"
              MOVE "STATUS" TO WS-CHANGE-WHAT
           WHEN "USER"
              MOVE "REASSIGNED" TO WS-CHANGE-WHAT
           WHEN OTHER
              EXIT SECTION
           END-EVALUATE
           MOVE CH-ITEM-ID IN WS-CHANGE-BUFFER TO WS-CHANGE-ITEM-ID
           MOVE CH-USER IN WS-CHANGE-BUFFER TO WS-CHANGE-USER
           MOVE CH-TIMESTAMP IN WS-CHANGE-BUFFER
                TO WS-CHANGE-TIMESTAMP
           MOVE SPACES TO WS-CHANGE-DETAIL
           STRING FUNCTION TRIM(CH-OLD-VALUE IN WS-CHANGE-BUFFER)
              ">"
              FUNCTION TRIM(CH-NEW-VALUE IN WS-CHANGE-BUFFER)
              DELIMITED BY SIZE INTO WS-CHANGE-DETAIL
           END-STRING
           PERFORM WRITE-CHANGE-FOR-WATCHERS
           EXIT.

      *    ITEM-IDS ARE UNIQUE ACROSS LISTS, SO THE ITEM-ID ALONE
      *    FINDS THE WATCHERS. A WATCHER IS NOT TOLD ABOUT CHANGES
      *    THEY MADE THEMSELVES
       WRITE-CHANGE-FOR-WATCHERS SECTION.
           PERFORM VARYING WATCH-COUNTER FROM 1 BY 1
              UNTIL WATCH-COUNTER > NUMBER-OF-WATCHES
                 IF WT-ITEM-ID(WATCH-COUNTER) = WS-CHANGE-ITEM-ID
                    AND WT-USER(WATCH-COUNTER) NOT = WS-CHANGE-USER
                    MOVE WT-USER(WATCH-COUNTER) TO DW-USER
                    MOVE WS-CHANGE-TIMESTAMP TO DW-TIMESTAMP
                    MOVE WT-LIST-ID(WATCH-COUNTER) TO DW-LIST-ID
                    MOVE WS-CHANGE-ITEM-ID TO DW-ITEM-ID
                    MOVE WS-CHANGE-WHAT TO DW-WHAT
                    MOVE WS-CHANGE-DETAIL TO DW-DETAIL
                    WRITE DIGEST-WORK-RECORD FROM WS-DIGEST-WORK
                    ADD 1 TO WS-CHANGE-COUNT
                 END-IF
           END-PERFORM
           EXIT.

       WRITE-WATCHER-DIGESTS SECTION.
           MOVE SPACE TO WS-EOF
           MOVE SPACES TO WS-CURRENT-DIGEST-USER
           MOVE 'N' TO WS-DIGEST-OPEN
           OPEN INPUT TDLIST
           OPEN INPUT DIGEST-SORTED
           PERFORM UNTIL WS-EOF = 'Y'
                 READ DIGEST-SORTED INTO WS-DIGEST-WORK
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM WRITE-DIGEST-LINE
                 END-READ
           END-PERFORM
           CLOSE DIGEST-SORTED
           IF TDLIST-STATUS = "00"
              CLOSE TDLIST
           END-IF
           IF DIGEST-OPEN
              CLOSE TDDIGEST
              MOVE 'N' TO WS-DIGEST-OPEN
           END-IF
           EXIT.

       WRITE-DIGEST-LINE SECTION.
           IF DW-USER NOT = WS-CURRENT-DIGEST-USER
              PERFORM OPEN-DIGEST-FOR-USER
           END-IF
           IF DIGEST-SUPPRESSED
              EXIT SECTION
           END-IF
           PERFORM FIND-ITEM-DESCRIPTION
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-DIGEST-LINE
           STRING DW-TIMESTAMP(9:2) ":" DW-TIMESTAMP(11:2)
              " #" DW-ITEM-ID
              " " DW-LIST-ID
              " " DW-WHAT
              " " DW-DETAIL
              " " WS-ITEM-DESCRIPTION
              DELIMITED BY SIZE INTO WS-DIGEST-LINE
           END-STRING
           WRITE TDDIGEST-LINE FROM WS-DIGEST-LINE
           EXIT.

      *    ITEMS THAT HAVE SINCE GONE TO THE ARCHIVE ARE LISTED
      *    WITHOUT A DESCRIPTION
       FIND-ITEM-DESCRIPTION SECTION.
           MOVE SPACES TO WS-ITEM-DESCRIPTION
           IF TDLIST-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE DW-LIST-ID TO LIST-ID IN TDLIST-FILE
           MOVE DW-ITEM-ID TO ITEM-ID IN TDLIST-FILE
           READ TDLIST
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE DESCRIPTION IN TDLIST-FILE
                      TO WS-ITEM-DESCRIPTION
           END-READ
           EXIT.

      *    THE SAME ABSENCE RULES AS THE REMINDER FEEDS: AN ABSENT
      *    WATCHER'S DIGEST GOES TO THEIR COVER, OR IS HELD BACK
      *    WHEN NOBODY COVERS
       OPEN-DIGEST-FOR-USER SECTION.
           IF DIGEST-OPEN
              CLOSE TDDIGEST
              MOVE 'N' TO WS-DIGEST-OPEN
           END-IF
           MOVE DW-USER TO WS-CURRENT-DIGEST-USER
           MOVE 'N' TO WS-DIGEST-SUPPRESSED
           MOVE WS-CURRENT-DIGEST-USER TO WS-ABS-CHECK-USER
           PERFORM CHECK-USER-ABSENT
           IF USER-IS-ABSENT AND WS-ABSENT-COVER = SPACES
              MOVE 'Y' TO WS-DIGEST-SUPPRESSED
              ADD 1 TO WS-SUPPRESSED-COUNT
              DISPLAY "DIGEST FOR " WS-CURRENT-DIGEST-USER
              " SUPPRESSED - ABSENT UNTIL " WS-ABSENT-TO
              " WITH NO COVER"
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-DIGEST-FILE-NAME
           IF USER-IS-ABSENT
              ADD 1 TO WS-REDIRECTED-COUNT
              STRING "watch."
                 FUNCTION TRIM(WS-ABSENT-COVER)
                 ".for."
                 FUNCTION TRIM(WS-CURRENT-DIGEST-USER)
                 ".txt"
                 DELIMITED BY SIZE INTO WS-DIGEST-FILE-NAME
              END-STRING
           ELSE
              STRING "watch."
                 FUNCTION TRIM(WS-CURRENT-DIGEST-USER)
                 ".txt"
                 DELIMITED BY SIZE INTO WS-DIGEST-FILE-NAME
              END-STRING
           END-IF
           OPEN OUTPUT TDDIGEST
           MOVE 'Y' TO WS-DIGEST-OPEN
           ADD 1 TO WS-DIGEST-COUNT
           MOVE SPACES TO WS-DIGEST-LINE
           IF USER-IS-ABSENT
              STRING "TO: " WS-ABSENT-COVER
                 " - COVERING FOR " WS-CURRENT-DIGEST-USER
                 " (ABSENT UNTIL " WS-ABSENT-TO ")"
                 DELIMITED BY SIZE INTO WS-DIGEST-LINE
              END-STRING
           ELSE
              STRING "TO: " WS-CURRENT-DIGEST-USER
                 " - CHANGES TO WATCHED ITEMS ON " WS-DIGEST-DATE
                 DELIMITED BY SIZE INTO WS-DIGEST-LINE
              END-STRING
           END-IF
           WRITE TDDIGEST-LINE FROM WS-DIGEST-LINE
           EXIT.

       WRITE-RUN-COUNTS SECTION.
           MOVE SPACES TO WS-STEP-COUNTS
           STRING "WATCHERS " WS-DIGEST-COUNT
              " LINES " WS-LINE-COUNT
              DELIMITED BY SIZE INTO WS-STEP-COUNTS
           END-STRING
           OPEN OUTPUT TDSTEPCNT
           WRITE TDSTEPCNT-FILE FROM WS-STEP-COUNTS
           CLOSE TDSTEPCNT
           EXIT.

       LOAD-ABSENCE-CALENDAR SECTION.
           MOVE 0 TO NUMBER-OF-ABSENCES
           MOVE SPACE TO WS-ABS-EOF
           OPEN INPUT TDABSENCE
           IF ABSENCE-STATUS = "00"
              PERFORM UNTIL WS-ABS-EOF = 'Y'
                    READ TDABSENCE INTO WS-ABSENCE-BUFFER
                    AT END MOVE 'Y' TO WS-ABS-EOF
                    NOT AT END PERFORM STORE-ABSENCE-ENTRY
                    END-READ
              END-PERFORM
              CLOSE TDABSENCE
           END-IF
           EXIT.

       STORE-ABSENCE-ENTRY SECTION.
           IF WS-AB-USER NOT = SPACES
              AND WS-AB-FROM NUMERIC
              AND WS-AB-TO NUMERIC
              AND NUMBER-OF-ABSENCES < 200
              ADD 1 TO NUMBER-OF-ABSENCES
              MOVE WS-AB-USER TO ABS-USER(NUMBER-OF-ABSENCES)
              MOVE WS-AB-FROM TO ABS-FROM(NUMBER-OF-ABSENCES)
              MOVE WS-AB-TO TO ABS-TO(NUMBER-OF-ABSENCES)
              MOVE WS-AB-COVER TO ABS-COVER(NUMBER-OF-ABSENCES)
           END-IF
           EXIT.

       CHECK-USER-ABSENT SECTION.
           MOVE 'N' TO WS-ABSENT-FLAG
           MOVE SPACES TO WS-ABSENT-COVER
           MOVE 0 TO WS-ABSENT-TO
           PERFORM VARYING ABSENCE-COUNTER FROM 1 BY 1
              UNTIL ABSENCE-COUNTER > NUMBER-OF-ABSENCES
                 IF ABS-USER(ABSENCE-COUNTER) = WS-ABS-CHECK-USER
                    AND WS-DIGEST-DATE >= ABS-FROM(ABSENCE-COUNTER)
                    AND WS-DIGEST-DATE <= ABS-TO(ABSENCE-COUNTER)
                    MOVE 'Y' TO WS-ABSENT-FLAG
                    MOVE ABS-COVER(ABSENCE-COUNTER)
                         TO WS-ABSENT-COVER
                    MOVE ABS-TO(ABSENCE-COUNTER) TO WS-ABSENT-TO
                 END-IF
           END-PERFORM
           EXIT.

       END PROGRAM TODOWDIG.
