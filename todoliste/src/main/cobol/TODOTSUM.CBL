       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOTSUM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDLIST ASSIGN TO 'todolist.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TDLIST-KEY
            ALTERNATE RECORD KEY IS USER WITH DUPLICATES
            ALTERNATE RECORD KEY IS DUE-DATE WITH DUPLICATES
            FILE STATUS IS TDLIST-STATUS.
         SELECT TDUSER ASSIGN TO 'tduser.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS UM-USER-NAME
            FILE STATUS IS USER-STATUS.
         SELECT TDESCAL ASSIGN TO 'tdescal.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ESCAL-STATUS.
         SELECT TDABSENCE ASSIGN TO 'tdabsence.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ABSENCE-STATUS.
         SELECT TDSUMMARY ASSIGN USING WS-SUMMARY-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SUMMARY-STATUS.
         SELECT TDSTEPCNT ASSIGN TO 'tdstepcnt.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STEPCNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
              COPY TDRECORD.
          FD TDUSER.
          COPY TODOUSER.
          FD TDESCAL.
          01 TDESCAL-FILE PIC X(45).
          FD TDABSENCE.
          01 TDABSENCE-FILE.
              10 AB-USER PIC X(10).
              10 FILLER PIC X.
              10 AB-FROM-DATE PIC 9(8).
              10 FILLER PIC X.
              10 AB-TO-DATE PIC 9(8).
              10 FILLER PIC X.
              10 AB-COVER-USER PIC X(10).
          FD TDSUMMARY.
          01 TDSUMMARY-LINE PIC X(120).
          FD TDSTEPCNT.
          01 TDSTEPCNT-FILE PIC X(60).
       WORKING-STORAGE SECTION.
       01 TDLIST-STATUS PIC XX.
       01 USER-STATUS PIC XX.
       01 ESCAL-STATUS PIC XX.
       01 ABSENCE-STATUS PIC XX.
       01 SUMMARY-STATUS PIC XX.
       01 STEPCNT-STATUS PIC XX.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-NOW-TIME PIC 9(4).
       01 WS-DUE-TIME-NUM PIC 9(4).
       01 WS-EOF PIC A(1).
       COPY TODOESCR.
       COPY TODOORGDATA.
       01 ORG-COUNTER PIC 9(3).
      *    THE OPEN ITEMS OF THE LIVE LIST, WITH THE FLAGS THE
      *    SUMMARY COUNTS. AN ITEM IS BLOCKED WHILE THE ITEM IT WAITS
      *    ON IS ITSELF STILL OPEN ON THE LIST
       01 NUMBER-OF-ITEMS PIC 9(5) VALUE 0.
       01 ITEM-TABLE.
           05 ITEM-ENTRY OCCURS 9999.
               10 IT-LIST-ID PIC X(8).
               10 IT-ITEM-ID PIC 9(5).
               10 IT-USER PIC X(10).
               10 IT-DUE-DATE PIC 9(8).
               10 IT-DESCRIPTION PIC X(35).
               10 IT-BLOCKED-BY-ID PIC 9(5).
               10 IT-OVERDUE PIC X.
                   88 IT-IS-OVERDUE VALUE 'Y'.
               10 IT-BLOCKED PIC X.
                   88 IT-IS-BLOCKED VALUE 'Y'.
               10 IT-PENDING PIC X.
                   88 IT-IS-PENDING VALUE 'Y'.
       01 ITEM-COUNTER PIC 9(5).
       01 BLOCKER-COUNTER PIC 9(5).
       01 WS-ITEMS-TRUNCATED PIC X VALUE 'N'.
           88 ITEMS-TRUNCATED VALUE 'Y'.
      *    EVERY ACTIVE USER SOMEBODY ON THE ROSTER REPORTS TO
       01 NUMBER-OF-SUPERVISORS PIC 9(3) VALUE 0.
       01 SUPERVISOR-TABLE.
           05 SUPERVISOR-ENTRY OCCURS 999.
               10 SV-USER PIC X(10).
       01 SUPERVISOR-COUNTER PIC 9(3).
       01 WS-SUPERVISOR-FOUND PIC X.
           88 SUPERVISOR-FOUND VALUE 'Y'.
       01 NUMBER-OF-ROSTER-ROWS PIC 9(3) VALUE 0.
       01 ROSTER-TABLE.
           05 ROSTER-ENTRY OCCURS 999.
               10 RST-USER PIC X(10).
               10 RST-SUPERVISOR PIC X(10).
               10 RST-ACTIVE-FLAG PIC X.
       01 ROSTER-COUNTER PIC 9(3).
       01 WS-MEMBER-OPEN PIC 9(5).
       01 WS-MEMBER-OVERDUE PIC 9(5).
       01 WS-MEMBER-BLOCKED PIC 9(5).
       01 WS-MEMBER-PENDING PIC 9(5).
       01 WS-TEAM-OPEN PIC 9(5).
       01 WS-TEAM-OVERDUE PIC 9(5).
       01 WS-TEAM-BLOCKED PIC 9(5).
       01 WS-TEAM-PENDING PIC 9(5).
       01 WS-ITEM-FLAGS PIC X(30).
       01 WS-SUMMARY-FILE-NAME PIC X(48).
       01 WS-CURRENT-SUPERVISOR PIC X(10).
       01 WS-SUMMARY-LINE PIC X(120).
       01 WS-SUMMARY-COUNT PIC 9(5) VALUE 0.
       01 WS-MEMBER-COUNT PIC 9(5) VALUE 0.
       01 WS-ESCALATION-COUNT PIC 9(5) VALUE 0.
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

      *    NIGHTLY TEAM SUMMARY: ONE FILE team.<user>.txt PER
      *    SUPERVISOR, WITH THE OPEN, OVERDUE, BLOCKED AND APPROVAL-
      *    PENDING COUNTS OF EVERY DIRECT AND INDIRECT REPORT, THE
      *    OVERDUE AND BLOCKED ITEMS THEMSELVES, AND THE ITEMS TODOESC
      *    SENT UP TO THE SUPERVISOR TODAY. READS ONLY, SO NO LIST
      *    LOCK IS TAKEN
       PROCEDURE DIVISION.
           DISPLAY "============================================"
           DISPLAY "TODO LIST - TEAM SUMMARY RUN"
           DISPLAY "============================================"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           MOVE WS-CURRENT-DATE-TIME(9:4) TO WS-NOW-TIME

           PERFORM LOAD-OPEN-ITEMS
           PERFORM MARK-BLOCKED-ITEMS
           PERFORM LOAD-SUPERVISORS
           PERFORM LOAD-ABSENCE-CALENDAR
           PERFORM VARYING SUPERVISOR-COUNTER FROM 1 BY 1
              UNTIL SUPERVISOR-COUNTER > NUMBER-OF-SUPERVISORS
                 PERFORM WRITE-TEAM-SUMMARY
           END-PERFORM

           DISPLAY "OPEN ITEMS LOADED:      " NUMBER-OF-ITEMS
           IF ITEMS-TRUNCATED
              DISPLAY "ITEM TABLE FULL - LATER ITEMS NOT COUNTED"
           END-IF
           DISPLAY "SUPERVISORS:            " NUMBER-OF-SUPERVISORS
           DISPLAY "SUMMARY FILES WRITTEN:  " WS-SUMMARY-COUNT
           DISPLAY "TEAM MEMBERS LISTED:    " WS-MEMBER-COUNT
           DISPLAY "ESCALATIONS LISTED:     " WS-ESCALATION-COUNT
           DISPLAY "SUMMARIES REDIRECTED:   " WS-REDIRECTED-COUNT
           DISPLAY "SUMMARIES SUPPRESSED:   " WS-SUPPRESSED-COUNT
           DISPLAY "============================================"
           PERFORM WRITE-RUN-COUNTS
           GOBACK.

       LOAD-OPEN-ITEMS SECTION.
           MOVE 0 TO NUMBER-OF-ITEMS
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDLIST
           IF TDLIST-STATUS NOT = "00"
              DISPLAY "NO LIVE LIST FOUND"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDLIST NEXT
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM STORE-OPEN-ITEM
                 END-READ
           END-PERFORM
           CLOSE TDLIST
           EXIT.

       STORE-OPEN-ITEM SECTION.
           IF STATUS-DONE OR STATUS-CANCELLED
              EXIT SECTION
           END-IF
           IF NUMBER-OF-ITEMS >= 9999
              MOVE 'Y' TO WS-ITEMS-TRUNCATED
              EXIT SECTION
           END-IF
           ADD 1 TO NUMBER-OF-ITEMS
           MOVE LIST-ID IN TDLIST-FILE TO IT-LIST-ID(NUMBER-OF-ITEMS)
           MOVE ITEM-ID IN TDLIST-FILE TO IT-ITEM-ID(NUMBER-OF-ITEMS)
           MOVE USER IN TDLIST-FILE TO IT-USER(NUMBER-OF-ITEMS)
           MOVE DESCRIPTION IN TDLIST-FILE
                TO IT-DESCRIPTION(NUMBER-OF-ITEMS)
           MOVE 0 TO IT-DUE-DATE(NUMBER-OF-ITEMS)
           IF DUE-DATE IN TDLIST-FILE NUMERIC
              MOVE DUE-DATE IN TDLIST-FILE
                   TO IT-DUE-DATE(NUMBER-OF-ITEMS)
           END-IF
           MOVE 0 TO IT-BLOCKED-BY-ID(NUMBER-OF-ITEMS)
           IF BLOCKED-BY-ID IN TDLIST-FILE NUMERIC
              MOVE BLOCKED-BY-ID IN TDLIST-FILE
                   TO IT-BLOCKED-BY-ID(NUMBER-OF-ITEMS)
           END-IF
           MOVE 'N' TO IT-OVERDUE(NUMBER-OF-ITEMS)
           MOVE 'N' TO IT-BLOCKED(NUMBER-OF-ITEMS)
           MOVE 'N' TO IT-PENDING(NUMBER-OF-ITEMS)
           IF APPROVAL-PENDING
              MOVE 'Y' TO IT-PENDING(NUMBER-OF-ITEMS)
           END-IF
      *    THE SAME OVERDUE RULE AS THE OVERDUE REPORT: PAST THE DUE
      *    DATE, OR DUE TODAY WITH A DUE TIME ALREADY GONE
           IF IT-DUE-DATE(NUMBER-OF-ITEMS) > 0
              COMPUTE WS-DUE-TIME-NUM =
                   DUE-HOURS IN TDLIST-FILE * 100
                   + DUE-MINUTE IN TDLIST-FILE
              IF IT-DUE-DATE(NUMBER-OF-ITEMS) < WS-TODAY-DATE
                 OR (IT-DUE-DATE(NUMBER-OF-ITEMS) = WS-TODAY-DATE
                     AND WS-DUE-TIME-NUM > 0
                     AND WS-DUE-TIME-NUM < WS-NOW-TIME)
                 MOVE 'Y' TO IT-OVERDUE(NUMBER-OF-ITEMS)
              END-IF
           END-IF
           EXIT.

      *    ITEM-IDS ARE UNIQUE ACROSS LISTS, SO THE BLOCKER IS STILL
      *    OPEN WHEN ITS ID IS AMONG THE OPEN ITEMS JUST LOADED
       MARK-BLOCKED-ITEMS SECTION.
           PERFORM VARYING ITEM-COUNTER FROM 1 BY 1
              UNTIL ITEM-COUNTER > NUMBER-OF-ITEMS
                 IF IT-BLOCKED-BY-ID(ITEM-COUNTER) > 0
                    PERFORM VARYING BLOCKER-COUNTER FROM 1 BY 1
                       UNTIL BLOCKER-COUNTER > NUMBER-OF-ITEMS
                          OR IT-IS-BLOCKED(ITEM-COUNTER)
                          IF IT-ITEM-ID(BLOCKER-COUNTER)
                                = IT-BLOCKED-BY-ID(ITEM-COUNTER)
                             MOVE 'Y' TO IT-BLOCKED(ITEM-COUNTER)
                          END-IF
                    END-PERFORM
                 END-IF
           END-PERFORM
           EXIT.

       LOAD-SUPERVISORS SECTION.
           MOVE 0 TO NUMBER-OF-ROSTER-ROWS
           MOVE 0 TO NUMBER-OF-SUPERVISORS
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDUSER
           IF USER-STATUS NOT = "00"
              DISPLAY "NO USER ROSTER FOUND"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDUSER NEXT
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF NUMBER-OF-ROSTER-ROWS < 999
                       ADD 1 TO NUMBER-OF-ROSTER-ROWS
                       MOVE UM-USER-NAME
                            TO RST-USER(NUMBER-OF-ROSTER-ROWS)
                       MOVE UM-SUPERVISOR
                            TO RST-SUPERVISOR(NUMBER-OF-ROSTER-ROWS)
                       MOVE UM-ACTIVE-FLAG
                            TO RST-ACTIVE-FLAG(NUMBER-OF-ROSTER-ROWS)
                    END-IF
                 END-READ
           END-PERFORM
           CLOSE TDUSER
      *    THE ROSTER IS IN USER ORDER, SO THE SUPERVISORS ARE TOO
           PERFORM VARYING ROSTER-COUNTER FROM 1 BY 1
              UNTIL ROSTER-COUNTER > NUMBER-OF-ROSTER-ROWS
                 IF RST-ACTIVE-FLAG(ROSTER-COUNTER) NOT = "I"
                    PERFORM CHECK-IS-SUPERVISOR
                    IF SUPERVISOR-FOUND
                       ADD 1 TO NUMBER-OF-SUPERVISORS
                       MOVE RST-USER(ROSTER-COUNTER)
                            TO SV-USER(NUMBER-OF-SUPERVISORS)
                    END-IF
                 END-IF
           END-PERFORM
           EXIT.

       CHECK-IS-SUPERVISOR SECTION.
           MOVE 'N' TO WS-SUPERVISOR-FOUND
           PERFORM VARYING SUPERVISOR-COUNTER FROM 1 BY 1
              UNTIL SUPERVISOR-COUNTER > NUMBER-OF-ROSTER-ROWS
                 OR SUPERVISOR-FOUND
                 IF RST-SUPERVISOR(SUPERVISOR-COUNTER)
                       = RST-USER(ROSTER-COUNTER)
                    AND SUPERVISOR-COUNTER NOT = ROSTER-COUNTER
                    MOVE 'Y' TO WS-SUPERVISOR-FOUND
                 END-IF
           END-PERFORM
           EXIT.

       WRITE-TEAM-SUMMARY SECTION.
           MOVE SV-USER(SUPERVISOR-COUNTER) TO WS-CURRENT-SUPERVISOR
           MOVE WS-CURRENT-SUPERVISOR TO ORG-SUPERVISOR
           CALL "TODOORG" USING ORG-PARAMETERS
           IF ORG-MEMBER-COUNT = 0
              EXIT SECTION
           END-IF
           PERFORM OPEN-SUMMARY-FOR-SUPERVISOR
           IF SUMMARY-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE 0 TO WS-TEAM-OPEN
           MOVE 0 TO WS-TEAM-OVERDUE
           MOVE 0 TO WS-TEAM-BLOCKED
           MOVE 0 TO WS-TEAM-PENDING
           PERFORM VARYING ORG-COUNTER FROM 1 BY 1
              UNTIL ORG-COUNTER > ORG-MEMBER-COUNT
                 PERFORM WRITE-MEMBER-LINES
           END-PERFORM
           MOVE SPACES TO WS-SUMMARY-LINE
           WRITE TDSUMMARY-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "TEAM TOTAL: " WS-TEAM-OPEN " OPEN, "
              WS-TEAM-OVERDUE " OVERDUE, " WS-TEAM-BLOCKED
              " BLOCKED, " WS-TEAM-PENDING " AWAITING APPROVAL"
              DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING
           WRITE TDSUMMARY-LINE FROM WS-SUMMARY-LINE
           IF ORG-TEAM-TRUNCATED
              MOVE "TEAM TOO LARGE - NOT EVERY REPORT IS LISTED"
                   TO WS-SUMMARY-LINE
              WRITE TDSUMMARY-LINE FROM WS-SUMMARY-LINE
           END-IF
           PERFORM WRITE-TODAYS-ESCALATIONS
           CLOSE TDSUMMARY
           EXIT.

       WRITE-MEMBER-LINES SECTION.
           ADD 1 TO WS-MEMBER-COUNT
           MOVE 0 TO WS-MEMBER-OPEN
           MOVE 0 TO WS-MEMBER-OVERDUE
           MOVE 0 TO WS-MEMBER-BLOCKED
           MOVE 0 TO WS-MEMBER-PENDING
           PERFORM VARYING ITEM-COUNTER FROM 1 BY 1
              UNTIL ITEM-COUNTER > NUMBER-OF-ITEMS
                 IF IT-USER(ITEM-COUNTER) = ORG-USER(ORG-COUNTER)
                    ADD 1 TO WS-MEMBER-OPEN
                    IF IT-IS-OVERDUE(ITEM-COUNTER)
                       ADD 1 TO WS-MEMBER-OVERDUE
                    END-IF
                    IF IT-IS-BLOCKED(ITEM-COUNTER)
                       ADD 1 TO WS-MEMBER-BLOCKED
                    END-IF
                    IF IT-IS-PENDING(ITEM-COUNTER)
                       ADD 1 TO WS-MEMBER-PENDING
                    END-IF
                 END-IF
           END-PERFORM
           ADD WS-MEMBER-OPEN TO WS-TEAM-OPEN
           ADD WS-MEMBER-OVERDUE TO WS-TEAM-OVERDUE
           ADD WS-MEMBER-BLOCKED TO WS-TEAM-BLOCKED
           ADD WS-MEMBER-PENDING TO WS-TEAM-PENDING
           MOVE SPACES TO WS-SUMMARY-LINE
           IF ORG-LEVEL(ORG-COUNTER) = 1
              STRING ORG-USER(ORG-COUNTER) " "
                 ORG-FULL-NAME(ORG-COUNTER) " DIRECT    "
                 DELIMITED BY SIZE INTO WS-SUMMARY-LINE
              END-STRING
           ELSE
              STRING ORG-USER(ORG-COUNTER) " "
                 ORG-FULL-NAME(ORG-COUNTER) " VIA "
                 ORG-REPORTS-TO(ORG-COUNTER)
                 DELIMITED BY SIZE INTO WS-SUMMARY-LINE
              END-STRING
           END-IF
           STRING " OPEN " WS-MEMBER-OPEN
              " OVERDUE " WS-MEMBER-OVERDUE
              " BLOCKED " WS-MEMBER-BLOCKED
              " APPROVAL " WS-MEMBER-PENDING
              DELIMITED BY SIZE INTO WS-SUMMARY-LINE(57:)
           END-STRING
           IF ORG-ACTIVE-FLAG(ORG-COUNTER) = "I"
              MOVE "INACTIVE" TO WS-SUMMARY-LINE(113:)
           END-IF
           WRITE TDSUMMARY-LINE FROM WS-SUMMARY-LINE
           PERFORM VARYING ITEM-COUNTER FROM 1 BY 1
              UNTIL ITEM-COUNTER > NUMBER-OF-ITEMS
                 IF IT-USER(ITEM-COUNTER) = ORG-USER(ORG-COUNTER)
                    AND (IT-IS-OVERDUE(ITEM-COUNTER)
                         OR IT-IS-BLOCKED(ITEM-COUNTER))
                    PERFORM WRITE-ITEM-LINE
                 END-IF
           END-PERFORM
           EXIT.

       WRITE-ITEM-LINE SECTION.
           MOVE SPACES TO WS-ITEM-FLAGS
           IF IT-IS-OVERDUE(ITEM-COUNTER)
              STRING "OVERDUE SINCE " IT-DUE-DATE(ITEM-COUNTER) " "
                 DELIMITED BY SIZE INTO WS-ITEM-FLAGS
              END-STRING
           END-IF
           IF IT-IS-BLOCKED(ITEM-COUNTER)
              STRING FUNCTION TRIM(WS-ITEM-FLAGS) " BLOCKED"
                 DELIMITED BY SIZE INTO WS-ITEM-FLAGS
              END-STRING
           END-IF
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "    #" IT-ITEM-ID(ITEM-COUNTER)
              " " IT-LIST-ID(ITEM-COUNTER)
              " " IT-DESCRIPTION(ITEM-COUNTER)
              " " FUNCTION TRIM(WS-ITEM-FLAGS)
              DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING
           WRITE TDSUMMARY-LINE FROM WS-SUMMARY-LINE
           EXIT.

       WRITE-TODAYS-ESCALATIONS SECTION.
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDESCAL
           IF ESCAL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDESCAL INTO ESCALATION-RECORD
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF ESC-SUPERVISOR = WS-CURRENT-SUPERVISOR
                       AND ESC-DATE = WS-TODAY-DATE
                       PERFORM WRITE-ESCALATION-LINE
                    END-IF
                 END-READ
           END-PERFORM
           CLOSE TDESCAL
           EXIT.

       WRITE-ESCALATION-LINE SECTION.
           ADD 1 TO WS-ESCALATION-COUNT
           MOVE SPACES TO WS-SUMMARY-LINE
           STRING "ESCALATED TO YOU: #" ESC-ITEM-ID
              " " ESC-LIST-ID
              " OWNER " ESC-OWNER
              " OVERDUE " ESC-OVERDUE-DAYS " BUSINESS DAY(S)"
              DELIMITED BY SIZE INTO WS-SUMMARY-LINE
           END-STRING
           WRITE TDSUMMARY-LINE FROM WS-SUMMARY-LINE
           EXIT.

      *    THE SAME ABSENCE RULES AS THE WATCHER DIGEST: AN ABSENT
      *    SUPERVISOR'S SUMMARY GOES TO THEIR COVER, OR IS HELD BACK
      *    WHEN NOBODY COVERS
       OPEN-SUMMARY-FOR-SUPERVISOR SECTION.
           MOVE "99" TO SUMMARY-STATUS
           MOVE WS-CURRENT-SUPERVISOR TO WS-ABS-CHECK-USER
           PERFORM CHECK-USER-ABSENT
           IF USER-IS-ABSENT AND WS-ABSENT-COVER = SPACES
              ADD 1 TO WS-SUPPRESSED-COUNT
              DISPLAY "SUMMARY FOR " WS-CURRENT-SUPERVISOR
              " SUPPRESSED - ABSENT UNTIL " WS-ABSENT-TO
              " WITH NO COVER"
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-SUMMARY-FILE-NAME
           IF USER-IS-ABSENT
              ADD 1 TO WS-REDIRECTED-COUNT
              STRING "team."
                 FUNCTION TRIM(WS-ABSENT-COVER)
                 ".for."
                 FUNCTION TRIM(WS-CURRENT-SUPERVISOR)
                 ".txt"
                 DELIMITED BY SIZE INTO WS-SUMMARY-FILE-NAME
              END-STRING
           ELSE
              STRING "team."
                 FUNCTION TRIM(WS-CURRENT-SUPERVISOR)
                 ".txt"
                 DELIMITED BY SIZE INTO WS-SUMMARY-FILE-NAME
              END-STRING
           END-IF
           OPEN OUTPUT TDSUMMARY
           IF SUMMARY-STATUS NOT = "00"
              DISPLAY "UNABLE TO WRITE " WS-SUMMARY-FILE-NAME
              " - STATUS " SUMMARY-STATUS
              EXIT SECTION
           END-IF
           ADD 1 TO WS-SUMMARY-COUNT
           MOVE SPACES TO WS-SUMMARY-LINE
           IF USER-IS-ABSENT
              STRING "TO: " WS-ABSENT-COVER
                 " - COVERING FOR " WS-CURRENT-SUPERVISOR
                 " (ABSENT UNTIL " WS-ABSENT-TO ")"
                 DELIMITED BY SIZE INTO WS-SUMMARY-LINE
              END-STRING
           ELSE
              STRING "TO: " WS-CURRENT-SUPERVISOR
                 " - TEAM SUMMARY FOR " WS-TODAY-DATE
                 DELIMITED BY SIZE INTO WS-SUMMARY-LINE
              END-STRING
           END-IF
           WRITE TDSUMMARY-LINE FROM WS-SUMMARY-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           WRITE TDSUMMARY-LINE FROM WS-SUMMARY-LINE
           EXIT.

       WRITE-RUN-COUNTS SECTION.
           MOVE SPACES TO WS-STEP-COUNTS
           STRING "SUPERVISORS " WS-SUMMARY-COUNT
              " MEMBERS " WS-MEMBER-COUNT
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
                    AND WS-TODAY-DATE >= ABS-FROM(ABSENCE-COUNTER)
                    AND WS-TODAY-DATE <= ABS-TO(ABSENCE-COUNTER)
                    MOVE 'Y' TO WS-ABSENT-FLAG
                    MOVE ABS-COVER(ABSENCE-COUNTER)
                         TO WS-ABSENT-COVER
                    MOVE ABS-TO(ABSENCE-COUNTER) TO WS-ABSENT-TO
                 END-IF
           END-PERFORM
           EXIT.

       END PROGRAM TODOTSUM.
