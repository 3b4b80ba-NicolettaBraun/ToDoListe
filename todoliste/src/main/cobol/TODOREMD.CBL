       01 WS-FEED-LINE PIC X(100).
       01 WS-FEED-COUNT PIC 9(5) VALUE 0.
       01 WS-ITEM-COUNT PIC 9(5) VALUE 0.
       01 WS-SNOOZED-COUNT PIC 9(5) VALUE 0.
       01 STEPCNT-STATUS PIC XX.
       01 WS-STEP-COUNTS PIC X(60).
       01 CALENDAR-STATUS PIC XX.

           DISPLAY "REMINDER FILES WRITTEN: " WS-FEED-COUNT
           DISPLAY "ITEMS LISTED:           " WS-ITEM-COUNT
           DISPLAY "ITEMS SNOOZED:          " WS-SNOOZED-COUNT
           DISPLAY "FEEDS REDIRECTED:       " WS-REDIRECTED-COUNT
           DISPLAY "FEEDS SUPPRESSED:       " WS-SUPPRESSED-COUNT
           DISPLAY "============================================"
           EXIT.

       REMIND-IF-DUE-SOON SECTION.
      *    A SNOOZED ITEM STAYS OUT OF THE FEEDS UNTIL IT WAKES UP
           IF SNOOZE-UNTIL IN WS-TDLIST NUMERIC
              AND SNOOZE-UNTIL IN WS-TDLIST > WS-TODAY-DATE
              ADD 1 TO WS-SNOOZED-COUNT
              EXIT SECTION
           END-IF
      *    WORK STILL WAITING FOR THE ASSIGNEE TO TAKE IT ON IS NOT
      *    YET THEIRS TO BE CHASED ABOUT - THEY ARE ASKED TO ACCEPT
      *    OR DECLINE IT INSTEAD, WHENEVER IT IS DUE
           IF ACCEPTANCE-PENDING IN WS-TDLIST
              PERFORM REMIND-TO-ACCEPT
              EXIT SECTION
           END-IF
           IF DUE-DATE IN WS-TDLIST NOT NUMERIC
              OR DUE-DATE IN WS-TDLIST = ZERO
              EXIT SECTION
           WRITE TDREMINDER-LINE FROM WS-FEED-LINE
           EXIT.

       REMIND-TO-ACCEPT SECTION.
           IF STATUS-DONE IN WS-TDLIST
              OR STATUS-CANCELLED IN WS-TDLIST
              EXIT SECTION
           END-IF
           IF USER IN WS-TDLIST NOT = WS-CURRENT-FEED-USER
              PERFORM OPEN-FEED-FOR-USER
           END-IF
           IF FEED-SUPPRESSED
              EXIT SECTION
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE SPACES TO WS-FEED-LINE
           STRING "ACCEPT?  #" ITEM-ID IN WS-TDLIST
              " FROM " ASSIGNED-BY IN WS-TDLIST
              " DUE " DUE-DATE IN WS-TDLIST
              " " DESCRIPTION IN WS-TDLIST
              DELIMITED BY SIZE INTO WS-FEED-LINE
           END-STRING
           WRITE TDREMINDER-LINE FROM WS-FEED-LINE
           EXIT.

       OPEN-FEED-FOR-USER SECTION.
           IF FEED-OPEN
              CLOSE TDREMINDER
