         SELECT TDBOOKING ASSIGN TO 'tdbooking.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BOOKING-STATUS.
         SELECT TDBOOKTMP ASSIGN TO 'tdbooking.tmp'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BOOKTMP-STATUS.
         SELECT TDWATCH ASSIGN TO 'tdwatch.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WATCH-STATUS.
         SELECT TDPERIOD ASSIGN TO 'tdperiod.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PERIOD-STATUS.
         SELECT TDLISTMST ASSIGN TO 'tdlistmst.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LM-LIST-ID
            FILE STATUS IS LISTMST-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
              10 AUDIT-USER PIC X(10).
              10 AUDIT-TIMESTAMP PIC X(21).
              10 AUDIT-DETAIL PIC X(21).
              10 AUDIT-CHECK-VALUE PIC X(16).
          FD TDBACKUP.
          01 TDBACKUP-FILE.
              COPY TDRECORD.
              10 APPROVAL-FLAG-W PIC X.
              10 EST-EFFORT-MINS-W PIC 9(4).
              10 EXT-REFERENCE-W PIC X(20).
              10 PARENT-ID-W PIC 9(5).
              10 ACCEPT-FLAG-W PIC X.
              10 ASSIGNED-BY-W PIC X(10).
              10 ASSIGNED-DATE-W PIC 9(8).
              10 SNOOZE-UNTIL-W PIC 9(8).
              10 SNOOZE-REASON-W PIC X(20).
              10 MERGED-INTO-ID-W PIC 9(5).
          FD TDSORTOUT.
          01 TDSORTOUT-FILE.
              COPY TDRECORD.
              10 BK-USER PIC X(10).
              10 BK-MINUTES PIC 9(4).
              10 BK-TIMESTAMP PIC X(21).
              10 BK-WORK-DATE PIC 9(8).
              10 BK-ADJUST-FLAG PIC X.
          FD TDBOOKTMP.
          01 TDBOOKTMP-FILE PIC X(49).
          FD TDWATCH.
          01 TDWATCH-FILE PIC X(31).
          FD TDPERIOD.
          01 TDPERIOD-FILE PIC X(57).
          FD TDLISTMST.
          COPY TODOLMST.
       WORKING-STORAGE SECTION.
       01 TEMP-FIELDS.
        05  NUMBER-OF-TODOS         PIC 9(5) VALUE 0.
           10 BK-USER PIC X(10).
           10 BK-MINUTES PIC 9(4).
           10 BK-TIMESTAMP PIC X(21).
           10 BK-WORK-DATE PIC 9(8).
           10 BK-ADJUST-FLAG PIC X.
       01 WS-REASSIGN-OLD-USER PIC X(10).
       01 WS-EVENT-DESC-SAVE PIC X(35).
       01 WS-MOVE-OLD-LIST PIC X(8).
           COPY TDRECORD.
       01 WS-MOVE-TARGET-TAKEN PIC X.
           88 MOVE-TARGET-TAKEN VALUE 'Y'.
       COPY TODOLACCDATA.
       01 WS-OWNERSHIP-OK PIC X.
           88 OWNERSHIP-OK VALUE 'Y'.
           88 OWNERSHIP-DENIED VALUE 'N'.
       01 WS-WAITER-COUNT PIC 9(5).
       01 WS-STUCK-COUNT PIC 9(5).
       01 WS-BLOCKER-INDEX PIC 9(5).
       01 WS-PARENT-CHECK PIC X.
           88 PARENT-LINK-OK VALUE 'Y'.
           88 PARENT-LINK-REFUSED VALUE 'N'.
       01 WS-PARENT-WALK-ID PIC 9(5).
       01 WS-PARENT-WALK-DEPTH PIC 9(3).
       01 WS-OPEN-CHILD-COUNT PIC 9(5).
       01 WS-SUBTASKS-LOADED PIC X VALUE 'N'.
           88 SUBTASKS-LOADED VALUE 'Y'.
       01 NUMBER-OF-SUBTASKS PIC 9(5) VALUE 0.
       01 SUBTASK-TABLE.
           05 SUBTASK-ENTRY OCCURS 9999.
               10 SUB-PARENT-ID PIC 9(5).
               10 SUB-ITEM-ID PIC 9(5).
               10 SUB-STATUS PIC X.
               10 SUB-WEIGHT PIC 9(4).
               10 SUB-DESCRIPTION PIC X(35).
       01 SUBTASK-INDEX PIC 9(5).
       01 WS-SUBTASK-SHOWN PIC 9(5).
       01 WS-SUBTASK-TOTAL-WEIGHT PIC 9(9).
       01 WS-SUBTASK-DONE-WEIGHT PIC 9(9).
       01 WS-SUBTASK-PERCENT PIC 9(3).
       01 WS-SUBTASK-STATUS-TEXT PIC X(11).
       01 SCAN-COUNTER PIC 9(5).
       01 WS-PAGE-FIRST PIC 9(8).
       01 WS-PAGE-LAST PIC 9(8).
           10 AUDIT-USER PIC X(10).
           10 AUDIT-TIMESTAMP PIC X(21).
           10 AUDIT-DETAIL PIC X(21) VALUE SPACES.
           10 AUDIT-CHECK-VALUE PIC X(16) VALUE SPACES.
       01 WS-TDLIST.
           COPY TDRECORD.
       01 ITEM-COUNTER PIC 9(5).
       01 LOCK-STATUS PIC XX.
       01 LOCK-RETRY-COUNT PIC 9(3).
       01 LOCK-WAIT-SECONDS PIC 9(4) VALUE 1.
       COPY TODOLOCKDATA.
       01 NOTES-STATUS PIC XX.
       01 NOTARCH-STATUS PIC XX.
       01 ARCHTMP-STATUS PIC XX.
       01 WS-ARCHNOTE-TEXT PIC X(200).
       01 NOTE-COUNTER PIC 9(5).
       01 WS-MATCHED-NOTE-INDEX PIC 9(5).
       01 WATCH-STATUS PIC XX.
       01 WS-WATCH-EOF PIC A(1).
       COPY TODOWTCH.
       01 NUMBER-OF-WATCHES PIC 9(5) VALUE 0.
       01 WATCH-TABLE.
           05 WATCH-ENTRY OCCURS 9999.
               10 WT-LIST-ID PIC X(8).
               10 WT-ITEM-ID PIC 9(5).
               10 WT-USER PIC X(10).
               10 WT-SINCE PIC 9(8).
       01 WATCH-COUNTER PIC 9(5).
       01 WS-MATCHED-WATCH-INDEX PIC 9(5).
       01 WS-WATCHER PIC X(10).
       01 WS-WATCH-FOUND PIC X.
           88 WATCH-FOUND VALUE 'Y'.
           88 WATCH-NOT-FOUND VALUE 'N'.
       01 WS-WATCH-ITEM-LIVE PIC X.
           88 WATCH-ITEM-LIVE VALUE 'Y'.
       01 WS-WATCH-FROM-LIST PIC X(8).
       01 WS-WATCH-FROM-ID PIC 9(5).
       01 WS-WATCH-TO-LIST PIC X(8).
       01 WS-WATCH-TO-ID PIC 9(5).
       01 WS-WATCH-REPOINTED PIC 9(5).
       01 PERIOD-STATUS PIC XX.
       01 WS-PERIOD-EOF PIC A(1).
       COPY TODOPERD.
       01 WS-BOOK-WORK-DATE PIC 9(8).
       01 WS-BOOK-DATE-INT PIC 9(8).
       01 WS-BOOK-WEEK-START PIC 9(8).
       01 WS-BOOK-WEEK-CLOSED PIC X.
           88 BOOK-WEEK-CLOSED VALUE 'Y'.
       COPY TODOORGDATA.
       01 ORG-COUNTER PIC 9(3).
       01 WS-TEAM-MEMBER-FOUND PIC X.
           88 TEAM-MEMBER-FOUND VALUE 'Y'.
       01 WS-ITEM-OVERDUE PIC X.
           88 ITEM-IS-OVERDUE VALUE 'Y'.
       01 WS-ITEM-BLOCKED PIC X.
           88 ITEM-IS-BLOCKED VALUE 'Y'.
       01 WS-MEMBER-OPEN PIC 9(5).
       01 WS-MEMBER-OVERDUE PIC 9(5).
       01 WS-MEMBER-BLOCKED PIC 9(5).
       01 WS-MEMBER-PENDING PIC 9(5).
       01 WS-TEAM-OPEN PIC 9(5).
       01 WS-TEAM-OVERDUE PIC 9(5).
       01 WS-TEAM-BLOCKED PIC 9(5).
       01 WS-TEAM-PENDING PIC 9(5).
       01 LISTMST-STATUS PIC XX.
       01 WS-DECLINE-TO-USER PIC X(10).
       01 WS-INBOX-COUNT PIC 9(5).
       01 WS-INBOX-EOF PIC A(1).
       01 WS-SNOOZE-HIDDEN PIC 9(5).
       01 WS-ITEM-SNOOZED PIC X.
           88 ITEM-IS-SNOOZED VALUE 'Y'.
       01 WS-MERGE-SURVIVOR.
           COPY TDRECORD.
       01 WS-MERGE-DUPLICATE.
           COPY TDRECORD.
       01 WS-MERGE-ACTOR PIC X(10).
       01 WS-MERGE-REF-OUTCOME PIC X.
           88 MERGE-REF-NONE VALUE SPACE.
           88 MERGE-REF-MOVED VALUE 'M'.
           88 MERGE-REF-KEPT VALUE 'K'.
       01 WS-MERGE-LINKS-MOVED PIC 9(5).
       01 WS-MERGE-CHILDREN-MOVED PIC 9(5).
       01 WS-MERGE-BOOKINGS-MOVED PIC 9(5).
       01 WS-MERGE-NOTE-INDEX PIC 9(5).
       01 WS-MERGE-NOTE-OUTCOME PIC X.
           88 MERGE-NOTE-NONE VALUE SPACE.
           88 MERGE-NOTE-MOVED VALUE 'M'.
           88 MERGE-NOTE-APPENDED VALUE 'A'.
           88 MERGE-NOTE-CUT VALUE 'T'.
       01 WS-MERGE-NOTE-TEXT PIC X(200).
       01 WS-MERGE-WATCH-SCAN PIC 9(5).
       01 WS-MERGE-WATCH-DROPPED PIC 9(5).
       01 WS-AUDIT-ROWS-WRITTEN PIC 9(7) VALUE 0.
       01 WS-BULK-AUDIT-MARK PIC 9(7).
       01 WS-BULK-INDEX PIC 9(3).
       01 WS-BULK-APPLIED PIC 9(3).
       01 WS-BULK-UNCHANGED PIC 9(3).
       01 BOOKTMP-STATUS PIC XX.
       01 WS-BOOKING-EOF PIC A(1).
       01 WS-BOOKTMP-EOF PIC A(1).
       01 NUMBER-OF-HISTORY-IDS PIC 9(3).
       01 HISTORY-ID-TABLE.
           05 HISTORY-ID OCCURS 50 PIC 9(5).
       01 HISTORY-ID-COUNTER PIC 9(3).
       01 WS-HISTORY-IDS-ADDED PIC 9(3).
       01 WS-HISTORY-LOOKUP-ID PIC 9(5).
       01 WS-HISTORY-SURVIVOR-ID PIC 9(5).
       01 WS-HISTORY-MERGED-ID PIC 9(5).
       01 WS-HISTORY-ID-FOUND PIC X.
           88 HISTORY-ID-FOUND VALUE 'Y'.
       01 WS-HISTORY-SURVIVOR-IN PIC X.
       01 WS-HISTORY-MERGED-IN PIC X.
       01 DISPLAY-DATE-TIME.
           05 DISPLAY-DATE.
              10  DISPLAY-YEAR         PIC 9(04).
           IF LIST-ID IN TD-ITEM = SPACES
              MOVE "MAIN" TO LIST-ID IN TD-ITEM
           END-IF
           MOVE 'N' TO WS-SUBTASKS-LOADED
           IF NOT ACTION-UNDELETE AND NOT ACTION-REFLOOKUP
              AND NOT ACTION-TEAM
              PERFORM CHECK-SELECTED-LIST-ACCESS
              IF LA-REFUSED
                 DISPLAY "<li>List " FUNCTION TRIM(LIST-ID IN TD-ITEM)
                 ": " FUNCTION TRIM(LA-REASON)
                 " - nothing was shown or changed.</li>"
                 GOBACK
              END-IF
           END-IF
           PERFORM LOAD-CATEGORY-NAMES
           PERFORM ACQUIRE-LOCK
           IF LOCK-STATUS = "00"
                 OR ACTION-UNDELETE OR ACTION-NOTESAVE
                 OR ACTION-APPROVE OR ACTION-REJECT
                 OR ACTION-STARTWORK OR ACTION-MOVEITEM
                 OR ACTION-ACCEPT OR ACTION-DECLINE
                 OR ACTION-SNOOZE OR ACTION-WAKE
                 OR ACTION-MERGE OR ACTION-BULK
                 PERFORM JOURNAL-BEGIN
              END-IF
              EVALUATE TRUE
                 PERFORM START-WORK
              WHEN ACTION-MOVEITEM
                 PERFORM MOVE-ITEM-TO-LIST
              WHEN ACTION-WATCH
                 PERFORM WATCH-ITEM
              WHEN ACTION-UNWATCH
                 PERFORM UNWATCH-ITEM
              WHEN ACTION-TEAM
                 PERFORM TEAM-VIEW
              WHEN ACTION-ACCEPT
                 PERFORM ACCEPT-ITEM
              WHEN ACTION-DECLINE
                 PERFORM DECLINE-ITEM
              WHEN ACTION-SNOOZE
                 PERFORM SNOOZE-ITEM
              WHEN ACTION-WAKE
                 PERFORM WAKE-ITEM
              WHEN ACTION-MERGE
                 PERFORM MERGE-ITEM
              WHEN ACTION-BULK
                 PERFORM BULK-ITEMS
              END-EVALUATE
              IF JOURNAL-ACTIVE
                 PERFORM JOURNAL-COMMIT
           GOBACK
         .

      *    THE SELECTED LIST MUST BE ON THE LIST MASTER AND OPEN TO
      *    THE ACTING USER: WRITE ACCESS FOR ANY ACTION THAT CHANGES
      *    IT, READ ACCESS OTHERWISE. UNDELETE AND REFLOOKUP WORK
      *    ACROSS LISTS AND CHECK EACH RECORD THEY TOUCH INSTEAD
       CHECK-SELECTED-LIST-ACCESS SECTION.
           IF ACTION-ADD OR ACTION-MODIFY OR ACTION-DELETE
              OR ACTION-DELETEITEM OR ACTION-COMPLETE
              OR ACTION-RESTORE OR ACTION-REASSIGN
              OR ACTION-NOTESAVE OR ACTION-APPROVE
              OR ACTION-REJECT OR ACTION-STARTWORK
              OR ACTION-MOVEITEM OR ACTION-BOOKTIME
              OR ACTION-ACCEPT OR ACTION-DECLINE
              OR ACTION-SNOOZE OR ACTION-WAKE
              OR ACTION-MERGE OR ACTION-BULK
              MOVE "W" TO LA-ACCESS-WANTED
           ELSE
              MOVE "R" TO LA-ACCESS-WANTED
           END-IF
           MOVE LIST-ID IN TD-ITEM TO LA-LIST-ID
           PERFORM CHECK-LIST-ACCESS
           EXIT.

      *    THE CALLER SETS LA-LIST-ID AND LA-ACCESS-WANTED; INTERNAL
      *    CALLERS WITHOUT A SIGNED-ON USER ACT AS THE ITEM USER
       CHECK-LIST-ACCESS SECTION.
           IF WHICH-ACTING-USER NOT = SPACES
              MOVE WHICH-ACTING-USER TO LA-USER
           ELSE
              MOVE USER IN TD-ITEM TO LA-USER
           END-IF
           MOVE WHICH-USER-ROLE TO LA-ROLE
           CALL "TODOLACC" USING LIST-ACCESS-PARAMETERS
           EXIT.

       LOAD-CATEGORY-NAMES SECTION.
           MOVE SPACES TO CATEGORY-NAMES
           MOVE SPACE TO WS-CAT-EOF
           ELSE
              MOVE ZERO TO JRNL-ITEM-ID IN WS-JOURNAL-BUFFER
           END-IF
      *    A BULK ACTION NOTES HOW MANY ITEMS IT WAS GIVEN; EACH ITEM
      *    IS ADDED BELOW THIS ROW AS IT IS STARTED
           IF ACTION-BULK
              MOVE WHICH-BULK-COUNT
                   TO JRNL-ITEM-ID IN WS-JOURNAL-BUFFER
           END-IF
           MOVE USER IN TD-ITEM TO JRNL-USER IN WS-JOURNAL-BUFFER
           MOVE FUNCTION CURRENT-DATE
                TO JRNL-TIMESTAMP IN WS-JOURNAL-BUFFER
           MOVE 'N' TO WS-JOURNAL-ACTIVE
           EXIT.

      *    THE HOLDER, AND ANY WAIT OR TIMEOUT, IS RECORDED THROUGH
      *    TODOLOCK SO OTHERS CAN SEE WHO HAS THE LIST
       ACQUIRE-LOCK SECTION.
           MOVE "TODOLISTE" TO LT-PROGRAM
           MOVE WHICH-ACTING-USER TO LT-USER
           IF LT-USER = SPACES
              MOVE USER IN TD-ITEM TO LT-USER
           END-IF
           MOVE TODO-ACTION TO LT-ACTION
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

       LOG-AUDIT-ENTRY SECTION.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           IN AUDIT-RECORD-BUFFER
           CALL "TODOAUDW" USING AUDIT-RECORD-BUFFER
           ADD 1 TO WS-AUDIT-ROWS-WRITTEN
           MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           EXIT.

           EXIT.

       ADD-NEW-ITEM SECTION.
           PERFORM CHECK-PARENT-LINK
           IF PARENT-LINK-REFUSED
              EXIT SECTION
           END-IF
           MOVE USER IN TD-ITEM TO WS-ADD-USER-SAVE
           MOVE SPACES TO USER IN TD-ITEM
           PERFORM READ-TODOLIST-FROM-FILE
                 MOVE "add" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
                 MOVE USER IN WS-TDLIST
                      TO AUDIT-USER IN AUDIT-RECORD-BUFFER
                 IF PARENT-ID IN WS-TDLIST > 0
                    STRING "sub-task of #" PARENT-ID IN WS-TDLIST
                       DELIMITED BY SIZE
                       INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
                    END-STRING
                 END-IF
                 PERFORM LOG-AUDIT-ENTRY
                 MOVE "add" TO EV-TYPE
                 MOVE LIST-ID IN WS-TDLIST TO EV-LIST-ID
           END-IF
           EXIT.

      *    A SUB-TASK MUST HANG UNDER A LIVE ITEM ON THE SAME LIST,
      *    NEVER UNDER ITSELF OR UNDER ONE OF ITS OWN SUB-TASKS. A
      *    MODIFY THAT LEAVES THE PARENT AS IT WAS IS NOT RECHECKED,
      *    SO A CHILD WHOSE PARENT WAS CANCELLED CAN STILL BE EDITED
       CHECK-PARENT-LINK SECTION.
         MOVE 'Y' TO WS-PARENT-CHECK
         IF PARENT-ID IN TD-ITEM NOT NUMERIC
            MOVE 0 TO PARENT-ID IN TD-ITEM
         END-IF
         IF PARENT-ID IN TD-ITEM = 0
            EXIT SECTION
         END-IF
         IF ACTION-MODIFY
            AND PARENT-ID IN TD-ITEM = ITEM-ID IN TD-ITEM
            MOVE 'N' TO WS-PARENT-CHECK
            DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
            " cannot be a sub-task of itself - nothing was"
            " saved.</li>"
            EXIT SECTION
         END-IF
         OPEN INPUT TDLIST
         IF TDLIST-STATUS NOT = "00"
            MOVE 'N' TO WS-PARENT-CHECK
            DISPLAY "<li>Parent item #" PARENT-ID IN TD-ITEM
            " not found on list " LIST-ID IN TD-ITEM
            " - nothing was saved.</li>"
            EXIT SECTION
         END-IF
         IF ACTION-MODIFY
            MOVE TDLIST-KEY IN TD-ITEM TO TDLIST-KEY IN TDLIST-FILE
            READ TDLIST
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF PARENT-ID IN TDLIST-FILE = PARENT-ID IN TD-ITEM
                     CLOSE TDLIST
                     EXIT SECTION
                  END-IF
            END-READ
         END-IF
         MOVE PARENT-ID IN TD-ITEM TO WS-PARENT-WALK-ID
         MOVE 0 TO WS-PARENT-WALK-DEPTH
         PERFORM UNTIL WS-PARENT-WALK-ID = 0
            OR PARENT-LINK-REFUSED
            OR WS-PARENT-WALK-DEPTH > 99
               ADD 1 TO WS-PARENT-WALK-DEPTH
               MOVE LIST-ID IN TD-ITEM TO LIST-ID IN TDLIST-FILE
               MOVE WS-PARENT-WALK-ID TO ITEM-ID IN TDLIST-FILE
               READ TDLIST
                  INVALID KEY
                     IF WS-PARENT-WALK-DEPTH = 1
                        MOVE 'N' TO WS-PARENT-CHECK
                        DISPLAY "<li>Parent item #"
                        PARENT-ID IN TD-ITEM " not found on list "
                        LIST-ID IN TD-ITEM
                        " - nothing was saved.</li>"
                     END-IF
                     MOVE 0 TO WS-PARENT-WALK-ID
                  NOT INVALID KEY
                     IF ACTION-MODIFY
                        AND PARENT-ID IN TDLIST-FILE
                            = ITEM-ID IN TD-ITEM
                        MOVE 'N' TO WS-PARENT-CHECK
                        DISPLAY "<li>Item #" PARENT-ID IN TD-ITEM
                        " is itself a sub-task of item "
                        ITEM-ID IN TD-ITEM " - nothing was"
                        " saved.</li>"
                     ELSE
                        IF PARENT-ID IN TDLIST-FILE NUMERIC
                           MOVE PARENT-ID IN TDLIST-FILE
                                TO WS-PARENT-WALK-ID
                        ELSE
                           MOVE 0 TO WS-PARENT-WALK-ID
                        END-IF
                     END-IF
               END-READ
         END-PERFORM
         CLOSE TDLIST
         EXIT.

      *    EXPECTS THE SELECTED LIST IN THE TABLE. EVERY LIVE
      *    SUB-TASK IS STILL OPEN OR IN PROGRESS, FINISHED AND
      *    CANCELLED ONES HAVE ALREADY GONE TO THE ARCHIVE
       COUNT-OPEN-SUBTASKS SECTION.
         MOVE 0 TO WS-OPEN-CHILD-COUNT
         PERFORM VARYING ITEM-COUNTER FROM 1 BY 1
            UNTIL ITEM-COUNTER > NUMBER-OF-TODOS
               IF PARENT-ID IN TODO-ITEM(ITEM-COUNTER) NUMERIC
                  AND PARENT-ID IN TODO-ITEM(ITEM-COUNTER)
                      = ITEM-ID IN TD-ITEM
                  AND NOT STATUS-DONE IN TODO-ITEM(ITEM-COUNTER)
                  AND NOT STATUS-CANCELLED IN TODO-ITEM(ITEM-COUNTER)
                  ADD 1 TO WS-OPEN-CHILD-COUNT
               END-IF
         END-PERFORM
         EXIT.

       CHECK-DUPLICATE-ITEM SECTION.
           MOVE 'N' TO WS-DUPLICATE-FOUND
           PERFORM VARYING ITEM-COUNTER FROM 1 BY 1
              MOVE "O" TO ITEM-STATUS IN WS-TDLIST
           END-IF
           MOVE SPACE TO APPROVAL-FLAG IN WS-TDLIST
           MOVE 0 TO SNOOZE-UNTIL IN WS-TDLIST
           MOVE SPACES TO SNOOZE-REASON IN WS-TDLIST
           MOVE 0 TO MERGED-INTO-ID IN WS-TDLIST
           PERFORM SET-ASSIGNMENT-FIELDS
           PERFORM GET-NEXT-ITEM-ID
           MOVE WS-HIGHEST-ITEM-ID TO ITEM-ID IN WS-TDLIST

           PERFORM MOVING-FILE-TO-LIST
           EXIT.

      *    WORK HANDED TO SOMEBODY ELSE WAITS FOR THEM TO ACCEPT IT;
      *    AN ITEM A USER TAKES FOR THEMSELVES, OR ONE RAISED WITHOUT
      *    A SIGNED-ON USER, NEEDS NO ACCEPTANCE
       SET-ASSIGNMENT-FIELDS SECTION.
           IF WHICH-ACTING-USER NOT = SPACES
              AND WHICH-ACTING-USER NOT = USER IN WS-TDLIST
              MOVE "W" TO ACCEPT-FLAG IN WS-TDLIST
              MOVE WHICH-ACTING-USER TO ASSIGNED-BY IN WS-TDLIST
           ELSE
              MOVE SPACE TO ACCEPT-FLAG IN WS-TDLIST
              MOVE SPACES TO ASSIGNED-BY IN WS-TDLIST
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8)
                TO ASSIGNED-DATE IN WS-TDLIST
           EXIT.

       GET-NEXT-ITEM-ID SECTION.
           OPEN INPUT TDCOUNTER
           IF COUNTER-STATUS = "00"
           MOVE 0 TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
           MOVE "clear" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
           MOVE USER IN TD-ITEM TO AUDIT-USER IN AUDIT-RECORD-BUFFER
           MOVE LIST-ID IN TD-ITEM
                TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           PERFORM LOG-AUDIT-ENTRY
           EXIT.

                   TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
              MOVE USER IN TD-ITEM
                   TO AUDIT-USER IN AUDIT-RECORD-BUFFER
              MOVE LIST-ID IN TD-ITEM
                   TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
              PERFORM LOG-AUDIT-ENTRY
           ELSE
              DISPLAY "<li>No backup available to restore.</li>"
         "onClick='javascript:showMenu("ITEM-ID in WS-TDLIST")'"
         "class='testClass'"
         "'>"
         IF ACTION-SHOW OR ACTION-SORT OR ACTION-SEARCH
            DISPLAY "<input type='checkbox' name='items' value='"
            ITEM-ID IN WS-TDLIST
            "' onClick='event.stopPropagation()'>"
         END-IF

         PERFORM DISPLAY-PRIO

            DISPLAY " (ref "
            FUNCTION TRIM(WS-HTML-TEXT) ")"
         END-IF
         IF PARENT-ID IN WS-TDLIST NUMERIC
            AND PARENT-ID IN WS-TDLIST > 0
            DISPLAY " (part of #" PARENT-ID IN WS-TDLIST ")"
         END-IF
         IF ACCEPTANCE-PENDING IN WS-TDLIST
            DISPLAY " (not yet accepted"
            IF ASSIGNED-BY IN WS-TDLIST NOT = SPACES
               DISPLAY ", from "
               FUNCTION TRIM(ASSIGNED-BY IN WS-TDLIST)
            END-IF
            DISPLAY ")"
         END-IF
         IF MERGED-INTO-ID IN WS-TDLIST NUMERIC
            AND MERGED-INTO-ID IN WS-TDLIST > 0
            DISPLAY " (merged into #" MERGED-INTO-ID IN WS-TDLIST ")"
         END-IF
         IF SNOOZE-UNTIL IN WS-TDLIST NUMERIC
            AND SNOOZE-UNTIL IN WS-TDLIST > 0
            MOVE SPACES TO WS-RAW-TEXT
            MOVE SNOOZE-REASON IN WS-TDLIST TO WS-RAW-TEXT
            PERFORM ESCAPE-HTML
            DISPLAY " (snoozed until " SNOOZE-UNTIL IN WS-TDLIST
            IF SNOOZE-REASON IN WS-TDLIST NOT = SPACES
               DISPLAY ": " FUNCTION TRIM(WS-HTML-TEXT)
            END-IF
            DISPLAY ")"
         END-IF
         MOVE 0 TO WS-SUBTASK-SHOWN
         IF SUBTASKS-LOADED
            PERFORM ROLL-UP-SUBTASKS
         END-IF
         DISPLAY "</font>"
         IF WS-SUBTASK-SHOWN > 0
            PERFORM DISPLAY-SUBTASK-LIST
         END-IF
         DISPLAY "</li>"
         EXIT.

      *    COLLECTS THE SUB-TASKS OF THE SELECTED LIST, LIVE AND
      *    ARCHIVED, SO EACH PARENT CAN LIST ITS CHILDREN AND SHOW
      *    HOW MUCH OF THE WORK UNDER IT IS DONE
       LOAD-SUBTASK-TABLE SECTION.
         MOVE 0 TO NUMBER-OF-SUBTASKS
         MOVE SPACE TO WS-EOF
         OPEN INPUT TDLIST
         IF TDLIST-STATUS = "00"
            PERFORM UNTIL WS-EOF = 'Y'
                  READ TDLIST NEXT INTO WS-TDLIST
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END PERFORM STORE-SUBTASK-IF-CHILD
                  END-READ
            END-PERFORM
            CLOSE TDLIST
         END-IF
         MOVE SPACE TO WS-ARCHIVE-EOF
         OPEN INPUT TDARCHIVE
         IF ARCHIVE-STATUS = "00"
            PERFORM UNTIL WS-ARCHIVE-EOF = 'Y'
                  READ TDARCHIVE INTO WS-TDLIST
                  AT END MOVE 'Y' TO WS-ARCHIVE-EOF
                  NOT AT END PERFORM STORE-SUBTASK-IF-CHILD
                  END-READ
            END-PERFORM
            CLOSE TDARCHIVE
         END-IF
         MOVE SPACE TO WS-EOF
         MOVE 'Y' TO WS-SUBTASKS-LOADED
         EXIT.

       STORE-SUBTASK-IF-CHILD SECTION.
         IF PARENT-ID IN WS-TDLIST NOT NUMERIC
            OR PARENT-ID IN WS-TDLIST = 0
            OR NUMBER-OF-SUBTASKS >= 9999
            EXIT SECTION
         END-IF
         PERFORM MATCH-SELECTED-LIST
         IF NOT SELECTED-LIST-MATCH
            EXIT SECTION
         END-IF
         ADD 1 TO NUMBER-OF-SUBTASKS
         MOVE PARENT-ID IN WS-TDLIST
              TO SUB-PARENT-ID(NUMBER-OF-SUBTASKS)
         MOVE ITEM-ID IN WS-TDLIST TO SUB-ITEM-ID(NUMBER-OF-SUBTASKS)
         MOVE ITEM-STATUS IN WS-TDLIST
              TO SUB-STATUS(NUMBER-OF-SUBTASKS)
         MOVE DESCRIPTION IN WS-TDLIST
              TO SUB-DESCRIPTION(NUMBER-OF-SUBTASKS)
      *    A SUB-TASK WITHOUT AN ESTIMATE COUNTS AS ONE MINUTE SO IT
      *    STILL MOVES THE PERCENTAGE
         IF EST-EFFORT-MINS IN WS-TDLIST NUMERIC
            AND EST-EFFORT-MINS IN WS-TDLIST > 0
            MOVE EST-EFFORT-MINS IN WS-TDLIST
                 TO SUB-WEIGHT(NUMBER-OF-SUBTASKS)
         ELSE
            MOVE 1 TO SUB-WEIGHT(NUMBER-OF-SUBTASKS)
         END-IF
         EXIT.

      *    PERCENT COMPLETE IS THE DONE SHARE OF THE ESTIMATED EFFORT
      *    OF THE SUB-TASKS; CANCELLED SUB-TASKS DO NOT COUNT
       ROLL-UP-SUBTASKS SECTION.
         MOVE 0 TO WS-SUBTASK-TOTAL-WEIGHT
         MOVE 0 TO WS-SUBTASK-DONE-WEIGHT
         PERFORM VARYING SUBTASK-INDEX FROM 1 BY 1
            UNTIL SUBTASK-INDEX > NUMBER-OF-SUBTASKS
               IF SUB-PARENT-ID(SUBTASK-INDEX) = ITEM-ID IN WS-TDLIST
                  ADD 1 TO WS-SUBTASK-SHOWN
                  IF SUB-STATUS(SUBTASK-INDEX) NOT = "C"
                     ADD SUB-WEIGHT(SUBTASK-INDEX)
                         TO WS-SUBTASK-TOTAL-WEIGHT
                  END-IF
                  IF SUB-STATUS(SUBTASK-INDEX) = "D"
                     ADD SUB-WEIGHT(SUBTASK-INDEX)
                         TO WS-SUBTASK-DONE-WEIGHT
                  END-IF
               END-IF
         END-PERFORM
         IF WS-SUBTASK-TOTAL-WEIGHT > 0
            COMPUTE WS-SUBTASK-PERCENT = WS-SUBTASK-DONE-WEIGHT * 100
                 / WS-SUBTASK-TOTAL-WEIGHT
            DISPLAY " - " WS-SUBTASK-PERCENT "% complete"
         END-IF
         EXIT.

       DISPLAY-SUBTASK-LIST SECTION.
         DISPLAY "<ul>"
         PERFORM VARYING SUBTASK-INDEX FROM 1 BY 1
            UNTIL SUBTASK-INDEX > NUMBER-OF-SUBTASKS
               IF SUB-PARENT-ID(SUBTASK-INDEX) = ITEM-ID IN WS-TDLIST
                  EVALUATE SUB-STATUS(SUBTASK-INDEX)
                     WHEN "P"
                        MOVE "in progress" TO WS-SUBTASK-STATUS-TEXT
                     WHEN "D"
                        MOVE "done" TO WS-SUBTASK-STATUS-TEXT
                     WHEN "C"
                        MOVE "cancelled" TO WS-SUBTASK-STATUS-TEXT
                     WHEN OTHER
                        MOVE "open" TO WS-SUBTASK-STATUS-TEXT
                  END-EVALUATE
                  MOVE SPACES TO WS-RAW-TEXT
                  MOVE SUB-DESCRIPTION(SUBTASK-INDEX) TO WS-RAW-TEXT
                  PERFORM ESCAPE-HTML
                  DISPLAY "<li>#" SUB-ITEM-ID(SUBTASK-INDEX) " ["
                  FUNCTION TRIM(WS-SUBTASK-STATUS-TEXT) "] "
                  FUNCTION TRIM(WS-HTML-TEXT) "</li>"
               END-IF
         END-PERFORM
         DISPLAY "</ul>"
         EXIT.

       DISPLAY-FORMATTED-TIME SECTION.

       COMPLETE-ITEM SECTION.
         PERFORM WARN-IF-BLOCKING
         PERFORM COUNT-OPEN-SUBTASKS
         IF WS-OPEN-CHILD-COUNT > 0
            DISPLAY "<li>Item " ITEM-ID IN TD-ITEM " still has "
            WS-OPEN-CHILD-COUNT " open sub-task(s) - complete or"
            " cancel them first.</li>"
            EXIT SECTION
         END-IF
         MOVE 'N' TO WS-RECUR-PENDING
         OPEN I-O TDLIST
         MOVE TDLIST-KEY IN TD-ITEM TO TDLIST-KEY IN TDLIST-FILE
         EXIT.

       APPROVE-ITEM SECTION.
         PERFORM LOAD-LIST-INTO-TABLE
         PERFORM COUNT-OPEN-SUBTASKS
         IF WS-OPEN-CHILD-COUNT > 0
            DISPLAY "<li>Item " ITEM-ID IN TD-ITEM " still has "
            WS-OPEN-CHILD-COUNT " open sub-task(s) - it cannot be"
            " approved yet.</li>"
            EXIT SECTION
         END-IF
         MOVE 'N' TO WS-RECUR-PENDING
         OPEN I-O TDLIST
         MOVE TDLIST-KEY IN TD-ITEM TO TDLIST-KEY IN TDLIST-FILE
                  MOVE USER IN TD-ITEM
                       TO AUDIT-USER IN AUDIT-RECORD-BUFFER
                  PERFORM LOG-AUDIT-ENTRY
                  MOVE "reject" TO EV-TYPE
                  MOVE LIST-ID IN TD-ITEM TO EV-LIST-ID
                  MOVE ITEM-ID IN TD-ITEM TO EV-ITEM-ID
                  MOVE USER IN TD-ITEM TO EV-USER
                  MOVE "D>O" TO EV-PAYLOAD
                  PERFORM WRITE-EVENT-ENTRY
               END-EVALUATE
         END-READ
         CLOSE TDLIST
         IF FUNCTION TRIM(EXT-REFERENCE IN WS-TDLIST)
               = FUNCTION TRIM(WHICH-SEARCH-KEYWORD)
            AND EXT-REFERENCE IN WS-TDLIST NOT = SPACES
            PERFORM CHECK-RECORD-LIST-READABLE
            IF LA-GRANTED
               ADD 1 TO WS-REFLOOKUP-COUNT
               PERFORM DISPLAY-ITEM
            END-IF
         END-IF
         EXIT.

         IF FUNCTION TRIM(EXT-REFERENCE IN WS-TDLIST)
               = FUNCTION TRIM(WHICH-SEARCH-KEYWORD)
            AND EXT-REFERENCE IN WS-TDLIST NOT = SPACES
            PERFORM CHECK-RECORD-LIST-READABLE
            IF LA-GRANTED
               ADD 1 TO WS-REFLOOKUP-COUNT
               DISPLAY "<li>(archived)</li>"
               PERFORM DISPLAY-ITEM
            END-IF
         END-IF
         EXIT.

      *    THE BOARD GROUPS THE SELECTED LIST INTO ONE COLUMN PER
      *    ITEM-STATUS; IN-PROGRESS ITEMS SHOW HOW LONG AGO THE
      *    LATEST startwork AUDIT ROW STAMPED THEM
      *    A REFERENCE MATCH ON A LIST THE USER MAY NOT READ IS
      *    LEFT OUT AS IF IT WERE NOT THERE
       CHECK-RECORD-LIST-READABLE SECTION.
         MOVE LIST-ID IN WS-TDLIST TO LA-LIST-ID
         MOVE "R" TO LA-ACCESS-WANTED
         PERFORM CHECK-LIST-ACCESS
         EXIT.

       STATUS-BOARD SECTION.
         PERFORM LOAD-LIST-INTO-TABLE
         PERFORM LOAD-STARTWORK-DATES
         MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
         COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
         MOVE 0 TO WS-SNOOZE-HIDDEN
         DISPLAY "<table border='1'><tr>"
         MOVE "O" TO WS-BOARD-STATUS
         MOVE "OPEN" TO WS-BOARD-TITLE
         MOVE "CANCELLED" TO WS-BOARD-TITLE
         PERFORM DISPLAY-BOARD-COLUMN
         DISPLAY "</tr></table>"
         IF WS-SNOOZE-HIDDEN > 0
            DISPLAY "<p>" WS-SNOOZE-HIDDEN
            " snoozed item(s) not shown</p>"
         END-IF
         EXIT.

       DISPLAY-BOARD-COLUMN SECTION.
         FUNCTION TRIM(WS-BOARD-TITLE) "</b><ul>"
         PERFORM VARYING ITEM-COUNTER FROM 1 BY 1
            UNTIL ITEM-COUNTER > NUMBER-OF-TODOS
               MOVE TODO-ITEM(ITEM-COUNTER) TO WS-TDLIST
               PERFORM CHECK-ITEM-SNOOZED
               IF ITEM-STATUS IN TODO-ITEM(ITEM-COUNTER)
                     = WS-BOARD-STATUS
                  OR (WS-BOARD-STATUS = "O"
                      AND ITEM-STATUS IN TODO-ITEM(ITEM-COUNTER)
                          = SPACE)
                  IF ITEM-IS-SNOOZED
                     ADD 1 TO WS-SNOOZE-HIDDEN
                  ELSE
                     ADD 1 TO WS-BOARD-COLUMN-COUNT
                     PERFORM DISPLAY-BOARD-CARD
                  END-IF
               END-IF
         END-PERFORM
         IF WS-BOARD-COLUMN-COUNT = 0
            NOT INVALID KEY
               PERFORM CHECK-ITEM-OWNERSHIP
               IF OWNERSHIP-OK
                  EVALUATE TRUE
                  WHEN STATUS-IN-PROGRESS IN TDLIST-FILE
                     DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
                     " is already in progress.</li>"
                  WHEN ACCEPTANCE-PENDING IN TDLIST-FILE
                     DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
                     " has not been accepted yet - accept it "
                     "before starting work.</li>"
                  WHEN OTHER
                     MOVE "P" TO ITEM-STATUS IN TDLIST-FILE
                     REWRITE TDLIST-FILE
                     MOVE TDLIST-FILE TO WS-TDLIST
                     MOVE USER IN TD-ITEM
                          TO AUDIT-USER IN AUDIT-RECORD-BUFFER
                     PERFORM LOG-AUDIT-ENTRY
                     MOVE "startwork" TO EV-TYPE
                     MOVE LIST-ID IN TD-ITEM TO EV-LIST-ID
                     MOVE ITEM-ID IN TD-ITEM TO EV-ITEM-ID
                     MOVE USER IN TD-ITEM TO EV-USER
                     MOVE "O>P" TO EV-PAYLOAD
                     PERFORM WRITE-EVENT-ENTRY
                  END-EVALUATE
               END-IF
         END-READ
         CLOSE TDLIST
               CONTINUE
         END-READ
         CLOSE TDLIST
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
         MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
         IF WHICH-BOOK-DATE = 0
            MOVE WS-TODAY-DATE TO WS-BOOK-WORK-DATE
         ELSE
            MOVE WHICH-BOOK-DATE TO WS-BOOK-WORK-DATE
         END-IF
         IF FUNCTION TEST-DATE-YYYYMMDD(WS-BOOK-WORK-DATE) NOT = 0
            OR WS-BOOK-WORK-DATE > WS-TODAY-DATE
            DISPLAY "<li>Booking date " WS-BOOK-WORK-DATE
            " is not a valid past or current date - nothing"
            " booked.</li>"
            EXIT SECTION
         END-IF
         PERFORM CHECK-BOOKING-WEEK-CLOSED
         MOVE SPACE TO BK-ADJUST-FLAG IN WS-BOOKING-BUFFER
         IF BOOK-WEEK-CLOSED
            IF NOT ACTING-USER-IS-ADMIN
               DISPLAY "<li>The week of " WS-BOOK-WEEK-START
               " is closed for timesheets - only an administrator"
               " may book an adjustment to it.</li>"
               EXIT SECTION
            END-IF
            MOVE "A" TO BK-ADJUST-FLAG IN WS-BOOKING-BUFFER
            DISPLAY "<li>The week of " WS-BOOK-WEEK-START
            " is closed - the booking is taken as an adjustment"
            " and goes out with the next timesheet extract.</li>"
         END-IF
         MOVE ITEM-ID IN TD-ITEM TO BK-ITEM-ID IN WS-BOOKING-BUFFER
         MOVE USER IN TD-ITEM TO BK-USER IN WS-BOOKING-BUFFER
         MOVE WHICH-BOOK-MINUTES TO BK-MINUTES IN WS-BOOKING-BUFFER
         MOVE WS-CURRENT-DATE-TIME TO BK-TIMESTAMP IN WS-BOOKING-BUFFER
         MOVE WS-BOOK-WORK-DATE TO BK-WORK-DATE IN WS-BOOKING-BUFFER
         OPEN EXTEND TDBOOKING
         IF BOOKING-STATUS = "35"
            OPEN OUTPUT TDBOOKING
         MOVE "booktime" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
         MOVE USER IN TD-ITEM TO AUDIT-USER IN AUDIT-RECORD-BUFFER
         MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
         STRING WHICH-BOOK-MINUTES " min " WS-BOOK-WORK-DATE " "
            BK-ADJUST-FLAG IN WS-BOOKING-BUFFER
            DELIMITED BY SIZE
            INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
         END-STRING
         PERFORM LOG-AUDIT-ENTRY
         EXIT.

      *    A WEEK RUNS MONDAY TO SUNDAY; IT IS CLOSED ONCE THE
      *    TIMESHEET EXTRACT HAS WRITTEN IT TO tdperiod.txt
       CHECK-BOOKING-WEEK-CLOSED SECTION.
         MOVE 'N' TO WS-BOOK-WEEK-CLOSED
         COMPUTE WS-BOOK-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-BOOK-WORK-DATE)
         COMPUTE WS-BOOK-DATE-INT = WS-BOOK-DATE-INT
              - FUNCTION MOD(WS-BOOK-DATE-INT + 6, 7)
         COMPUTE WS-BOOK-WEEK-START =
              FUNCTION DATE-OF-INTEGER(WS-BOOK-DATE-INT)
         MOVE SPACE TO WS-PERIOD-EOF
         OPEN INPUT TDPERIOD
         IF PERIOD-STATUS = "00"
            PERFORM UNTIL WS-PERIOD-EOF = 'Y'
                  READ TDPERIOD INTO PERIOD-CLOSE-RECORD
                  AT END MOVE 'Y' TO WS-PERIOD-EOF
                  NOT AT END
                     IF PC-WEEK-START = WS-BOOK-WEEK-START
                        MOVE 'Y' TO WS-BOOK-WEEK-CLOSED
                     END-IF
                  END-READ
            END-PERFORM
            CLOSE TDPERIOD
         END-IF
         EXIT.

       PENDING-APPROVAL-LIST SECTION.
         MOVE 0 TO WS-PENDING-COUNT
         MOVE SPACE TO WS-EOF
         END-IF
         EXIT.

      *    A WEB REQUEST CARRIES THE SIGNED-ON USER IN
      *    WHICH-ACTING-USER; INTERNAL CALLERS LEAVE IT BLANK AND ACT
      *    AS THE ITEM USER THEY PASS
       CHECK-ITEM-OWNERSHIP SECTION.
         IF WHICH-ACTING-USER = SPACES
            MOVE USER IN TD-ITEM TO WHICH-ACTING-USER
         END-IF
         IF ACTING-USER-IS-ADMIN
            OR USER IN TDLIST-FILE = WHICH-ACTING-USER
            MOVE 'Y' TO WS-OWNERSHIP-OK
         ELSE
            MOVE 'N' TO WS-OWNERSHIP-OK
              FUNCTION MOD(WS-RECUR-NEW-DATE, 100)
         MOVE FUNCTION CURRENT-DATE TO ADDED IN WS-TDLIST
         MOVE "O" TO ITEM-STATUS IN WS-TDLIST
      *    THE NEXT OCCURRENCE STANDS ON ITS OWN - LEFT UNDER THE
      *    PARENT IT WOULD KEEP THE PARENT FROM EVER BEING COMPLETED
         MOVE 0 TO PARENT-ID IN WS-TDLIST
         MOVE 0 TO SNOOZE-UNTIL IN WS-TDLIST
         MOVE SPACES TO SNOOZE-REASON IN WS-TDLIST
         MOVE 0 TO MERGED-INTO-ID IN WS-TDLIST
         PERFORM GET-NEXT-ITEM-ID
         MOVE WS-HIGHEST-ITEM-ID TO ITEM-ID IN WS-TDLIST
         OPEN I-O TDLIST
         IF LIST-ID IN WS-UNDELETE-RECORD = SPACES
            MOVE "MAIN" TO LIST-ID IN WS-UNDELETE-RECORD
         END-IF
         MOVE LIST-ID IN WS-UNDELETE-RECORD TO LA-LIST-ID
         MOVE "W" TO LA-ACCESS-WANTED
         PERFORM CHECK-LIST-ACCESS
         IF LA-REFUSED
            DISPLAY "<li>Item " ITEM-ID IN TD-ITEM " belongs to list "
            FUNCTION TRIM(LA-LIST-ID) ": " FUNCTION TRIM(LA-REASON)
            " - it was not undeleted.</li>"
            EXIT SECTION
         END-IF
         MOVE 'N' TO WS-UNDELETE-ID-TAKEN
         OPEN I-O TDLIST
         IF TDLIST-STATUS = "35"
         END-IF
         MOVE "O" TO ITEM-STATUS IN WS-UNDELETE-RECORD
         MOVE SPACE TO APPROVAL-FLAG IN WS-UNDELETE-RECORD
         MOVE 0 TO MERGED-INTO-ID IN WS-UNDELETE-RECORD
         OPEN I-O TDLIST
         WRITE TDLIST-FILE FROM WS-UNDELETE-RECORD
         CLOSE TDLIST
            INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
         END-STRING
         PERFORM LOG-AUDIT-ENTRY
         MOVE "undelete" TO EV-TYPE
         MOVE LIST-ID IN WS-TDLIST TO EV-LIST-ID
         MOVE ITEM-ID IN WS-TDLIST TO EV-ITEM-ID
         MOVE USER IN TD-ITEM TO EV-USER
         STRING WS-UNDELETE-OLD-ID ">" ITEM-ID IN WS-TDLIST
            DELIMITED BY SIZE INTO EV-PAYLOAD
         END-STRING
         PERFORM WRITE-EVENT-ENTRY
      *    WATCHERS KEEP FOLLOWING AN ITEM THAT COMES BACK UNDER A
      *    NEW NUMBER
         IF ITEM-ID IN WS-TDLIST NOT = WS-UNDELETE-OLD-ID
            MOVE LIST-ID IN WS-TDLIST TO WS-WATCH-FROM-LIST
            MOVE WS-UNDELETE-OLD-ID TO WS-WATCH-FROM-ID
            MOVE LIST-ID IN WS-TDLIST TO WS-WATCH-TO-LIST
            MOVE ITEM-ID IN WS-TDLIST TO WS-WATCH-TO-ID
            PERFORM REPOINT-WATCH-LINKS
         END-IF
         EXIT.

       SPLIT-UNDELETE-RECORD SECTION.
         END-IF
         EXIT.

      *    THE OPEN ITEMS OF EVERYONE WHO REPORTS TO THE SUPERVISOR
      *    PASSED IN USER, DIRECTLY OR THROUGH OTHERS, ON EVERY LIST
      *    THE ACTING USER MAY READ. ONE GROUP PER PERSON, DIRECT
      *    REPORTS FIRST, EACH WITH ITS OVERDUE, BLOCKED AND
      *    APPROVAL-PENDING COUNTS
       TEAM-VIEW SECTION.
         MOVE USER IN TD-ITEM TO ORG-SUPERVISOR
         CALL "TODOORG" USING ORG-PARAMETERS
         DISPLAY "<ul>"
         IF ORG-MEMBER-COUNT = 0
            DISPLAY "<li>Nobody on the roster reports to "
               FUNCTION TRIM(ORG-SUPERVISOR) ".</li>"
            DISPLAY "</ul>"
            EXIT SECTION
         END-IF
         MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
         MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
         MOVE WS-CURRENT-DATE-TIME(9:4) TO WS-NOW-TIME
         PERFORM LOAD-TEAM-ITEMS
         MOVE 0 TO WS-TEAM-OPEN
         MOVE 0 TO WS-TEAM-OVERDUE
         MOVE 0 TO WS-TEAM-BLOCKED
         MOVE 0 TO WS-TEAM-PENDING
         OPEN INPUT TDLIST
         PERFORM VARYING ORG-COUNTER FROM 1 BY 1
            UNTIL ORG-COUNTER > ORG-MEMBER-COUNT
               PERFORM DISPLAY-TEAM-MEMBER
         END-PERFORM
         IF TDLIST-STATUS = "00"
            CLOSE TDLIST
         END-IF
         DISPLAY "<li><b>Team total</b> - " WS-TEAM-OPEN " open, "
            WS-TEAM-OVERDUE " overdue, " WS-TEAM-BLOCKED " blocked, "
            WS-TEAM-PENDING " awaiting approval</li>"
         IF ORG-TEAM-TRUNCATED
            DISPLAY "<li>The team is larger than this view can show"
               " - only the first " ORG-MEMBER-COUNT
               " people are listed.</li>"
         END-IF
         DISPLAY "</ul>"
         EXIT.

       LOAD-TEAM-ITEMS SECTION.
         MOVE 0 TO NUMBER-OF-TODOS
         MOVE 0 TO WS-HIGHEST-ITEM-ID
         MOVE SPACE TO WS-EOF
         OPEN INPUT TDLIST
         IF TDLIST-STATUS = "00"
            PERFORM UNTIL WS-EOF = 'Y'
                  READ TDLIST NEXT INTO WS-TDLIST
                  AT END MOVE 'Y' TO WS-EOF
                  NOT AT END PERFORM STORE-TEAM-ITEM
                  END-READ
            END-PERFORM
            CLOSE TDLIST
         END-IF
         EXIT.

       STORE-TEAM-ITEM SECTION.
         IF STATUS-DONE IN WS-TDLIST
            OR STATUS-CANCELLED IN WS-TDLIST
            EXIT SECTION
         END-IF
         MOVE 'N' TO WS-TEAM-MEMBER-FOUND
         PERFORM VARYING ORG-COUNTER FROM 1 BY 1
            UNTIL ORG-COUNTER > ORG-MEMBER-COUNT
               OR TEAM-MEMBER-FOUND
               IF ORG-USER(ORG-COUNTER) = USER IN WS-TDLIST
                  MOVE 'Y' TO WS-TEAM-MEMBER-FOUND
               END-IF
         END-PERFORM
         IF NOT TEAM-MEMBER-FOUND
            EXIT SECTION
         END-IF
         PERFORM CHECK-RECORD-LIST-READABLE
         IF LA-GRANTED
            PERFORM STORE-ITEM-IN-TABLE
         END-IF
         EXIT.

       DISPLAY-TEAM-MEMBER SECTION.
         MOVE 0 TO WS-MEMBER-OPEN
         MOVE 0 TO WS-MEMBER-OVERDUE
         MOVE 0 TO WS-MEMBER-BLOCKED
         MOVE 0 TO WS-MEMBER-PENDING
         PERFORM VARYING ITEM-COUNTER FROM 1 BY 1
            UNTIL ITEM-COUNTER > NUMBER-OF-TODOS
               IF USER IN TODO-ITEM(ITEM-COUNTER)
                     = ORG-USER(ORG-COUNTER)
                  MOVE TODO-ITEM(ITEM-COUNTER) TO WS-TDLIST
                  PERFORM COUNT-TEAM-ITEM
               END-IF
         END-PERFORM
         ADD WS-MEMBER-OPEN TO WS-TEAM-OPEN
         ADD WS-MEMBER-OVERDUE TO WS-TEAM-OVERDUE
         ADD WS-MEMBER-BLOCKED TO WS-TEAM-BLOCKED
         ADD WS-MEMBER-PENDING TO WS-TEAM-PENDING
         MOVE SPACES TO WS-RAW-TEXT
         MOVE ORG-FULL-NAME(ORG-COUNTER) TO WS-RAW-TEXT
         PERFORM ESCAPE-HTML
         DISPLAY "<li><b>" FUNCTION TRIM(ORG-USER(ORG-COUNTER))
            "</b> " FUNCTION TRIM(WS-HTML-TEXT)
         IF ORG-LEVEL(ORG-COUNTER) = 1
            DISPLAY " (direct report)"
         ELSE
            DISPLAY " (reports to "
               FUNCTION TRIM(ORG-REPORTS-TO(ORG-COUNTER)) ")"
         END-IF
         IF ORG-ACTIVE-FLAG(ORG-COUNTER) = "I"
            DISPLAY " (inactive)"
         END-IF
         DISPLAY " - " WS-MEMBER-OPEN " open, "
            WS-MEMBER-OVERDUE " overdue, " WS-MEMBER-BLOCKED
            " blocked, " WS-MEMBER-PENDING " awaiting approval"
         IF WS-MEMBER-OPEN > 0
            DISPLAY "<ul>"
            PERFORM VARYING ITEM-COUNTER FROM 1 BY 1
               UNTIL ITEM-COUNTER > NUMBER-OF-TODOS
                  IF USER IN TODO-ITEM(ITEM-COUNTER)
                        = ORG-USER(ORG-COUNTER)
                     MOVE TODO-ITEM(ITEM-COUNTER) TO WS-TDLIST
                     PERFORM DISPLAY-ITEM
                  END-IF
            END-PERFORM
            DISPLAY "</ul>"
         END-IF
         DISPLAY "</li>"
         EXIT.

       COUNT-TEAM-ITEM SECTION.
         ADD 1 TO WS-MEMBER-OPEN
         PERFORM CHECK-ITEM-OVERDUE
         IF ITEM-IS-OVERDUE
            ADD 1 TO WS-MEMBER-OVERDUE
         END-IF
         PERFORM CHECK-ITEM-BLOCKED
         IF ITEM-IS-BLOCKED
            ADD 1 TO WS-MEMBER-BLOCKED
         END-IF
         IF APPROVAL-PENDING IN WS-TDLIST
            ADD 1 TO WS-MEMBER-PENDING
         END-IF
         EXIT.

       CHECK-ITEM-OVERDUE SECTION.
         MOVE 'N' TO WS-ITEM-OVERDUE
         IF DUE-DATE IN WS-TDLIST NOT NUMERIC
            OR DUE-DATE IN WS-TDLIST = ZERO
            EXIT SECTION
         END-IF
         COMPUTE WS-DUE-TIME-NUM =
              DUE-HOURS IN WS-TDLIST * 100
              + DUE-MINUTE IN WS-TDLIST
         IF DUE-DATE IN WS-TDLIST < WS-TODAY-DATE
            OR (DUE-DATE IN WS-TDLIST = WS-TODAY-DATE
                AND WS-DUE-TIME-NUM > 0
                AND WS-DUE-TIME-NUM < WS-NOW-TIME)
            MOVE 'Y' TO WS-ITEM-OVERDUE
         END-IF
         EXIT.

      *    AN ITEM IS BLOCKED WHILE THE ITEM IT WAITS ON IS STILL ON
      *    THE LIST AND NOT DONE OR CANCELLED
       CHECK-ITEM-BLOCKED SECTION.
         MOVE 'N' TO WS-ITEM-BLOCKED
         IF BLOCKED-BY-ID IN WS-TDLIST NOT NUMERIC
            OR BLOCKED-BY-ID IN WS-TDLIST = 0
            OR TDLIST-STATUS NOT = "00"
            EXIT SECTION
         END-IF
         MOVE LIST-ID IN WS-TDLIST TO LIST-ID IN TDLIST-FILE
         MOVE BLOCKED-BY-ID IN WS-TDLIST TO ITEM-ID IN TDLIST-FILE
         READ TDLIST
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               IF NOT STATUS-DONE IN TDLIST-FILE
                  AND NOT STATUS-CANCELLED IN TDLIST-FILE
                  MOVE 'Y' TO WS-ITEM-BLOCKED
               END-IF
         END-READ
         MOVE "00" TO TDLIST-STATUS
         EXIT.

       CHANGE-POSITION SECTION.
         EXIT.

       READ-TODOLIST-FROM-FILE SECTION.
         PERFORM LOAD-SUBTASK-TABLE
         MOVE 0 TO WS-INBOX-COUNT
         MOVE 0 TO WS-SNOOZE-HIDDEN
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
         IF ACTION-SHOW
            PERFORM DISPLAY-ACCEPTANCE-INBOX
         END-IF
         MOVE 0 TO WS-HIGHEST-ITEM-ID
         PERFORM SET-PAGE-WINDOW
         MOVE SPACE TO WS-EOF
         OPEN INPUT TDLIST
         DISPLAY "<ul>"
         IF TDLIST-STATUS = "00"
            IF USER IN TD-ITEM NOT = SPACES
               PERFORM READ-USER-VIEW-BY-KEY
            ELSE
               PERFORM UNTIL WS-EOF='Y'
                     READ TDLIST NEXT INTO WS-TDLIST
                     AT END MOVE 'Y' TO WS-EOF
                     NOT AT END PERFORM STORE-AND-DISPLAY-IF-MATCH
                     END-READ
               END-PERFORM
            END-IF
            CLOSE TDLIST
         END-IF
         PERFORM DISPLAY-PAGE-FOOTER
         IF WS-SNOOZE-HIDDEN > 0
            DISPLAY "<li>" WS-SNOOZE-HIDDEN
            " snoozed item(s) not shown</li>"
         END-IF
         DISPLAY "</ul>"
         EXIT.

      *    THE PER-USER VIEW POSITIONS ON THE USER ALTERNATE KEY
      *    AND STOPS AT THE NEXT USER INSTEAD OF SCANNING THE FILE
       READ-USER-VIEW-BY-KEY SECTION.
         MOVE USER IN TD-ITEM TO USER IN TDLIST-FILE
         START TDLIST KEY >= USER IN TDLIST-FILE
            INVALID KEY
               MOVE 'Y' TO WS-EOF
         END-START
         PERFORM UNTIL WS-EOF = 'Y'
               READ TDLIST NEXT INTO WS-TDLIST
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END
                  IF USER IN WS-TDLIST NOT = USER IN TD-ITEM
                     MOVE 'Y' TO WS-EOF
                  ELSE
                     PERFORM MATCH-SELECTED-LIST
                     IF SELECTED-LIST-MATCH
                        PERFORM STORE-ITEM-IN-TABLE
                        PERFORM CHECK-ITEM-SNOOZED
                        EVALUATE TRUE
                        WHEN WS-INBOX-COUNT > 0
                           AND ACCEPTANCE-PENDING IN WS-TDLIST
                           AND USER IN WS-TDLIST = WHICH-ACTING-USER
                           CONTINUE
                        WHEN ITEM-IS-SNOOZED
                           ADD 1 TO WS-SNOOZE-HIDDEN
                        WHEN OTHER
                           PERFORM DISPLAY-ITEM-PAGED
                        END-EVALUATE
                     END-IF
                  END-IF
               END-READ
         END-PERFORM
         EXIT.

       STORE-AND-DISPLAY-IF-MATCH SECTION.
         PERFORM MATCH-SELECTED-LIST
         IF NOT SELECTED-LIST-MATCH
            EXIT SECTION
         END-IF
         PERFORM STORE-ITEM-IN-TABLE
         IF WS-INBOX-COUNT > 0
            AND ACCEPTANCE-PENDING IN WS-TDLIST
            AND USER IN WS-TDLIST = WHICH-ACTING-USER
            EXIT SECTION
         END-IF
         IF USER IN TD-ITEM = SPACES
            OR USER IN WS-TDLIST = USER IN TD-ITEM
            PERFORM CHECK-ITEM-SNOOZED
            IF ITEM-IS-SNOOZED
               ADD 1 TO WS-SNOOZE-HIDDEN
            ELSE
               PERFORM DISPLAY-ITEM-PAGED
            END-IF
         END-IF
         EXIT.

      *    A SNOOZED ITEM STAYS OUT OF THE LIST AND THE BOARD UNTIL
      *    ITS WAKE-UP DATE; WS-TODAY-DATE IS SET BY THE CALLER
       CHECK-ITEM-SNOOZED SECTION.
         MOVE 'N' TO WS-ITEM-SNOOZED
         IF SNOOZE-UNTIL IN WS-TDLIST NUMERIC
            AND SNOOZE-UNTIL IN WS-TDLIST > WS-TODAY-DATE
            MOVE 'Y' TO WS-ITEM-SNOOZED
         END-IF
         EXIT.

      *    ITEMS HANDED TO THE SIGNED-ON USER AND NOT YET ACCEPTED
      *    ARE SHOWN ABOVE THE LIST AND LEFT OUT OF IT
       DISPLAY-ACCEPTANCE-INBOX SECTION.
         MOVE 0 TO WS-INBOX-COUNT
         IF WHICH-ACTING-USER = SPACES
            EXIT SECTION
         END-IF
         OPEN INPUT TDLIST
         IF TDLIST-STATUS NOT = "00"
            EXIT SECTION
         END-IF
         MOVE SPACE TO WS-INBOX-EOF
         MOVE WHICH-ACTING-USER TO USER IN TDLIST-FILE
         START TDLIST KEY >= USER IN TDLIST-FILE
            INVALID KEY
               MOVE 'Y' TO WS-INBOX-EOF
         END-START
         PERFORM UNTIL WS-INBOX-EOF = 'Y'
               READ TDLIST NEXT INTO WS-TDLIST
               AT END MOVE 'Y' TO WS-INBOX-EOF
               NOT AT END
                  IF USER IN WS-TDLIST NOT = WHICH-ACTING-USER
                     MOVE 'Y' TO WS-INBOX-EOF
                  ELSE
                     PERFORM MATCH-SELECTED-LIST
                     IF SELECTED-LIST-MATCH
                        AND ACCEPTANCE-PENDING IN WS-TDLIST
                        IF WS-INBOX-COUNT = 0
                           DISPLAY "<h3>Inbox - handed to you, "
                           "waiting for you to accept or "
                           "decline</h3><ul>"
                        END-IF
                        ADD 1 TO WS-INBOX-COUNT
                        PERFORM DISPLAY-ITEM
                     END-IF
                  END-IF
               END-READ
         END-PERFORM
         CLOSE TDLIST
         IF WS-INBOX-COUNT > 0
            DISPLAY "</ul>"
         END-IF
         EXIT.

       REASSIGN-ITEM SECTION.
         IF WHICH-NEW-USER = SPACES
            DISPLAY "<li>No new user given - item "
            ITEM-ID IN TD-ITEM " was not reassigned.</li>"
            EXIT SECTION
         END-IF
         OPEN I-O TDLIST
         MOVE TDLIST-KEY IN TD-ITEM TO TDLIST-KEY IN TDLIST-FILE
         READ TDLIST
            INVALID KEY
               DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
               IF OWNERSHIP-OK
                  MOVE USER IN TDLIST-FILE TO WS-REASSIGN-OLD-USER
                  MOVE WHICH-NEW-USER TO USER IN TDLIST-FILE
                  MOVE TDLIST-FILE TO WS-TDLIST
                  PERFORM SET-ASSIGNMENT-FIELDS
                  MOVE WS-TDLIST TO TDLIST-FILE
                  REWRITE TDLIST-FILE
                  PERFORM DISPLAY-ITEM
                  MOVE ITEM-ID IN TD-ITEM
                       TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
         CLOSE TDLIST
         EXIT.

      *    ONLY THE USER THE ITEM WAS HANDED TO CAN ACCEPT IT
       ACCEPT-ITEM SECTION.
         IF WHICH-ACTING-USER = SPACES
            MOVE USER IN TD-ITEM TO WHICH-ACTING-USER
         END-IF
         OPEN I-O TDLIST
         MOVE TDLIST-KEY IN TD-ITEM TO TDLIST-KEY IN TDLIST-FILE
         READ TDLIST
            INVALID KEY
               DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
               " not found.</li>"
            NOT INVALID KEY
               EVALUATE TRUE
               WHEN NOT ACCEPTANCE-PENDING IN TDLIST-FILE
                  DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
                  " is not waiting to be accepted.</li>"
               WHEN USER IN TDLIST-FILE NOT = WHICH-ACTING-USER
                  DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
                  " was handed to " FUNCTION TRIM(USER IN TDLIST-FILE)
                  " - only they can accept it.</li>"
               WHEN OTHER
                  MOVE "A" TO ACCEPT-FLAG IN TDLIST-FILE
                  REWRITE TDLIST-FILE
                  MOVE TDLIST-FILE TO WS-TDLIST
                  PERFORM DISPLAY-ITEM
                  DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
                  " accepted.</li>"
                  MOVE ITEM-ID IN TD-ITEM
                       TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
                  MOVE "accept"
                       TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
                  MOVE WHICH-ACTING-USER
                       TO AUDIT-USER IN AUDIT-RECORD-BUFFER
                  MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
                  STRING "from " ASSIGNED-BY IN TDLIST-FILE
                     DELIMITED BY SIZE
                     INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
                  END-STRING
                  PERFORM LOG-AUDIT-ENTRY
                  MOVE "accept" TO EV-TYPE
                  MOVE LIST-ID IN TD-ITEM TO EV-LIST-ID
                  MOVE ITEM-ID IN TD-ITEM TO EV-ITEM-ID
                  MOVE WHICH-ACTING-USER TO EV-USER
                  MOVE SPACES TO EV-PAYLOAD
                  STRING "from " ASSIGNED-BY IN TDLIST-FILE
                     DELIMITED BY SIZE INTO EV-PAYLOAD
                  END-STRING
                  PERFORM WRITE-EVENT-ENTRY
               END-EVALUATE
         END-READ
         CLOSE TDLIST
         EXIT.

      *    A DECLINED ITEM GOES BACK TO WHOEVER HANDED IT OVER; WORK
      *    THAT CAME FROM INTAKE OR A HANDOVER WITHOUT A PERSON
      *    BEHIND IT GOES TO THE OWNER OF THE LIST. THE REASON GOES
      *    WITH THE EVENT AND, AS FAR AS IT FITS, INTO THE AUDIT
       DECLINE-ITEM SECTION.
         IF WHICH-ACTING-USER = SPACES
            MOVE USER IN TD-ITEM TO WHICH-ACTING-USER
         END-IF
         IF WHICH-NOTE-TEXT = SPACES
            DISPLAY "<li>Please give a reason - item "
            ITEM-ID IN TD-ITEM " was not declined.</li>"
            EXIT SECTION
         END-IF
         OPEN I-O TDLIST
         MOVE TDLIST-KEY IN TD-ITEM TO TDLIST-KEY IN TDLIST-FILE
         READ TDLIST
            INVALID KEY
               DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
               " not found.</li>"
            NOT INVALID KEY
               MOVE ASSIGNED-BY IN TDLIST-FILE TO WS-DECLINE-TO-USER
               IF WS-DECLINE-TO-USER = SPACES
                  PERFORM FIND-LIST-OWNER
               END-IF
               EVALUATE TRUE
               WHEN NOT ACCEPTANCE-PENDING IN TDLIST-FILE
                  DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
                  " is not waiting to be accepted.</li>"
               WHEN USER IN TDLIST-FILE NOT = WHICH-ACTING-USER
                  DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
                  " was handed to " FUNCTION TRIM(USER IN TDLIST-FILE)
                  " - only they can decline it.</li>"
               WHEN WS-DECLINE-TO-USER = SPACES
                  OR WS-DECLINE-TO-USER = WHICH-ACTING-USER
                  DISPLAY "<li>Nobody to hand item " ITEM-ID IN TD-ITEM
                  " back to - ask an administrator to reassign "
                  "it.</li>"
               WHEN OTHER
                  PERFORM RETURN-DECLINED-ITEM
               END-EVALUATE
         END-READ
         CLOSE TDLIST
         EXIT.

       RETURN-DECLINED-ITEM SECTION.
         MOVE WS-DECLINE-TO-USER TO USER IN TDLIST-FILE
         MOVE SPACE TO ACCEPT-FLAG IN TDLIST-FILE
         MOVE WHICH-ACTING-USER TO ASSIGNED-BY IN TDLIST-FILE
         MOVE FUNCTION CURRENT-DATE(1:8)
              TO ASSIGNED-DATE IN TDLIST-FILE
         REWRITE TDLIST-FILE
         MOVE TDLIST-FILE TO WS-TDLIST
         PERFORM DISPLAY-ITEM
         DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
         " declined and handed back to "
         FUNCTION TRIM(WS-DECLINE-TO-USER) ".</li>"
         MOVE ITEM-ID IN TD-ITEM
              TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
         MOVE "decline" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
         MOVE WHICH-ACTING-USER TO AUDIT-USER IN AUDIT-RECORD-BUFFER
         MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
         STRING ">" FUNCTION TRIM(WS-DECLINE-TO-USER) " "
            WHICH-NOTE-TEXT
            DELIMITED BY SIZE
            INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
         END-STRING
         PERFORM LOG-AUDIT-ENTRY
         MOVE "decline" TO EV-TYPE
         MOVE LIST-ID IN TD-ITEM TO EV-LIST-ID
         MOVE ITEM-ID IN TD-ITEM TO EV-ITEM-ID
         MOVE WS-DECLINE-TO-USER TO EV-USER
         MOVE SPACES TO EV-PAYLOAD
         STRING "by " FUNCTION TRIM(WHICH-ACTING-USER) ": "
            WHICH-NOTE-TEXT
            DELIMITED BY SIZE INTO EV-PAYLOAD
         END-STRING
         PERFORM WRITE-EVENT-ENTRY
         EXIT.

      *    A SNOOZED ITEM IS LEFT OUT OF THE LIST, THE BOARD AND THE
      *    REMINDER FEEDS UNTIL ITS WAKE-UP DATE, WHEN THE NIGHTLY
      *    WAKE STEP BRINGS IT BACK
       SNOOZE-ITEM SECTION.
         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
         IF WHICH-SNOOZE-DATE = 0
            OR FUNCTION TEST-DATE-YYYYMMDD(WHICH-SNOOZE-DATE) NOT = 0
            DISPLAY "<li>Please give a valid wake-up date - item "
            ITEM-ID IN TD-ITEM " was not snoozed.</li>"
            EXIT SECTION
         END-IF
         IF WHICH-SNOOZE-DATE NOT > WS-TODAY-DATE
            DISPLAY "<li>The wake-up date must be after today - "
            "item " ITEM-ID IN TD-ITEM " was not snoozed.</li>"
            EXIT SECTION
         END-IF
         OPEN I-O TDLIST
         MOVE TDLIST-KEY IN TD-ITEM TO TDLIST-KEY IN TDLIST-FILE
         READ TDLIST
            INVALID KEY
               DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
               " not found.</li>"
            NOT INVALID KEY
               PERFORM CHECK-ITEM-OWNERSHIP
               IF OWNERSHIP-OK
                  IF STATUS-DONE IN TDLIST-FILE
                     OR STATUS-CANCELLED IN TDLIST-FILE
                     DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
                     " is closed - nothing to snooze.</li>"
                  ELSE
                     PERFORM APPLY-SNOOZE
                  END-IF
               END-IF
         END-READ
         CLOSE TDLIST
         EXIT.

       APPLY-SNOOZE SECTION.
         MOVE WHICH-SNOOZE-DATE TO SNOOZE-UNTIL IN TDLIST-FILE
         MOVE WHICH-NOTE-TEXT TO SNOOZE-REASON IN TDLIST-FILE
         REWRITE TDLIST-FILE
         MOVE TDLIST-FILE TO WS-TDLIST
         PERFORM DISPLAY-ITEM
         DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
         " snoozed until " WHICH-SNOOZE-DATE ".</li>"
         IF DUE-DATE IN TDLIST-FILE NUMERIC
            AND DUE-DATE IN TDLIST-FILE > 0
            AND DUE-DATE IN TDLIST-FILE < WHICH-SNOOZE-DATE
            DISPLAY "<li>Note: the item falls due before it "
            "wakes up.</li>"
         END-IF
         MOVE ITEM-ID IN TD-ITEM
              TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
         MOVE "snooze" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
         MOVE WHICH-ACTING-USER TO AUDIT-USER IN AUDIT-RECORD-BUFFER
         MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
         STRING WHICH-SNOOZE-DATE " " SNOOZE-REASON IN TDLIST-FILE
            DELIMITED BY SIZE
            INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
         END-STRING
         PERFORM LOG-AUDIT-ENTRY
         MOVE "snooze" TO EV-TYPE
         MOVE LIST-ID IN TD-ITEM TO EV-LIST-ID
         MOVE ITEM-ID IN TD-ITEM TO EV-ITEM-ID
         MOVE USER IN TDLIST-FILE TO EV-USER
         MOVE SPACES TO EV-PAYLOAD
         STRING "until " WHICH-SNOOZE-DATE " "
            SNOOZE-REASON IN TDLIST-FILE
            DELIMITED BY SIZE INTO EV-PAYLOAD
         END-STRING
         PERFORM WRITE-EVENT-ENTRY
         EXIT.

      *    WAKES A SNOOZED ITEM AHEAD OF ITS DATE
       WAKE-ITEM SECTION.
         OPEN I-O TDLIST
         MOVE TDLIST-KEY IN TD-ITEM TO TDLIST-KEY IN TDLIST-FILE
         READ TDLIST
            INVALID KEY
               DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
               " not found.</li>"
            NOT INVALID KEY
               PERFORM CHECK-ITEM-OWNERSHIP
               IF OWNERSHIP-OK
                  IF SNOOZE-UNTIL IN TDLIST-FILE NOT NUMERIC
                     OR SNOOZE-UNTIL IN TDLIST-FILE = 0
                     DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
                     " is not snoozed.</li>"
                  ELSE
                     PERFORM APPLY-WAKE
                  END-IF
               END-IF
         END-READ
         CLOSE TDLIST
         EXIT.

       APPLY-WAKE SECTION.
         MOVE SPACES TO EV-PAYLOAD
         STRING "early, was until " SNOOZE-UNTIL IN TDLIST-FILE
            DELIMITED BY SIZE INTO EV-PAYLOAD
         END-STRING
         MOVE 0 TO SNOOZE-UNTIL IN TDLIST-FILE
         MOVE SPACES TO SNOOZE-REASON IN TDLIST-FILE
         REWRITE TDLIST-FILE
         MOVE TDLIST-FILE TO WS-TDLIST
         PERFORM DISPLAY-ITEM
         DISPLAY "<li>Item " ITEM-ID IN TD-ITEM " woken up.</li>"
         MOVE ITEM-ID IN TD-ITEM
              TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
         MOVE "wake" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
         MOVE WHICH-ACTING-USER TO AUDIT-USER IN AUDIT-RECORD-BUFFER
         MOVE "early" TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
         PERFORM LOG-AUDIT-ENTRY
         MOVE "wake" TO EV-TYPE
         MOVE LIST-ID IN TD-ITEM TO EV-LIST-ID
         MOVE ITEM-ID IN TD-ITEM TO EV-ITEM-ID
         MOVE USER IN TDLIST-FILE TO EV-USER
         PERFORM WRITE-EVENT-ENTRY
         EXIT.

       FIND-LIST-OWNER SECTION.
         MOVE SPACES TO WS-DECLINE-TO-USER
         OPEN INPUT TDLISTMST
         IF LISTMST-STATUS NOT = "00"
            EXIT SECTION
         END-IF
         MOVE LIST-ID IN TDLIST-FILE TO LM-LIST-ID
         READ TDLISTMST
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               MOVE LM-OWNER TO WS-DECLINE-TO-USER
         END-READ
         CLOSE TDLISTMST
         EXIT.

      *    LIST-ID IS PART OF THE RECORD KEY, SO A MOVE IS A DELETE
      *    AND A WRITE UNDER THE NEW LIST KEEPING THE SAME ITEM-ID;
      *    NOTES AND AUDIT HISTORY ARE KEYED BY ITEM-ID AND FOLLOW
            ITEM-ID IN TD-ITEM " was not moved.</li>"
            EXIT SECTION
         END-IF
         IF WHICH-NEW-LIST = LIST-ID IN TD-ITEM
            DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
            " is already on list " LIST-ID IN TD-ITEM ".</li>"
            EXIT SECTION
         END-IF
         MOVE WHICH-NEW-LIST TO LA-LIST-ID
         MOVE "W" TO LA-ACCESS-WANTED
         PERFORM CHECK-LIST-ACCESS
         IF LA-REFUSED
            DISPLAY "<li>List " FUNCTION TRIM(WHICH-NEW-LIST) ": "
            FUNCTION TRIM(LA-REASON) " - item " ITEM-ID IN TD-ITEM
            " was not moved.</li>"
            EXIT SECTION
         END-IF
      *    SUB-TASKS STAY ON THEIR PARENT'S LIST, SO A PARENT MOVES
      *    ONLY ONCE ITS OPEN SUB-TASKS ARE DEALT WITH
         PERFORM LOAD-LIST-INTO-TABLE
         PERFORM COUNT-OPEN-SUBTASKS
         IF WS-OPEN-CHILD-COUNT > 0
            DISPLAY "<li>Item " ITEM-ID IN TD-ITEM " still has "
            WS-OPEN-CHILD-COUNT " open sub-task(s) - it was not"
            " moved.</li>"
            EXIT SECTION
         END-IF
         OPEN I-O TDLIST
         MOVE TDLIST-KEY IN TD-ITEM TO TDLIST-KEY IN TDLIST-FILE
         READ TDLIST
            INVALID KEY
               DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
               " not found.</li>"
               CLOSE TDLIST
               EXIT SECTION
            NOT INVALID KEY
               CONTINUE
         END-READ
         PERFORM CHECK-ITEM-OWNERSHIP
         IF OWNERSHIP-DENIED
            CLOSE TDLIST
            EXIT SECTION
         END-IF
         MOVE TDLIST-FILE TO WS-MOVE-RECORD
         MOVE LIST-ID IN WS-MOVE-RECORD TO WS-MOVE-OLD-LIST
         MOVE 'N' TO WS-MOVE-TARGET-TAKEN
         MOVE WHICH-NEW-LIST TO LIST-ID IN TDLIST-FILE
         READ TDLIST
            INVALID KEY
               CONTINUE
            NOT INVALID KEY
               MOVE 'Y' TO WS-MOVE-TARGET-TAKEN
         END-READ
         IF MOVE-TARGET-TAKEN
            DISPLAY "<li>List " WHICH-NEW-LIST
            " already carries an item #" ITEM-ID IN TD-ITEM
            " - nothing moved.</li>"
            CLOSE TDLIST
            EXIT SECTION
         END-IF
      *    THE NEW KEY IS WRITTEN BEFORE THE OLD ONE IS DELETED SO
      *    A CRASH IN BETWEEN LEAVES A DETECTABLE DUPLICATE FOR THE
      *    RECOVERY CHECK INSTEAD OF LOSING THE RECORD
         MOVE WHICH-NEW-LIST TO LIST-ID IN WS-MOVE-RECORD
         IF PARENT-ID IN WS-MOVE-RECORD NUMERIC
            AND PARENT-ID IN WS-MOVE-RECORD > 0
            DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
            " leaves its parent #" PARENT-ID IN WS-MOVE-RECORD
            " behind on list " WS-MOVE-OLD-LIST ".</li>"
            MOVE 0 TO PARENT-ID IN WS-MOVE-RECORD
         END-IF
         WRITE TDLIST-FILE FROM WS-MOVE-RECORD
            INVALID KEY
               DISPLAY "<li>Could not write item "
               ITEM-ID IN TD-ITEM " under list "
               WHICH-NEW-LIST " - nothing moved.</li>"
               CLOSE TDLIST
               EXIT SECTION
         END-WRITE
         MOVE TDLIST-KEY IN TD-ITEM TO TDLIST-KEY IN TDLIST-FILE
         READ TDLIST
            INVALID KEY
               CONTINUE
         END-READ
         DELETE TDLIST RECORD
         CLOSE TDLIST
         MOVE WS-MOVE-RECORD TO WS-TDLIST
         DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
         " moved from list " WS-MOVE-OLD-LIST
         " to list " WHICH-NEW-LIST ":</li>"
         PERFORM DISPLAY-ITEM
         MOVE ITEM-ID IN TD-ITEM
              TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
         MOVE "moveitem" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
         MOVE USER IN TD-ITEM TO AUDIT-USER IN AUDIT-RECORD-BUFFER
         MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
         STRING WS-MOVE-OLD-LIST ">" WHICH-NEW-LIST
            DELIMITED BY SIZE
            INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
         END-STRING
         PERFORM LOG-AUDIT-ENTRY
         MOVE "moveitem" TO EV-TYPE
         MOVE WHICH-NEW-LIST TO EV-LIST-ID
         MOVE ITEM-ID IN TD-ITEM TO EV-ITEM-ID
         MOVE USER IN TD-ITEM TO EV-USER
         MOVE SPACES TO EV-PAYLOAD
         STRING WS-MOVE-OLD-LIST ">" WHICH-NEW-LIST
            DELIMITED BY SIZE INTO EV-PAYLOAD
         END-STRING
         PERFORM WRITE-EVENT-ENTRY
         MOVE WS-MOVE-OLD-LIST TO WS-WATCH-FROM-LIST
         MOVE ITEM-ID IN TD-ITEM TO WS-WATCH-FROM-ID
         MOVE WHICH-NEW-LIST TO WS-WATCH-TO-LIST
         MOVE ITEM-ID IN TD-ITEM TO WS-WATCH-TO-ID
         PERFORM REPOINT-WATCH-LINKS
         EXIT.

      *    AN ADMINISTRATOR FOLDS A DUPLICATE INTO THE SURVIVING ITEM
      *    ON THE SAME LIST. THE DUPLICATE'S NOTE, TIME BOOKINGS,
      *    WATCHERS AND EXTERNAL REFERENCE MOVE ACROSS, ITEMS WAITING
      *    ON IT OR FILED UNDER IT FOLLOW THE SURVIVOR, AND IT GOES TO
      *    THE ARCHIVE CANCELLED WITH THE SURVIVOR'S NUMBER. THE AUDIT
      *    TRAIL IS NEVER REWRITTEN - THE TWO MERGE ROWS TIE THE
      *    HISTORIES TOGETHER AND ITEM-HISTORY FOLLOWS THEM
       MERGE-ITEM SECTION.
         IF NOT ACTING-USER-IS-ADMIN
            DISPLAY "<li>Only an administrator may merge items - "
            "nothing was merged.</li>"
            EXIT SECTION
         END-IF
         IF WHICH-MERGE-ID = 0
            DISPLAY "<li>No duplicate item given - nothing was"
            " merged.</li>"
            EXIT SECTION
         END-IF
         IF WHICH-MERGE-ID = ITEM-ID IN TD-ITEM
            DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
            " cannot be merged into itself.</li>"
            EXIT SECTION
         END-IF
         IF WHICH-ACTING-USER NOT = SPACES
            MOVE WHICH-ACTING-USER TO WS-MERGE-ACTOR
         ELSE
            MOVE USER IN TD-ITEM TO WS-MERGE-ACTOR
         END-IF
         OPEN I-O TDLIST
         MOVE TDLIST-KEY IN TD-ITEM TO TDLIST-KEY IN TDLIST-FILE
         READ TDLIST INTO WS-MERGE-SURVIVOR
            INVALID KEY
               DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
               " not found - nothing was merged.</li>"
               CLOSE TDLIST
               EXIT SECTION
         END-READ
         MOVE LIST-ID IN TD-ITEM TO LIST-ID IN TDLIST-FILE
         MOVE WHICH-MERGE-ID TO ITEM-ID IN TDLIST-FILE
         READ TDLIST INTO WS-MERGE-DUPLICATE
            INVALID KEY
               DISPLAY "<li>Item " WHICH-MERGE-ID " is not on list "
               FUNCTION TRIM(LIST-ID IN TD-ITEM)
               " - move it there first; nothing was merged.</li>"
               CLOSE TDLIST
               EXIT SECTION
         END-READ
         IF STATUS-DONE IN WS-MERGE-SURVIVOR
            OR STATUS-CANCELLED IN WS-MERGE-SURVIVOR
            OR STATUS-DONE IN WS-MERGE-DUPLICATE
            OR STATUS-CANCELLED IN WS-MERGE-DUPLICATE
            DISPLAY "<li>Items " ITEM-ID IN TD-ITEM " and "
            WHICH-MERGE-ID " must both still be open - nothing"
            " was merged.</li>"
            CLOSE TDLIST
            EXIT SECTION
         END-IF
         PERFORM MERGE-EXTERNAL-REFERENCE
      *    THE SURVIVOR MUST NOT END UP WAITING ON OR FILED UNDER THE
      *    ITEM IT ABSORBS
         IF BLOCKED-BY-ID IN WS-MERGE-SURVIVOR NUMERIC
            AND BLOCKED-BY-ID IN WS-MERGE-SURVIVOR = WHICH-MERGE-ID
            MOVE 0 TO BLOCKED-BY-ID IN WS-MERGE-SURVIVOR
         END-IF
         IF PARENT-ID IN WS-MERGE-SURVIVOR NUMERIC
            AND PARENT-ID IN WS-MERGE-SURVIVOR = WHICH-MERGE-ID
            MOVE PARENT-ID IN WS-MERGE-DUPLICATE
                 TO PARENT-ID IN WS-MERGE-SURVIVOR
         END-IF
         MOVE TDLIST-KEY IN WS-MERGE-SURVIVOR
              TO TDLIST-KEY IN TDLIST-FILE
         READ TDLIST
            INVALID KEY
               CONTINUE
         END-READ
         MOVE WS-MERGE-SURVIVOR TO TDLIST-FILE
         REWRITE TDLIST-FILE
         MOVE "C" TO ITEM-STATUS IN WS-MERGE-DUPLICATE
         MOVE ITEM-ID IN TD-ITEM TO MERGED-INTO-ID IN WS-MERGE-DUPLICATE
         MOVE TDLIST-KEY IN WS-MERGE-DUPLICATE
              TO TDLIST-KEY IN TDLIST-FILE
         READ TDLIST
            INVALID KEY
               CONTINUE
         END-READ
         MOVE WS-MERGE-DUPLICATE TO TDLIST-FILE
         PERFORM ARCHIVE-ITEM
         DELETE TDLIST RECORD
         PERFORM REPOINT-MERGED-LINKS
         CLOSE TDLIST
         PERFORM MERGE-ITEM-NOTES
         PERFORM MERGE-TIME-BOOKINGS
         PERFORM MERGE-WATCH-LINKS
         PERFORM REPORT-MERGE
         PERFORM WRITE-MERGE-AUDIT
         MOVE "merge" TO EV-TYPE
         MOVE LIST-ID IN TD-ITEM TO EV-LIST-ID
         MOVE ITEM-ID IN TD-ITEM TO EV-ITEM-ID
         MOVE WS-MERGE-ACTOR TO EV-USER
         MOVE SPACES TO EV-PAYLOAD
         STRING WHICH-MERGE-ID ">" ITEM-ID IN TD-ITEM " "
            DESCRIPTION IN WS-MERGE-DUPLICATE
            DELIMITED BY SIZE INTO EV-PAYLOAD
         END-STRING
         PERFORM WRITE-EVENT-ENTRY
         EXIT.

      *    THE SURVIVOR'S OWN REFERENCE WINS; THE DUPLICATE'S IS
      *    TAKEN OVER ONLY WHEN THE SURVIVOR HAS NONE, OTHERWISE IT
      *    STAYS ON THE ARCHIVED DUPLICATE AND IS REPORTED
       MERGE-EXTERNAL-REFERENCE SECTION.
         MOVE SPACE TO WS-MERGE-REF-OUTCOME
         IF EXT-REFERENCE IN WS-MERGE-DUPLICATE = SPACES
            EXIT SECTION
         END-IF
         IF EXT-REFERENCE IN WS-MERGE-SURVIVOR = SPACES
            MOVE EXT-REFERENCE IN WS-MERGE-DUPLICATE
                 TO EXT-REFERENCE IN WS-MERGE-SURVIVOR
            MOVE SPACES TO EXT-REFERENCE IN WS-MERGE-DUPLICATE
            MOVE 'M' TO WS-MERGE-REF-OUTCOME
         ELSE
            IF EXT-REFERENCE IN WS-MERGE-DUPLICATE
                  NOT = EXT-REFERENCE IN WS-MERGE-SURVIVOR
               MOVE 'K' TO WS-MERGE-REF-OUTCOME
            ELSE
               MOVE SPACES TO EXT-REFERENCE IN WS-MERGE-DUPLICATE
            END-IF
         END-IF
         EXIT.

      *    EVERY LIVE ITEM WAITING ON THE DUPLICATE NOW WAITS ON THE
      *    SURVIVOR, AND ITS SUB-TASKS MOVE UNDER THE SURVIVOR. EACH
      *    CHANGE GOES TO tdchange SO WATCHERS SEE IT IN THEIR DIGEST
       REPOINT-MERGED-LINKS SECTION.
         MOVE 0 TO WS-MERGE-LINKS-MOVED
         MOVE 0 TO WS-MERGE-CHILDREN-MOVED
         OPEN EXTEND TDCHANGE
         IF CHANGE-STATUS = "35"
            OPEN OUTPUT TDCHANGE
            CLOSE TDCHANGE
            OPEN EXTEND TDCHANGE
         END-IF
         MOVE WS-MERGE-ACTOR TO CH-USER IN WS-CHANGE-BUFFER
         MOVE SPACE TO WS-EOF
         MOVE LOW-VALUES TO TDLIST-KEY IN TDLIST-FILE
         START TDLIST KEY >= TDLIST-KEY IN TDLIST-FILE
            INVALID KEY
               MOVE 'Y' TO WS-EOF
         END-START
         PERFORM UNTIL WS-EOF = 'Y'
               READ TDLIST NEXT
               AT END MOVE 'Y' TO WS-EOF
               NOT AT END PERFORM REPOINT-ONE-MERGED-LINK
               END-READ
         END-PERFORM
         CLOSE TDCHANGE
         EXIT.

       REPOINT-ONE-MERGED-LINK SECTION.
         MOVE TDLIST-FILE TO WS-MODIFY-OLD-RECORD
         IF BLOCKED-BY-ID IN TDLIST-FILE NUMERIC
            AND BLOCKED-BY-ID IN TDLIST-FILE = WHICH-MERGE-ID
            MOVE ITEM-ID IN TD-ITEM TO BLOCKED-BY-ID IN TDLIST-FILE
            ADD 1 TO WS-MERGE-LINKS-MOVED
            MOVE ITEM-ID IN TDLIST-FILE
                 TO CH-ITEM-ID IN WS-CHANGE-BUFFER
            MOVE "BLOCKED-BY" TO CH-FIELD-NAME IN WS-CHANGE-BUFFER
            MOVE WHICH-MERGE-ID TO CH-OLD-VALUE IN WS-CHANGE-BUFFER
            MOVE ITEM-ID IN TD-ITEM TO CH-NEW-VALUE IN WS-CHANGE-BUFFER
            PERFORM WRITE-ONE-CHANGE
         END-IF
         IF LIST-ID IN TDLIST-FILE = LIST-ID IN TD-ITEM
            AND PARENT-ID IN TDLIST-FILE NUMERIC
            AND PARENT-ID IN TDLIST-FILE = WHICH-MERGE-ID
            MOVE ITEM-ID IN TD-ITEM TO PARENT-ID IN TDLIST-FILE
            ADD 1 TO WS-MERGE-CHILDREN-MOVED
            MOVE ITEM-ID IN TDLIST-FILE
                 TO CH-ITEM-ID IN WS-CHANGE-BUFFER
            MOVE "PARENT" TO CH-FIELD-NAME IN WS-CHANGE-BUFFER
            MOVE WHICH-MERGE-ID TO CH-OLD-VALUE IN WS-CHANGE-BUFFER
            MOVE ITEM-ID IN TD-ITEM TO CH-NEW-VALUE IN WS-CHANGE-BUFFER
            PERFORM WRITE-ONE-CHANGE
         END-IF
         IF TDLIST-FILE NOT = WS-MODIFY-OLD-RECORD
            REWRITE TDLIST-FILE
         END-IF
         EXIT.

      *    THE DUPLICATE'S NOTE GOES TO THE NOTE ARCHIVE WITH IT IN
      *    FULL. THE SURVIVOR TAKES IT OVER WHEN IT HAS NO NOTE OF ITS
      *    OWN, OTHERWISE THE TEXT IS APPENDED AS FAR AS IT FITS
       MERGE-ITEM-NOTES SECTION.
         MOVE SPACE TO WS-MERGE-NOTE-OUTCOME
         PERFORM LOAD-NOTES-INTO-TABLE
         MOVE 0 TO WS-MERGE-NOTE-INDEX
         PERFORM VARYING NOTE-COUNTER FROM 1 BY 1
            UNTIL NOTE-COUNTER > NUMBER-OF-NOTES
               IF NOTE-ITEM-ID IN NOTE-ITEM(NOTE-COUNTER)
                     = WHICH-MERGE-ID
                  MOVE NOTE-COUNTER TO WS-MERGE-NOTE-INDEX
               END-IF
         END-PERFORM
         IF WS-MERGE-NOTE-INDEX = 0
            EXIT SECTION
         END-IF
         OPEN EXTEND TDNOTARCH
         IF NOTARCH-STATUS = "35"
            OPEN OUTPUT TDNOTARCH
            CLOSE TDNOTARCH
            OPEN EXTEND TDNOTARCH
         END-IF
         WRITE TDNOTARCH-FILE FROM NOTE-ITEM(WS-MERGE-NOTE-INDEX)
         CLOSE TDNOTARCH
         PERFORM FIND-NOTE
         IF NOTE-FOUND
            MOVE SPACES TO WS-MERGE-NOTE-TEXT
            MOVE 'A' TO WS-MERGE-NOTE-OUTCOME
            STRING FUNCTION TRIM(NOTE-TEXT IN
                   NOTE-ITEM(WS-MATCHED-NOTE-INDEX) TRAILING)
               " | from #" WHICH-MERGE-ID ": "
               FUNCTION TRIM(NOTE-TEXT IN
                   NOTE-ITEM(WS-MERGE-NOTE-INDEX) TRAILING)
               DELIMITED BY SIZE INTO WS-MERGE-NOTE-TEXT
               ON OVERFLOW
                  MOVE 'T' TO WS-MERGE-NOTE-OUTCOME
            END-STRING
            MOVE WS-MERGE-NOTE-TEXT
                 TO NOTE-TEXT IN NOTE-ITEM(WS-MATCHED-NOTE-INDEX)
            PERFORM VARYING NOTE-COUNTER FROM WS-MERGE-NOTE-INDEX
               BY 1 UNTIL NOTE-COUNTER >= NUMBER-OF-NOTES
                  MOVE NOTE-ITEM(NOTE-COUNTER + 1)
                       TO NOTE-ITEM(NOTE-COUNTER)
            END-PERFORM
            SUBTRACT 1 FROM NUMBER-OF-NOTES
         ELSE
            MOVE 'M' TO WS-MERGE-NOTE-OUTCOME
            MOVE ITEM-ID IN TD-ITEM
                 TO NOTE-ITEM-ID IN NOTE-ITEM(WS-MERGE-NOTE-INDEX)
         END-IF
         PERFORM WRITE-NOTES-AFTER-CHANGE
         EXIT.

      *    BOOKINGS ARE COPIED TO tdbooking.tmp WITH THE DUPLICATE'S
      *    NUMBER REPLACED, AND COPIED BACK ONLY WHEN ANY WERE FOUND
       MERGE-TIME-BOOKINGS SECTION.
         MOVE 0 TO WS-MERGE-BOOKINGS-MOVED
         MOVE SPACE TO WS-BOOKING-EOF
         OPEN INPUT TDBOOKING
         IF BOOKING-STATUS NOT = "00"
            EXIT SECTION
         END-IF
         OPEN OUTPUT TDBOOKTMP
         PERFORM UNTIL WS-BOOKING-EOF = 'Y'
               READ TDBOOKING INTO WS-BOOKING-BUFFER
               AT END MOVE 'Y' TO WS-BOOKING-EOF
               NOT AT END
                  IF BK-ITEM-ID IN WS-BOOKING-BUFFER = WHICH-MERGE-ID
                     MOVE ITEM-ID IN TD-ITEM
                          TO BK-ITEM-ID IN WS-BOOKING-BUFFER
                     ADD 1 TO WS-MERGE-BOOKINGS-MOVED
                  END-IF
                  WRITE TDBOOKTMP-FILE FROM WS-BOOKING-BUFFER
               END-READ
         END-PERFORM
         CLOSE TDBOOKING
         CLOSE TDBOOKTMP
         IF WS-MERGE-BOOKINGS-MOVED = 0
            EXIT SECTION
         END-IF
         MOVE SPACE TO WS-BOOKTMP-EOF
         OPEN INPUT TDBOOKTMP
         OPEN OUTPUT TDBOOKING
         PERFORM UNTIL WS-BOOKTMP-EOF = 'Y'
               READ TDBOOKTMP INTO WS-BOOKING-BUFFER
               AT END MOVE 'Y' TO WS-BOOKTMP-EOF
               NOT AT END WRITE TDBOOKING-FILE FROM WS-BOOKING-BUFFER
               END-READ
         END-PERFORM
         CLOSE TDBOOKTMP
         CLOSE TDBOOKING
         EXIT.

      *    A WATCHER OF THE DUPLICATE NOW WATCHES THE SURVIVOR; ONE
      *    WHO ALREADY WATCHES THE SURVIVOR JUST LOSES THE EXTRA LINK.
      *    THE TABLE IS WALKED BACKWARDS SO A DROPPED ENTRY DOES NOT
      *    DISTURB THE ENTRIES STILL TO BE LOOKED AT
       MERGE-WATCH-LINKS SECTION.
         PERFORM LOAD-WATCH-TABLE
         MOVE 0 TO WS-WATCH-REPOINTED
         MOVE 0 TO WS-MERGE-WATCH-DROPPED
         PERFORM VARYING WATCH-COUNTER FROM NUMBER-OF-WATCHES BY -1
            UNTIL WATCH-COUNTER < 1
               IF WT-LIST-ID(WATCH-COUNTER) = LIST-ID IN TD-ITEM
                  AND WT-ITEM-ID(WATCH-COUNTER) = WHICH-MERGE-ID
                  PERFORM MERGE-ONE-WATCH-LINK
               END-IF
         END-PERFORM
         IF WS-WATCH-REPOINTED > 0 OR WS-MERGE-WATCH-DROPPED > 0
            PERFORM WRITE-WATCH-TABLE
         END-IF
         EXIT.

       MERGE-ONE-WATCH-LINK SECTION.
         MOVE WT-USER(WATCH-COUNTER) TO WS-WATCHER
         MOVE 'N' TO WS-WATCH-FOUND
         PERFORM VARYING WS-MERGE-WATCH-SCAN FROM 1 BY 1
            UNTIL WS-MERGE-WATCH-SCAN > NUMBER-OF-WATCHES
               IF WT-LIST-ID(WS-MERGE-WATCH-SCAN) = LIST-ID IN TD-ITEM
                  AND WT-ITEM-ID(WS-MERGE-WATCH-SCAN)
                      = ITEM-ID IN TD-ITEM
                  AND WT-USER(WS-MERGE-WATCH-SCAN) = WS-WATCHER
                  MOVE 'Y' TO WS-WATCH-FOUND
               END-IF
         END-PERFORM
         IF WATCH-FOUND
            PERFORM VARYING WS-MERGE-WATCH-SCAN FROM WATCH-COUNTER
               BY 1 UNTIL WS-MERGE-WATCH-SCAN >= NUMBER-OF-WATCHES
                  MOVE WATCH-ENTRY(WS-MERGE-WATCH-SCAN + 1)
                       TO WATCH-ENTRY(WS-MERGE-WATCH-SCAN)
            END-PERFORM
            SUBTRACT 1 FROM NUMBER-OF-WATCHES
            ADD 1 TO WS-MERGE-WATCH-DROPPED
         ELSE
            MOVE ITEM-ID IN TD-ITEM TO WT-ITEM-ID(WATCH-COUNTER)
            ADD 1 TO WS-WATCH-REPOINTED
         END-IF
         EXIT.

       REPORT-MERGE SECTION.
         MOVE WS-MERGE-SURVIVOR TO WS-TDLIST
         DISPLAY "<li>Item " WHICH-MERGE-ID " ("
         FUNCTION TRIM(DESCRIPTION IN WS-MERGE-DUPLICATE)
         ") merged into item " ITEM-ID IN TD-ITEM ":</li>"
         PERFORM DISPLAY-ITEM
         EVALUATE TRUE
         WHEN MERGE-NOTE-MOVED
            DISPLAY "<li>Its note now belongs to item "
            ITEM-ID IN TD-ITEM ".</li>"
         WHEN MERGE-NOTE-APPENDED
            DISPLAY "<li>Its note was added to the note of item "
            ITEM-ID IN TD-ITEM ".</li>"
         WHEN MERGE-NOTE-CUT
            DISPLAY "<li>Its note was added to the note of item "
            ITEM-ID IN TD-ITEM " as far as it fits - the full text"
            " stays with the archived item.</li>"
         END-EVALUATE
         IF WS-MERGE-BOOKINGS-MOVED > 0
            DISPLAY "<li>" WS-MERGE-BOOKINGS-MOVED
            " time booking(s) moved across.</li>"
         END-IF
         IF WS-WATCH-REPOINTED > 0 OR WS-MERGE-WATCH-DROPPED > 0
            DISPLAY "<li>" WS-WATCH-REPOINTED
            " watcher(s) moved across, " WS-MERGE-WATCH-DROPPED
            " already watching.</li>"
         END-IF
         IF MERGE-REF-MOVED
            DISPLAY "<li>External reference "
            FUNCTION TRIM(EXT-REFERENCE IN WS-MERGE-SURVIVOR)
            " taken over.</li>"
         END-IF
         IF MERGE-REF-KEPT
            DISPLAY "<li>Item " ITEM-ID IN TD-ITEM " keeps reference "
            FUNCTION TRIM(EXT-REFERENCE IN WS-MERGE-SURVIVOR)
            "; reference "
            FUNCTION TRIM(EXT-REFERENCE IN WS-MERGE-DUPLICATE)
            " stays with the archived item.</li>"
         END-IF
         IF WS-MERGE-LINKS-MOVED > 0
            DISPLAY "<li>" WS-MERGE-LINKS-MOVED
            " waiting item(s) now wait on item " ITEM-ID IN TD-ITEM
            ".</li>"
         END-IF
         IF WS-MERGE-CHILDREN-MOVED > 0
            DISPLAY "<li>" WS-MERGE-CHILDREN-MOVED
            " sub-task(s) moved under item " ITEM-ID IN TD-ITEM
            ".</li>"
         END-IF
         EXIT.

      *    ONE ROW ON EACH ITEM; THE SURVIVOR'S "from" ROW IS THE ONE
      *    ITEM-HISTORY FOLLOWS TO JOIN THE TWO TRAILS
       WRITE-MERGE-AUDIT SECTION.
         MOVE ITEM-ID IN TD-ITEM
              TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
         MOVE "merge" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
         MOVE WS-MERGE-ACTOR TO AUDIT-USER IN AUDIT-RECORD-BUFFER
         MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
         STRING "from " WHICH-MERGE-ID
            DELIMITED BY SIZE
            INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
         END-STRING
         PERFORM LOG-AUDIT-ENTRY
         MOVE WHICH-MERGE-ID
              TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
         MOVE "merge" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
         MOVE WS-MERGE-ACTOR TO AUDIT-USER IN AUDIT-RECORD-BUFFER
         MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
         STRING "into " ITEM-ID IN TD-ITEM
            DELIMITED BY SIZE
            INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
         END-STRING
         PERFORM LOG-AUDIT-ENTRY
         EXIT.

      *    ONE ACTION ON EVERY ITEM TICKED ON THE LIST PAGE. EACH
      *    ITEM GOES THROUGH THE SECTION OF ITS SINGLE-ITEM ACTION, SO
      *    OWNERSHIP, SUB-TASK, APPROVAL AND LIST ACCESS RULES APPLY
      *    ITEM BY ITEM AND EACH CHANGED ITEM KEEPS ITS OWN AUDIT ROW
      *    AND EVENT. AN ITEM COUNTS AS CHANGED WHEN IT WROTE AN AUDIT
      *    ROW. EVERY ITEM IS ADDED TO THE JOURNAL BEFORE IT IS
      *    TOUCHED SO THE RECOVERY CHECK KNOWS HOW FAR THE BATCH GOT;
      *    ONE bulk ROW ON THE AUDIT TRAIL SUMS THE BATCH UP
       BULK-ITEMS SECTION.
         EVALUATE WHICH-BULK-ACTION
         WHEN "complete"
            CONTINUE
         WHEN "reassign"
            IF WHICH-NEW-USER = SPACES
               DISPLAY "<li>No new user given - nothing was"
               " changed.</li>"
               EXIT SECTION
            END-IF
         WHEN "moveitem"
            IF WHICH-NEW-LIST = SPACES
               DISPLAY "<li>No target list given - nothing was"
               " changed.</li>"
               EXIT SECTION
            END-IF
         WHEN "category"
            IF WHICH-NEW-CATEGORY IS NOT NUMERIC
               DISPLAY "<li>No valid category given - nothing was"
               " changed.</li>"
               EXIT SECTION
            END-IF
         WHEN OTHER
            DISPLAY "<li>'" FUNCTION TRIM(WHICH-BULK-ACTION)
            "' cannot be applied to several items - nothing was"
            " changed.</li>"
            EXIT SECTION
         END-EVALUATE
         IF WHICH-BULK-COUNT = 0
            DISPLAY "<li>No items selected - nothing was"
            " changed.</li>"
            EXIT SECTION
         END-IF
         MOVE 0 TO WS-BULK-APPLIED
         MOVE 0 TO WS-BULK-UNCHANGED
         PERFORM VARYING WS-BULK-INDEX FROM 1 BY 1
                 UNTIL WS-BULK-INDEX > WHICH-BULK-COUNT
            PERFORM BULK-ONE-ITEM
         END-PERFORM
         DISPLAY "<li>" FUNCTION TRIM(WHICH-BULK-ACTION) ": "
            WS-BULK-APPLIED " of " WHICH-BULK-COUNT
            " item(s) changed, " WS-BULK-UNCHANGED
            " not changed.</li>"
         MOVE 0 TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
         MOVE "bulk" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
         MOVE WHICH-ACTING-USER TO AUDIT-USER IN AUDIT-RECORD-BUFFER
         MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
         STRING WHICH-BULK-ACTION DELIMITED BY SPACE
            " " WS-BULK-APPLIED "/" WHICH-BULK-COUNT
            DELIMITED BY SIZE
            INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
         END-STRING
         PERFORM LOG-AUDIT-ENTRY
         EXIT.

       BULK-ONE-ITEM SECTION.
         MOVE WHICH-BULK-ITEM-ID(WS-BULK-INDEX) TO ITEM-ID IN TD-ITEM
         PERFORM JOURNAL-BULK-ITEM
         MOVE WS-AUDIT-ROWS-WRITTEN TO WS-BULK-AUDIT-MARK
         EVALUATE WHICH-BULK-ACTION
         WHEN "complete"
            PERFORM COMPLETE-ITEM
         WHEN "reassign"
            PERFORM REASSIGN-ITEM
         WHEN "moveitem"
            PERFORM MOVE-ITEM-TO-LIST
         WHEN "category"
            PERFORM SET-ITEM-CATEGORY
         END-EVALUATE
         IF WS-AUDIT-ROWS-WRITTEN > WS-BULK-AUDIT-MARK
            ADD 1 TO WS-BULK-APPLIED
            DISPLAY "<li>Item " ITEM-ID IN TD-ITEM ": done.</li>"
         ELSE
            ADD 1 TO WS-BULK-UNCHANGED
            DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
            ": not changed.</li>"
         END-IF
         EXIT.

       JOURNAL-BULK-ITEM SECTION.
         MOVE "ITEM" TO JRNL-STATE IN WS-JOURNAL-BUFFER
         MOVE WHICH-BULK-ACTION TO JRNL-ACTION IN WS-JOURNAL-BUFFER
         MOVE LIST-ID IN TD-ITEM TO JRNL-LIST-ID IN WS-JOURNAL-BUFFER
         MOVE ITEM-ID IN TD-ITEM TO JRNL-ITEM-ID IN WS-JOURNAL-BUFFER
         MOVE FUNCTION CURRENT-DATE
              TO JRNL-TIMESTAMP IN WS-JOURNAL-BUFFER
         OPEN EXTEND TDJOURNAL
         WRITE TDJOURNAL-FILE FROM WS-JOURNAL-BUFFER
         CLOSE TDJOURNAL
         EXIT.

       MODIFY-ITEM SECTION.
         PERFORM CHECK-PARENT-LINK
         IF PARENT-LINK-REFUSED
            EXIT SECTION
         END-IF
         OPEN I-O TDLIST
         MOVE TDLIST-KEY IN TD-ITEM TO TDLIST-KEY IN TDLIST-FILE
         READ TDLIST
                     MOVE WS-MODIFY-EFFORT-SAVE
                          TO EST-EFFORT-MINS IN TDLIST-FILE
                  END-IF
      *           THE ASSIGNMENT IS KEPT UNLESS THE MODIFY HANDS THE
      *           ITEM TO SOMEBODY ELSE
                  MOVE ACCEPT-FLAG IN WS-MODIFY-OLD-RECORD
                       TO ACCEPT-FLAG IN TDLIST-FILE
                  MOVE ASSIGNED-BY IN WS-MODIFY-OLD-RECORD
                       TO ASSIGNED-BY IN TDLIST-FILE
                  MOVE ASSIGNED-DATE IN WS-MODIFY-OLD-RECORD
                       TO ASSIGNED-DATE IN TDLIST-FILE
                  MOVE SNOOZE-UNTIL IN WS-MODIFY-OLD-RECORD
                       TO SNOOZE-UNTIL IN TDLIST-FILE
                  MOVE SNOOZE-REASON IN WS-MODIFY-OLD-RECORD
                       TO SNOOZE-REASON IN TDLIST-FILE
                  MOVE MERGED-INTO-ID IN WS-MODIFY-OLD-RECORD
                       TO MERGED-INTO-ID IN TDLIST-FILE
                  IF USER IN TDLIST-FILE
                        NOT = USER IN WS-MODIFY-OLD-RECORD
                     MOVE TDLIST-FILE TO WS-TDLIST
                     PERFORM SET-ASSIGNMENT-FIELDS
                     MOVE WS-TDLIST TO TDLIST-FILE
                  END-IF
                  REWRITE TDLIST-FILE
                  MOVE TDLIST-FILE TO WS-TDLIST
                  PERFORM DISPLAY-ITEM
                       TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
                  MOVE "modify"
                       TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
                  MOVE WHICH-ACTING-USER
                       TO AUDIT-USER IN AUDIT-RECORD-BUFFER
                  PERFORM LOG-AUDIT-ENTRY
                  PERFORM WRITE-CHANGE-DETAILS
         CLOSE TDLIST
         EXIT.

      *    ONLY THE CATEGORY CHANGES - THE REST OF THE RECORD STAYS
      *    AS IT IS ON FILE - AND IT IS LOGGED AS A MODIFY
       SET-ITEM-CATEGORY SECTION.
         OPEN I-O TDLIST
         MOVE TDLIST-KEY IN TD-ITEM TO TDLIST-KEY IN TDLIST-FILE
         READ TDLIST
            INVALID KEY
               DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
               " not found.</li>"
            NOT INVALID KEY
               PERFORM CHECK-ITEM-OWNERSHIP
               IF OWNERSHIP-OK
                  IF CATEGORY IN TDLIST-FILE = WHICH-NEW-CATEGORY
                     DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
                     " is already in that category.</li>"
                  ELSE
                     MOVE TDLIST-FILE TO WS-MODIFY-OLD-RECORD
                     MOVE WHICH-NEW-CATEGORY
                          TO CATEGORY IN TDLIST-FILE
                     REWRITE TDLIST-FILE
                     MOVE TDLIST-FILE TO WS-TDLIST
                     PERFORM DISPLAY-ITEM
                     MOVE ITEM-ID IN TD-ITEM
                          TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
                     MOVE "modify"
                          TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
                     MOVE WHICH-ACTING-USER
                          TO AUDIT-USER IN AUDIT-RECORD-BUFFER
                     PERFORM LOG-AUDIT-ENTRY
                     PERFORM WRITE-CHANGE-DETAILS
                  END-IF
               END-IF
         END-READ
         CLOSE TDLIST
         EXIT.

      *    WRITES ONE BEFORE/AFTER ROW PER CHANGED FIELD SO THE
      *    HISTORY SHOWS WHAT A MODIFY ACTUALLY CHANGED
       WRITE-CHANGE-DETAILS SECTION.
         END-IF
         MOVE ITEM-ID IN TD-ITEM
              TO CH-ITEM-ID IN WS-CHANGE-BUFFER
         MOVE WHICH-ACTING-USER TO CH-USER IN WS-CHANGE-BUFFER
         IF DUE-DATE IN WS-MODIFY-OLD-RECORD
               NOT = DUE-DATE IN TDLIST-FILE
            MOVE "DUE-DATE" TO CH-FIELD-NAME IN WS-CHANGE-BUFFER
                 TO CH-NEW-VALUE IN WS-CHANGE-BUFFER
            PERFORM WRITE-ONE-CHANGE
         END-IF
         IF PARENT-ID IN WS-MODIFY-OLD-RECORD
               NOT = PARENT-ID IN TDLIST-FILE
            MOVE "PARENT" TO CH-FIELD-NAME IN WS-CHANGE-BUFFER
            MOVE PARENT-ID IN WS-MODIFY-OLD-RECORD
                 TO CH-OLD-VALUE IN WS-CHANGE-BUFFER
            MOVE PARENT-ID IN TDLIST-FILE
                 TO CH-NEW-VALUE IN WS-CHANGE-BUFFER
            PERFORM WRITE-ONE-CHANGE
         END-IF
         CLOSE TDCHANGE
         EXIT.

         CLOSE TDNOTES
         EXIT.

      *    THE WATCHER IS THE SIGNED-ON USER; THE ITEM MUST BE LIVE
      *    ON THE SELECTED LIST. AN ARCHIVED ITEM KEEPS ITS LIST-ID
      *    AND ITEM-ID, SO EXISTING WATCH LINKS STILL MATCH IT AND
      *    FOLLOW IT BACK WHEN IT IS UNDELETED
       WATCH-ITEM SECTION.
         PERFORM SET-WATCHER
         PERFORM CHECK-WATCH-ITEM-LIVE
         IF NOT WATCH-ITEM-LIVE
            DISPLAY "<li>Item " ITEM-ID IN TD-ITEM
            " not found - nothing to watch.</li>"
            EXIT SECTION
         END-IF
         PERFORM LOAD-WATCH-TABLE
         PERFORM FIND-WATCH
         IF WATCH-FOUND
            DISPLAY "<li>You are already watching item "
            ITEM-ID IN TD-ITEM ".</li>"
            EXIT SECTION
         END-IF
         IF NUMBER-OF-WATCHES >= 9999
            DISPLAY "<li>The watch list is full - item "
            ITEM-ID IN TD-ITEM " was not added.</li>"
            EXIT SECTION
         END-IF
         ADD 1 TO NUMBER-OF-WATCHES
         MOVE LIST-ID IN TD-ITEM TO WT-LIST-ID(NUMBER-OF-WATCHES)
         MOVE ITEM-ID IN TD-ITEM TO WT-ITEM-ID(NUMBER-OF-WATCHES)
         MOVE WS-WATCHER TO WT-USER(NUMBER-OF-WATCHES)
         MOVE FUNCTION CURRENT-DATE(1:8)
              TO WT-SINCE(NUMBER-OF-WATCHES)
         PERFORM WRITE-WATCH-TABLE
         DISPLAY "<li>You are now watching item "
            ITEM-ID IN TD-ITEM " - changes to it appear in your"
            " daily digest.</li>"
         MOVE ITEM-ID IN TD-ITEM
              TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
         MOVE "watch" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
         MOVE WS-WATCHER TO AUDIT-USER IN AUDIT-RECORD-BUFFER
         MOVE LIST-ID IN TD-ITEM
              TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
         PERFORM LOG-AUDIT-ENTRY
         EXIT.

       UNWATCH-ITEM SECTION.
         PERFORM SET-WATCHER
         PERFORM LOAD-WATCH-TABLE
         PERFORM FIND-WATCH
         IF WATCH-NOT-FOUND
            DISPLAY "<li>You are not watching item "
            ITEM-ID IN TD-ITEM ".</li>"
            EXIT SECTION
         END-IF
         PERFORM VARYING WATCH-COUNTER FROM WS-MATCHED-WATCH-INDEX
            BY 1 UNTIL WATCH-COUNTER >= NUMBER-OF-WATCHES
               MOVE WATCH-ENTRY(WATCH-COUNTER + 1)
                    TO WATCH-ENTRY(WATCH-COUNTER)
         END-PERFORM
         SUBTRACT 1 FROM NUMBER-OF-WATCHES
         PERFORM WRITE-WATCH-TABLE
         DISPLAY "<li>You no longer watch item "
            ITEM-ID IN TD-ITEM ".</li>"
         MOVE ITEM-ID IN TD-ITEM
              TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
         MOVE "unwatch" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
         MOVE WS-WATCHER TO AUDIT-USER IN AUDIT-RECORD-BUFFER
         MOVE LIST-ID IN TD-ITEM
              TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
         PERFORM LOG-AUDIT-ENTRY
         EXIT.

       SET-WATCHER SECTION.
         IF WHICH-ACTING-USER NOT = SPACES
            MOVE WHICH-ACTING-USER TO WS-WATCHER
         ELSE
            MOVE USER IN TD-ITEM TO WS-WATCHER
         END-IF
         EXIT.

       CHECK-WATCH-ITEM-LIVE SECTION.
         MOVE 'N' TO WS-WATCH-ITEM-LIVE
         OPEN INPUT TDLIST
         IF TDLIST-STATUS = "00"
            MOVE TDLIST-KEY IN TD-ITEM TO TDLIST-KEY IN TDLIST-FILE
            READ TDLIST
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-WATCH-ITEM-LIVE
            END-READ
            CLOSE TDLIST
         END-IF
         EXIT.

       FIND-WATCH SECTION.
         MOVE 'N' TO WS-WATCH-FOUND
         MOVE 0 TO WS-MATCHED-WATCH-INDEX
         PERFORM VARYING WATCH-COUNTER FROM 1 BY 1
            UNTIL WATCH-COUNTER > NUMBER-OF-WATCHES
               IF WT-LIST-ID(WATCH-COUNTER) = LIST-ID IN TD-ITEM
                  AND WT-ITEM-ID(WATCH-COUNTER) = ITEM-ID IN TD-ITEM
                  AND WT-USER(WATCH-COUNTER) = WS-WATCHER
                  MOVE 'Y' TO WS-WATCH-FOUND
                  MOVE WATCH-COUNTER TO WS-MATCHED-WATCH-INDEX
               END-IF
         END-PERFORM
         EXIT.

       LOAD-WATCH-TABLE SECTION.
         MOVE 0 TO NUMBER-OF-WATCHES
         MOVE SPACE TO WS-WATCH-EOF
         OPEN INPUT TDWATCH
         IF WATCH-STATUS = "00"
            PERFORM UNTIL WS-WATCH-EOF = 'Y'
                  READ TDWATCH INTO WATCH-RECORD
                  AT END MOVE 'Y' TO WS-WATCH-EOF
                  NOT AT END
                     IF NUMBER-OF-WATCHES < 9999
                        ADD 1 TO NUMBER-OF-WATCHES
                        MOVE WATCH-RECORD
                             TO WATCH-ENTRY(NUMBER-OF-WATCHES)
                     END-IF
                  END-READ
            END-PERFORM
            CLOSE TDWATCH
         END-IF
         EXIT.

       WRITE-WATCH-TABLE SECTION.
         OPEN OUTPUT TDWATCH
         MOVE 0 TO WATCH-COUNTER
         PERFORM NUMBER-OF-WATCHES TIMES
               ADD 1 TO WATCH-COUNTER
               WRITE TDWATCH-FILE FROM WATCH-ENTRY(WATCH-COUNTER)
         END-PERFORM
         CLOSE TDWATCH
         EXIT.

      *    THE CALLER SETS THE FROM AND TO LIST-ID AND ITEM-ID; THE
      *    FILE IS REWRITTEN ONLY WHEN A LINK ACTUALLY CHANGED
       REPOINT-WATCH-LINKS SECTION.
         PERFORM LOAD-WATCH-TABLE
         MOVE 0 TO WS-WATCH-REPOINTED
         PERFORM VARYING WATCH-COUNTER FROM 1 BY 1
            UNTIL WATCH-COUNTER > NUMBER-OF-WATCHES
               IF WT-LIST-ID(WATCH-COUNTER) = WS-WATCH-FROM-LIST
                  AND WT-ITEM-ID(WATCH-COUNTER) = WS-WATCH-FROM-ID
                  MOVE WS-WATCH-TO-LIST TO WT-LIST-ID(WATCH-COUNTER)
                  MOVE WS-WATCH-TO-ID TO WT-ITEM-ID(WATCH-COUNTER)
                  ADD 1 TO WS-WATCH-REPOINTED
               END-IF
         END-PERFORM
         IF WS-WATCH-REPOINTED > 0
            PERFORM WRITE-WATCH-TABLE
         END-IF
         EXIT.

      *    ITEMS JOINED BY A MERGE SHARE ONE TRAIL, SO THE HISTORY
      *    OF EITHER NUMBER SHOWS THE ROWS OF ALL OF THEM
       ITEM-HISTORY SECTION.
         PERFORM FIND-HISTORY-DESCRIPTION
         PERFORM COLLECT-MERGED-HISTORY-IDS
         DISPLAY "<ul>"
         IF HISTORY-ITEM-FOUND
            DISPLAY "<li><b>Item " ITEM-ID IN TD-ITEM ": "
            DISPLAY "<li><b>Item " ITEM-ID IN TD-ITEM
            ": (no longer on file)</b></li>"
         END-IF
         IF NUMBER-OF-HISTORY-IDS > 1
            DISPLAY "<li>Merged trail - also items"
            PERFORM VARYING HISTORY-ID-COUNTER FROM 2 BY 1
               UNTIL HISTORY-ID-COUNTER > NUMBER-OF-HISTORY-IDS
                  DISPLAY " #" HISTORY-ID(HISTORY-ID-COUNTER)
            END-PERFORM
            DISPLAY "</li>"
         END-IF
         MOVE 0 TO WS-HISTORY-ROW-COUNT
         MOVE SPACE TO WS-AUDIT-EOF
         OPEN INPUT TDAUDIT
         EXIT.

       DISPLAY-HISTORY-ROW SECTION.
         MOVE AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
              TO WS-HISTORY-LOOKUP-ID
         PERFORM FIND-HISTORY-ID
         IF HISTORY-ID-FOUND
            ADD 1 TO WS-HISTORY-ROW-COUNT
            DISPLAY "<li>"
            IF NUMBER-OF-HISTORY-IDS > 1
               DISPLAY "#" AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER " "
            END-IF
            DISPLAY AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER " "
            AUDIT-USER IN AUDIT-RECORD-BUFFER " "
            AUDIT-TIMESTAMP IN AUDIT-RECORD-BUFFER " "
            AUDIT-DETAIL IN AUDIT-RECORD-BUFFER "</li>"
         END-IF
         EXIT.

      *    THE SURVIVOR'S "from" MERGE ROWS LINK PAIRS OF NUMBERS;
      *    THE AUDIT FILE IS PASSED UNTIL NO FURTHER NUMBER JOINS, SO
      *    A CHAIN OF MERGES IS FOLLOWED IN EITHER DIRECTION
       COLLECT-MERGED-HISTORY-IDS SECTION.
         MOVE 1 TO NUMBER-OF-HISTORY-IDS
         MOVE ITEM-ID IN TD-ITEM TO HISTORY-ID(1)
         MOVE 1 TO WS-HISTORY-IDS-ADDED
         PERFORM UNTIL WS-HISTORY-IDS-ADDED = 0
               MOVE 0 TO WS-HISTORY-IDS-ADDED
               MOVE SPACE TO WS-AUDIT-EOF
               OPEN INPUT TDAUDIT
               IF AUDIT-STATUS NOT = "00"
                  EXIT SECTION
               END-IF
               PERFORM UNTIL WS-AUDIT-EOF = 'Y'
                     READ TDAUDIT INTO AUDIT-RECORD-BUFFER
                     AT END MOVE 'Y' TO WS-AUDIT-EOF
                     NOT AT END PERFORM LINK-MERGED-HISTORY-ID
                     END-READ
               END-PERFORM
               CLOSE TDAUDIT
         END-PERFORM
         EXIT.

       LINK-MERGED-HISTORY-ID SECTION.
         IF AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER NOT = "merge"
            OR AUDIT-DETAIL IN AUDIT-RECORD-BUFFER(1:5) NOT = "from "
            OR AUDIT-DETAIL IN AUDIT-RECORD-BUFFER(6:5) NOT NUMERIC
            EXIT SECTION
         END-IF
         MOVE AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
              TO WS-HISTORY-SURVIVOR-ID
         MOVE AUDIT-DETAIL IN AUDIT-RECORD-BUFFER(6:5)
              TO WS-HISTORY-MERGED-ID
         MOVE WS-HISTORY-SURVIVOR-ID TO WS-HISTORY-LOOKUP-ID
         PERFORM FIND-HISTORY-ID
         MOVE WS-HISTORY-ID-FOUND TO WS-HISTORY-SURVIVOR-IN
         MOVE WS-HISTORY-MERGED-ID TO WS-HISTORY-LOOKUP-ID
         PERFORM FIND-HISTORY-ID
         MOVE WS-HISTORY-ID-FOUND TO WS-HISTORY-MERGED-IN
         IF NUMBER-OF-HISTORY-IDS >= 50
            EXIT SECTION
         END-IF
         IF WS-HISTORY-SURVIVOR-IN = 'Y'
            AND WS-HISTORY-MERGED-IN = 'N'
            ADD 1 TO NUMBER-OF-HISTORY-IDS
            MOVE WS-HISTORY-MERGED-ID
                 TO HISTORY-ID(NUMBER-OF-HISTORY-IDS)
            ADD 1 TO WS-HISTORY-IDS-ADDED
         END-IF
         IF WS-HISTORY-MERGED-IN = 'Y'
            AND WS-HISTORY-SURVIVOR-IN = 'N'
            ADD 1 TO NUMBER-OF-HISTORY-IDS
            MOVE WS-HISTORY-SURVIVOR-ID
                 TO HISTORY-ID(NUMBER-OF-HISTORY-IDS)
            ADD 1 TO WS-HISTORY-IDS-ADDED
         END-IF
         EXIT.

       FIND-HISTORY-ID SECTION.
         MOVE 'N' TO WS-HISTORY-ID-FOUND
         PERFORM VARYING HISTORY-ID-COUNTER FROM 1 BY 1
            UNTIL HISTORY-ID-COUNTER > NUMBER-OF-HISTORY-IDS
               IF HISTORY-ID(HISTORY-ID-COUNTER) = WS-HISTORY-LOOKUP-ID
                  MOVE 'Y' TO WS-HISTORY-ID-FOUND
               END-IF
         END-PERFORM
         EXIT.

       FIND-HISTORY-DESCRIPTION SECTION.
         MOVE 'N' TO WS-HISTORY-ITEM-FOUND
         MOVE SPACES TO WS-HISTORY-DESC
         EXIT.

       EXPORT-LIST-CSV SECTION.
      *    RECUR AND INTERVAL SIT WHERE THE IMPORT EXPECTS THEM SO
      *    AN EXPORT READS BACK IN; PARENT KEEPS THE SUB-TASK LINKS.
      *    SNOOZED ITEMS ARE EXPORTED WITH THEIR WAKE-UP DATE
         DISPLAY "ITEM-ID,USER,PRIO,ADDED,DUE,CATEGORY,DESCRIPTION,"
         "RECUR,INTERVAL,PARENT,SNOOZED-UNTIL"
         PERFORM VARYING ITEM-COUNTER FROM 1 BY 1
            UNTIL ITEM-COUNTER > NUMBER-OF-TODOS
               MOVE TODO-ITEM(ITEM-COUNTER) TO WS-TDLIST
               IF SNOOZE-UNTIL IN WS-TDLIST NOT NUMERIC
                  MOVE 0 TO SNOOZE-UNTIL IN WS-TDLIST
               END-IF
               PERFORM SET-EXPORT-CATEGORY
               MOVE SPACES TO WS-RAW-TEXT
               MOVE USER IN WS-TDLIST TO WS-RAW-TEXT
               ADDED-DATE IN WS-TDLIST ","
               DUE-DATE IN WS-TDLIST ","""
               FUNCTION TRIM(WS-CSV-CAT-OUT) ""","""
               FUNCTION TRIM(WS-CSV-DESC-OUT) ""","
               RECUR-FLAG IN WS-TDLIST ","
               RECUR-INTERVAL IN WS-TDLIST ","
               PARENT-ID IN WS-TDLIST ","
               SNOOZE-UNTIL IN WS-TDLIST
         END-PERFORM
         EXIT.

                  DISPLAY ","
               END-IF
               MOVE TODO-ITEM(ITEM-COUNTER) TO WS-TDLIST
               IF SNOOZE-UNTIL IN WS-TDLIST NOT NUMERIC
                  MOVE 0 TO SNOOZE-UNTIL IN WS-TDLIST
               END-IF
               PERFORM SET-EXPORT-CATEGORY
               DISPLAY "{""itemId"":"""
               ITEM-ID IN WS-TDLIST ""","
               MOVE DESCRIPTION IN WS-TDLIST TO WS-RAW-TEXT
               PERFORM ESCAPE-JSON
               DISPLAY """description"":"""
               FUNCTION TRIM(WS-JSON-TEXT) ""","
               DISPLAY """parent"":"""
               PARENT-ID IN WS-TDLIST ""","
               DISPLAY """snoozedUntil"":"""
               SNOOZE-UNTIL IN WS-TDLIST """}"
         END-PERFORM
         DISPLAY "]"
         EXIT.
         EXIT.

       DISPLAY-SORTED-LIST SECTION.
         PERFORM LOAD-SUBTASK-TABLE
         MOVE SPACE TO WS-SORTOUT-EOF
         PERFORM SET-PAGE-WINDOW
         OPEN INPUT TDSORTOUT
