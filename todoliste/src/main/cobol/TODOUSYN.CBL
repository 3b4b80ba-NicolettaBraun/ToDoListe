              10 HR-FULL-NAME PIC X(30).
              10 FILLER PIC X.
              10 HR-STATUS PIC X.
              10 FILLER PIC X.
              10 HR-SUPERVISOR PIC X(10).
          FD TDUSER.
          COPY TODOUSER.
          FD TDLIST.
           10 WS-HR-FULL-NAME PIC X(30).
           10 FILLER PIC X.
           10 WS-HR-STATUS PIC X.
           10 FILLER PIC X.
           10 WS-HR-SUPERVISOR PIC X(10).
       01 NUMBER-OF-HR-ROWS PIC 9(3) VALUE 0.
       01 HR-EXTRACT-TABLE.
           05 HR-EXTRACT-ENTRY OCCURS 500.
               10 HRX-USER PIC X(10).
               10 HRX-FULL-NAME PIC X(30).
               10 HRX-STATUS PIC X.
               10 HRX-SUPERVISOR PIC X(10).
       01 NUMBER-OF-ROSTER-ROWS PIC 9(3) VALUE 0.
       01 ROSTER-TABLE.
           05 ROSTER-ENTRY OCCURS 500.
       01 HR-COUNTER PIC 9(3).
       01 ROSTER-COUNTER PIC 9(3).
       01 SCAN-COUNTER PIC 9(3).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-SKIPPED-LEAVER-COUNT PIC 9(3) VALUE 0.
       01 WS-SUPERVISOR-COUNT PIC 9(3) VALUE 0.
       01 WS-SUPERVISOR-CHANGED PIC X.
           88 SUPERVISOR-CHANGED VALUE 'Y'.
       01 WS-OLD-SUPERVISOR PIC X(10).

       PROCEDURE DIVISION.
           DISPLAY "============================================"
           DISPLAY "TODO LIST - ROSTER SYNC FROM HR EXTRACT"
           DISPLAY "============================================"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM LOAD-HR-EXTRACT
           IF NUMBER-OF-HR-ROWS = 0
              DISPLAY "NO ROWS ON tdhrsync.txt - ROSTER LEFT"
           DISPLAY "USERS DEACTIVATED: " WS-DEACTIVATED-COUNT
           DISPLAY "USERS REACTIVATED: " WS-REACTIVATED-COUNT
           DISPLAY "USERS UNCHANGED:   " WS-UNCHANGED-COUNT
           DISPLAY "SUPERVISORS SET:   " WS-SUPERVISOR-COUNT
           IF WS-SKIPPED-LEAVER-COUNT > 0
              DISPLAY "LEAVERS NOT ADDED: " WS-SKIPPED-LEAVER-COUNT
           END-IF
           DISPLAY "============================================"
           GOBACK.

           MOVE WS-HR-USER TO HRX-USER(NUMBER-OF-HR-ROWS)
           MOVE WS-HR-FULL-NAME
                TO HRX-FULL-NAME(NUMBER-OF-HR-ROWS)
           MOVE WS-HR-SUPERVISOR
                TO HRX-SUPERVISOR(NUMBER-OF-HR-ROWS)
           IF WS-HR-STATUS = "I"
              MOVE "I" TO HRX-STATUS(NUMBER-OF-HR-ROWS)
           ELSE
           END-READ
           EXIT.

      *    A LEAVER WHO IS NOT ON THE ROSTER (NEVER ADDED, OR ALREADY
      *    ANONYMISED BY TODOANON) IS NOT BROUGHT BACK FROM THE EXTRACT
       ADD-ROSTER-USER SECTION.
           IF HRX-STATUS(HR-COUNTER) = "I"
              ADD 1 TO WS-SKIPPED-LEAVER-COUNT
              EXIT SECTION
           END-IF
           MOVE HRX-USER(HR-COUNTER) TO UM-USER-NAME
           MOVE HRX-FULL-NAME(HR-COUNTER) TO UM-FULL-NAME
           MOVE HRX-STATUS(HR-COUNTER) TO UM-ACTIVE-FLAG
           MOVE "R" TO UM-ROLE
           MOVE 0 TO UM-ROLE-GRANTED
           MOVE SPACES TO UM-PASSWORD-HASH
           MOVE 0 TO UM-FAILED-LOGINS
           MOVE SPACE TO UM-LOCK-FLAG
           MOVE SPACE TO UM-ONCALL-FLAG
           MOVE 0 TO UM-LEAVE-DATE
           MOVE SPACE TO UM-LEGAL-HOLD-FLAG
           MOVE 0 TO UM-ANON-DATE
           MOVE SPACES TO UM-PSEUDONYM
           MOVE HRX-SUPERVISOR(HR-COUNTER) TO UM-SUPERVISOR
           WRITE USER-MASTER-RECORD
              INVALID KEY
                 CONTINUE
           END-WRITE
           EXIT.

      *    AN EXTRACT WITHOUT THE SUPERVISOR COLUMN (OR A BLANK ONE)
      *    LEAVES THE SUPERVISOR SET ON THE ROSTER AS IT IS
       UPDATE-ROSTER-USER SECTION.
           MOVE 'N' TO WS-SUPERVISOR-CHANGED
           MOVE UM-SUPERVISOR TO WS-OLD-SUPERVISOR
           IF HRX-SUPERVISOR(HR-COUNTER) NOT = SPACES
              AND HRX-SUPERVISOR(HR-COUNTER) NOT = UM-SUPERVISOR
              MOVE HRX-SUPERVISOR(HR-COUNTER) TO UM-SUPERVISOR
              MOVE 'Y' TO WS-SUPERVISOR-CHANGED
           END-IF
           EVALUATE TRUE
           WHEN HRX-STATUS(HR-COUNTER) = "I" AND UM-ACTIVE
              MOVE HRX-FULL-NAME(HR-COUNTER) TO UM-FULL-NAME
              MOVE "I" TO UM-ACTIVE-FLAG
              MOVE WS-TODAY-DATE TO UM-LEAVE-DATE
              REWRITE USER-MASTER-RECORD
              ADD 1 TO WS-DEACTIVATED-COUNT
              DISPLAY "DEACTIVATED " UM-USER-NAME " "
           WHEN HRX-STATUS(HR-COUNTER) = "A" AND UM-INACTIVE
              MOVE HRX-FULL-NAME(HR-COUNTER) TO UM-FULL-NAME
              MOVE "A" TO UM-ACTIVE-FLAG
              MOVE 0 TO UM-LEAVE-DATE
              REWRITE USER-MASTER-RECORD
              ADD 1 TO WS-REACTIVATED-COUNT
              DISPLAY "REACTIVATED " UM-USER-NAME " "
              ADD 1 TO WS-RENAMED-COUNT
              DISPLAY "NAME SET    " UM-USER-NAME " "
              UM-FULL-NAME
           WHEN SUPERVISOR-CHANGED
              REWRITE USER-MASTER-RECORD
           WHEN OTHER
              ADD 1 TO WS-UNCHANGED-COUNT
           END-EVALUATE
           IF SUPERVISOR-CHANGED
              ADD 1 TO WS-SUPERVISOR-COUNT
              DISPLAY "SUPERVISOR  " UM-USER-NAME " "
              WS-OLD-SUPERVISOR " -> " UM-SUPERVISOR
           END-IF
           EXIT.

      *    A ROSTER USER WHO IS STILL ACTIVE BUT NO LONGER ON THE
                 CONTINUE
           END-READ
           MOVE "I" TO UM-ACTIVE-FLAG
           MOVE WS-TODAY-DATE TO UM-LEAVE-DATE
           REWRITE USER-MASTER-RECORD
           ADD 1 TO WS-DEACTIVATED-COUNT
           DISPLAY "DEACTIVATED " UM-USER-NAME " "
