       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOPRIV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDUSER ASSIGN TO 'tduser.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS UM-USER-NAME
            FILE STATUS IS USER-STATUS.
         SELECT TDHRSYNC ASSIGN TO 'tdhrsync.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HRSYNC-STATUS.
         SELECT TDAUDIT ASSIGN TO 'tdaudit.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AUDIT-STATUS.
         SELECT TDCHANGE ASSIGN TO 'tdchange.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHANGE-STATUS.
         SELECT TDREVIEW ASSIGN USING WS-REVIEW-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS REVIEW-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDUSER.
          COPY TODOUSER.
          FD TDHRSYNC.
          01 TDHRSYNC-LINE.
              10 HR-USER-NAME PIC X(10).
              10 FILLER PIC X.
              10 HR-FULL-NAME PIC X(30).
              10 FILLER PIC X.
              10 HR-STATUS PIC X.
              10 FILLER PIC X.
              10 HR-SUPERVISOR PIC X(10).
          FD TDAUDIT.
          01 TDAUDIT-FILE PIC X(83).
          FD TDCHANGE.
          01 TDCHANGE-FILE PIC X(118).
          FD TDREVIEW.
          01 TDREVIEW-LINE PIC X(131).
       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1).
       01 USER-STATUS PIC XX.
       01 HRSYNC-STATUS PIC XX.
       01 AUDIT-STATUS PIC XX.
       01 CHANGE-STATUS PIC XX.
       01 REVIEW-STATUS PIC XX.
       01 WS-AUDIT-BUFFER.
           10 AUDIT-ITEM-ID PIC 9(5).
           10 AUDIT-ACTION-NAME PIC X(10).
           10 AUDIT-USER PIC X(10).
           10 AUDIT-TIMESTAMP PIC X(21).
           10 AUDIT-DETAIL PIC X(21).
           10 AUDIT-CHECK-VALUE PIC X(16).
       01 WS-CHANGE-BUFFER.
           10 CH-ITEM-ID PIC 9(5).
           10 CH-FIELD-NAME PIC X(12).
           10 CH-OLD-VALUE PIC X(35).
           10 CH-NEW-VALUE PIC X(35).
           10 CH-USER PIC X(10).
           10 CH-TIMESTAMP PIC X(21).
       COPY TODOPRVR.
       01 WS-REVIEW-FILE-NAME PIC X(48).
       01 WS-RUN-PARM PIC X(32).
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-PARM-DATE PIC 9(8).
       01 WS-REFERENCE-DATE PIC 9(8).
       01 WS-QUARTER-START.
           10 WS-QS-YEAR PIC 9(4).
           10 WS-QS-MONTH PIC 9(2).
           10 WS-QS-DAY PIC 9(2).
       01 WS-QUARTER-START-DATE REDEFINES WS-QUARTER-START PIC 9(8).
       01 WS-QUARTER-NUMBER PIC 9.
       01 WS-PERIOD-START PIC 9(8).
       01 WS-PERIOD-END PIC 9(8).
       01 WS-AS-AT-DATE PIC 9(8).
       01 WS-AS-AT-INT PIC 9(8).
       01 WS-ROW-DATE PIC 9(8).
      *    AN ADMINISTRATOR WHO HAS NOT USED THE RIGHTS FOR THIS MANY
      *    DAYS IS FLAGGED, UNLESS THE ROLE IS YOUNGER THAN THAT
       01 WS-DORMANT-DAYS PIC 9(3) VALUE 90.
       01 WS-DAYS-SINCE PIC 9(8).
       01 WS-PRIVILEGED PIC X.
           88 PRIVILEGED-ACTION VALUE 'Y'.
       01 WS-HR-EXTRACT PIC X VALUE 'N'.
           88 HR-EXTRACT-READ VALUE 'Y'.
       01 WS-FIND-USER PIC X(10).
       01 WS-MATCH-INDEX PIC 9(5).
      *    EVERY ROSTER USER HOLDING THE ADMIN ROLE
       01 NUMBER-OF-ADMINS PIC 9(3) VALUE 0.
       01 ADMIN-TABLE.
           05 ADMIN-ENTRY OCCURS 200.
               10 AD-USER PIC X(10).
               10 AD-FULL-NAME PIC X(30).
               10 AD-ACTIVE-FLAG PIC X.
               10 AD-GRANTED PIC 9(8).
               10 AD-HR-STATUS PIC X.
               10 AD-LAST-USED PIC 9(8).
               10 AD-ACTION-COUNT PIC 9(5).
               10 AD-CHANGE-COUNT PIC 9(5).
               10 AD-HR-FLAG PIC X.
               10 AD-DORMANT-FLAG PIC X.
               10 AD-ROSTER-FLAG PIC X.
       01 ADMIN-INDEX PIC 9(3).
      *    PRIVILEGED ACTIONS IN THE PERIOD, IN AUDIT TRAIL ORDER;
      *    PA-ADMIN-INDEX IS 0 WHEN THE USER HOLDS NO ADMIN ROLE
       01 NUMBER-OF-ACTIONS PIC 9(5) VALUE 0.
       01 ACTION-TABLE.
           05 ACTION-ENTRY OCCURS 5000.
               10 PA-ADMIN-INDEX PIC 9(3).
               10 PA-USER PIC X(10).
               10 PA-ITEM-ID PIC 9(5).
               10 PA-ACTION PIC X(10).
               10 PA-TIMESTAMP PIC X(16).
               10 PA-DETAIL PIC X(21).
       01 ACTION-INDEX PIC 9(5).
      *    FIELD CHANGES ON tdchange MADE BY A PRIVILEGED ACTION
       01 NUMBER-OF-CHANGES PIC 9(5) VALUE 0.
       01 CHANGE-TABLE.
           05 CHANGE-ENTRY OCCURS 5000.
               10 CX-ACTION-INDEX PIC 9(5).
               10 CX-ITEM-ID PIC 9(5).
               10 CX-FIELD-NAME PIC X(12).
               10 CX-OLD-VALUE PIC X(35).
               10 CX-NEW-VALUE PIC X(35).
       01 CHANGE-INDEX PIC 9(5).
       01 WS-AUDIT-ROWS-READ PIC 9(7) VALUE 0.
       01 WS-CHANGE-ROWS-READ PIC 9(7) VALUE 0.
       01 WS-ADMIN-ACTIONS PIC 9(7) VALUE 0.
       01 WS-OTHER-ACTIONS PIC 9(7) VALUE 0.
       01 WS-ACTIONS-DROPPED PIC 9(7) VALUE 0.
       01 WS-CHANGES-DROPPED PIC 9(7) VALUE 0.
       01 WS-ADMINS-DROPPED PIC 9(5) VALUE 0.
       01 WS-FLAGGED-ADMINS PIC 9(5) VALUE 0.
       01 WS-ADMIN-LINES PIC 9(5).

      *    QUARTERLY REVIEW OF ADMINISTRATOR RIGHTS FOR ACCESS
      *    RECERTIFICATION. THE PARAMETER IS ANY DATE IN THE QUARTER
      *    TO REVIEW; WITHOUT ONE THE PREVIOUS QUARTER IS TAKEN. LISTS
      *    EVERY ADMINISTRATOR ON THE ROSTER WITH THE DATE THE ROLE WAS
      *    GRANTED AND EVERY PRIVILEGED ACTION THEY TOOK IN THE
      *    QUARTER FROM THE AUDIT TRAIL, WITH THE FIELD CHANGES BEHIND
      *    IT FROM tdchange.txt. FLAGS ADMINISTRATORS INACTIVE IN THE
      *    HR EXTRACT OR WITHOUT PRIVILEGED USE FOR 90 DAYS, LEAVES A
      *    SIGN-OFF BLOCK PER ADMINISTRATOR FOR THE REVIEWING MANAGER
      *    AND WRITES THE COMPLIANCE EXTRACT privreview.<start>.txt
       PROCEDURE DIVISION.
           DISPLAY "============================================"
           DISPLAY "TODO LIST - PRIVILEGED ACCESS REVIEW"
           DISPLAY "============================================"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-RUN-PARM) TO WS-RUN-PARM
           MOVE 0 TO WS-PARM-DATE
           IF WS-RUN-PARM(1:8) IS NUMERIC
              AND WS-RUN-PARM(9:1) = SPACE
              MOVE WS-RUN-PARM(1:8) TO WS-PARM-DATE
           END-IF
           IF WS-PARM-DATE > 0
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-PARM-DATE) = 0
              MOVE WS-PARM-DATE TO WS-REFERENCE-DATE
           ELSE
              MOVE WS-TODAY-DATE TO WS-REFERENCE-DATE
              PERFORM SET-QUARTER
              COMPUTE WS-REFERENCE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-QUARTER-START-DATE) - 1)
           END-IF
           PERFORM SET-QUARTER
           MOVE WS-QUARTER-START-DATE TO WS-PERIOD-START
           IF WS-QS-MONTH = 10
              ADD 1 TO WS-QS-YEAR
              MOVE 1 TO WS-QS-MONTH
           ELSE
              ADD 3 TO WS-QS-MONTH
           END-IF
           COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-QUARTER-START-DATE) - 1)
           MOVE WS-PERIOD-END TO WS-AS-AT-DATE
           IF WS-TODAY-DATE < WS-PERIOD-END
              MOVE WS-TODAY-DATE TO WS-AS-AT-DATE
           END-IF
           COMPUTE WS-AS-AT-INT =
                FUNCTION INTEGER-OF-DATE(WS-AS-AT-DATE)
           DISPLAY "REVIEW PERIOD:          " WS-PERIOD-START
           " TO " WS-PERIOD-END
           DISPLAY "DORMANCY MEASURED AT:   " WS-AS-AT-DATE

           INITIALIZE ADMIN-TABLE ACTION-TABLE CHANGE-TABLE
           PERFORM LOAD-ADMINISTRATORS
           PERFORM CHECK-HR-EXTRACT
           PERFORM COLLECT-AUDIT-ACTIONS
           PERFORM COLLECT-CHANGE-DETAILS
           PERFORM VARYING ADMIN-INDEX FROM 1 BY 1
              UNTIL ADMIN-INDEX > NUMBER-OF-ADMINS
                 PERFORM SET-REVIEW-FLAGS
           END-PERFORM

           DISPLAY "ADMINISTRATORS:         " NUMBER-OF-ADMINS
           DISPLAY "  FLAGGED FOR REVIEW:   " WS-FLAGGED-ADMINS
           DISPLAY "AUDIT ROWS READ:        " WS-AUDIT-ROWS-READ
           DISPLAY "PRIVILEGED ACTIONS:     " WS-ADMIN-ACTIONS
           DISPLAY "  NOT UNDER AN ADMIN:   " WS-OTHER-ACTIONS
           DISPLAY "CHANGE ROWS READ:       " WS-CHANGE-ROWS-READ
           DISPLAY "FIELD CHANGES LINKED:   " NUMBER-OF-CHANGES
           IF NOT HR-EXTRACT-READ
              DISPLAY "NO HR EXTRACT ON FILE (tdhrsync.txt) - HR STATUS"
              " NOT CHECKED"
           END-IF
           IF WS-ADMINS-DROPPED > 0
              DISPLAY "ADMINISTRATORS NOT LISTED (TABLE FULL): "
              WS-ADMINS-DROPPED
           END-IF
           IF WS-ACTIONS-DROPPED > 0
              DISPLAY "ACTIONS NOT LISTED (TABLE FULL): "
              WS-ACTIONS-DROPPED
           END-IF
           IF WS-CHANGES-DROPPED > 0
              DISPLAY "CHANGES NOT LISTED (TABLE FULL): "
              WS-CHANGES-DROPPED
           END-IF
           PERFORM VARYING ADMIN-INDEX FROM 1 BY 1
              UNTIL ADMIN-INDEX > NUMBER-OF-ADMINS
                 PERFORM PRINT-ADMIN-REVIEW
           END-PERFORM
           PERFORM PRINT-OTHER-ACTIONS
           PERFORM WRITE-REVIEW-EXTRACT
           DISPLAY "--------------------------------------------"
           IF REVIEW-STATUS = "00"
              DISPLAY "COMPLIANCE EXTRACT:     "
              FUNCTION TRIM(WS-REVIEW-FILE-NAME)
           ELSE
              DISPLAY "COMPLIANCE EXTRACT NOT WRITTEN, STATUS "
              REVIEW-STATUS
           END-IF
           DISPLAY "============================================"
           GOBACK.

      *    FIRST DAY OF THE QUARTER HOLDING WS-REFERENCE-DATE
       SET-QUARTER SECTION.
           MOVE WS-REFERENCE-DATE TO WS-QUARTER-START-DATE
           COMPUTE WS-QUARTER-NUMBER = (WS-QS-MONTH - 1) / 3
           COMPUTE WS-QS-MONTH = WS-QUARTER-NUMBER * 3 + 1
           MOVE 1 TO WS-QS-DAY
           EXIT.

       LOAD-ADMINISTRATORS SECTION.
           OPEN INPUT TDUSER
           IF USER-STATUS NOT = "00"
              DISPLAY "ROSTER FILE NOT AVAILABLE, STATUS " USER-STATUS
              EXIT SECTION
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDUSER NEXT
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM STORE-ADMINISTRATOR
                 END-READ
           END-PERFORM
           CLOSE TDUSER
           EXIT.

      *    AN ANONYMISED LEAVER KEEPS NO RIGHTS WORTH REVIEWING
       STORE-ADMINISTRATOR SECTION.
           IF NOT UM-ROLE-ADMIN OR UM-ANON-DATE > 0
              EXIT SECTION
           END-IF
           IF NUMBER-OF-ADMINS = 200
              ADD 1 TO WS-ADMINS-DROPPED
              EXIT SECTION
           END-IF
           ADD 1 TO NUMBER-OF-ADMINS
           MOVE UM-USER-NAME TO AD-USER(NUMBER-OF-ADMINS)
           MOVE UM-FULL-NAME TO AD-FULL-NAME(NUMBER-OF-ADMINS)
           MOVE UM-ACTIVE-FLAG TO AD-ACTIVE-FLAG(NUMBER-OF-ADMINS)
           IF UM-ROLE-GRANTED IS NUMERIC
              AND UM-ROLE-GRANTED > 0
              AND FUNCTION TEST-DATE-YYYYMMDD(UM-ROLE-GRANTED) = 0
              MOVE UM-ROLE-GRANTED TO AD-GRANTED(NUMBER-OF-ADMINS)
           END-IF
           EXIT.

      *    "A" ACTIVE OR "I" INACTIVE AS THE HR EXTRACT HAS IT, "M"
      *    WHEN THE ADMINISTRATOR IS MISSING FROM THE EXTRACT
       CHECK-HR-EXTRACT SECTION.
           OPEN INPUT TDHRSYNC
           IF HRSYNC-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE 'Y' TO WS-HR-EXTRACT
           PERFORM VARYING ADMIN-INDEX FROM 1 BY 1
              UNTIL ADMIN-INDEX > NUMBER-OF-ADMINS
                 MOVE "M" TO AD-HR-STATUS(ADMIN-INDEX)
           END-PERFORM
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDHRSYNC
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM TAKE-HR-ROW
                 END-READ
           END-PERFORM
           CLOSE TDHRSYNC
           EXIT.

       TAKE-HR-ROW SECTION.
           MOVE HR-USER-NAME TO WS-FIND-USER
           PERFORM FIND-ADMINISTRATOR
           IF WS-MATCH-INDEX = 0
              EXIT SECTION
           END-IF
           IF HR-STATUS = "I"
              MOVE "I" TO AD-HR-STATUS(WS-MATCH-INDEX)
           ELSE
              MOVE "A" TO AD-HR-STATUS(WS-MATCH-INDEX)
           END-IF
           EXIT.

       FIND-ADMINISTRATOR SECTION.
           MOVE 0 TO WS-MATCH-INDEX
           PERFORM VARYING ADMIN-INDEX FROM 1 BY 1
              UNTIL ADMIN-INDEX > NUMBER-OF-ADMINS
                 OR WS-MATCH-INDEX > 0
                 IF AD-USER(ADMIN-INDEX) = WS-FIND-USER
                    MOVE ADMIN-INDEX TO WS-MATCH-INDEX
                 END-IF
           END-PERFORM
           EXIT.

       COLLECT-AUDIT-ACTIONS SECTION.
           OPEN INPUT TDAUDIT
           IF AUDIT-STATUS NOT = "00"
              DISPLAY "NO AUDIT TRAIL ON FILE (tdaudit.txt)"
              EXIT SECTION
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDAUDIT INTO WS-AUDIT-BUFFER
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM TAKE-AUDIT-ROW
                 END-READ
           END-PERFORM
           CLOSE TDAUDIT
           EXIT.

      *    A PRIVILEGED ACTION UP TO THE END OF THE PERIOD COUNTS FOR
      *    THE LAST USE OF THE RIGHTS; ONLY THOSE IN THE PERIOD ARE
      *    LISTED. AN UNDELETE BY A USER WITHOUT THE ADMIN ROLE IS THE
      *    OWNER TAKING BACK THEIR OWN ITEM AND IS NOT LISTED
       TAKE-AUDIT-ROW SECTION.
           ADD 1 TO WS-AUDIT-ROWS-READ
           PERFORM CLASSIFY-AUDIT-ACTION
           IF NOT PRIVILEGED-ACTION
              EXIT SECTION
           END-IF
           IF AUDIT-TIMESTAMP IN WS-AUDIT-BUFFER(1:8) IS NOT NUMERIC
              EXIT SECTION
           END-IF
           MOVE AUDIT-TIMESTAMP IN WS-AUDIT-BUFFER(1:8) TO WS-ROW-DATE
           IF WS-ROW-DATE > WS-PERIOD-END
              OR FUNCTION TEST-DATE-YYYYMMDD(WS-ROW-DATE) NOT = 0
              EXIT SECTION
           END-IF
           MOVE AUDIT-USER IN WS-AUDIT-BUFFER TO WS-FIND-USER
           PERFORM FIND-ADMINISTRATOR
           IF WS-MATCH-INDEX > 0
              AND WS-ROW-DATE > AD-LAST-USED(WS-MATCH-INDEX)
              MOVE WS-ROW-DATE TO AD-LAST-USED(WS-MATCH-INDEX)
           END-IF
           IF WS-ROW-DATE < WS-PERIOD-START
              EXIT SECTION
           END-IF
           IF WS-MATCH-INDEX = 0
              AND AUDIT-ACTION-NAME IN WS-AUDIT-BUFFER = "undelete"
              EXIT SECTION
           END-IF
           IF NUMBER-OF-ACTIONS = 5000
              ADD 1 TO WS-ACTIONS-DROPPED
              EXIT SECTION
           END-IF
           ADD 1 TO NUMBER-OF-ACTIONS
           MOVE WS-MATCH-INDEX TO PA-ADMIN-INDEX(NUMBER-OF-ACTIONS)
           MOVE AUDIT-USER IN WS-AUDIT-BUFFER
                TO PA-USER(NUMBER-OF-ACTIONS)
           MOVE AUDIT-ITEM-ID IN WS-AUDIT-BUFFER
                TO PA-ITEM-ID(NUMBER-OF-ACTIONS)
           MOVE AUDIT-ACTION-NAME IN WS-AUDIT-BUFFER
                TO PA-ACTION(NUMBER-OF-ACTIONS)
           MOVE AUDIT-TIMESTAMP IN WS-AUDIT-BUFFER(1:16)
                TO PA-TIMESTAMP(NUMBER-OF-ACTIONS)
           MOVE AUDIT-DETAIL IN WS-AUDIT-BUFFER
                TO PA-DETAIL(NUMBER-OF-ACTIONS)
           IF WS-MATCH-INDEX > 0
              ADD 1 TO AD-ACTION-COUNT(WS-MATCH-INDEX)
              ADD 1 TO WS-ADMIN-ACTIONS
           ELSE
              ADD 1 TO WS-OTHER-ACTIONS
           END-IF
           EXIT.

      *    THE ADMINISTRATOR RIGHTS: CLEARING AND RESTORING A LIST,
      *    UNDELETE, MERGE, APPROVING OR REJECTING A COMPLETION, ROSTER
      *    CHANGES, SETTING ANOTHER USER'S PASSWORD, THE OPERATOR
      *    CONSOLE COMMANDS AND FIXES, AND OFFBOARDING
       CLASSIFY-AUDIT-ACTION SECTION.
           MOVE 'N' TO WS-PRIVILEGED
           EVALUATE AUDIT-ACTION-NAME IN WS-AUDIT-BUFFER
           WHEN "clear"
           WHEN "restore"
           WHEN "undelete"
           WHEN "merge"
           WHEN "approve"
           WHEN "reject"
           WHEN "useradd"
           WHEN "userdrop"
           WHEN "oncall"
           WHEN "legalhold"
           WHEN "lockbreak"
           WHEN "offboard"
              MOVE 'Y' TO WS-PRIVILEGED
           WHEN "passwd"
              IF AUDIT-DETAIL IN WS-AUDIT-BUFFER(1:8) NOT = "set for "
                 OR AUDIT-DETAIL IN WS-AUDIT-BUFFER(9:10)
                    NOT = AUDIT-USER IN WS-AUDIT-BUFFER
                 MOVE 'Y' TO WS-PRIVILEGED
              END-IF
           WHEN "modify"
              IF AUDIT-DETAIL IN WS-AUDIT-BUFFER(1:8) = "console "
                 MOVE 'Y' TO WS-PRIVILEGED
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           EXIT.

       COLLECT-CHANGE-DETAILS SECTION.
           IF NUMBER-OF-ACTIONS = 0
              EXIT SECTION
           END-IF
           OPEN INPUT TDCHANGE
           IF CHANGE-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE SPACE TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDCHANGE INTO WS-CHANGE-BUFFER
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM TAKE-CHANGE-ROW
                 END-READ
           END-PERFORM
           CLOSE TDCHANGE
           EXIT.

      *    A CHANGE ROW BELONGS TO THE PRIVILEGED ACTION OF THE SAME
      *    USER ON THE SAME ITEM IN THE SAME MINUTE. A MERGE ALSO
      *    REPOINTS ITEMS THAT WAITED ON OR WERE FILED UNDER THE
      *    DUPLICATE, SO FOR A MERGE THE ITEM NEED NOT MATCH
       TAKE-CHANGE-ROW SECTION.
           ADD 1 TO WS-CHANGE-ROWS-READ
           IF CH-TIMESTAMP(1:8) IS NOT NUMERIC
              EXIT SECTION
           END-IF
           MOVE CH-TIMESTAMP(1:8) TO WS-ROW-DATE
           IF WS-ROW-DATE < WS-PERIOD-START
              OR WS-ROW-DATE > WS-PERIOD-END
              EXIT SECTION
           END-IF
           MOVE 0 TO WS-MATCH-INDEX
           PERFORM VARYING ACTION-INDEX FROM 1 BY 1
              UNTIL ACTION-INDEX > NUMBER-OF-ACTIONS
                 OR WS-MATCH-INDEX > 0
                 IF PA-USER(ACTION-INDEX) = CH-USER
                    AND PA-TIMESTAMP(ACTION-INDEX)(1:12)
                        = CH-TIMESTAMP(1:12)
                    AND (PA-ITEM-ID(ACTION-INDEX) = CH-ITEM-ID
                         OR PA-ACTION(ACTION-INDEX) = "merge")
                    MOVE ACTION-INDEX TO WS-MATCH-INDEX
                 END-IF
           END-PERFORM
           IF WS-MATCH-INDEX = 0
              EXIT SECTION
           END-IF
           IF NUMBER-OF-CHANGES = 5000
              ADD 1 TO WS-CHANGES-DROPPED
              EXIT SECTION
           END-IF
           ADD 1 TO NUMBER-OF-CHANGES
           MOVE WS-MATCH-INDEX TO CX-ACTION-INDEX(NUMBER-OF-CHANGES)
           MOVE CH-ITEM-ID TO CX-ITEM-ID(NUMBER-OF-CHANGES)
           MOVE CH-FIELD-NAME TO CX-FIELD-NAME(NUMBER-OF-CHANGES)
           MOVE CH-OLD-VALUE TO CX-OLD-VALUE(NUMBER-OF-CHANGES)
           MOVE CH-NEW-VALUE TO CX-NEW-VALUE(NUMBER-OF-CHANGES)
           IF PA-ADMIN-INDEX(WS-MATCH-INDEX) > 0
              ADD 1 TO AD-CHANGE-COUNT(PA-ADMIN-INDEX(WS-MATCH-INDEX))
           END-IF
           EXIT.

      *    A ROLE GRANTED FEWER THAN WS-DORMANT-DAYS AGO IS NOT YET
      *    DORMANT; A ROLE WITHOUT A GRANT DATE IS TAKEN AS OLD
       SET-REVIEW-FLAGS SECTION.
           MOVE 'N' TO AD-HR-FLAG(ADMIN-INDEX)
           MOVE 'N' TO AD-DORMANT-FLAG(ADMIN-INDEX)
           MOVE 'N' TO AD-ROSTER-FLAG(ADMIN-INDEX)
           IF AD-HR-STATUS(ADMIN-INDEX) = "I"
              MOVE 'Y' TO AD-HR-FLAG(ADMIN-INDEX)
           END-IF
           IF AD-ACTIVE-FLAG(ADMIN-INDEX) = "I"
              MOVE 'Y' TO AD-ROSTER-FLAG(ADMIN-INDEX)
           END-IF
           MOVE 'Y' TO AD-DORMANT-FLAG(ADMIN-INDEX)
           IF AD-LAST-USED(ADMIN-INDEX) > 0
              COMPUTE WS-DAYS-SINCE = WS-AS-AT-INT
                   - FUNCTION INTEGER-OF-DATE(AD-LAST-USED(ADMIN-INDEX))
              IF WS-DAYS-SINCE NOT > WS-DORMANT-DAYS
                 MOVE 'N' TO AD-DORMANT-FLAG(ADMIN-INDEX)
              END-IF
           END-IF
           IF AD-GRANTED(ADMIN-INDEX) > WS-AS-AT-DATE
              MOVE 'N' TO AD-DORMANT-FLAG(ADMIN-INDEX)
           END-IF
           IF AD-GRANTED(ADMIN-INDEX) > 0
              AND AD-GRANTED(ADMIN-INDEX) NOT > WS-AS-AT-DATE
              COMPUTE WS-DAYS-SINCE = WS-AS-AT-INT
                   - FUNCTION INTEGER-OF-DATE(AD-GRANTED(ADMIN-INDEX))
              IF WS-DAYS-SINCE NOT > WS-DORMANT-DAYS
                 MOVE 'N' TO AD-DORMANT-FLAG(ADMIN-INDEX)
              END-IF
           END-IF
           IF AD-HR-FLAG(ADMIN-INDEX) = 'Y'
              OR AD-DORMANT-FLAG(ADMIN-INDEX) = 'Y'
              OR AD-ROSTER-FLAG(ADMIN-INDEX) = 'Y'
              ADD 1 TO WS-FLAGGED-ADMINS
           END-IF
           EXIT.

       PRINT-ADMIN-REVIEW SECTION.
           DISPLAY "--------------------------------------------"
           DISPLAY "ADMINISTRATOR:          " AD-USER(ADMIN-INDEX)
           " " AD-FULL-NAME(ADMIN-INDEX)
           IF AD-ACTIVE-FLAG(ADMIN-INDEX) = "I"
              DISPLAY "ROSTER ACCOUNT:         INACTIVE"
           ELSE
              DISPLAY "ROSTER ACCOUNT:         ACTIVE"
           END-IF
           IF AD-GRANTED(ADMIN-INDEX) > 0
              DISPLAY "ADMIN ROLE GRANTED:     " AD-GRANTED(ADMIN-INDEX)
           ELSE
              DISPLAY "ADMIN ROLE GRANTED:     NOT RECORDED"
           END-IF
           EVALUATE AD-HR-STATUS(ADMIN-INDEX)
           WHEN "A"
              DISPLAY "HR STATUS:              ACTIVE"
           WHEN "I"
              DISPLAY "HR STATUS:              INACTIVE"
           WHEN "M"
              DISPLAY "HR STATUS:              NOT IN HR EXTRACT"
           WHEN OTHER
              DISPLAY "HR STATUS:              NOT CHECKED"
           END-EVALUATE
           IF AD-LAST-USED(ADMIN-INDEX) > 0
              DISPLAY "LAST PRIVILEGED USE:    "
              AD-LAST-USED(ADMIN-INDEX)
           ELSE
              DISPLAY "LAST PRIVILEGED USE:    NONE ON THE AUDIT TRAIL"
           END-IF
           DISPLAY "ACTIONS IN THE PERIOD:  "
           AD-ACTION-COUNT(ADMIN-INDEX)
           DISPLAY "FIELD CHANGES:          "
           AD-CHANGE-COUNT(ADMIN-INDEX)
           IF AD-HR-FLAG(ADMIN-INDEX) = 'Y'
              DISPLAY "*** FLAG: INACTIVE IN THE HR EXTRACT"
           END-IF
           IF AD-ROSTER-FLAG(ADMIN-INDEX) = 'Y'
              DISPLAY "*** FLAG: ROSTER INACTIVE, ROLE STILL HELD"
           END-IF
           IF AD-DORMANT-FLAG(ADMIN-INDEX) = 'Y'
              DISPLAY "*** FLAG: ADMIN RIGHTS NOT USED IN "
              WS-DORMANT-DAYS " DAYS"
           END-IF
           IF AD-ACTION-COUNT(ADMIN-INDEX) = 0
              DISPLAY "  NO PRIVILEGED ACTIONS IN THE PERIOD"
           ELSE
              DISPLAY "  DATE     TIME   ITEM  ACTION     DETAIL"
              PERFORM VARYING ACTION-INDEX FROM 1 BY 1
                 UNTIL ACTION-INDEX > NUMBER-OF-ACTIONS
                    IF PA-ADMIN-INDEX(ACTION-INDEX) = ADMIN-INDEX
                       PERFORM PRINT-ONE-ACTION
                    END-IF
              END-PERFORM
           END-IF
           DISPLAY " "
           DISPLAY "  REVIEWER SIGN-OFF FOR " AD-USER(ADMIN-INDEX)
           DISPLAY "  ADMIN ROLE STILL NEEDED:  [ ] RETAIN  [ ] REVOKE"
           DISPLAY "  REVIEWED BY:  ______________________________"
           DISPLAY "  SIGNATURE:    ______________________________"
           DISPLAY "  DATE:         ____________"
           DISPLAY "  COMMENTS:     ______________________________"
           EXIT.

       PRINT-ONE-ACTION SECTION.
           DISPLAY "  " PA-TIMESTAMP(ACTION-INDEX)(1:8)
           " " PA-TIMESTAMP(ACTION-INDEX)(9:6)
           " " PA-ITEM-ID(ACTION-INDEX)
           " " PA-ACTION(ACTION-INDEX)
           " " PA-DETAIL(ACTION-INDEX)
           PERFORM VARYING CHANGE-INDEX FROM 1 BY 1
              UNTIL CHANGE-INDEX > NUMBER-OF-CHANGES
                 IF CX-ACTION-INDEX(CHANGE-INDEX) = ACTION-INDEX
                    DISPLAY "        #" CX-ITEM-ID(CHANGE-INDEX)
                    " " CX-FIELD-NAME(CHANGE-INDEX) " "
                    FUNCTION TRIM(CX-OLD-VALUE(CHANGE-INDEX)) " -> "
                    FUNCTION TRIM(CX-NEW-VALUE(CHANGE-INDEX))
                 END-IF
           END-PERFORM
           EXIT.

      *    BATCH RUNS, CONSOLE SESSIONS WITHOUT AN ADMINISTRATOR NAME
      *    AND ANY RIGHT USED BY A USER WHO NO LONGER HOLDS THE ROLE
       PRINT-OTHER-ACTIONS SECTION.
           IF WS-OTHER-ACTIONS = 0
              EXIT SECTION
           END-IF
           DISPLAY "--------------------------------------------"
           DISPLAY "PRIVILEGED ACTIONS NOT TAKEN UNDER AN ADMIN ROLE"
           DISPLAY "  DATE     TIME   ITEM  ACTION     USER"
           "       DETAIL"
           PERFORM VARYING ACTION-INDEX FROM 1 BY 1
              UNTIL ACTION-INDEX > NUMBER-OF-ACTIONS
                 IF PA-ADMIN-INDEX(ACTION-INDEX) = 0
                    DISPLAY "  " PA-TIMESTAMP(ACTION-INDEX)(1:8)
                    " " PA-TIMESTAMP(ACTION-INDEX)(9:6)
                    " " PA-ITEM-ID(ACTION-INDEX)
                    " " PA-ACTION(ACTION-INDEX)
                    " " PA-USER(ACTION-INDEX)
                    " " PA-DETAIL(ACTION-INDEX)
                 END-IF
           END-PERFORM
           EXIT.

      *    ADMINISTRATOR LINES, EACH FOLLOWED BY ITS ACTIONS AND THEIR
      *    FIELD CHANGES, THEN THE ACTIONS NOT UNDER AN ADMIN ROLE AND
      *    THE CONTROL RECORD
       WRITE-REVIEW-EXTRACT SECTION.
           MOVE SPACES TO WS-REVIEW-FILE-NAME
           STRING "privreview." WS-PERIOD-START ".txt"
              DELIMITED BY SIZE INTO WS-REVIEW-FILE-NAME
           END-STRING
           OPEN OUTPUT TDREVIEW
           IF REVIEW-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE 0 TO WS-ADMIN-LINES
           PERFORM VARYING ADMIN-INDEX FROM 1 BY 1
              UNTIL ADMIN-INDEX > NUMBER-OF-ADMINS
                 PERFORM WRITE-ADMIN-EXTRACT
                 PERFORM VARYING ACTION-INDEX FROM 1 BY 1
                    UNTIL ACTION-INDEX > NUMBER-OF-ACTIONS
                       IF PA-ADMIN-INDEX(ACTION-INDEX) = ADMIN-INDEX
                          PERFORM WRITE-ACTION-EXTRACT
                       END-IF
                 END-PERFORM
           END-PERFORM
           PERFORM VARYING ACTION-INDEX FROM 1 BY 1
              UNTIL ACTION-INDEX > NUMBER-OF-ACTIONS
                 IF PA-ADMIN-INDEX(ACTION-INDEX) = 0
                    PERFORM WRITE-ACTION-EXTRACT
                 END-IF
           END-PERFORM
           MOVE SPACES TO PRIVILEGE-REVIEW-RECORD
           MOVE "C" TO PR-RECORD-TYPE
           MOVE WS-PERIOD-START TO PR-PERIOD-START
           MOVE WS-PERIOD-END TO PR-PERIOD-END
           MOVE WS-ADMIN-LINES TO PR-ADMIN-TOTAL
           MOVE NUMBER-OF-ACTIONS TO PR-ACTION-TOTAL
           MOVE NUMBER-OF-CHANGES TO PR-CHANGE-TOTAL
           MOVE WS-FLAGGED-ADMINS TO PR-FLAGGED-TOTAL
           MOVE WS-CURRENT-DATE-TIME TO PR-EXTRACT-TIMESTAMP
           WRITE TDREVIEW-LINE FROM PRIVILEGE-REVIEW-RECORD
           CLOSE TDREVIEW
           EXIT.

       WRITE-ADMIN-EXTRACT SECTION.
           MOVE SPACES TO PRIVILEGE-REVIEW-RECORD
           MOVE "A" TO PR-RECORD-TYPE
           MOVE WS-PERIOD-START TO PR-PERIOD-START
           MOVE WS-PERIOD-END TO PR-PERIOD-END
           MOVE AD-USER(ADMIN-INDEX) TO PR-USER
           MOVE AD-FULL-NAME(ADMIN-INDEX) TO PR-FULL-NAME
           MOVE AD-ACTIVE-FLAG(ADMIN-INDEX) TO PR-ROSTER-STATUS
           MOVE AD-GRANTED(ADMIN-INDEX) TO PR-ROLE-GRANTED
           MOVE AD-HR-STATUS(ADMIN-INDEX) TO PR-HR-STATUS
           MOVE AD-LAST-USED(ADMIN-INDEX) TO PR-LAST-USED
           MOVE AD-ACTION-COUNT(ADMIN-INDEX) TO PR-ACTION-COUNT
           MOVE AD-CHANGE-COUNT(ADMIN-INDEX) TO PR-CHANGE-COUNT
           MOVE AD-HR-FLAG(ADMIN-INDEX) TO PR-HR-INACTIVE-FLAG
           MOVE AD-DORMANT-FLAG(ADMIN-INDEX) TO PR-DORMANT-FLAG
           MOVE AD-ROSTER-FLAG(ADMIN-INDEX) TO PR-ROSTER-INACTIVE-FLAG
           WRITE TDREVIEW-LINE FROM PRIVILEGE-REVIEW-RECORD
           ADD 1 TO WS-ADMIN-LINES
           EXIT.

       WRITE-ACTION-EXTRACT SECTION.
           MOVE SPACES TO PRIVILEGE-REVIEW-RECORD
           MOVE "P" TO PR-RECORD-TYPE
           MOVE WS-PERIOD-START TO PR-PERIOD-START
           MOVE WS-PERIOD-END TO PR-PERIOD-END
           MOVE PA-USER(ACTION-INDEX) TO PR-USER
           IF PA-ADMIN-INDEX(ACTION-INDEX) > 0
              MOVE "Y" TO PR-UNDER-ADMIN
           ELSE
              MOVE "N" TO PR-UNDER-ADMIN
           END-IF
           MOVE PA-TIMESTAMP(ACTION-INDEX) TO PR-TIMESTAMP
           MOVE PA-ITEM-ID(ACTION-INDEX) TO PR-ITEM-ID
           MOVE PA-ACTION(ACTION-INDEX) TO PR-ACTION-NAME
           MOVE PA-DETAIL(ACTION-INDEX) TO PR-DETAIL
           WRITE TDREVIEW-LINE FROM PRIVILEGE-REVIEW-RECORD
           PERFORM VARYING CHANGE-INDEX FROM 1 BY 1
              UNTIL CHANGE-INDEX > NUMBER-OF-CHANGES
                 IF CX-ACTION-INDEX(CHANGE-INDEX) = ACTION-INDEX
                    MOVE "F" TO PR-RECORD-TYPE
                    MOVE CX-ITEM-ID(CHANGE-INDEX) TO PR-ITEM-ID
                    MOVE CX-FIELD-NAME(CHANGE-INDEX) TO PR-ACTION-NAME
                    MOVE CX-OLD-VALUE(CHANGE-INDEX) TO PR-OLD-VALUE
                    MOVE CX-NEW-VALUE(CHANGE-INDEX) TO PR-NEW-VALUE
                    WRITE TDREVIEW-LINE FROM PRIVILEGE-REVIEW-RECORD
                 END-IF
           END-PERFORM
           EXIT.

       END PROGRAM TODOPRIV.
