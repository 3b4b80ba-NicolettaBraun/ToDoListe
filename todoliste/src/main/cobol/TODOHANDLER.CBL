              ACCESS MODE IS DYNAMIC
              RECORD KEY IS TM-TEMPLATE-CODE
              FILE STATUS IS TMPL-STATUS.
           SELECT TDSESSION ASSIGN TO 'tdsession.txt'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SS-TOKEN
              FILE STATUS IS SESSION-STATUS.

       DATA DIVISION.
       FILE SECTION.
             10 TL-DUE-TIME PIC X(4).
             10 TL-CATEGORY PIC X.
             10 TL-DESCRIPTION PIC X(35).
             10 FILLER PIC X(92).

       FD TDCALENDAR.
          01 TDCALENDAR-FILE.
       FD TDTEMPLATE.
          COPY TODOTMPL.

       FD TDSESSION.
          COPY TODOSESS.

       WORKING-STORAGE SECTION.
       01 IN-STATUS            PIC 99.
       01 USER-STATUS          PIC XX.
       01 WS-TMPL-TODAY-NUM   PIC 9(8).
       01 WS-TMPL-DUE-INT     PIC 9(8).
       01 WS-TMPL-DUE-NUM     PIC 9(8).
       01 SESSION-STATUS      PIC XX.
       01 AUDIT-RECORD-BUFFER.
          10 AUDIT-ITEM-ID PIC 9(5).
          10 AUDIT-ACTION-NAME PIC X(10).
          10 AUDIT-USER PIC X(10).
          10 AUDIT-TIMESTAMP PIC X(21).
          10 AUDIT-DETAIL PIC X(21) VALUE SPACES.
          10 AUDIT-CHECK-VALUE PIC X(16) VALUE SPACES.
       01 WS-SESSION-VALID    PIC X VALUE "N".
          88 SESSION-VALID    VALUE "Y".
       01 WS-SESSION-USER     PIC X(10) VALUE SPACES.
       01 WS-SESSION-ROLE     PIC X VALUE "R".
          88 SESSION-USER-IS-ADMIN VALUE "A".
       01 WS-SESSION-IDLE-LIMIT PIC 9(4) VALUE 30.
       01 WS-MAX-FAILED-LOGINS PIC 9(2) VALUE 5.
       01 WS-SESSION-NOW      PIC X(21).
       01 WS-SESSION-STAMP    PIC X(14).
       01 WS-STAMP-DATE       PIC 9(8).
       01 WS-STAMP-HOURS      PIC 9(2).
       01 WS-STAMP-MINUTES    PIC 9(2).
       01 WS-STAMP-TOTAL      PIC 9(11).
       01 WS-NOW-MINUTES      PIC 9(11).
       01 WS-LAST-MINUTES     PIC 9(11).
       01 WS-IDLE-MINUTES     PIC S9(11).
       01 WS-RANDOM-SEED      PIC 9(8).
       01 WS-RANDOM-NUMBER    PIC 9(9).
       01 WS-RANDOM-SEEDED    PIC X VALUE "N".
          88 RANDOM-SEEDED    VALUE "Y".
       01 WS-PROCESS-ID       PIC 9(9) VALUE 0.
       01 WS-LOGIN-CREDENTIAL.
          10 WS-CREDENTIAL-HIGH PIC 9(8).
          10 WS-CREDENTIAL-LOW  PIC 9(8).
       01 WS-LOGIN-USER       PIC X(10).
       01 WS-LOGIN-PASSWORD   PIC X(64).
       01 WS-LOGIN-OK         PIC X.
          88 LOGIN-OK         VALUE "Y".
       01 WS-PASSWORD-TARGET  PIC X(10).
       01 WS-NEW-PASSWORD     PIC X(64).
       01 WS-FAILED-DISPLAY   PIC Z9.
       01 WS-NEW-SUPERVISOR   PIC X(10).
       01 WS-SUPERVISOR-GIVEN PIC X.
          88 SUPERVISOR-GIVEN VALUE "Y".
       01 WS-SUPERVISOR-OK    PIC X.
          88 SUPERVISOR-OK    VALUE "Y".
       01 WS-ROSTER-USER      PIC X(10).
       01 ORG-COUNTER         PIC 9(3).
       01 WS-BULK-TOKEN       PIC X(10).
       01 WS-BULK-POINTER     PIC 9(4).
       01 WS-BULK-INDEX       PIC 9(3).
       01 WS-BULK-ITEM        PIC 9(5).
       01 WS-BULK-REPEATED    PIC X.
          88 BULK-ITEM-REPEATED VALUE "Y".
       01 WS-BULK-LEFT-OUT    PIC 9(3).
       01 WS-BULK-ITEM-LIST   PIC X(2048).
       01 WS-BULK-JOIN-POINTER PIC 9(4).
       01 WS-BODY-PAIR        PIC X(256).
       01 WS-BODY-POINTER     PIC 9(5).

       COPY TODOACTIONS.
       COPY CGIUTILDATA.
       COPY TODOITEM.
       COPY TODOHASHDATA.
       COPY TODOLACCDATA.
       COPY TODOORGDATA.

       PROCEDURE DIVISION.
           PERFORM U01-PRINT-HEADER

           PERFORM READ-LIST-ID

      *    EVERY ACTION THAT CHANGES A FILE NEEDS A SIGNED-ON SESSION;
      *    THE ACTING USER AND ROLE COME FROM THE SESSION, NEVER
      *    FROM A FORM FIELD
           IF ACTION-ADD OR ACTION-MODIFY OR ACTION-DELETE
              OR ACTION-DELETEITEM OR ACTION-COMPLETE
              OR ACTION-RESTORE OR ACTION-REASSIGN
              OR ACTION-UNDELETE OR ACTION-NOTESAVE
              OR ACTION-APPROVE OR ACTION-REJECT
              OR ACTION-STARTWORK OR ACTION-MOVEITEM
              OR ACTION-WATCH OR ACTION-UNWATCH
              OR ACTION-USERADD OR ACTION-USERDROP
              OR ACTION-BOOKTIME OR ACTION-LOGOUT
              OR ACTION-PASSWD
              OR ACTION-ACCEPT OR ACTION-DECLINE
              OR ACTION-SNOOZE OR ACTION-WAKE
              OR ACTION-MERGE OR ACTION-BULK
              PERFORM VALIDATE-SESSION
              IF NOT SESSION-VALID
                 DISPLAY "<li>Please sign on first - this action "
                 "needs a valid session and nothing was "
                 "changed.</li>"
                 GOBACK
              END-IF
           END-IF

      *    A NAMED LIST IS ONLY SHOWN OR CHANGED FOR A USER THE LIST
      *    MASTER ENTITLES TO IT; SIGN-ON AND ROSTER ACTIONS ARE NOT
      *    TIED TO A LIST, UNDELETE AND REFLOOKUP ARE CHECKED PER
      *    RECORD BY TODOLISTE
           IF NOT (ACTION-LOGIN OR ACTION-LOGOUT OR ACTION-PASSWD
                   OR ACTION-USERADD OR ACTION-USERDROP
                   OR ACTION-USERLIST OR ACTION-UNDELETE
                   OR ACTION-REFLOOKUP OR ACTION-TEAM)
              PERFORM CHECK-LIST-ACCESS
              IF NOT LA-GRANTED
                 GOBACK
              END-IF
           END-IF

           EVALUATE TRUE
           WHEN ACTION-ADD
             PERFORM ADD-TODOLIST-ENTRY
             PERFORM ITEM-HISTORY
           WHEN ACTION-REASSIGN
             PERFORM REASSIGN-ITEM
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
           WHEN ACTION-USERADD
             PERFORM USER-ADD
           WHEN ACTION-USERDROP
             PERFORM START-WORK
           WHEN ACTION-MOVEITEM
             PERFORM MOVE-ITEM-LIST
           WHEN ACTION-WATCH
             PERFORM WATCH-ITEM
           WHEN ACTION-UNWATCH
             PERFORM WATCH-ITEM
           WHEN ACTION-LOGIN
             PERFORM SIGN-ON
           WHEN ACTION-LOGOUT
             PERFORM SIGN-OFF
           WHEN ACTION-PASSWD
             PERFORM CHANGE-PASSWORD
           WHEN ACTION-TEAM
             PERFORM TEAM-VIEW
           WHEN OTHER
             DISPLAY "Action unbekannt: " TODO-ACTION
           END-EVALUATE
          .

       READ-PARAMETER-VALUE SECTION.
           IF PARAMETER-NAME = "items"
              PERFORM JOIN-ITEMS-VALUES
              EXIT SECTION
           END-IF
           MOVE WS-POST-BODY TO REQUEST-STRING
           CALL "CGIUTIL" USING REQUEST-PARAMETERS
          EXIT.

      *    EVERY TICKED CHECKBOX ON THE LIST PAGE SENDS ITS OWN items=
      *    PAIR; ALL OF THEM ARE JOINED, COMMA SEPARATED, INTO
      *    WS-BULK-ITEM-LIST. A TYPED-IN LIST ARRIVES WITH ITS COMMAS
      *    ENCODED AS %2C. PARAMETER-VALUE GETS AS MUCH AS FITS
       JOIN-ITEMS-VALUES SECTION.
           MOVE SPACES TO WS-BULK-ITEM-LIST
           MOVE 1 TO WS-BULK-JOIN-POINTER
           MOVE 1 TO WS-BODY-POINTER
           PERFORM UNTIL WS-BODY-POINTER > LENGTH OF WS-POST-BODY
              MOVE SPACES TO WS-BODY-PAIR
              UNSTRING WS-POST-BODY DELIMITED BY "&"
                 INTO WS-BODY-PAIR
                 WITH POINTER WS-BODY-POINTER
              END-UNSTRING
              IF WS-BODY-PAIR(1:6) = "items="
                 AND WS-BODY-PAIR(7:) NOT = SPACES
                 STRING WS-BODY-PAIR(7:) DELIMITED BY SPACE
                        "," DELIMITED BY SIZE
                    INTO WS-BULK-ITEM-LIST
                    WITH POINTER WS-BULK-JOIN-POINTER
                 END-STRING
              END-IF
           END-PERFORM
           INSPECT WS-BULK-ITEM-LIST REPLACING ALL "%2C" BY ",  "
                                               ALL "%2c" BY ",  "
           MOVE WS-BULK-ITEM-LIST TO PARAMETER-VALUE
          EXIT.

       READ-TODOLIST-ACTION SECTION.
           MOVE "action" TO PARAMETER-NAME
           PERFORM READ-PARAMETER-VALUE
            MOVE 0 TO BLOCKED-BY-ID
         END-IF

         MOVE "parent" TO PARAMETER-NAME
         PERFORM READ-PARAMETER-VALUE
         IF FUNCTION TRIM(PARAMETER-VALUE) IS NUMERIC
            AND PARAMETER-VALUE NOT = SPACES
            MOVE FUNCTION NUMVAL(PARAMETER-VALUE) TO PARENT-ID
         ELSE
            MOVE 0 TO PARENT-ID
         END-IF

         MOVE "extref" TO PARAMETER-NAME
         PERFORM READ-PARAMETER-VALUE
         MOVE PARAMETER-VALUE TO EXT-REFERENCE
          END-IF
          EXIT.

      *    READ-ONLY ACTIONS NEED NO SESSION FOR A PUBLIC LIST, BUT A
      *    TOKEN THAT COMES WITH THEM IS CHECKED SO MEMBERS SEE THEIR
      *    RESTRICTED LISTS
       CHECK-LIST-ACCESS SECTION.
          IF NOT SESSION-VALID
             PERFORM VALIDATE-SESSION
          END-IF
          PERFORM LOOKUP-ACTING-ROLE
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
          MOVE LIST-ID TO LA-LIST-ID
          MOVE WS-SESSION-USER TO LA-USER
          MOVE WHICH-USER-ROLE TO LA-ROLE
          CALL "TODOLACC" USING LIST-ACCESS-PARAMETERS
          IF NOT LA-GRANTED
             DISPLAY "<li>List " FUNCTION TRIM(LA-LIST-ID) ": "
             FUNCTION TRIM(LA-REASON)
             " - nothing was shown or changed.</li>"
             IF NOT SESSION-VALID AND NOT LA-LIST-UNKNOWN
                DISPLAY "<li>Sign on if you are a member of this "
                "list.</li>"
             END-IF
          END-IF
          EXIT.

      *    THE ROLE WAS READ FROM THE ROSTER WHEN THE SESSION WAS
      *    CHECKED; WITHOUT A SESSION NOBODY IS AN ADMINISTRATOR
       LOOKUP-ACTING-ROLE SECTION.
          MOVE "R" TO WHICH-USER-ROLE
          IF SESSION-VALID AND SESSION-USER-IS-ADMIN
             MOVE "A" TO WHICH-USER-ROLE
          END-IF
          EXIT.
             "the roster.</li>"
             EXIT SECTION
          END-IF
          PERFORM CHECK-NEW-SUPERVISOR
          IF SUPERVISOR-GIVEN AND NOT SUPERVISOR-OK
             EXIT SECTION
          END-IF
          MOVE "adduser" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO UM-USER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE = "admin"
             MOVE "A" TO UM-ROLE
             MOVE FUNCTION CURRENT-DATE(1:8) TO UM-ROLE-GRANTED
          ELSE
             MOVE "R" TO UM-ROLE
             MOVE 0 TO UM-ROLE-GRANTED
          END-IF
          MOVE 0 TO UM-FAILED-LOGINS
          MOVE SPACE TO UM-LOCK-FLAG
          MOVE SPACES TO UM-PASSWORD-HASH
          MOVE 0 TO UM-LEAVE-DATE
          MOVE SPACE TO UM-LEGAL-HOLD-FLAG
          MOVE 0 TO UM-ANON-DATE
          MOVE SPACES TO UM-PSEUDONYM
          MOVE WS-NEW-SUPERVISOR TO UM-SUPERVISOR
      *    ONLY AN ADMINISTRATOR CAN TAKE THE ON-CALL DUTY THAT
      *    RECEIVES THE OPERATIONS ITEMS OF THE NIGHTLY RUN
          MOVE SPACE TO UM-ONCALL-FLAG
          MOVE "oncall" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE = "Y" AND UM-ROLE-ADMIN
             MOVE "Y" TO UM-ONCALL-FLAG
          END-IF
          MOVE "password" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE NOT = SPACES
             MOVE SPACES TO HASH-INPUT-TEXT
             STRING UM-USER-NAME PARAMETER-VALUE
                DELIMITED BY SIZE INTO HASH-INPUT-TEXT
             END-STRING
             CALL "TODOHASH" USING HASH-PARAMETERS
             MOVE HASH-RESULT TO UM-PASSWORD-HASH
          END-IF
          IF UM-USER-NAME = SPACES
             DISPLAY "<li>No user name given.</li>"
          END-IF
          WRITE USER-MASTER-RECORD
             INVALID KEY
                IF SUPERVISOR-GIVEN
                   PERFORM SET-EXISTING-SUPERVISOR
                ELSE
                   DISPLAY "<li>User '" UM-USER-NAME
                   "' is already on the roster.</li>"
                END-IF
             NOT INVALID KEY
                DISPLAY "<li>User '" UM-USER-NAME
                "' added to the roster.</li>"
                PERFORM WRITE-ROSTER-AUDIT
          END-WRITE
          CLOSE TDUSER
          EXIT.

      *    ROSTER CHANGES ARE ADMINISTRATOR RIGHTS AND GO ON THE AUDIT
      *    TRAIL UNDER THE ADMINISTRATOR WHO MADE THEM; AN ADD NAMES
      *    THE ROLE GIVEN
       WRITE-ROSTER-AUDIT SECTION.
          MOVE 0 TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
          MOVE WS-SESSION-USER TO AUDIT-USER IN AUDIT-RECORD-BUFFER
          MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
          IF ACTION-USERADD
             MOVE "useradd" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
             IF UM-ROLE-ADMIN
                STRING UM-USER-NAME " admin"
                   DELIMITED BY SIZE
                   INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
                END-STRING
             ELSE
                MOVE UM-USER-NAME TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
             END-IF
          ELSE
             MOVE "userdrop" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
             MOVE UM-USER-NAME TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
          END-IF
          PERFORM LOG-AUDIT-ENTRY
          EXIT.

      *    A SUPERVISOR MUST BE ON THE ROSTER AND MAY NOT BE THE USER
      *    OR ANYONE WHO ALREADY REPORTS TO THE USER, WHICH WOULD
      *    MAKE THE REPORTING LINE A LOOP. "none" CLEARS IT
       CHECK-NEW-SUPERVISOR SECTION.
          MOVE SPACES TO WS-NEW-SUPERVISOR
          MOVE "N" TO WS-SUPERVISOR-GIVEN
          MOVE "N" TO WS-SUPERVISOR-OK
          MOVE "supervisor" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE = SPACES
             EXIT SECTION
          END-IF
          MOVE "Y" TO WS-SUPERVISOR-GIVEN
          IF PARAMETER-VALUE = "none"
             MOVE "Y" TO WS-SUPERVISOR-OK
             EXIT SECTION
          END-IF
          MOVE PARAMETER-VALUE TO WS-NEW-SUPERVISOR
          MOVE "adduser" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO WS-ROSTER-USER
          IF WS-NEW-SUPERVISOR = WS-ROSTER-USER
             DISPLAY "<li>A user cannot be their own "
             "supervisor.</li>"
             EXIT SECTION
          END-IF
          OPEN INPUT TDUSER
          IF USER-STATUS NOT = "00"
             DISPLAY "<li>Roster file not available.</li>"
             EXIT SECTION
          END-IF
          MOVE WS-NEW-SUPERVISOR TO UM-USER-NAME
          READ TDUSER
             INVALID KEY
                DISPLAY "<li>Supervisor '" WS-NEW-SUPERVISOR
                "' is not on the roster.</li>"
                CLOSE TDUSER
                EXIT SECTION
          END-READ
          CLOSE TDUSER
          MOVE WS-ROSTER-USER TO ORG-SUPERVISOR
          CALL "TODOORG" USING ORG-PARAMETERS
          PERFORM VARYING ORG-COUNTER FROM 1 BY 1
             UNTIL ORG-COUNTER > ORG-MEMBER-COUNT
                IF ORG-USER(ORG-COUNTER) = WS-NEW-SUPERVISOR
                   DISPLAY "<li>'" WS-NEW-SUPERVISOR
                   "' already reports to '" WS-ROSTER-USER
                   "' and cannot be their supervisor.</li>"
                   EXIT SECTION
                END-IF
          END-PERFORM
          MOVE "Y" TO WS-SUPERVISOR-OK
          EXIT.

      *    useradd FOR A USER ALREADY ON THE ROSTER ONLY CHANGES THE
      *    SUPERVISOR; NAME, ROLE AND PASSWORD STAY AS THEY ARE
       SET-EXISTING-SUPERVISOR SECTION.
          READ TDUSER
             INVALID KEY
                DISPLAY "<li>User '" UM-USER-NAME
                "' is already on the roster.</li>"
                EXIT SECTION
          END-READ
          MOVE WS-NEW-SUPERVISOR TO UM-SUPERVISOR
          REWRITE USER-MASTER-RECORD
          MOVE 0 TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
          MOVE "useradd" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
          MOVE WS-SESSION-USER TO AUDIT-USER IN AUDIT-RECORD-BUFFER
          MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
          STRING UM-USER-NAME ">" UM-SUPERVISOR
             DELIMITED BY SIZE
             INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
          END-STRING
          PERFORM LOG-AUDIT-ENTRY
          IF UM-SUPERVISOR = SPACES
             DISPLAY "<li>User '" UM-USER-NAME
             "' no longer has a supervisor.</li>"
          ELSE
             DISPLAY "<li>User '" UM-USER-NAME
             "' now reports to '" UM-SUPERVISOR "'.</li>"
          END-IF
          EXIT.

       USER-DROP SECTION.
          PERFORM READ-ACTING-USER
          PERFORM LOOKUP-ACTING-ROLE
                "' is not on the roster.</li>"
             NOT INVALID KEY
                MOVE "I" TO UM-ACTIVE-FLAG
                IF UM-LEAVE-DATE NOT NUMERIC OR UM-LEAVE-DATE = 0
                   MOVE FUNCTION CURRENT-DATE(1:8) TO UM-LEAVE-DATE
                END-IF
                REWRITE USER-MASTER-RECORD
                DISPLAY "<li>User '" UM-USER-NAME
                "' deactivated.</li>"
                PERFORM WRITE-ROSTER-AUDIT
                PERFORM SHOW-REMAINING-ITEMS
          END-READ
          CLOSE TDUSER
          EXIT.

       DISPLAY-ROSTER-ENTRY SECTION.
          EVALUATE TRUE
          WHEN UM-INACTIVE AND UM-ON-LEGAL-HOLD
             DISPLAY "<li>" UM-USER-NAME " " UM-FULL-NAME
             " (inactive, legal hold)"
          WHEN UM-INACTIVE
             DISPLAY "<li>" UM-USER-NAME " " UM-FULL-NAME
             " (inactive)"
          WHEN UM-LOCKED
             DISPLAY "<li>" UM-USER-NAME " " UM-FULL-NAME
             " (locked)"
          WHEN UM-ON-CALL
             DISPLAY "<li>" UM-USER-NAME " " UM-FULL-NAME
             " (on call)"
          WHEN OTHER
             DISPLAY "<li>" UM-USER-NAME " " UM-FULL-NAME
          END-EVALUATE
          IF UM-SUPERVISOR NOT = SPACES
             DISPLAY " - reports to " UM-SUPERVISOR
          END-IF
          DISPLAY "</li>"
          EXIT.

       READ-PAGING SECTION.
          EXIT.

       READ-ACTING-USER SECTION.
          MOVE WS-SESSION-USER TO USER
          EXIT.

       DELETE-ITEM SECTION.
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO USER
          PERFORM READ-PAGING
          PERFORM OPEN-BULK-FORM
          CALL "TODOLISTE" USING TODO-ACTION
                                 TD-ITEM
                                 WHICH-KIND-SORT
                                 WHICH-SORT-DIR
                                 WHICH-SORT-KEY2
                                 WHICH-EXPORT-FORMAT
                                 WHICH-SEARCH-KEYWORD
                                 WHICH-NOTE-TEXT
                                 WHICH-REQUEST-EXTRAS
          PERFORM CLOSE-BULK-FORM
          EXIT.

      *    A SIGNED-ON USER SEES THEIR OWN TEAM; AN ADMINISTRATOR MAY
      *    NAME ANY SUPERVISOR IN THE user FIELD
       TEAM-VIEW SECTION.
          IF NOT SESSION-VALID
             PERFORM VALIDATE-SESSION
          END-IF
          IF NOT SESSION-VALID
             DISPLAY "<li>Please sign on to see your team.</li>"
             EXIT SECTION
          END-IF
          PERFORM LOOKUP-ACTING-ROLE
          MOVE "user" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE = SPACES
             MOVE WS-SESSION-USER TO USER
          ELSE
             MOVE PARAMETER-VALUE TO USER
          END-IF
          IF USER NOT = WS-SESSION-USER
             AND NOT ACTING-USER-IS-ADMIN
             DISPLAY "<li>Only an administrator may look at "
             "another supervisor's team.</li>"
             EXIT SECTION
          END-IF
          CALL "TODOLISTE" USING TODO-ACTION
                                 TD-ITEM
                                 WHICH-KIND-SORT
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO WHICH-SEARCH-KEYWORD
          PERFORM READ-PAGING
          PERFORM OPEN-BULK-FORM
          CALL "TODOLISTE" USING TODO-ACTION
                                 TD-ITEM
                                 WHICH-KIND-SORT
                                 WHICH-SEARCH-KEYWORD
                                 WHICH-NOTE-TEXT
                                 WHICH-REQUEST-EXTRAS
          PERFORM CLOSE-BULK-FORM
          EXIT.

       SORT-ITEM SECTION.

          PERFORM READ-PAGING

          PERFORM OPEN-BULK-FORM
          CALL "TODOLISTE" USING TODO-ACTION
                                 TD-ITEM
                                 WHICH-KIND-SORT
                                 WHICH-SEARCH-KEYWORD
                                 WHICH-NOTE-TEXT
                                 WHICH-REQUEST-EXTRAS
          PERFORM CLOSE-BULK-FORM
          EXIT.

       MODIFY-ITEM SECTION.
                                 WHICH-REQUEST-EXTRAS
          EXIT.

      *    ACCEPT AND DECLINE ARE ONLY EVER DONE BY THE ASSIGNEE, SO
      *    THE ACTING USER IS ALWAYS THE SIGNED-ON ONE
       ACCEPT-ITEM SECTION.
          PERFORM READ-POS
          PERFORM READ-ACTING-USER
          PERFORM LOOKUP-ACTING-ROLE
          CALL "TODOLISTE" USING TODO-ACTION
                                 TD-ITEM
                                 WHICH-KIND-SORT
                                 WHICH-SORT-DIR
                                 WHICH-SORT-KEY2
                                 WHICH-EXPORT-FORMAT
                                 WHICH-SEARCH-KEYWORD
                                 WHICH-NOTE-TEXT
                                 WHICH-REQUEST-EXTRAS
          EXIT.

       DECLINE-ITEM SECTION.
          PERFORM READ-POS
          PERFORM READ-ACTING-USER
          PERFORM LOOKUP-ACTING-ROLE
          MOVE "reason" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO WHICH-NOTE-TEXT
          CALL "TODOLISTE" USING TODO-ACTION
                                 TD-ITEM
                                 WHICH-KIND-SORT
                                 WHICH-SORT-DIR
                                 WHICH-SORT-KEY2
                                 WHICH-EXPORT-FORMAT
                                 WHICH-SEARCH-KEYWORD
                                 WHICH-NOTE-TEXT
                                 WHICH-REQUEST-EXTRAS
          EXIT.

      *    THE WAKE-UP DATE COMES AS YYYYMMDD IN until; THE REASON
      *    IS OPTIONAL
       SNOOZE-ITEM SECTION.
          PERFORM READ-POS
          PERFORM READ-ACTING-USER
          PERFORM LOOKUP-ACTING-ROLE
          MOVE "until" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF FUNCTION TRIM(PARAMETER-VALUE) IS NUMERIC
             AND PARAMETER-VALUE NOT = SPACES
             MOVE FUNCTION NUMVAL(PARAMETER-VALUE)
                  TO WHICH-SNOOZE-DATE
          ELSE
             MOVE 0 TO WHICH-SNOOZE-DATE
          END-IF
          MOVE "reason" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO WHICH-NOTE-TEXT
          CALL "TODOLISTE" USING TODO-ACTION
                                 TD-ITEM
                                 WHICH-KIND-SORT
                                 WHICH-SORT-DIR
                                 WHICH-SORT-KEY2
                                 WHICH-EXPORT-FORMAT
                                 WHICH-SEARCH-KEYWORD
                                 WHICH-NOTE-TEXT
                                 WHICH-REQUEST-EXTRAS
          EXIT.

       WAKE-ITEM SECTION.
          PERFORM READ-POS
          PERFORM READ-ACTING-USER
          PERFORM LOOKUP-ACTING-ROLE
          CALL "TODOLISTE" USING TODO-ACTION
                                 TD-ITEM
                                 WHICH-KIND-SORT
                                 WHICH-SORT-DIR
                                 WHICH-SORT-KEY2
                                 WHICH-EXPORT-FORMAT
                                 WHICH-SEARCH-KEYWORD
                                 WHICH-NOTE-TEXT
                                 WHICH-REQUEST-EXTRAS
          EXIT.

      *    POS IS THE ITEM THAT SURVIVES, DUP THE ONE FOLDED INTO IT
       MERGE-ITEM SECTION.
          PERFORM READ-POS
          PERFORM READ-ACTING-USER
          PERFORM LOOKUP-ACTING-ROLE
          MOVE "dup" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF FUNCTION TRIM(PARAMETER-VALUE) IS NUMERIC
             AND PARAMETER-VALUE NOT = SPACES
             MOVE FUNCTION NUMVAL(PARAMETER-VALUE)
                  TO WHICH-MERGE-ID
          ELSE
             MOVE 0 TO WHICH-MERGE-ID
          END-IF
          CALL "TODOLISTE" USING TODO-ACTION
                                 TD-ITEM
                                 WHICH-KIND-SORT
                                 WHICH-SORT-DIR
                                 WHICH-SORT-KEY2
                                 WHICH-EXPORT-FORMAT
                                 WHICH-SEARCH-KEYWORD
                                 WHICH-NOTE-TEXT
                                 WHICH-REQUEST-EXTRAS
          EXIT.

      *    THE LIST PAGE SENDS ONE items FIELD PER TICKED ITEM (OR
      *    ONE FIELD OF NUMBERS SEPARATED BY COMMAS OR SPACES).
      *    bulkaction SAYS WHAT TO DO WITH THEM; newuser, newlist OR
      *    category CARRY THE TARGET JUST AS THEY DO FOR THE
      *    SINGLE-ITEM ACTIONS, bulktarget WHEN THE LIST PAGE FORM
      *    SENT IT
       BULK-ITEMS SECTION.
          PERFORM READ-ACTING-USER
          PERFORM LOOKUP-ACTING-ROLE
          MOVE 0 TO ITEM-ID
          MOVE "bulkaction" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO WHICH-BULK-ACTION
          EVALUATE WHICH-BULK-ACTION
          WHEN "reassign"
             MOVE "newuser" TO PARAMETER-NAME
             PERFORM READ-BULK-TARGET
             MOVE PARAMETER-VALUE TO WHICH-NEW-USER
             IF WHICH-NEW-USER NOT = SPACES
                PERFORM VALIDATE-NEW-USER
             END-IF
          WHEN "moveitem"
             MOVE "newlist" TO PARAMETER-NAME
             PERFORM READ-BULK-TARGET
             MOVE PARAMETER-VALUE TO WHICH-NEW-LIST
          WHEN "category"
             MOVE "category" TO PARAMETER-NAME
             PERFORM READ-BULK-TARGET
             MOVE PARAMETER-VALUE(1:1) TO WHICH-NEW-CATEGORY
             IF PARAMETER-VALUE(2:1) NOT = SPACE
                MOVE SPACE TO WHICH-NEW-CATEGORY
             END-IF
             IF WHICH-NEW-CATEGORY IS NUMERIC
                MOVE WHICH-NEW-CATEGORY TO CATEGORY
                PERFORM VALIDATE-CATEGORY
             END-IF
          END-EVALUATE
          PERFORM READ-BULK-ITEM-IDS
          CALL "TODOLISTE" USING TODO-ACTION
                                 TD-ITEM
                                 WHICH-KIND-SORT
                                 WHICH-SORT-DIR
                                 WHICH-SORT-KEY2
                                 WHICH-EXPORT-FORMAT
                                 WHICH-SEARCH-KEYWORD
                                 WHICH-NOTE-TEXT
                                 WHICH-REQUEST-EXTRAS
          EXIT.

      *    AN ITEM NUMBER GIVEN TWICE IS TAKEN ONCE; ANYTHING THAT IS
      *    NOT A NUMBER, OR BEYOND THE 50 ITEMS ONE SUBMISSION TAKES,
      *    IS LEFT OUT AND SAID SO
       READ-BULK-ITEM-IDS SECTION.
          MOVE 0 TO WHICH-BULK-COUNT
          MOVE 0 TO WS-BULK-LEFT-OUT
          MOVE "items" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          INSPECT WS-BULK-ITEM-LIST REPLACING ALL "," BY SPACE
                                              ALL "+" BY SPACE
          MOVE 1 TO WS-BULK-POINTER
          PERFORM UNTIL WS-BULK-POINTER > LENGTH OF WS-BULK-ITEM-LIST
             MOVE SPACES TO WS-BULK-TOKEN
             UNSTRING WS-BULK-ITEM-LIST DELIMITED BY ALL SPACE
                INTO WS-BULK-TOKEN
                WITH POINTER WS-BULK-POINTER
             END-UNSTRING
             IF WS-BULK-TOKEN NOT = SPACES
                PERFORM STORE-BULK-ITEM-ID
             END-IF
          END-PERFORM
          IF WS-BULK-LEFT-OUT > 0
             DISPLAY "<li>Only the first 50 selected items are "
             "taken in one submission - " WS-BULK-LEFT-OUT
             " item(s) were left out.</li>"
          END-IF
          EXIT.

       STORE-BULK-ITEM-ID SECTION.
          IF FUNCTION TRIM(WS-BULK-TOKEN) IS NOT NUMERIC
             DISPLAY "<li>'" FUNCTION TRIM(WS-BULK-TOKEN)
             "' is not an item number - left out.</li>"
             EXIT SECTION
          END-IF
          MOVE FUNCTION NUMVAL(WS-BULK-TOKEN) TO WS-BULK-ITEM
          MOVE "N" TO WS-BULK-REPEATED
          PERFORM VARYING WS-BULK-INDEX FROM 1 BY 1
                  UNTIL WS-BULK-INDEX > WHICH-BULK-COUNT
             IF WHICH-BULK-ITEM-ID(WS-BULK-INDEX) = WS-BULK-ITEM
                MOVE "Y" TO WS-BULK-REPEATED
             END-IF
          END-PERFORM
          IF BULK-ITEM-REPEATED
             EXIT SECTION
          END-IF
          IF WHICH-BULK-COUNT >= 50
             ADD 1 TO WS-BULK-LEFT-OUT
             EXIT SECTION
          END-IF
          ADD 1 TO WHICH-BULK-COUNT
          MOVE WS-BULK-ITEM TO WHICH-BULK-ITEM-ID(WHICH-BULK-COUNT)
          EXIT.

      *    THE NAMED FIELD WINS; THE LIST PAGE FORM HAS ONE TARGET
      *    FIELD FOR EVERY BULK ACTION
       READ-BULK-TARGET SECTION.
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE = SPACES
             MOVE "bulktarget" TO PARAMETER-NAME
             PERFORM READ-PARAMETER-VALUE
          END-IF
          EXIT.

      *    THE ITEM ROWS OF THE SHOW, SORT AND SEARCH PAGES CARRY AN
      *    items CHECKBOX EACH; FOR A SIGNED-ON USER THEY ARE WRAPPED
      *    IN A FORM THAT POSTS THE TICKED ONES BACK AS A BULK ACTION
       OPEN-BULK-FORM SECTION.
          IF NOT SESSION-VALID
             PERFORM VALIDATE-SESSION
          END-IF
          IF NOT SESSION-VALID
             EXIT SECTION
          END-IF
          DISPLAY "<form method='post' action=''>"
          DISPLAY "<input type='hidden' name='action' value='bulk'>"
          DISPLAY "<input type='hidden' name='list' value='"
             FUNCTION TRIM(LIST-ID) "'>"
          DISPLAY "<input type='hidden' name='token' value='"
             FUNCTION TRIM(SS-TOKEN) "'>"
          EXIT.

       CLOSE-BULK-FORM SECTION.
          IF NOT SESSION-VALID
             EXIT SECTION
          END-IF
          DISPLAY "<p>With the ticked items: "
          DISPLAY "<select name='bulkaction'>"
          DISPLAY "<option value='complete'>complete</option>"
          DISPLAY "<option value='reassign'>reassign to user"
             "</option>"
          DISPLAY "<option value='moveitem'>move to list</option>"
          DISPLAY "<option value='category'>set category</option>"
          DISPLAY "</select>"
          DISPLAY "<input type='text' name='bulktarget' size='10' "
             "placeholder='user, list or category'>"
          DISPLAY "<input type='submit' value='Apply'></p>"
          DISPLAY "</form>"
          EXIT.

       VALIDATE-NEW-USER SECTION.
          MOVE "Y" TO WS-USER-VALID
          MOVE SPACE TO WS-USER-ACTIVE-FLAG
                                 WHICH-REQUEST-EXTRAS
          EXIT.

      *    WATCH AND UNWATCH NEED ONLY READ ACCESS TO THE LIST - A
      *    USER MAY FOLLOW ANY ITEM THEY ARE ALLOWED TO SEE
       WATCH-ITEM SECTION.
          PERFORM READ-POS
          PERFORM READ-ACTING-USER
          PERFORM LOOKUP-ACTING-ROLE
          CALL "TODOLISTE" USING TODO-ACTION
                                 TD-ITEM
                                 WHICH-KIND-SORT
                                 WHICH-SORT-DIR
                                 WHICH-SORT-KEY2
                                 WHICH-EXPORT-FORMAT
                                 WHICH-SEARCH-KEYWORD
                                 WHICH-NOTE-TEXT
                                 WHICH-REQUEST-EXTRAS
          EXIT.

       REFERENCE-LOOKUP SECTION.
          MOVE "extref" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          ELSE
             MOVE 0 TO WHICH-BOOK-MINUTES
          END-IF
      *    THE DAY THE WORK WAS DONE; TODAY WHEN NOT GIVEN
          MOVE "bookdate" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF FUNCTION TRIM(PARAMETER-VALUE) IS NUMERIC
             AND PARAMETER-VALUE NOT = SPACES
             MOVE FUNCTION NUMVAL(PARAMETER-VALUE)
                  TO WHICH-BOOK-DATE
          ELSE
             MOVE 0 TO WHICH-BOOK-DATE
          END-IF
          CALL "TODOLISTE" USING TODO-ACTION
                                 TD-ITEM
                                 WHICH-KIND-SORT
                                 WHICH-REQUEST-EXTRAS
          EXIT.

      *    A SESSION IS GOOD WHILE ITS TOKEN IS ON FILE, IT HAS BEEN
      *    USED WITHIN THE IDLE LIMIT AND ITS USER IS STILL ACTIVE
      *    AND NOT LOCKED ON THE ROSTER. EACH GOOD CHECK RESTARTS
      *    THE IDLE CLOCK; A LAPSED SESSION IS REMOVED
       VALIDATE-SESSION SECTION.
          MOVE "N" TO WS-SESSION-VALID
          MOVE SPACES TO WS-SESSION-USER
          MOVE "R" TO WS-SESSION-ROLE
          MOVE SPACES TO WHICH-ACTING-USER
          MOVE "token" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          IF PARAMETER-VALUE = SPACES
             EXIT SECTION
          END-IF
          OPEN I-O TDSESSION
          IF SESSION-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          MOVE PARAMETER-VALUE TO SS-TOKEN
          READ TDSESSION
             INVALID KEY
                CLOSE TDSESSION
                EXIT SECTION
          END-READ
          MOVE FUNCTION CURRENT-DATE TO WS-SESSION-NOW
          MOVE WS-SESSION-NOW(1:14) TO WS-SESSION-STAMP
          PERFORM STAMP-TO-MINUTES
          MOVE WS-STAMP-TOTAL TO WS-NOW-MINUTES
          MOVE SS-LAST-ACTIVITY TO WS-SESSION-STAMP
          PERFORM STAMP-TO-MINUTES
          MOVE WS-STAMP-TOTAL TO WS-LAST-MINUTES
          COMPUTE WS-IDLE-MINUTES = WS-NOW-MINUTES - WS-LAST-MINUTES
          IF WS-IDLE-MINUTES > WS-SESSION-IDLE-LIMIT
             DELETE TDSESSION RECORD
             CLOSE TDSESSION
             DISPLAY "<li>Your session has expired after "
             WS-SESSION-IDLE-LIMIT " minutes without activity.</li>"
             EXIT SECTION
          END-IF
          MOVE WS-SESSION-NOW(1:14) TO SS-LAST-ACTIVITY
          REWRITE SESSION-RECORD
          MOVE SS-USER-NAME TO WS-SESSION-USER
          CLOSE TDSESSION
          OPEN INPUT TDUSER
          IF USER-STATUS NOT = "00"
             EXIT SECTION
          END-IF
          MOVE WS-SESSION-USER TO UM-USER-NAME
          READ TDUSER
             INVALID KEY
                MOVE "I" TO UM-ACTIVE-FLAG
          END-READ
          CLOSE TDUSER
          IF UM-INACTIVE OR UM-LOCKED
             EXIT SECTION
          END-IF
          MOVE UM-ROLE TO WS-SESSION-ROLE
          MOVE WS-SESSION-USER TO WHICH-ACTING-USER
          MOVE "Y" TO WS-SESSION-VALID
          EXIT.

      *    TURNS A YYYYMMDDHHMMSS STAMP INTO A MINUTE COUNT SO TWO
      *    STAMPS CAN BE SUBTRACTED ACROSS MIDNIGHT AND MONTH ENDS
       STAMP-TO-MINUTES SECTION.
          MOVE 0 TO WS-STAMP-TOTAL
          IF WS-SESSION-STAMP(1:12) NOT NUMERIC
             EXIT SECTION
          END-IF
          MOVE WS-SESSION-STAMP(1:8) TO WS-STAMP-DATE
          MOVE WS-SESSION-STAMP(9:2) TO WS-STAMP-HOURS
          MOVE WS-SESSION-STAMP(11:2) TO WS-STAMP-MINUTES
          COMPUTE WS-STAMP-TOTAL =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
               + WS-STAMP-HOURS * 60 + WS-STAMP-MINUTES
          EXIT.

       SIGN-ON SECTION.
          MOVE "N" TO WS-LOGIN-OK
          MOVE "user" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO WS-LOGIN-USER
          MOVE "password" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO WS-LOGIN-PASSWORD
          IF WS-LOGIN-USER = SPACES
             DISPLAY "<li>Enter a user name and password to "
             "sign on.</li>"
             EXIT SECTION
          END-IF
          OPEN I-O TDUSER
          IF USER-STATUS NOT = "00"
             MOVE "no roster" TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
             PERFORM LOG-FAILED-LOGIN
             DISPLAY "<li>Sign-on is not available - the roster "
             "cannot be read.</li>"
             EXIT SECTION
          END-IF
          MOVE WS-LOGIN-USER TO UM-USER-NAME
          READ TDUSER
             INVALID KEY
                MOVE "unknown user"
                     TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
                PERFORM LOG-FAILED-LOGIN
                DISPLAY "<li>Sign-on failed - user name or "
                "password is wrong.</li>"
             NOT INVALID KEY
                PERFORM CHECK-SIGN-ON-CREDENTIAL
          END-READ
          CLOSE TDUSER
          IF LOGIN-OK
             PERFORM ISSUE-SESSION
          END-IF
          EXIT.

      *    EVERY WRONG PASSWORD COUNTS AGAINST THE ACCOUNT AND THE
      *    ACCOUNT LOCKS AT THE LIMIT; ONLY AN ADMINISTRATOR'S
      *    PASSWORD RESET CLEARS THE LOCK. A GOOD SIGN-ON RESETS
      *    THE COUNT
       CHECK-SIGN-ON-CREDENTIAL SECTION.
          EVALUATE TRUE
          WHEN UM-LOCKED
             MOVE "account locked"
                  TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
             PERFORM LOG-FAILED-LOGIN
             DISPLAY "<li>This account is locked after repeated "
             "failed sign-ons - ask an administrator to reset "
             "the password.</li>"
             EXIT SECTION
          WHEN UM-INACTIVE
             MOVE "user inactive"
                  TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
             PERFORM LOG-FAILED-LOGIN
             DISPLAY "<li>Sign-on failed - user name or "
             "password is wrong.</li>"
             EXIT SECTION
          WHEN UM-PASSWORD-HASH = SPACES
             MOVE "no password set"
                  TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
             PERFORM LOG-FAILED-LOGIN
             DISPLAY "<li>No password has been set for this "
             "account - ask an administrator to set one.</li>"
             EXIT SECTION
          END-EVALUATE
          MOVE SPACES TO HASH-INPUT-TEXT
          STRING UM-USER-NAME WS-LOGIN-PASSWORD
             DELIMITED BY SIZE INTO HASH-INPUT-TEXT
          END-STRING
          CALL "TODOHASH" USING HASH-PARAMETERS
          IF UM-FAILED-LOGINS NOT NUMERIC
             MOVE 0 TO UM-FAILED-LOGINS
          END-IF
          IF HASH-RESULT = UM-PASSWORD-HASH
             MOVE UM-PASSWORD-HASH TO WS-LOGIN-CREDENTIAL
             MOVE 0 TO UM-FAILED-LOGINS
             REWRITE USER-MASTER-RECORD
             MOVE UM-ROLE TO WS-SESSION-ROLE
             MOVE "Y" TO WS-LOGIN-OK
             EXIT SECTION
          END-IF
          ADD 1 TO UM-FAILED-LOGINS
          MOVE UM-FAILED-LOGINS TO WS-FAILED-DISPLAY
          MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
          IF UM-FAILED-LOGINS >= WS-MAX-FAILED-LOGINS
             MOVE "L" TO UM-LOCK-FLAG
             STRING "locked after " WS-FAILED-DISPLAY
                DELIMITED BY SIZE
                INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
             END-STRING
             DISPLAY "<li>Sign-on failed - the account is now "
             "locked after " WS-FAILED-DISPLAY " failed attempts."
             " Ask an administrator to reset the password.</li>"
          ELSE
             STRING "bad password " WS-FAILED-DISPLAY
                DELIMITED BY SIZE
                INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
             END-STRING
             DISPLAY "<li>Sign-on failed - user name or "
             "password is wrong.</li>"
          END-IF
          REWRITE USER-MASTER-RECORD
          PERFORM LOG-FAILED-LOGIN
          EXIT.

       LOG-FAILED-LOGIN SECTION.
          MOVE 0 TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
          MOVE "loginfail" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
          MOVE WS-LOGIN-USER TO AUDIT-USER IN AUDIT-RECORD-BUFFER
          PERFORM LOG-AUDIT-ENTRY
          EXIT.

      *    THE TOKEN IS A CHECK VALUE OVER THE USER, THE STORED
      *    CREDENTIAL, A RANDOM NUMBER AND THE SIGN-ON TIME. THE
      *    CREDENTIAL IS ONLY ON THE ROSTER, AND THE RANDOM SEQUENCE
      *    IS SEEDED ONCE FROM THE PROCESS AND THE CREDENTIAL, NEVER
      *    FROM THE TIME, SO NOTHING ON THE AUDIT TRAIL OR THE
      *    SESSION FILE IS ENOUGH TO REBUILD A TOKEN
       ISSUE-SESSION SECTION.
          MOVE FUNCTION CURRENT-DATE TO WS-SESSION-NOW
          IF WS-CREDENTIAL-HIGH NOT NUMERIC
             MOVE 0 TO WS-CREDENTIAL-HIGH
          END-IF
          IF WS-CREDENTIAL-LOW NOT NUMERIC
             MOVE 0 TO WS-CREDENTIAL-LOW
          END-IF
          IF RANDOM-SEEDED
             COMPUTE WS-RANDOM-NUMBER = FUNCTION RANDOM * 999999999
          ELSE
             CALL "C$GETPID" RETURNING WS-PROCESS-ID
             COMPUTE WS-RANDOM-SEED = FUNCTION MOD
                  (WS-PROCESS-ID * 7919 + WS-CREDENTIAL-HIGH
                   + WS-CREDENTIAL-LOW, 99999989)
             COMPUTE WS-RANDOM-NUMBER =
                  FUNCTION RANDOM(WS-RANDOM-SEED) * 999999999
             MOVE "Y" TO WS-RANDOM-SEEDED
          END-IF
          MOVE SPACES TO HASH-INPUT-TEXT
          STRING WS-LOGIN-USER WS-LOGIN-CREDENTIAL WS-RANDOM-NUMBER
             WS-SESSION-NOW
             DELIMITED BY SIZE INTO HASH-INPUT-TEXT
          END-STRING
          CALL "TODOHASH" USING HASH-PARAMETERS
          MOVE HASH-RESULT TO SS-TOKEN
          MOVE WS-LOGIN-USER TO SS-USER-NAME
          MOVE WS-SESSION-NOW(1:14) TO SS-STARTED
          MOVE WS-SESSION-NOW(1:14) TO SS-LAST-ACTIVITY
          OPEN I-O TDSESSION
          IF SESSION-STATUS = "35"
             OPEN OUTPUT TDSESSION
             CLOSE TDSESSION
             OPEN I-O TDSESSION
          END-IF
          WRITE SESSION-RECORD
             INVALID KEY
                CLOSE TDSESSION
                DISPLAY "<li>Sign-on failed - please try "
                "again.</li>"
                EXIT SECTION
          END-WRITE
          CLOSE TDSESSION
          MOVE 0 TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
          MOVE "login" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
          MOVE WS-LOGIN-USER TO AUDIT-USER IN AUDIT-RECORD-BUFFER
          PERFORM LOG-AUDIT-ENTRY
          DISPLAY "<li>Signed on as " FUNCTION TRIM(WS-LOGIN-USER)
          " - the session lapses after " WS-SESSION-IDLE-LIMIT
          " minutes without activity.</li>"
          DISPLAY "<input type='hidden' name='token' value='"
             SS-TOKEN "'>"
          EXIT.

       SIGN-OFF SECTION.
          OPEN I-O TDSESSION
          IF SESSION-STATUS = "00"
             MOVE "token" TO PARAMETER-NAME
             PERFORM READ-PARAMETER-VALUE
             MOVE PARAMETER-VALUE TO SS-TOKEN
             DELETE TDSESSION RECORD
                INVALID KEY
                   CONTINUE
             END-DELETE
             CLOSE TDSESSION
          END-IF
          MOVE 0 TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
          MOVE "logout" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
          MOVE WS-SESSION-USER TO AUDIT-USER IN AUDIT-RECORD-BUFFER
          PERFORM LOG-AUDIT-ENTRY
          DISPLAY "<li>Signed off.</li>"
          EXIT.

      *    A USER CHANGES THEIR OWN PASSWORD BY GIVING THE CURRENT
      *    ONE; AN ADMINISTRATOR MAY SET ANY OTHER USER'S PASSWORD,
      *    WHICH ALSO CLEARS A SIGN-ON LOCK
       CHANGE-PASSWORD SECTION.
          MOVE "newpassword" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO WS-NEW-PASSWORD
          IF WS-NEW-PASSWORD = SPACES
             DISPLAY "<li>No new password given.</li>"
             EXIT SECTION
          END-IF
          MOVE "targetuser" TO PARAMETER-NAME
          PERFORM READ-PARAMETER-VALUE
          MOVE PARAMETER-VALUE TO WS-PASSWORD-TARGET
          IF WS-PASSWORD-TARGET = SPACES
             MOVE WS-SESSION-USER TO WS-PASSWORD-TARGET
          END-IF
          IF WS-PASSWORD-TARGET NOT = WS-SESSION-USER
             AND NOT SESSION-USER-IS-ADMIN
             DISPLAY "<li>Only an administrator may set another "
             "user's password.</li>"
             EXIT SECTION
          END-IF
          OPEN I-O TDUSER
          IF USER-STATUS NOT = "00"
             DISPLAY "<li>Roster file not available.</li>"
             EXIT SECTION
          END-IF
          MOVE WS-PASSWORD-TARGET TO UM-USER-NAME
          READ TDUSER
             INVALID KEY
                CLOSE TDUSER
                DISPLAY "<li>User '" WS-PASSWORD-TARGET
                "' is not on the roster.</li>"
                EXIT SECTION
          END-READ
          IF WS-PASSWORD-TARGET = WS-SESSION-USER
             MOVE "password" TO PARAMETER-NAME
             PERFORM READ-PARAMETER-VALUE
             MOVE SPACES TO HASH-INPUT-TEXT
             STRING UM-USER-NAME PARAMETER-VALUE(1:64)
                DELIMITED BY SIZE INTO HASH-INPUT-TEXT
             END-STRING
             CALL "TODOHASH" USING HASH-PARAMETERS
             IF HASH-RESULT NOT = UM-PASSWORD-HASH
                CLOSE TDUSER
                DISPLAY "<li>The current password is wrong - "
                "password not changed.</li>"
                EXIT SECTION
             END-IF
          END-IF
          MOVE SPACES TO HASH-INPUT-TEXT
          STRING UM-USER-NAME WS-NEW-PASSWORD
             DELIMITED BY SIZE INTO HASH-INPUT-TEXT
          END-STRING
          CALL "TODOHASH" USING HASH-PARAMETERS
          MOVE HASH-RESULT TO UM-PASSWORD-HASH
          MOVE 0 TO UM-FAILED-LOGINS
          MOVE SPACE TO UM-LOCK-FLAG
          REWRITE USER-MASTER-RECORD
          CLOSE TDUSER
          MOVE 0 TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
          MOVE "passwd" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
          MOVE WS-SESSION-USER TO AUDIT-USER IN AUDIT-RECORD-BUFFER
          MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
          STRING "set for " WS-PASSWORD-TARGET
             DELIMITED BY SIZE
             INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
          END-STRING
          PERFORM LOG-AUDIT-ENTRY
          DISPLAY "<li>Password set for '"
          FUNCTION TRIM(WS-PASSWORD-TARGET) "'.</li>"
          EXIT.

       LOG-AUDIT-ENTRY SECTION.
          MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
          IN AUDIT-RECORD-BUFFER
          CALL "TODOAUDW" USING AUDIT-RECORD-BUFFER
          MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
          EXIT.


       END PROGRAM TODOHANDLER.
