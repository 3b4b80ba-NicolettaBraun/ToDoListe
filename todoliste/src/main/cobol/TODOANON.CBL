       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOANON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDUSER ASSIGN TO 'tduser.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS UM-USER-NAME
            FILE STATUS IS USER-STATUS.
         SELECT TDLIST ASSIGN TO 'todolist.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS TDLIST-KEY
            ALTERNATE RECORD KEY IS USER WITH DUPLICATES
            ALTERNATE RECORD KEY IS DUE-DATE WITH DUPLICATES
            FILE STATUS IS TDLIST-STATUS.
         SELECT TDLISTMST ASSIGN TO 'tdlistmst.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS LM-LIST-ID
            FILE STATUS IS LISTMST-STATUS.
         SELECT TDSESSION ASSIGN TO 'tdsession.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS SS-TOKEN
            FILE STATUS IS SESSION-STATUS.
         SELECT TDANONIN ASSIGN USING WS-ANON-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ANONIN-STATUS.
         SELECT TDANONWORK ASSIGN TO 'tdanon.tmp'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ANONWORK-STATUS.
         SELECT TDANONLOG ASSIGN TO 'tdanonlog.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ANONLOG-STATUS.
         SELECT TDAUDCK ASSIGN TO 'tdauditck.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AUDCK-STATUS.
         SELECT TDAUDLCK ASSIGN TO 'tdaudit.lck'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AUDLCK-STATUS.
         SELECT TDLOCK ASSIGN TO 'tdlist.lck'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDUSER.
          COPY TODOUSER.
          FD TDLIST.
          01 TDLIST-FILE.
              COPY TDRECORD.
          FD TDLISTMST.
          COPY TODOLMST.
          FD TDSESSION.
          COPY TODOSESS.
          FD TDANONIN.
          01 TDANONIN-LINE PIC X(300).
          FD TDANONWORK.
          01 TDANONWORK-LINE PIC X(300).
          FD TDANONLOG.
          01 TDANONLOG-LINE PIC X(80).
          FD TDAUDCK.
          01 TDAUDCK-FILE.
              10 AUDCK-LAST-CHECK-VALUE PIC X(16).
          FD TDAUDLCK.
          01 AUDLCK-RECORD PIC X(01).
          FD TDLOCK.
          01 LOCK-RECORD PIC X(01).
       WORKING-STORAGE SECTION.
       01 USER-STATUS PIC XX.
       01 TDLIST-STATUS PIC XX.
       01 LISTMST-STATUS PIC XX.
       01 SESSION-STATUS PIC XX.
       01 ANONIN-STATUS PIC XX.
       01 ANONWORK-STATUS PIC XX.
       01 ANONLOG-STATUS PIC XX.
       01 AUDCK-STATUS PIC XX.
       01 AUDLCK-STATUS PIC XX.
       01 LOCK-STATUS PIC XX.
       01 LOCK-RETRY-COUNT PIC 9(3).
       01 LOCK-WAIT-SECONDS PIC 9(4) VALUE 1.
       COPY TODOLOCKDATA.
       01 WS-EOF PIC A(1).
       01 WS-WORK-EOF PIC A(1).
       01 WS-ROSTER-EOF PIC A(1).
       01 WS-RUN-PARM PIC X(40).
       01 WS-PARM-MONTHS PIC X(8).
       01 WS-PARM-MODE PIC X(8).
       01 WS-PREVIEW PIC X VALUE 'N'.
           88 PREVIEW-ONLY VALUE 'Y'.
       01 WS-RETENTION-MONTHS PIC 9(3) VALUE 24.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-THIS-YEAR PIC 9(4).
       01 WS-SCAN-YEAR PIC 9(4).
       01 WS-SCAN-DATE PIC 9(8).
       01 WS-SCAN-DATE-INT PIC 9(8).
       01 WS-TODAY-INT PIC 9(8).
       01 WS-CUTOFF-DATE PIC 9(8).
       01 WS-MONTH-COUNT PIC 9(6).
       01 WS-CUTOFF-YEAR PIC 9(4).
       01 WS-CUTOFF-MONTH PIC 99.
       01 WS-CUTOFF-DAY PIC 99.
       01 WS-LEAVE-DATE PIC 9(8).
       01 WS-HIGHEST-ANON-NUMBER PIC 9(6) VALUE 0.
       01 WS-ANON-NUMBER PIC 9(6).
       01 WS-PSEUDONYM.
           10 WS-PSEUDONYM-PREFIX PIC X(4) VALUE "ANON".
           10 WS-PSEUDONYM-NUMBER PIC 9(6).
       01 WS-HELD-COUNT PIC 9(3) VALUE 0.
       01 WS-WAITING-COUNT PIC 9(3) VALUE 0.
       01 WS-STAMPED-COUNT PIC 9(3) VALUE 0.
      *    THE LEAVERS DUE FOR ANONYMISATION THIS RUN. THE PSEUDONYM
      *    IS KEPT ON THE ROSTER BEFORE ANY FILE IS TOUCHED, SO A RUN
      *    THAT STOPS HALF WAY USES THE SAME ONE WHEN IT IS REPEATED
       01 NUMBER-OF-LEAVERS PIC 9(3) VALUE 0.
       01 LEAVER-TABLE.
           05 LEAVER-ENTRY OCCURS 200.
               10 LV-USER PIC X(10).
               10 LV-USER-LENGTH PIC 99.
               10 LV-FULL-NAME PIC X(30).
               10 LV-FULL-NAME-LENGTH PIC 99.
               10 LV-PSEUDONYM PIC X(10).
               10 LV-LEAVE-DATE PIC 9(8).
               10 LV-RECORD-HIT PIC X.
               10 LV-FILE-HITS PIC 9(7).
               10 LV-TOTAL-HITS PIC 9(7).
       01 LEAVER-COUNTER PIC 9(3).
       01 WS-ANON-FILE-NAME PIC X(24).
       01 WS-FILE-KIND PIC X.
           88 KIND-ITEM VALUE "T".
           88 KIND-AUDIT VALUE "A".
           88 KIND-CHANGE VALUE "C".
           88 KIND-BOOKING VALUE "B".
           88 KIND-EVENT VALUE "E".
           88 KIND-ABSENCE VALUE "H".
           88 KIND-NOTE VALUE "N".
           88 KIND-WATCH VALUE "W".
           88 KIND-SNAPSHOT VALUE "S".
           88 KIND-ESCALATION VALUE "X".
           88 KIND-TEAM VALUE "P".
           88 KIND-LOCK-WAIT VALUE "L".
           88 KIND-LOCK-HOLDER VALUE "O".
           88 KIND-TIMESHEET VALUE "R".
       01 MEMBER-COUNTER PIC 9(2).
       01 WS-FILE-RECORDS PIC 9(7).
       01 WS-FILE-CHANGED PIC 9(7).
       01 WS-FILES-CHANGED PIC 9(3) VALUE 0.
       01 WS-RECORD-CHANGED PIC X.
           88 RECORD-CHANGED VALUE 'Y'.
       01 WS-ANON-LINE PIC X(300).
       01 WS-TDLIST.
           COPY TDRECORD.
       01 AUDIT-RECORD-BUFFER.
           10 AUDIT-ITEM-ID PIC 9(5).
           10 AUDIT-ACTION-NAME PIC X(10).
           10 AUDIT-USER PIC X(10).
           10 AUDIT-TIMESTAMP PIC X(21).
           10 AUDIT-DETAIL PIC X(21) VALUE SPACES.
           10 AUDIT-CHECK-VALUE PIC X(16) VALUE SPACES.
       01 WS-CHANGE-BUFFER.
           10 CH-ITEM-ID PIC 9(5).
           10 CH-FIELD-NAME PIC X(12).
           10 CH-OLD-VALUE PIC X(35).
           10 CH-NEW-VALUE PIC X(35).
           10 CH-USER PIC X(10).
           10 CH-TIMESTAMP PIC X(21).
       01 WS-BOOKING-BUFFER.
           10 BK-ITEM-ID PIC 9(5).
           10 BK-USER PIC X(10).
           10 BK-MINUTES PIC 9(4).
           10 BK-TIMESTAMP PIC X(21).
           10 BK-WORK-DATE PIC 9(8).
           10 BK-ADJUST-FLAG PIC X.
       01 WS-ABSENCE-BUFFER.
           10 AB-USER PIC X(10).
           10 FILLER PIC X.
           10 AB-FROM-DATE PIC 9(8).
           10 FILLER PIC X.
           10 AB-TO-DATE PIC 9(8).
           10 FILLER PIC X.
           10 AB-COVER-USER PIC X(10).
       01 WS-NOTE-BUFFER.
           10 NOTE-ITEM-ID PIC 9(5).
           10 NOTE-TEXT PIC X(200).
       COPY TODOEVENT.
       COPY TODOWTCH.
       COPY TODOSNPR.
       COPY TODOESCR.
       COPY TODOTEAM.
       COPY TODOLOCKR.
       COPY TODOTSRC.
      *    FIELD AND FREE-TEXT REPLACEMENT. A NAME IS ONLY REPLACED
      *    AS A WHOLE WORD, SO "al" IS NOT TAKEN OUT OF "also"
       01 WS-SCRUB-USER PIC X(10).
       01 WS-SCRUB-TEXT PIC X(200).
       01 WS-SCRUB-LENGTH PIC 9(3).
       01 WS-SCRUB-RESULT PIC X(240).
       01 WS-FIND-TEXT PIC X(30).
       01 WS-FIND-LENGTH PIC 99.
       01 WS-FIND-TALLY PIC 9(3).
       01 WS-IN-POS PIC 9(3).
       01 WS-OUT-POS PIC 9(3).
       01 WS-WORD-MATCH PIC X.
           88 WORD-MATCH VALUE 'Y'.
       01 WS-WORD-REPLACED PIC X.
           88 WORD-REPLACED VALUE 'Y'.
       01 WS-EDGE-CHAR PIC X.
           88 EDGE-IS-WORD-CHAR VALUES "A" THRU "Z" "a" THRU "z"
                                       "0" THRU "9".
      *    AUDIT TRAIL: THE OLD CHAIN IS VERIFIED WHILE THE NEW ONE
      *    IS BUILT, AND A TRAIL THAT WAS ALREADY BROKEN IS LEFT AS
      *    IT IS RATHER THAN RE-CHAINED OVER THE DAMAGE
       COPY TODOHASHDATA.
       01 WS-OLD-PREVIOUS-CHECK PIC X(16).
       01 WS-NEW-PREVIOUS-CHECK PIC X(16).
       01 WS-OLD-RECORD-TEXT PIC X(67).
       01 WS-CHAIN-STARTED PIC X.
           88 CHAIN-STARTED VALUE 'Y'.
       01 WS-CHAIN-BROKEN PIC X.
           88 CHAIN-BROKEN VALUE 'Y'.
       01 WS-AUDIT-LEFT PIC X VALUE 'N'.
           88 AUDIT-LEFT-UNCHANGED VALUES 'Y' 'L'.
           88 AUDIT-LOCK-MISSED VALUE 'L'.
       01 WS-ANONLOG-RECORD.
           10 AL-TIMESTAMP PIC X(21).
           10 FILLER PIC X VALUE SPACE.
           10 AL-PSEUDONYM PIC X(10).
           10 FILLER PIC X VALUE SPACE.
           10 AL-FILE-NAME PIC X(22).
           10 FILLER PIC X VALUE SPACE.
           10 AL-RECORD-COUNT PIC 9(7).
           10 FILLER PIC X VALUE SPACE.
           10 AL-NOTE PIC X(16).

      *    REPLACES THE USER NAME OF EVERY LEAVER WHOSE RETENTION
      *    PERIOD HAS RUN OUT WITH A PSEUDONYM (ANONnnnnnn) ON THE
      *    ITEM, ARCHIVE, AUDIT, CHANGE, BOOKING, EVENT AND EVENT
      *    ARCHIVE, ABSENCE, NOTE, WATCH, SNAPSHOT, ESCALATION, TEAM,
      *    LOCK, LIST MASTER, SESSION AND TIMESHEET FILES, AND THE
      *    FULL NAME AS WELL IN NOTES.
      *    ONE LEAVER GETS ONE PSEUDONYM EVERYWHERE, SO COUNTS AND
      *    TOTALS PER USER STAY THE SAME. FINALLY THE ROSTER ENTRY IS
      *    KEYED UNDER THE PSEUDONYM AND THE NAME REMOVED.
      *    PARAMETERS: RETENTION IN MONTHS AFTER THE LEAVE DATE
      *    (DEFAULT 24), THEN "preview" TO LIST WITHOUT CHANGING.
      *    A USER ON LEGAL HOLD (TODOCONS L) IS NEVER TOUCHED.
       PROCEDURE DIVISION.
           DISPLAY "============================================"
           DISPLAY "TODO LIST - LEAVER ANONYMISATION RUN"
           DISPLAY "============================================"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           MOVE WS-CURRENT-DATE-TIME(1:4) TO WS-THIS-YEAR
           COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-MONTHS WS-PARM-MODE
           UNSTRING FUNCTION TRIM(WS-RUN-PARM) DELIMITED BY ALL SPACE
              INTO WS-PARM-MONTHS WS-PARM-MODE
           END-UNSTRING
           IF WS-PARM-MONTHS = "preview"
              MOVE WS-PARM-MONTHS TO WS-PARM-MODE
              MOVE SPACES TO WS-PARM-MONTHS
           END-IF
           IF WS-PARM-MONTHS NOT = SPACES
              AND FUNCTION TRIM(WS-PARM-MONTHS) IS NUMERIC
              MOVE FUNCTION NUMVAL(WS-PARM-MONTHS)
                   TO WS-RETENTION-MONTHS
           END-IF
           IF WS-PARM-MODE = "preview"
              MOVE 'Y' TO WS-PREVIEW
           END-IF
           PERFORM COMPUTE-CUTOFF-DATE
           DISPLAY "RETENTION MONTHS:       " WS-RETENTION-MONTHS
           DISPLAY "LEFT ON OR BEFORE:      " WS-CUTOFF-DATE
           IF PREVIEW-ONLY
              DISPLAY "PREVIEW - NOTHING WILL BE CHANGED"
           END-IF

           PERFORM ACQUIRE-LOCK
           IF LOCK-STATUS NOT = "00"
              DISPLAY "UNABLE TO ACQUIRE THE LIST LOCK - "
              "ANOTHER UPDATE IS IN PROGRESS"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SELECT-LEAVERS
           IF NUMBER-OF-LEAVERS = 0 OR PREVIEW-ONLY
              PERFORM RELEASE-LOCK
              PERFORM DISPLAY-RUN-TOTALS
              GOBACK
           END-IF

           PERFORM ANONYMISE-LIVE-LIST
           MOVE "T" TO WS-FILE-KIND
           MOVE "tdarchive.txt" TO WS-ANON-FILE-NAME
           PERFORM ANONYMISE-ONE-FILE
           PERFORM VARYING WS-SCAN-YEAR FROM 2000 BY 1
              UNTIL WS-SCAN-YEAR > WS-THIS-YEAR
                 MOVE SPACES TO WS-ANON-FILE-NAME
                 STRING "tdarch" WS-SCAN-YEAR ".txt"
                    DELIMITED BY SIZE INTO WS-ANON-FILE-NAME
                 END-STRING
                 PERFORM ANONYMISE-ONE-FILE
           END-PERFORM
           MOVE "C" TO WS-FILE-KIND
           MOVE "tdchange.txt" TO WS-ANON-FILE-NAME
           PERFORM ANONYMISE-ONE-FILE
           MOVE "B" TO WS-FILE-KIND
           MOVE "tdbooking.txt" TO WS-ANON-FILE-NAME
           PERFORM ANONYMISE-ONE-FILE
           MOVE "E" TO WS-FILE-KIND
           MOVE "tdevents.txt" TO WS-ANON-FILE-NAME
           PERFORM ANONYMISE-ONE-FILE
           MOVE "H" TO WS-FILE-KIND
           MOVE "tdabsence.txt" TO WS-ANON-FILE-NAME
           PERFORM ANONYMISE-ONE-FILE
           MOVE "N" TO WS-FILE-KIND
           MOVE "tdnotes.txt" TO WS-ANON-FILE-NAME
           PERFORM ANONYMISE-ONE-FILE
           MOVE "tdnotarch.txt" TO WS-ANON-FILE-NAME
           PERFORM ANONYMISE-ONE-FILE
           MOVE "W" TO WS-FILE-KIND
           MOVE "tdwatch.txt" TO WS-ANON-FILE-NAME
           PERFORM ANONYMISE-ONE-FILE
           PERFORM ANONYMISE-EVENT-ARCHIVES
           MOVE "S" TO WS-FILE-KIND
           MOVE "tdsnaphist.txt" TO WS-ANON-FILE-NAME
           PERFORM ANONYMISE-ONE-FILE
           MOVE "X" TO WS-FILE-KIND
           MOVE "tdescal.txt" TO WS-ANON-FILE-NAME
           PERFORM ANONYMISE-ONE-FILE
           MOVE "P" TO WS-FILE-KIND
           MOVE "tdteam.txt" TO WS-ANON-FILE-NAME
           PERFORM ANONYMISE-ONE-FILE
           MOVE "L" TO WS-FILE-KIND
           MOVE "tdlockwait.txt" TO WS-ANON-FILE-NAME
           PERFORM ANONYMISE-ONE-FILE
           MOVE "O" TO WS-FILE-KIND
           MOVE "tdlist.hld" TO WS-ANON-FILE-NAME
           PERFORM ANONYMISE-ONE-FILE
           PERFORM ANONYMISE-TIMESHEETS
           PERFORM ANONYMISE-LIST-MASTER
           PERFORM ANONYMISE-SESSIONS
      *    THE TRAIL IS NOT TOUCHED WITHOUT THE AUDIT WRITER'S LOCK
           PERFORM ACQUIRE-AUDIT-LOCK
           IF AUDLCK-STATUS NOT = "00"
              MOVE 'L' TO WS-AUDIT-LEFT
              DISPLAY "UNABLE TO ACQUIRE THE AUDIT LOCK, STATUS "
              AUDLCK-STATUS " - tdaudit.txt LEFT UNCHANGED"
           ELSE
              MOVE "A" TO WS-FILE-KIND
              MOVE "tdaudit.txt" TO WS-ANON-FILE-NAME
              PERFORM ANONYMISE-ONE-FILE
              PERFORM RELEASE-AUDIT-LOCK
           END-IF
      *    WITHOUT THE AUDIT PASS THE ROSTER KEEPS THE LEAVERS, SO A
      *    RERUN PICKS THEM UP AGAIN UNDER THE SAME PSEUDONYMS
           IF AUDIT-LOCK-MISSED
              PERFORM RELEASE-LOCK
           ELSE
              PERFORM REKEY-LEAVER-ROSTER
              PERFORM RELEASE-LOCK
              PERFORM WRITE-ANONYMISE-AUDIT
           END-IF
           PERFORM DISPLAY-RUN-TOTALS
           IF AUDIT-LEFT-UNCHANGED
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       DISPLAY-RUN-TOTALS SECTION.
           DISPLAY "--------------------------------------------"
           DISPLAY "LEAVERS ANONYMISED:     " NUMBER-OF-LEAVERS
           DISPLAY "ON LEGAL HOLD:          " WS-HELD-COUNT
           DISPLAY "STILL IN RETENTION:     " WS-WAITING-COUNT
           IF WS-STAMPED-COUNT > 0
              DISPLAY "LEAVE DATE SET TODAY:   " WS-STAMPED-COUNT
           END-IF
           DISPLAY "FILES CHANGED:          " WS-FILES-CHANGED
           EVALUATE TRUE
           WHEN AUDIT-LOCK-MISSED
              DISPLAY "AUDIT TRAIL NOT ANONYMISED - AUDIT LOCK NOT"
              " ACQUIRED (RERUN TODOANON)"
           WHEN AUDIT-LEFT-UNCHANGED
              DISPLAY "AUDIT TRAIL NOT ANONYMISED - CHAIN WAS ALREADY"
              " BROKEN (RUN TODOAUDV)"
           END-EVALUATE
           DISPLAY "============================================"
           EXIT.

      *    THE SAME DAY OF THE MONTH, WS-RETENTION-MONTHS BACK; THE
      *    31ST BECOMES THE LAST DAY OF A SHORTER MONTH
       COMPUTE-CUTOFF-DATE SECTION.
           MOVE WS-TODAY-DATE(5:2) TO WS-CUTOFF-MONTH
           MOVE WS-TODAY-DATE(7:2) TO WS-CUTOFF-DAY
           COMPUTE WS-MONTH-COUNT =
                WS-THIS-YEAR * 12 + WS-CUTOFF-MONTH - 1
                - WS-RETENTION-MONTHS
           COMPUTE WS-CUTOFF-YEAR = WS-MONTH-COUNT / 12
           COMPUTE WS-CUTOFF-MONTH =
                FUNCTION MOD(WS-MONTH-COUNT, 12) + 1
           COMPUTE WS-CUTOFF-DATE = WS-CUTOFF-YEAR * 10000
                + WS-CUTOFF-MONTH * 100 + WS-CUTOFF-DAY
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-CUTOFF-DATE)
                 = 0
                 SUBTRACT 1 FROM WS-CUTOFF-DAY
                 COMPUTE WS-CUTOFF-DATE = WS-CUTOFF-YEAR * 10000
                      + WS-CUTOFF-MONTH * 100 + WS-CUTOFF-DAY
           END-PERFORM
           EXIT.

      *    ONE PASS OVER THE ROSTER: FINDS THE HIGHEST PSEUDONYM IN
      *    USE, STARTS THE RETENTION CLOCK FOR A LEAVER WITHOUT A
      *    LEAVE DATE, AND PICKS THE LEAVERS WHOSE TIME IS UP
       SELECT-LEAVERS SECTION.
           MOVE SPACE TO WS-ROSTER-EOF
           IF PREVIEW-ONLY
              OPEN INPUT TDUSER
           ELSE
              OPEN I-O TDUSER
           END-IF
           IF USER-STATUS NOT = "00"
              DISPLAY "ROSTER FILE NOT AVAILABLE, STATUS "
              USER-STATUS
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-ROSTER-EOF = 'Y'
                 READ TDUSER NEXT
                 AT END MOVE 'Y' TO WS-ROSTER-EOF
                 NOT AT END PERFORM NOTE-PSEUDONYM-IN-USE
                 END-READ
           END-PERFORM
           MOVE LOW-VALUES TO UM-USER-NAME
           START TDUSER KEY >= UM-USER-NAME
              INVALID KEY
                 MOVE 'Y' TO WS-ROSTER-EOF
              NOT INVALID KEY
                 MOVE SPACE TO WS-ROSTER-EOF
           END-START
           PERFORM UNTIL WS-ROSTER-EOF = 'Y'
                 READ TDUSER NEXT
                 AT END MOVE 'Y' TO WS-ROSTER-EOF
                 NOT AT END PERFORM CHECK-ONE-LEAVER
                 END-READ
           END-PERFORM
           CLOSE TDUSER
           EXIT.

       NOTE-PSEUDONYM-IN-USE SECTION.
           IF UM-USER-NAME(1:4) = "ANON"
              AND UM-USER-NAME(5:6) IS NUMERIC
              AND UM-USER-NAME(5:6) > WS-HIGHEST-ANON-NUMBER
              MOVE UM-USER-NAME(5:6) TO WS-HIGHEST-ANON-NUMBER
           END-IF
           IF UM-PSEUDONYM(1:4) = "ANON"
              AND UM-PSEUDONYM(5:6) IS NUMERIC
              AND UM-PSEUDONYM(5:6) > WS-HIGHEST-ANON-NUMBER
              MOVE UM-PSEUDONYM(5:6) TO WS-HIGHEST-ANON-NUMBER
           END-IF
           EXIT.

       CHECK-ONE-LEAVER SECTION.
           IF NOT UM-INACTIVE
              EXIT SECTION
           END-IF
           IF UM-ANON-DATE IS NUMERIC AND UM-ANON-DATE > 0
              EXIT SECTION
           END-IF
           IF UM-ON-LEGAL-HOLD
              ADD 1 TO WS-HELD-COUNT
              DISPLAY "ON LEGAL HOLD  " UM-USER-NAME
              EXIT SECTION
           END-IF
           IF UM-LEAVE-DATE NOT NUMERIC OR UM-LEAVE-DATE = 0
              ADD 1 TO WS-WAITING-COUNT
              ADD 1 TO WS-STAMPED-COUNT
              DISPLAY "NO LEAVE DATE  " UM-USER-NAME
              " - RETENTION STARTS " WS-TODAY-DATE
              IF NOT PREVIEW-ONLY
                 MOVE WS-TODAY-DATE TO UM-LEAVE-DATE
                 REWRITE USER-MASTER-RECORD
              END-IF
              EXIT SECTION
           END-IF
           IF UM-LEAVE-DATE > WS-CUTOFF-DATE
              ADD 1 TO WS-WAITING-COUNT
              EXIT SECTION
           END-IF
           IF NUMBER-OF-LEAVERS >= 200
              DISPLAY "MORE THAN 200 LEAVERS DUE - " UM-USER-NAME
              " LEFT FOR THE NEXT RUN"
              EXIT SECTION
           END-IF
           IF UM-PSEUDONYM(1:4) NOT = "ANON"
              OR UM-PSEUDONYM(5:6) IS NOT NUMERIC
              ADD 1 TO WS-HIGHEST-ANON-NUMBER
              MOVE WS-HIGHEST-ANON-NUMBER TO WS-PSEUDONYM-NUMBER
              IF NOT PREVIEW-ONLY
                 MOVE WS-PSEUDONYM TO UM-PSEUDONYM
                 REWRITE USER-MASTER-RECORD
              END-IF
           ELSE
              MOVE UM-PSEUDONYM TO WS-PSEUDONYM
           END-IF
           ADD 1 TO NUMBER-OF-LEAVERS
           MOVE UM-USER-NAME TO LV-USER(NUMBER-OF-LEAVERS)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(UM-USER-NAME))
                TO LV-USER-LENGTH(NUMBER-OF-LEAVERS)
           MOVE UM-FULL-NAME TO LV-FULL-NAME(NUMBER-OF-LEAVERS)
           IF UM-FULL-NAME = SPACES
              MOVE 0 TO LV-FULL-NAME-LENGTH(NUMBER-OF-LEAVERS)
           ELSE
              MOVE FUNCTION LENGTH(FUNCTION TRIM(UM-FULL-NAME))
                   TO LV-FULL-NAME-LENGTH(NUMBER-OF-LEAVERS)
           END-IF
           MOVE WS-PSEUDONYM TO LV-PSEUDONYM(NUMBER-OF-LEAVERS)
           MOVE UM-LEAVE-DATE TO LV-LEAVE-DATE(NUMBER-OF-LEAVERS)
           MOVE 'N' TO LV-RECORD-HIT(NUMBER-OF-LEAVERS)
           MOVE 0 TO LV-FILE-HITS(NUMBER-OF-LEAVERS)
           MOVE 0 TO LV-TOTAL-HITS(NUMBER-OF-LEAVERS)
           DISPLAY "ANONYMISE      " UM-USER-NAME " LEFT "
           UM-LEAVE-DATE " AS " WS-PSEUDONYM
           EXIT.

      *    THE LIVE LIST IS INDEXED AND IS REWRITTEN IN PLACE
       ANONYMISE-LIVE-LIST SECTION.
           MOVE "todolist.txt" TO WS-ANON-FILE-NAME
           PERFORM START-FILE-COUNTS
           MOVE SPACE TO WS-EOF
           OPEN I-O TDLIST
           IF TDLIST-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDLIST NEXT INTO WS-TDLIST
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-FILE-RECORDS
                    MOVE 'N' TO WS-RECORD-CHANGED
                    MOVE USER IN WS-TDLIST TO WS-SCRUB-USER
                    PERFORM SCRUB-USER-VALUE
                    MOVE WS-SCRUB-USER TO USER IN WS-TDLIST
                    MOVE ASSIGNED-BY IN WS-TDLIST TO WS-SCRUB-USER
                    PERFORM SCRUB-USER-VALUE
                    MOVE WS-SCRUB-USER TO ASSIGNED-BY IN WS-TDLIST
                    MOVE SNOOZE-REASON IN WS-TDLIST TO WS-SCRUB-TEXT
                    MOVE 20 TO WS-SCRUB-LENGTH
                    PERFORM SCRUB-TEXT-VALUE
                    MOVE WS-SCRUB-TEXT(1:20)
                         TO SNOOZE-REASON IN WS-TDLIST
                    IF RECORD-CHANGED
                       REWRITE TDLIST-FILE FROM WS-TDLIST
                       PERFORM END-RECORD-COUNTS
                    END-IF
                 END-READ
           END-PERFORM
           CLOSE TDLIST
           PERFORM END-FILE-COUNTS
           EXIT.

      *    THE LIST MASTER IS INDEXED AND IS REWRITTEN IN PLACE: THE
      *    OWNER, EVERY MEMBER AND THE DESCRIPTION
       ANONYMISE-LIST-MASTER SECTION.
           MOVE "tdlistmst.txt" TO WS-ANON-FILE-NAME
           PERFORM START-FILE-COUNTS
           MOVE SPACE TO WS-EOF
           OPEN I-O TDLISTMST
           IF LISTMST-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDLISTMST NEXT
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-FILE-RECORDS
                    MOVE 'N' TO WS-RECORD-CHANGED
                    MOVE LM-OWNER TO WS-SCRUB-USER
                    PERFORM SCRUB-USER-VALUE
                    MOVE WS-SCRUB-USER TO LM-OWNER
                    PERFORM VARYING MEMBER-COUNTER FROM 1 BY 1
                       UNTIL MEMBER-COUNTER > 20
                          MOVE LM-MEMBER-USER(MEMBER-COUNTER)
                               TO WS-SCRUB-USER
                          PERFORM SCRUB-USER-VALUE
                          MOVE WS-SCRUB-USER
                               TO LM-MEMBER-USER(MEMBER-COUNTER)
                    END-PERFORM
                    MOVE LM-DESCRIPTION TO WS-SCRUB-TEXT
                    MOVE 30 TO WS-SCRUB-LENGTH
                    PERFORM SCRUB-TEXT-VALUE
                    MOVE WS-SCRUB-TEXT(1:30) TO LM-DESCRIPTION
                    IF RECORD-CHANGED
                       REWRITE LIST-MASTER-RECORD
                       PERFORM END-RECORD-COUNTS
                    END-IF
                 END-READ
           END-PERFORM
           CLOSE TDLISTMST
           PERFORM END-FILE-COUNTS
           EXIT.

      *    SESSIONS ARE INDEXED ON THE TOKEN; A LEAVER'S SESSION IS
      *    REWRITTEN UNDER THE PSEUDONYM, WHICH NO LONGER SIGNS ON
       ANONYMISE-SESSIONS SECTION.
           MOVE "tdsession.txt" TO WS-ANON-FILE-NAME
           PERFORM START-FILE-COUNTS
           MOVE SPACE TO WS-EOF
           OPEN I-O TDSESSION
           IF SESSION-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDSESSION NEXT
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-FILE-RECORDS
                    MOVE 'N' TO WS-RECORD-CHANGED
                    MOVE SS-USER-NAME TO WS-SCRUB-USER
                    PERFORM SCRUB-USER-VALUE
                    MOVE WS-SCRUB-USER TO SS-USER-NAME
                    IF RECORD-CHANGED
                       REWRITE SESSION-RECORD
                       PERFORM END-RECORD-COUNTS
                    END-IF
                 END-READ
           END-PERFORM
           CLOSE TDSESSION
           PERFORM END-FILE-COUNTS
           EXIT.

      *    TODOEVMON MOVES PURGED EVENTS TO tdevarchYYYYMMDD.txt, ONE
      *    FILE PER PURGE DAY; EVERY DAY'S NAME IS TRIED
       ANONYMISE-EVENT-ARCHIVES SECTION.
           MOVE "E" TO WS-FILE-KIND
           PERFORM VARYING WS-SCAN-DATE-INT
              FROM FUNCTION INTEGER-OF-DATE(20000101) BY 1
              UNTIL WS-SCAN-DATE-INT > WS-TODAY-INT
                 COMPUTE WS-SCAN-DATE =
                      FUNCTION DATE-OF-INTEGER(WS-SCAN-DATE-INT)
                 MOVE SPACES TO WS-ANON-FILE-NAME
                 STRING "tdevarch" WS-SCAN-DATE ".txt"
                    DELIMITED BY SIZE INTO WS-ANON-FILE-NAME
                 END-STRING
                 PERFORM ANONYMISE-ONE-FILE
           END-PERFORM
           EXIT.

      *    TODOTSHT WRITES timesheet.<week-start>.txt, THE WEEK
      *    STARTING ON A MONDAY; EVERY MONDAY'S NAME IS TRIED
       ANONYMISE-TIMESHEETS SECTION.
           MOVE "R" TO WS-FILE-KIND
           PERFORM VARYING WS-SCAN-DATE-INT
              FROM FUNCTION INTEGER-OF-DATE(20000103) BY 7
              UNTIL WS-SCAN-DATE-INT > WS-TODAY-INT
                 COMPUTE WS-SCAN-DATE =
                      FUNCTION DATE-OF-INTEGER(WS-SCAN-DATE-INT)
                 MOVE SPACES TO WS-ANON-FILE-NAME
                 STRING "timesheet." WS-SCAN-DATE ".txt"
                    DELIMITED BY SIZE INTO WS-ANON-FILE-NAME
                 END-STRING
                 PERFORM ANONYMISE-ONE-FILE
           END-PERFORM
           EXIT.

      *    A LINE SEQUENTIAL FILE IS COPIED TO tdanon.tmp WITH THE
      *    NAMES REPLACED AND COPIED BACK ONLY IF SOMETHING CHANGED.
      *    A FILE THAT DOES NOT EXIST IS SKIPPED
       ANONYMISE-ONE-FILE SECTION.
           PERFORM START-FILE-COUNTS
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDANONIN
           IF ANONIN-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           IF KIND-AUDIT
              MOVE SPACES TO WS-OLD-PREVIOUS-CHECK
              MOVE SPACES TO WS-NEW-PREVIOUS-CHECK
              MOVE 'N' TO WS-CHAIN-STARTED
              MOVE 'N' TO WS-CHAIN-BROKEN
           END-IF
           OPEN OUTPUT TDANONWORK
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDANONIN INTO WS-ANON-LINE
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-FILE-RECORDS
                    PERFORM ANONYMISE-ONE-LINE
                    WRITE TDANONWORK-LINE FROM WS-ANON-LINE
                 END-READ
           END-PERFORM
           CLOSE TDANONIN
           CLOSE TDANONWORK
           IF KIND-AUDIT
              PERFORM CHECK-AUDIT-CHAIN-END
              IF CHAIN-BROKEN
                 MOVE 'Y' TO WS-AUDIT-LEFT
                 MOVE 0 TO WS-FILE-CHANGED
                 DISPLAY "AUDIT CHAIN ALREADY BROKEN - "
                 "tdaudit.txt LEFT UNCHANGED"
              END-IF
           END-IF
           IF WS-FILE-CHANGED > 0
              PERFORM COPY-WORK-TO-FILE
              IF KIND-AUDIT AND CHAIN-STARTED
                 OPEN OUTPUT TDAUDCK
                 MOVE WS-NEW-PREVIOUS-CHECK TO AUDCK-LAST-CHECK-VALUE
                 WRITE TDAUDCK-FILE
                 CLOSE TDAUDCK
              END-IF
           END-IF
           PERFORM END-FILE-COUNTS
           EXIT.

       COPY-WORK-TO-FILE SECTION.
           MOVE SPACE TO WS-WORK-EOF
           OPEN INPUT TDANONWORK
           OPEN OUTPUT TDANONIN
           PERFORM UNTIL WS-WORK-EOF = 'Y'
                 READ TDANONWORK INTO WS-ANON-LINE
                 AT END MOVE 'Y' TO WS-WORK-EOF
                 NOT AT END WRITE TDANONIN-LINE FROM WS-ANON-LINE
                 END-READ
           END-PERFORM
           CLOSE TDANONWORK
           CLOSE TDANONIN
           EXIT.

       ANONYMISE-ONE-LINE SECTION.
           MOVE 'N' TO WS-RECORD-CHANGED
           EVALUATE TRUE
           WHEN KIND-ITEM
              MOVE WS-ANON-LINE TO WS-TDLIST
              MOVE USER IN WS-TDLIST TO WS-SCRUB-USER
              PERFORM SCRUB-USER-VALUE
              MOVE WS-SCRUB-USER TO USER IN WS-TDLIST
              MOVE ASSIGNED-BY IN WS-TDLIST TO WS-SCRUB-USER
              PERFORM SCRUB-USER-VALUE
              MOVE WS-SCRUB-USER TO ASSIGNED-BY IN WS-TDLIST
              MOVE SNOOZE-REASON IN WS-TDLIST TO WS-SCRUB-TEXT
              MOVE 20 TO WS-SCRUB-LENGTH
              PERFORM SCRUB-TEXT-VALUE
              MOVE WS-SCRUB-TEXT(1:20) TO SNOOZE-REASON IN WS-TDLIST
              MOVE WS-TDLIST TO WS-ANON-LINE
           WHEN KIND-AUDIT
              MOVE WS-ANON-LINE TO AUDIT-RECORD-BUFFER
              MOVE AUDIT-RECORD-BUFFER(1:67) TO WS-OLD-RECORD-TEXT
              MOVE AUDIT-USER IN AUDIT-RECORD-BUFFER TO WS-SCRUB-USER
              PERFORM SCRUB-USER-VALUE
              MOVE WS-SCRUB-USER TO AUDIT-USER IN AUDIT-RECORD-BUFFER
              MOVE AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
                   TO WS-SCRUB-TEXT
              MOVE 21 TO WS-SCRUB-LENGTH
              PERFORM SCRUB-TEXT-VALUE
              MOVE WS-SCRUB-TEXT(1:21)
                   TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
              PERFORM RECHAIN-AUDIT-RECORD
              MOVE AUDIT-RECORD-BUFFER TO WS-ANON-LINE
           WHEN KIND-CHANGE
              MOVE WS-ANON-LINE TO WS-CHANGE-BUFFER
              MOVE CH-USER IN WS-CHANGE-BUFFER TO WS-SCRUB-USER
              PERFORM SCRUB-USER-VALUE
              MOVE WS-SCRUB-USER TO CH-USER IN WS-CHANGE-BUFFER
              MOVE CH-OLD-VALUE IN WS-CHANGE-BUFFER TO WS-SCRUB-TEXT
              MOVE 35 TO WS-SCRUB-LENGTH
              PERFORM SCRUB-TEXT-VALUE
              MOVE WS-SCRUB-TEXT(1:35)
                   TO CH-OLD-VALUE IN WS-CHANGE-BUFFER
              MOVE CH-NEW-VALUE IN WS-CHANGE-BUFFER TO WS-SCRUB-TEXT
              PERFORM SCRUB-TEXT-VALUE
              MOVE WS-SCRUB-TEXT(1:35)
                   TO CH-NEW-VALUE IN WS-CHANGE-BUFFER
              MOVE WS-CHANGE-BUFFER TO WS-ANON-LINE
           WHEN KIND-BOOKING
              MOVE WS-ANON-LINE TO WS-BOOKING-BUFFER
              MOVE BK-USER IN WS-BOOKING-BUFFER TO WS-SCRUB-USER
              PERFORM SCRUB-USER-VALUE
              MOVE WS-SCRUB-USER TO BK-USER IN WS-BOOKING-BUFFER
              MOVE WS-BOOKING-BUFFER TO WS-ANON-LINE
           WHEN KIND-EVENT
              MOVE WS-ANON-LINE TO EVENT-RECORD
              MOVE EV-USER TO WS-SCRUB-USER
              PERFORM SCRUB-USER-VALUE
              MOVE WS-SCRUB-USER TO EV-USER
              MOVE EV-PAYLOAD TO WS-SCRUB-TEXT
              MOVE 60 TO WS-SCRUB-LENGTH
              PERFORM SCRUB-TEXT-VALUE
              MOVE WS-SCRUB-TEXT(1:60) TO EV-PAYLOAD
              MOVE EVENT-RECORD TO WS-ANON-LINE
           WHEN KIND-ABSENCE
              MOVE WS-ANON-LINE TO WS-ABSENCE-BUFFER
              MOVE AB-USER TO WS-SCRUB-USER
              PERFORM SCRUB-USER-VALUE
              MOVE WS-SCRUB-USER TO AB-USER
              MOVE AB-COVER-USER TO WS-SCRUB-USER
              PERFORM SCRUB-USER-VALUE
              MOVE WS-SCRUB-USER TO AB-COVER-USER
              MOVE WS-ABSENCE-BUFFER TO WS-ANON-LINE
           WHEN KIND-NOTE
              MOVE WS-ANON-LINE TO WS-NOTE-BUFFER
              MOVE NOTE-TEXT IN WS-NOTE-BUFFER TO WS-SCRUB-TEXT
              MOVE 200 TO WS-SCRUB-LENGTH
              PERFORM SCRUB-TEXT-VALUE
              MOVE WS-SCRUB-TEXT TO NOTE-TEXT IN WS-NOTE-BUFFER
              MOVE WS-NOTE-BUFFER TO WS-ANON-LINE
           WHEN KIND-WATCH
              MOVE WS-ANON-LINE TO WATCH-RECORD
              MOVE WA-USER TO WS-SCRUB-USER
              PERFORM SCRUB-USER-VALUE
              MOVE WS-SCRUB-USER TO WA-USER
              MOVE WATCH-RECORD TO WS-ANON-LINE
           WHEN KIND-SNAPSHOT
              MOVE WS-ANON-LINE TO SNAPSHOT-RECORD
              MOVE SN-USER TO WS-SCRUB-USER
              PERFORM SCRUB-USER-VALUE
              MOVE WS-SCRUB-USER TO SN-USER
              MOVE SNAPSHOT-RECORD TO WS-ANON-LINE
           WHEN KIND-ESCALATION
              MOVE WS-ANON-LINE TO ESCALATION-RECORD
              MOVE ESC-OWNER TO WS-SCRUB-USER
              PERFORM SCRUB-USER-VALUE
              MOVE WS-SCRUB-USER TO ESC-OWNER
              MOVE ESC-SUPERVISOR TO WS-SCRUB-USER
              PERFORM SCRUB-USER-VALUE
              MOVE WS-SCRUB-USER TO ESC-SUPERVISOR
              MOVE ESCALATION-RECORD TO WS-ANON-LINE
           WHEN KIND-TEAM
              MOVE WS-ANON-LINE TO TEAM-POOL-RECORD
              MOVE TP-USER TO WS-SCRUB-USER
              PERFORM SCRUB-USER-VALUE
              MOVE WS-SCRUB-USER TO TP-USER
              MOVE TEAM-POOL-RECORD TO WS-ANON-LINE
           WHEN KIND-LOCK-WAIT
              MOVE WS-ANON-LINE TO LOCK-WAIT-RECORD
              MOVE LW-USER TO WS-SCRUB-USER
              PERFORM SCRUB-USER-VALUE
              MOVE WS-SCRUB-USER TO LW-USER
              MOVE LW-HOLDER-USER TO WS-SCRUB-USER
              PERFORM SCRUB-USER-VALUE
              MOVE WS-SCRUB-USER TO LW-HOLDER-USER
              MOVE LOCK-WAIT-RECORD TO WS-ANON-LINE
           WHEN KIND-LOCK-HOLDER
              MOVE WS-ANON-LINE TO LOCK-HOLDER-RECORD
              MOVE LH-USER TO WS-SCRUB-USER
              PERFORM SCRUB-USER-VALUE
              MOVE WS-SCRUB-USER TO LH-USER
              MOVE LOCK-HOLDER-RECORD TO WS-ANON-LINE
           WHEN KIND-TIMESHEET
              MOVE WS-ANON-LINE TO TIMESHEET-RECORD
              IF TS-DETAIL
                 MOVE TS-USER TO WS-SCRUB-USER
                 PERFORM SCRUB-USER-VALUE
                 MOVE WS-SCRUB-USER TO TS-USER
                 MOVE TIMESHEET-RECORD TO WS-ANON-LINE
              END-IF
           END-EVALUATE
           IF RECORD-CHANGED
              PERFORM END-RECORD-COUNTS
           END-IF
           EXIT.

      *    CHECKS EACH LINK OF THE CHAIN AS IT STOOD AND GIVES THE
      *    RECORD ITS NEW CHECK VALUE OVER THE ANONYMISED TEXT.
      *    RECORDS FROM BEFORE CHAINING BEGAN KEEP A BLANK VALUE
       RECHAIN-AUDIT-RECORD SECTION.
           IF AUDIT-CHECK-VALUE IN AUDIT-RECORD-BUFFER = SPACES
              AND NOT CHAIN-STARTED
              EXIT SECTION
           END-IF
           MOVE 'Y' TO WS-CHAIN-STARTED
           MOVE SPACES TO HASH-INPUT-TEXT
           STRING WS-OLD-PREVIOUS-CHECK WS-OLD-RECORD-TEXT
              DELIMITED BY SIZE INTO HASH-INPUT-TEXT
           END-STRING
           CALL "TODOHASH" USING HASH-PARAMETERS
           IF HASH-RESULT NOT = AUDIT-CHECK-VALUE IN AUDIT-RECORD-BUFFER
              MOVE 'Y' TO WS-CHAIN-BROKEN
           END-IF
           MOVE AUDIT-CHECK-VALUE IN AUDIT-RECORD-BUFFER
                TO WS-OLD-PREVIOUS-CHECK
           MOVE SPACES TO HASH-INPUT-TEXT
           STRING WS-NEW-PREVIOUS-CHECK AUDIT-RECORD-BUFFER(1:67)
              DELIMITED BY SIZE INTO HASH-INPUT-TEXT
           END-STRING
           CALL "TODOHASH" USING HASH-PARAMETERS
           MOVE HASH-RESULT TO AUDIT-CHECK-VALUE IN AUDIT-RECORD-BUFFER
           MOVE HASH-RESULT TO WS-NEW-PREVIOUS-CHECK
           EXIT.

      *    LINES CUT FROM THE END OF THE TRAIL LEAVE NO BROKEN LINK;
      *    THE LAST VALUE ON tdauditck.txt SHOWS THEM (AS TODOAUDV)
       CHECK-AUDIT-CHAIN-END SECTION.
           IF NOT CHAIN-STARTED OR CHAIN-BROKEN
              EXIT SECTION
           END-IF
           OPEN INPUT TDAUDCK
           IF AUDCK-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           READ TDAUDCK
           AT END MOVE SPACES TO AUDCK-LAST-CHECK-VALUE
           END-READ
           CLOSE TDAUDCK
           IF AUDCK-LAST-CHECK-VALUE NOT = WS-OLD-PREVIOUS-CHECK
              MOVE 'Y' TO WS-CHAIN-BROKEN
           END-IF
           EXIT.

       SCRUB-USER-VALUE SECTION.
           IF WS-SCRUB-USER = SPACES
              EXIT SECTION
           END-IF
           PERFORM VARYING LEAVER-COUNTER FROM 1 BY 1
              UNTIL LEAVER-COUNTER > NUMBER-OF-LEAVERS
                 IF WS-SCRUB-USER = LV-USER(LEAVER-COUNTER)
                    MOVE LV-PSEUDONYM(LEAVER-COUNTER) TO WS-SCRUB-USER
                    MOVE 'Y' TO LV-RECORD-HIT(LEAVER-COUNTER)
                    MOVE 'Y' TO WS-RECORD-CHANGED
                 END-IF
           END-PERFORM
           EXIT.

      *    WS-SCRUB-TEXT(1:WS-SCRUB-LENGTH) WITH EVERY LEAVER'S USER
      *    NAME AND FULL NAME REPLACED BY THE PSEUDONYM; A FIELD THAT
      *    GROWS IS CUT OFF AT ITS OWN LENGTH
       SCRUB-TEXT-VALUE SECTION.
           IF WS-SCRUB-TEXT(1:WS-SCRUB-LENGTH) = SPACES
              EXIT SECTION
           END-IF
           PERFORM VARYING LEAVER-COUNTER FROM 1 BY 1
              UNTIL LEAVER-COUNTER > NUMBER-OF-LEAVERS
                 MOVE LV-USER(LEAVER-COUNTER) TO WS-FIND-TEXT
                 MOVE LV-USER-LENGTH(LEAVER-COUNTER)
                      TO WS-FIND-LENGTH
                 PERFORM SCRUB-ONE-WORD
                 IF LV-FULL-NAME-LENGTH(LEAVER-COUNTER) > 2
                    MOVE LV-FULL-NAME(LEAVER-COUNTER) TO WS-FIND-TEXT
                    MOVE LV-FULL-NAME-LENGTH(LEAVER-COUNTER)
                         TO WS-FIND-LENGTH
                    PERFORM SCRUB-ONE-WORD
                 END-IF
           END-PERFORM
           EXIT.

       SCRUB-ONE-WORD SECTION.
           IF WS-FIND-LENGTH = 0 OR WS-FIND-LENGTH > WS-SCRUB-LENGTH
              EXIT SECTION
           END-IF
           MOVE 0 TO WS-FIND-TALLY
           INSPECT WS-SCRUB-TEXT(1:WS-SCRUB-LENGTH)
              TALLYING WS-FIND-TALLY
              FOR ALL WS-FIND-TEXT(1:WS-FIND-LENGTH)
           IF WS-FIND-TALLY = 0
              EXIT SECTION
           END-IF
           MOVE SPACES TO WS-SCRUB-RESULT
           MOVE 'N' TO WS-WORD-REPLACED
           MOVE 1 TO WS-IN-POS
           MOVE 1 TO WS-OUT-POS
           PERFORM UNTIL WS-IN-POS > WS-SCRUB-LENGTH
                 PERFORM CHECK-WORD-AT-POSITION
                 IF WORD-MATCH
                    IF WS-OUT-POS <= 230
                       MOVE LV-PSEUDONYM(LEAVER-COUNTER)
                            TO WS-SCRUB-RESULT(WS-OUT-POS:10)
                    END-IF
                    ADD 10 TO WS-OUT-POS
                    ADD WS-FIND-LENGTH TO WS-IN-POS
                    MOVE 'Y' TO WS-WORD-REPLACED
                 ELSE
                    IF WS-OUT-POS <= 240
                       MOVE WS-SCRUB-TEXT(WS-IN-POS:1)
                            TO WS-SCRUB-RESULT(WS-OUT-POS:1)
                    END-IF
                    ADD 1 TO WS-OUT-POS
                    ADD 1 TO WS-IN-POS
                 END-IF
           END-PERFORM
           IF WORD-REPLACED
              MOVE WS-SCRUB-RESULT(1:WS-SCRUB-LENGTH)
                   TO WS-SCRUB-TEXT(1:WS-SCRUB-LENGTH)
              MOVE 'Y' TO LV-RECORD-HIT(LEAVER-COUNTER)
              MOVE 'Y' TO WS-RECORD-CHANGED
           END-IF
           EXIT.

       CHECK-WORD-AT-POSITION SECTION.
           MOVE 'N' TO WS-WORD-MATCH
           IF WS-IN-POS + WS-FIND-LENGTH - 1 > WS-SCRUB-LENGTH
              EXIT SECTION
           END-IF
           IF WS-SCRUB-TEXT(WS-IN-POS:WS-FIND-LENGTH)
              NOT = WS-FIND-TEXT(1:WS-FIND-LENGTH)
              EXIT SECTION
           END-IF
           IF WS-IN-POS > 1
              MOVE WS-SCRUB-TEXT(WS-IN-POS - 1:1) TO WS-EDGE-CHAR
              IF EDGE-IS-WORD-CHAR
                 EXIT SECTION
              END-IF
           END-IF
           IF WS-IN-POS + WS-FIND-LENGTH <= WS-SCRUB-LENGTH
              MOVE WS-SCRUB-TEXT(WS-IN-POS + WS-FIND-LENGTH:1)
                   TO WS-EDGE-CHAR
              IF EDGE-IS-WORD-CHAR
                 EXIT SECTION
              END-IF
           END-IF
           MOVE 'Y' TO WS-WORD-MATCH
           EXIT.

       START-FILE-COUNTS SECTION.
           MOVE 0 TO WS-FILE-RECORDS
           MOVE 0 TO WS-FILE-CHANGED
           PERFORM VARYING LEAVER-COUNTER FROM 1 BY 1
              UNTIL LEAVER-COUNTER > NUMBER-OF-LEAVERS
                 MOVE 0 TO LV-FILE-HITS(LEAVER-COUNTER)
                 MOVE 'N' TO LV-RECORD-HIT(LEAVER-COUNTER)
           END-PERFORM
           EXIT.

       END-RECORD-COUNTS SECTION.
           ADD 1 TO WS-FILE-CHANGED
           PERFORM VARYING LEAVER-COUNTER FROM 1 BY 1
              UNTIL LEAVER-COUNTER > NUMBER-OF-LEAVERS
                 IF LV-RECORD-HIT(LEAVER-COUNTER) = 'Y'
                    ADD 1 TO LV-FILE-HITS(LEAVER-COUNTER)
                    MOVE 'N' TO LV-RECORD-HIT(LEAVER-COUNTER)
                 END-IF
           END-PERFORM
           EXIT.

      *    ONE LOG LINE PER LEAVER AND FILE THAT HAD RECORDS CHANGED.
      *    THE LOG CARRIES THE PSEUDONYM ONLY, NEVER THE OLD NAME
       END-FILE-COUNTS SECTION.
           IF WS-FILE-CHANGED = 0
              EXIT SECTION
           END-IF
           ADD 1 TO WS-FILES-CHANGED
           DISPLAY FUNCTION TRIM(WS-ANON-FILE-NAME) ": "
           WS-FILE-CHANGED " OF " WS-FILE-RECORDS " RECORDS CHANGED"
           PERFORM VARYING LEAVER-COUNTER FROM 1 BY 1
              UNTIL LEAVER-COUNTER > NUMBER-OF-LEAVERS
                 IF LV-FILE-HITS(LEAVER-COUNTER) > 0
                    ADD LV-FILE-HITS(LEAVER-COUNTER)
                        TO LV-TOTAL-HITS(LEAVER-COUNTER)
                    MOVE LV-PSEUDONYM(LEAVER-COUNTER) TO AL-PSEUDONYM
                    MOVE WS-ANON-FILE-NAME TO AL-FILE-NAME
                    MOVE LV-FILE-HITS(LEAVER-COUNTER)
                         TO AL-RECORD-COUNT
                    MOVE "RECORDS CHANGED" TO AL-NOTE
                    PERFORM WRITE-ANONLOG-LINE
                 END-IF
           END-PERFORM
           EXIT.

       WRITE-ANONLOG-LINE SECTION.
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           OPEN EXTEND TDANONLOG
           IF ANONLOG-STATUS = "35"
              OPEN OUTPUT TDANONLOG
              CLOSE TDANONLOG
              OPEN EXTEND TDANONLOG
           END-IF
           WRITE TDANONLOG-LINE FROM WS-ANONLOG-RECORD
           CLOSE TDANONLOG
           EXIT.

      *    THE LEAVER'S ROSTER ENTRY IS KEYED UNDER THE PSEUDONYM
      *    WITH THE NAME AND PASSWORD REMOVED, SO REPORTS THAT LOOK
      *    UP A USER STILL FIND AN (INACTIVE) ENTRY
       REKEY-LEAVER-ROSTER SECTION.
           OPEN I-O TDUSER
           IF USER-STATUS NOT = "00"
              DISPLAY "ROSTER FILE NOT AVAILABLE, STATUS "
              USER-STATUS " - ROSTER NOT ANONYMISED"
              EXIT SECTION
           END-IF
           PERFORM VARYING LEAVER-COUNTER FROM 1 BY 1
              UNTIL LEAVER-COUNTER > NUMBER-OF-LEAVERS
                 MOVE LV-USER(LEAVER-COUNTER) TO UM-USER-NAME
                 READ TDUSER
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM REKEY-ONE-LEAVER
                 END-READ
           END-PERFORM
           PERFORM REPOINT-LEAVER-SUPERVISOR
           CLOSE TDUSER
           EXIT.

      *    REPORTS OF A LEAVER KEEP THE LEAVER'S PSEUDONYM AS THEIR
      *    SUPERVISOR SO THE ROSTER NAMES NOBODY AND THE TEAM CAN
      *    STILL BE SEEN TO HAVE LOST ITS SUPERVISOR
       REPOINT-LEAVER-SUPERVISOR SECTION.
           MOVE LOW-VALUES TO UM-USER-NAME
           START TDUSER KEY IS NOT LESS THAN UM-USER-NAME
              INVALID KEY
                 EXIT SECTION
           END-START
           MOVE SPACE TO WS-ROSTER-EOF
           PERFORM UNTIL WS-ROSTER-EOF = 'Y'
                 READ TDUSER NEXT
                 AT END MOVE 'Y' TO WS-ROSTER-EOF
                 NOT AT END
                    IF UM-SUPERVISOR NOT = SPACES
                       PERFORM REPOINT-ONE-SUPERVISOR
                    END-IF
                 END-READ
           END-PERFORM
           EXIT.

       REPOINT-ONE-SUPERVISOR SECTION.
           PERFORM VARYING LEAVER-COUNTER FROM 1 BY 1
              UNTIL LEAVER-COUNTER > NUMBER-OF-LEAVERS
                 IF UM-SUPERVISOR = LV-USER(LEAVER-COUNTER)
                    MOVE LV-PSEUDONYM(LEAVER-COUNTER) TO UM-SUPERVISOR
                    REWRITE USER-MASTER-RECORD
                       INVALID KEY
                          DISPLAY "ROSTER ENTRY " UM-USER-NAME
                          " NOT REWRITTEN"
                    END-REWRITE
                    MOVE NUMBER-OF-LEAVERS TO LEAVER-COUNTER
                 END-IF
           END-PERFORM
           EXIT.

       REKEY-ONE-LEAVER SECTION.
           DELETE TDUSER
           MOVE LV-PSEUDONYM(LEAVER-COUNTER) TO UM-USER-NAME
           MOVE LV-PSEUDONYM(LEAVER-COUNTER) TO UM-PSEUDONYM
           MOVE "ANONYMISED" TO UM-FULL-NAME
           MOVE "I" TO UM-ACTIVE-FLAG
           MOVE SPACES TO UM-PASSWORD-HASH
           MOVE 0 TO UM-FAILED-LOGINS
           MOVE SPACE TO UM-LOCK-FLAG
           MOVE SPACE TO UM-ONCALL-FLAG
           MOVE SPACE TO UM-LEGAL-HOLD-FLAG
           MOVE WS-TODAY-DATE TO UM-ANON-DATE
           WRITE USER-MASTER-RECORD
              INVALID KEY
                 DISPLAY "ROSTER ENTRY " UM-USER-NAME
                 " ALREADY EXISTS - NOT WRITTEN"
           END-WRITE
           MOVE LV-PSEUDONYM(LEAVER-COUNTER) TO AL-PSEUDONYM
           MOVE "tduser.txt" TO AL-FILE-NAME
           MOVE 1 TO AL-RECORD-COUNT
           MOVE "ROSTER REKEYED" TO AL-NOTE
           PERFORM WRITE-ANONLOG-LINE
           EXIT.

       WRITE-ANONYMISE-AUDIT SECTION.
           PERFORM VARYING LEAVER-COUNTER FROM 1 BY 1
              UNTIL LEAVER-COUNTER > NUMBER-OF-LEAVERS
                 MOVE 0 TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
                 MOVE "anonymise"
                      TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
                 MOVE "TODOANON" TO AUDIT-USER IN AUDIT-RECORD-BUFFER
                 MOVE FUNCTION CURRENT-DATE
                      TO AUDIT-TIMESTAMP IN AUDIT-RECORD-BUFFER
                 MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
                 STRING LV-PSEUDONYM(LEAVER-COUNTER) " "
                    LV-LEAVE-DATE(LEAVER-COUNTER)
                    DELIMITED BY SIZE
                    INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
                 END-STRING
                 MOVE SPACES TO AUDIT-CHECK-VALUE IN AUDIT-RECORD-BUFFER
                 CALL "TODOAUDW" USING AUDIT-RECORD-BUFFER
           END-PERFORM
           EXIT.

      *    THE HOLDER, AND ANY WAIT OR TIMEOUT, IS RECORDED THROUGH
      *    TODOLOCK SO OTHERS CAN SEE WHO HAS THE LIST
       ACQUIRE-LOCK SECTION.
           MOVE "TODOANON" TO LT-PROGRAM
           MOVE "anonymise" TO LT-ACTION
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

      *    THE AUDIT WRITER'S OWN LOCK IS HELD WHILE THE TRAIL IS
      *    REWRITTEN, SO NO RECORD IS CHAINED ONTO THE OLD VALUES
       ACQUIRE-AUDIT-LOCK SECTION.
           MOVE 0 TO LOCK-RETRY-COUNT
           OPEN OUTPUT TDAUDLCK WITH LOCK
           PERFORM UNTIL AUDLCK-STATUS = "00"
              OR LOCK-RETRY-COUNT > 99
                 CALL "C$SLEEP" USING LOCK-WAIT-SECONDS
                 ADD 1 TO LOCK-RETRY-COUNT
                 OPEN OUTPUT TDAUDLCK WITH LOCK
           END-PERFORM
           EXIT.

       RELEASE-AUDIT-LOCK SECTION.
           IF AUDLCK-STATUS = "00"
              CLOSE TDAUDLCK
           END-IF
           EXIT.

       END PROGRAM TODOANON.
