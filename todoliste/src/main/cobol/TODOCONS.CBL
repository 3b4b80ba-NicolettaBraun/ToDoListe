         SELECT TDLOCK ASSIGN TO 'tdlist.lck'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCK-STATUS.
         SELECT TDHOLDER ASSIGN TO 'tdlist.hld'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HOLDER-STATUS.
         SELECT TDCHANGE ASSIGN TO 'tdchange.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHANGE-STATUS.
         SELECT TDUSER ASSIGN TO 'tduser.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS UM-USER-NAME
            FILE STATUS IS USER-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
              COPY TDRECORD.
          FD TDLOCK.
          01 LOCK-RECORD PIC X(01).
          FD TDHOLDER.
          01 TDHOLDER-FILE PIC X(54).
          FD TDCHANGE.
          01 TDCHANGE-FILE.
              10 CH-ITEM-ID PIC 9(5).
              10 CH-NEW-VALUE PIC X(35).
              10 CH-USER PIC X(10).
              10 CH-TIMESTAMP PIC X(21).
          FD TDUSER.
          COPY TODOUSER.
       WORKING-STORAGE SECTION.
       01 TDLIST-STATUS PIC XX.
       01 USER-STATUS PIC XX.
       01 LOCK-STATUS PIC XX.
       01 CHANGE-STATUS PIC XX.
       01 HOLDER-STATUS PIC XX.
       01 LOCK-RETRY-COUNT PIC 9(3).
       01 LOCK-WAIT-SECONDS PIC 9(4) VALUE 1.
       COPY TODOLOCKDATA.
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
           05 VISIT-KEY OCCURS 200.
               10 VISIT-LIST-ID PIC X(8).
               10 VISIT-ITEM-ID PIC 9(5).
       01 WS-PASSWORD-USER PIC X(10).
       01 WS-NEW-PASSWORD PIC X(64).
       01 WS-ONCALL-USER PIC X(10).
       01 WS-HOLD-USER PIC X(10).
       01 WS-HOLD-ANSWER PIC X(4).
       01 WS-ROSTER-EOF PIC A(1).
       COPY TODOLOCKR.
       01 WS-HOLDER-KNOWN PIC X.
           88 HOLDER-KNOWN VALUE 'Y'.
       01 WS-LOCK-FILE-NAME PIC X(12) VALUE "tdlist.lck".
       01 WS-LOCK-AGE-MINUTES PIC 9(7).
       01 WS-BREAK-ANSWER PIC X(6).
       01 WS-BREAK-MINUTES PIC 9(6).
       01 WS-NOW-DATE-TIME PIC X(21).
       01 WS-HELD-DATE PIC 9(8).
       01 WS-HELD-HH PIC 9(2).
       01 WS-HELD-MM PIC 9(2).
       01 WS-NOW-DATE PIC 9(8).
       01 WS-NOW-HH PIC 9(2).
       01 WS-NOW-MM PIC 9(2).
       COPY TODOHASHDATA.

       PROCEDURE DIVISION.
           DISPLAY "============================================"

       READ-ONE-COMMAND SECTION.
           DISPLAY " "
           DISPLAY "COMMAND (G=GOTO N=NEXT B=BACK F=FIX"
           " P=PASSWORD O=ON-CALL L=LEGAL HOLD K=LOCK Q=QUIT): "
           WITH NO ADVANCING
           ACCEPT WS-COMMAND
           EVALUATE FUNCTION UPPER-CASE(WS-COMMAND(1:1))
              PERFORM BACK-RECORD
           WHEN "F"
              PERFORM FIX-FIELD
           WHEN "P"
              PERFORM SET-USER-PASSWORD
           WHEN "O"
              PERFORM SET-ON-CALL-ADMIN
           WHEN "L"
              PERFORM SET-LEGAL-HOLD
           WHEN "K"
              PERFORM SHOW-OR-BREAK-LOCK
           WHEN "Q"
              MOVE 'Y' TO WS-DONE
           WHEN OTHER
           PERFORM WRITE-FIX-CHANGE
           EXIT.

      *    SETS A ROSTER USER'S WEB SIGN-ON PASSWORD AND CLEARS ANY
      *    SIGN-ON LOCK. THIS IS HOW THE FIRST ADMINISTRATOR GETS A
      *    PASSWORD; AFTER THAT ADMINISTRATORS RESET THEM ON THE WEB
       SET-USER-PASSWORD SECTION.
           DISPLAY "ROSTER USER: " WITH NO ADVANCING
           ACCEPT WS-PASSWORD-USER
           IF WS-PASSWORD-USER = SPACES
              DISPLAY "NO USER GIVEN, NOTHING CHANGED"
              EXIT SECTION
           END-IF
           DISPLAY "NEW PASSWORD: " WITH NO ADVANCING
           ACCEPT WS-NEW-PASSWORD
           IF WS-NEW-PASSWORD = SPACES
              DISPLAY "NO PASSWORD GIVEN, NOTHING CHANGED"
              EXIT SECTION
           END-IF
           OPEN I-O TDUSER
           IF USER-STATUS NOT = "00"
              DISPLAY "ROSTER FILE NOT AVAILABLE, STATUS "
              USER-STATUS
              EXIT SECTION
           END-IF
           MOVE WS-PASSWORD-USER TO UM-USER-NAME
           READ TDUSER
              INVALID KEY
                 CLOSE TDUSER
                 DISPLAY "USER " WS-PASSWORD-USER
                 " IS NOT ON THE ROSTER"
                 EXIT SECTION
           END-READ
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
           DISPLAY "PASSWORD SET FOR " WS-PASSWORD-USER
           MOVE 0 TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
           MOVE "passwd" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
           MOVE WS-OPERATOR-USER
                TO AUDIT-USER IN AUDIT-RECORD-BUFFER
           MOVE FUNCTION CURRENT-DATE
                TO AUDIT-TIMESTAMP IN AUDIT-RECORD-BUFFER
           MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           STRING "console " WS-PASSWORD-USER
              DELIMITED BY SIZE
              INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           EXIT.

      *    HANDS THE ON-CALL DUTY TO ONE ACTIVE ADMINISTRATOR; THE
      *    PREVIOUS HOLDER IS STOOD DOWN. TODOSCHD FILES ITS FAILED-
      *    STEP ITEMS FOR WHOEVER IS ON CALL
       SET-ON-CALL-ADMIN SECTION.
           DISPLAY "ADMINISTRATOR TO PUT ON CALL: " WITH NO ADVANCING
           ACCEPT WS-ONCALL-USER
           IF WS-ONCALL-USER = SPACES
              DISPLAY "NO USER GIVEN, NOTHING CHANGED"
              EXIT SECTION
           END-IF
           OPEN I-O TDUSER
           IF USER-STATUS NOT = "00"
              DISPLAY "ROSTER FILE NOT AVAILABLE, STATUS "
              USER-STATUS
              EXIT SECTION
           END-IF
           MOVE WS-ONCALL-USER TO UM-USER-NAME
           READ TDUSER
              INVALID KEY
                 CLOSE TDUSER
                 DISPLAY "USER " WS-ONCALL-USER
                 " IS NOT ON THE ROSTER"
                 EXIT SECTION
           END-READ
           IF NOT UM-ROLE-ADMIN OR NOT UM-ACTIVE
              CLOSE TDUSER
              DISPLAY "USER " WS-ONCALL-USER
              " IS NOT AN ACTIVE ADMINISTRATOR, NOTHING CHANGED"
              EXIT SECTION
           END-IF
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
                 NOT AT END PERFORM SET-ONE-ONCALL-FLAG
                 END-READ
           END-PERFORM
           CLOSE TDUSER
           DISPLAY WS-ONCALL-USER " IS NOW ON CALL"
           MOVE 0 TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
           MOVE "oncall" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
           MOVE WS-OPERATOR-USER
                TO AUDIT-USER IN AUDIT-RECORD-BUFFER
           MOVE FUNCTION CURRENT-DATE
                TO AUDIT-TIMESTAMP IN AUDIT-RECORD-BUFFER
           MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           STRING "console " WS-ONCALL-USER
              DELIMITED BY SIZE
              INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           EXIT.

      *    A USER ON LEGAL HOLD IS PASSED OVER BY TODOANON, SO THEIR
      *    NAME STAYS ON THE FILES PAST THE RETENTION PERIOD UNTIL
      *    THE HOLD IS RELEASED HERE
       SET-LEGAL-HOLD SECTION.
           DISPLAY "USER FOR LEGAL HOLD: " WITH NO ADVANCING
           ACCEPT WS-HOLD-USER
           IF WS-HOLD-USER = SPACES
              DISPLAY "NO USER GIVEN, NOTHING CHANGED"
              EXIT SECTION
           END-IF
           OPEN I-O TDUSER
           IF USER-STATUS NOT = "00"
              DISPLAY "ROSTER FILE NOT AVAILABLE, STATUS "
              USER-STATUS
              EXIT SECTION
           END-IF
           MOVE WS-HOLD-USER TO UM-USER-NAME
           READ TDUSER
              INVALID KEY
                 CLOSE TDUSER
                 DISPLAY "USER " WS-HOLD-USER
                 " IS NOT ON THE ROSTER"
                 EXIT SECTION
           END-READ
           IF UM-ON-LEGAL-HOLD
              DISPLAY WS-HOLD-USER " IS ON LEGAL HOLD"
           ELSE
              DISPLAY WS-HOLD-USER " IS NOT ON LEGAL HOLD"
           END-IF
           DISPLAY "PUT ON HOLD (Y), RELEASE (N): "
           WITH NO ADVANCING
           ACCEPT WS-HOLD-ANSWER
           EVALUATE FUNCTION UPPER-CASE(WS-HOLD-ANSWER(1:1))
           WHEN "Y"
              MOVE "Y" TO UM-LEGAL-HOLD-FLAG
           WHEN "N"
              MOVE SPACE TO UM-LEGAL-HOLD-FLAG
           WHEN OTHER
              CLOSE TDUSER
              DISPLAY "NOTHING CHANGED"
              EXIT SECTION
           END-EVALUATE
           REWRITE USER-MASTER-RECORD
           CLOSE TDUSER
           MOVE 0 TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
           MOVE "legalhold" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
           MOVE WS-OPERATOR-USER
                TO AUDIT-USER IN AUDIT-RECORD-BUFFER
           MOVE FUNCTION CURRENT-DATE
                TO AUDIT-TIMESTAMP IN AUDIT-RECORD-BUFFER
           MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           IF UM-ON-LEGAL-HOLD
              DISPLAY WS-HOLD-USER " PUT ON LEGAL HOLD"
              STRING "hold " WS-HOLD-USER " Y"
                 DELIMITED BY SIZE
                 INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
              END-STRING
           ELSE
              DISPLAY WS-HOLD-USER " RELEASED FROM LEGAL HOLD"
              STRING "hold " WS-HOLD-USER " N"
                 DELIMITED BY SIZE
                 INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
              END-STRING
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           EXIT.

      *    SHOWS WHO HOLDS tdlist.lck AND SINCE WHEN. A LOCK HELD AT
      *    LEAST THE MINUTES GIVEN IS BROKEN BY REMOVING THE LOCK FILE,
      *    AS THE RECOVERY STEP DOES AFTER A CRASH; THE NEXT PROGRAM
      *    THEN LOCKS A FRESH FILE. THE OLD HOLDER'S PROCESS MUST BE
      *    STOPPED IF IT IS STILL RUNNING
       SHOW-OR-BREAK-LOCK SECTION.
           PERFORM READ-LOCK-HOLDER
           OPEN OUTPUT TDLOCK WITH LOCK
           IF LOCK-STATUS = "00"
              CLOSE TDLOCK
              DISPLAY "THE LIST LOCK IS FREE"
              EXIT SECTION
           END-IF
           MOVE 0 TO WS-LOCK-AGE-MINUTES
           IF HOLDER-KNOWN
              PERFORM COMPUTE-LOCK-AGE
              DISPLAY "LIST LOCK HELD BY " LH-PROGRAM
              DISPLAY "  USER:         " LH-USER
              DISPLAY "  ACTION:       " LH-ACTION
              DISPLAY "  PROCESS:      " LH-PROCESS
              DISPLAY "  SINCE:        " LH-ACQUIRED(1:8) " "
              LH-ACQUIRED(9:2) ":" LH-ACQUIRED(11:2) ":"
              LH-ACQUIRED(13:2)
              DISPLAY "  MINUTES HELD: " WS-LOCK-AGE-MINUTES
           ELSE
              DISPLAY "THE LIST LOCK IS HELD - HOLDER NOT RECORDED"
           END-IF
           DISPLAY "BREAK IT IF HELD AT LEAST MINUTES (BLANK = NO): "
           WITH NO ADVANCING
           ACCEPT WS-BREAK-ANSWER
           IF WS-BREAK-ANSWER = SPACES
              OR FUNCTION TRIM(WS-BREAK-ANSWER) IS NOT NUMERIC
              DISPLAY "NOTHING CHANGED"
              EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(WS-BREAK-ANSWER) TO WS-BREAK-MINUTES
           IF WS-LOCK-AGE-MINUTES < WS-BREAK-MINUTES
              DISPLAY "HELD FOR LESS THAN " WS-BREAK-MINUTES
              " MINUTES - NOT BROKEN"
              EXIT SECTION
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-LOCK-FILE-NAME
           OPEN OUTPUT TDHOLDER
           CLOSE TDHOLDER
           DISPLAY "LIST LOCK BROKEN"
           IF HOLDER-KNOWN
              DISPLAY "STOP PROCESS " LH-PROCESS
              " IF IT IS STILL RUNNING"
           END-IF
           MOVE 0 TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
           MOVE "lockbreak" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
           MOVE WS-OPERATOR-USER
                TO AUDIT-USER IN AUDIT-RECORD-BUFFER
           MOVE FUNCTION CURRENT-DATE
                TO AUDIT-TIMESTAMP IN AUDIT-RECORD-BUFFER
           MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           IF HOLDER-KNOWN
              STRING LH-PROGRAM " " LH-USER
                 DELIMITED BY SIZE
                 INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
              END-STRING
           ELSE
              MOVE "holder unknown"
                   TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           EXIT.

       READ-LOCK-HOLDER SECTION.
           MOVE 'N' TO WS-HOLDER-KNOWN
           OPEN INPUT TDHOLDER
           IF HOLDER-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           READ TDHOLDER INTO LOCK-HOLDER-RECORD
           AT END CONTINUE
           NOT AT END
              IF LH-PROGRAM NOT = SPACES
                 AND LH-ACQUIRED(1:12) IS NUMERIC
                 MOVE 'Y' TO WS-HOLDER-KNOWN
              END-IF
           END-READ
           CLOSE TDHOLDER
           EXIT.

       COMPUTE-LOCK-AGE SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATE-TIME
           MOVE LH-ACQUIRED(1:8) TO WS-HELD-DATE
           MOVE LH-ACQUIRED(9:2) TO WS-HELD-HH
           MOVE LH-ACQUIRED(11:2) TO WS-HELD-MM
           MOVE WS-NOW-DATE-TIME(1:8) TO WS-NOW-DATE
           MOVE WS-NOW-DATE-TIME(9:2) TO WS-NOW-HH
           MOVE WS-NOW-DATE-TIME(11:2) TO WS-NOW-MM
           IF WS-NOW-DATE < WS-HELD-DATE
              EXIT SECTION
           END-IF
           COMPUTE WS-LOCK-AGE-MINUTES =
                (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-HELD-DATE)) * 1440
                + WS-NOW-HH * 60 + WS-NOW-MM
                - WS-HELD-HH * 60 - WS-HELD-MM
           EXIT.

       SET-ONE-ONCALL-FLAG SECTION.
           EVALUATE TRUE
           WHEN UM-USER-NAME = WS-ONCALL-USER
              MOVE "Y" TO UM-ONCALL-FLAG
              REWRITE USER-MASTER-RECORD
           WHEN UM-ON-CALL
              MOVE SPACE TO UM-ONCALL-FLAG
              REWRITE USER-MASTER-RECORD
              DISPLAY UM-USER-NAME " STOOD DOWN FROM ON-CALL"
           WHEN OTHER
              CONTINUE
           END-EVALUATE
           EXIT.

       WRITE-FIX-AUDIT SECTION.
           MOVE ITEM-ID IN WS-TDLIST
                TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
              DELIMITED BY SIZE
              INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           END-STRING
           PERFORM WRITE-AUDIT-RECORD
           EXIT.

       WRITE-AUDIT-RECORD SECTION.
           CALL "TODOAUDW" USING AUDIT-RECORD-BUFFER
           EXIT.

       WRITE-FIX-CHANGE SECTION.
           END-IF
           EXIT.

      *    THE HOLDER, AND ANY WAIT OR TIMEOUT, IS RECORDED THROUGH
      *    TODOLOCK SO OTHERS CAN SEE WHO HAS THE LIST
       ACQUIRE-LOCK SECTION.
           MOVE "TODOCONS" TO LT-PROGRAM
           MOVE WS-OPERATOR-USER TO LT-USER
           MOVE "fix" TO LT-ACTION
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

