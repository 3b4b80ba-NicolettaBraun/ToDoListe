         SELECT TDARCHIVE ASSIGN TO 'tdarchive.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ARCHIVE-STATUS.
         SELECT TDLOCK ASSIGN TO 'tdlist.lck'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCK-STATUS.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CM-CAT-ID
            FILE STATUS IS CAT-STATUS.
         SELECT TDTEAM ASSIGN TO 'tdteam.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TEAM-STATUS.
         SELECT TDABSENCE ASSIGN TO 'tdabsence.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ABSENCE-STATUS.
         SELECT TDCHECKPT ASSIGN TO 'tdintake.ckp'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHECKPT-STATUS.
         SELECT TDRSPTMP ASSIGN TO 'tdresponse.tmp'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RSPTMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDINTAKE.
          01 TDINTAKE-FILE PIC X(99).
          FD TDRESPONSE.
          01 TDRESPONSE-FILE PIC X(88).
          FD TDLIST.
          01 TDLIST-FILE.
              COPY TDRECORD.
          FD TDARCHIVE.
          01 TDARCHIVE-FILE.
              COPY TDRECORD.
          FD TDLOCK.
          01 LOCK-RECORD PIC X(01).
          FD TDSTEPCNT.
          COPY TODOTMPL.
          FD TDCAT.
          COPY TODOCAT.
          FD TDTEAM.
          01 TDTEAM-FILE PIC X(30).
          FD TDABSENCE.
          01 TDABSENCE-FILE.
              10 AB-USER PIC X(10).
              10 FILLER PIC X.
              10 AB-FROM-DATE PIC 9(8).
              10 FILLER PIC X.
              10 AB-TO-DATE PIC 9(8).
              10 FILLER PIC X.
              10 AB-COVER-USER PIC X(10).
          FD TDCHECKPT.
          01 TDCHECKPT-FILE PIC X(95).
          FD TDRSPTMP.
          01 TDRSPTMP-FILE PIC X(88).
       WORKING-STORAGE SECTION.
       COPY TODOQREC.
       01 WS-INTAKE-EOF PIC A(1).
       01 WS-ARCHIVE-EOF PIC A(1).
       01 WS-ARCHIVE-SEEDED PIC X VALUE 'N'.
           88 ARCHIVE-SEEDED VALUE 'Y'.
       01 LOCK-STATUS PIC XX.
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
       01 WS-TDLIST.
           COPY TDRECORD.
       01 WS-INTAKE-NAME PIC X(12) VALUE "tdintake.txt".
       COPY TODOEVENT.
       01 WS-EVSEQ-RECORD.
           10 WS-EVSEQ-NUMBER PIC 9(9).
       01 WS-REQUEST-ROLE PIC X.
       COPY TODOLACCDATA.
       01 TEAM-STATUS PIC XX.
       01 ABSENCE-STATUS PIC XX.
       01 WS-TEAM-EOF PIC A(1).
       01 WS-ABS-EOF PIC A(1).
       COPY TODOTEAM.
       01 NUMBER-OF-POOL-ROWS PIC 9(3) VALUE 0.
       01 POOL-TABLE.
           05 POOL-ENTRY OCCURS 500.
               10 POOL-CATEGORY PIC 9.
               10 POOL-LIST-ID PIC X(8).
               10 POOL-USER PIC X(10).
       01 POOL-COUNTER PIC 9(3).
      *    OPEN WORK PER USER IN MINUTES; AN ITEM WITHOUT AN
      *    ESTIMATE COUNTS AS WS-DEFAULT-EFFORT-MINS
       01 NUMBER-OF-LOAD-USERS PIC 9(3) VALUE 0.
       01 LOAD-TABLE.
           05 LOAD-ENTRY OCCURS 500.
               10 LOAD-USER PIC X(10).
               10 LOAD-MINUTES PIC 9(7).
       01 LOAD-COUNTER PIC 9(3).
       01 WS-LOAD-INDEX PIC 9(3).
       01 WS-LOAD-USER PIC X(10).
       01 WS-ITEM-WEIGHT PIC 9(4).
       01 WS-DEFAULT-EFFORT-MINS PIC 9(4) VALUE 60.
       01 NUMBER-OF-ABSENCES PIC 9(3) VALUE 0.
       01 ABSENCE-TABLE.
           05 ABSENCE-ENTRY OCCURS 200.
               10 ABS-USER PIC X(10).
               10 ABS-FROM PIC 9(8).
               10 ABS-TO PIC 9(8).
       01 ABSENCE-COUNTER PIC 9(3).
       01 WS-ABSENCE-BUFFER.
           10 WS-AB-USER PIC X(10).
           10 FILLER PIC X.
           10 WS-AB-FROM PIC 9(8).
           10 FILLER PIC X.
           10 WS-AB-TO PIC 9(8).
           10 FILLER PIC X.
           10 WS-AB-COVER PIC X(10).
       01 WS-POOL-SCOPE PIC X.
           88 POOL-FOR-LIST VALUE "L".
       01 WS-POOL-ASSIGNED PIC X VALUE 'N'.
           88 POOL-ASSIGNED VALUE 'Y'.
       01 WS-CANDIDATE-OK PIC X.
           88 CANDIDATE-OK VALUE 'Y'.
       01 WS-CANDIDATE-COUNT PIC 9(3).
       01 WS-BEST-USER PIC X(10).
       01 WS-BEST-LOAD PIC 9(7).
       01 WS-CANDIDATE-LOAD PIC 9(7).
       01 CHECKPT-STATUS PIC XX.
       01 RSPTMP-STATUS PIC XX.
       COPY TODOCKPT.
       01 WS-RUN-PARM PIC X(80).
       01 WS-CHECKPOINT-INTERVAL PIC 9(3) VALUE 100.
       01 WS-CHECKPOINT-STATE PIC X(4).
       01 WS-CHECKPOINT-EOF PIC A(1).
       01 WS-LEFTOVER-QUEUE PIC X VALUE 'N'.
           88 LEFTOVER-QUEUE VALUE 'Y'.
       01 WS-RESUMING PIC X VALUE 'N'.
           88 RESUMING-RUN VALUE 'Y'.
       01 WS-INPUT-RECORDS PIC 9(7) VALUE 0.
       01 WS-RESUME-AFTER PIC 9(7) VALUE 0.
       01 WS-SKIP-COUNT PIC 9(7).
       01 WS-RESUME-WATERMARK PIC 9(5) VALUE 0.
       01 WS-FIRST-ITEM-ID PIC 9(5) VALUE 0.
       01 WS-LAST-ITEM-ID PIC 9(5) VALUE 0.
       01 WS-RECOVERED-COUNT PIC 9(5) VALUE 0.
       01 WS-RESPONSE-LINES PIC 9(7) VALUE 0.
       01 WS-KEEP-LINES PIC 9(7).
       01 WS-COPY-COUNT PIC 9(7).
       01 WS-COPY-EOF PIC A(1).
       01 WS-RESPONSE-BUFFER PIC X(88).
      *    ITEMS ABOVE THE CHECKPOINT WATERMARK: REQUESTS THE
      *    INTERRUPTED RUN TURNED INTO ITEMS AFTER ITS LAST CHECKPOINT
       01 NUMBER-OF-RECOVERED PIC 9(3) VALUE 0.
       01 RECOVER-TABLE.
           05 RECOVER-ENTRY OCCURS 999.
               10 RC-ITEM-ID PIC 9(5).
               10 RC-LIST-ID PIC X(8).
               10 RC-USER PIC X(10).
               10 RC-DUE-DATE PIC 9(8).
               10 RC-DESCRIPTION PIC X(35).
               10 RC-EXT-REFERENCE PIC X(20).
               10 RC-USED PIC X.
       01 RECOVER-COUNTER PIC 9(3).
       01 WS-RECOVER-INDEX PIC 9(3).

       PROCEDURE DIVISION.
           DISPLAY "============================================"
           DISPLAY "TODO LIST - INTAKE QUEUE RUN"
           DISPLAY "============================================"
      *    OPTIONAL PARAMETER: NUMBER OF REQUESTS BETWEEN CHECKPOINTS
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           IF FUNCTION TRIM(WS-RUN-PARM) NOT = SPACES
              AND FUNCTION TRIM(WS-RUN-PARM) IS NUMERIC
              AND FUNCTION NUMVAL(WS-RUN-PARM) > 0
              AND FUNCTION NUMVAL(WS-RUN-PARM) < 1000
              MOVE FUNCTION NUMVAL(WS-RUN-PARM)
                   TO WS-CHECKPOINT-INTERVAL
           END-IF
           PERFORM TAKE-QUEUE-SNAPSHOT
           IF WS-SNAPSHOT-READY NOT = 'Y'
              DISPLAY "NO INTAKE QUEUE TO PROCESS"
              PERFORM WRITE-STEP-COUNT-RECORD
              GOBACK
           END-IF
           IF LEFTOVER-QUEUE
              PERFORM READ-CHECKPOINT
           END-IF
           PERFORM LOAD-LIST-FOR-DUPCHECK
           PERFORM LOAD-TEAM-POOLS
           PERFORM LOAD-ABSENCE-CALENDAR
           MOVE SPACE TO WS-INTAKE-EOF
           OPEN INPUT TDINTAKE
           IF INTAKE-STATUS NOT = "00"
              PERFORM WRITE-STEP-COUNT-RECORD
              GOBACK
           END-IF
      *    A NEW QUEUE IS CHECKPOINTED BEFORE ITS FIRST REQUEST, SO A
      *    RUN STOPPED SHORT OF THE FIRST INTERVAL STILL RESUMES WITH
      *    THE STARTING WATERMARK AND RESPONSE-FILE LENGTH
           IF RESUMING-RUN
              PERFORM RESUME-FROM-CHECKPOINT
           ELSE
              PERFORM COUNT-RESPONSE-LINES
              MOVE "RUN" TO WS-CHECKPOINT-STATE
              PERFORM WRITE-CHECKPOINT
           END-IF
           OPEN EXTEND TDRESPONSE
           IF RESPONSE-STATUS = "35"
              OPEN OUTPUT TDRESPONSE
           PERFORM UNTIL WS-INTAKE-EOF = 'Y'
                 READ TDINTAKE INTO INTAKE-REQUEST-RECORD
                 AT END MOVE 'Y' TO WS-INTAKE-EOF
                 NOT AT END PERFORM PROCESS-INTAKE-LINE
                 END-READ
           END-PERFORM
           CLOSE TDLIST
           CLOSE TDRESPONSE
           CLOSE TDINTAKE
           CALL "CBL_DELETE_FILE" USING WS-INTAKE-WORK-NAME
           MOVE "DONE" TO WS-CHECKPOINT-STATE
           PERFORM WRITE-CHECKPOINT
           PERFORM RELEASE-LOCK
           IF RESUMING-RUN
              DISPLAY "RESUMED AFTER REQUEST " WS-RESUME-AFTER
              " - TOTALS COVER BOTH RUNS"
           END-IF
           DISPLAY "REQUESTS READ:     " WS-READ-COUNT
           DISPLAY "ITEMS ACCEPTED:    " WS-ACCEPT-COUNT
           DISPLAY "REQUESTS REJECTED: " WS-REJECT-COUNT
           IF WS-RECOVERED-COUNT > 0
              DISPLAY "REQUESTS FOUND ALREADY LOADED: "
              WS-RECOVERED-COUNT
           END-IF
           IF WS-FIRST-ITEM-ID > 0
              DISPLAY "ITEM-IDS ISSUED:   " WS-FIRST-ITEM-ID
              " TO " WS-LAST-ITEM-ID
           END-IF
           DISPLAY "============================================"
           PERFORM WRITE-RUN-COUNTS
           GOBACK.

      *    THE CHECKPOINT IS THE COMMIT POINT: THE RESPONSE FILE AND
      *    THE LIST ARE CLOSED AND REOPENED FIRST SO EVERYTHING THE
      *    CHECKPOINT COUNTS IS ON DISK
       PROCESS-INTAKE-LINE SECTION.
           ADD 1 TO WS-INPUT-RECORDS
           PERFORM PROCESS-ONE-REQUEST
           ADD 1 TO WS-RESPONSE-LINES
           IF FUNCTION MOD(WS-INPUT-RECORDS, WS-CHECKPOINT-INTERVAL)
                 = 0
              CLOSE TDRESPONSE
              CLOSE TDLIST
              MOVE "RUN" TO WS-CHECKPOINT-STATE
              PERFORM WRITE-CHECKPOINT
              OPEN EXTEND TDRESPONSE
              OPEN I-O TDLIST
           END-IF
           EXIT.

      *    ONLY A LEFTOVER WORK FILE CAN BE RESUMED; A CHECKPOINT LEFT
      *    BEHIND WITHOUT ONE BELONGS TO A QUEUE ALREADY FINISHED
       READ-CHECKPOINT SECTION.
           MOVE 'N' TO WS-RESUMING
           MOVE SPACE TO WS-CHECKPOINT-EOF
           OPEN INPUT TDCHECKPT
           IF CHECKPT-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           READ TDCHECKPT INTO CHECKPOINT-RECORD
           AT END MOVE 'Y' TO WS-CHECKPOINT-EOF
           END-READ
           CLOSE TDCHECKPT
           IF WS-CHECKPOINT-EOF = 'Y'
              OR NOT CK-HEADER
              OR NOT CK-RUNNING
              OR CK-PROGRAM NOT = "TODOQPROC"
              EXIT SECTION
           END-IF
           MOVE 'Y' TO WS-RESUMING
           MOVE CK-INPUT-RECORDS TO WS-RESUME-AFTER
           MOVE CK-INPUT-RECORDS TO WS-INPUT-RECORDS
           MOVE CK-READ-COUNT TO WS-READ-COUNT
           MOVE CK-GOOD-COUNT TO WS-ACCEPT-COUNT
           MOVE CK-BAD-COUNT TO WS-REJECT-COUNT
           MOVE CK-OTHER-COUNT TO WS-RECOVERED-COUNT
           MOVE CK-FIRST-ITEM-ID TO WS-FIRST-ITEM-ID
           MOVE CK-LAST-ITEM-ID TO WS-RESUME-WATERMARK
           MOVE CK-OUTPUT-LINES TO WS-KEEP-LINES
           MOVE CK-OUTPUT-LINES TO WS-RESPONSE-LINES
           IF WS-FIRST-ITEM-ID > 0
              MOVE CK-LAST-ITEM-ID TO WS-LAST-ITEM-ID
           END-IF
           EXIT.

       WRITE-CHECKPOINT SECTION.
           OPEN OUTPUT TDCHECKPT
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE "H" TO CK-RECORD-TYPE
           MOVE WS-CHECKPOINT-STATE TO CK-STATE
           MOVE "TODOQPROC" TO CK-PROGRAM
           MOVE "INTAKE" TO CK-RUN-KEY
           MOVE WS-INPUT-RECORDS TO CK-INPUT-RECORDS
           MOVE WS-READ-COUNT TO CK-READ-COUNT
           MOVE WS-ACCEPT-COUNT TO CK-GOOD-COUNT
           MOVE WS-REJECT-COUNT TO CK-BAD-COUNT
           MOVE WS-RECOVERED-COUNT TO CK-OTHER-COUNT
           MOVE WS-FIRST-ITEM-ID TO CK-FIRST-ITEM-ID
           MOVE WS-HIGHEST-ITEM-ID TO CK-LAST-ITEM-ID
           MOVE WS-RESPONSE-LINES TO CK-OUTPUT-LINES
           MOVE FUNCTION CURRENT-DATE TO CK-TIMESTAMP
           WRITE TDCHECKPT-FILE FROM CHECKPOINT-RECORD
           CLOSE TDCHECKPT
           EXIT.

       COUNT-RESPONSE-LINES SECTION.
           MOVE 0 TO WS-RESPONSE-LINES
           MOVE SPACE TO WS-COPY-EOF
           OPEN INPUT TDRESPONSE
           IF RESPONSE-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-COPY-EOF = 'Y'
                 READ TDRESPONSE INTO WS-RESPONSE-BUFFER
                 AT END MOVE 'Y' TO WS-COPY-EOF
                 NOT AT END ADD 1 TO WS-RESPONSE-LINES
                 END-READ
           END-PERFORM
           CLOSE TDRESPONSE
           EXIT.

      *    SKIPS THE REQUESTS ALREADY COMMITTED AND CUTS THE RESPONSE
      *    FILE BACK TO THE LINES THE CHECKPOINT COUNTED, SO EVERY
      *    REQUEST KEEPS EXACTLY ONE RESPONSE
       RESUME-FROM-CHECKPOINT SECTION.
           DISPLAY "RESUMING THE INTERRUPTED QUEUE AFTER REQUEST "
           WS-RESUME-AFTER
           MOVE 0 TO WS-SKIP-COUNT
           PERFORM UNTIL WS-SKIP-COUNT >= WS-RESUME-AFTER
                 OR WS-INTAKE-EOF = 'Y'
                 READ TDINTAKE INTO INTAKE-REQUEST-RECORD
                 AT END MOVE 'Y' TO WS-INTAKE-EOF
                 NOT AT END ADD 1 TO WS-SKIP-COUNT
                 END-READ
           END-PERFORM
           MOVE 0 TO WS-COPY-COUNT
           MOVE SPACE TO WS-COPY-EOF
           OPEN OUTPUT TDRSPTMP
           OPEN INPUT TDRESPONSE
           IF RESPONSE-STATUS = "00"
              PERFORM UNTIL WS-COPY-EOF = 'Y'
                    OR WS-COPY-COUNT >= WS-KEEP-LINES
                    READ TDRESPONSE INTO WS-RESPONSE-BUFFER
                    AT END MOVE 'Y' TO WS-COPY-EOF
                    NOT AT END
                       ADD 1 TO WS-COPY-COUNT
                       WRITE TDRSPTMP-FILE FROM WS-RESPONSE-BUFFER
                    END-READ
              END-PERFORM
              CLOSE TDRESPONSE
           END-IF
           CLOSE TDRSPTMP
           MOVE SPACE TO WS-COPY-EOF
           OPEN INPUT TDRSPTMP
           OPEN OUTPUT TDRESPONSE
           PERFORM UNTIL WS-COPY-EOF = 'Y'
                 READ TDRSPTMP INTO WS-RESPONSE-BUFFER
                 AT END MOVE 'Y' TO WS-COPY-EOF
                 NOT AT END WRITE TDRESPONSE-FILE
                            FROM WS-RESPONSE-BUFFER
                 END-READ
           END-PERFORM
           CLOSE TDRSPTMP
           CLOSE TDRESPONSE
           MOVE WS-COPY-COUNT TO WS-RESPONSE-LINES
           EXIT.

      *    A REQUEST THE INTERRUPTED RUN HAD ALREADY TURNED INTO AN
      *    ITEM IS ANSWERED WITH THAT ITEM INSTEAD OF BEING REJECTED
      *    AS A DUPLICATE. WITH A REFERENCE THE REFERENCE DECIDES,
      *    OTHERWISE THE DESCRIPTION AND WHATEVER USER AND DUE DATE
      *    THE REQUEST CARRIES
       FIND-RECOVERED-ITEM SECTION.
           MOVE 0 TO WS-RECOVER-INDEX
           PERFORM VARYING RECOVER-COUNTER FROM 1 BY 1
              UNTIL RECOVER-COUNTER > NUMBER-OF-RECOVERED
                 OR WS-RECOVER-INDEX > 0
                 IF RC-USED(RECOVER-COUNTER) NOT = 'Y'
                    AND RC-LIST-ID(RECOVER-COUNTER) = WS-REQUEST-LIST
                    IF REQ-REFERENCE NOT = SPACES
                       IF RC-EXT-REFERENCE(RECOVER-COUNTER)
                          = REQ-REFERENCE
                          MOVE RECOVER-COUNTER TO WS-RECOVER-INDEX
                       END-IF
                    ELSE
                       IF RC-DESCRIPTION(RECOVER-COUNTER)
                          = REQ-DESCRIPTION
                          AND (REQ-USER = SPACES
                               OR RC-USER(RECOVER-COUNTER) = REQ-USER)
                          AND (REQ-DUE-DATE NOT NUMERIC
                               OR REQ-DUE-DATE = ZERO
                               OR RC-DUE-DATE(RECOVER-COUNTER)
                                  = REQ-DUE-DATE)
                          MOVE RECOVER-COUNTER TO WS-RECOVER-INDEX
                       END-IF
                    END-IF
                 END-IF
           END-PERFORM
           IF WS-RECOVER-INDEX = 0
              EXIT SECTION
           END-IF
           MOVE 'Y' TO RC-USED(WS-RECOVER-INDEX)
           ADD 1 TO WS-RECOVERED-COUNT
           MOVE "OK" TO RSP-STATUS
           MOVE RC-ITEM-ID(WS-RECOVER-INDEX) TO RSP-ITEM-ID
           MOVE RC-USER(WS-RECOVER-INDEX) TO RSP-ASSIGNED-USER
           MOVE "ACCEPTED" TO RSP-REASON
           MOVE RC-ITEM-ID(WS-RECOVER-INDEX) TO ITEM-ID IN WS-TDLIST
           PERFORM NOTE-ISSUED-ITEM-ID
           EXIT.

       NOTE-ISSUED-ITEM-ID SECTION.
           IF WS-FIRST-ITEM-ID = 0
              MOVE ITEM-ID IN WS-TDLIST TO WS-FIRST-ITEM-ID
           END-IF
           IF ITEM-ID IN WS-TDLIST > WS-LAST-ITEM-ID
              MOVE ITEM-ID IN WS-TDLIST TO WS-LAST-ITEM-ID
           END-IF
           EXIT.

       WRITE-RUN-COUNTS SECTION.
           MOVE SPACES TO WS-STEP-COUNTS
           STRING "READ " WS-READ-COUNT
              CLOSE TDINTAKE
              DISPLAY "LEFTOVER WORK FILE FOUND - PROCESSING IT"
              MOVE 'Y' TO WS-SNAPSHOT-READY
              MOVE 'Y' TO WS-LEFTOVER-QUEUE
           ELSE
              CALL "CBL_RENAME_FILE" USING WS-INTAKE-NAME
                                           WS-INTAKE-WORK-NAME
           END-IF
           EXIT.

      *    THE HOLDER, AND ANY WAIT OR TIMEOUT, IS RECORDED THROUGH
      *    TODOLOCK SO OTHERS CAN SEE WHO HAS THE LIST
       ACQUIRE-LOCK SECTION.
           MOVE "TODOQPROC" TO LT-PROGRAM
           MOVE "intake" TO LT-ACTION
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

       LOAD-LIST-FOR-DUPCHECK SECTION.
           MOVE 0 TO NUMBER-OF-TODOS
           MOVE 0 TO NUMBER-OF-LOAD-USERS
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDLIST
           IF TDLIST-STATUS = "00"
           IF ITEM-ID IN WS-TDLIST > WS-HIGHEST-ITEM-ID
              MOVE ITEM-ID IN WS-TDLIST TO WS-HIGHEST-ITEM-ID
           END-IF
           IF RESUMING-RUN
              AND ITEM-ID IN WS-TDLIST > WS-RESUME-WATERMARK
              AND NUMBER-OF-RECOVERED < 999
              ADD 1 TO NUMBER-OF-RECOVERED
              MOVE ITEM-ID IN WS-TDLIST
                   TO RC-ITEM-ID(NUMBER-OF-RECOVERED)
              MOVE DUP-LIST-ID(NUMBER-OF-TODOS)
                   TO RC-LIST-ID(NUMBER-OF-RECOVERED)
              MOVE USER IN WS-TDLIST TO RC-USER(NUMBER-OF-RECOVERED)
              MOVE DUP-DUE-DATE(NUMBER-OF-TODOS)
                   TO RC-DUE-DATE(NUMBER-OF-RECOVERED)
              MOVE DESCRIPTION IN WS-TDLIST
                   TO RC-DESCRIPTION(NUMBER-OF-RECOVERED)
              MOVE EXT-REFERENCE IN WS-TDLIST
                   TO RC-EXT-REFERENCE(NUMBER-OF-RECOVERED)
              MOVE 'N' TO RC-USED(NUMBER-OF-RECOVERED)
           END-IF
           IF NOT STATUS-DONE IN WS-TDLIST
              AND NOT STATUS-CANCELLED IN WS-TDLIST
              MOVE USER IN WS-TDLIST TO WS-LOAD-USER
              IF EST-EFFORT-MINS IN WS-TDLIST NUMERIC
                 AND EST-EFFORT-MINS IN WS-TDLIST > 0
                 MOVE EST-EFFORT-MINS IN WS-TDLIST TO WS-ITEM-WEIGHT
              ELSE
                 MOVE WS-DEFAULT-EFFORT-MINS TO WS-ITEM-WEIGHT
              END-IF
              PERFORM ADD-USER-LOAD
           END-IF
           EXIT.

       ADD-USER-LOAD SECTION.
           PERFORM FIND-USER-LOAD
           IF WS-LOAD-INDEX = 0
              AND NUMBER-OF-LOAD-USERS < 500
              ADD 1 TO NUMBER-OF-LOAD-USERS
              MOVE NUMBER-OF-LOAD-USERS TO WS-LOAD-INDEX
              MOVE WS-LOAD-USER TO LOAD-USER(WS-LOAD-INDEX)
              MOVE 0 TO LOAD-MINUTES(WS-LOAD-INDEX)
           END-IF
           IF WS-LOAD-INDEX > 0
              ADD WS-ITEM-WEIGHT TO LOAD-MINUTES(WS-LOAD-INDEX)
           END-IF
           EXIT.

       FIND-USER-LOAD SECTION.
           MOVE 0 TO WS-LOAD-INDEX
           PERFORM VARYING LOAD-COUNTER FROM 1 BY 1
              UNTIL LOAD-COUNTER > NUMBER-OF-LOAD-USERS
                 OR WS-LOAD-INDEX > 0
                 IF LOAD-USER(LOAD-COUNTER) = WS-LOAD-USER
                    MOVE LOAD-COUNTER TO WS-LOAD-INDEX
                 END-IF
           END-PERFORM
           EXIT.

       LOAD-TEAM-POOLS SECTION.
           MOVE 0 TO NUMBER-OF-POOL-ROWS
           MOVE SPACE TO WS-TEAM-EOF
           OPEN INPUT TDTEAM
           IF TEAM-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-TEAM-EOF = 'Y'
                 READ TDTEAM INTO TEAM-POOL-RECORD
                 AT END MOVE 'Y' TO WS-TEAM-EOF
                 NOT AT END
                    IF TP-CATEGORY NUMERIC
                       AND TP-USER NOT = SPACES
                       AND NUMBER-OF-POOL-ROWS < 500
                       ADD 1 TO NUMBER-OF-POOL-ROWS
                       MOVE TP-CATEGORY
                            TO POOL-CATEGORY(NUMBER-OF-POOL-ROWS)
                       MOVE TP-LIST-ID
                            TO POOL-LIST-ID(NUMBER-OF-POOL-ROWS)
                       MOVE TP-USER
                            TO POOL-USER(NUMBER-OF-POOL-ROWS)
                    END-IF
                 END-READ
           END-PERFORM
           CLOSE TDTEAM
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
           END-IF
           EXIT.

       PROCESS-ONE-REQUEST SECTION.
           MOVE SPACES TO INTAKE-RESPONSE-RECORD
           MOVE REQ-REFERENCE TO RSP-REFERENCE
           MOVE 0 TO RSP-ITEM-ID
           MOVE 'N' TO WS-POOL-ASSIGNED
           IF REQ-LIST-ID = SPACES
              MOVE "MAIN" TO WS-REQUEST-LIST
           ELSE
           IF RSP-STATUS = SPACES
              PERFORM DERIVE-DUE-FROM-SLA
           END-IF
           IF RSP-STATUS = SPACES AND NUMBER-OF-RECOVERED > 0
              PERFORM FIND-RECOVERED-ITEM
           END-IF
           IF RSP-STATUS = SPACES AND REQ-USER = SPACES
              PERFORM ASSIGN-FROM-TEAM-POOL
           END-IF
           IF RSP-STATUS = SPACES
              PERFORM VALIDATE-REQUEST
           END-IF
           MOVE 0 TO REQ-DUE-TIME
           EXIT.

      *    A REQUEST WITHOUT A USER GOES TO THE TEAM POOL OF ITS
      *    CATEGORY (THE LIST'S OWN POOL WHEN IT HAS ONE). THE MEMBER
      *    WITH THE LEAST OPEN WORK WINS; MEMBERS WHO ARE INACTIVE,
      *    ABSENT ON THE DUE DATE OR WITHOUT WRITE ACCESS TO THE LIST
      *    ARE PASSED OVER. ON A TIE THE FIRST IN THE POOL WINS
       ASSIGN-FROM-TEAM-POOL SECTION.
           IF REQ-CATEGORY NOT NUMERIC
              OR REQ-DUE-DATE NOT NUMERIC
              EXIT SECTION
           END-IF
           MOVE SPACE TO WS-POOL-SCOPE
           PERFORM VARYING POOL-COUNTER FROM 1 BY 1
              UNTIL POOL-COUNTER > NUMBER-OF-POOL-ROWS
                 OR POOL-FOR-LIST
                 IF POOL-CATEGORY(POOL-COUNTER) = REQ-CATEGORY
                    AND POOL-LIST-ID(POOL-COUNTER) = WS-REQUEST-LIST
                    MOVE "L" TO WS-POOL-SCOPE
                 END-IF
           END-PERFORM
           MOVE 0 TO WS-CANDIDATE-COUNT
           MOVE SPACES TO WS-BEST-USER
           MOVE 0 TO WS-BEST-LOAD
           PERFORM VARYING POOL-COUNTER FROM 1 BY 1
              UNTIL POOL-COUNTER > NUMBER-OF-POOL-ROWS
                 IF POOL-CATEGORY(POOL-COUNTER) = REQ-CATEGORY
                    IF (POOL-FOR-LIST AND POOL-LIST-ID(POOL-COUNTER)
                          = WS-REQUEST-LIST)
                       OR (NOT POOL-FOR-LIST
                          AND POOL-LIST-ID(POOL-COUNTER) = SPACES)
                       ADD 1 TO WS-CANDIDATE-COUNT
                       PERFORM WEIGH-POOL-CANDIDATE
                    END-IF
                 END-IF
           END-PERFORM
           IF WS-CANDIDATE-COUNT = 0
              MOVE "06" TO RSP-STATUS
              MOVE "NO USER AND NO TEAM POOL" TO RSP-REASON
              EXIT SECTION
           END-IF
           IF WS-BEST-USER = SPACES
              MOVE "06" TO RSP-STATUS
              MOVE "NO POOL MEMBER AVAILABLE" TO RSP-REASON
              EXIT SECTION
           END-IF
           MOVE WS-BEST-USER TO REQ-USER
           MOVE 'Y' TO WS-POOL-ASSIGNED
           EXIT.

       WEIGH-POOL-CANDIDATE SECTION.
           MOVE POOL-USER(POOL-COUNTER) TO WS-LOAD-USER
           PERFORM CHECK-POOL-CANDIDATE
           IF NOT CANDIDATE-OK
              EXIT SECTION
           END-IF
           PERFORM FIND-USER-LOAD
           IF WS-LOAD-INDEX = 0
              MOVE 0 TO WS-CANDIDATE-LOAD
           ELSE
              MOVE LOAD-MINUTES(WS-LOAD-INDEX) TO WS-CANDIDATE-LOAD
           END-IF
           IF WS-BEST-USER = SPACES
              OR WS-CANDIDATE-LOAD < WS-BEST-LOAD
              MOVE WS-LOAD-USER TO WS-BEST-USER
              MOVE WS-CANDIDATE-LOAD TO WS-BEST-LOAD
           END-IF
           EXIT.

       CHECK-POOL-CANDIDATE SECTION.
           MOVE 'Y' TO WS-CANDIDATE-OK
           MOVE SPACE TO LA-ROLE
           OPEN INPUT TDUSER
           IF USER-STATUS = "00"
              MOVE WS-LOAD-USER TO UM-USER-NAME
              READ TDUSER
                 INVALID KEY
                    MOVE 'N' TO WS-CANDIDATE-OK
                 NOT INVALID KEY
                    IF UM-INACTIVE
                       MOVE 'N' TO WS-CANDIDATE-OK
                    END-IF
                    MOVE UM-ROLE TO LA-ROLE
              END-READ
              CLOSE TDUSER
           END-IF
           IF NOT CANDIDATE-OK
              EXIT SECTION
           END-IF
           PERFORM VARYING ABSENCE-COUNTER FROM 1 BY 1
              UNTIL ABSENCE-COUNTER > NUMBER-OF-ABSENCES
                 IF ABS-USER(ABSENCE-COUNTER) = WS-LOAD-USER
                    AND REQ-DUE-DATE >= ABS-FROM(ABSENCE-COUNTER)
                    AND REQ-DUE-DATE <= ABS-TO(ABSENCE-COUNTER)
                    MOVE 'N' TO WS-CANDIDATE-OK
                 END-IF
           END-PERFORM
           IF NOT CANDIDATE-OK
              EXIT SECTION
           END-IF
           MOVE WS-REQUEST-LIST TO LA-LIST-ID
           MOVE WS-LOAD-USER TO LA-USER
           MOVE "W" TO LA-ACCESS-WANTED
           CALL "TODOLACC" USING LIST-ACCESS-PARAMETERS
           IF LA-REFUSED
              MOVE 'N' TO WS-CANDIDATE-OK
           END-IF
           EXIT.

       VALIDATE-REQUEST SECTION.
           IF LIST-IS-FULL
              MOVE "02" TO RSP-STATUS
              MOVE "USER NOT ON ROSTER" TO RSP-REASON
              EXIT SECTION
           END-IF
           PERFORM CHECK-INTAKE-LIST-ACCESS
           IF LA-REFUSED
              MOVE "05" TO RSP-STATUS
              MOVE LA-REASON TO RSP-REASON
              EXIT SECTION
           END-IF
           PERFORM CHECK-INTAKE-DUPLICATE
           IF DUPLICATE-FOUND
              MOVE "01" TO RSP-STATUS

       CHECK-INTAKE-USER SECTION.
           MOVE 'Y' TO WS-USER-VALID
           MOVE SPACE TO WS-REQUEST-ROLE
           OPEN INPUT TDUSER
           IF USER-STATUS = "00"
              MOVE REQ-USER TO UM-USER-NAME
              READ TDUSER
                 INVALID KEY
                    MOVE 'N' TO WS-USER-VALID
                 NOT INVALID KEY
                    MOVE UM-ROLE TO WS-REQUEST-ROLE
              END-READ
              CLOSE TDUSER
           END-IF
           EXIT.

      *    THE TARGET LIST MUST BE ON THE LIST MASTER AND THE
      *    ASSIGNEE MUST BE ALLOWED TO WORK ON IT; A REQUEST NEVER
      *    CREATES A LIST
       CHECK-INTAKE-LIST-ACCESS SECTION.
           MOVE WS-REQUEST-LIST TO LA-LIST-ID
           MOVE REQ-USER TO LA-USER
           MOVE WS-REQUEST-ROLE TO LA-ROLE
           MOVE "W" TO LA-ACCESS-WANTED
           CALL "TODOLACC" USING LIST-ACCESS-PARAMETERS
           EXIT.

       CHECK-INTAKE-DUPLICATE SECTION.
           MOVE 'N' TO WS-DUPLICATE-FOUND
           PERFORM VARYING ITEM-COUNTER FROM 1 BY 1
           MOVE SPACE TO APPROVAL-FLAG IN WS-TDLIST
           MOVE 0 TO EST-EFFORT-MINS IN WS-TDLIST
           MOVE REQ-REFERENCE TO EXT-REFERENCE IN WS-TDLIST
           MOVE 0 TO PARENT-ID IN WS-TDLIST
      *    INTAKE HANDS THE WORK TO SOMEBODY WHO DID NOT ASK FOR IT;
      *    A DECLINE GOES BACK TO THE OWNER OF THE LIST
           IF USER IN WS-TDLIST NOT = SPACES
              MOVE "W" TO ACCEPT-FLAG IN WS-TDLIST
           ELSE
              MOVE SPACE TO ACCEPT-FLAG IN WS-TDLIST
           END-IF
           MOVE SPACES TO ASSIGNED-BY IN WS-TDLIST
           MOVE FUNCTION CURRENT-DATE(1:8)
                TO ASSIGNED-DATE IN WS-TDLIST
           MOVE 0 TO SNOOZE-UNTIL IN WS-TDLIST
           MOVE SPACES TO SNOOZE-REASON IN WS-TDLIST
           MOVE 0 TO MERGED-INTO-ID IN WS-TDLIST
           WRITE TDLIST-FILE FROM WS-TDLIST
           IF TDLIST-STATUS = "00"
              MOVE "OK" TO RSP-STATUS
              MOVE ITEM-ID IN WS-TDLIST TO RSP-ITEM-ID
              MOVE USER IN WS-TDLIST TO RSP-ASSIGNED-USER
              PERFORM NOTE-ISSUED-ITEM-ID
              IF POOL-ASSIGNED
                 MOVE "ACCEPTED - ASSIGNED FROM POOL" TO RSP-REASON
              ELSE
                 MOVE "ACCEPTED" TO RSP-REASON
              END-IF
              ADD 1 TO NUMBER-OF-TODOS
              MOVE LIST-ID IN WS-TDLIST
                   TO DUP-LIST-ID(NUMBER-OF-TODOS)
              MOVE DESCRIPTION IN WS-TDLIST
                   TO DUP-DESCRIPTION(NUMBER-OF-TODOS)
              PERFORM WRITE-INTAKE-AUDIT
              IF POOL-ASSIGNED
                 PERFORM WRITE-ASSIGNMENT-AUDIT
              END-IF
              PERFORM WRITE-INTAKE-EVENT
              MOVE USER IN WS-TDLIST TO WS-LOAD-USER
              MOVE WS-DEFAULT-EFFORT-MINS TO WS-ITEM-WEIGHT
              PERFORM ADD-USER-LOAD
           ELSE
              MOVE "04" TO RSP-STATUS
              MOVE "WRITE FAILED" TO RSP-REASON
                TO AUDIT-TIMESTAMP IN AUDIT-RECORD-BUFFER
           MOVE REQ-REFERENCE
                TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           CALL "TODOAUDW" USING AUDIT-RECORD-BUFFER
           EXIT.

      *    WHY THE POOL PICKED THIS USER: THE CATEGORY, WHETHER THE
      *    LIST'S OWN POOL WAS USED (L) AND THE OPEN MINUTES THE
      *    USER CARRIED WHEN CHOSEN
       WRITE-ASSIGNMENT-AUDIT SECTION.
           MOVE ITEM-ID IN WS-TDLIST
                TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
           MOVE "assign" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
           MOVE USER IN WS-TDLIST
                TO AUDIT-USER IN AUDIT-RECORD-BUFFER
           MOVE FUNCTION CURRENT-DATE
                TO AUDIT-TIMESTAMP IN AUDIT-RECORD-BUFFER
           MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           STRING "pool c" REQ-CATEGORY WS-POOL-SCOPE
              " load " WS-BEST-LOAD
              DELIMITED BY SIZE
              INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           END-STRING
           CALL "TODOAUDW" USING AUDIT-RECORD-BUFFER
           EXIT.

       WRITE-INTAKE-EVENT SECTION.
