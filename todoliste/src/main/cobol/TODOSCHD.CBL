         SELECT TDSTEPCNT ASSIGN TO 'tdstepcnt.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STEPCNT-STATUS.
         SELECT TDINTAKE ASSIGN TO 'tdintake.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS INTAKE-STATUS.
         SELECT TDRESPONSE ASSIGN TO 'tdresponse.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RESPONSE-STATUS.
         SELECT TDUSER ASSIGN TO 'tduser.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS UM-USER-NAME
            FILE STATUS IS USER-STATUS.
         SELECT TDLIST ASSIGN TO 'todolist.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS TDLIST-KEY IN TDLIST-FILE
            ALTERNATE RECORD KEY IS USER IN TDLIST-FILE
               WITH DUPLICATES
            ALTERNATE RECORD KEY IS DUE-DATE IN TDLIST-FILE
               WITH DUPLICATES
            FILE STATUS IS TDLIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDRUNCTL.
              10 RC-COUNTS PIC X(60).
          FD TDSTEPCNT.
          01 TDSTEPCNT-FILE PIC X(60).
          FD TDINTAKE.
          01 TDINTAKE-FILE PIC X(99).
          FD TDRESPONSE.
          01 TDRESPONSE-FILE PIC X(88).
          FD TDUSER.
          COPY TODOUSER.
          FD TDLIST.
          01 TDLIST-FILE.
              COPY TDRECORD.
       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-EOF PIC A(1).
       01 RUNCTL-STATUS PIC XX.
           10 RC-COUNTS PIC X(60).
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TODAY-DATE PIC 9(8).
       01 NUMBER-OF-STEPS PIC 9(2) VALUE 13.
       01 WS-STEP-NAMES.
           05 FILLER PIC X(9) VALUE "TODORCVR".
           05 FILLER PIC X(9) VALUE "TODOQPROC".
           05 FILLER PIC X(9) VALUE "TODOESC".
           05 FILLER PIC X(9) VALUE "TODOWAKE".
           05 FILLER PIC X(9) VALUE "TODOREMD".
           05 FILLER PIC X(9) VALUE "TODOARCH".
           05 FILLER PIC X(9) VALUE "TODORPT".
           05 FILLER PIC X(9) VALUE "TODOAUDV".
           05 FILLER PIC X(9) VALUE "TODOSNAP".
           05 FILLER PIC X(9) VALUE "TODOWDIG".
           05 FILLER PIC X(9) VALUE "TODOTSUM".
           05 FILLER PIC X(9) VALUE "TODOBAL".
           05 FILLER PIC X(9) VALUE "TODOEVMON".
       01 WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
           05 WS-STEP-PROGRAM PIC X(9) OCCURS 13.
       01 WS-STEP-DONE-FLAGS.
           05 WS-STEP-DONE PIC X OCCURS 13.
       01 STEP-COUNTER PIC 9(2).
       01 WS-FIRST-STEP PIC 9(2).
       01 WS-STEP-COUNTS PIC X(60).
           88 CALL-FAILED VALUE 'Y'.
       01 WS-RUN-COUNT PIC 9(2) VALUE 0.
       01 WS-SKIP-COUNT PIC 9(2) VALUE 0.
       01 INTAKE-STATUS PIC XX.
       01 RESPONSE-STATUS PIC XX.
       01 USER-STATUS PIC XX.
       01 TDLIST-STATUS PIC XX.
       01 WS-ROSTER-EOF PIC A(1).
       01 WS-RESPONSE-EOF PIC A(1).
       01 WS-LIST-EOF PIC A(1).
       COPY TODOQREC.
       COPY TODOACTIONS.
       COPY TODOITEM.
       COPY TODOLACCDATA.
      *    A FAILED STEP IS FILED AS AN ITEM ON THE OPERATIONS LIST
      *    (MAIN WHEN NO OPS LIST HAS BEEN SET UP). ITS EXT-REFERENCE
      *    NAMES THE RUN DATE, STEP AND PROGRAM SO A LATER RUN THAT
      *    COMPLETES THE STEP CAN FIND AND CLOSE IT
       01 WS-OPS-LIST-ID PIC X(8) VALUE "OPS".
       01 WS-OPS-REFERENCE.
           10 OPS-REF-RUN-DATE PIC 9(8).
           10 OPS-REF-MARK PIC X.
           10 OPS-REF-STEP-NO PIC 9(2).
           10 OPS-REF-PROGRAM PIC X(9).
       01 WS-ONCALL-ADMIN PIC X(10).
       01 WS-FALLBACK-ADMIN PIC X(10).
       01 WS-OPS-ITEM-FOUND PIC X.
           88 OPS-RESPONSE-FOUND VALUE 'Y'.
       01 NUMBER-OF-OPS-ITEMS PIC 9(3) VALUE 0.
       01 OPS-ITEM-TABLE.
           05 OPS-ITEM-ENTRY OCCURS 100.
               10 OPS-ITEM-RECORD PIC X(176).
       01 OPS-ITEM-INDEX PIC 9(3).

       PROCEDURE DIVISION.
           DISPLAY "============================================"
              DISPLAY "STEP " STEP-COUNTER " "
              WS-STEP-PROGRAM(STEP-COUNTER)
              " COULD NOT BE STARTED"
              PERFORM RAISE-OPERATIONS-ITEM
              EXIT SECTION
           END-IF
           PERFORM READ-STEP-COUNTS
              DISPLAY "STEP " STEP-COUNTER " "
              WS-STEP-PROGRAM(STEP-COUNTER) " FAILED: "
              FUNCTION TRIM(WS-STEP-COUNTS)
              PERFORM RAISE-OPERATIONS-ITEM
              EXIT SECTION
           END-IF
           MOVE "END" TO RC-STATE IN WS-RUNCTL-BUFFER
           DISPLAY "STEP " STEP-COUNTER " "
           WS-STEP-PROGRAM(STEP-COUNTER) " COMPLETE: "
           FUNCTION TRIM(WS-STEP-COUNTS)
           PERFORM CLOSE-OPERATIONS-ITEMS
           EXIT.

       WRITE-RUN-CONTROL SECTION.
           END-IF
           EXIT.

      *    FILES THE FAILED STEP THROUGH THE INTAKE QUEUE FOR THE
      *    ON-CALL ADMINISTRATOR, TOP PRIORITY AND DUE TODAY, AND
      *    RUNS THE INTAKE AT ONCE SO THE ITEM IS ON THE LIST BEFORE
      *    THE SCHEDULER STOPS. IF THE INTAKE CANNOT RUN NOW THE
      *    REQUEST WAITS ON THE QUEUE FOR THE NEXT INTAKE RUN
       RAISE-OPERATIONS-ITEM SECTION.
           PERFORM FIND-ON-CALL-ADMIN
           IF WS-ONCALL-ADMIN = SPACES
              DISPLAY "NO ACTIVE ADMINISTRATOR ON THE ROSTER - NO"
              " OPERATIONS ITEM RAISED"
              EXIT SECTION
           END-IF
           PERFORM CHOOSE-OPERATIONS-LIST
           MOVE WS-TODAY-DATE TO OPS-REF-RUN-DATE
           MOVE "S" TO OPS-REF-MARK
           MOVE STEP-COUNTER TO OPS-REF-STEP-NO
           MOVE WS-STEP-PROGRAM(STEP-COUNTER) TO OPS-REF-PROGRAM
           MOVE SPACES TO INTAKE-REQUEST-RECORD
           MOVE WS-OPS-REFERENCE TO REQ-REFERENCE
           MOVE WS-OPS-LIST-ID TO REQ-LIST-ID
           MOVE WS-ONCALL-ADMIN TO REQ-USER
           MOVE "5" TO REQ-PRIO
           MOVE WS-TODAY-DATE TO REQ-DUE-DATE
           MOVE 0 TO REQ-DUE-TIME
           MOVE 0 TO REQ-CATEGORY
           STRING "NIGHTLY STEP " STEP-COUNTER " "
                 DELIMITED BY SIZE
              WS-STEP-PROGRAM(STEP-COUNTER) DELIMITED BY SPACE
              " FAILED" DELIMITED BY SIZE
              INTO REQ-DESCRIPTION
           END-STRING
           MOVE "N" TO REQ-RECUR-FLAG
           MOVE 0 TO REQ-RECUR-INTERVAL
           OPEN EXTEND TDINTAKE
           IF INTAKE-STATUS = "35"
              OPEN OUTPUT TDINTAKE
              CLOSE TDINTAKE
              OPEN EXTEND TDINTAKE
           END-IF
           IF INTAKE-STATUS NOT = "00"
              DISPLAY "INTAKE QUEUE NOT WRITABLE, STATUS "
              INTAKE-STATUS " - NO OPERATIONS ITEM RAISED"
              EXIT SECTION
           END-IF
           WRITE TDINTAKE-FILE FROM INTAKE-REQUEST-RECORD
           CLOSE TDINTAKE
           CANCEL "TODOQPROC"
           CALL "TODOQPROC"
              ON EXCEPTION
                 CONTINUE
           END-CALL
           PERFORM FIND-OPERATIONS-RESPONSE
           EVALUATE TRUE
           WHEN NOT OPS-RESPONSE-FOUND
              DISPLAY "OPERATIONS ITEM QUEUED FOR THE NEXT INTAKE"
              " RUN (" WS-ONCALL-ADMIN ")"
           WHEN RSP-ACCEPTED
              DISPLAY "OPERATIONS ITEM #" RSP-ITEM-ID " RAISED ON "
              WS-OPS-LIST-ID " FOR " WS-ONCALL-ADMIN
           WHEN RSP-DUPLICATE
              DISPLAY "OPERATIONS ITEM FOR THIS FAILURE ALREADY OPEN"
           WHEN OTHER
              DISPLAY "OPERATIONS ITEM NOT RAISED: " RSP-REASON
           END-EVALUATE
           EXIT.

      *    THE ADMINISTRATOR FLAGGED ON CALL; FAILING THAT, THE FIRST
      *    ACTIVE ADMINISTRATOR ON THE ROSTER
       FIND-ON-CALL-ADMIN SECTION.
           MOVE SPACES TO WS-ONCALL-ADMIN
           MOVE SPACES TO WS-FALLBACK-ADMIN
           MOVE SPACE TO WS-ROSTER-EOF
           OPEN INPUT TDUSER
           IF USER-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-ROSTER-EOF = 'Y'
                 READ TDUSER NEXT
                 AT END MOVE 'Y' TO WS-ROSTER-EOF
                 NOT AT END
                    IF UM-ROLE-ADMIN AND UM-ACTIVE
                       IF UM-ON-CALL AND WS-ONCALL-ADMIN = SPACES
                          MOVE UM-USER-NAME TO WS-ONCALL-ADMIN
                       END-IF
                       IF WS-FALLBACK-ADMIN = SPACES
                          MOVE UM-USER-NAME TO WS-FALLBACK-ADMIN
                       END-IF
                    END-IF
                 END-READ
           END-PERFORM
           CLOSE TDUSER
           IF WS-ONCALL-ADMIN = SPACES
              MOVE WS-FALLBACK-ADMIN TO WS-ONCALL-ADMIN
           END-IF
           EXIT.

       CHOOSE-OPERATIONS-LIST SECTION.
           MOVE "OPS" TO WS-OPS-LIST-ID
           MOVE WS-OPS-LIST-ID TO LA-LIST-ID
           MOVE WS-ONCALL-ADMIN TO LA-USER
           MOVE "A" TO LA-ROLE
           MOVE "W" TO LA-ACCESS-WANTED
           CALL "TODOLACC" USING LIST-ACCESS-PARAMETERS
           IF LA-LIST-UNKNOWN
              MOVE "MAIN" TO WS-OPS-LIST-ID
           END-IF
           EXIT.

       FIND-OPERATIONS-RESPONSE SECTION.
           MOVE 'N' TO WS-OPS-ITEM-FOUND
           MOVE SPACE TO WS-RESPONSE-EOF
           OPEN INPUT TDRESPONSE
           IF RESPONSE-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-RESPONSE-EOF = 'Y'
                 READ TDRESPONSE
                 AT END MOVE 'Y' TO WS-RESPONSE-EOF
                 NOT AT END
                    IF TDRESPONSE-FILE(1:20) = WS-OPS-REFERENCE
                       MOVE TDRESPONSE-FILE
                            TO INTAKE-RESPONSE-RECORD
                       MOVE 'Y' TO WS-OPS-ITEM-FOUND
                    END-IF
                 END-READ
           END-PERFORM
           CLOSE TDRESPONSE
           EXIT.

      *    A STEP THAT HAS NOW RUN TO THE END CLOSES EVERY OPEN
      *    OPERATIONS ITEM RAISED FOR IT, WHATEVER NIGHT IT FAILED.
      *    THE ITEMS ARE COMPLETED THROUGH TODOLISTE SO THEY ARE
      *    ARCHIVED, AUDITED AND JOURNALLED LIKE ANY OTHER COMPLETION
       CLOSE-OPERATIONS-ITEMS SECTION.
           PERFORM COLLECT-OPERATIONS-ITEMS
           PERFORM VARYING OPS-ITEM-INDEX FROM 1 BY 1
              UNTIL OPS-ITEM-INDEX > NUMBER-OF-OPS-ITEMS
                 PERFORM COMPLETE-OPERATIONS-ITEM
           END-PERFORM
           EXIT.

       COLLECT-OPERATIONS-ITEMS SECTION.
           MOVE 0 TO NUMBER-OF-OPS-ITEMS
           MOVE SPACE TO WS-LIST-EOF
           OPEN INPUT TDLIST
           IF TDLIST-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-LIST-EOF = 'Y'
                 READ TDLIST NEXT
                 AT END MOVE 'Y' TO WS-LIST-EOF
                 NOT AT END PERFORM CHECK-OPERATIONS-ITEM
                 END-READ
           END-PERFORM
           CLOSE TDLIST
           EXIT.

       CHECK-OPERATIONS-ITEM SECTION.
           IF LIST-ID IN TDLIST-FILE NOT = "OPS"
              AND LIST-ID IN TDLIST-FILE NOT = "MAIN"
              AND LIST-ID IN TDLIST-FILE NOT = SPACES
              EXIT SECTION
           END-IF
           IF STATUS-DONE IN TDLIST-FILE
              OR STATUS-CANCELLED IN TDLIST-FILE
              EXIT SECTION
           END-IF
           MOVE EXT-REFERENCE IN TDLIST-FILE TO WS-OPS-REFERENCE
           IF OPS-REF-RUN-DATE NOT NUMERIC
              OR OPS-REF-MARK NOT = "S"
              OR OPS-REF-STEP-NO NOT NUMERIC
              OR OPS-REF-PROGRAM NOT = WS-STEP-PROGRAM(STEP-COUNTER)
              EXIT SECTION
           END-IF
           IF NUMBER-OF-OPS-ITEMS < 100
              ADD 1 TO NUMBER-OF-OPS-ITEMS
              MOVE TDLIST-FILE TO OPS-ITEM-RECORD(NUMBER-OF-OPS-ITEMS)
           END-IF
           EXIT.

       COMPLETE-OPERATIONS-ITEM SECTION.
           MOVE OPS-ITEM-RECORD(OPS-ITEM-INDEX) TO TD-ITEM
           MOVE "complete" TO TODO-ACTION
           MOVE "A" TO WHICH-USER-ROLE
           MOVE "TODOSCHD" TO WHICH-ACTING-USER
           CALL "TODOLISTE" USING TODO-ACTION
                                  TD-ITEM
                                  WHICH-KIND-SORT
                                  WHICH-SORT-DIR
                                  WHICH-SORT-KEY2
                                  WHICH-EXPORT-FORMAT
                                  WHICH-SEARCH-KEYWORD
                                  WHICH-NOTE-TEXT
                                  WHICH-REQUEST-EXTRAS
           DISPLAY "OPERATIONS ITEM #" ITEM-ID IN TD-ITEM
           " COMPLETED - STEP " WS-STEP-PROGRAM(STEP-COUNTER)
           " HAS NOW RUN"
           EXIT.

       END PROGRAM TODOSCHD.
