       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOORG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDUSER ASSIGN TO 'tduser.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS UM-USER-NAME
            FILE STATUS IS USER-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDUSER.
          COPY TODOUSER.
       WORKING-STORAGE SECTION.
       01 USER-STATUS PIC XX.
       01 WS-ROSTER-EOF PIC A(1).
       01 NUMBER-OF-ROSTER-ROWS PIC 9(3) VALUE 0.
       01 ROSTER-TABLE.
           05 ROSTER-ENTRY OCCURS 999.
               10 RST-USER PIC X(10).
               10 RST-FULL-NAME PIC X(30).
               10 RST-SUPERVISOR PIC X(10).
               10 RST-ACTIVE-FLAG PIC X.
               10 RST-IN-TEAM PIC X.
       01 ROSTER-COUNTER PIC 9(3).
       01 MEMBER-COUNTER PIC 9(3).
       01 WS-LEVEL PIC 9(2).
       01 WS-LEVEL-ADDED PIC 9(3).
       01 WS-LEVEL-FIRST PIC 9(3).
       01 WS-LEVEL-LAST PIC 9(3).
       01 WS-MAX-LEVELS PIC 9(2) VALUE 20.

       LINKAGE SECTION.
       COPY TODOORGDATA.

      *    WALKS THE SUPERVISOR FIELD OF THE ROSTER DOWNWARDS FROM
      *    ORG-SUPERVISOR, ONE LEVEL AT A TIME. A USER IS TAKEN ONLY
      *    ONCE, SO A LOOP IN THE ROSTER (A REPORTS TO B, B TO A)
      *    ENDS THE WALK INSTEAD OF REPEATING IT; THE WALK ALSO STOPS
      *    AFTER WS-MAX-LEVELS LEVELS
       PROCEDURE DIVISION USING ORG-PARAMETERS.
           MOVE 0 TO ORG-MEMBER-COUNT
           MOVE "N" TO ORG-TRUNCATED
           IF ORG-SUPERVISOR = SPACES
              GOBACK
           END-IF
           PERFORM LOAD-ROSTER-TABLE
           MOVE 1 TO WS-LEVEL
           MOVE 1 TO WS-LEVEL-FIRST
           MOVE 0 TO WS-LEVEL-LAST
           PERFORM ADD-LEVEL-ONE
           PERFORM UNTIL WS-LEVEL-ADDED = 0
                 OR WS-LEVEL >= WS-MAX-LEVELS
                 OR ORG-TEAM-TRUNCATED
                 ADD 1 TO WS-LEVEL
                 PERFORM ADD-NEXT-LEVEL
           END-PERFORM
           GOBACK.

       LOAD-ROSTER-TABLE SECTION.
           MOVE 0 TO NUMBER-OF-ROSTER-ROWS
           MOVE SPACE TO WS-ROSTER-EOF
           OPEN INPUT TDUSER
           IF USER-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-ROSTER-EOF = 'Y'
                 READ TDUSER NEXT
                 AT END MOVE 'Y' TO WS-ROSTER-EOF
                 NOT AT END
                    IF NUMBER-OF-ROSTER-ROWS < 999
                       ADD 1 TO NUMBER-OF-ROSTER-ROWS
                       MOVE UM-USER-NAME
                            TO RST-USER(NUMBER-OF-ROSTER-ROWS)
                       MOVE UM-FULL-NAME
                            TO RST-FULL-NAME(NUMBER-OF-ROSTER-ROWS)
                       MOVE UM-SUPERVISOR
                            TO RST-SUPERVISOR(NUMBER-OF-ROSTER-ROWS)
                       MOVE UM-ACTIVE-FLAG
                            TO RST-ACTIVE-FLAG
                               (NUMBER-OF-ROSTER-ROWS)
                       MOVE 'N'
                            TO RST-IN-TEAM(NUMBER-OF-ROSTER-ROWS)
                       IF UM-USER-NAME = ORG-SUPERVISOR
                          MOVE 'Y' TO
                               RST-IN-TEAM(NUMBER-OF-ROSTER-ROWS)
                       END-IF
                    END-IF
                 END-READ
           END-PERFORM
           CLOSE TDUSER
           EXIT.

       ADD-LEVEL-ONE SECTION.
           MOVE 0 TO WS-LEVEL-ADDED
           PERFORM VARYING ROSTER-COUNTER FROM 1 BY 1
              UNTIL ROSTER-COUNTER > NUMBER-OF-ROSTER-ROWS
                 IF RST-IN-TEAM(ROSTER-COUNTER) = 'N'
                    AND RST-SUPERVISOR(ROSTER-COUNTER)
                        = ORG-SUPERVISOR
                    PERFORM ADD-TEAM-MEMBER
                 END-IF
           END-PERFORM
           MOVE ORG-MEMBER-COUNT TO WS-LEVEL-LAST
           EXIT.

      *    THE NEXT LEVEL IS EVERYONE WHOSE SUPERVISOR WAS TAKEN ON
      *    THE LEVEL BEFORE (ENTRIES WS-LEVEL-FIRST TO WS-LEVEL-LAST)
       ADD-NEXT-LEVEL SECTION.
           MOVE 0 TO WS-LEVEL-ADDED
           PERFORM VARYING ROSTER-COUNTER FROM 1 BY 1
              UNTIL ROSTER-COUNTER > NUMBER-OF-ROSTER-ROWS
                 IF RST-IN-TEAM(ROSTER-COUNTER) = 'N'
                    AND RST-SUPERVISOR(ROSTER-COUNTER) NOT = SPACES
                    PERFORM VARYING MEMBER-COUNTER
                       FROM WS-LEVEL-FIRST BY 1
                       UNTIL MEMBER-COUNTER > WS-LEVEL-LAST
                          OR RST-IN-TEAM(ROSTER-COUNTER) = 'Y'
                          IF RST-SUPERVISOR(ROSTER-COUNTER)
                                = ORG-USER(MEMBER-COUNTER)
                             PERFORM ADD-TEAM-MEMBER
                          END-IF
                    END-PERFORM
                 END-IF
           END-PERFORM
           COMPUTE WS-LEVEL-FIRST = WS-LEVEL-LAST + 1
           MOVE ORG-MEMBER-COUNT TO WS-LEVEL-LAST
           EXIT.

       ADD-TEAM-MEMBER SECTION.
           IF ORG-MEMBER-COUNT >= 500
              MOVE "Y" TO ORG-TRUNCATED
              EXIT SECTION
           END-IF
           ADD 1 TO ORG-MEMBER-COUNT
           ADD 1 TO WS-LEVEL-ADDED
           MOVE 'Y' TO RST-IN-TEAM(ROSTER-COUNTER)
           MOVE RST-USER(ROSTER-COUNTER)
                TO ORG-USER(ORG-MEMBER-COUNT)
           MOVE RST-FULL-NAME(ROSTER-COUNTER)
                TO ORG-FULL-NAME(ORG-MEMBER-COUNT)
           MOVE RST-SUPERVISOR(ROSTER-COUNTER)
                TO ORG-REPORTS-TO(ORG-MEMBER-COUNT)
           MOVE WS-LEVEL TO ORG-LEVEL(ORG-MEMBER-COUNT)
           MOVE RST-ACTIVE-FLAG(ROSTER-COUNTER)
                TO ORG-ACTIVE-FLAG(ORG-MEMBER-COUNT)
           EXIT.

       END PROGRAM TODOORG.
