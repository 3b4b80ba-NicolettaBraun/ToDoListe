       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOLACC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDLISTMST ASSIGN TO 'tdlistmst.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LM-LIST-ID
            FILE STATUS IS LISTMST-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLISTMST.
          COPY TODOLMST.
       WORKING-STORAGE SECTION.
       01 LISTMST-STATUS PIC XX.
       01 WS-MEMBER-INDEX PIC 9(2).
       01 WS-MEMBER-ACCESS PIC X.
           88 USER-NOT-A-MEMBER VALUE SPACE.
           88 USER-MEMBER-READ VALUE "R".
           88 USER-MEMBER-WRITE VALUE "W".

       LINKAGE SECTION.
       COPY TODOLACCDATA.

      *    DECIDES WHETHER A USER MAY READ OR WRITE A NAMED LIST:
      *    - ADMINISTRATORS AND THE LIST OWNER MAY DO BOTH
      *    - A PRIVATE LIST IS OPEN TO NOBODY ELSE
      *    - A MEMBERS-ONLY LIST IS OPEN TO ITS ROSTER, WRITING ONLY
      *      FOR MEMBERS WITH "W"
      *    - A PUBLIC LIST MAY BE READ BY ANYONE; WHILE IT HAS NO
      *      ROSTER ANYONE MAY WRITE, OTHERWISE ONLY "W" MEMBERS
      *    A LIST THAT IS NOT ON tdlistmst.txt IS REFUSED. UNTIL A
      *    LIST MASTER HAS BEEN LOADED ONLY THE DEFAULT LIST MAIN IS
      *    AVAILABLE, OPEN TO EVERYONE AS BEFORE
       PROCEDURE DIVISION USING LIST-ACCESS-PARAMETERS.
           MOVE "N" TO LA-RESULT
           MOVE SPACES TO LA-REASON
           IF LA-LIST-ID = SPACES
              MOVE "MAIN" TO LA-LIST-ID
           END-IF
           OPEN INPUT TDLISTMST
           IF LISTMST-STATUS NOT = "00"
              IF LA-LIST-ID = "MAIN"
                 MOVE "Y" TO LA-RESULT
              ELSE
                 MOVE "U" TO LA-RESULT
                 MOVE "NO LIST MASTER ON FILE" TO LA-REASON
              END-IF
              GOBACK
           END-IF
           MOVE LA-LIST-ID TO LM-LIST-ID
           READ TDLISTMST
              INVALID KEY
                 MOVE "U" TO LA-RESULT
                 MOVE "LIST NOT ON THE LIST MASTER" TO LA-REASON
           END-READ
           CLOSE TDLISTMST
           IF LA-LIST-UNKNOWN
              GOBACK
           END-IF
           IF LA-ROLE = "A"
              OR (LA-USER NOT = SPACES AND LA-USER = LM-OWNER)
              MOVE "Y" TO LA-RESULT
              GOBACK
           END-IF
           PERFORM FIND-MEMBER-ACCESS
           EVALUATE TRUE
           WHEN LM-PRIVATE
              MOVE "PRIVATE LIST OF ITS OWNER" TO LA-REASON
           WHEN LM-MEMBERS-ONLY AND USER-NOT-A-MEMBER
              MOVE "NOT A MEMBER OF THIS LIST" TO LA-REASON
           WHEN LM-MEMBERS-ONLY AND LA-WANT-WRITE
                AND NOT USER-MEMBER-WRITE
              MOVE "READ-ONLY MEMBER OF THIS LIST" TO LA-REASON
           WHEN LM-MEMBERS-ONLY
              MOVE "Y" TO LA-RESULT
           WHEN LM-PUBLIC AND LA-WANT-READ
              MOVE "Y" TO LA-RESULT
           WHEN LM-PUBLIC AND LM-MEMBER-COUNT = 0
              MOVE "Y" TO LA-RESULT
           WHEN LM-PUBLIC AND USER-MEMBER-WRITE
              MOVE "Y" TO LA-RESULT
           WHEN LM-PUBLIC
              MOVE "NO WRITE ACCESS TO THIS LIST" TO LA-REASON
           WHEN OTHER
              MOVE "LIST VISIBILITY NOT SET" TO LA-REASON
           END-EVALUATE
           GOBACK.

       FIND-MEMBER-ACCESS SECTION.
           MOVE SPACE TO WS-MEMBER-ACCESS
           IF LA-USER = SPACES
              OR LM-MEMBER-COUNT NOT NUMERIC
              EXIT SECTION
           END-IF
           PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1
              UNTIL WS-MEMBER-INDEX > LM-MEMBER-COUNT
                 OR WS-MEMBER-INDEX > 20
                 IF LM-MEMBER-USER(WS-MEMBER-INDEX) = LA-USER
                    MOVE LM-MEMBER-ACCESS(WS-MEMBER-INDEX)
                         TO WS-MEMBER-ACCESS
                 END-IF
           END-PERFORM
           EXIT.

       END PROGRAM TODOLACC.
