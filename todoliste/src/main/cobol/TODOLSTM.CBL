       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOLSTM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDLSTLOAD ASSIGN TO 'tdlstload.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LSTLOAD-STATUS.
         SELECT TDLISTMST ASSIGN TO 'tdlistmst.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS LM-LIST-ID
            FILE STATUS IS LISTMST-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLSTLOAD.
          01 TDLSTLOAD-LINE PIC X(64).
          FD TDLISTMST.
          COPY TODOLMST.
       WORKING-STORAGE SECTION.
       01 WS-LOAD-EOF PIC A(1).
       01 LSTLOAD-STATUS PIC XX.
       01 LISTMST-STATUS PIC XX.
      *    AN "L" LINE OPENS A LIST, THE "M" LINES AFTER IT ADD ITS
      *    MEMBERS:
      *    L MAIN     jdoe       P Main team list
      *    M MAIN     asmith     W
       01 WS-LOAD-BUFFER.
           10 WS-LL-TYPE PIC X.
              88 LOAD-LINE-LIST VALUE "L".
              88 LOAD-LINE-MEMBER VALUE "M".
           10 FILLER PIC X.
           10 WS-LL-LIST-ID PIC X(8).
           10 FILLER PIC X.
           10 WS-LL-USER PIC X(10).
           10 FILLER PIC X.
           10 WS-LL-FLAG PIC X.
           10 FILLER PIC X.
           10 WS-LL-DESCRIPTION PIC X(30).
           10 FILLER PIC X(10).
       01 WS-PENDING-LIST PIC X VALUE 'N'.
           88 LIST-PENDING VALUE 'Y'.
       01 WS-LOADED-COUNT PIC 9(3) VALUE 0.
       01 WS-MEMBER-TOTAL PIC 9(5) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
           DISPLAY "============================================"
           DISPLAY "TODO LIST - LIST MASTER LOAD"
           DISPLAY "============================================"
           MOVE SPACE TO WS-LOAD-EOF
           OPEN INPUT TDLSTLOAD
           IF LSTLOAD-STATUS NOT = "00"
              DISPLAY "NO tdlstload.txt TO LOAD, STATUS "
              LSTLOAD-STATUS
              GOBACK
           END-IF
           OPEN OUTPUT TDLISTMST
           PERFORM UNTIL WS-LOAD-EOF = 'Y'
                 READ TDLSTLOAD INTO WS-LOAD-BUFFER
                 AT END MOVE 'Y' TO WS-LOAD-EOF
                 NOT AT END PERFORM LOAD-ONE-LINE
                 END-READ
           END-PERFORM
           PERFORM WRITE-PENDING-LIST
           CLOSE TDLSTLOAD
           CLOSE TDLISTMST
           DISPLAY "LISTS LOADED:       " WS-LOADED-COUNT
           DISPLAY "MEMBERS LOADED:     " WS-MEMBER-TOTAL
           DISPLAY "ROWS SKIPPED:       " WS-SKIPPED-COUNT
           DISPLAY "============================================"
           GOBACK.

       LOAD-ONE-LINE SECTION.
           EVALUATE TRUE
           WHEN LOAD-LINE-LIST
              PERFORM WRITE-PENDING-LIST
              PERFORM START-LIST-RECORD
           WHEN LOAD-LINE-MEMBER
              PERFORM ADD-LIST-MEMBER
           WHEN OTHER
              IF WS-LOAD-BUFFER NOT = SPACES
                 ADD 1 TO WS-SKIPPED-COUNT
                 DISPLAY "SKIPPED: " WS-LOAD-BUFFER
              END-IF
           END-EVALUATE
           EXIT.

       START-LIST-RECORD SECTION.
           IF WS-LL-LIST-ID = SPACES
              OR WS-LL-USER = SPACES
              OR (WS-LL-FLAG NOT = "V" AND WS-LL-FLAG NOT = "M"
                  AND WS-LL-FLAG NOT = "P")
              ADD 1 TO WS-SKIPPED-COUNT
              DISPLAY "SKIPPED: " WS-LOAD-BUFFER
              EXIT SECTION
           END-IF
           MOVE SPACES TO LIST-MASTER-RECORD
           MOVE WS-LL-LIST-ID TO LM-LIST-ID
           MOVE WS-LL-USER TO LM-OWNER
           MOVE WS-LL-FLAG TO LM-VISIBILITY
           MOVE WS-LL-DESCRIPTION TO LM-DESCRIPTION
           MOVE 0 TO LM-MEMBER-COUNT
           MOVE 'Y' TO WS-PENDING-LIST
           EXIT.

       ADD-LIST-MEMBER SECTION.
           IF NOT LIST-PENDING
              OR WS-LL-LIST-ID NOT = LM-LIST-ID
              OR WS-LL-USER = SPACES
              OR (WS-LL-FLAG NOT = "R" AND WS-LL-FLAG NOT = "W")
              ADD 1 TO WS-SKIPPED-COUNT
              DISPLAY "SKIPPED: " WS-LOAD-BUFFER
              EXIT SECTION
           END-IF
           IF LM-MEMBER-COUNT >= 20
              ADD 1 TO WS-SKIPPED-COUNT
              DISPLAY "ROSTER FULL FOR LIST " LM-LIST-ID
              " - SKIPPED: " WS-LL-USER
              EXIT SECTION
           END-IF
           ADD 1 TO LM-MEMBER-COUNT
           MOVE WS-LL-USER TO LM-MEMBER-USER(LM-MEMBER-COUNT)
           MOVE WS-LL-FLAG TO LM-MEMBER-ACCESS(LM-MEMBER-COUNT)
           EXIT.

       WRITE-PENDING-LIST SECTION.
           IF NOT LIST-PENDING
              EXIT SECTION
           END-IF
           MOVE 'N' TO WS-PENDING-LIST
           WRITE LIST-MASTER-RECORD
              INVALID KEY
                 ADD 1 TO WS-SKIPPED-COUNT
                 DISPLAY "DUPLICATE LIST " LM-LIST-ID " SKIPPED"
              NOT INVALID KEY
                 ADD 1 TO WS-LOADED-COUNT
                 ADD LM-MEMBER-COUNT TO WS-MEMBER-TOTAL
           END-WRITE
           EXIT.

       END PROGRAM TODOLSTM.
