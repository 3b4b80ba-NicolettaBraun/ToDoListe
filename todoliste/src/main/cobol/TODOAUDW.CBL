       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOAUDW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDAUDIT ASSIGN TO 'tdaudit.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AUDIT-STATUS.
         SELECT TDAUDCK ASSIGN TO 'tdauditck.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AUDCK-STATUS.
         SELECT TDAUDLCK ASSIGN TO 'tdaudit.lck'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS AUDLCK-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDAUDIT.
          01 TDAUDIT-FILE.
              10 AUDIT-ITEM-ID PIC 9(5).
              10 AUDIT-ACTION-NAME PIC X(10).
              10 AUDIT-USER PIC X(10).
              10 AUDIT-TIMESTAMP PIC X(21).
              10 AUDIT-DETAIL PIC X(21).
              10 AUDIT-CHECK-VALUE PIC X(16).
          FD TDAUDCK.
          01 TDAUDCK-FILE.
              10 AUDCK-LAST-CHECK-VALUE PIC X(16).
          FD TDAUDLCK.
          01 AUDLCK-RECORD PIC X(01).
       WORKING-STORAGE SECTION.
       01 AUDIT-STATUS PIC XX.
       01 AUDCK-STATUS PIC XX.
       01 AUDLCK-STATUS PIC XX.
       01 LOCK-RETRY-COUNT PIC 9(3).
       01 LOCK-WAIT-SECONDS PIC 9(4) VALUE 1.
       01 WS-AUDIT-EOF PIC A(1).
       01 WS-LAST-CHECK-VALUE PIC X(16).
       COPY TODOHASHDATA.

       LINKAGE SECTION.
       01 AUDIT-RECORD-BUFFER.
           10 AUDIT-ITEM-ID PIC 9(5).
           10 AUDIT-ACTION-NAME PIC X(10).
           10 AUDIT-USER PIC X(10).
           10 AUDIT-TIMESTAMP PIC X(21).
           10 AUDIT-DETAIL PIC X(21).
           10 AUDIT-CHECK-VALUE PIC X(16).

      *    EVERY PROGRAM APPENDS TO tdaudit.txt THROUGH HERE. EACH
      *    RECORD CARRIES A CHECK VALUE TAKEN OVER THE PREVIOUS
      *    RECORD'S CHECK VALUE PLUS ITS OWN FIRST 67 BYTES, SO A
      *    REMOVED, ALTERED OR REORDERED LINE BREAKS THE CHAIN (SEE
      *    TODOAUDV). tdauditck.txt HOLDS THE LAST VALUE WRITTEN SO
      *    THE FILE NEED NOT BE READ ON EVERY CALL; tdaudit.lck KEEPS
      *    TWO WRITERS FROM CHAINING OFF THE SAME RECORD. THE CALLER
      *    FILLS EVERYTHING BUT THE CHECK VALUE
       PROCEDURE DIVISION USING AUDIT-RECORD-BUFFER.
           PERFORM ACQUIRE-AUDIT-LOCK
           PERFORM READ-LAST-CHECK-VALUE
           MOVE SPACES TO HASH-INPUT-TEXT
           STRING WS-LAST-CHECK-VALUE AUDIT-RECORD-BUFFER(1:67)
              DELIMITED BY SIZE INTO HASH-INPUT-TEXT
           END-STRING
           CALL "TODOHASH" USING HASH-PARAMETERS
           MOVE HASH-RESULT TO AUDIT-CHECK-VALUE IN AUDIT-RECORD-BUFFER
           OPEN EXTEND TDAUDIT
           IF AUDIT-STATUS = "35"
              OPEN OUTPUT TDAUDIT
              CLOSE TDAUDIT
              OPEN EXTEND TDAUDIT
           END-IF
           WRITE TDAUDIT-FILE FROM AUDIT-RECORD-BUFFER
           CLOSE TDAUDIT
           OPEN OUTPUT TDAUDCK
           MOVE HASH-RESULT TO AUDCK-LAST-CHECK-VALUE
           WRITE TDAUDCK-FILE
           CLOSE TDAUDCK
           PERFORM RELEASE-AUDIT-LOCK
           GOBACK.

      *    THE LOCK IS TAKEN ON ITS OWN FILE SO THAT CALLERS ALREADY
      *    HOLDING tdlist.lck CAN STILL WRITE. IF IT CANNOT BE HAD
      *    THE RECORD IS STILL WRITTEN - LOSING AN AUDIT ENTRY IS
      *    WORSE THAN A LINK THE VERIFICATION RUN WILL POINT OUT
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

      *    WITHOUT tdauditck.txt (FIRST CHAINED WRITE, OR THE FILE WAS
      *    LOST) THE LAST RECORD OF tdaudit.txt IS READ INSTEAD.
      *    RECORDS WRITTEN BEFORE CHAINING HAVE A BLANK CHECK VALUE
       READ-LAST-CHECK-VALUE SECTION.
           MOVE SPACES TO WS-LAST-CHECK-VALUE
           OPEN INPUT TDAUDCK
           IF AUDCK-STATUS = "00"
              READ TDAUDCK
              AT END MOVE "35" TO AUDCK-STATUS
              NOT AT END
                 MOVE AUDCK-LAST-CHECK-VALUE TO WS-LAST-CHECK-VALUE
              END-READ
              CLOSE TDAUDCK
              IF AUDCK-STATUS = "00"
                 EXIT SECTION
              END-IF
           END-IF
           MOVE SPACE TO WS-AUDIT-EOF
           OPEN INPUT TDAUDIT
           IF AUDIT-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-AUDIT-EOF = 'Y'
                 READ TDAUDIT
                 AT END MOVE 'Y' TO WS-AUDIT-EOF
                 NOT AT END
                    MOVE AUDIT-CHECK-VALUE IN TDAUDIT-FILE
                         TO WS-LAST-CHECK-VALUE
                 END-READ
           END-PERFORM
           CLOSE TDAUDIT
           EXIT.

       END PROGRAM TODOAUDW.
