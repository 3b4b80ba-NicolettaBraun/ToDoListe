       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOSNAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDLIST ASSIGN TO 'todolist.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS TDLIST-KEY
            ALTERNATE RECORD KEY IS USER WITH DUPLICATES
            ALTERNATE RECORD KEY IS DUE-DATE WITH DUPLICATES
            FILE STATUS IS TDLIST-STATUS.
         SELECT TDSNAP-SORTED ASSIGN TO 'snapsort.txt'
            ORGANIZATION IS LINE SEQUENTIAL.
         SELECT TDSNAP-WORK ASSIGN TO 'snapwrk.txt'.
         SELECT TDSNAPHIST ASSIGN TO 'tdsnaphist.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SNAPHIST-STATUS.
         SELECT TDSTEPCNT ASSIGN TO 'tdstepcnt.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STEPCNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDLIST.
          01 TDLIST-FILE.
              COPY TDRECORD.
          FD TDSNAP-SORTED.
          01 TDSNAP-SORTED-FILE.
              COPY TDRECORD.
          SD TDSNAP-WORK.
          01 TDSNAP-WORK-FILE.
              COPY TDRECORD.
          FD TDSNAPHIST.
          01 TDSNAPHIST-FILE PIC X(67).
          FD TDSTEPCNT.
          01 TDSTEPCNT-FILE PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1).
       01 WS-HIST-EOF PIC A(1).
       01 TDLIST-STATUS PIC XX.
       01 SNAPHIST-STATUS PIC XX.
       01 STEPCNT-STATUS PIC XX.
       01 WS-TDLIST.
           COPY TDRECORD.
       COPY TODOSNPR.
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-TODAY-INT PIC 9(8).
       01 WS-NOW-TIME PIC 9(4).
       01 WS-DUE-TIME-NUM PIC 9(4).
       01 WS-ADDED-DATE-NUM PIC 9(8).
       01 WS-AGE-DAYS PIC S9(8).
       01 WS-AGE-INDEX PIC 9.
       01 WS-ITEM-CATEGORY PIC 9.
       01 WS-ITEM-LIST-ID PIC X(8).
       01 WS-SNAPSHOT-TAKEN PIC X VALUE 'N'.
           88 SNAPSHOT-ALREADY-TAKEN VALUE 'Y'.
       01 WS-ROW-PENDING PIC X VALUE 'N'.
           88 SNAPSHOT-ROW-PENDING VALUE 'Y'.
       01 WS-ITEM-COUNT PIC 9(7) VALUE 0.
       01 WS-ROW-COUNT PIC 9(7) VALUE 0.
       01 WS-OVERDUE-TOTAL PIC 9(7) VALUE 0.
       01 WS-OVER-90-TOTAL PIC 9(7) VALUE 0.
       01 WS-STEP-COUNTS PIC X(60).

      *    APPENDS TODAY'S BACKLOG TO tdsnaphist.txt: ONE ROW PER
      *    LIST, USER AND CATEGORY. A DAY IS TAKEN ONLY ONCE, SO A
      *    RERUN OF THE NIGHTLY SCHEDULE DOES NOT DOUBLE IT UP
       PROCEDURE DIVISION.
           DISPLAY "============================================"
           DISPLAY "TODO LIST - DAILY BACKLOG SNAPSHOT"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           MOVE WS-CURRENT-DATE-TIME(9:4) TO WS-NOW-TIME
           COMPUTE WS-TODAY-INT =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           DISPLAY "SNAPSHOT DATE " WS-TODAY-DATE
           DISPLAY "============================================"
           PERFORM CHECK-SNAPSHOT-TAKEN
           IF SNAPSHOT-ALREADY-TAKEN
              DISPLAY "SNAPSHOT FOR " WS-TODAY-DATE
              " IS ALREADY ON tdsnaphist.txt - NOT TAKEN AGAIN"
              DISPLAY "============================================"
              MOVE SPACES TO WS-STEP-COUNTS
              STRING "ALREADY TAKEN FOR " WS-TODAY-DATE
                 DELIMITED BY SIZE INTO WS-STEP-COUNTS
              END-STRING
              PERFORM WRITE-STEP-COUNT-RECORD
              GOBACK
           END-IF

           OPEN INPUT TDLIST
           IF TDLIST-STATUS NOT = "00"
              DISPLAY "NO LIVE ITEMS ON FILE - EMPTY SNAPSHOT"
           ELSE
              CLOSE TDLIST
              PERFORM SORT-BY-LIST-USER-CATEGORY
              PERFORM WRITE-SNAPSHOT-ROWS
           END-IF

           DISPLAY "ITEMS COUNTED:     " WS-ITEM-COUNT
           DISPLAY "OVERDUE:           " WS-OVERDUE-TOTAL
           DISPLAY "OVER 90 DAYS OLD:  " WS-OVER-90-TOTAL
           DISPLAY "SNAPSHOT ROWS:     " WS-ROW-COUNT
           DISPLAY "============================================"
           PERFORM WRITE-RUN-COUNTS
           GOBACK.

       WRITE-RUN-COUNTS SECTION.
           MOVE SPACES TO WS-STEP-COUNTS
           STRING "ITEMS " WS-ITEM-COUNT
              " ROWS " WS-ROW-COUNT
              " OVERDUE " WS-OVERDUE-TOTAL
              DELIMITED BY SIZE INTO WS-STEP-COUNTS
           END-STRING
           PERFORM WRITE-STEP-COUNT-RECORD
           EXIT.

       WRITE-STEP-COUNT-RECORD SECTION.
           OPEN OUTPUT TDSTEPCNT
           WRITE TDSTEPCNT-FILE FROM WS-STEP-COUNTS
           CLOSE TDSTEPCNT
           EXIT.

       CHECK-SNAPSHOT-TAKEN SECTION.
           MOVE 'N' TO WS-SNAPSHOT-TAKEN
           MOVE SPACE TO WS-HIST-EOF
           OPEN INPUT TDSNAPHIST
           IF SNAPHIST-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-HIST-EOF = 'Y'
                 READ TDSNAPHIST INTO SNAPSHOT-RECORD
                 AT END MOVE 'Y' TO WS-HIST-EOF
                 NOT AT END
                    IF SN-SNAP-DATE = WS-TODAY-DATE
                       MOVE 'Y' TO WS-SNAPSHOT-TAKEN
                       MOVE 'Y' TO WS-HIST-EOF
                    END-IF
                 END-READ
           END-PERFORM
           CLOSE TDSNAPHIST
           EXIT.

       SORT-BY-LIST-USER-CATEGORY SECTION.
           SORT TDSNAP-WORK
              ON ASCENDING KEY LIST-ID IN TDSNAP-WORK-FILE
                               USER IN TDSNAP-WORK-FILE
                               CATEGORY IN TDSNAP-WORK-FILE
           USING TDLIST
           GIVING TDSNAP-SORTED
           EXIT.

       WRITE-SNAPSHOT-ROWS SECTION.
           OPEN EXTEND TDSNAPHIST
           IF SNAPHIST-STATUS = "35"
              OPEN OUTPUT TDSNAPHIST
              CLOSE TDSNAPHIST
              OPEN EXTEND TDSNAPHIST
           END-IF
           MOVE 'N' TO WS-ROW-PENDING
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDSNAP-SORTED
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDSNAP-SORTED INTO WS-TDLIST
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM TALLY-SNAPSHOT-ITEM
                 END-READ
           END-PERFORM
           CLOSE TDSNAP-SORTED
           PERFORM WRITE-SNAPSHOT-ROW
           CLOSE TDSNAPHIST
           EXIT.

       TALLY-SNAPSHOT-ITEM SECTION.
           IF CATEGORY IN WS-TDLIST NUMERIC
              MOVE CATEGORY IN WS-TDLIST TO WS-ITEM-CATEGORY
           ELSE
              MOVE 0 TO WS-ITEM-CATEGORY
           END-IF
           MOVE LIST-ID IN WS-TDLIST TO WS-ITEM-LIST-ID
           IF WS-ITEM-LIST-ID = SPACES
              MOVE "MAIN" TO WS-ITEM-LIST-ID
           END-IF
           IF SNAPSHOT-ROW-PENDING
              AND (WS-ITEM-LIST-ID NOT = SN-LIST-ID
                   OR USER IN WS-TDLIST NOT = SN-USER
                   OR WS-ITEM-CATEGORY NOT = SN-CATEGORY)
              PERFORM WRITE-SNAPSHOT-ROW
           END-IF
           IF NOT SNAPSHOT-ROW-PENDING
              PERFORM START-SNAPSHOT-ROW
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           IF STATUS-IN-PROGRESS IN WS-TDLIST
              ADD 1 TO SN-PROGRESS-COUNT
           ELSE
              ADD 1 TO SN-OPEN-COUNT
           END-IF
           IF APPROVAL-PENDING IN WS-TDLIST
              ADD 1 TO SN-PENDING-COUNT
           END-IF
           COMPUTE WS-DUE-TIME-NUM =
                DUE-HOURS IN WS-TDLIST * 100
                + DUE-MINUTE IN WS-TDLIST
           IF DUE-DATE IN WS-TDLIST < WS-TODAY-DATE
              OR (DUE-DATE IN WS-TDLIST = WS-TODAY-DATE
                  AND WS-DUE-TIME-NUM > 0
                  AND WS-DUE-TIME-NUM < WS-NOW-TIME)
              ADD 1 TO SN-OVERDUE-COUNT
              ADD 1 TO WS-OVERDUE-TOTAL
           END-IF
           PERFORM FIND-AGE-BUCKET
           ADD 1 TO SN-AGE-COUNT(WS-AGE-INDEX)
           IF WS-AGE-INDEX = 4
              ADD 1 TO WS-OVER-90-TOTAL
           END-IF
           EXIT.

      *    AN ITEM WITHOUT A USABLE ADDED-DATE COUNTS AS NEW
       FIND-AGE-BUCKET SECTION.
           MOVE 1 TO WS-AGE-INDEX
           IF ADDED-DATE IN WS-TDLIST NOT NUMERIC
              EXIT SECTION
           END-IF
           MOVE ADDED-DATE IN WS-TDLIST TO WS-ADDED-DATE-NUM
           IF WS-ADDED-DATE-NUM < 16010101
              OR WS-ADDED-DATE-NUM > WS-TODAY-DATE
              EXIT SECTION
           END-IF
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
                - FUNCTION INTEGER-OF-DATE(WS-ADDED-DATE-NUM)
           EVALUATE TRUE
              WHEN WS-AGE-DAYS <= 7
                 MOVE 1 TO WS-AGE-INDEX
              WHEN WS-AGE-DAYS <= 30
                 MOVE 2 TO WS-AGE-INDEX
              WHEN WS-AGE-DAYS <= 90
                 MOVE 3 TO WS-AGE-INDEX
              WHEN OTHER
                 MOVE 4 TO WS-AGE-INDEX
           END-EVALUATE
           EXIT.

       START-SNAPSHOT-ROW SECTION.
           MOVE WS-TODAY-DATE TO SN-SNAP-DATE
           MOVE WS-ITEM-LIST-ID TO SN-LIST-ID
           MOVE USER IN WS-TDLIST TO SN-USER
           MOVE WS-ITEM-CATEGORY TO SN-CATEGORY
           MOVE 0 TO SN-OPEN-COUNT
           MOVE 0 TO SN-PROGRESS-COUNT
           MOVE 0 TO SN-OVERDUE-COUNT
           MOVE 0 TO SN-PENDING-COUNT
           MOVE 0 TO SN-AGE-0-7
           MOVE 0 TO SN-AGE-8-30
           MOVE 0 TO SN-AGE-31-90
           MOVE 0 TO SN-AGE-OVER-90
           MOVE 'Y' TO WS-ROW-PENDING
           EXIT.

       WRITE-SNAPSHOT-ROW SECTION.
           IF NOT SNAPSHOT-ROW-PENDING
              EXIT SECTION
           END-IF
           WRITE TDSNAPHIST-FILE FROM SNAPSHOT-RECORD
           ADD 1 TO WS-ROW-COUNT
           MOVE 'N' TO WS-ROW-PENDING
           EXIT.

       END PROGRAM TODOSNAP.
