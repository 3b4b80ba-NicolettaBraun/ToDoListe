         SELECT TDNOTARCH ASSIGN TO 'tdnotarch.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NOTARCH-STATUS.
         SELECT TDSTEPCNT ASSIGN TO 'tdstepcnt.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS STEPCNT-STATUS.
          01 TDNOTARCH-FILE.
              10 NOTE-ITEM-ID PIC 9(5).
              10 NOTE-TEXT PIC X(200).
          FD TDSTEPCNT.
          01 TDSTEPCNT-FILE PIC X(60).
       WORKING-STORAGE SECTION.
       01 WS-COUNTER-RECORD.
           10 WS-COUNTER-ITEM-ID PIC 9(5).
       01 WS-LOCK-FILE-NAME PIC X(12) VALUE "tdlist.lck".
       01 WS-HOLDER-FILE-NAME PIC X(12) VALUE "tdlist.hld".
       01 WS-EXPECTED-STATUS PIC X.
       01 NOTES-STATUS PIC XX.
       01 NOTARCH-STATUS PIC XX.
       01 WS-NOTES-EOF PIC A(1).
       01 WS-NOTE-BUFFER.
           10 NOTE-ITEM-ID PIC 9(5).
           10 AUDIT-USER PIC X(10).
           10 AUDIT-TIMESTAMP PIC X(21).
           10 AUDIT-DETAIL PIC X(21) VALUE SPACES.
           10 AUDIT-CHECK-VALUE PIC X(16) VALUE SPACES.
       01 STEPCNT-STATUS PIC XX.
       01 WS-JOURNAL-EOF PIC A(1).
       01 WS-BULK-HEADER PIC X(59).
       01 WS-BULK-SELECTED PIC 9(5).
       01 WS-BULK-STARTED PIC 9(5).
       01 WS-STEP-COUNTS PIC X(60).

       PROCEDURE DIVISION.
              " USER " JRNL-USER IN WS-JOURNAL-BUFFER
              DISPLAY "  STARTED " JRNL-TIMESTAMP
              IN WS-JOURNAL-BUFFER
              IF JRNL-ACTION IN WS-JOURNAL-BUFFER = "bulk"
                 PERFORM RECONCILE-BULK-UPDATE
              ELSE
                 PERFORM RECONCILE-PENDING-UPDATE
              END-IF
              PERFORM CLEAR-JOURNAL
           ELSE
              DISPLAY "JOURNAL IS CLEAN"
              PERFORM ROLL-FORWARD-REMOVAL
           WHEN "moveitem"
              PERFORM ROLL-FORWARD-MOVE
           WHEN "reassign"
           WHEN "category"
              DISPLAY "  ONE RECORD REWRITTEN IN PLACE - THE CHANGE"
              " EITHER HAPPENED OR NOT, NOTHING TO REPLAY"
           WHEN "add"
              DISPLAY "  ADD IN FLIGHT - THE ITEM EITHER REACHED"
              " THE LIST OR WAS LOST; COUNTER WILL BE RESEEDED"
           END-EVALUATE
           EXIT.

      *    A BULK ACTION LEAVES ITS HEADER ROW, WITH THE NUMBER OF
      *    ITEMS SELECTED, AND ONE ROW PER ITEM IT STARTED. ONLY THE
      *    LAST ITEM STARTED CAN BE HALF DONE, BUT EVERY ONE IS CHECKED
      *    THE WAY ITS SINGLE-ITEM ACTION IS, WHICH FINDS A FINISHED
      *    ITEM COMPLETE. ITEMS NEVER STARTED WERE NOT TOUCHED AND
      *    ONLY NEED SUBMITTING AGAIN
       RECONCILE-BULK-UPDATE SECTION.
           MOVE WS-JOURNAL-BUFFER TO WS-BULK-HEADER
           MOVE JRNL-ITEM-ID IN WS-JOURNAL-BUFFER TO WS-BULK-SELECTED
           MOVE 0 TO WS-BULK-STARTED
           MOVE SPACE TO WS-JOURNAL-EOF
           OPEN INPUT TDJOURNAL
           IF JOURNAL-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-JOURNAL-EOF = 'Y'
                 READ TDJOURNAL INTO WS-JOURNAL-BUFFER
                 AT END MOVE 'Y' TO WS-JOURNAL-EOF
                 NOT AT END
                    IF JRNL-STATE IN WS-JOURNAL-BUFFER = "ITEM"
                       ADD 1 TO WS-BULK-STARTED
                       DISPLAY "  ITEM " JRNL-ITEM-ID
                       IN WS-JOURNAL-BUFFER " "
                       JRNL-ACTION IN WS-JOURNAL-BUFFER
                       PERFORM RECONCILE-PENDING-UPDATE
                    END-IF
                 END-READ
           END-PERFORM
           CLOSE TDJOURNAL
           MOVE WS-BULK-HEADER TO WS-JOURNAL-BUFFER
           DISPLAY "  " WS-BULK-STARTED " OF " WS-BULK-SELECTED
           " SELECTED ITEMS WERE STARTED"
           IF WS-BULK-STARTED < WS-BULK-SELECTED
              DISPLAY "  THE OTHERS WERE NOT TOUCHED - SUBMIT THEM"
              " AGAIN IF STILL WANTED"
           END-IF
           MOVE 0 TO AUDIT-ITEM-ID IN AUDIT-RECORD-BUFFER
           MOVE "bulk" TO AUDIT-ACTION-NAME IN AUDIT-RECORD-BUFFER
           MOVE JRNL-USER IN WS-JOURNAL-BUFFER
                TO AUDIT-USER IN AUDIT-RECORD-BUFFER
           MOVE FUNCTION CURRENT-DATE
                TO AUDIT-TIMESTAMP IN AUDIT-RECORD-BUFFER
           MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           STRING "interrupted " WS-BULK-STARTED(3:3) "/"
              WS-BULK-SELECTED(3:3)
              DELIMITED BY SIZE INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           END-STRING
           CALL "TODOAUDW" USING AUDIT-RECORD-BUFFER
           DISPLAY "  AUDIT ROW WRITTEN FOR THE INTERRUPTED BATCH"
           EXIT.

       ROLL-FORWARD-REMOVAL SECTION.
           MOVE 'N' TO WS-ON-LIST
           OPEN INPUT TDLIST
                TO AUDIT-USER IN AUDIT-RECORD-BUFFER
           MOVE FUNCTION CURRENT-DATE
                TO AUDIT-TIMESTAMP IN AUDIT-RECORD-BUFFER
           MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           STRING "recovered " JRNL-LIST-ID IN WS-JOURNAL-BUFFER
              DELIMITED BY SIZE INTO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           END-STRING
           CALL "TODOAUDW" USING AUDIT-RECORD-BUFFER
           DISPLAY "  AUDIT ROW WRITTEN FOR THE REPLAYED UPDATE"
           EXIT.


       REMOVE-STALE-LOCK SECTION.
           CALL "CBL_DELETE_FILE" USING WS-LOCK-FILE-NAME
           CALL "CBL_DELETE_FILE" USING WS-HOLDER-FILE-NAME
           DISPLAY "STALE LOCK FILE tdlist.lck REMOVED"
           EXIT.

