       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOEVACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDSUBSCR ASSIGN TO 'tdsubscr.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS SB-SUBSCRIBER-ID
            FILE STATUS IS SUBSCR-STATUS.
         SELECT TDEVSEQ ASSIGN TO 'tdevseq.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS EVSEQ-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDSUBSCR.
          COPY TODOSUBR.
          FD TDEVSEQ.
          01 TDEVSEQ-FILE.
              10 EVSEQ-NUMBER PIC 9(9).
       WORKING-STORAGE SECTION.
       01 SUBSCR-STATUS PIC XX.
       01 EVSEQ-STATUS PIC XX.
       01 WS-SUBSCR-EOF PIC A(1).
       01 WS-EVSEQ-RECORD.
           10 WS-EVSEQ-NUMBER PIC 9(9).
       01 WS-RUN-PARM PIC X(64).
       01 WS-MODE PIC X(8).
       01 WS-ARG1 PIC X(16).
       01 WS-ARG2 PIC X(16).
       01 WS-SUBSCRIBER PIC X(10).
       01 WS-ACK-SEQ PIC 9(9).
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-SUBSCRIBER-COUNT PIC 9(5) VALUE 0.

      *    A CONSUMER OF tdevents.txt CALLS THIS AFTER EACH POLL TO
      *    CONFIRM THE HIGHEST EV-SEQ IT HAS PROCESSED. THE CURSOR
      *    ONLY MOVES FORWARD AND NEVER PAST THE LAST SEQUENCE ISSUED
       PROCEDURE DIVISION.
           DISPLAY "============================================"
           DISPLAY "TODO LIST - EVENT FEED SUBSCRIBERS"
           DISPLAY "============================================"
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
              INTO WS-MODE WS-ARG1 WS-ARG2
           END-UNSTRING
           MOVE WS-ARG1 TO WS-SUBSCRIBER
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM READ-LAST-EVENT-SEQ
           EVALUATE WS-MODE
           WHEN "ack"
              PERFORM ACKNOWLEDGE-EVENTS
           WHEN "register"
              PERFORM REGISTER-SUBSCRIBER
           WHEN "drop"
              PERFORM DROP-SUBSCRIBER
           WHEN "list"
              PERFORM LIST-SUBSCRIBERS
           WHEN OTHER
              DISPLAY "USAGE:"
              DISPLAY "  TODOEVACK ack <subscriber> <ev-seq>"
              DISPLAY "  TODOEVACK register <subscriber> [<ev-seq>]"
              DISPLAY "  TODOEVACK drop <subscriber>"
              DISPLAY "  TODOEVACK list"
              MOVE 8 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "============================================"
           GOBACK.

       READ-LAST-EVENT-SEQ SECTION.
           MOVE 0 TO WS-EVSEQ-NUMBER
           OPEN INPUT TDEVSEQ
           IF EVSEQ-STATUS = "00"
              READ TDEVSEQ INTO WS-EVSEQ-RECORD
              AT END MOVE 0 TO WS-EVSEQ-NUMBER
              END-READ
              CLOSE TDEVSEQ
           END-IF
           EXIT.

      *    THE SEQUENCE ARGUMENT MUST BE NUMERIC AND NOT BEYOND THE
      *    LAST EV-SEQ ISSUED; WS-MODE IS BLANKED WHEN IT IS NOT
       PARSE-ACK-SEQ SECTION.
           IF FUNCTION TRIM(WS-ARG2) IS NUMERIC
              AND WS-ARG2 NOT = SPACES
              COMPUTE WS-ACK-SEQ = FUNCTION NUMVAL(WS-ARG2)
           ELSE
              DISPLAY "EV-SEQ '" FUNCTION TRIM(WS-ARG2)
              "' IS NOT A NUMBER"
              MOVE 8 TO RETURN-CODE
              MOVE SPACES TO WS-MODE
              EXIT SECTION
           END-IF
           IF WS-ACK-SEQ > WS-EVSEQ-NUMBER
              DISPLAY "EV-SEQ " WS-ACK-SEQ " HAS NOT BEEN ISSUED YET"
              " - LAST EV-SEQ IS " WS-EVSEQ-NUMBER
              MOVE 8 TO RETURN-CODE
              MOVE SPACES TO WS-MODE
           END-IF
           EXIT.

       ACKNOWLEDGE-EVENTS SECTION.
           IF WS-SUBSCRIBER = SPACES
              DISPLAY "NO SUBSCRIBER GIVEN"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           PERFORM PARSE-ACK-SEQ
           IF WS-MODE = SPACES
              EXIT SECTION
           END-IF
           OPEN I-O TDSUBSCR
           IF SUBSCR-STATUS NOT = "00"
              DISPLAY "SUBSCRIBER FILE NOT AVAILABLE, STATUS "
              SUBSCR-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           MOVE WS-SUBSCRIBER TO SB-SUBSCRIBER-ID
           READ TDSUBSCR
              INVALID KEY
                 DISPLAY "SUBSCRIBER " WS-SUBSCRIBER
                 " IS NOT REGISTERED"
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 IF WS-ACK-SEQ < SB-ACK-SEQ
                    DISPLAY "SUBSCRIBER " WS-SUBSCRIBER
                    " HAS ALREADY ACKNOWLEDGED UP TO " SB-ACK-SEQ
                    " - CURSOR NOT MOVED BACK"
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    MOVE WS-ACK-SEQ TO SB-ACK-SEQ
                    MOVE WS-CURRENT-DATE-TIME TO SB-ACK-TIMESTAMP
                    REWRITE SUBSCRIBER-RECORD
                    DISPLAY "SUBSCRIBER " WS-SUBSCRIBER
                    " ACKNOWLEDGED UP TO " SB-ACK-SEQ
                 END-IF
           END-READ
           CLOSE TDSUBSCR
           EXIT.

      *    A NEW SUBSCRIBER STARTS AT THE GIVEN EV-SEQ, OR AT THE
      *    CURRENT END OF THE FEED WHEN NONE IS GIVEN
       REGISTER-SUBSCRIBER SECTION.
           IF WS-SUBSCRIBER = SPACES
              DISPLAY "NO SUBSCRIBER GIVEN"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           IF WS-ARG2 = SPACES
              MOVE WS-EVSEQ-NUMBER TO WS-ACK-SEQ
           ELSE
              PERFORM PARSE-ACK-SEQ
              IF WS-MODE = SPACES
                 EXIT SECTION
              END-IF
           END-IF
           OPEN I-O TDSUBSCR
           IF SUBSCR-STATUS = "35"
              OPEN OUTPUT TDSUBSCR
              CLOSE TDSUBSCR
              OPEN I-O TDSUBSCR
           END-IF
           IF SUBSCR-STATUS NOT = "00"
              DISPLAY "SUBSCRIBER FILE NOT AVAILABLE, STATUS "
              SUBSCR-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           MOVE WS-SUBSCRIBER TO SB-SUBSCRIBER-ID
           MOVE WS-ACK-SEQ TO SB-ACK-SEQ
           MOVE WS-CURRENT-DATE-TIME TO SB-ACK-TIMESTAMP
           MOVE WS-CURRENT-DATE-TIME(1:8) TO SB-REGISTERED-DATE
           WRITE SUBSCRIBER-RECORD
              INVALID KEY
                 DISPLAY "SUBSCRIBER " WS-SUBSCRIBER
                 " IS ALREADY REGISTERED"
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 DISPLAY "SUBSCRIBER " WS-SUBSCRIBER
                 " REGISTERED AT EV-SEQ " SB-ACK-SEQ
           END-WRITE
           CLOSE TDSUBSCR
           EXIT.

      *    A RETIRED CONSUMER MUST BE DROPPED, OTHERWISE ITS CURSOR
      *    HOLDS BACK THE NIGHTLY PURGE FOR EVERYONE
       DROP-SUBSCRIBER SECTION.
           IF WS-SUBSCRIBER = SPACES
              DISPLAY "NO SUBSCRIBER GIVEN"
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           OPEN I-O TDSUBSCR
           IF SUBSCR-STATUS NOT = "00"
              DISPLAY "SUBSCRIBER FILE NOT AVAILABLE, STATUS "
              SUBSCR-STATUS
              MOVE 8 TO RETURN-CODE
              EXIT SECTION
           END-IF
           MOVE WS-SUBSCRIBER TO SB-SUBSCRIBER-ID
           DELETE TDSUBSCR RECORD
              INVALID KEY
                 DISPLAY "SUBSCRIBER " WS-SUBSCRIBER
                 " IS NOT REGISTERED"
                 MOVE 8 TO RETURN-CODE
              NOT INVALID KEY
                 DISPLAY "SUBSCRIBER " WS-SUBSCRIBER " DROPPED"
           END-DELETE
           CLOSE TDSUBSCR
           EXIT.

       LIST-SUBSCRIBERS SECTION.
           DISPLAY "LAST EV-SEQ ISSUED: " WS-EVSEQ-NUMBER
           MOVE SPACE TO WS-SUBSCR-EOF
           OPEN INPUT TDSUBSCR
           IF SUBSCR-STATUS NOT = "00"
              DISPLAY "NO SUBSCRIBERS REGISTERED"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-SUBSCR-EOF = 'Y'
                 READ TDSUBSCR NEXT
                 AT END MOVE 'Y' TO WS-SUBSCR-EOF
                 NOT AT END
                    ADD 1 TO WS-SUBSCRIBER-COUNT
                    DISPLAY SB-SUBSCRIBER-ID " ACKED " SB-ACK-SEQ
                    " AT " SB-ACK-TIMESTAMP(1:14)
                 END-READ
           END-PERFORM
           CLOSE TDSUBSCR
           DISPLAY "SUBSCRIBERS: " WS-SUBSCRIBER-COUNT
           EXIT.

       END PROGRAM TODOEVACK.
