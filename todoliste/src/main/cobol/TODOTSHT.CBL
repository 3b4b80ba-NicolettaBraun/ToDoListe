       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOTSHT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
         SELECT TDBOOKING ASSIGN TO 'tdbooking.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BOOKING-STATUS.
         SELECT TDPERIOD ASSIGN TO 'tdperiod.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PERIOD-STATUS.
         SELECT TDLIST ASSIGN TO 'todolist.txt'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS TDLIST-KEY
            ALTERNATE RECORD KEY IS USER WITH DUPLICATES
            ALTERNATE RECORD KEY IS DUE-DATE WITH DUPLICATES
            FILE STATUS IS TDLIST-STATUS.
         SELECT TDARCHIVE ASSIGN TO 'tdarchive.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ARCHIVE-STATUS.
         SELECT TDYEARFILE ASSIGN USING WS-YEAR-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS YEARFILE-STATUS.
         SELECT TSHT-WORK ASSIGN TO 'tdtsht.tmp'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WORK-STATUS.
         SELECT TSHT-SORT ASSIGN TO 'tdtsht.srt'.
         SELECT TSHT-SORTED ASSIGN TO 'tdtsht.out'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SORTED-STATUS.
         SELECT TDTIMESHEET ASSIGN USING WS-TIMESHEET-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TIMESHEET-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDBOOKING.
          01 TDBOOKING-FILE.
              10 BK-ITEM-ID PIC 9(5).
              10 BK-USER PIC X(10).
              10 BK-MINUTES PIC 9(4).
              10 BK-TIMESTAMP PIC X(21).
              10 BK-WORK-DATE PIC 9(8).
              10 BK-ADJUST-FLAG PIC X.
          FD TDPERIOD.
          01 TDPERIOD-FILE PIC X(57).
          FD TDLIST.
          01 TDLIST-FILE.
              COPY TDRECORD.
          FD TDARCHIVE.
          01 TDARCHIVE-FILE PIC X(176).
          FD TDYEARFILE.
          01 TDYEARFILE-FILE PIC X(176).
          FD TSHT-WORK.
          01 TSHT-WORK-RECORD PIC X(38).
          SD TSHT-SORT.
          01 TSHT-SORT-RECORD.
              10 TW-SORT-KEY PIC X(28).
              10 FILLER PIC X(10).
          FD TSHT-SORTED.
          01 TSHT-SORTED-RECORD PIC X(38).
          FD TDTIMESHEET.
          01 TDTIMESHEET-LINE PIC X(60).
       WORKING-STORAGE SECTION.
       01 BOOKING-STATUS PIC XX.
       01 PERIOD-STATUS PIC XX.
       01 TDLIST-STATUS PIC XX.
       01 ARCHIVE-STATUS PIC XX.
       01 YEARFILE-STATUS PIC XX.
       01 WORK-STATUS PIC XX.
       01 SORTED-STATUS PIC XX.
       01 TIMESHEET-STATUS PIC XX.
       01 WS-EOF PIC A(1).
       01 WS-RUN-PARM PIC X(32).
       01 WS-CURRENT-DATE-TIME PIC X(21).
       01 WS-TODAY-DATE PIC 9(8).
       01 WS-DATE-INT PIC 9(8).
       01 WS-PARM-DATE PIC 9(8).
       01 WS-WEEK-START PIC 9(8).
       01 WS-WEEK-END PIC 9(8).
       01 WS-WEEK-START-INT PIC 9(8).
       01 WS-YEAR-FILE-NAME PIC X(20).
       01 WS-TIMESHEET-FILE-NAME PIC X(48).
       01 WS-TDLIST.
           COPY TDRECORD.
       01 WS-BOOKING-BUFFER.
           10 BK-ITEM-ID PIC 9(5).
           10 BK-USER PIC X(10).
           10 BK-MINUTES PIC 9(4).
           10 BK-TIMESTAMP PIC X(21).
           10 BK-WORK-DATE PIC 9(8).
           10 BK-ADJUST-FLAG PIC X.
              88 BOOKING-IS-ADJUSTMENT VALUE "A".
       COPY TODOPERD.
       COPY TODOTSRC.
      *    LIST AND CATEGORY OF EVERY ITEM, LIVE OR ARCHIVED, FOUND
      *    DIRECTLY BY ITEM-ID
       01 ITEM-INDEX-TABLE.
           05 ITEM-INDEX-ENTRY OCCURS 99999.
               10 IX-LIST-ID PIC X(8).
               10 IX-CATEGORY PIC 9.
       01 WS-TSHT-WORK.
           10 TW-USER PIC X(10).
           10 TW-WORK-DATE PIC 9(8).
           10 TW-LIST-ID PIC X(8).
           10 TW-CATEGORY PIC 9.
           10 TW-ADJUST-FLAG PIC X.
           10 TW-MINUTES PIC 9(6).
           10 FILLER PIC X(4) VALUE SPACES.
       01 WS-PREVIOUS-KEY PIC X(28).
       01 WS-PREVIOUS-FIELDS REDEFINES WS-PREVIOUS-KEY.
           10 PK-USER PIC X(10).
           10 PK-WORK-DATE PIC 9(8).
           10 PK-LIST-ID PIC X(8).
           10 PK-CATEGORY PIC 9.
           10 PK-ADJUST-FLAG PIC X.
       01 WS-WORK-WRITE-FAILED PIC X VALUE 'N'.
           88 WORK-WRITE-FAILED VALUE 'Y'.
       01 WS-KEY-MINUTES PIC 9(6).
       01 WS-KEY-OPEN PIC X VALUE 'N'.
           88 KEY-OPEN VALUE 'Y'.
       01 WS-BOOKING-DATE PIC 9(8).
       01 WS-LAST-CLOSE-TIMESTAMP PIC X(21).
       01 WS-WEEK-ALREADY-CLOSED PIC X VALUE 'N'.
           88 WEEK-ALREADY-CLOSED VALUE 'Y'.
       01 WS-BOOKINGS-READ PIC 9(7) VALUE 0.
       01 WS-BOOKINGS-TAKEN PIC 9(7) VALUE 0.
       01 WS-ADJUSTMENTS-TAKEN PIC 9(7) VALUE 0.
       01 WS-UNKNOWN-ITEMS PIC 9(7) VALUE 0.
       01 WS-LINE-COUNT PIC 9(7) VALUE 0.
       01 WS-TOTAL-MINUTES PIC 9(9) VALUE 0.
       01 AUDIT-RECORD-BUFFER.
           10 AUDIT-ITEM-ID PIC 9(5).
           10 AUDIT-ACTION-NAME PIC X(10).
           10 AUDIT-USER PIC X(10).
           10 AUDIT-TIMESTAMP PIC X(21).
           10 AUDIT-DETAIL PIC X(21) VALUE SPACES.
           10 AUDIT-CHECK-VALUE PIC X(16) VALUE SPACES.

      *    WEEKLY TIMESHEET EXTRACT. THE PARAMETER IS ANY DATE IN THE
      *    WEEK TO EXTRACT; WITHOUT ONE THE PREVIOUS WEEK IS TAKEN.
      *    A WEEK IS EXTRACTED ONCE, AFTER IT HAS ENDED, AND IS THEN
      *    CLOSED. ADJUSTMENTS BOOKED SINCE THE LAST CLOSE GO OUT
      *    WITH WHICHEVER WEEK IS EXTRACTED NEXT.
       PROCEDURE DIVISION.
           DISPLAY "============================================"
           DISPLAY "TODO LIST - WEEKLY TIMESHEET EXTRACT"
           DISPLAY "============================================"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME(1:8) TO WS-TODAY-DATE
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE FUNCTION TRIM(WS-RUN-PARM) TO WS-RUN-PARM
           MOVE 0 TO WS-PARM-DATE
           IF WS-RUN-PARM(1:8) IS NUMERIC
              AND WS-RUN-PARM(9:1) = SPACE
              MOVE WS-RUN-PARM(1:8) TO WS-PARM-DATE
           END-IF
           IF WS-PARM-DATE > 0
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-PARM-DATE) = 0
              COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-PARM-DATE)
           ELSE
              COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 7
           END-IF
           COMPUTE WS-WEEK-START-INT = WS-DATE-INT
                - FUNCTION MOD(WS-DATE-INT + 6, 7)
           COMPUTE WS-WEEK-START =
                FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT)
           COMPUTE WS-WEEK-END =
                FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT + 6)
           DISPLAY "WEEK:                   " WS-WEEK-START
           " TO " WS-WEEK-END

           IF WS-WEEK-END >= WS-TODAY-DATE
              DISPLAY "WEEK HAS NOT ENDED YET - NOTHING EXTRACTED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-PERIOD-CLOSES
           IF WEEK-ALREADY-CLOSED
              DISPLAY "WEEK IS ALREADY CLOSED - NOTHING EXTRACTED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM LOAD-ITEM-INDEX
           OPEN OUTPUT TSHT-WORK
           IF WORK-STATUS NOT = "00"
              MOVE 'Y' TO WS-WORK-WRITE-FAILED
           ELSE
              PERFORM COLLECT-BOOKINGS
              CLOSE TSHT-WORK
           END-IF
           IF WORK-WRITE-FAILED
              DISPLAY "BOOKING WORK FILE NOT WRITTEN, STATUS "
              WORK-STATUS " - WEEK LEFT OPEN"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           SORT TSHT-SORT
              ON ASCENDING KEY TW-SORT-KEY
              USING TSHT-WORK
              GIVING TSHT-SORTED
           PERFORM WRITE-TIMESHEET-FILE
           IF TIMESHEET-STATUS NOT = "00"
              DISPLAY "TIMESHEET FILE NOT WRITTEN, STATUS "
              TIMESHEET-STATUS " - WEEK LEFT OPEN"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM CLOSE-WEEK

           DISPLAY "BOOKINGS READ:          " WS-BOOKINGS-READ
           DISPLAY "BOOKINGS EXTRACTED:     " WS-BOOKINGS-TAKEN
           DISPLAY "  OF WHICH ADJUSTMENTS: " WS-ADJUSTMENTS-TAKEN
           DISPLAY "ON UNKNOWN ITEMS:       " WS-UNKNOWN-ITEMS
           DISPLAY "TIMESHEET LINES:        " WS-LINE-COUNT
           DISPLAY "TOTAL MINUTES:          " WS-TOTAL-MINUTES
           DISPLAY "TIMESHEET FILE:         "
           FUNCTION TRIM(WS-TIMESHEET-FILE-NAME)
           DISPLAY "============================================"
           GOBACK.

      *    ALSO FINDS THE TIME OF THE LATEST CLOSE, WHICH SEPARATES
      *    ADJUSTMENTS ALREADY SENT FROM THOSE STILL OWED
       LOAD-PERIOD-CLOSES SECTION.
           MOVE LOW-VALUES TO WS-LAST-CLOSE-TIMESTAMP
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDPERIOD
           IF PERIOD-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                    READ TDPERIOD INTO PERIOD-CLOSE-RECORD
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF PC-WEEK-START = WS-WEEK-START
                          MOVE 'Y' TO WS-WEEK-ALREADY-CLOSED
                       END-IF
                       IF PC-CLOSED-TIMESTAMP
                             > WS-LAST-CLOSE-TIMESTAMP
                          MOVE PC-CLOSED-TIMESTAMP
                               TO WS-LAST-CLOSE-TIMESTAMP
                       END-IF
                    END-READ
              END-PERFORM
              CLOSE TDPERIOD
           END-IF
           EXIT.

       LOAD-ITEM-INDEX SECTION.
           INITIALIZE ITEM-INDEX-TABLE
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDLIST
           IF TDLIST-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                    READ TDLIST NEXT INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM STORE-ITEM-INDEX
                    END-READ
              END-PERFORM
              CLOSE TDLIST
           END-IF
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDARCHIVE
           IF ARCHIVE-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                    READ TDARCHIVE INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM STORE-ITEM-INDEX
                    END-READ
              END-PERFORM
              CLOSE TDARCHIVE
           END-IF
      *    ITEMS ALREADY MOVED TO A YEAR FILE: THE EXTRACT ONLY
      *    CONCERNS RECENT WORK, SO THE YEAR OF THE WEEK AND THE
      *    YEAR BEFORE ARE ENOUGH
           MOVE SPACES TO WS-YEAR-FILE-NAME
           STRING "tdarch" WS-WEEK-START(1:4) ".txt"
              DELIMITED BY SIZE INTO WS-YEAR-FILE-NAME
           END-STRING
           PERFORM LOAD-YEAR-FILE-INDEX
           MOVE SPACES TO WS-YEAR-FILE-NAME
           COMPUTE WS-DATE-INT = WS-WEEK-START / 10000 - 1
           STRING "tdarch" WS-DATE-INT(5:4) ".txt"
              DELIMITED BY SIZE INTO WS-YEAR-FILE-NAME
           END-STRING
           PERFORM LOAD-YEAR-FILE-INDEX
           EXIT.

       LOAD-YEAR-FILE-INDEX SECTION.
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDYEARFILE
           IF YEARFILE-STATUS = "00"
              PERFORM UNTIL WS-EOF = 'Y'
                    READ TDYEARFILE INTO WS-TDLIST
                    AT END MOVE 'Y' TO WS-EOF
                    NOT AT END PERFORM STORE-ITEM-INDEX
                    END-READ
              END-PERFORM
              CLOSE TDYEARFILE
           END-IF
           EXIT.

      *    THE LIVE RECORD IS LOADED FIRST AND WINS OVER ANY OLDER
      *    ARCHIVED COPY OF THE SAME ITEM-ID
       STORE-ITEM-INDEX SECTION.
           IF ITEM-ID IN WS-TDLIST NOT NUMERIC
              OR ITEM-ID IN WS-TDLIST = 0
              EXIT SECTION
           END-IF
           IF IX-LIST-ID(ITEM-ID IN WS-TDLIST) NOT = SPACES
              EXIT SECTION
           END-IF
           IF LIST-ID IN WS-TDLIST = SPACES
              MOVE "MAIN" TO IX-LIST-ID(ITEM-ID IN WS-TDLIST)
           ELSE
              MOVE LIST-ID IN WS-TDLIST
                   TO IX-LIST-ID(ITEM-ID IN WS-TDLIST)
           END-IF
           IF CATEGORY IN WS-TDLIST NUMERIC
              MOVE CATEGORY IN WS-TDLIST
                   TO IX-CATEGORY(ITEM-ID IN WS-TDLIST)
           END-IF
           EXIT.

       COLLECT-BOOKINGS SECTION.
           MOVE SPACE TO WS-EOF
           OPEN INPUT TDBOOKING
           IF BOOKING-STATUS NOT = "00"
              DISPLAY "NO BOOKINGS ON FILE, STATUS " BOOKING-STATUS
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TDBOOKING INTO WS-BOOKING-BUFFER
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM SELECT-ONE-BOOKING
                 END-READ
           END-PERFORM
           CLOSE TDBOOKING
           EXIT.

      *    A NORMAL BOOKING GOES OUT WITH THE WEEK IT IS DATED IN; AN
      *    ADJUSTMENT GOES OUT ONCE, WITH THE FIRST EXTRACT AFTER IT
      *    WAS BOOKED. BOOKINGS FROM BEFORE THE WORK DATE WAS KEPT
      *    ARE DATED BY THEIR TIMESTAMP
       SELECT-ONE-BOOKING SECTION.
           MOVE SPACES TO WS-TSHT-WORK
           ADD 1 TO WS-BOOKINGS-READ
           IF BK-MINUTES IN WS-BOOKING-BUFFER NOT NUMERIC
              OR BK-MINUTES IN WS-BOOKING-BUFFER = 0
              EXIT SECTION
           END-IF
           IF BK-WORK-DATE IN WS-BOOKING-BUFFER NUMERIC
              AND BK-WORK-DATE IN WS-BOOKING-BUFFER > 0
              MOVE BK-WORK-DATE IN WS-BOOKING-BUFFER
                   TO WS-BOOKING-DATE
           ELSE
              MOVE BK-TIMESTAMP IN WS-BOOKING-BUFFER(1:8)
                   TO WS-BOOKING-DATE
           END-IF
           IF BOOKING-IS-ADJUSTMENT
              IF BK-TIMESTAMP IN WS-BOOKING-BUFFER
                    NOT > WS-LAST-CLOSE-TIMESTAMP
                 EXIT SECTION
              END-IF
              ADD 1 TO WS-ADJUSTMENTS-TAKEN
              MOVE "A" TO TW-ADJUST-FLAG
           ELSE
              IF WS-BOOKING-DATE < WS-WEEK-START
                 OR WS-BOOKING-DATE > WS-WEEK-END
                 EXIT SECTION
              END-IF
              MOVE SPACE TO TW-ADJUST-FLAG
           END-IF
           ADD 1 TO WS-BOOKINGS-TAKEN
           MOVE BK-USER IN WS-BOOKING-BUFFER TO TW-USER
           MOVE WS-BOOKING-DATE TO TW-WORK-DATE
           MOVE BK-MINUTES IN WS-BOOKING-BUFFER TO TW-MINUTES
           MOVE SPACES TO TW-LIST-ID
           MOVE 0 TO TW-CATEGORY
           IF BK-ITEM-ID IN WS-BOOKING-BUFFER NUMERIC
              AND BK-ITEM-ID IN WS-BOOKING-BUFFER > 0
              MOVE IX-LIST-ID(BK-ITEM-ID IN WS-BOOKING-BUFFER)
                   TO TW-LIST-ID
              MOVE IX-CATEGORY(BK-ITEM-ID IN WS-BOOKING-BUFFER)
                   TO TW-CATEGORY
           END-IF
           IF TW-LIST-ID = SPACES
              ADD 1 TO WS-UNKNOWN-ITEMS
           END-IF
           WRITE TSHT-WORK-RECORD FROM WS-TSHT-WORK
           IF WORK-STATUS NOT = "00"
              MOVE 'Y' TO WS-WORK-WRITE-FAILED
              MOVE 'Y' TO WS-EOF
           END-IF
           EXIT.

      *    ONE DETAIL LINE PER USER, DAY, LIST, CATEGORY AND
      *    ADJUSTMENT FLAG, THEN THE CONTROL RECORD
       WRITE-TIMESHEET-FILE SECTION.
           MOVE SPACES TO WS-TIMESHEET-FILE-NAME
           STRING "timesheet." WS-WEEK-START ".txt"
              DELIMITED BY SIZE INTO WS-TIMESHEET-FILE-NAME
           END-STRING
           OPEN OUTPUT TDTIMESHEET
           IF TIMESHEET-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           MOVE 'N' TO WS-KEY-OPEN
           MOVE SPACE TO WS-EOF
           OPEN INPUT TSHT-SORTED
           IF SORTED-STATUS NOT = "00"
              MOVE 'Y' TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
                 READ TSHT-SORTED INTO WS-TSHT-WORK
                 AT END MOVE 'Y' TO WS-EOF
                 NOT AT END PERFORM ADD-TO-TIMESHEET-LINE
                 END-READ
           END-PERFORM
           IF SORTED-STATUS NOT = "35"
              CLOSE TSHT-SORTED
           END-IF
           IF KEY-OPEN
              PERFORM WRITE-TIMESHEET-DETAIL
           END-IF
           MOVE SPACES TO TIMESHEET-RECORD
           MOVE "C" TO TS-RECORD-TYPE
           MOVE WS-WEEK-START TO TS-WEEK-START
           MOVE WS-LINE-COUNT TO TC-LINE-COUNT
           MOVE WS-TOTAL-MINUTES TO TC-TOTAL-MINUTES
           MOVE WS-CURRENT-DATE-TIME TO TC-EXTRACT-TIMESTAMP
           WRITE TDTIMESHEET-LINE FROM TIMESHEET-RECORD
           CLOSE TDTIMESHEET
           EXIT.

       ADD-TO-TIMESHEET-LINE SECTION.
           IF KEY-OPEN AND WS-TSHT-WORK(1:28) NOT = WS-PREVIOUS-KEY
              PERFORM WRITE-TIMESHEET-DETAIL
           END-IF
           IF NOT KEY-OPEN
              MOVE WS-TSHT-WORK(1:28) TO WS-PREVIOUS-KEY
              MOVE 0 TO WS-KEY-MINUTES
              MOVE 'Y' TO WS-KEY-OPEN
           END-IF
           ADD TW-MINUTES TO WS-KEY-MINUTES
           EXIT.

      *    THE LINE IS BUILT FROM THE SAVED KEY; WS-TSHT-WORK ALREADY
      *    HOLDS THE RECORD THAT CAUSED THE BREAK
       WRITE-TIMESHEET-DETAIL SECTION.
           MOVE SPACES TO TIMESHEET-RECORD
           MOVE "D" TO TS-RECORD-TYPE
           MOVE WS-WEEK-START TO TS-WEEK-START
           MOVE PK-USER TO TS-USER
           MOVE PK-WORK-DATE TO TS-WORK-DATE
           MOVE PK-LIST-ID TO TS-LIST-ID
           MOVE PK-CATEGORY TO TS-CATEGORY
           MOVE WS-KEY-MINUTES TO TS-MINUTES
           MOVE PK-ADJUST-FLAG TO TS-ADJUST-FLAG
           WRITE TDTIMESHEET-LINE FROM TIMESHEET-RECORD
           ADD 1 TO WS-LINE-COUNT
           ADD WS-KEY-MINUTES TO WS-TOTAL-MINUTES
           MOVE 'N' TO WS-KEY-OPEN
           EXIT.

      *    THE WEEK IS CLOSED ONLY ONCE ITS FILE IS COMPLETE
       CLOSE-WEEK SECTION.
           MOVE SPACES TO PERIOD-CLOSE-RECORD
           MOVE WS-WEEK-START TO PC-WEEK-START
           MOVE WS-WEEK-END TO PC-WEEK-END
           MOVE WS-CURRENT-DATE-TIME TO PC-CLOSED-TIMESTAMP
           MOVE WS-LINE-COUNT TO PC-LINE-COUNT
           MOVE WS-TOTAL-MINUTES TO PC-TOTAL-MINUTES
           OPEN EXTEND TDPERIOD
           IF PERIOD-STATUS = "35"
              OPEN OUTPUT TDPERIOD
              CLOSE TDPERIOD
              OPEN EXTEND TDPERIOD
           END-IF
           WRITE TDPERIOD-FILE FROM PERIOD-CLOSE-RECORD
           CLOSE TDPERIOD
           MOVE 0 TO AUDIT-ITEM-ID
           MOVE "weekclose" TO AUDIT-ACTION-NAME
           MOVE "TODOTSHT" TO AUDIT-USER
           MOVE WS-CURRENT-DATE-TIME TO AUDIT-TIMESTAMP
           MOVE SPACES TO AUDIT-DETAIL
           STRING WS-WEEK-START " " WS-LINE-COUNT
              DELIMITED BY SIZE INTO AUDIT-DETAIL
           END-STRING
           CALL "TODOAUDW" USING AUDIT-RECORD-BUFFER
           DISPLAY "WEEK " WS-WEEK-START " CLOSED"
           EXIT.

       END PROGRAM TODOTSHT.
