         SELECT TDARCHIVE ASSIGN TO 'tdarchive.txt'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ARCHIVE-STATUS.
         SELECT TDLOCK ASSIGN TO 'tdlist.lck'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOCK-STATUS.
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CM-CAT-ID
            FILE STATUS IS CAT-STATUS.
         SELECT TDCHECKPT ASSIGN TO 'tdimport.ckp'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHECKPT-STATUS.
         SELECT TDREJTMP ASSIGN TO 'tdreject.tmp'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS REJTMP-STATUS.
       DATA DIVISION.
       FILE SECTION.
          FD TDIMPORT.
          FD TDARCHIVE.
          01 TDARCHIVE-FILE.
              COPY TDRECORD.
          FD TDLOCK.
          01 LOCK-RECORD PIC X(01).
          FD TDCAT.
          COPY TODOCAT.
          FD TDCHECKPT.
          01 TDCHECKPT-FILE PIC X(95).
          FD TDREJTMP.
          01 TDREJTMP-LINE PIC X(300).
       WORKING-STORAGE SECTION.
       01 WS-IMPORT-EOF PIC A(1).
       01 WS-EOF PIC A(1).
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
       01 WS-CSV-LINE PIC X(300).
       01 WS-CSV-CATEGORY PIC X(10).
       01 WS-CSV-RECUR-FLAG PIC X(10).
       01 WS-CSV-RECUR-INT PIC X(10).
       01 WS-CSV-PARENT PIC X(10).
       01 WS-CSV-OLD-ID PIC X(10).
      *    ITEM-IDS FROM THE EXPORT AGAINST THE IDS GIVEN HERE, SO A
      *    SUB-TASK CAN BE HUNG UNDER ITS IMPORTED PARENT
       01 NUMBER-OF-ID-MAPS PIC 9(5) VALUE 0.
       01 ID-MAP-TABLE.
           05 ID-MAP-ENTRY OCCURS 9999.
               10 MAP-OLD-ID PIC 9(5).
               10 MAP-NEW-ID PIC 9(5).
       01 ID-MAP-INDEX PIC 9(5).
       01 WS-PARENT-OLD-ID PIC 9(5).
       01 WS-UNLINKED-COUNT PIC 9(5) VALUE 0.
       01 WS-DUE-NUM PIC 9(8).
       01 WS-REJECT-REASON PIC X(40).
       01 WS-REJECT-LINE PIC X(300).
       01 WS-READ-COUNT PIC 9(5) VALUE 0.
       01 WS-LOADED-COUNT PIC 9(5) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
       COPY TODOLACCDATA.
       01 CHECKPT-STATUS PIC XX.
       01 REJTMP-STATUS PIC XX.
       COPY TODOCKPT.
       01 WS-PARM-LIST PIC X(8).
       01 WS-PARM-INTERVAL PIC X(5).
       01 WS-CHECKPOINT-INTERVAL PIC 9(3) VALUE 100.
       01 WS-CHECKPOINT-STATE PIC X(4).
       01 WS-CHECKPOINT-EOF PIC A(1).
       01 WS-CHECKPOINT-PENDING PIC X VALUE 'N'.
           88 CHECKPOINT-PENDING VALUE 'Y'.
       01 WS-RESUMING PIC X VALUE 'N'.
           88 RESUMING-RUN VALUE 'Y'.
       01 WS-PENDING-LIST PIC X(8).
       01 WS-INPUT-RECORDS PIC 9(7) VALUE 0.
       01 WS-RESUME-AFTER PIC 9(7) VALUE 0.
       01 WS-SKIP-COUNT PIC 9(7).
       01 WS-RESUME-WATERMARK PIC 9(5) VALUE 0.
       01 WS-FIRST-ITEM-ID PIC 9(5) VALUE 0.
       01 WS-LAST-ITEM-ID PIC 9(5) VALUE 0.
       01 WS-RECOVERED-COUNT PIC 9(5) VALUE 0.
       01 WS-KEEP-LINES PIC 9(7).
       01 WS-COPY-COUNT PIC 9(7).
       01 WS-COPY-EOF PIC A(1).
      *    ITEMS ABOVE THE CHECKPOINT WATERMARK ON THE TARGET LIST:
      *    ROWS THE INTERRUPTED RUN LOADED AFTER ITS LAST CHECKPOINT
       01 NUMBER-OF-RECOVERED PIC 9(3) VALUE 0.
       01 RECOVER-TABLE.
           05 RECOVER-ENTRY OCCURS 999.
               10 RC-ITEM-ID PIC 9(5).
               10 RC-USER PIC X(10).
               10 RC-DUE-DATE PIC 9(8).
               10 RC-DESCRIPTION PIC X(35).
               10 RC-USED PIC X.
       01 RECOVER-COUNTER PIC 9(3).
       01 WS-RECOVER-INDEX PIC 9(3).

       PROCEDURE DIVISION.
      *    PARAMETERS: TARGET LIST, THEN OPTIONALLY THE NUMBER OF
      *    INPUT RECORDS BETWEEN CHECKPOINTS
           ACCEPT WS-RUN-PARM FROM COMMAND-LINE
           MOVE SPACES TO WS-PARM-LIST WS-PARM-INTERVAL
           UNSTRING FUNCTION TRIM(WS-RUN-PARM) DELIMITED BY ALL SPACE
              INTO WS-PARM-LIST WS-PARM-INTERVAL
           END-UNSTRING
           IF WS-PARM-LIST NOT = SPACES
              MOVE WS-PARM-LIST TO WS-TARGET-LIST
           END-IF
           IF FUNCTION TRIM(WS-PARM-INTERVAL) IS NUMERIC
              AND WS-PARM-INTERVAL NOT = SPACES
              AND FUNCTION NUMVAL(WS-PARM-INTERVAL) > 0
              AND FUNCTION NUMVAL(WS-PARM-INTERVAL) < 1000
              MOVE FUNCTION NUMVAL(WS-PARM-INTERVAL)
                   TO WS-CHECKPOINT-INTERVAL
           END-IF
           DISPLAY "============================================"
           DISPLAY "TODO LIST - CSV IMPORT FROM tdimport.csv"
           DISPLAY "TARGET LIST: " WS-TARGET-LIST
           DISPLAY "============================================"
      *    AN IMPORT NEVER CREATES A LIST
           MOVE WS-TARGET-LIST TO LA-LIST-ID
           MOVE SPACES TO LA-USER
           MOVE "A" TO LA-ROLE
           MOVE "R" TO LA-ACCESS-WANTED
           CALL "TODOLACC" USING LIST-ACCESS-PARAMETERS
           IF LA-REFUSED
              DISPLAY "TARGET LIST " FUNCTION TRIM(WS-TARGET-LIST)
              " REFUSED - " FUNCTION TRIM(LA-REASON)
              GOBACK
           END-IF
           PERFORM ACQUIRE-LOCK
           IF LOCK-STATUS NOT = "00"
              DISPLAY "UNABLE TO ACQUIRE THE LIST LOCK - "
              "ANOTHER UPDATE IS IN PROGRESS"
              GOBACK
           END-IF
           PERFORM READ-CHECKPOINT
           IF CHECKPOINT-PENDING AND NOT RESUMING-RUN
              DISPLAY "AN INTERRUPTED IMPORT INTO LIST "
              FUNCTION TRIM(WS-PENDING-LIST)
              " IS STILL PENDING - RERUN IT FOR THAT LIST FIRST"
              PERFORM RELEASE-LOCK
              GOBACK
           END-IF
           PERFORM LOAD-LIST-FOR-DUPCHECK
           PERFORM LOAD-CATEGORY-NAMES
           MOVE SPACE TO WS-IMPORT-EOF
              PERFORM RELEASE-LOCK
              GOBACK
           END-IF
      *    A NEW IMPORT IS CHECKPOINTED BEFORE ITS FIRST ROW, SO A
      *    RUN STOPPED SHORT OF THE FIRST INTERVAL STILL RESUMES WITH
      *    THE STARTING WATERMARK AND AN EMPTY REJECT FILE
           IF RESUMING-RUN
              PERFORM RESUME-FROM-CHECKPOINT
           ELSE
              OPEN OUTPUT TDREJECT
              MOVE "RUN" TO WS-CHECKPOINT-STATE
              PERFORM WRITE-CHECKPOINT
           END-IF
           OPEN I-O TDLIST
           IF TDLIST-STATUS = "35"
              OPEN OUTPUT TDLIST
           PERFORM UNTIL WS-IMPORT-EOF = 'Y'
                 READ TDIMPORT INTO WS-CSV-LINE
                 AT END MOVE 'Y' TO WS-IMPORT-EOF
                 NOT AT END PERFORM PROCESS-IMPORT-LINE
                 END-READ
           END-PERFORM
           CLOSE TDLIST
           CLOSE TDREJECT
           CLOSE TDIMPORT
           MOVE "DONE" TO WS-CHECKPOINT-STATE
           PERFORM WRITE-CHECKPOINT
           PERFORM RELEASE-LOCK
           IF RESUMING-RUN
              DISPLAY "RESUMED AFTER INPUT RECORD " WS-RESUME-AFTER
              " - TOTALS COVER BOTH RUNS"
           END-IF
           DISPLAY "ROWS READ:     " WS-READ-COUNT
           DISPLAY "ITEMS LOADED:  " WS-LOADED-COUNT
           DISPLAY "ROWS REJECTED: " WS-REJECT-COUNT
           IF WS-RECOVERED-COUNT > 0
              DISPLAY "ROWS FOUND ALREADY LOADED: " WS-RECOVERED-COUNT
           END-IF
           IF WS-UNLINKED-COUNT > 0
              DISPLAY "PARENT LINKS DROPPED: " WS-UNLINKED-COUNT
           END-IF
           IF WS-FIRST-ITEM-ID > 0
              DISPLAY "ITEM-IDS ISSUED: " WS-FIRST-ITEM-ID
              " TO " WS-LAST-ITEM-ID
           END-IF
           DISPLAY "============================================"
           GOBACK.

      *    THE CHECKPOINT IS THE COMMIT POINT: THE REJECT FILE AND THE
      *    LIST ARE CLOSED AND REOPENED FIRST SO EVERYTHING THE
      *    CHECKPOINT COUNTS IS ON DISK
       PROCESS-IMPORT-LINE SECTION.
           ADD 1 TO WS-INPUT-RECORDS
           PERFORM IMPORT-ONE-ROW
           IF FUNCTION MOD(WS-INPUT-RECORDS, WS-CHECKPOINT-INTERVAL)
                 = 0
              CLOSE TDREJECT
              CLOSE TDLIST
              MOVE "RUN" TO WS-CHECKPOINT-STATE
              PERFORM WRITE-CHECKPOINT
              OPEN EXTEND TDREJECT
              OPEN I-O TDLIST
           END-IF
           EXIT.

       READ-CHECKPOINT SECTION.
           MOVE 'N' TO WS-CHECKPOINT-PENDING
           MOVE 'N' TO WS-RESUMING
           MOVE SPACE TO WS-CHECKPOINT-EOF
           OPEN INPUT TDCHECKPT
           IF CHECKPT-STATUS NOT = "00"
              EXIT SECTION
           END-IF
           PERFORM UNTIL WS-CHECKPOINT-EOF = 'Y'
                 READ TDCHECKPT INTO CHECKPOINT-RECORD
                 AT END MOVE 'Y' TO WS-CHECKPOINT-EOF
                 NOT AT END PERFORM LOAD-CHECKPOINT-RECORD
                 END-READ
           END-PERFORM
           CLOSE TDCHECKPT
           EXIT.

       LOAD-CHECKPOINT-RECORD SECTION.
           EVALUATE TRUE
           WHEN CK-HEADER
              IF CK-RUNNING AND CK-PROGRAM = "TODOIMP"
                 MOVE 'Y' TO WS-CHECKPOINT-PENDING
                 MOVE CK-RUN-KEY TO WS-PENDING-LIST
                 IF CK-RUN-KEY = WS-TARGET-LIST
                    MOVE 'Y' TO WS-RESUMING
                    MOVE CK-INPUT-RECORDS TO WS-RESUME-AFTER
                    MOVE CK-INPUT-RECORDS TO WS-INPUT-RECORDS
                    MOVE CK-READ-COUNT TO WS-READ-COUNT
                    MOVE CK-GOOD-COUNT TO WS-LOADED-COUNT
                    MOVE CK-BAD-COUNT TO WS-REJECT-COUNT
                    MOVE CK-OTHER-COUNT TO WS-UNLINKED-COUNT
                    MOVE CK-FIRST-ITEM-ID TO WS-FIRST-ITEM-ID
                    MOVE CK-LAST-ITEM-ID TO WS-RESUME-WATERMARK
                    MOVE CK-OUTPUT-LINES TO WS-KEEP-LINES
                 END-IF
              END-IF
           WHEN CK-ID-MAP
              IF RESUMING-RUN AND NUMBER-OF-ID-MAPS < 9999
                 ADD 1 TO NUMBER-OF-ID-MAPS
                 MOVE CK-MAP-OLD-ID TO MAP-OLD-ID(NUMBER-OF-ID-MAPS)
                 MOVE CK-MAP-NEW-ID TO MAP-NEW-ID(NUMBER-OF-ID-MAPS)
                 IF CK-MAP-NEW-ID > WS-LAST-ITEM-ID
                    MOVE CK-MAP-NEW-ID TO WS-LAST-ITEM-ID
                 END-IF
              END-IF
           END-EVALUATE
           EXIT.

       WRITE-CHECKPOINT SECTION.
           OPEN OUTPUT TDCHECKPT
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE "H" TO CK-RECORD-TYPE
           MOVE WS-CHECKPOINT-STATE TO CK-STATE
           MOVE "TODOIMP" TO CK-PROGRAM
           MOVE WS-TARGET-LIST TO CK-RUN-KEY
           MOVE WS-INPUT-RECORDS TO CK-INPUT-RECORDS
           MOVE WS-READ-COUNT TO CK-READ-COUNT
           MOVE WS-LOADED-COUNT TO CK-GOOD-COUNT
           MOVE WS-REJECT-COUNT TO CK-BAD-COUNT
           MOVE WS-UNLINKED-COUNT TO CK-OTHER-COUNT
           MOVE WS-FIRST-ITEM-ID TO CK-FIRST-ITEM-ID
           MOVE WS-HIGHEST-ITEM-ID TO CK-LAST-ITEM-ID
           MOVE WS-REJECT-COUNT TO CK-OUTPUT-LINES
           MOVE FUNCTION CURRENT-DATE TO CK-TIMESTAMP
           WRITE TDCHECKPT-FILE FROM CHECKPOINT-RECORD
           IF WS-CHECKPOINT-STATE = "RUN"
              PERFORM VARYING ID-MAP-INDEX FROM 1 BY 1
                 UNTIL ID-MAP-INDEX > NUMBER-OF-ID-MAPS
                    MOVE SPACES TO CHECKPOINT-RECORD
                    MOVE "M" TO CK-RECORD-TYPE
                    MOVE MAP-OLD-ID(ID-MAP-INDEX) TO CK-MAP-OLD-ID
                    MOVE MAP-NEW-ID(ID-MAP-INDEX) TO CK-MAP-NEW-ID
                    WRITE TDCHECKPT-FILE FROM CHECKPOINT-RECORD
              END-PERFORM
           END-IF
           CLOSE TDCHECKPT
           EXIT.

      *    SKIPS THE INPUT RECORDS ALREADY COMMITTED AND CUTS THE
      *    REJECT FILE BACK TO THE LINES THE CHECKPOINT COUNTED, SO
      *    ROWS AFTER THE CHECKPOINT ARE NOT REJECTED TWICE
       RESUME-FROM-CHECKPOINT SECTION.
           DISPLAY "RESUMING THE INTERRUPTED IMPORT AFTER INPUT RECORD "
           WS-RESUME-AFTER
           MOVE 0 TO WS-SKIP-COUNT
           PERFORM UNTIL WS-SKIP-COUNT >= WS-RESUME-AFTER
                 OR WS-IMPORT-EOF = 'Y'
                 READ TDIMPORT INTO WS-CSV-LINE
                 AT END MOVE 'Y' TO WS-IMPORT-EOF
                 NOT AT END ADD 1 TO WS-SKIP-COUNT
                 END-READ
           END-PERFORM
           MOVE 0 TO WS-COPY-COUNT
           MOVE SPACE TO WS-COPY-EOF
           OPEN OUTPUT TDREJTMP
           OPEN INPUT TDREJECT
           IF REJECT-STATUS = "00"
              PERFORM UNTIL WS-COPY-EOF = 'Y'
                    OR WS-COPY-COUNT >= WS-KEEP-LINES
                    READ TDREJECT INTO WS-REJECT-LINE
                    AT END MOVE 'Y' TO WS-COPY-EOF
                    NOT AT END
                       ADD 1 TO WS-COPY-COUNT
                       WRITE TDREJTMP-LINE FROM WS-REJECT-LINE
                    END-READ
              END-PERFORM
              CLOSE TDREJECT
           END-IF
           CLOSE TDREJTMP
           MOVE SPACE TO WS-COPY-EOF
           OPEN INPUT TDREJTMP
           OPEN OUTPUT TDREJECT
           PERFORM UNTIL WS-COPY-EOF = 'Y'
                 READ TDREJTMP INTO WS-REJECT-LINE
                 AT END MOVE 'Y' TO WS-COPY-EOF
                 NOT AT END WRITE TDREJECT-LINE FROM WS-REJECT-LINE
                 END-READ
           END-PERFORM
           CLOSE TDREJTMP
           EXIT.

      *    A ROW THE INTERRUPTED RUN HAD ALREADY LOADED IS TAKEN OVER
      *    WITH ITS ITEM INSTEAD OF BEING REJECTED AS A DUPLICATE
       FIND-RECOVERED-ITEM SECTION.
           MOVE 0 TO WS-RECOVER-INDEX
           MOVE 0 TO WS-DUE-NUM
           IF WS-CSV-DUE(1:8) NUMERIC
              MOVE WS-CSV-DUE(1:8) TO WS-DUE-NUM
           END-IF
           PERFORM VARYING RECOVER-COUNTER FROM 1 BY 1
              UNTIL RECOVER-COUNTER > NUMBER-OF-RECOVERED
                 OR WS-RECOVER-INDEX > 0
                 IF RC-USED(RECOVER-COUNTER) NOT = 'Y'
                    AND RC-USER(RECOVER-COUNTER) = WS-CSV-USER(1:10)
                    AND RC-DESCRIPTION(RECOVER-COUNTER)
                        = WS-CSV-DESC(1:35)
                    AND RC-DUE-DATE(RECOVER-COUNTER) = WS-DUE-NUM
                    MOVE RECOVER-COUNTER TO WS-RECOVER-INDEX
                 END-IF
           END-PERFORM
           IF WS-RECOVER-INDEX = 0
              EXIT SECTION
           END-IF
           MOVE 'Y' TO RC-USED(WS-RECOVER-INDEX)
           ADD 1 TO WS-LOADED-COUNT
           ADD 1 TO WS-RECOVERED-COUNT
           MOVE RC-ITEM-ID(WS-RECOVER-INDEX) TO ITEM-ID IN WS-TDLIST
           PERFORM NOTE-ISSUED-ITEM-ID
           PERFORM REMEMBER-IMPORTED-ID
           EXIT.

       NOTE-ISSUED-ITEM-ID SECTION.
           IF WS-FIRST-ITEM-ID = 0
              MOVE ITEM-ID IN WS-TDLIST TO WS-FIRST-ITEM-ID
           END-IF
           IF ITEM-ID IN WS-TDLIST > WS-LAST-ITEM-ID
              MOVE ITEM-ID IN WS-TDLIST TO WS-LAST-ITEM-ID
           END-IF
           EXIT.

      *    THE HOLDER, AND ANY WAIT OR TIMEOUT, IS RECORDED THROUGH
      *    TODOLOCK SO OTHERS CAN SEE WHO HAS THE LIST
       ACQUIRE-LOCK SECTION.
           MOVE "TODOIMP" TO LT-PROGRAM
           MOVE "import" TO LT-ACTION
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

                       AND WS-TARGET-LIST = "MAIN")
              EXIT SECTION
           END-IF
           IF RESUMING-RUN
              AND ITEM-ID IN WS-TDLIST > WS-RESUME-WATERMARK
              AND NUMBER-OF-RECOVERED < 999
              ADD 1 TO NUMBER-OF-RECOVERED
              MOVE ITEM-ID IN WS-TDLIST
                   TO RC-ITEM-ID(NUMBER-OF-RECOVERED)
              MOVE USER IN WS-TDLIST TO RC-USER(NUMBER-OF-RECOVERED)
              COMPUTE RC-DUE-DATE(NUMBER-OF-RECOVERED) =
                   DUE-YEAR IN WS-TDLIST * 10000
                   + DUE-MONTH IN WS-TDLIST * 100
                   + DUE-DAY IN WS-TDLIST
              MOVE DESCRIPTION IN WS-TDLIST
                   TO RC-DESCRIPTION(NUMBER-OF-RECOVERED)
              MOVE 'N' TO RC-USED(NUMBER-OF-RECOVERED)
           END-IF
           ADD 1 TO NUMBER-OF-TODOS
           MOVE USER IN WS-TDLIST
                TO DUP-USER(NUMBER-OF-TODOS)
           MOVE 'Y' TO WS-ROW-OK
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM PARSE-CSV-ROW
           IF ROW-OK AND NUMBER-OF-RECOVERED > 0
              PERFORM FIND-RECOVERED-ITEM
              IF WS-RECOVER-INDEX > 0
                 EXIT SECTION
              END-IF
           END-IF
           IF ROW-OK
              PERFORM VALIDATE-CSV-ROW
           END-IF

       PARSE-CSV-ROW SECTION.
      *    EXPORT LAYOUT: ITEM-ID,"USER",PRIO,ADDED,DUE,CAT,"DESC"
      *    OPTIONALLY FOLLOWED BY ,RECURFLAG,RECURINTERVAL,PARENT
           MOVE SPACES TO WS-CSV-PART1 WS-CSV-USER WS-CSV-MIDDLE
                WS-CSV-DESC WS-CSV-TAIL WS-CSV-CATNAME
                WS-CSV-PART5 WS-CSV-DESC2 WS-CSV-TAIL2
                   WS-CSV-DUE WS-CSV-CATEGORY
           END-UNSTRING
           MOVE SPACES TO WS-CSV-F0 WS-CSV-RECUR-FLAG
                WS-CSV-RECUR-INT WS-CSV-PARENT
           UNSTRING WS-CSV-TAIL DELIMITED BY ','
              INTO WS-CSV-F0 WS-CSV-RECUR-FLAG WS-CSV-RECUR-INT
                   WS-CSV-PARENT
           END-UNSTRING
           MOVE SPACES TO WS-CSV-OLD-ID
           UNSTRING WS-CSV-PART1 DELIMITED BY ','
              INTO WS-CSV-OLD-ID
           END-UNSTRING
           EXIT.

              MOVE "USER NOT ON ROSTER" TO WS-REJECT-REASON
              EXIT SECTION
           END-IF
           PERFORM CHECK-IMPORT-LIST-ACCESS
           IF LA-REFUSED
              MOVE 'N' TO WS-ROW-OK
              MOVE LA-REASON TO WS-REJECT-REASON
              EXIT SECTION
           END-IF
           PERFORM CHECK-IMPORT-DUPLICATE
           IF DUPLICATE-FOUND
              MOVE 'N' TO WS-ROW-OK
           END-IF
           EXIT.

      *    THE ROW'S USER MUST BE ALLOWED TO WORK ON THE TARGET LIST
       CHECK-IMPORT-LIST-ACCESS SECTION.
           MOVE WS-TARGET-LIST TO LA-LIST-ID
           MOVE WS-CSV-USER(1:10) TO LA-USER
           MOVE SPACE TO LA-ROLE
           OPEN INPUT TDUSER
           IF USER-STATUS = "00"
              MOVE WS-CSV-USER(1:10) TO UM-USER-NAME
              READ TDUSER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE UM-ROLE TO LA-ROLE
              END-READ
              CLOSE TDUSER
           END-IF
           MOVE "W" TO LA-ACCESS-WANTED
           CALL "TODOLACC" USING LIST-ACCESS-PARAMETERS
           EXIT.

       LOOKUP-CATEGORY-BY-NAME SECTION.
           MOVE 'N' TO WS-CAT-LOOKUP-OK
           PERFORM VARYING CAT-INDEX FROM 0 BY 1
           MOVE SPACE TO APPROVAL-FLAG IN WS-TDLIST
           MOVE 0 TO EST-EFFORT-MINS IN WS-TDLIST
           MOVE SPACES TO EXT-REFERENCE IN WS-TDLIST
      *    A MIGRATION CARRIES OVER WORK THE USERS ALREADY HOLD, SO
      *    IMPORTED ITEMS DO NOT WAIT FOR ACCEPTANCE
           MOVE SPACE TO ACCEPT-FLAG IN WS-TDLIST
           MOVE SPACES TO ASSIGNED-BY IN WS-TDLIST
           MOVE WS-CURRENT-DATE-TIME(1:8) TO ASSIGNED-DATE IN WS-TDLIST
           MOVE 0 TO SNOOZE-UNTIL IN WS-TDLIST
           MOVE SPACES TO SNOOZE-REASON IN WS-TDLIST
           MOVE 0 TO MERGED-INTO-ID IN WS-TDLIST
           PERFORM MAP-IMPORTED-PARENT
           WRITE TDLIST-FILE FROM WS-TDLIST
           IF TDLIST-STATUS = "00"
              ADD 1 TO WS-LOADED-COUNT
              PERFORM NOTE-ISSUED-ITEM-ID
              PERFORM REMEMBER-IMPORTED-ID
              ADD 1 TO NUMBER-OF-TODOS
              MOVE USER IN WS-TDLIST
                   TO DUP-USER(NUMBER-OF-TODOS)
           END-IF
           EXIT.

      *    THE PARENT COLUMN CARRIES THE PARENT'S ID FROM THE
      *    EXPORT. IT IS TRANSLATED TO THE ID THE PARENT GOT IN THIS
      *    RUN; A PARENT THAT WAS NOT IMPORTED AHEAD OF THE ROW LEAVES
      *    THE ITEM AS A PLAIN ITEM
       MAP-IMPORTED-PARENT SECTION.
           MOVE 0 TO PARENT-ID IN WS-TDLIST
           IF FUNCTION TRIM(WS-CSV-PARENT) = SPACES
              OR FUNCTION TRIM(WS-CSV-PARENT) IS NOT NUMERIC
              EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(WS-CSV-PARENT) TO WS-PARENT-OLD-ID
           IF WS-PARENT-OLD-ID = 0
              EXIT SECTION
           END-IF
           PERFORM VARYING ID-MAP-INDEX FROM 1 BY 1
              UNTIL ID-MAP-INDEX > NUMBER-OF-ID-MAPS
                 OR PARENT-ID IN WS-TDLIST > 0
                 IF MAP-OLD-ID(ID-MAP-INDEX) = WS-PARENT-OLD-ID
                    MOVE MAP-NEW-ID(ID-MAP-INDEX)
                         TO PARENT-ID IN WS-TDLIST
                 END-IF
           END-PERFORM
           IF PARENT-ID IN WS-TDLIST = 0
              ADD 1 TO WS-UNLINKED-COUNT
              DISPLAY "PARENT " WS-PARENT-OLD-ID
              " NOT IMPORTED AHEAD OF ROW " WS-READ-COUNT
              " - LOADED WITHOUT ITS PARENT"
           END-IF
           EXIT.

       REMEMBER-IMPORTED-ID SECTION.
           IF FUNCTION TRIM(WS-CSV-OLD-ID) = SPACES
              OR FUNCTION TRIM(WS-CSV-OLD-ID) IS NOT NUMERIC
              OR NUMBER-OF-ID-MAPS >= 9999
              EXIT SECTION
           END-IF
           ADD 1 TO NUMBER-OF-ID-MAPS
           MOVE FUNCTION NUMVAL(WS-CSV-OLD-ID)
                TO MAP-OLD-ID(NUMBER-OF-ID-MAPS)
           MOVE ITEM-ID IN WS-TDLIST TO MAP-NEW-ID(NUMBER-OF-ID-MAPS)
           EXIT.

       GET-NEXT-ITEM-ID SECTION.
           OPEN INPUT TDCOUNTER
           IF COUNTER-STATUS = "00"
           MOVE FUNCTION CURRENT-DATE
                TO AUDIT-TIMESTAMP IN AUDIT-RECORD-BUFFER
           MOVE SPACES TO AUDIT-DETAIL IN AUDIT-RECORD-BUFFER
           CALL "TODOAUDW" USING AUDIT-RECORD-BUFFER
           EXIT.

       END PROGRAM TODOIMP.
