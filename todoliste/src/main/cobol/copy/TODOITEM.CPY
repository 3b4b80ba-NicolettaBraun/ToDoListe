             88 APPROVAL-PENDING VALUE "P".
          10 EST-EFFORT-MINS PIC 9(4).
          10 EXT-REFERENCE PIC X(20).
          10 PARENT-ID PIC 9(5).
          10 ACCEPT-FLAG PIC X.
             88 ACCEPTANCE-PENDING VALUE "W".
             88 ACCEPTANCE-GIVEN VALUE "A".
          10 ASSIGNED-BY PIC X(10).
          10 ASSIGNED-DATE PIC 9(8).
          10 SNOOZE-UNTIL PIC 9(8).
          10 SNOOZE-REASON PIC X(20).
          10 MERGED-INTO-ID PIC 9(5).
       01 WHICH-KIND-SORT PIC X(10).
       01 WHICH-SORT-DIR PIC X(4).
       01 WHICH-SORT-KEY2 PIC X(10).
          05 WHICH-PAGE-SIZE PIC 9(3) VALUE ZERO.
          05 WHICH-BOOK-MINUTES PIC 9(4) VALUE ZERO.
          05 WHICH-NEW-LIST PIC X(8) VALUE SPACES.
          05 WHICH-ACTING-USER PIC X(10) VALUE SPACES.
          05 WHICH-BOOK-DATE PIC 9(8) VALUE ZERO.
          05 WHICH-SNOOZE-DATE PIC 9(8) VALUE ZERO.
          05 WHICH-MERGE-ID PIC 9(5) VALUE ZERO.
          05 WHICH-BULK-ACTION PIC X(10) VALUE SPACES.
          05 WHICH-NEW-CATEGORY PIC X VALUE SPACE.
          05 WHICH-BULK-COUNT PIC 9(3) VALUE ZERO.
          05 WHICH-BULK-ITEM-ID PIC 9(5) OCCURS 50.
