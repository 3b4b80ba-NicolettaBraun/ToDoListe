      *    DAILY BACKLOG SNAPSHOT (tdsnaphist.txt, APPENDED ONCE A
      *    NIGHT BY TODOSNAP). ONE ROW PER LIST, USER AND CATEGORY
      *    WITH THE LIVE ITEM COUNTS AND THEIR AGE BY ADDED-DATE:
      *    0-7, 8-30, 31-90 AND OVER 90 DAYS.
       01 SNAPSHOT-RECORD.
          10 SN-SNAP-DATE PIC 9(8).
          10 SN-LIST-ID PIC X(8).
          10 SN-USER PIC X(10).
          10 SN-CATEGORY PIC 9.
          10 SN-OPEN-COUNT PIC 9(5).
          10 SN-PROGRESS-COUNT PIC 9(5).
          10 SN-OVERDUE-COUNT PIC 9(5).
          10 SN-PENDING-COUNT PIC 9(5).
          10 SN-AGE-BUCKETS.
             15 SN-AGE-0-7 PIC 9(5).
             15 SN-AGE-8-30 PIC 9(5).
             15 SN-AGE-31-90 PIC 9(5).
             15 SN-AGE-OVER-90 PIC 9(5).
          10 SN-AGE-TABLE REDEFINES SN-AGE-BUCKETS.
             15 SN-AGE-COUNT PIC 9(5) OCCURS 4.
