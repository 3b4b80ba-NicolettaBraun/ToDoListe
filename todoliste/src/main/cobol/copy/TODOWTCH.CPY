      *    WATCH LIST (tdwatch.txt): ONE LINE PER USER FOLLOWING AN
      *    ITEM. THE LINK IS KEPT UNDER THE ITEM'S CURRENT LIST AND
      *    ITEM-ID AND IS CARRIED ALONG WHEN THE ITEM IS MOVED OR
      *    UNDELETED UNDER A NEW NUMBER.
       01 WATCH-RECORD.
          10 WA-LIST-ID PIC X(8).
          10 WA-ITEM-ID PIC 9(5).
          10 WA-USER PIC X(10).
          10 WA-SINCE PIC 9(8).
