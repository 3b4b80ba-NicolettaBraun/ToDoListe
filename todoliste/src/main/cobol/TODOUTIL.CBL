              10 BK-USER PIC X(10).
              10 BK-MINUTES PIC 9(4).
              10 BK-TIMESTAMP PIC X(21).
              10 BK-WORK-DATE PIC 9(8).
              10 BK-ADJUST-FLAG PIC X.
       WORKING-STORAGE SECTION.
       01 WS-EOF PIC A(1).
       01 WS-ARCHIVE-EOF PIC A(1).
           10 BK-USER PIC X(10).
           10 BK-MINUTES PIC 9(4).
           10 BK-TIMESTAMP PIC X(21).
           10 BK-WORK-DATE PIC 9(8).
           10 BK-ADJUST-FLAG PIC X.
       01 NUMBER-OF-ITEMS PIC 9(5) VALUE 0.
       01 ITEM-REF-TABLE.
           05 ITEM-REF-ENTRY OCCURS 99999.
