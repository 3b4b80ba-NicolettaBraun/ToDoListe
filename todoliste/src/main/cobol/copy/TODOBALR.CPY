      *    DAY-OVER-DAY CONTROL TOTALS (tdbalance.txt, APPENDED BY
      *    TODOBAL EACH TIME A RUN IS TAKEN AS BALANCED). ONE ROW PER
      *    LIST WITH THE LIVE AND ARCHIVED ITEM COUNTS AT THE CUTOFF.
      *    THE ROWS OF THE LATEST CUTOFF ARE THE OPENING BALANCE OF
      *    THE NEXT RUN.
       01 BALANCE-RECORD.
          10 BL-CUTOFF PIC X(16).
          10 BL-LIST-ID PIC X(8).
          10 BL-LIVE-COUNT PIC 9(7).
          10 BL-ARCH-COUNT PIC 9(7).
      *    ITEM INVENTORY BEHIND THE CONTROL TOTALS (tdbalitem.txt,
      *    REWRITTEN WITH THEM). HOW MANY TIMES EACH ITEM SITS ON THE
      *    LIVE LIST AND ON THE ARCHIVE, SO A DIFFERENCE CAN BE TRACED
      *    TO THE ITEMS THAT CAUSE IT.
       01 BALANCE-ITEM-RECORD.
          10 BI-LIST-ID PIC X(8).
          10 BI-ITEM-ID PIC 9(5).
          10 BI-LIVE-COUNT PIC 9(3).
          10 BI-ARCH-COUNT PIC 9(3).
