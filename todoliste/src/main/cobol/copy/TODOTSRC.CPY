      *    TIMESHEET INTERFACE RECORD (timesheet.<week-start>.txt),
      *    FIXED 60 BYTES. DETAIL LINES CARRY THE MINUTES ONE USER
      *    BOOKED ON ONE DAY AGAINST ONE LIST AND CATEGORY; A LINE
      *    WITH TS-ADJUSTMENT SET CORRECTS A WEEK ALREADY EXTRACTED.
      *    THE LAST RECORD IS THE CONTROL RECORD.
       01 TIMESHEET-RECORD.
          10 TS-RECORD-TYPE PIC X.
             88 TS-DETAIL VALUE "D".
             88 TS-CONTROL VALUE "C".
          10 TS-WEEK-START PIC 9(8).
          10 TS-DETAIL-DATA.
             15 TS-USER PIC X(10).
             15 TS-WORK-DATE PIC 9(8).
             15 TS-LIST-ID PIC X(8).
             15 TS-CATEGORY PIC 9.
             15 TS-MINUTES PIC 9(6).
             15 TS-ADJUST-FLAG PIC X.
                88 TS-ADJUSTMENT VALUE "A".
             15 FILLER PIC X(17).
          10 TS-CONTROL-DATA REDEFINES TS-DETAIL-DATA.
             15 TC-LINE-COUNT PIC 9(7).
             15 TC-TOTAL-MINUTES PIC 9(9).
             15 TC-EXTRACT-TIMESTAMP PIC X(21).
             15 FILLER PIC X(14).
