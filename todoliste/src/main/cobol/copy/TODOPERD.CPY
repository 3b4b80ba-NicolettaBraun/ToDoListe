      *    TIMESHEET PERIOD CLOSE (tdperiod.txt): ONE LINE PER WEEK
      *    (MONDAY TO SUNDAY) THAT TODOTSHT HAS EXTRACTED. BOOKINGS
      *    DATED IN A CLOSED WEEK ARE ONLY TAKEN AS ADMINISTRATOR
      *    ADJUSTMENTS, WHICH GO OUT WITH THE NEXT EXTRACT.
       01 PERIOD-CLOSE-RECORD.
          10 PC-WEEK-START PIC 9(8).
          10 FILLER PIC X.
          10 PC-WEEK-END PIC 9(8).
          10 FILLER PIC X.
          10 PC-CLOSED-TIMESTAMP PIC X(21).
          10 FILLER PIC X.
          10 PC-LINE-COUNT PIC 9(7).
          10 FILLER PIC X.
          10 PC-TOTAL-MINUTES PIC 9(9).
