      *    SECOND-STAGE ESCALATION (tdescal.txt): ONE LINE PER ITEM
      *    TODOESC HAS SENT UP TO THE OWNER'S SUPERVISOR, WITH THE
      *    DATE AND HOW MANY BUSINESS DAYS IT WAS OVERDUE BY THEN.
       01 ESCALATION-RECORD.
          10 ESC-LIST-ID PIC X(8).
          10 ESC-ITEM-ID PIC 9(5).
          10 ESC-OWNER PIC X(10).
          10 ESC-SUPERVISOR PIC X(10).
          10 ESC-DATE PIC 9(8).
          10 ESC-OVERDUE-DAYS PIC 9(4).
