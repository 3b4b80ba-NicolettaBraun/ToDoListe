      *    WEB SIGN-ON SESSION (tdsession.txt, KEYED ON SS-TOKEN).
      *    A SESSION IS ISSUED BY THE LOGIN ACTION AND LAPSES WHEN
      *    SS-LAST-ACTIVITY IS OLDER THAN THE IDLE LIMIT IN
      *    TODOHANDLER. TIMESTAMPS ARE YYYYMMDDHHMMSS.
       01 SESSION-RECORD.
          10 SS-TOKEN PIC X(16).
          10 SS-USER-NAME PIC X(10).
          10 SS-STARTED PIC X(14).
          10 SS-LAST-ACTIVITY PIC X(14).
