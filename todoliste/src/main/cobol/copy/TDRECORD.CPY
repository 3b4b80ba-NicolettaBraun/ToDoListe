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
