      *    PRIVILEGED ACCESS REVIEW EXTRACT (privreview.<start>.txt),
      *    FIXED 131 BYTES, FOR THE COMPLIANCE TEAM. ONE ADMINISTRATOR
      *    LINE PER ROSTER USER WITH THE ADMIN ROLE, ONE ACTION LINE
      *    PER PRIVILEGED ACTION IN THE PERIOD (PR-UNDER-ADMIN "N"
      *    WHEN THE USER ON THE AUDIT TRAIL HOLDS NO ADMIN ROLE), ONE
      *    FIELD-CHANGE LINE PER tdchange ROW BEHIND AN ACTION. THE
      *    LAST RECORD IS THE CONTROL RECORD.
       01 PRIVILEGE-REVIEW-RECORD.
          10 PR-RECORD-TYPE PIC X.
             88 PR-ADMIN VALUE "A".
             88 PR-ACTION VALUE "P".
             88 PR-FIELD-CHANGE VALUE "F".
             88 PR-CONTROL VALUE "C".
          10 PR-PERIOD-START PIC 9(8).
          10 PR-PERIOD-END PIC 9(8).
          10 PR-USER PIC X(10).
          10 PR-ADMIN-DATA.
             15 PR-FULL-NAME PIC X(30).
             15 PR-ROSTER-STATUS PIC X.
             15 PR-ROLE-GRANTED PIC 9(8).
             15 PR-HR-STATUS PIC X.
                88 PR-HR-ACTIVE VALUE "A".
                88 PR-HR-INACTIVE VALUE "I".
                88 PR-HR-MISSING VALUE "M".
             15 PR-LAST-USED PIC 9(8).
             15 PR-ACTION-COUNT PIC 9(5).
             15 PR-CHANGE-COUNT PIC 9(5).
             15 PR-HR-INACTIVE-FLAG PIC X.
             15 PR-DORMANT-FLAG PIC X.
             15 PR-ROSTER-INACTIVE-FLAG PIC X.
             15 FILLER PIC X(43).
          10 PR-ACTION-DATA REDEFINES PR-ADMIN-DATA.
             15 PR-UNDER-ADMIN PIC X.
                88 PR-BY-ADMIN VALUE "Y".
             15 PR-TIMESTAMP PIC X(16).
             15 PR-ITEM-ID PIC 9(5).
             15 PR-ACTION-NAME PIC X(12).
             15 PR-DETAIL PIC X(70).
             15 PR-CHANGE-VALUES REDEFINES PR-DETAIL.
                20 PR-OLD-VALUE PIC X(35).
                20 PR-NEW-VALUE PIC X(35).
          10 PR-CONTROL-DATA REDEFINES PR-ADMIN-DATA.
             15 PR-ADMIN-TOTAL PIC 9(5).
             15 PR-ACTION-TOTAL PIC 9(7).
             15 PR-CHANGE-TOTAL PIC 9(7).
             15 PR-FLAGGED-TOTAL PIC 9(5).
             15 PR-EXTRACT-TIMESTAMP PIC X(21).
             15 FILLER PIC X(59).
