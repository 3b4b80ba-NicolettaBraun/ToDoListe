          10 UM-ROLE PIC X.
             88 UM-ROLE-ADMIN VALUE "A".
             88 UM-ROLE-REGULAR VALUE "R".
          10 UM-PASSWORD-HASH PIC X(16).
          10 UM-FAILED-LOGINS PIC 9(2).
          10 UM-LOCK-FLAG PIC X.
             88 UM-LOCKED VALUE "L".
          10 UM-ONCALL-FLAG PIC X.
             88 UM-ON-CALL VALUE "Y".
          10 UM-LEAVE-DATE PIC 9(8).
          10 UM-LEGAL-HOLD-FLAG PIC X.
             88 UM-ON-LEGAL-HOLD VALUE "Y".
          10 UM-ANON-DATE PIC 9(8).
          10 UM-PSEUDONYM PIC X(10).
          10 UM-SUPERVISOR PIC X(10).
          10 UM-ROLE-GRANTED PIC 9(8).
