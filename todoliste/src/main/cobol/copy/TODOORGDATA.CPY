      *    PARAMETER BLOCK FOR CALL "TODOORG". THE CALLER FILLS
      *    ORG-SUPERVISOR; ORG-MEMBER COMES BACK WITH EVERYONE ON THE
      *    ROSTER WHO REPORTS TO THEM, DIRECT REPORTS (LEVEL 1) FIRST
      *    AND THEN EACH LEVEL BELOW. ORG-TRUNCATED IS "Y" WHEN THE
      *    TEAM DID NOT FIT THE TABLE.
       01 ORG-PARAMETERS.
          05 ORG-SUPERVISOR PIC X(10).
          05 ORG-TRUNCATED PIC X.
             88 ORG-TEAM-TRUNCATED VALUE "Y".
          05 ORG-MEMBER-COUNT PIC 9(3).
          05 ORG-MEMBER OCCURS 500.
             10 ORG-USER PIC X(10).
             10 ORG-FULL-NAME PIC X(30).
             10 ORG-REPORTS-TO PIC X(10).
             10 ORG-LEVEL PIC 9(2).
             10 ORG-ACTIVE-FLAG PIC X.
