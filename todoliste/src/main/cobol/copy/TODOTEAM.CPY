      *    TEAM POOL (tdteam.txt): ONE LINE PER ELIGIBLE USER OF A
      *    CATEGORY. A LINE WITH A LIST-ID APPLIES ONLY TO THAT
      *    LIST AND TAKES PRECEDENCE; A BLANK LIST-ID COVERS EVERY
      *    LIST WITHOUT A POOL OF ITS OWN FOR THE CATEGORY.
       01 TEAM-POOL-RECORD.
          10 TP-CATEGORY PIC 9.
          10 FILLER PIC X.
          10 TP-LIST-ID PIC X(8).
          10 FILLER PIC X.
          10 TP-USER PIC X(10).
