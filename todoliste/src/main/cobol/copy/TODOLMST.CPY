      *    LIST MASTER (tdlistmst.txt, INDEXED ON LM-LIST-ID): ONE
      *    RECORD PER NAMED LIST WITH ITS OWNER AND VISIBILITY - V
      *    PRIVATE TO THE OWNER, M MEMBERS ONLY, P PUBLIC (ANYONE MAY
      *    READ; WRITING NEEDS W MEMBERSHIP ONCE MEMBERS ARE NAMED).
      *    UP TO 20 MEMBERS, EACH WITH R (READ) OR W (WRITE) ACCESS.
      *    THE OWNER AND ADMINISTRATORS ALWAYS HAVE FULL ACCESS.
       01 LIST-MASTER-RECORD.
          10 LM-LIST-ID PIC X(8).
          10 LM-OWNER PIC X(10).
          10 LM-DESCRIPTION PIC X(30).
          10 LM-VISIBILITY PIC X.
             88 LM-PRIVATE VALUE "V".
             88 LM-MEMBERS-ONLY VALUE "M".
             88 LM-PUBLIC VALUE "P".
          10 LM-MEMBER-COUNT PIC 9(2).
          10 LM-MEMBER OCCURS 20.
             15 LM-MEMBER-USER PIC X(10).
             15 LM-MEMBER-ACCESS PIC X.
                88 LM-MEMBER-READ VALUE "R".
                88 LM-MEMBER-WRITE VALUE "W".
