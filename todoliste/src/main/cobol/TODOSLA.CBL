              10 AUDIT-USER PIC X(10).
              10 AUDIT-TIMESTAMP PIC X(21).
              10 AUDIT-DETAIL PIC X(21).
              10 AUDIT-CHECK-VALUE PIC X(16).
          FD TDCAT.
          COPY TODOCAT.
       WORKING-STORAGE SECTION.
           10 AUDIT-USER PIC X(10).
           10 AUDIT-TIMESTAMP PIC X(21).
           10 AUDIT-DETAIL PIC X(21).
           10 AUDIT-CHECK-VALUE PIC X(16).
       01 WS-SLA-TABLE.
           05 SLA-DAYS-FOR-CAT PIC 9(3) OCCURS 10 VALUE 0.
       01 CAT-BREACH-TABLE.
