              10 AUDIT-USER PIC X(10).
              10 AUDIT-TIMESTAMP PIC X(21).
              10 AUDIT-DETAIL PIC X(21).
              10 AUDIT-CHECK-VALUE PIC X(16).
       WORKING-STORAGE SECTION.
       01 WS-ARCHIVE-EOF PIC A(1).
       01 WS-AUDIT-EOF PIC A(1).
           10 AUDIT-USER PIC X(10).
           10 AUDIT-TIMESTAMP PIC X(21).
           10 AUDIT-DETAIL PIC X(21).
           10 AUDIT-CHECK-VALUE PIC X(16).
       01 WS-RUN-PARM PIC X(32).
       01 WS-PARM-START PIC X(16).
       01 WS-PARM-END PIC X(16).
