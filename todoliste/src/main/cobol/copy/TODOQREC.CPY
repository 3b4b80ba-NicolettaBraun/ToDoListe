             88 RSP-LIST-FULL VALUE "02".
             88 RSP-UNKNOWN-USER VALUE "03".
             88 RSP-BAD-DATA VALUE "04".
             88 RSP-LIST-REFUSED VALUE "05".
             88 RSP-NO-ASSIGNEE VALUE "06".
          10 RSP-ITEM-ID PIC 9(5).
          10 RSP-REASON PIC X(30).
          10 RSP-TIMESTAMP PIC X(21).
          10 RSP-ASSIGNED-USER PIC X(10).
