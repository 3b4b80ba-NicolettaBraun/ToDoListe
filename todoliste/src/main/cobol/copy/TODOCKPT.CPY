      *    RESTART CHECKPOINT FOR THE BULK LOADERS (tdimport.ckp FOR
      *    TODOIMP, tdintake.ckp FOR TODOQPROC). REWRITTEN EVERY N
      *    INPUT RECORDS: A HEADER WITH THE LAST INPUT RECORD
      *    COMMITTED, THE RUNNING COUNTS, THE ITEM-IDS ISSUED AND THE
      *    LINES ON THE REJECT OR RESPONSE FILE, FOLLOWED BY ONE LINE
      *    PER OLD-TO-NEW ITEM-ID PAIR WHERE THE PROGRAM KEEPS THEM.
      *    CK-STATE "RUN" MEANS THE RUN DID NOT FINISH AND THE NEXT
      *    RUN RESUMES AFTER CK-INPUT-RECORDS.
       01 CHECKPOINT-RECORD.
          10 CK-RECORD-TYPE PIC X.
             88 CK-HEADER VALUE "H".
             88 CK-ID-MAP VALUE "M".
          10 CK-HEADER-DATA.
             15 CK-STATE PIC X(4).
                88 CK-RUNNING VALUE "RUN".
                88 CK-FINISHED VALUE "DONE".
             15 CK-PROGRAM PIC X(9).
             15 CK-RUN-KEY PIC X(8).
             15 CK-INPUT-RECORDS PIC 9(7).
             15 CK-READ-COUNT PIC 9(7).
             15 CK-GOOD-COUNT PIC 9(7).
             15 CK-BAD-COUNT PIC 9(7).
             15 CK-OTHER-COUNT PIC 9(7).
             15 CK-FIRST-ITEM-ID PIC 9(5).
             15 CK-LAST-ITEM-ID PIC 9(5).
             15 CK-OUTPUT-LINES PIC 9(7).
             15 CK-TIMESTAMP PIC X(21).
          10 CK-MAP-DATA REDEFINES CK-HEADER-DATA.
             15 CK-MAP-OLD-ID PIC 9(5).
             15 CK-MAP-NEW-ID PIC 9(5).
             15 FILLER PIC X(84).
