      *    HOLDER OF tdlist.lck (tdlist.hld). TODOLOCK WRITES IT AS
      *    SOON AS A PROGRAM HAS THE LOCK AND EMPTIES IT WHEN THE
      *    PROGRAM LETS GO - THE LOCK FILE ITSELF CANNOT BE READ BY
      *    ANYONE ELSE WHILE IT IS HELD.
       01 LOCK-HOLDER-RECORD.
          10 LH-PROGRAM PIC X(9).
          10 LH-USER PIC X(10).
          10 LH-ACTION PIC X(10).
          10 LH-PROCESS PIC 9(9).
          10 LH-ACQUIRED PIC X(16).
      *    ONE ROW PER WAIT FOR THE LOCK (tdlockwait.txt): WHO WAITED,
      *    FOR HOW LONG, WHETHER IT GOT THE LOCK OR GAVE UP, AND WHO
      *    HELD IT WHEN THE WAIT BEGAN.
       01 LOCK-WAIT-RECORD.
          10 LW-STARTED PIC X(16).
          10 LW-OUTCOME PIC X(7).
             88 LW-GOT-LOCK VALUE "WAITED".
             88 LW-TIMED-OUT VALUE "TIMEOUT".
          10 LW-SECONDS PIC 9(5).
          10 LW-PROGRAM PIC X(9).
          10 LW-USER PIC X(10).
          10 LW-ACTION PIC X(10).
          10 LW-PROCESS PIC 9(9).
          10 LW-HOLDER-PROGRAM PIC X(9).
          10 LW-HOLDER-USER PIC X(10).
          10 LW-HOLDER-ACTION PIC X(10).
          10 LW-HOLDER-PROCESS PIC 9(9).
          10 LW-HOLDER-SINCE PIC X(16).
