      *    PARAMETER BLOCK FOR CALL "TODOLOCK". A PROGRAM THAT TAKES
      *    tdlist.lck NAMES ITSELF, THE USER AND THE ACTION IT IS
      *    RUNNING; ACQUIRE-LOCK AND RELEASE-LOCK SET THE FUNCTION,
      *    THE FILE STATUS OF THE LAST OPEN AND THE RETRIES TAKEN.
       01 LOCK-TRACE-PARAMETERS.
          05 LT-FUNCTION PIC X.
             88 LT-WAIT-STARTED VALUE "W".
             88 LT-ATTEMPT-ENDED VALUE "A".
             88 LT-LOCK-RELEASED VALUE "R".
          05 LT-PROGRAM PIC X(9).
          05 LT-USER PIC X(10).
          05 LT-ACTION PIC X(10).
          05 LT-LOCK-STATUS PIC XX.
          05 LT-RETRY-COUNT PIC 9(3).
