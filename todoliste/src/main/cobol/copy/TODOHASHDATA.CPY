      *    PARAMETER BLOCK FOR CALL "TODOHASH". THE CALLER FILLS
      *    HASH-INPUT-TEXT AND GETS BACK A 16-DIGIT CHECK VALUE IN
      *    HASH-RESULT. THE SAME TEXT ALWAYS GIVES THE SAME VALUE.
       01 HASH-PARAMETERS.
          05 HASH-INPUT-TEXT PIC X(200).
          05 HASH-RESULT PIC X(16).
