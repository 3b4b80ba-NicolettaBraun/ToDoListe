      *    PARAMETER BLOCK FOR CALL "TODOLACC". THE CALLER FILLS THE
      *    LIST, THE ACTING USER, THE USER'S ROLE AND THE ACCESS IT
      *    WANTS; LA-RESULT AND LA-REASON COME BACK.
       01 LIST-ACCESS-PARAMETERS.
          05 LA-LIST-ID PIC X(8).
          05 LA-USER PIC X(10).
          05 LA-ROLE PIC X.
          05 LA-ACCESS-WANTED PIC X.
             88 LA-WANT-READ VALUE "R".
             88 LA-WANT-WRITE VALUE "W".
          05 LA-RESULT PIC X.
             88 LA-GRANTED VALUE "Y".
             88 LA-REFUSED VALUE "N" "U".
             88 LA-LIST-UNKNOWN VALUE "U".
          05 LA-REASON PIC X(30).
