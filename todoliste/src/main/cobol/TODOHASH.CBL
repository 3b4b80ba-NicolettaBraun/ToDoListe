       IDENTIFICATION DIVISION.
       PROGRAM-ID. TODOHASH.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-HASH-HIGH PIC 9(11).
       01 WS-HASH-LOW PIC 9(11).
       01 WS-CHAR-CODE PIC 9(3).
       01 WS-CHAR-INDEX PIC 9(3).
       01 WS-HASH-OUT.
           10 WS-HASH-OUT-HIGH PIC 9(8).
           10 WS-HASH-OUT-LOW PIC 9(8).

       LINKAGE SECTION.
       COPY TODOHASHDATA.

      *    TWO INDEPENDENT RUNNING REMAINDERS OVER EVERY BYTE OF THE
      *    INPUT (TRAILING SPACES INCLUDED). THE SECOND ONE WEIGHS
      *    EACH BYTE BY ITS POSITION, SO SWAPPED CHARACTERS CHANGE
      *    THE RESULT AS WELL AS ALTERED ONES
       PROCEDURE DIVISION USING HASH-PARAMETERS.
           MOVE 7 TO WS-HASH-HIGH
           MOVE 13 TO WS-HASH-LOW
           PERFORM VARYING WS-CHAR-INDEX FROM 1 BY 1
              UNTIL WS-CHAR-INDEX > 200
                 COMPUTE WS-CHAR-CODE =
                      FUNCTION ORD(HASH-INPUT-TEXT(WS-CHAR-INDEX:1))
                 COMPUTE WS-HASH-HIGH = FUNCTION MOD
                      (WS-HASH-HIGH * 131 + WS-CHAR-CODE, 99999989)
                 COMPUTE WS-HASH-LOW = FUNCTION MOD
                      (WS-HASH-LOW * 257
                       + WS-CHAR-CODE * WS-CHAR-INDEX, 99999971)
           END-PERFORM
           MOVE WS-HASH-HIGH TO WS-HASH-OUT-HIGH
           MOVE WS-HASH-LOW TO WS-HASH-OUT-LOW
           MOVE WS-HASH-OUT TO HASH-RESULT
           GOBACK.

       END PROGRAM TODOHASH.
