      *    EVENT FEED SUBSCRIBER (tdsubscr.txt, KEYED ON
      *    SB-SUBSCRIBER-ID). SB-ACK-SEQ IS THE HIGHEST EV-SEQ THE
      *    CONSUMER HAS CONFIRMED IT PROCESSED; EVENTS AT OR BELOW
      *    THE LOWEST SB-ACK-SEQ ON FILE MAY BE PURGED FROM THE FEED.
       01 SUBSCRIBER-RECORD.
          10 SB-SUBSCRIBER-ID PIC X(10).
          10 SB-ACK-SEQ PIC 9(9).
          10 SB-ACK-TIMESTAMP PIC X(21).
          10 SB-REGISTERED-DATE PIC 9(8).
