       01 WS-NOTIF-TYPE   PIC X(1).
       01 WS-CHANNEL      PIC X(1).
       01 WS-DESTINATION  PIC X(40).
       01 WS-ADDRESS      PIC X(60).
       01 WS-RETRY-CNT    PIC 9(1).

       01 WS-BACKOFF-MINS PIC S9(5) COMP-3.
      *> deployment swaps that one line for the SMS/SMTP gateway
      *> call and keeps every status transition identical. Maker
      *> notifications (no stored destination) deliver to the
      *> operator console by their maker id. Postal letters ('L')
      *> are queued to the customer id and printed to the address
      *> on CUST_MASTER, which is longer than a queue destination.
       PROCEDURE DIVISION.
           EXEC SQL
              DECLARE DLV-CUR CURSOR FOR
      *> minutes) and the fifth failure dead-letters the item for
      *> the morning review instead of retrying forever.
       DELIVER-ONE-ITEM.
           IF WS-NOTIF-TYPE = 'C' AND WS-CHANNEL = 'L'
              PERFORM FIND-LETTER-ADDRESS
           END-IF

           IF WS-NOTIF-TYPE = 'C' AND WS-DESTINATION = SPACES
              PERFORM FAIL-ONE-ITEM
           ELSE
                           WS-MESSAGE
                WHEN WS-CHANNEL = 'S'
                   DISPLAY "SMS " WS-DESTINATION ": " WS-MESSAGE
                WHEN WS-CHANNEL = 'L'
                   DISPLAY "LETTER " WS-ADDRESS
                           " [" WS-EVENT "]: " WS-MESSAGE
                WHEN WS-CHANNEL = 'P'
                   DISPLAY "PUSH " WS-DESTINATION ": " WS-MESSAGE
                WHEN OTHER
                   DISPLAY "EMAIL " WS-DESTINATION
                           " SUBJ [" WS-EVENT "]: " WS-MESSAGE
              ADD 1 TO WS-SENT-CNT
           END-IF.

      *> A customer with no postal address left on file leaves the
      *> letter undeliverable, the same as a blank destination.
       FIND-LETTER-ADDRESS.
           MOVE SPACES TO WS-ADDRESS
           EXEC SQL
              SELECT COALESCE(ADDRESS, ' ')
              INTO :WS-ADDRESS
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-DESTINATION
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-ADDRESS = SPACES
              MOVE SPACES TO WS-DESTINATION
           END-IF.

       FAIL-ONE-ITEM.
           ADD 1 TO WS-RETRY-CNT

