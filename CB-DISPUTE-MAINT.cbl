       01 WS-TERMINAL-ID  PIC X(8) VALUE 'DISPUTE1'.
       01 WS-CHANNEL      PIC X(6) VALUE 'BRANCH'.
       01 WS-AUDIT-ID     PIC X(20).
       01 WS-CMP-NOTE     PIC X(60).

      *> The network chargeback lifecycle on the rows
      *> CB-SWITCH-SETTLEMENT raises: assign an investigator with
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              MOVE "CARD DISPUTE WON - PROVISIONAL CREDIT STANDS"
                TO WS-CMP-NOTE
              PERFORM RETURN-COMPLAINTS
              EXEC SQL COMMIT END-EXEC
              DISPLAY "DISPUTE WON - PROVISIONAL CREDIT STANDS"
           ELSE
                AND STATUS IN ('P', 'N')
           END-EXEC

           MOVE "CARD DISPUTE LOST AT THE NETWORK" TO WS-CMP-NOTE
           PERFORM RETURN-COMPLAINTS
           EXEC SQL COMMIT END-EXEC
           DISPLAY "DISPUTE LOST - PROVISIONAL CREDIT CLAWED BACK".
       CLOSE-LOST-EXIT.
           EXIT.

      *> A customer complaint handed over by CB-COMPLAINT-MAINT goes
      *> back to its unit with the network outcome on its history,
      *> for the resolution letter; inside the closing unit of work.
       RETURN-COMPLAINTS.
           EXEC SQL
              INSERT INTO COMPLAINT_HIST
              (CMP_ID, HIST_TS, ACTION, OLD_STATUS, NEW_STATUS,
               USER_ID, NOTE)
              SELECT CMP_ID, CURRENT TIMESTAMP, 'R', 'D', 'A',
                     :WS-USER, :WS-CMP-NOTE
              FROM COMPLAINT
              WHERE ID_TRX = :WS-ID-TRX
                AND STATUS = 'D'
           END-EXEC

           EXEC SQL
              UPDATE COMPLAINT
              SET STATUS = 'A',
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE ID_TRX = :WS-ID-TRX
                AND STATUS = 'D'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              DISPLAY "COMPLAINT RETURNED TO ITS UNIT FOR RESOLUTION"
           END-IF.
