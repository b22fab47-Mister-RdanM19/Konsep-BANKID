       01 WS-MIN-SALDO    PIC S9(13)V99 COMP-3.
       01 WS-OD-LIMIT     PIC S9(13)V99 COMP-3.
       01 WS-AVAIL-SALDO  PIC S9(13)V99 COMP-3.
       01 WS-KYC-RESTRICT PIC X(1).
       01 WS-COOLOFF-UNTIL PIC X(26).

       01 WS-GEN-TS       PIC X(26).
       01 WS-TOKEN-CODE   PIC X(8).
              STOP RUN
           END-IF

      *> Cardless staging is refused while the account's customer is
      *> restricted for an overdue KYC refresh.
           MOVE 'N' TO WS-KYC-RESTRICT
           EXEC SQL
              SELECT COALESCE(C.KYC_RESTRICT, 'N')
              INTO :WS-KYC-RESTRICT
              FROM REKENING R, CUST_MASTER C
              WHERE R.NO_REK = :WS-NO-REK
                AND C.CUST_ID = R.CUST_ID
           END-EXEC

           IF WS-KYC-RESTRICT = 'Y'
              DISPLAY "ISSUE REJECTED: CUSTOMER KYC REFRESH OVERDUE"
              STOP RUN
           END-IF

      *> Nor while a change of the customer's registered contact is
      *> cooling off: the secondary code would go to the new one.
           MOVE SPACES TO WS-COOLOFF-UNTIL
           EXEC SQL
              SELECT CHAR(C.CONTACT_COOLOFF_TS)
              INTO :WS-COOLOFF-UNTIL
              FROM REKENING R, CUST_MASTER C
              WHERE R.NO_REK = :WS-NO-REK
                AND C.CUST_ID = R.CUST_ID
                AND C.CONTACT_COOLOFF_TS > CURRENT TIMESTAMP
           END-EXEC

           IF SQLCODE = 0
              DISPLAY "ISSUE REJECTED: CONTACT CHANGED - COOLING OFF "
                      "UNTIL " WS-COOLOFF-UNTIL(1:16)
              STOP RUN
           END-IF

           COMPUTE WS-AVAIL-SALDO =
              WS-SALDO - WS-MIN-SALDO + WS-OD-LIMIT
           IF WS-AMOUNT > WS-AVAIL-SALDO
