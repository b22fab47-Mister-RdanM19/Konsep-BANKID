       01 WS-OD-LIMIT    PIC S9(13)V99 COMP-3.
       01 WS-CUST-ID     PIC X(20).
       01 WS-KYC-STATUS  PIC X(1).
       01 WS-KYC-RESTRICT PIC X(1).
       01 WS-PAYOUT-REK  PIC X(6).

       01 WS-SALDO       PIC S9(13)V99 COMP-3.
           END-IF

           EXEC SQL
              SELECT KYC_STATUS, COALESCE(KYC_RESTRICT, 'N')
              INTO :WS-KYC-STATUS, :WS-KYC-RESTRICT
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC
              GO TO CAPTURE-OPEN-EXIT
           END-IF

      *> A customer CB-KYC-REFRESH restricted for an overdue KYC
      *> refresh opens nothing new until the refresh is done.
           IF WS-KYC-RESTRICT = 'Y'
              DISPLAY "CAPTURE REJECTED: CUSTOMER KYC REFRESH "
                      "OVERDUE"
              GO TO CAPTURE-OPEN-EXIT
           END-IF

           EXEC SQL
              SELECT SALDO INTO :WS-SALDO
              FROM REKENING
