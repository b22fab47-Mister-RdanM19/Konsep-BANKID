       01 WS-ENR-STATUS   PIC X(1).
       01 WS-SALDO        PIC S9(13)V99 COMP-3.
       01 WS-DUP-CNT      PIC 9(5).
       01 WS-KYC-RESTRICT PIC X(1).

      *> Enrollment register for the corporate statement feed: one
      *> row per REKENING that wants its daily mutasi as a file,
              GO TO ENROLL-ACCOUNT-EXIT
           END-IF

      *> No new channel for a customer restricted for an overdue
      *> KYC refresh; an account with no customer behind it is not
      *> held back here.
           MOVE 'N' TO WS-KYC-RESTRICT
           EXEC SQL
              SELECT COALESCE(C.KYC_RESTRICT, 'N')
              INTO :WS-KYC-RESTRICT
              FROM REKENING R, CUST_MASTER C
              WHERE R.NO_REK = :WS-NO-REK
                AND C.CUST_ID = R.CUST_ID
           END-EXEC

           IF WS-KYC-RESTRICT = 'Y'
              DISPLAY "ENROLL REJECTED: CUSTOMER KYC REFRESH OVERDUE"
              GO TO ENROLL-ACCOUNT-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DUP-CNT
