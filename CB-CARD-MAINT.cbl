       01 WS-ACTION       PIC X(1).
      *> I=Issue new card, B=Block, U=Unblock, L=Report lost,
      *> S=Report stolen, C=Close card, A=Add account link,
      *> D=Drop account link, R=Activate a renewed card.
       01 WS-NO-KARTU     PIC X(16).
       01 WS-NO-REK       PIC X(6).
       01 WS-KYC-RESTRICT PIC X(1).
       01 WS-CARD-PRODUCT PIC X(4).
       01 WS-EXP-DATE     PIC X(6).
       01 WS-INIT-PIN     PIC X(4).
       01 WS-TERMINAL-ID  PIC X(8) VALUE 'CARDMNT1'.
       01 WS-CHANNEL      PIC X(6) VALUE 'BRANCH'.
       01 WS-NO-REF-TRX   PIC X(20) VALUE SPACES.
       01 WS-ACT-RESP     PIC X(2).

      *> CB-AUDIT-LOG's AMOUNT/BEFORE_BAL/AFTER_BAL/ORIG_AMOUNT
      *> parameters are COMP-3; a bare numeric literal argument is not,
           END-IF

           DISPLAY "ACTION (I=ISSUE, B=BLOCK, U=UNBLOCK, L=LOST, "
                   "S=STOLEN, C=CLOSE, A=ADD LINK, D=DROP LINK, "
                   "R=ACTIVATE RENEWAL): "
                   WITH NO ADVANCING
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
             WHEN 'I'
                PERFORM ISSUE-CARD THRU ISSUE-CARD-EXIT
             WHEN 'B'
                PERFORM BLOCK-CARD
             WHEN 'U'
                PERFORM ADD-ACCOUNT-LINK
             WHEN 'D'
                PERFORM DROP-ACCOUNT-LINK
             WHEN 'R'
                PERFORM ACTIVATE-RENEWAL
             WHEN OTHER
                DISPLAY "INVALID ACTION"
           END-EVALUATE
           ACCEPT WS-NO-KARTU
           DISPLAY "NO REK       : " WITH NO ADVANCING
           ACCEPT WS-NO-REK

      *> No new card for a customer restricted for an overdue KYC
      *> refresh; an account with no customer behind it is not
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
              DISPLAY "ISSUE REJECTED: CUSTOMER KYC REFRESH OVERDUE"
              GO TO ISSUE-CARD-EXIT
           END-IF

           DISPLAY "CARD PRODUCT : " WITH NO ADVANCING
           ACCEPT WS-CARD-PRODUCT
           DISPLAY "EXPIRY (YYYYMM): " WITH NO ADVANCING
           ELSE
              DISPLAY "ISSUE FAILED: NO_KARTU ALREADY EXISTS"
           END-IF.
       ISSUE-CARD-EXIT.
           EXIT.

      *> BLOCK is an operator-initiated pause, kept distinct from the
      *> 'L' status CB-ATM-SWITCH's own 3-strikes PIN lockout sets, so
              END-EXEC
              EXEC SQL COMMIT END-EXEC
              PERFORM LOG-CARD-EVENT
      *> A renewal successor that locked itself out before it was
      *> ever activated is live from this moment, so the card it
      *> replaces must close now as well.
              CALL 'CB-CARD-ACTIVATE'
                USING WS-NO-KARTU WS-TERMINAL-ID WS-CHANNEL
                      WS-ACT-RESP
              DISPLAY "CARD UNBLOCKED"
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              END-IF
           END-IF.

      *> Branch activation of a renewal successor, for the customer
      *> who collects the new card over the counter instead of
      *> using it first at a machine. CB-CARD-ACTIVATE logs its own
      *> 'CV' event, so LOG-CARD-EVENT is not performed here.
       ACTIVATE-RENEWAL.
           DISPLAY "NO KARTU     : " WITH NO ADVANCING
           ACCEPT WS-NO-KARTU

           EXEC SQL
              SELECT STATUS INTO :WS-CARD-STATUS
              FROM KARTU_ATM
              WHERE NO_KARTU = :WS-NO-KARTU
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-CARD-STATUS NOT = 'N'
              DISPLAY "ACTIVATE FAILED: NOT A RENEWAL AWAITING "
                      "ACTIVATION"
           ELSE
              CALL 'CB-CARD-ACTIVATE'
                USING WS-NO-KARTU WS-TERMINAL-ID WS-CHANNEL
                      WS-ACT-RESP
              IF WS-ACT-RESP = '00'
                 DISPLAY "CARD ACTIVATED - PREVIOUS CARD CLOSED"
              ELSE
                 DISPLAY "ACTIVATE FAILED: RESP " WS-ACT-RESP
              END-IF
           END-IF.

      *> Every state transition gets its own AUDIT_LOG row keyed by the
      *> card's linked account, the same TRX_CODE-per-event-type shape
      *> already used for fees ('FE') and interest ('IN'); amount is
