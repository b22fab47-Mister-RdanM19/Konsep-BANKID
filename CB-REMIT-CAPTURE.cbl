       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-REMIT-CAPTURE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-FX-VERSION   PIC X(20).
       01 WS-CORR-BIC     PIC X(11).
       01 WS-FEE-FOUND    PIC S9(11)V99 COMP-3.

       01 WS-SALDO        PIC S9(13)V99 COMP-3.
       01 WS-MIN-SALDO    PIC S9(13)V99 COMP-3.
       01 WS-OD-LIMIT     PIC S9(13)V99 COMP-3.
       01 WS-DORMANT      PIC X(1).
       01 WS-ACCT-STATUS  PIC X(1).
       01 WS-ACCT-TYPE    PIC X(4).
       01 WS-PROD-MIN     PIC S9(13)V99 COMP-3.
       01 WS-HOLD-TOTAL   PIC S9(13)V99 COMP-3.
       01 WS-AVAIL-SALDO  PIC S9(13)V99 COMP-3.
       01 WS-DECEASED-CNT PIC 9(5).
       01 WS-DEBIT-TOTAL  PIC S9(13)V99 COMP-3.

       01 WS-MC-THRESHOLD PIC S9(13)V99 COMP-3.
       01 WS-Q-ID         PIC X(20).
       01 WS-INS-STATUS   PIC X(1).
       01 WS-Q-RESP       PIC X(2) VALUE '00'.
       01 WS-AUDIT-ID     PIC X(20).

       LINKAGE SECTION.
       01 WS-RM-ACTION    PIC X(1).
      *> Q = quote only (rate, IDR equivalent, fee - nothing is
      *> written), C = capture the remittance.
       01 WS-NO-REK       PIC X(6).
       01 WS-CURRENCY     PIC X(3).
       01 WS-AMOUNT-FC    PIC S9(11)V99 COMP-3.
       01 WS-BEN-NAME     PIC X(40).
       01 WS-BEN-ACCT     PIC X(34).
       01 WS-BEN-BIC      PIC X(11).
       01 WS-REMIT-INFO   PIC X(35).
       01 WS-TERMINAL-ID  PIC X(8).
       01 WS-CHANNEL      PIC X(6).
       01 WS-MAKER-ID     PIC X(10).
       01 WS-AMOUNT-IDR   PIC S9(11)V99 COMP-3.
       01 WS-FEE-AMOUNT   PIC S9(11)V99 COMP-3.
       01 WS-FX-RATE      PIC S9(7)V9(6) COMP-3.
       01 WS-REMIT-ID     PIC X(20).
       01 WS-WL-HELD      PIC X(1).
       01 WS-RESP-CODE    PIC X(2).

       PROCEDURE DIVISION USING
            WS-RM-ACTION WS-NO-REK WS-CURRENCY WS-AMOUNT-FC
            WS-BEN-NAME WS-BEN-ACCT WS-BEN-BIC WS-REMIT-INFO
            WS-TERMINAL-ID WS-CHANNEL WS-MAKER-ID WS-AMOUNT-IDR
            WS-FEE-AMOUNT WS-FX-RATE WS-REMIT-ID WS-WL-HELD
            WS-RESP-CODE.

      *> Outward remittance in a foreign currency, shared by the
      *> counter (CB-TELLER) and online banking (CB-IBANK-REQ) so
      *> the two channels price, screen and route a remittance the
      *> same way. The customer names the amount the beneficiary is
      *> to receive in the remittance currency; the IDR debit is
      *> that amount at FX_RATE_TABLE's RATE_TO_BASE, and the rate
      *> and its RATE_VERSION are frozen onto the OUTWARD_REMIT row
      *> at capture - what the customer was quoted is what they pay,
      *> even if treasury moves the rate before a checker approves.
      *> The remittance fee is FEE_SCHEDULE row 'RT', debited as its
      *> own 'FE' entry when the principal posts. The currency must
      *> have an active CORRESPONDENT_BANK or there is no one to send
      *> the MT103 to ('92'). The beneficiary is screened through
      *> CB-WATCHLIST-SCREEN under context 'REMIT' with the
      *> REMIT_ID as reference; a hit does not refuse the
      *> remittance but WS-WL-HELD = 'Y' tells the channel it is
      *> held - CB-MT103-GEN will not transmit it until compliance
      *> disposes the hit as a false positive. Above the RT-MC-THRESH
      *> parameter (IDR) the item queues as TRX_TYPE 'RT' for the
      *> checker chain and CB-EXECUTOR posts it; below it posts now
      *> through CB-REMIT-POST, the one place the debit lives. No
      *> threshold row means every remittance takes the chain.
           MOVE 0 TO WS-AMOUNT-IDR
           MOVE 0 TO WS-FEE-AMOUNT
           MOVE 0 TO WS-FX-RATE
           MOVE SPACES TO WS-REMIT-ID
           MOVE SPACES TO WS-Q-ID
           MOVE 'N' TO WS-WL-HELD

           IF WS-CURRENCY = SPACES OR WS-CURRENCY = 'IDR'
              OR WS-AMOUNT-FC NOT > 0
              OR WS-BEN-NAME = SPACES OR WS-BEN-ACCT = SPACES
              OR WS-BEN-BIC = SPACES
              OR (WS-RM-ACTION NOT = 'Q' AND WS-RM-ACTION NOT = 'C')
              MOVE '30' TO WS-RESP-CODE
              GOBACK
           END-IF

           EXEC SQL
              SELECT RATE_TO_BASE, COALESCE(RATE_VERSION, ' ')
              INTO :WS-FX-RATE, :WS-FX-VERSION
              FROM FX_RATE_TABLE
              WHERE CURRENCY_CODE = :WS-CURRENCY
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '97' TO WS-RESP-CODE
              GOBACK
           END-IF

           EXEC SQL
              SELECT CORR_BIC
              INTO :WS-CORR-BIC
              FROM CORRESPONDENT_BANK
              WHERE CURRENCY_CODE = :WS-CURRENCY
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '92' TO WS-RESP-CODE
              GOBACK
           END-IF

           COMPUTE WS-AMOUNT-IDR ROUNDED = WS-AMOUNT-FC * WS-FX-RATE

           EXEC SQL
              SELECT FEE_AMOUNT
              INTO :WS-FEE-FOUND
              FROM FEE_SCHEDULE
              WHERE TRX_CODE = 'RT'
           END-EXEC

           IF SQLCODE = 0 AND WS-FEE-FOUND > 0
              MOVE WS-FEE-FOUND TO WS-FEE-AMOUNT
           END-IF

           IF WS-RM-ACTION = 'Q'
              MOVE '00' TO WS-RESP-CODE
              GOBACK
           END-IF

      *> The screen commits its own WATCH_HIT row, so it runs
      *> before this unit of work takes the account lock - a hit
      *> on an attempt that then fails for funds still reaches the
      *> compliance queue.
           CALL 'CB-REF-NUMBER' USING 'OW' WS-REMIT-ID
           EXEC SQL COMMIT END-EXEC

           CALL 'CB-WATCHLIST-SCREEN'
             USING WS-BEN-NAME 'REMIT     ' WS-REMIT-ID WS-WL-HELD

           PERFORM CHECK-ACCOUNT THRU CHECK-ACCOUNT-DONE
           IF WS-RESP-CODE NOT = '00'
              EXEC SQL ROLLBACK END-EXEC
              GOBACK
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-MC-THRESHOLD
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'RT-MC-THRESH'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 0 TO WS-MC-THRESHOLD
           END-IF

           IF WS-AMOUNT-IDR > WS-MC-THRESHOLD
              PERFORM QUEUE-REMITTANCE THRU QUEUE-REMITTANCE-DONE
              GOBACK
           END-IF

           MOVE 'N' TO WS-INS-STATUS
           PERFORM INSERT-REMITTANCE
           IF SQLCODE NOT = 0
              MOVE '96' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GOBACK
           END-IF

           CALL 'CB-REMIT-POST'
             USING WS-REMIT-ID WS-TERMINAL-ID WS-CHANNEL WS-RESP-CODE

           IF WS-RESP-CODE = '00'
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
           END-IF

           GOBACK.

      *> The same gates CB-CORE-ONLINE puts in front of every
      *> debit: the account must exist and be live, a dormant
      *> account is restricted to the counter's reactivation, a
      *> deceased holder's estate is frozen, and the IDR principal
      *> plus the fee must fit inside SALDO - floor + OD_LIMIT -
      *> holds, with the product catalog's minimum beating the
      *> row's. CB-REMIT-POST re-checks the funds when it debits.
       CHECK-ACCOUNT.
           EXEC SQL
              SELECT SALDO, MIN_SALDO, OD_LIMIT, DORMANT,
                     COALESCE(ACCT_STATUS, 'A'),
                     COALESCE(ACCT_TYPE, ' ')
              INTO :WS-SALDO, :WS-MIN-SALDO, :WS-OD-LIMIT,
                   :WS-DORMANT, :WS-ACCT-STATUS, :WS-ACCT-TYPE
              FROM REKENING
              WHERE NO_REK = :WS-NO-REK
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-ACCT-STATUS NOT = 'A'
              MOVE '14' TO WS-RESP-CODE
              GO TO CHECK-ACCOUNT-DONE
           END-IF

           IF WS-DORMANT = 'Y'
              MOVE '57' TO WS-RESP-CODE
              GO TO CHECK-ACCOUNT-DONE
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DECEASED-CNT
              FROM CUST_MASTER C, REKENING R
              WHERE R.NO_REK = :WS-NO-REK
                AND C.CUST_ID = R.CUST_ID
                AND C.DECEASED = 'Y'
           END-EXEC

           IF SQLCODE = 0 AND WS-DECEASED-CNT > 0
              MOVE '62' TO WS-RESP-CODE
              GO TO CHECK-ACCOUNT-DONE
           END-IF

           EXEC SQL
              SELECT MIN_BALANCE
              INTO :WS-PROD-MIN
              FROM PRODUCT_MASTER
              WHERE PRODUCT_CODE = :WS-ACCT-TYPE
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE = 0
              MOVE WS-PROD-MIN TO WS-MIN-SALDO
           END-IF

           CALL 'CB-HOLD-AMOUNT' USING WS-NO-REK WS-HOLD-TOTAL
           COMPUTE WS-AVAIL-SALDO =
              WS-SALDO - WS-MIN-SALDO + WS-OD-LIMIT - WS-HOLD-TOTAL
           COMPUTE WS-DEBIT-TOTAL = WS-AMOUNT-IDR + WS-FEE-AMOUNT

           IF WS-DEBIT-TOTAL > WS-AVAIL-SALDO
              MOVE '51' TO WS-RESP-CODE
              GO TO CHECK-ACCOUNT-DONE
           END-IF

           MOVE '00' TO WS-RESP-CODE.
       CHECK-ACCOUNT-DONE.
           EXIT.

       INSERT-REMITTANCE.
           EXEC SQL
              INSERT INTO OUTWARD_REMIT
              (REMIT_ID, NO_REK, CURRENCY_CODE, AMOUNT_FC,
               AMOUNT_IDR, FX_RATE, RATE_VERSION, FEE_AMOUNT,
               BEN_NAME, BEN_ACCT, BEN_BIC, REMIT_INFO, CORR_BIC,
               CHANNEL, MAKER_ID, Q_ID, STATUS, CREATED_TS)
              VALUES
              (:WS-REMIT-ID, :WS-NO-REK, :WS-CURRENCY,
               :WS-AMOUNT-FC, :WS-AMOUNT-IDR, :WS-FX-RATE,
               :WS-FX-VERSION, :WS-FEE-AMOUNT, :WS-BEN-NAME,
               :WS-BEN-ACCT, :WS-BEN-BIC, :WS-REMIT-INFO,
               :WS-CORR-BIC, :WS-CHANNEL, :WS-MAKER-ID, :WS-Q-ID,
               :WS-INS-STATUS, CURRENT TIMESTAMP)
           END-EXEC.

      *> Above the threshold nothing is debited yet: the remittance
      *> row waits at 'Q' beside a TRX_QUEUE item typed 'RT' that
      *> carries the REMIT_ID in REF_NO, and the queue-time 'RT'
      *> AUDIT_LOG entry (before = after, like an own-bank
      *> transfer's) records the instruction in the currency and
      *> amount the customer asked for.
       QUEUE-REMITTANCE.
           CALL 'CB-REF-NUMBER' USING 'TQ' WS-Q-ID

           MOVE 'Q' TO WS-INS-STATUS
           PERFORM INSERT-REMITTANCE
           IF SQLCODE NOT = 0
              MOVE '96' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO QUEUE-REMITTANCE-DONE
           END-IF

           EXEC SQL
              INSERT INTO TRX_QUEUE
              (ID_TRX, NO_REK_SRC, NO_REK_DST, AMOUNT, REF_NO,
               STATUS, MAKER_ID, TRX_TYPE, UPDATED_TS)
              VALUES
              (:WS-Q-ID, :WS-NO-REK, ' ', :WS-AMOUNT-IDR,
               :WS-REMIT-ID, 'M', :WS-MAKER-ID, 'RT',
               CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '96' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO QUEUE-REMITTANCE-DONE
           END-IF

           CALL 'CB-AUDIT-LOG'
             USING WS-NO-REK 'RT' WS-AMOUNT-IDR WS-Q-RESP
                   WS-TERMINAL-ID WS-CHANNEL WS-SALDO WS-SALDO
                   WS-REMIT-ID WS-CURRENCY WS-AMOUNT-FC
                   WS-AUDIT-ID

           EXEC SQL COMMIT END-EXEC
           MOVE '00' TO WS-RESP-CODE.
       QUEUE-REMITTANCE-DONE.
           EXIT.
