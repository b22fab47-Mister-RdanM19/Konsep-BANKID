       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-PLAN-MAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ACTION       PIC X(1).
      *> O=Open plan, T=Request early termination, K=Approve early
      *> termination, I=Inquire.
       01 WS-SIGNON-OK    PIC X(1).
       01 WS-USER         PIC X(10).

       01 WS-PLAN-ID      PIC X(20).
       01 WS-PLAN-REK     PIC X(6).
       01 WS-FUND-REK     PIC X(6).
       01 WS-INSTALLMENT  PIC S9(11)V99 COMP-3.
       01 WS-YEARS        PIC 9(2).
       01 WS-TENOR        PIC 9(3).
       01 WS-DUE-DAY      PIC 9(2).
       01 WS-LIFE-COVER   PIC X(1).
       01 WS-CONVERT-TYPE PIC X(4).
       01 WS-RATE-KEY     PIC X(4).
       01 WS-BONUS-RATE   PIC S9(3)V9(6) COMP-3.
       01 WS-PLAN-STATUS  PIC X(2).
       01 WS-REQ-BY       PIC X(10).
       01 WS-PAID-CNT     PIC 9(3).
       01 WS-MISSED-CNT   PIC 9(3).
       01 WS-BONUS-ACCR   PIC S9(11)V99 COMP-3.

       01 WS-PLAN-CUST    PIC X(20).
       01 WS-FUND-CUST    PIC X(20).
       01 WS-PLAN-ACCT-ST PIC X(1).
       01 WS-FUND-ACCT-ST PIC X(1).
       01 WS-FUND-TYPE    PIC X(4).
       01 WS-PROD-STATUS  PIC X(1).
       01 WS-PLAN-CNT     PIC 9(5).

       01 WS-YYYY         PIC 9(4).
       01 WS-MM           PIC 9(2).
       01 WS-DD           PIC 9(2).
       01 WS-TODAY        PIC X(10).
       01 WS-NEXT-DUE     PIC X(10).
       01 WS-MATURITY     PIC X(10).

       01 WS-PEN-PCT      PIC S9(3)V9(6) COMP-3.
       01 WS-PENALTY      PIC S9(11)V99 COMP-3.
       01 WS-PAYOUT       PIC S9(11)V99 COMP-3.
       01 WS-PLAN-SALDO   PIC S9(13)V99 COMP-3.
       01 WS-FUND-SALDO   PIC S9(13)V99 COMP-3.
       01 WS-BEFORE-BAL   PIC S9(13)V99 COMP-3.
       01 WS-AFTER-BAL    PIC S9(13)V99 COMP-3.

       01 WS-EVENT-RESP   PIC X(2) VALUE '00'.
       01 WS-TERMINAL-ID  PIC X(8) VALUE 'PLANSAV1'.
       01 WS-CHANNEL      PIC X(6) VALUE 'BRANCH'.
       01 WS-AUDIT-ID     PIC X(20).

      *> Tabungan berencana: a savings plan on its own REKENING,
      *> fed by a fixed monthly installment that CB-PLAN-COLLECT
      *> debits from the customer's funding account on the plan's
      *> due day, for 1 to 10 years. The bonus rate is locked at
      *> opening from INTEREST_RATE_TABLE ('SPnn' by term in years,
      *> the way a deposito locks 'TDnn') and the life-cover option
      *> is recorded with the plan. Until maturity the plan account
      *> cannot be drawn from any channel (CB-HOLD-AMOUNT earmarks
      *> its whole balance); the only way out early is termination
      *> here - requested by one person, approved by another - which
      *> forfeits the bonus and charges PLAN-PENALTY-PCT of the
      *> balance (SYS_PARAM) before paying the rest to the funding
      *> account. Maturity and conversion for missed installments
      *> are CB-PLAN-COLLECT's job.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-PLAN-MNT ' 'TL' WS-USER WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF

           DISPLAY "ACTION (O=OPEN, T=REQ TERMINATE, K=APPROVE "
                   "TERMINATE, I=INQUIRE): " WITH NO ADVANCING
           ACCEPT WS-ACTION

           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
             DELIMITED BY SIZE INTO WS-TODAY

           EVALUATE WS-ACTION
             WHEN 'O'
                PERFORM OPEN-PLAN THRU OPEN-PLAN-EXIT
             WHEN 'T'
                PERFORM REQUEST-TERMINATION
             WHEN 'K'
                PERFORM APPROVE-TERMINATION
                        THRU APPROVE-TERMINATION-EXIT
             WHEN 'I'
                PERFORM INQUIRE-PLAN
             WHEN OTHER
                DISPLAY "INVALID ACTION"
           END-EVALUATE

           STOP RUN.

       OPEN-PLAN.
           DISPLAY "REK RENCANA   : " WITH NO ADVANCING
           ACCEPT WS-PLAN-REK
           DISPLAY "REK SUMBER    : " WITH NO ADVANCING
           ACCEPT WS-FUND-REK
           DISPLAY "SETORAN/BULAN : " WITH NO ADVANCING
           ACCEPT WS-INSTALLMENT
           DISPLAY "JANGKA (TAHUN 1-10): " WITH NO ADVANCING
           ACCEPT WS-YEARS
           DISPLAY "TANGGAL DEBET (1-28): " WITH NO ADVANCING
           ACCEPT WS-DUE-DAY
           DISPLAY "ASURANSI JIWA (Y/N): " WITH NO ADVANCING
           ACCEPT WS-LIFE-COVER
           DISPLAY "PRODUK KONVERSI (BLANK=PRODUK REK SUMBER): "
                   WITH NO ADVANCING
           ACCEPT WS-CONVERT-TYPE

           IF WS-YEARS < 1 OR WS-YEARS > 10
              DISPLAY "OPEN REJECTED: TERM IS 1 TO 10 YEARS"
              GO TO OPEN-PLAN-EXIT
           END-IF

           IF WS-INSTALLMENT NOT > 0
              DISPLAY "OPEN REJECTED: INSTALLMENT MUST BE POSITIVE"
              GO TO OPEN-PLAN-EXIT
           END-IF

           IF WS-DUE-DAY < 1 OR WS-DUE-DAY > 28
              DISPLAY "OPEN REJECTED: DUE DAY IS 1 TO 28"
              GO TO OPEN-PLAN-EXIT
           END-IF

           IF WS-LIFE-COVER NOT = 'Y' AND WS-LIFE-COVER NOT = 'N'
              DISPLAY "OPEN REJECTED: LIFE COVER MUST BE Y OR N"
              GO TO OPEN-PLAN-EXIT
           END-IF

           IF WS-PLAN-REK = WS-FUND-REK
              DISPLAY "OPEN REJECTED: PLAN AND FUNDING ACCOUNT "
                      "MUST DIFFER"
              GO TO OPEN-PLAN-EXIT
           END-IF

           STRING 'SP' WS-YEARS DELIMITED BY SIZE INTO WS-RATE-KEY

           EXEC SQL
              SELECT ANNUAL_RATE
              INTO :WS-BONUS-RATE
              FROM INTEREST_RATE_TABLE
              WHERE ACCT_TYPE = :WS-RATE-KEY
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "OPEN REJECTED: NO BONUS RATE FOR "
                      WS-YEARS " YEARS (" WS-RATE-KEY ")"
              GO TO OPEN-PLAN-EXIT
           END-IF

           EXEC SQL
              SELECT CUST_ID, SALDO, COALESCE(ACCT_STATUS, 'A')
              INTO :WS-PLAN-CUST, :WS-PLAN-SALDO, :WS-PLAN-ACCT-ST
              FROM REKENING
              WHERE NO_REK = :WS-PLAN-REK
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-PLAN-ACCT-ST NOT = 'A'
              DISPLAY "OPEN REJECTED: PLAN ACCOUNT NOT FOUND OR "
                      "NOT ACTIVE"
              GO TO OPEN-PLAN-EXIT
           END-IF

      *> The plan account starts empty: everything in it must have
      *> come through the plan's own installments.
           IF WS-PLAN-SALDO NOT = 0
              DISPLAY "OPEN REJECTED: PLAN ACCOUNT MUST BE A NEW, "
                      "EMPTY ACCOUNT"
              GO TO OPEN-PLAN-EXIT
           END-IF

           EXEC SQL
              SELECT CUST_ID, ACCT_TYPE, COALESCE(ACCT_STATUS, 'A')
              INTO :WS-FUND-CUST, :WS-FUND-TYPE, :WS-FUND-ACCT-ST
              FROM REKENING
              WHERE NO_REK = :WS-FUND-REK
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-FUND-ACCT-ST NOT = 'A'
              DISPLAY "OPEN REJECTED: FUNDING ACCOUNT NOT FOUND OR "
                      "NOT ACTIVE"
              GO TO OPEN-PLAN-EXIT
           END-IF

           IF WS-FUND-CUST NOT = WS-PLAN-CUST
              DISPLAY "OPEN REJECTED: FUNDING ACCOUNT BELONGS TO "
                      "ANOTHER CUSTOMER"
              GO TO OPEN-PLAN-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-PLAN-CNT
              FROM SAVINGS_PLAN
              WHERE PLAN_REK IN (:WS-PLAN-REK, :WS-FUND-REK)
                AND STATUS IN ('A', 'TR')
           END-EXEC

           IF WS-PLAN-CNT > 0
              DISPLAY "OPEN REJECTED: ACCOUNT ALREADY CARRIES A "
                      "RUNNING PLAN"
              GO TO OPEN-PLAN-EXIT
           END-IF

           IF WS-CONVERT-TYPE = SPACES
              MOVE WS-FUND-TYPE TO WS-CONVERT-TYPE
           ELSE
              EXEC SQL
                 SELECT STATUS
                 INTO :WS-PROD-STATUS
                 FROM PRODUCT_MASTER
                 WHERE PRODUCT_CODE = :WS-CONVERT-TYPE
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-PROD-STATUS NOT = 'A'
                 DISPLAY "OPEN REJECTED: CONVERSION PRODUCT "
                         WS-CONVERT-TYPE " NOT ACTIVE"
                 GO TO OPEN-PLAN-EXIT
              END-IF
           END-IF

      *> First installment on the next due day from today; the plan
      *> matures one month after its last installment.
           MOVE WS-TODAY(1:4) TO WS-YYYY
           MOVE WS-TODAY(6:2) TO WS-MM
           MOVE WS-TODAY(9:2) TO WS-DD
           IF WS-DD > WS-DUE-DAY
              ADD 1 TO WS-MM
              IF WS-MM > 12
                 MOVE 1 TO WS-MM
                 ADD 1 TO WS-YYYY
              END-IF
           END-IF
           MOVE WS-DUE-DAY TO WS-DD
           STRING WS-YYYY "-" WS-MM "-" WS-DD
             DELIMITED BY SIZE INTO WS-NEXT-DUE

           COMPUTE WS-TENOR = WS-YEARS * 12
           ADD WS-TENOR TO WS-MM
           PERFORM UNTIL WS-MM <= 12
              SUBTRACT 12 FROM WS-MM
              ADD 1 TO WS-YYYY
           END-PERFORM
           STRING WS-YYYY "-" WS-MM "-" WS-DD
             DELIMITED BY SIZE INTO WS-MATURITY

           CALL 'CB-REF-NUMBER' USING 'SP' WS-PLAN-ID

           EXEC SQL
              INSERT INTO SAVINGS_PLAN
              (PLAN_ID, CUST_ID, PLAN_REK, FUND_REK, INSTALLMENT,
               TENOR_MONTHS, DUE_DAY, BONUS_RATE, LIFE_COVER,
               CONVERT_TYPE, START_DATE, NEXT_DUE_DATE,
               MATURITY_DATE, PAID_CNT, MISSED_CNT, BONUS_ACCR,
               STATUS, OPENED_BY, OPENED_TS)
              VALUES
              (:WS-PLAN-ID, :WS-PLAN-CUST, :WS-PLAN-REK,
               :WS-FUND-REK, :WS-INSTALLMENT, :WS-TENOR,
               :WS-DUE-DAY, :WS-BONUS-RATE, :WS-LIFE-COVER,
               :WS-CONVERT-TYPE, :WS-TODAY, :WS-NEXT-DUE,
               :WS-MATURITY, 0, 0, 0, 'A', :WS-USER,
               CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "OPEN FAILED, SQLCODE " SQLCODE
              GO TO OPEN-PLAN-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "PLAN OPENED - " WS-PLAN-ID
           DISPLAY "BONUS RATE " WS-BONUS-RATE
                   "  FIRST DEBIT " WS-NEXT-DUE
                   "  JATUH TEMPO " WS-MATURITY.
       OPEN-PLAN-EXIT.
           EXIT.

       REQUEST-TERMINATION.
           DISPLAY "PLAN ID       : " WITH NO ADVANCING
           ACCEPT WS-PLAN-ID

           EXEC SQL
              UPDATE SAVINGS_PLAN
              SET STATUS = 'TR',
                  TERM_REQ_BY = :WS-USER,
                  TERM_REQ_TS = CURRENT TIMESTAMP
              WHERE PLAN_ID = :WS-PLAN-ID
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "TERMINATION PENDING APPROVAL - COLLECTION "
                      "SUSPENDED"
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "REQUEST FAILED: PLAN NOT ACTIVE"
           END-IF.

      *> The plan balance less the penalty goes to the funding
      *> account; the penalty is its own 'SX' entry on the plan
      *> account and the bonus earned so far is forfeited.
       APPROVE-TERMINATION.
           DISPLAY "PLAN ID       : " WITH NO ADVANCING
           ACCEPT WS-PLAN-ID

           EXEC SQL
              SELECT PLAN_REK, FUND_REK, STATUS,
                     COALESCE(TERM_REQ_BY, ' ')
              INTO :WS-PLAN-REK, :WS-FUND-REK, :WS-PLAN-STATUS,
                   :WS-REQ-BY
              FROM SAVINGS_PLAN
              WHERE PLAN_ID = :WS-PLAN-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-PLAN-STATUS NOT = 'TR'
              DISPLAY "APPROVE FAILED: NO TERMINATION PENDING"
              GO TO APPROVE-TERMINATION-EXIT
           END-IF

           IF WS-REQ-BY = WS-USER
              DISPLAY "APPROVE FAILED: REQUESTER CANNOT APPROVE "
                      "THEIR OWN TERMINATION"
              GO TO APPROVE-TERMINATION-EXIT
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-PEN-PCT
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'PLAN-PENALTY-PCT'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 0 TO WS-PEN-PCT
           END-IF

           EXEC SQL
              SELECT SALDO
              INTO :WS-PLAN-SALDO
              FROM REKENING
              WHERE NO_REK = :WS-PLAN-REK
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: PLAN ACCOUNT GONE"
              GO TO APPROVE-TERMINATION-EXIT
           END-IF

           EXEC SQL
              SELECT SALDO
              INTO :WS-FUND-SALDO
              FROM REKENING
              WHERE NO_REK = :WS-FUND-REK
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: FUNDING ACCOUNT GONE"
              GO TO APPROVE-TERMINATION-EXIT
           END-IF

           MOVE 0 TO WS-PENALTY
           IF WS-PLAN-SALDO > 0
              COMPUTE WS-PENALTY ROUNDED = WS-PLAN-SALDO * WS-PEN-PCT
           END-IF
           IF WS-PENALTY > WS-PLAN-SALDO
              MOVE WS-PLAN-SALDO TO WS-PENALTY
           END-IF
           COMPUTE WS-PAYOUT = WS-PLAN-SALDO - WS-PENALTY
           IF WS-PAYOUT < 0
              MOVE 0 TO WS-PAYOUT
           END-IF

           EXEC SQL
              UPDATE SAVINGS_PLAN
              SET STATUS = 'T',
                  TERM_BY = :WS-USER,
                  TERM_TS = CURRENT TIMESTAMP,
                  PENALTY_AMT = :WS-PENALTY,
                  BONUS_ACCR = 0
              WHERE PLAN_ID = :WS-PLAN-ID
                AND STATUS = 'TR'
                AND TERM_REQ_BY <> :WS-USER
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: TERMINATION MOVED UNDERNEATH "
                      "US"
              GO TO APPROVE-TERMINATION-EXIT
           END-IF

           COMPUTE WS-AFTER-BAL = WS-PLAN-SALDO - WS-PENALTY
                                 - WS-PAYOUT
           EXEC SQL
              UPDATE REKENING
              SET SALDO = :WS-AFTER-BAL
              WHERE NO_REK = :WS-PLAN-REK
           END-EXEC

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO + :WS-PAYOUT
              WHERE NO_REK = :WS-FUND-REK
           END-EXEC

           EXEC SQL COMMIT END-EXEC

           IF WS-PENALTY > 0
              COMPUTE WS-AFTER-BAL = WS-PLAN-SALDO - WS-PENALTY
              CALL 'CB-AUDIT-LOG'
                USING WS-PLAN-REK 'SX' WS-PENALTY WS-EVENT-RESP
                      WS-TERMINAL-ID WS-CHANNEL WS-PLAN-SALDO
                      WS-AFTER-BAL WS-PLAN-ID 'IDR' WS-PENALTY
                      WS-AUDIT-ID
           END-IF

           IF WS-PAYOUT > 0
              COMPUTE WS-BEFORE-BAL = WS-PLAN-SALDO - WS-PENALTY
              COMPUTE WS-AFTER-BAL = WS-BEFORE-BAL - WS-PAYOUT
              CALL 'CB-AUDIT-LOG'
                USING WS-PLAN-REK 'ST' WS-PAYOUT WS-EVENT-RESP
                      WS-TERMINAL-ID WS-CHANNEL WS-BEFORE-BAL
                      WS-AFTER-BAL WS-PLAN-ID 'IDR' WS-PAYOUT
                      WS-AUDIT-ID
              COMPUTE WS-AFTER-BAL = WS-FUND-SALDO + WS-PAYOUT
              CALL 'CB-AUDIT-LOG'
                USING WS-FUND-REK 'ST' WS-PAYOUT WS-EVENT-RESP
                      WS-TERMINAL-ID WS-CHANNEL WS-FUND-SALDO
                      WS-AFTER-BAL WS-PLAN-ID 'IDR' WS-PAYOUT
                      WS-AUDIT-ID
           END-IF

           DISPLAY "PLAN TERMINATED - PAID " WS-PAYOUT
                   " TO " WS-FUND-REK " (PENALTY " WS-PENALTY ")".
       APPROVE-TERMINATION-EXIT.
           EXIT.

       INQUIRE-PLAN.
           DISPLAY "PLAN ID       : " WITH NO ADVANCING
           ACCEPT WS-PLAN-ID

           EXEC SQL
              SELECT PLAN_REK, FUND_REK, INSTALLMENT, BONUS_RATE,
                     LIFE_COVER, NEXT_DUE_DATE, MATURITY_DATE,
                     PAID_CNT, MISSED_CNT, BONUS_ACCR, STATUS
              INTO :WS-PLAN-REK, :WS-FUND-REK, :WS-INSTALLMENT,
                   :WS-BONUS-RATE, :WS-LIFE-COVER, :WS-NEXT-DUE,
                   :WS-MATURITY, :WS-PAID-CNT, :WS-MISSED-CNT,
                   :WS-BONUS-ACCR, :WS-PLAN-STATUS
              FROM SAVINGS_PLAN
              WHERE PLAN_ID = :WS-PLAN-ID
           END-EXEC

           IF SQLCODE = 0
              DISPLAY "REK " WS-PLAN-REK
                      "  SUMBER " WS-FUND-REK
                      "  SETORAN " WS-INSTALLMENT
                      "  BONUS " WS-BONUS-RATE
                      "  ASURANSI " WS-LIFE-COVER
              DISPLAY "DEBET BERIKUT " WS-NEXT-DUE
                      "  JATUH TEMPO " WS-MATURITY
                      "  LUNAS " WS-PAID-CNT
                      "  TERLEWAT " WS-MISSED-CNT
                      "  BONUS S.D. KINI " WS-BONUS-ACCR
                      "  STATUS " WS-PLAN-STATUS
           ELSE
              DISPLAY "PLAN NOT FOUND"
           END-IF.
