       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-PLAN-COLLECT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).

       01 WS-PLAN-ID      PIC X(20).
       01 WS-CUST-ID      PIC X(20).
       01 WS-PLAN-REK     PIC X(6).
       01 WS-FUND-REK     PIC X(6).
       01 WS-INSTALLMENT  PIC S9(11)V99 COMP-3.
       01 WS-DUE-DAY      PIC 9(2).
       01 WS-BONUS-RATE   PIC S9(3)V9(6) COMP-3.
       01 WS-CONVERT-TYPE PIC X(4).
       01 WS-NEXT-DUE     PIC X(10).
       01 WS-MATURITY     PIC X(10).
       01 WS-MISSED-CNT   PIC 9(3).
       01 WS-BONUS-ACCR   PIC S9(11)V99 COMP-3.
       01 WS-BONUS-ADD    PIC S9(11)V99 COMP-3.
       01 WS-MAX-MISSED   PIC 9(3).

       01 WS-SALDO        PIC S9(13)V99 COMP-3.
       01 WS-MIN-SALDO    PIC S9(13)V99 COMP-3.
       01 WS-OD-LIMIT     PIC S9(13)V99 COMP-3.
       01 WS-HOLD-TOTAL   PIC S9(13)V99 COMP-3.
       01 WS-AVAIL-SALDO  PIC S9(13)V99 COMP-3.
       01 WS-PLAN-SALDO   PIC S9(13)V99 COMP-3.
       01 WS-BEFORE-BAL   PIC S9(13)V99 COMP-3.
       01 WS-AFTER-BAL    PIC S9(13)V99 COMP-3.
       01 WS-PAYOUT       PIC S9(11)V99 COMP-3.
       01 WS-MIN-BAL      PIC S9(13)V99 COMP-3.

       01 WS-TAX-THRESH   PIC S9(13)V99 COMP-3.
       01 WS-TAX-RATE     PIC S9(3)V9(6) COMP-3.
       01 WS-TAX-ON       PIC X(1).
       01 WS-TAX-AMOUNT   PIC S9(11)V99 COMP-3.
       01 WS-TAX-PERIOD   PIC X(7).

       01 WS-YYYY         PIC 9(4).
       01 WS-MM           PIC 9(2).
       01 WS-DD           PIC 9(2).
       01 WS-DUE-INT      PIC 9(8).
       01 WS-MAT-INT      PIC 9(8).
       01 WS-DAYS-LEFT    PIC S9(5) COMP-3.

       01 WS-PREF-CHANNEL PIC X(1).
       01 WS-DESTINATION  PIC X(40).
       01 WS-NOTIF-ID     PIC X(20).
       01 WS-NOTIF-EVENT  PIC X(8).
       01 WS-MESSAGE      PIC X(60).
       01 WS-AMT-EDIT     PIC Z(11)9.99.

       01 WS-EVENT-RESP   PIC X(2) VALUE '00'.
       01 WS-TERMINAL-ID  PIC X(8) VALUE 'BACKOFFC'.
       01 WS-CHANNEL      PIC X(6) VALUE 'BATCH'.
       01 WS-ZERO-AMT     PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-NO-REF-TRX   PIC X(20) VALUE SPACES.
       01 WS-AUDIT-ID     PIC X(20).

       01 WS-COLLECT-CNT  PIC 9(7) VALUE 0.
       01 WS-MISSED-DAY   PIC 9(7) VALUE 0.
       01 WS-CONVERT-CNT  PIC 9(7) VALUE 0.
       01 WS-MATURED-CNT  PIC 9(7) VALUE 0.
       01 WS-SKIP-CNT     PIC 9(7) VALUE 0.

      *> The nightly run of the savings plans CB-PLAN-MAINT opens.
      *> Every running plan whose due date has come is debited its
      *> installment from the funding account into the plan account,
      *> out of free money only (the same MIN_SALDO/OD_LIMIT/holds
      *> floor every debit honors); each installment earns the
      *> plan's locked bonus rate from the day it lands to maturity,
      *> kept in BONUS_ACCR. An installment the funding account
      *> cannot cover is missed, not retried, and counted; a plan
      *> reaching PLAN-MAX-MISSED (SYS_PARAM, default 3) is
      *> converted to the regular savings product agreed at
      *> opening, its bonus forfeited and the account released. A
      *> plan at maturity pays its balance and the bonus (less
      *> withholding on the bonus, as on any interest) to the
      *> funding account, and the customer is told through
      *> NOTIFICATION_QUEUE. Due dates advance one month at a time,
      *> so a run caught up late still counts every installment.
       PROCEDURE DIVISION.
           DISPLAY "BUSINESS DATE (YYYY-MM-DD, BLANK=CONTROL): "
                   WITH NO ADVANCING
           ACCEPT WS-BUS-DATE
           IF WS-BUS-DATE = SPACES
              EXEC SQL
                 SELECT CURR_BUS_DATE
                 INTO :WS-BUS-DATE
                 FROM BUSINESS_DATE
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY "NO BUSINESS_DATE CONTROL ROW - ABORT"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-MAX-MISSED
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'PLAN-MAX-MISSED'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 3 TO WS-MAX-MISSED
           END-IF

           EXEC SQL
              SELECT THRESHOLD, RATE
              INTO :WS-TAX-THRESH, :WS-TAX-RATE
              FROM TAX_PARAM
              WHERE TAX_CODE = 'WHT'
           END-EXEC

           IF SQLCODE = 0
              MOVE 'Y' TO WS-TAX-ON
           ELSE
              MOVE 'N' TO WS-TAX-ON
              DISPLAY "WARNING: NO TAX_PARAM 'WHT' ROW - "
                      "WITHHOLDING IS OFF THIS RUN"
           END-IF

           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2)
             DELIMITED BY SIZE INTO WS-TAX-PERIOD

           DISPLAY "==================================================="
           DISPLAY "SAVINGS PLAN RUN - " WS-BUS-DATE
           DISPLAY "==================================================="

           PERFORM COLLECT-INSTALLMENTS
           PERFORM MATURE-PLANS

           DISPLAY "---------------------------------------------------"
           DISPLAY "INSTALLMENTS COLLECTED : " WS-COLLECT-CNT
           DISPLAY "INSTALLMENTS MISSED    : " WS-MISSED-DAY
           DISPLAY "PLANS CONVERTED        : " WS-CONVERT-CNT
           DISPLAY "PLANS MATURED          : " WS-MATURED-CNT
           DISPLAY "PLANS SKIPPED          : " WS-SKIP-CNT
           DISPLAY "==================================================="
           GOBACK.

       COLLECT-INSTALLMENTS.
           EXEC SQL
              DECLARE SPC-CUR CURSOR FOR
              SELECT S.PLAN_ID, S.CUST_ID, S.PLAN_REK, S.FUND_REK,
                     S.INSTALLMENT, S.DUE_DAY, S.BONUS_RATE,
                     S.CONVERT_TYPE, S.NEXT_DUE_DATE,
                     S.MATURITY_DATE, S.MISSED_CNT, S.BONUS_ACCR,
                     COALESCE(P.CHANNEL, ' '),
                     COALESCE(P.DESTINATION, ' ')
              FROM SAVINGS_PLAN S
                   LEFT JOIN ALERT_PREFERENCE P
                     ON P.CUST_ID = S.CUST_ID
              WHERE S.STATUS = 'A'
                AND S.NEXT_DUE_DATE <= :WS-BUS-DATE
                AND S.NEXT_DUE_DATE < S.MATURITY_DATE
              ORDER BY S.PLAN_ID
           END-EXEC

           EXEC SQL OPEN SPC-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH SPC-CUR
                 INTO :WS-PLAN-ID, :WS-CUST-ID, :WS-PLAN-REK,
                      :WS-FUND-REK, :WS-INSTALLMENT, :WS-DUE-DAY,
                      :WS-BONUS-RATE, :WS-CONVERT-TYPE,
                      :WS-NEXT-DUE, :WS-MATURITY, :WS-MISSED-CNT,
                      :WS-BONUS-ACCR, :WS-PREF-CHANNEL,
                      :WS-DESTINATION
              END-EXEC

              IF SQLCODE = 0
                 PERFORM COLLECT-ONE-PLAN THRU COLLECT-ONE-PLAN-EXIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE SPC-CUR END-EXEC.

       COLLECT-ONE-PLAN.
           EXEC SQL
              SELECT SALDO, MIN_SALDO, OD_LIMIT
              INTO :WS-SALDO, :WS-MIN-SALDO, :WS-OD-LIMIT
              FROM REKENING
              WHERE NO_REK = :WS-FUND-REK
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-SKIP-CNT
              DISPLAY "  SKIPPED " WS-PLAN-ID
                      ": FUNDING ACCOUNT GONE"
              GO TO COLLECT-ONE-PLAN-EXIT
           END-IF

           CALL 'CB-HOLD-AMOUNT' USING WS-FUND-REK WS-HOLD-TOTAL
           COMPUTE WS-AVAIL-SALDO =
              WS-SALDO - WS-MIN-SALDO + WS-OD-LIMIT - WS-HOLD-TOTAL

           PERFORM ADVANCE-DUE-DATE

           IF WS-INSTALLMENT > WS-AVAIL-SALDO
              PERFORM MISS-INSTALLMENT
              GO TO COLLECT-ONE-PLAN-EXIT
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
              ADD 1 TO WS-SKIP-CNT
              DISPLAY "  SKIPPED " WS-PLAN-ID
                      ": PLAN ACCOUNT GONE"
              GO TO COLLECT-ONE-PLAN-EXIT
           END-IF

      *> Bonus on this installment for the days it will stay in
      *> the plan, counted from the day it was due.
           MOVE WS-MATURITY(1:4) TO WS-YYYY
           MOVE WS-MATURITY(6:2) TO WS-MM
           MOVE WS-MATURITY(9:2) TO WS-DD
           COMPUTE WS-MAT-INT =
              WS-YYYY * 10000 + WS-MM * 100 + WS-DD
           COMPUTE WS-DAYS-LEFT =
              FUNCTION INTEGER-OF-DATE(WS-MAT-INT)
              - FUNCTION INTEGER-OF-DATE(WS-DUE-INT)
           IF WS-DAYS-LEFT < 0
              MOVE 0 TO WS-DAYS-LEFT
           END-IF
           COMPUTE WS-BONUS-ADD ROUNDED =
              (WS-INSTALLMENT * WS-BONUS-RATE * WS-DAYS-LEFT) / 365

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO - :WS-INSTALLMENT
              WHERE NO_REK = :WS-FUND-REK
           END-EXEC

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO + :WS-INSTALLMENT
              WHERE NO_REK = :WS-PLAN-REK
           END-EXEC

           EXEC SQL
              UPDATE SAVINGS_PLAN
              SET PAID_CNT = PAID_CNT + 1,
                  BONUS_ACCR = BONUS_ACCR + :WS-BONUS-ADD,
                  NEXT_DUE_DATE = :WS-NEXT-DUE,
                  LAST_PAID_DATE = :WS-BUS-DATE
              WHERE PLAN_ID = :WS-PLAN-ID
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-SKIP-CNT
              GO TO COLLECT-ONE-PLAN-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC

           COMPUTE WS-AFTER-BAL = WS-SALDO - WS-INSTALLMENT
           CALL 'CB-AUDIT-LOG'
             USING WS-FUND-REK 'SC' WS-INSTALLMENT WS-EVENT-RESP
                   WS-TERMINAL-ID WS-CHANNEL WS-SALDO WS-AFTER-BAL
                   WS-PLAN-ID 'IDR' WS-INSTALLMENT WS-AUDIT-ID
           COMPUTE WS-AFTER-BAL = WS-PLAN-SALDO + WS-INSTALLMENT
           CALL 'CB-AUDIT-LOG'
             USING WS-PLAN-REK 'SC' WS-INSTALLMENT WS-EVENT-RESP
                   WS-TERMINAL-ID WS-CHANNEL WS-PLAN-SALDO
                   WS-AFTER-BAL WS-PLAN-ID 'IDR' WS-INSTALLMENT
                   WS-AUDIT-ID

           ADD 1 TO WS-COLLECT-CNT.
       COLLECT-ONE-PLAN-EXIT.
           EXIT.

      *> Rolls NEXT_DUE_DATE a month on from the date that fell due
      *> (kept in WS-DUE-INT for the bonus arithmetic). The due day
      *> is 1-28, so it exists in every month.
       ADVANCE-DUE-DATE.
           MOVE WS-NEXT-DUE(1:4) TO WS-YYYY
           MOVE WS-NEXT-DUE(6:2) TO WS-MM
           MOVE WS-NEXT-DUE(9:2) TO WS-DD
           COMPUTE WS-DUE-INT =
              WS-YYYY * 10000 + WS-MM * 100 + WS-DD
           ADD 1 TO WS-MM
           IF WS-MM > 12
              MOVE 1 TO WS-MM
              ADD 1 TO WS-YYYY
           END-IF
           MOVE WS-DUE-DAY TO WS-DD
           STRING WS-YYYY "-" WS-MM "-" WS-DD
             DELIMITED BY SIZE INTO WS-NEXT-DUE.

       MISS-INSTALLMENT.
           ADD 1 TO WS-MISSED-CNT
           ADD 1 TO WS-MISSED-DAY
           DISPLAY "  MISSED  " WS-PLAN-ID " FROM " WS-FUND-REK
                   " (" WS-MISSED-CNT " MISSED)"

           IF WS-MISSED-CNT < WS-MAX-MISSED
              EXEC SQL
                 UPDATE SAVINGS_PLAN
                 SET MISSED_CNT = :WS-MISSED-CNT,
                     NEXT_DUE_DATE = :WS-NEXT-DUE
                 WHERE PLAN_ID = :WS-PLAN-ID
                   AND STATUS = 'A'
              END-EXEC
              EXEC SQL COMMIT END-EXEC
           ELSE
              PERFORM CONVERT-PLAN
           END-IF.

      *> Too many installments missed: the plan stops, the bonus
      *> is forfeited, and the account carries on as the regular
      *> savings product agreed at opening (its minimum balance
      *> taken from the catalog when the product is cataloged),
      *> with a 'PC' entry on its trail like any product
      *> conversion.
       CONVERT-PLAN.
           EXEC SQL
              UPDATE SAVINGS_PLAN
              SET STATUS = 'C',
                  MISSED_CNT = :WS-MISSED-CNT,
                  BONUS_ACCR = 0,
                  CLOSED_TS = CURRENT TIMESTAMP
              WHERE PLAN_ID = :WS-PLAN-ID
                AND STATUS = 'A'
           END-EXEC

           EXEC SQL
              SELECT MIN_BALANCE
              INTO :WS-MIN-BAL
              FROM PRODUCT_MASTER
              WHERE PRODUCT_CODE = :WS-CONVERT-TYPE
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL
                 UPDATE REKENING
                 SET ACCT_TYPE = :WS-CONVERT-TYPE,
                     MIN_SALDO = :WS-MIN-BAL
                 WHERE NO_REK = :WS-PLAN-REK
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE REKENING
                 SET ACCT_TYPE = :WS-CONVERT-TYPE
                 WHERE NO_REK = :WS-PLAN-REK
              END-EXEC
           END-IF

           EXEC SQL
              SELECT SALDO
              INTO :WS-PLAN-SALDO
              FROM REKENING
              WHERE NO_REK = :WS-PLAN-REK
           END-EXEC

           EXEC SQL COMMIT END-EXEC

           CALL 'CB-AUDIT-LOG'
             USING WS-PLAN-REK 'PC' WS-ZERO-AMT WS-EVENT-RESP
                   WS-TERMINAL-ID WS-CHANNEL WS-PLAN-SALDO
                   WS-PLAN-SALDO WS-PLAN-ID 'IDR' WS-ZERO-AMT
                   WS-AUDIT-ID

           MOVE 'PLANCONV' TO WS-NOTIF-EVENT
           MOVE SPACES TO WS-MESSAGE
           STRING 'TABUNGAN BERENCANA ' WS-PLAN-REK
                  ' DIALIHKAN KE TABUNGAN BIASA'
             DELIMITED BY SIZE INTO WS-MESSAGE
           PERFORM QUEUE-NOTICE THRU QUEUE-NOTICE-EXIT

           ADD 1 TO WS-CONVERT-CNT
           DISPLAY "  CONVERTED " WS-PLAN-ID " TO " WS-CONVERT-TYPE
                   " - BONUS FORFEITED".

       MATURE-PLANS.
           EXEC SQL
              DECLARE SPM-CUR CURSOR FOR
              SELECT S.PLAN_ID, S.CUST_ID, S.PLAN_REK, S.FUND_REK,
                     S.MATURITY_DATE, S.BONUS_ACCR,
                     COALESCE(P.CHANNEL, ' '),
                     COALESCE(P.DESTINATION, ' ')
              FROM SAVINGS_PLAN S
                   LEFT JOIN ALERT_PREFERENCE P
                     ON P.CUST_ID = S.CUST_ID
              WHERE S.STATUS = 'A'
                AND S.MATURITY_DATE <= :WS-BUS-DATE
              ORDER BY S.PLAN_ID
           END-EXEC

           EXEC SQL OPEN SPM-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH SPM-CUR
                 INTO :WS-PLAN-ID, :WS-CUST-ID, :WS-PLAN-REK,
                      :WS-FUND-REK, :WS-MATURITY, :WS-BONUS-ACCR,
                      :WS-PREF-CHANNEL, :WS-DESTINATION
              END-EXEC

              IF SQLCODE = 0
                 PERFORM MATURE-ONE-PLAN THRU MATURE-ONE-PLAN-EXIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE SPM-CUR END-EXEC.

      *> The plan balance moves to the funding account ('SM' on
      *> both), the bonus is credited there ('SB') and withholding
      *> on the bonus follows as its own 'TX' debit, the same
      *> gross-then-tax pair CB-EOD-INTEREST posts. Interest
      *> accrued on the plan account since the last month-end stays
      *> with it and posts at month-end as usual; the account is
      *> free to draw from once the plan has matured.
       MATURE-ONE-PLAN.
           EXEC SQL
              SELECT SALDO
              INTO :WS-PLAN-SALDO
              FROM REKENING
              WHERE NO_REK = :WS-PLAN-REK
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-SKIP-CNT
              DISPLAY "  SKIPPED " WS-PLAN-ID ": PLAN ACCOUNT GONE"
              GO TO MATURE-ONE-PLAN-EXIT
           END-IF

           EXEC SQL
              SELECT SALDO
              INTO :WS-SALDO
              FROM REKENING
              WHERE NO_REK = :WS-FUND-REK
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-SKIP-CNT
              DISPLAY "  SKIPPED " WS-PLAN-ID
                      ": FUNDING ACCOUNT GONE"
              GO TO MATURE-ONE-PLAN-EXIT
           END-IF

           MOVE 0 TO WS-PAYOUT
           IF WS-PLAN-SALDO > 0
              MOVE WS-PLAN-SALDO TO WS-PAYOUT
           END-IF

           MOVE 0 TO WS-TAX-AMOUNT
           IF WS-TAX-ON = 'Y' AND WS-BONUS-ACCR > 0
              AND WS-PAYOUT > WS-TAX-THRESH
              COMPUTE WS-TAX-AMOUNT ROUNDED =
                 WS-BONUS-ACCR * WS-TAX-RATE
           END-IF

           EXEC SQL
              UPDATE SAVINGS_PLAN
              SET STATUS = 'M',
                  BONUS_PAID = :WS-BONUS-ACCR,
                  BONUS_TAX = :WS-TAX-AMOUNT,
                  CLOSED_TS = CURRENT TIMESTAMP
              WHERE PLAN_ID = :WS-PLAN-ID
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-SKIP-CNT
              GO TO MATURE-ONE-PLAN-EXIT
           END-IF

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO - :WS-PAYOUT
              WHERE NO_REK = :WS-PLAN-REK
           END-EXEC

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO + :WS-PAYOUT + :WS-BONUS-ACCR
                          - :WS-TAX-AMOUNT
              WHERE NO_REK = :WS-FUND-REK
           END-EXEC

           IF WS-TAX-AMOUNT > 0
              EXEC SQL
                 UPDATE TAX_PAYABLE
                 SET AMOUNT = AMOUNT + :WS-TAX-AMOUNT
                 WHERE TAX_PERIOD = :WS-TAX-PERIOD
                   AND STATUS = 'O'
              END-EXEC

              IF SQLCODE = 0 AND SQLERRD(3) = 0
                 EXEC SQL
                    INSERT INTO TAX_PAYABLE
                    (TAX_PERIOD, AMOUNT, STATUS)
                    VALUES
                    (:WS-TAX-PERIOD, :WS-TAX-AMOUNT, 'O')
                 END-EXEC
              END-IF
           END-IF

           EXEC SQL COMMIT END-EXEC

           IF WS-PAYOUT > 0
              COMPUTE WS-AFTER-BAL = WS-PLAN-SALDO - WS-PAYOUT
              CALL 'CB-AUDIT-LOG'
                USING WS-PLAN-REK 'SM' WS-PAYOUT WS-EVENT-RESP
                      WS-TERMINAL-ID WS-CHANNEL WS-PLAN-SALDO
                      WS-AFTER-BAL WS-PLAN-ID 'IDR' WS-PAYOUT
                      WS-AUDIT-ID
              COMPUTE WS-AFTER-BAL = WS-SALDO + WS-PAYOUT
              CALL 'CB-AUDIT-LOG'
                USING WS-FUND-REK 'SM' WS-PAYOUT WS-EVENT-RESP
                      WS-TERMINAL-ID WS-CHANNEL WS-SALDO
                      WS-AFTER-BAL WS-PLAN-ID 'IDR' WS-PAYOUT
                      WS-AUDIT-ID
              MOVE WS-AFTER-BAL TO WS-SALDO
           END-IF

           IF WS-BONUS-ACCR > 0
              COMPUTE WS-AFTER-BAL = WS-SALDO + WS-BONUS-ACCR
              CALL 'CB-AUDIT-LOG'
                USING WS-FUND-REK 'SB' WS-BONUS-ACCR WS-EVENT-RESP
                      WS-TERMINAL-ID WS-CHANNEL WS-SALDO
                      WS-AFTER-BAL WS-PLAN-ID 'IDR' WS-BONUS-ACCR
                      WS-AUDIT-ID
              MOVE WS-AFTER-BAL TO WS-SALDO
           END-IF

           IF WS-TAX-AMOUNT > 0
              COMPUTE WS-AFTER-BAL = WS-SALDO - WS-TAX-AMOUNT
              CALL 'CB-AUDIT-LOG'
                USING WS-FUND-REK 'TX' WS-TAX-AMOUNT WS-EVENT-RESP
                      WS-TERMINAL-ID WS-CHANNEL WS-SALDO
                      WS-AFTER-BAL WS-PLAN-ID 'IDR' WS-TAX-AMOUNT
                      WS-AUDIT-ID
           END-IF

           COMPUTE WS-PAYOUT = WS-PAYOUT + WS-BONUS-ACCR
                             - WS-TAX-AMOUNT
           MOVE WS-PAYOUT TO WS-AMT-EDIT
           MOVE 'PLANMATR' TO WS-NOTIF-EVENT
           MOVE SPACES TO WS-MESSAGE
           STRING 'TABUNGAN BERENCANA JATUH TEMPO DIBAYAR'
                  WS-AMT-EDIT
             DELIMITED BY SIZE INTO WS-MESSAGE
           PERFORM QUEUE-NOTICE THRU QUEUE-NOTICE-EXIT

           ADD 1 TO WS-MATURED-CNT
           DISPLAY "  MATURED " WS-PLAN-ID " PAID " WS-PAYOUT
                   " TO " WS-FUND-REK.
       MATURE-ONE-PLAN-EXIT.
           EXIT.

      *> A customer with no registered contact (the cursors bring
      *> the ALERT_PREFERENCE row along) simply gets no notice; the
      *> plan itself has already moved.
       QUEUE-NOTICE.
           IF WS-DESTINATION = SPACES
              GO TO QUEUE-NOTICE-EXIT
           END-IF

           CALL 'CB-REF-NUMBER' USING 'NT' WS-NOTIF-ID

           EXEC SQL
              INSERT INTO NOTIFICATION_QUEUE
              (ID_NOTIF, MAKER_ID, ID_TRX, EVENT, MESSAGE, STATUS,
               NOTIF_TYPE, CHANNEL, DESTINATION, RETRY_CNT,
               CREATED_TS)
              VALUES
              (:WS-NOTIF-ID, :WS-CUST-ID, :WS-PLAN-ID,
               :WS-NOTIF-EVENT, :WS-MESSAGE, 'N', 'C',
               :WS-PREF-CHANNEL, :WS-DESTINATION, 0,
               CURRENT TIMESTAMP)
           END-EXEC

           EXEC SQL COMMIT END-EXEC.
       QUEUE-NOTICE-EXIT.
           EXIT.
