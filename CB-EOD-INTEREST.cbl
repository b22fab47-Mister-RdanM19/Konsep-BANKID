       01 WS-NO-REK      PIC X(6).
       01 WS-SALDO       PIC S9(13)V99 COMP-3.
       01 WS-ACCT-TYPE   PIC X(4).
       01 WS-SHARIA      PIC X(1).
      *> Y on a sharia (mudharabah) product: no interest, the night's
      *> balance goes into SHARIA_BAL_ACCUM for CB-BAGI-HASIL.
       01 WS-BAL-PERIOD  PIC X(7).
       01 WS-TD-ID       PIC X(20).
       01 WS-TD-PRINC    PIC S9(11)V99 COMP-3.
       01 WS-TD-LAST-DATE PIC X(10).
       01 WS-BAL-ADD     PIC S9(13)V99 COMP-3.
       01 WS-ANNUAL-RATE PIC S9(3)V9(6) COMP-3.
       01 WS-TIER-METHOD PIC 9(1).
      *> 0 = one flat ANNUAL_RATE, 1 = the tier the balance reaches
      *> pays on the whole balance, 2 = each tier pays on its own
      *> slice of the balance.
       01 WS-RATE-FOUND  PIC X(1).
       01 WS-TIER-FLOOR  PIC S9(13)V99 COMP-3.
       01 WS-TIER-RATE   PIC S9(3)V9(6) COMP-3.
       01 WS-PREV-FLOOR  PIC S9(13)V99 COMP-3.
       01 WS-PREV-RATE   PIC S9(3)V9(6) COMP-3.
       01 WS-SLICE-TOP   PIC S9(13)V99 COMP-3.
       01 WS-TIER-ANNUAL PIC S9(13)V9(4) COMP-3.
       01 WS-DAILY-INT   PIC S9(11)V99 COMP-3.
       01 WS-ACCRUED-INT PIC S9(11)V99 COMP-3.
       01 WS-ACCRUED-DEBIT PIC S9(11)V99 COMP-3.
       01 WS-CHANNEL     PIC X(6) VALUE 'BATCH'.
       01 WS-ACCR-COUNT  PIC 9(7) VALUE 0.
       01 WS-POST-COUNT  PIC 9(7) VALUE 0.
       01 WS-SHARIA-COUNT PIC 9(7) VALUE 0.
       01 WS-SHARIA-TD-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-REF-TRX  PIC X(20) VALUE SPACES.
       01 WS-AUDIT-ID     PIC X(20).

                  FUNCTION CURRENT-DATE(5:2)
             DELIMITED BY SIZE INTO WS-TAX-PERIOD

           MOVE WS-BUS-DATE(1:7) TO WS-BAL-PERIOD

           EXEC SQL
              DECLARE INT-CUR CURSOR FOR
              SELECT R.NO_REK, R.SALDO, R.ACCT_TYPE, R.ACCRUED_INT,
                     COALESCE(R.ACCRUED_DEBIT_INT, 0),
                     COALESCE(P.SHARIA_FLAG, 'N')
              FROM REKENING R
              LEFT JOIN PRODUCT_MASTER P
                ON P.PRODUCT_CODE = R.ACCT_TYPE
              WHERE R.NO_REK > :WS-LAST-NO-REK
              ORDER BY R.NO_REK
           END-EXEC

           EXEC SQL OPEN INT-CUR END-EXEC
              EXEC SQL
                 FETCH INT-CUR
                 INTO :WS-NO-REK, :WS-SALDO, :WS-ACCT-TYPE,
                      :WS-ACCRUED-INT, :WS-ACCRUED-DEBIT,
                      :WS-SHARIA
              END-EXEC

              IF SQLCODE = 0
                 IF WS-SHARIA = 'Y'
                    PERFORM ACCUM-SHARIA-BALANCE
                 ELSE
                    PERFORM ACCRUE-ONE-ACCOUNT
                    IF WS-POST-FLAG = 'Y'
                       PERFORM POST-ONE-ACCOUNT
                    END-IF
                 END-IF
                 EXEC SQL
                    UPDATE INTEREST_CTL

           EXEC SQL CLOSE INT-CUR END-EXEC

           PERFORM ACCUM-SHARIA-DEPOSITS

           EXEC SQL
              UPDATE INTEREST_CTL
              SET STATUS = 'D',

           DISPLAY "ACCOUNTS ACCRUED : " WS-ACCR-COUNT
           DISPLAY "ACCOUNTS POSTED  : " WS-POST-COUNT
           DISPLAY "SHARIA BAL NOTED : " WS-SHARIA-COUNT
           DISPLAY "MUDHARABAH TD    : " WS-SHARIA-TD-COUNT
           GOBACK.

      *> A sharia account earns no interest at all. Each night adds
      *> its balance (nothing for a negative one) and one day to the
      *> month's SHARIA_BAL_ACCUM row, which CB-BAGI-HASIL turns into
      *> the average daily balance that weights the account's share
      *> of the pool. Committed with INTEREST_CTL's restart point, so
      *> a resumed run never counts the same night twice.
       ACCUM-SHARIA-BALANCE.
           IF WS-SALDO > 0
              MOVE WS-SALDO TO WS-BAL-ADD
           ELSE
              MOVE 0 TO WS-BAL-ADD
           END-IF

           EXEC SQL
              UPDATE SHARIA_BAL_ACCUM
              SET BAL_SUM = BAL_SUM + :WS-BAL-ADD,
                  DAY_CNT = DAY_CNT + 1,
                  LAST_BUS_DATE = :WS-BUS-DATE
              WHERE PERIOD = :WS-BAL-PERIOD
                AND NO_REK = :WS-NO-REK
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) = 0
              EXEC SQL
                 INSERT INTO SHARIA_BAL_ACCUM
                 (PERIOD, NO_REK, BAL_SUM, DAY_CNT, LAST_BUS_DATE)
                 VALUES
                 (:WS-BAL-PERIOD, :WS-NO-REK, :WS-BAL-ADD, 1,
                  :WS-BUS-DATE)
              END-EXEC
           END-IF

           ADD 1 TO WS-SHARIA-COUNT.

      *> Mudharabah term deposits share the same pool: each night a
      *> running one (breakage pending included - the money is
      *> still invested) adds its principal and a day to the
      *> month's SHARIA_TD_ACCUM row. LAST_BUS_DATE makes the night
      *> count once however often an interrupted run comes back
      *> through here, so the pass needs no restart point of its
      *> own and commits once at the end.
       ACCUM-SHARIA-DEPOSITS.
           EXEC SQL
              DECLARE MTD-CUR CURSOR FOR
              SELECT TD_ID, PRINCIPAL
              FROM TERM_DEPOSIT
              WHERE COALESCE(SHARIA_FLAG, 'N') = 'Y'
                AND STATUS IN ('A', 'BR')
              ORDER BY TD_ID
           END-EXEC

           EXEC SQL OPEN MTD-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH MTD-CUR
                 INTO :WS-TD-ID, :WS-TD-PRINC
              END-EXEC

              IF SQLCODE = 0
                 PERFORM ACCUM-SHARIA-DEPOSIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE MTD-CUR END-EXEC
           EXEC SQL COMMIT END-EXEC.

       ACCUM-SHARIA-DEPOSIT.
           EXEC SQL
              SELECT LAST_BUS_DATE
              INTO :WS-TD-LAST-DATE
              FROM SHARIA_TD_ACCUM
              WHERE PERIOD = :WS-BAL-PERIOD
                AND TD_ID = :WS-TD-ID
           END-EXEC

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO SHARIA_TD_ACCUM
                 (PERIOD, TD_ID, BAL_SUM, DAY_CNT, LAST_BUS_DATE)
                 VALUES
                 (:WS-BAL-PERIOD, :WS-TD-ID, :WS-TD-PRINC, 1,
                  :WS-BUS-DATE)
              END-EXEC
              ADD 1 TO WS-SHARIA-TD-COUNT
           ELSE
              IF SQLCODE = 0 AND WS-TD-LAST-DATE < WS-BUS-DATE
                 EXEC SQL
                    UPDATE SHARIA_TD_ACCUM
                    SET BAL_SUM = BAL_SUM + :WS-TD-PRINC,
                        DAY_CNT = DAY_CNT + 1,
                        LAST_BUS_DATE = :WS-BUS-DATE
                    WHERE PERIOD = :WS-BAL-PERIOD
                      AND TD_ID = :WS-TD-ID
                 END-EXEC
                 ADD 1 TO WS-SHARIA-TD-COUNT
              END-IF
           END-IF.

      *> Rate is looked up per account type from RATE_TABLE rather
      *> than hard-coded, so product teams can change the savings rate
      *> without a code change. No matching rate means no accrual for
      *> that account tonight rather than guessing a default.
      *> A product priced by balance tier (TIER_METHOD 1 or 2, the
      *> bands in INTEREST_RATE_TIER, both maintained through
      *> CB-PARAM-MAINT) has its day's interest worked out by
      *> ACCRUE-TIERED instead of the flat rate.
       ACCRUE-ONE-ACCOUNT.
           EXEC SQL
              SELECT ANNUAL_RATE, COALESCE(TIER_METHOD, 0)
              INTO :WS-ANNUAL-RATE, :WS-TIER-METHOD
              FROM INTEREST_RATE_TABLE
              WHERE ACCT_TYPE = :WS-ACCT-TYPE
           END-EXEC

           IF SQLCODE = 0
              MOVE 'Y' TO WS-RATE-FOUND
           ELSE
              MOVE 'N' TO WS-RATE-FOUND
           END-IF

           IF WS-RATE-FOUND = 'Y' AND WS-SALDO > 0
              IF WS-TIER-METHOD = 1 OR WS-TIER-METHOD = 2
                 PERFORM ACCRUE-TIERED
              ELSE
                 COMPUTE WS-DAILY-INT ROUNDED =
                    (WS-SALDO * WS-ANNUAL-RATE) / 365
              END-IF
              ADD WS-DAILY-INT TO WS-ACCRUED-INT

              EXEC SQL
              END-IF
           END-IF.

      *> Each tier's band runs from its BAL_FROM up to the next
      *> tier's; a balance below the lowest band earns the product's
      *> flat ANNUAL_RATE. Whole-balance pricing pays the rate of
      *> the highest band the balance reaches on all of it;
      *> progressive pricing pays every band's rate on the slice of
      *> the balance inside that band.
       ACCRUE-TIERED.
           MOVE 0 TO WS-PREV-FLOOR
           MOVE WS-ANNUAL-RATE TO WS-PREV-RATE
           MOVE 0 TO WS-TIER-ANNUAL

           EXEC SQL
              DECLARE TIER-CUR CURSOR FOR
              SELECT BAL_FROM, ANNUAL_RATE
              FROM INTEREST_RATE_TIER
              WHERE ACCT_TYPE = :WS-ACCT-TYPE
              ORDER BY BAL_FROM
           END-EXEC

           EXEC SQL OPEN TIER-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH TIER-CUR
                 INTO :WS-TIER-FLOOR, :WS-TIER-RATE
              END-EXEC

              IF SQLCODE = 0
                 PERFORM TIER-SLICE
              END-IF
           END-PERFORM

           EXEC SQL CLOSE TIER-CUR END-EXEC

           IF WS-TIER-METHOD = 1
              COMPUTE WS-DAILY-INT ROUNDED =
                 (WS-SALDO * WS-PREV-RATE) / 365
           ELSE
              IF WS-SALDO > WS-PREV-FLOOR
                 COMPUTE WS-TIER-ANNUAL ROUNDED = WS-TIER-ANNUAL +
                    (WS-SALDO - WS-PREV-FLOOR) * WS-PREV-RATE
              END-IF
              COMPUTE WS-DAILY-INT ROUNDED = WS-TIER-ANNUAL / 365
           END-IF.

      *> Closes off the band below this tier at the rate it carried
      *> and moves up into this one, if the balance reaches it.
       TIER-SLICE.
           IF WS-TIER-FLOOR > WS-SALDO
              MOVE WS-SALDO TO WS-SLICE-TOP
           ELSE
              MOVE WS-TIER-FLOOR TO WS-SLICE-TOP
           END-IF

           IF WS-SLICE-TOP > WS-PREV-FLOOR
              COMPUTE WS-TIER-ANNUAL ROUNDED = WS-TIER-ANNUAL +
                 (WS-SLICE-TOP - WS-PREV-FLOOR) * WS-PREV-RATE
              MOVE WS-SLICE-TOP TO WS-PREV-FLOOR
           END-IF

           IF WS-TIER-FLOOR NOT > WS-SALDO
              MOVE WS-TIER-RATE TO WS-PREV-RATE
           END-IF.

      *> Interest is posted as its own SALDO movement with its own
      *> AUDIT_LOG entry, the same separation-of-concerns CB-CORE-
      *> ONLINE already uses for fees, so interest revenue/expense is
