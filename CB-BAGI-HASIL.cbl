       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-BAGI-HASIL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-PERIOD       PIC X(7).
       01 WS-TAX-PERIOD   PIC X(7).
       01 WS-MONTH-START  PIC X(10).
       01 WS-CAL-DAYS     PIC 9(3).
       01 WS-RUN-STATUS   PIC X(1).
       01 WS-JRN-CNT      PIC 9(9).

       01 WS-GL-FROM      PIC X(8).
       01 WS-GL-TO        PIC X(8).
       01 WS-BH-DR        PIC X(8).
       01 WS-IN-DR        PIC X(8).

       01 WS-POOL-INCOME  PIC S9(15)V99 COMP-3.
       01 WS-TOTAL-WEIGHT PIC S9(16)V99 COMP-3.
       01 WS-TD-WEIGHT    PIC S9(16)V99 COMP-3.

       01 WS-NO-REK       PIC X(6).
       01 WS-TD-ID        PIC X(20) VALUE SPACES.
       01 WS-TENOR        PIC 9(2).
       01 WS-BAL-SUM      PIC S9(15)V99 COMP-3.
       01 WS-DAY-CNT      PIC 9(3).
       01 WS-PRODUCT-CODE PIC X(4).
       01 WS-SALDO        PIC S9(13)V99 COMP-3.
       01 WS-ACCT-STATUS  PIC X(1).
       01 WS-NISBAH       PIC S9(1)V9(6) COMP-3.
       01 WS-AVG-BAL      PIC S9(13)V99 COMP-3.
       01 WS-SHARE-AMT    PIC S9(13)V99 COMP-3.

       01 WS-TAX-THRESH   PIC S9(13)V99 COMP-3.
       01 WS-TAX-RATE     PIC S9(3)V9(6) COMP-3.
       01 WS-TAX-ON       PIC X(1).
       01 WS-TAX-AMOUNT   PIC S9(13)V99 COMP-3.
       01 WS-BEFORE-BAL   PIC S9(13)V99 COMP-3.
       01 WS-AFTER-BAL    PIC S9(13)V99 COMP-3.

       01 WS-BH-RESP      PIC X(2) VALUE '00'.
       01 WS-TERMINAL-ID  PIC X(8) VALUE 'BACKOFFC'.
       01 WS-CHANNEL      PIC X(6) VALUE 'BATCH'.
       01 WS-NO-REF-TRX   PIC X(20) VALUE SPACES.
       01 WS-AUDIT-ID     PIC X(20).

       01 WS-PAID-CNT     PIC 9(7) VALUE 0.
       01 WS-PAID-AMT     PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-TAX-TOTAL    PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-SKIPPED-CNT  PIC 9(7) VALUE 0.

       01 WS-RPT-NISBAH   PIC S9(1)V9(6) COMP-3.
       01 WS-RPT-ACCTS    PIC 9(7).
       01 WS-RPT-ADB      PIC S9(15)V99 COMP-3.
       01 WS-RPT-SHARE    PIC S9(15)V99 COMP-3.
       01 WS-RPT-TAX      PIC S9(15)V99 COMP-3.
       01 WS-EQ-RATE      PIC S9(3)V9(6) COMP-3.

      *> Profit sharing (bagi hasil) on the sharia mudharabah
      *> products, the month-end replacement for the interest the
      *> sharia accounts never accrue. The pool's income is what
      *> the month's GL_JOURNAL credited, net of debits, to the
      *> sharia income accounts SYS_PARAM SHARIA-INC-GL-FROM ..
      *> SHARIA-INC-GL-TO name. Each account's weight is its
      *> balance-days in SHARIA_BAL_ACCUM, added up night by night
      *> by CB-EOD-INTEREST, so an account's share of the pool is
      *> the pool times its weight over the pool's total weight,
      *> times its product's nisbah - the customers' side of the
      *> split; the rest is the bank's. Mudharabah term deposits
      *> weigh in the same way, by the balance-days in
      *> SHARIA_TD_ACCUM and the nisbah locked at placement, and
      *> their share is credited to the deposit's settlement
      *> account under the deposit's TD_ID (product 'MDnn' in the
      *> disclosure). Every share is its own
      *> 'BH' AUDIT_LOG credit followed by the 'TX' withholding
      *> debit on the same terms as interest. GL_MAPPING must carry
      *> 'BH' to a distribution account of its own - never the
      *> conventional interest expense the 'IN' mapping debits, and
      *> never inside the income range it is paid from - or the run
      *> refuses before a rupiah moves.
      *> It is run on the business day after month end, once
      *> CB-GL-JOURNAL has generated the month-end date, and is
      *> given that month-end date: the pool is then complete, and
      *> the 'BH' and 'TX' postings land in the new day's journal.
      *> BAGI_HASIL_RUN keeps the pool and weight the run began
      *> with, so a run that died midway resumes on the same
      *> figures and BAGI_HASIL_DIST, written in each account's
      *> unit of work, keeps it from paying anyone twice. The run
      *> ends with the equivalent-rate disclosure the sharia
      *> supervisory board reviews.
       PROCEDURE DIVISION.
           DISPLAY "MONTH-END BUSINESS DATE (YYYY-MM-DD): "
                   WITH NO ADVANCING
           ACCEPT WS-BUS-DATE

           MOVE WS-BUS-DATE(1:7) TO WS-PERIOD
           STRING WS-PERIOD "-01" DELIMITED BY SIZE
             INTO WS-MONTH-START
      *> Withholding is owed for the month it is posted in, which
      *> can be the month after the one being distributed.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2)
             DELIMITED BY SIZE INTO WS-TAX-PERIOD

           EXEC SQL
              SELECT STATUS, POOL_INCOME, TOTAL_WEIGHT
              INTO :WS-RUN-STATUS, :WS-POOL-INCOME, :WS-TOTAL-WEIGHT
              FROM BAGI_HASIL_RUN
              WHERE PERIOD = :WS-PERIOD
           END-EXEC

           IF SQLCODE = 0
              IF WS-RUN-STATUS = 'D'
                 DISPLAY "RUN REFUSED: BAGI HASIL ALREADY "
                         "DISTRIBUTED FOR " WS-PERIOD
                 MOVE 4 TO RETURN-CODE
                 STOP RUN
              END-IF
              DISPLAY "RESUMING " WS-PERIOD " POOL " WS-POOL-INCOME
           ELSE
              MOVE SPACE TO WS-RUN-STATUS
           END-IF

           PERFORM CHECK-GL-SEPARATION

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

           IF WS-RUN-STATUS = SPACE
              PERFORM MEASURE-POOL
           END-IF

           IF WS-POOL-INCOME > 0 AND WS-TOTAL-WEIGHT > 0
              PERFORM DISTRIBUTE-POOL
           ELSE
              DISPLAY "NO DISTRIBUTABLE SHARIA INCOME FOR " WS-PERIOD
              MOVE 4 TO RETURN-CODE
           END-IF

           EXEC SQL
              UPDATE BAGI_HASIL_RUN
              SET STATUS = 'D',
                  ENDED_TS = CURRENT TIMESTAMP
              WHERE PERIOD = :WS-PERIOD
           END-EXEC
           EXEC SQL COMMIT END-EXEC

           PERFORM PRINT-DISCLOSURE
           STOP RUN.

      *> The two pools never meet in the ledger: 'BH' must map to a
      *> debit account of its own, apart from the one conventional
      *> interest ('IN') is expensed to and outside the sharia
      *> income range. The month-end date's journal has to exist
      *> too, or the pool would be measured short.
       CHECK-GL-SEPARATION.
           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-GL-FROM
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'SHARIA-INC-GL-FROM'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "RUN ABORTED: SHARIA-INC-GL-FROM NOT IN "
                      "SYS_PARAM"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-GL-TO
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'SHARIA-INC-GL-TO'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "RUN ABORTED: SHARIA-INC-GL-TO NOT IN SYS_PARAM"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
              SELECT DR_ACCOUNT
              INTO :WS-BH-DR
              FROM GL_MAPPING
              WHERE TRX_CODE = 'BH'
                AND CHANNEL = '*'
                AND DIRECTION = 'C'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "RUN ABORTED: NO GL_MAPPING FOR 'BH'"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE SPACES TO WS-IN-DR
           EXEC SQL
              SELECT DR_ACCOUNT
              INTO :WS-IN-DR
              FROM GL_MAPPING
              WHERE TRX_CODE = 'IN'
                AND CHANNEL = '*'
                AND DIRECTION = 'C'
           END-EXEC

           IF WS-BH-DR = WS-IN-DR
              DISPLAY "RUN ABORTED: 'BH' DEBITS " WS-BH-DR
                      ", THE CONVENTIONAL INTEREST EXPENSE ACCOUNT"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           IF WS-BH-DR NOT < WS-GL-FROM AND WS-BH-DR NOT > WS-GL-TO
              DISPLAY "RUN ABORTED: 'BH' DEBITS " WS-BH-DR
                      ", INSIDE THE SHARIA INCOME RANGE"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-JRN-CNT
              FROM GL_JOURNAL
              WHERE BUS_DATE = :WS-BUS-DATE
           END-EXEC
           IF WS-JRN-CNT = 0
              DISPLAY "RUN ABORTED: JOURNAL FOR " WS-BUS-DATE
                      " NOT GENERATED YET"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Pool income and total weight are fixed once, at the start
      *> of the period's run, and kept on BAGI_HASIL_RUN.
       MEASURE-POOL.
           EXEC SQL
              SELECT COALESCE(SUM(CASE
                        WHEN CR_ACCOUNT BETWEEN :WS-GL-FROM
                                            AND :WS-GL-TO
                        THEN AMOUNT ELSE 0 END), 0)
                   - COALESCE(SUM(CASE
                        WHEN DR_ACCOUNT BETWEEN :WS-GL-FROM
                                            AND :WS-GL-TO
                        THEN AMOUNT ELSE 0 END), 0)
              INTO :WS-POOL-INCOME
              FROM GL_JOURNAL
              WHERE BUS_DATE >= :WS-MONTH-START
                AND BUS_DATE <= :WS-BUS-DATE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-POOL-INCOME
           END-IF

           EXEC SQL
              SELECT COALESCE(SUM(A.BAL_SUM), 0)
              INTO :WS-TOTAL-WEIGHT
              FROM SHARIA_BAL_ACCUM A
              JOIN REKENING R
                ON R.NO_REK = A.NO_REK
              JOIN PRODUCT_MASTER P
                ON P.PRODUCT_CODE = R.ACCT_TYPE
              WHERE A.PERIOD = :WS-PERIOD
                AND P.SHARIA_FLAG = 'Y'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-TOTAL-WEIGHT
           END-IF

           EXEC SQL
              SELECT COALESCE(SUM(T.BAL_SUM), 0)
              INTO :WS-TD-WEIGHT
              FROM SHARIA_TD_ACCUM T
              JOIN TERM_DEPOSIT D
                ON D.TD_ID = T.TD_ID
              WHERE T.PERIOD = :WS-PERIOD
                AND D.SHARIA_FLAG = 'Y'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-TD-WEIGHT
           END-IF
           ADD WS-TD-WEIGHT TO WS-TOTAL-WEIGHT

           EXEC SQL
              INSERT INTO BAGI_HASIL_RUN
              (PERIOD, POOL_INCOME, TOTAL_WEIGHT, STATUS, STARTED_TS)
              VALUES
              (:WS-PERIOD, :WS-POOL-INCOME, :WS-TOTAL-WEIGHT, 'R',
               CURRENT TIMESTAMP)
           END-EXEC
           EXEC SQL COMMIT END-EXEC

           DISPLAY "SHARIA POOL INCOME " WS-PERIOD " : "
                   WS-POOL-INCOME
           DISPLAY "TOTAL BALANCE-DAYS      : " WS-TOTAL-WEIGHT.

       DISTRIBUTE-POOL.
           EXEC SQL
              DECLARE DIST-CUR CURSOR FOR
              SELECT A.NO_REK, A.BAL_SUM, A.DAY_CNT, R.ACCT_TYPE,
                     R.SALDO, COALESCE(R.ACCT_STATUS, 'A'),
                     COALESCE(P.NISBAH_PCT, 0)
              FROM SHARIA_BAL_ACCUM A
              JOIN REKENING R
                ON R.NO_REK = A.NO_REK
              JOIN PRODUCT_MASTER P
                ON P.PRODUCT_CODE = R.ACCT_TYPE
              WHERE A.PERIOD = :WS-PERIOD
                AND P.SHARIA_FLAG = 'Y'
                AND NOT EXISTS
                    (SELECT 1 FROM BAGI_HASIL_DIST D
                     WHERE D.PERIOD = A.PERIOD
                       AND D.NO_REK = A.NO_REK
                       AND D.TD_ID = ' ')
              ORDER BY A.NO_REK
           END-EXEC

           EXEC SQL OPEN DIST-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH DIST-CUR
                 INTO :WS-NO-REK, :WS-BAL-SUM, :WS-DAY-CNT,
                      :WS-PRODUCT-CODE, :WS-SALDO, :WS-ACCT-STATUS,
                      :WS-NISBAH
              END-EXEC

              IF SQLCODE = 0
                 PERFORM DISTRIBUTE-ONE-ACCOUNT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE DIST-CUR END-EXEC

           EXEC SQL
              DECLARE TDD-CUR CURSOR FOR
              SELECT T.TD_ID, D.NO_REK, T.BAL_SUM, T.DAY_CNT,
                     D.TENOR_MONTHS, R.SALDO,
                     COALESCE(R.ACCT_STATUS, 'A'),
                     COALESCE(D.NISBAH_PCT, 0)
              FROM SHARIA_TD_ACCUM T
              JOIN TERM_DEPOSIT D
                ON D.TD_ID = T.TD_ID
              JOIN REKENING R
                ON R.NO_REK = D.NO_REK
              WHERE T.PERIOD = :WS-PERIOD
                AND D.SHARIA_FLAG = 'Y'
                AND NOT EXISTS
                    (SELECT 1 FROM BAGI_HASIL_DIST X
                     WHERE X.PERIOD = T.PERIOD
                       AND X.TD_ID = T.TD_ID)
              ORDER BY T.TD_ID
           END-EXEC

           EXEC SQL OPEN TDD-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH TDD-CUR
                 INTO :WS-TD-ID, :WS-NO-REK, :WS-BAL-SUM,
                      :WS-DAY-CNT, :WS-TENOR, :WS-SALDO,
                      :WS-ACCT-STATUS, :WS-NISBAH
              END-EXEC

              IF SQLCODE = 0
                 STRING 'MD' WS-TENOR DELIMITED BY SIZE
                   INTO WS-PRODUCT-CODE
                 MOVE WS-TD-ID TO WS-NO-REF-TRX
                 PERFORM DISTRIBUTE-ONE-ACCOUNT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE TDD-CUR END-EXEC

           DISPLAY "==================================================="
           DISPLAY "BAGI HASIL RUN - " WS-PERIOD
           DISPLAY "PAID    : " WS-PAID-CNT "  TOTAL " WS-PAID-AMT
           DISPLAY "TAX     : " WS-TAX-TOTAL
           DISPLAY "SKIPPED : " WS-SKIPPED-CNT
           DISPLAY "==================================================="
           CONTINUE.

      *> A closed account's share stays with the bank, but its row
      *> is still written so a resumed run passes over it.
       DISTRIBUTE-ONE-ACCOUNT.
           IF WS-DAY-CNT > 0
              COMPUTE WS-AVG-BAL ROUNDED = WS-BAL-SUM / WS-DAY-CNT
           ELSE
              MOVE 0 TO WS-AVG-BAL
           END-IF

           COMPUTE WS-SHARE-AMT ROUNDED =
              WS-POOL-INCOME * WS-BAL-SUM * WS-NISBAH
                 / WS-TOTAL-WEIGHT
           MOVE 0 TO WS-TAX-AMOUNT

           IF WS-ACCT-STATUS = 'C' OR WS-SHARE-AMT NOT > 0
              MOVE 0 TO WS-SHARE-AMT
              ADD 1 TO WS-SKIPPED-CNT
           ELSE
              PERFORM CREDIT-SHARE
           END-IF

           EXEC SQL
              INSERT INTO BAGI_HASIL_DIST
              (PERIOD, NO_REK, TD_ID, PRODUCT_CODE, AVG_BAL,
               NISBAH_PCT, SHARE_AMT, TAX_AMT, CREATED_TS)
              VALUES
              (:WS-PERIOD, :WS-NO-REK, :WS-TD-ID, :WS-PRODUCT-CODE,
               :WS-AVG-BAL, :WS-NISBAH, :WS-SHARE-AMT,
               :WS-TAX-AMOUNT, CURRENT TIMESTAMP)
           END-EXEC
           EXEC SQL COMMIT END-EXEC.

      *> The share and its withholding stand or fall together with
      *> the BAGI_HASIL_DIST row, committed by the caller.
       CREDIT-SHARE.
           MOVE WS-SALDO TO WS-BEFORE-BAL
           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO + :WS-SHARE-AMT
              WHERE NO_REK = :WS-NO-REK
           END-EXEC
           COMPUTE WS-AFTER-BAL = WS-BEFORE-BAL + WS-SHARE-AMT

           CALL 'CB-AUDIT-LOG'
             USING WS-NO-REK 'BH' WS-SHARE-AMT WS-BH-RESP
                   WS-TERMINAL-ID WS-CHANNEL WS-BEFORE-BAL
                   WS-AFTER-BAL WS-NO-REF-TRX 'IDR' WS-SHARE-AMT
                   WS-AUDIT-ID

           ADD 1 TO WS-PAID-CNT
           ADD WS-SHARE-AMT TO WS-PAID-AMT

           IF WS-TAX-ON = 'Y' AND WS-BEFORE-BAL > WS-TAX-THRESH
              COMPUTE WS-TAX-AMOUNT ROUNDED =
                 WS-SHARE-AMT * WS-TAX-RATE
              IF WS-TAX-AMOUNT > 0
                 PERFORM WITHHOLD-TAX
              END-IF
           END-IF.

       WITHHOLD-TAX.
           MOVE WS-AFTER-BAL TO WS-BEFORE-BAL
           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO - :WS-TAX-AMOUNT
              WHERE NO_REK = :WS-NO-REK
           END-EXEC
           COMPUTE WS-AFTER-BAL = WS-BEFORE-BAL - WS-TAX-AMOUNT

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

           CALL 'CB-AUDIT-LOG'
             USING WS-NO-REK 'TX' WS-TAX-AMOUNT WS-BH-RESP
                   WS-TERMINAL-ID WS-CHANNEL WS-BEFORE-BAL
                   WS-AFTER-BAL WS-NO-REF-TRX 'IDR' WS-TAX-AMOUNT
                   WS-AUDIT-ID

           ADD WS-TAX-AMOUNT TO WS-TAX-TOTAL.

      *> Per product: the accounts' average daily balances added up,
      *> the nisbah applied, the gross share paid, and the rate a
      *> conventional deposit would have had to pay to earn the same
      *> - share over average balance, annualised over the calendar
      *> days of the month.
       PRINT-DISCLOSURE.
           EXEC SQL
              SELECT DAYS(:WS-BUS-DATE) - DAYS(:WS-MONTH-START) + 1
              INTO :WS-CAL-DAYS
              FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-CAL-DAYS = 0
              MOVE 30 TO WS-CAL-DAYS
           END-IF

           DISPLAY "==================================================="
           DISPLAY "BAGI HASIL EQUIVALENT RATE DISCLOSURE - " WS-PERIOD
           DISPLAY "POOL INCOME " WS-POOL-INCOME
                   "  DAYS " WS-CAL-DAYS
           DISPLAY "PRODUCT  NISBAH  ACCOUNTS  AVG BALANCE  SHARE  "
                   "TAX  EQUIVALENT RATE"

           EXEC SQL
              DECLARE DISC-CUR CURSOR FOR
              SELECT PRODUCT_CODE, NISBAH_PCT, COUNT(*),
                     SUM(AVG_BAL), SUM(SHARE_AMT), SUM(TAX_AMT)
              FROM BAGI_HASIL_DIST
              WHERE PERIOD = :WS-PERIOD
              GROUP BY PRODUCT_CODE, NISBAH_PCT
              ORDER BY PRODUCT_CODE
           END-EXEC

           EXEC SQL OPEN DISC-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH DISC-CUR
                 INTO :WS-PRODUCT-CODE, :WS-RPT-NISBAH,
                      :WS-RPT-ACCTS, :WS-RPT-ADB, :WS-RPT-SHARE,
                      :WS-RPT-TAX
              END-EXEC

              IF SQLCODE = 0
                 PERFORM PRINT-PRODUCT-LINE
              END-IF
           END-PERFORM

           EXEC SQL CLOSE DISC-CUR END-EXEC

           DISPLAY "==================================================="
           CONTINUE.

       PRINT-PRODUCT-LINE.
           IF WS-RPT-ADB > 0
              COMPUTE WS-EQ-RATE ROUNDED =
                 WS-RPT-SHARE * 365 / (WS-RPT-ADB * WS-CAL-DAYS)
           ELSE
              MOVE 0 TO WS-EQ-RATE
           END-IF

           DISPLAY WS-PRODUCT-CODE " " WS-RPT-NISBAH " "
                   WS-RPT-ACCTS " " WS-RPT-ADB " " WS-RPT-SHARE " "
                   WS-RPT-TAX " " WS-EQ-RATE.
