       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-LIQ-GAP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-YYYY         PIC 9(4).
       01 WS-MM           PIC 9(2).
       01 WS-DD           PIC 9(2).
       01 WS-BUS-INT      PIC 9(8).
       01 WS-MAT-INT      PIC 9(8).
       01 WS-MONTH-NO     PIC S9(7) COMP-3.
       01 WS-REMAIN-DAYS  PIC S9(7) COMP-3.

       01 WS-CURRENCY     PIC X(3).
       01 WS-AMOUNT       PIC S9(15)V99 COMP-3.
       01 WS-FLOW         PIC X(1).
      *> I = inflow, O = outflow.

       01 WS-PRINCIPAL    PIC S9(13)V99 COMP-3.
       01 WS-RATE         PIC S9(3)V9(6) COMP-3.
       01 WS-TERM-DAYS    PIC S9(7) COMP-3.
       01 WS-INTEREST     PIC S9(13)V99 COMP-3.
       01 WS-MATURITY     PIC X(10).
       01 WS-TENOR        PIC 9(3).
       01 WS-ROLLOVER     PIC X(1).
       01 WS-ELECTION     PIC X(1).
       01 WS-MAT-DAYS     PIC S9(7) COMP-3.
       01 WS-NEXT-DAYS    PIC S9(7) COMP-3.

       01 WS-ACCT-TYPE    PIC X(4).
       01 WS-BALANCE      PIC S9(15)V99 COMP-3.
       01 WS-CORE-PCT     PIC S9(3)V99 COMP-3.
       01 WS-VOLAT-PCT    PIC S9(3)V99 COMP-3.
       01 WS-RUNOFF-CNT   PIC 9(5).
       01 WS-CORE-AMT     PIC S9(15)V99 COMP-3.
       01 WS-VOLAT-AMT    PIC S9(15)V99 COMP-3.

       01 WS-BAND-IDX     PIC 9(1).
       01 WS-BAND-TABLE.
          05 FILLER PIC X(10) VALUE 'OVERNIGHT '.
          05 FILLER PIC X(10) VALUE '1-7 HARI  '.
          05 FILLER PIC X(10) VALUE '8-30 HARI '.
          05 FILLER PIC X(10) VALUE '1-3 BULAN '.
          05 FILLER PIC X(10) VALUE '3-6 BULAN '.
          05 FILLER PIC X(10) VALUE '6-12 BULAN'.
          05 FILLER PIC X(10) VALUE '> 1 TAHUN '.
       01 WS-BAND-LIST REDEFINES WS-BAND-TABLE.
          05 WS-BAND-NAME OCCURS 7 TIMES PIC X(10).

       01 WS-CCY-IDX      PIC 9(2).
       01 WS-CCY-CNT      PIC 9(2) VALUE 0.
       01 WS-CCY-TABLE.
          05 WS-CCY-ENTRY OCCURS 10 TIMES.
             10 WS-CCY-CODE   PIC X(3).
             10 WS-CCY-RATE   PIC S9(7)V9(6) COMP-3.
             10 WS-CCY-RATED  PIC X(1).
             10 WS-CCY-USED   PIC X(1).
             10 WS-CCY-BAND OCCURS 7 TIMES.
                15 WS-CCY-IN  PIC S9(15)V99 COMP-3.
                15 WS-CCY-OUT PIC S9(15)V99 COMP-3.
       01 WS-TOT-TABLE.
          05 WS-TOT-BAND OCCURS 7 TIMES.
             10 WS-TOT-IN     PIC S9(15)V99 COMP-3.
             10 WS-TOT-OUT    PIC S9(15)V99 COMP-3.

       01 WS-PRT-IN       PIC S9(15)V99 COMP-3.
       01 WS-PRT-OUT      PIC S9(15)V99 COMP-3.
       01 WS-PRT-GAP      PIC S9(15)V99 COMP-3.
       01 WS-PRT-CUM      PIC S9(15)V99 COMP-3.
       01 WS-PAST-DUE     PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-DROPPED      PIC X(1) VALUE 'N'.
       01 WS-FX-RATE      PIC S9(7)V9(6) COMP-3.
       01 WS-RATED        PIC X(1).

      *> The maturity ladder ALCO asks for every month, from the
      *> books as of the month-end business date. Cash flows fall
      *> into seven bands by days from that date - overnight (due
      *> tomorrow or already due), 1-7 days, 8-30 days, 1-3 months,
      *> 3-6 months, 6-12 months and beyond a year:
      *>   - inflows are the open LOAN_SCHEDULE installments of
      *>     active loans, principal and interest still unpaid, on
      *>     their due dates; installments already past due are not
      *>     counted on (they are shown as a memo line);
      *>   - term deposits flow out at maturity as the customer has
      *>     instructed (ROLLOVER, overridden by a maturity ELECTION
      *>     as CB-DEPOSITO-MATURITY does): 'N' principal and
      *>     interest at maturity, 'P' the interest at maturity and
      *>     the principal one tenor later, 'A' both one tenor
      *>     later;
      *>   - savings and current account balances run off by their
      *>     product's behavioural profile in LIQ_RUNOFF: the
      *>     volatile percentage overnight, the core percentage
      *>     beyond a year and the rest in the 1-3 month band. A
      *>     product with no profile runs off entirely overnight;
      *>   - the undrawn part of every active overdraft line can be
      *>     drawn tomorrow and is an overnight outflow.
      *> Each currency is laddered in its own units; the total
      *> ladder converts at the FX_RATE_TABLE rate. A currency with
      *> no rate is left out of the total and the run ends with
      *> return code 4.
       PROCEDURE DIVISION.
           DISPLAY "MONTH-END BUSINESS DATE (YYYY-MM-DD): "
                   WITH NO ADVANCING
           ACCEPT WS-BUS-DATE

           MOVE WS-BUS-DATE(1:4) TO WS-YYYY
           MOVE WS-BUS-DATE(6:2) TO WS-MM
           MOVE WS-BUS-DATE(9:2) TO WS-DD
           COMPUTE WS-BUS-INT =
              WS-YYYY * 10000 + WS-MM * 100 + WS-DD

           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 7
              MOVE 0 TO WS-TOT-IN(WS-BAND-IDX)
              MOVE 0 TO WS-TOT-OUT(WS-BAND-IDX)
           END-PERFORM

           DISPLAY "==================================================="
           DISPLAY "LIQUIDITY MATURITY GAP - " WS-BUS-DATE
           DISPLAY "==================================================="

           PERFORM LOAD-CURRENCIES
           PERFORM LADDER-LOAN-INFLOWS
           PERFORM LADDER-TERM-DEPOSITS
           PERFORM LADDER-DEPOSIT-RUNOFF
           PERFORM LADDER-UNDRAWN-OD

           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-CNT
              IF WS-CCY-USED(WS-CCY-IDX) = 'Y'
                 PERFORM PRINT-CURRENCY-LADDER
              END-IF
           END-PERFORM

           DISPLAY "---------------------------------------------------"
           DISPLAY "TOTAL (IDR EQUIVALENT)"
           DISPLAY "BAND               INFLOW            OUTFLOW"
                   "                GAP     CUMULATIVE GAP"
           MOVE 0 TO WS-PRT-CUM
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 7
              MOVE WS-TOT-IN(WS-BAND-IDX) TO WS-PRT-IN
              MOVE WS-TOT-OUT(WS-BAND-IDX) TO WS-PRT-OUT
              PERFORM PRINT-BAND-LINE
           END-PERFORM

           DISPLAY "---------------------------------------------------"
           DISPLAY "PAST-DUE INSTALLMENTS NOT LADDERED (IDR EQ): "
                   WS-PAST-DUE
           DISPLAY "==================================================="

           IF WS-DROPPED = 'Y'
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Every product currency with its rate, read once up front.
       LOAD-CURRENCIES.
           EXEC SQL
              DECLARE LQC-CUR CURSOR FOR
              SELECT C.CCY, COALESCE(F.RATE_TO_BASE, 0),
                     CASE WHEN F.CURRENCY_CODE IS NULL THEN 'N'
                          ELSE 'Y' END
              FROM (SELECT DISTINCT COALESCE(CURRENCY_CODE, 'IDR')
                                    AS CCY
                    FROM PRODUCT_MASTER) C
                   LEFT JOIN FX_RATE_TABLE F
                     ON F.CURRENCY_CODE = C.CCY
              ORDER BY C.CCY
           END-EXEC

           EXEC SQL OPEN LQC-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH LQC-CUR
                 INTO :WS-CURRENCY, :WS-FX-RATE, :WS-RATED
              END-EXEC

              IF SQLCODE = 0
                 PERFORM FIND-CURRENCY THRU FIND-CURRENCY-EXIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE LQC-CUR END-EXEC.

       LADDER-LOAN-INFLOWS.
           EXEC SQL
              DECLARE LQL-CUR CURSOR FOR
              SELECT COALESCE(P.CURRENCY_CODE, 'IDR'),
                     DAYS(S.DUE_DATE) - DAYS(:WS-BUS-DATE),
                     SUM(S.TOTAL_AMT - COALESCE(S.PAID_AMT, 0))
              FROM LOAN_SCHEDULE S, LOAN_MASTER L, REKENING R
                   LEFT JOIN PRODUCT_MASTER P
                     ON P.PRODUCT_CODE = R.ACCT_TYPE
              WHERE L.LOAN_ID = S.LOAN_ID
                AND L.STATUS = 'A'
                AND S.STATUS = 'O'
                AND R.NO_REK = L.NO_REK
              GROUP BY COALESCE(P.CURRENCY_CODE, 'IDR'), S.DUE_DATE
           END-EXEC

           EXEC SQL OPEN LQL-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH LQL-CUR
                 INTO :WS-CURRENCY, :WS-REMAIN-DAYS, :WS-AMOUNT
              END-EXEC

              IF SQLCODE = 0
                 MOVE 'I' TO WS-FLOW
                 IF WS-REMAIN-DAYS < 0
                    MOVE 0 TO WS-FX-RATE
                    MOVE 'N' TO WS-RATED
                    PERFORM FIND-CURRENCY THRU FIND-CURRENCY-EXIT
                    IF WS-CCY-IDX > 0
                       COMPUTE WS-PAST-DUE = WS-PAST-DUE
                          + WS-AMOUNT * WS-CCY-RATE(WS-CCY-IDX)
                    END-IF
                 ELSE
                    PERFORM ADD-TO-LADDER THRU ADD-TO-LADDER-EXIT
                 END-IF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE LQL-CUR END-EXEC.

       LADDER-TERM-DEPOSITS.
           EXEC SQL
              DECLARE LQT-CUR CURSOR FOR
              SELECT COALESCE(P.CURRENCY_CODE, 'IDR'),
                     T.PRINCIPAL, T.ANNUAL_RATE, T.TENOR_MONTHS,
                     T.MATURITY_DATE,
                     DAYS(T.MATURITY_DATE) - DAYS(T.START_DATE),
                     DAYS(T.MATURITY_DATE) - DAYS(:WS-BUS-DATE),
                     T.ROLLOVER, COALESCE(T.ELECTION, ' ')
              FROM TERM_DEPOSIT T, REKENING R
                   LEFT JOIN PRODUCT_MASTER P
                     ON P.PRODUCT_CODE = R.ACCT_TYPE
              WHERE T.STATUS = 'A'
                AND R.NO_REK = T.NO_REK
           END-EXEC

           EXEC SQL OPEN LQT-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH LQT-CUR
                 INTO :WS-CURRENCY, :WS-PRINCIPAL, :WS-RATE,
                      :WS-TENOR, :WS-MATURITY, :WS-TERM-DAYS,
                      :WS-MAT-DAYS, :WS-ROLLOVER, :WS-ELECTION
              END-EXEC

              IF SQLCODE = 0
                 PERFORM LADDER-ONE-DEPOSIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE LQT-CUR END-EXEC.

      *> The next maturity of a rolled deposit is one tenor on from
      *> this one, a day past the 28th pulled back so it is always
      *> a real date.
       LADDER-ONE-DEPOSIT.
           IF WS-ELECTION NOT = SPACES
              MOVE WS-ELECTION TO WS-ROLLOVER
           END-IF

           COMPUTE WS-INTEREST ROUNDED =
              (WS-PRINCIPAL * WS-RATE * WS-TERM-DAYS) / 365

           MOVE WS-MATURITY(1:4) TO WS-YYYY
           MOVE WS-MATURITY(6:2) TO WS-MM
           MOVE WS-MATURITY(9:2) TO WS-DD
           COMPUTE WS-MONTH-NO = WS-YYYY * 12 + WS-MM - 1 + WS-TENOR
           COMPUTE WS-YYYY = WS-MONTH-NO / 12
           COMPUTE WS-MM = WS-MONTH-NO - WS-YYYY * 12 + 1
           IF WS-DD > 28
              MOVE 28 TO WS-DD
           END-IF
           COMPUTE WS-MAT-INT =
              WS-YYYY * 10000 + WS-MM * 100 + WS-DD
           COMPUTE WS-NEXT-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-MAT-INT)
              - FUNCTION INTEGER-OF-DATE(WS-BUS-INT)

           MOVE 'O' TO WS-FLOW
           EVALUATE WS-ROLLOVER
             WHEN 'P'
                MOVE WS-MAT-DAYS TO WS-REMAIN-DAYS
                MOVE WS-INTEREST TO WS-AMOUNT
                PERFORM ADD-TO-LADDER THRU ADD-TO-LADDER-EXIT
                MOVE WS-NEXT-DAYS TO WS-REMAIN-DAYS
                MOVE WS-PRINCIPAL TO WS-AMOUNT
                PERFORM ADD-TO-LADDER THRU ADD-TO-LADDER-EXIT
             WHEN 'A'
                MOVE WS-NEXT-DAYS TO WS-REMAIN-DAYS
                COMPUTE WS-AMOUNT = WS-PRINCIPAL + WS-INTEREST
                PERFORM ADD-TO-LADDER THRU ADD-TO-LADDER-EXIT
             WHEN OTHER
                MOVE WS-MAT-DAYS TO WS-REMAIN-DAYS
                COMPUTE WS-AMOUNT = WS-PRINCIPAL + WS-INTEREST
                PERFORM ADD-TO-LADDER THRU ADD-TO-LADDER-EXIT
           END-EVALUATE.

       LADDER-DEPOSIT-RUNOFF.
           EXEC SQL
              DECLARE LQR-CUR CURSOR FOR
              SELECT R.ACCT_TYPE, COALESCE(P.CURRENCY_CODE, 'IDR'),
                     SUM(R.SALDO),
                     COALESCE(MAX(Q.CORE_PCT), 0),
                     COALESCE(MAX(Q.VOLATILE_PCT), 100),
                     COUNT(Q.PRODUCT_CODE)
              FROM REKENING R
                   LEFT JOIN PRODUCT_MASTER P
                     ON P.PRODUCT_CODE = R.ACCT_TYPE
                   LEFT JOIN LIQ_RUNOFF Q
                     ON Q.PRODUCT_CODE = R.ACCT_TYPE
              WHERE R.SALDO > 0
              GROUP BY R.ACCT_TYPE, COALESCE(P.CURRENCY_CODE, 'IDR')
              ORDER BY R.ACCT_TYPE
           END-EXEC

           EXEC SQL OPEN LQR-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH LQR-CUR
                 INTO :WS-ACCT-TYPE, :WS-CURRENCY, :WS-BALANCE,
                      :WS-CORE-PCT, :WS-VOLAT-PCT, :WS-RUNOFF-CNT
              END-EXEC

              IF SQLCODE = 0
                 IF WS-RUNOFF-CNT = 0
                    DISPLAY "NO RUN-OFF PROFILE FOR PRODUCT "
                            WS-ACCT-TYPE " - BALANCE TAKEN AS "
                            "VOLATILE"
                 END-IF
                 COMPUTE WS-VOLAT-AMT ROUNDED =
                    WS-BALANCE * WS-VOLAT-PCT / 100
                 COMPUTE WS-CORE-AMT ROUNDED =
                    WS-BALANCE * WS-CORE-PCT / 100
                 MOVE 'O' TO WS-FLOW
                 MOVE 0 TO WS-REMAIN-DAYS
                 MOVE WS-VOLAT-AMT TO WS-AMOUNT
                 PERFORM ADD-TO-LADDER THRU ADD-TO-LADDER-EXIT
                 MOVE 60 TO WS-REMAIN-DAYS
                 COMPUTE WS-AMOUNT =
                    WS-BALANCE - WS-VOLAT-AMT - WS-CORE-AMT
                 PERFORM ADD-TO-LADDER THRU ADD-TO-LADDER-EXIT
                 MOVE 9999 TO WS-REMAIN-DAYS
                 MOVE WS-CORE-AMT TO WS-AMOUNT
                 PERFORM ADD-TO-LADDER THRU ADD-TO-LADDER-EXIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE LQR-CUR END-EXEC.

       LADDER-UNDRAWN-OD.
           EXEC SQL
              DECLARE LQO-CUR CURSOR FOR
              SELECT COALESCE(P.CURRENCY_CODE, 'IDR'),
                     SUM(F.LIMIT_AMT
                         - CASE WHEN R.SALDO < 0 THEN 0 - R.SALDO
                                ELSE 0 END)
              FROM OD_FACILITY F, REKENING R
                   LEFT JOIN PRODUCT_MASTER P
                     ON P.PRODUCT_CODE = R.ACCT_TYPE
              WHERE F.STATUS = 'A'
                AND R.NO_REK = F.NO_REK
                AND F.LIMIT_AMT > 0 - R.SALDO
              GROUP BY COALESCE(P.CURRENCY_CODE, 'IDR')
           END-EXEC

           EXEC SQL OPEN LQO-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH LQO-CUR
                 INTO :WS-CURRENCY, :WS-AMOUNT
              END-EXEC

              IF SQLCODE = 0
                 MOVE 'O' TO WS-FLOW
                 MOVE 0 TO WS-REMAIN-DAYS
                 PERFORM ADD-TO-LADDER THRU ADD-TO-LADDER-EXIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE LQO-CUR END-EXEC.

       ADD-TO-LADDER.
           MOVE 0 TO WS-FX-RATE
           MOVE 'N' TO WS-RATED
           PERFORM FIND-CURRENCY THRU FIND-CURRENCY-EXIT
           IF WS-CCY-IDX = 0
              GO TO ADD-TO-LADDER-EXIT
           END-IF

           EVALUATE TRUE
             WHEN WS-REMAIN-DAYS <= 1
                MOVE 1 TO WS-BAND-IDX
             WHEN WS-REMAIN-DAYS <= 7
                MOVE 2 TO WS-BAND-IDX
             WHEN WS-REMAIN-DAYS <= 30
                MOVE 3 TO WS-BAND-IDX
             WHEN WS-REMAIN-DAYS <= 91
                MOVE 4 TO WS-BAND-IDX
             WHEN WS-REMAIN-DAYS <= 182
                MOVE 5 TO WS-BAND-IDX
             WHEN WS-REMAIN-DAYS <= 365
                MOVE 6 TO WS-BAND-IDX
             WHEN OTHER
                MOVE 7 TO WS-BAND-IDX
           END-EVALUATE

           MOVE 'Y' TO WS-CCY-USED(WS-CCY-IDX)
           IF WS-FLOW = 'I'
              ADD WS-AMOUNT TO WS-CCY-IN(WS-CCY-IDX, WS-BAND-IDX)
              COMPUTE WS-TOT-IN(WS-BAND-IDX) ROUNDED =
                 WS-TOT-IN(WS-BAND-IDX)
                 + WS-AMOUNT * WS-CCY-RATE(WS-CCY-IDX)
           ELSE
              ADD WS-AMOUNT TO WS-CCY-OUT(WS-CCY-IDX, WS-BAND-IDX)
              COMPUTE WS-TOT-OUT(WS-BAND-IDX) ROUNDED =
                 WS-TOT-OUT(WS-BAND-IDX)
                 + WS-AMOUNT * WS-CCY-RATE(WS-CCY-IDX)
           END-IF.
       ADD-TO-LADDER-EXIT.
           EXIT.

      *> Leaves WS-CCY-IDX on the currency's slot, opening one the
      *> first time a currency is seen; zero when the table is
      *> full. A currency met outside LOAD-CURRENCIES has no rate
      *> (rupiah apart). A currency with no rate converts at zero:
      *> it is laddered in its own units but adds nothing to the
      *> total.
       FIND-CURRENCY.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-CNT
                      OR WS-CCY-CODE(WS-CCY-IDX) = WS-CURRENCY
              CONTINUE
           END-PERFORM

           IF WS-CCY-IDX <= WS-CCY-CNT
              GO TO FIND-CURRENCY-EXIT
           END-IF

           IF WS-CCY-CNT = 10
              DISPLAY "MORE THAN 10 CURRENCIES - " WS-CURRENCY
                      " LEFT OUT"
              MOVE 'Y' TO WS-DROPPED
              MOVE 0 TO WS-CCY-IDX
              GO TO FIND-CURRENCY-EXIT
           END-IF

           ADD 1 TO WS-CCY-CNT
           MOVE WS-CCY-CNT TO WS-CCY-IDX
           MOVE WS-CURRENCY TO WS-CCY-CODE(WS-CCY-IDX)
           MOVE 'N' TO WS-CCY-USED(WS-CCY-IDX)
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 7
              MOVE 0 TO WS-CCY-IN(WS-CCY-IDX, WS-BAND-IDX)
              MOVE 0 TO WS-CCY-OUT(WS-CCY-IDX, WS-BAND-IDX)
           END-PERFORM

           IF WS-CURRENCY = 'IDR'
              MOVE 1 TO WS-FX-RATE
              MOVE 'Y' TO WS-RATED
           END-IF

           MOVE WS-FX-RATE TO WS-CCY-RATE(WS-CCY-IDX)
           MOVE WS-RATED TO WS-CCY-RATED(WS-CCY-IDX)
           IF WS-RATED NOT = 'Y'
              DISPLAY "NO FX RATE FOR " WS-CURRENCY
                      " - LEFT OUT OF THE TOTAL"
              MOVE 0 TO WS-CCY-RATE(WS-CCY-IDX)
              MOVE 'Y' TO WS-DROPPED
           END-IF.
       FIND-CURRENCY-EXIT.
           EXIT.

       PRINT-CURRENCY-LADDER.
           DISPLAY "---------------------------------------------------"
           DISPLAY "MATA UANG " WS-CCY-CODE(WS-CCY-IDX)
                   "  KURS " WS-CCY-RATE(WS-CCY-IDX)
           DISPLAY "BAND               INFLOW            OUTFLOW"
                   "                GAP     CUMULATIVE GAP"
           MOVE 0 TO WS-PRT-CUM
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 7
              MOVE WS-CCY-IN(WS-CCY-IDX, WS-BAND-IDX) TO WS-PRT-IN
              MOVE WS-CCY-OUT(WS-CCY-IDX, WS-BAND-IDX) TO WS-PRT-OUT
              PERFORM PRINT-BAND-LINE
           END-PERFORM.

       PRINT-BAND-LINE.
           COMPUTE WS-PRT-GAP = WS-PRT-IN - WS-PRT-OUT
           ADD WS-PRT-GAP TO WS-PRT-CUM
           DISPLAY WS-BAND-NAME(WS-BAND-IDX)
                   " " WS-PRT-IN
                   " " WS-PRT-OUT
                   " " WS-PRT-GAP
                   " " WS-PRT-CUM.
