       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-GWM-CALC.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-PERIOD       PIC X(7).
       01 WS-LAST-CLOSED  PIC X(7).
       01 WS-JRN-FROM     PIC X(10).
       01 WS-WINDOW-LO    PIC X(10).
       01 WS-DATE-INT     PIC 9(8).
       01 WS-AVG-DAYS     PIC 9(3).

       01 WS-RATIO-IDR    PIC S9(1)V9(6) COMP-3.
       01 WS-RATIO-FX     PIC S9(1)V9(6) COMP-3.
       01 WS-GL-IDR       PIC X(8).
       01 WS-GL-FX        PIC X(8).
       01 WS-EXCL-VALUE   PIC X(60).
       01 WS-EXCL-TABLE.
          05 WS-EXCL-1    PIC X(4).
          05 WS-EXCL-2    PIC X(4).
          05 WS-EXCL-3    PIC X(4).
          05 WS-EXCL-4    PIC X(4).
          05 WS-EXCL-5    PIC X(4).
          05 WS-EXCL-6    PIC X(4).
          05 WS-EXCL-7    PIC X(4).
          05 WS-EXCL-8    PIC X(4).
          05 WS-EXCL-9    PIC X(4).
          05 WS-EXCL-10   PIC X(4).

       01 WS-GL-ACCOUNT   PIC X(8).
       01 WS-GL-BAL       PIC S9(15)V99 COMP-3.
       01 WS-GL-NET       PIC S9(15)V99 COMP-3.

       01 WS-CASA-IDR     PIC S9(15)V99 COMP-3.
       01 WS-TD-IDR       PIC S9(15)V99 COMP-3.
       01 WS-DPK-IDR      PIC S9(15)V99 COMP-3.
       01 WS-DPK-FX       PIC S9(15)V99 COMP-3.
       01 WS-REQ-IDR      PIC S9(15)V99 COMP-3.
       01 WS-REQ-FX       PIC S9(15)V99 COMP-3.
       01 WS-RES-IDR      PIC S9(15)V99 COMP-3.
       01 WS-RES-FX       PIC S9(15)V99 COMP-3.
       01 WS-GAP-IDR      PIC S9(15)V99 COMP-3.
       01 WS-GAP-FX       PIC S9(15)V99 COMP-3.

       01 WS-AVG-CNT      PIC 9(3).
       01 WS-AVG-DPK-IDR  PIC S9(15)V99 COMP-3.
       01 WS-AVG-DPK-FX   PIC S9(15)V99 COMP-3.
       01 WS-AVG-RES-IDR  PIC S9(15)V99 COMP-3.
       01 WS-AVG-RES-FX   PIC S9(15)V99 COMP-3.
       01 WS-AVG-REQ-IDR  PIC S9(15)V99 COMP-3.
       01 WS-AVG-REQ-FX   PIC S9(15)V99 COMP-3.
       01 WS-AVG-GAP-IDR  PIC S9(15)V99 COMP-3.
       01 WS-AVG-GAP-FX   PIC S9(15)V99 COMP-3.

      *> The statutory reserve (GWM) position treasury used to work
      *> out by hand every morning. Third-party funds are every
      *> credit REKENING balance plus every running deposito, less
      *> the products named in SYS_PARAM GWM-EXCL-PRODUCTS
      *> (interbank and the bank's own internal accounts, up to ten
      *> codes separated by commas); balances on a product whose
      *> currency is not IDR are the foreign-currency funds, taken
      *> at FX_RATE_TABLE into rupiah. The day's funds are kept in
      *> GWM_POSITION beside the reserve actually held - the
      *> closing balance of the Bank Indonesia current-account GL
      *> accounts (GWM-GL-IDR, GWM-GL-FX), i.e. the last closed
      *> GL_PERIOD_BAL position rolled forward through GL_JOURNAL -
      *> so the running average over the averaging period
      *> (GWM-AVG-DAYS calendar days, the day itself included) can
      *> be taken from the stored days. The requirement is the
      *> SYS_PARAM ratio (GWM-RATIO-IDR, GWM-RATIO-FX) on the funds,
      *> daily and on the average, and the gap is the reserve held
      *> less the requirement. A shortfall on either currency ends
      *> the step with a warning so the EOD summary shows it to
      *> whoever funds the account before the cut-off.
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
              INTO :WS-RATIO-IDR
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'GWM-RATIO-IDR'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "RUN ABORTED: GWM-RATIO-IDR NOT IN SYS_PARAM"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-RATIO-FX
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'GWM-RATIO-FX'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "RUN ABORTED: GWM-RATIO-FX NOT IN SYS_PARAM"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-GL-IDR
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'GWM-GL-IDR'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "RUN ABORTED: GWM-GL-IDR NOT IN SYS_PARAM"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-GL-FX
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'GWM-GL-FX'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "RUN ABORTED: GWM-GL-FX NOT IN SYS_PARAM"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-AVG-DAYS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'GWM-AVG-DAYS'
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-AVG-DAYS = 0
              MOVE 14 TO WS-AVG-DAYS
           END-IF

      *> Unused slots hold a code no product can have.
           MOVE ALL '*' TO WS-EXCL-TABLE
           MOVE SPACES TO WS-EXCL-VALUE
           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-EXCL-VALUE
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'GWM-EXCL-PRODUCTS'
           END-EXEC
           IF SQLCODE = 0 AND WS-EXCL-VALUE NOT = SPACES
              UNSTRING WS-EXCL-VALUE DELIMITED BY ',' OR SPACE
                 INTO WS-EXCL-1 WS-EXCL-2 WS-EXCL-3 WS-EXCL-4
                      WS-EXCL-5 WS-EXCL-6 WS-EXCL-7 WS-EXCL-8
                      WS-EXCL-9 WS-EXCL-10
              END-UNSTRING
           END-IF

           PERFORM SUM-THIRD-PARTY-FUNDS

           MOVE WS-GL-IDR TO WS-GL-ACCOUNT
           PERFORM GL-BALANCE-ASOF
           MOVE WS-GL-BAL TO WS-RES-IDR
           MOVE WS-GL-FX TO WS-GL-ACCOUNT
           PERFORM GL-BALANCE-ASOF
           MOVE WS-GL-BAL TO WS-RES-FX

           COMPUTE WS-REQ-IDR ROUNDED = WS-DPK-IDR * WS-RATIO-IDR
           COMPUTE WS-REQ-FX ROUNDED = WS-DPK-FX * WS-RATIO-FX
           COMPUTE WS-GAP-IDR = WS-RES-IDR - WS-REQ-IDR
           COMPUTE WS-GAP-FX = WS-RES-FX - WS-REQ-FX

      *> A rerun of the night replaces the day's row.
           EXEC SQL
              DELETE FROM GWM_POSITION
              WHERE BUS_DATE = :WS-BUS-DATE
           END-EXEC

           EXEC SQL
              INSERT INTO GWM_POSITION
              (BUS_DATE, DPK_IDR, DPK_FX, RATIO_IDR, RATIO_FX,
               REQ_IDR, REQ_FX, RESERVE_IDR, RESERVE_FX, CREATED_TS)
              VALUES
              (:WS-BUS-DATE, :WS-DPK-IDR, :WS-DPK-FX, :WS-RATIO-IDR,
               :WS-RATIO-FX, :WS-REQ-IDR, :WS-REQ-FX, :WS-RES-IDR,
               :WS-RES-FX, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "RUN ABORTED: GWM_POSITION NOT WRITTEN, SQLCODE "
                      SQLCODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           EXEC SQL COMMIT END-EXEC

           PERFORM COMPUTE-RUNNING-AVERAGE

           DISPLAY "==================================================="
           DISPLAY "GWM POSITION - " WS-BUS-DATE
           DISPLAY "==================================================="
           DISPLAY "RUPIAH"
           DISPLAY "  GIRO/TABUNGAN      : " WS-CASA-IDR
           DISPLAY "  DEPOSITO           : " WS-TD-IDR
           DISPLAY "  DANA PIHAK KETIGA  : " WS-DPK-IDR
           DISPLAY "  RATIO              : " WS-RATIO-IDR
           DISPLAY "  REQUIREMENT TODAY  : " WS-REQ-IDR
           DISPLAY "  RESERVE HELD " WS-GL-IDR " : " WS-RES-IDR
           DISPLAY "  SURPLUS/SHORTFALL  : " WS-GAP-IDR
           DISPLAY "  AVG OVER " WS-AVG-CNT " DAY(S) FROM " WS-WINDOW-LO
           DISPLAY "    AVG REQUIREMENT  : " WS-AVG-REQ-IDR
           DISPLAY "    AVG RESERVE      : " WS-AVG-RES-IDR
           DISPLAY "    SURPLUS/SHORTFALL: " WS-AVG-GAP-IDR
           DISPLAY "VALUTA ASING (IDR EQUIVALENT)"
           DISPLAY "  DANA PIHAK KETIGA  : " WS-DPK-FX
           DISPLAY "  RATIO              : " WS-RATIO-FX
           DISPLAY "  REQUIREMENT TODAY  : " WS-REQ-FX
           DISPLAY "  RESERVE HELD " WS-GL-FX " : " WS-RES-FX
           DISPLAY "  SURPLUS/SHORTFALL  : " WS-GAP-FX
           DISPLAY "  AVG OVER " WS-AVG-CNT " DAY(S) FROM " WS-WINDOW-LO
           DISPLAY "    AVG REQUIREMENT  : " WS-AVG-REQ-FX
           DISPLAY "    AVG RESERVE      : " WS-AVG-RES-FX
           DISPLAY "    SURPLUS/SHORTFALL: " WS-AVG-GAP-FX
           DISPLAY "==================================================="

           IF WS-GAP-IDR < 0 OR WS-GAP-FX < 0
              OR WS-AVG-GAP-IDR < 0 OR WS-AVG-GAP-FX < 0
              DISPLAY "GWM SHORTFALL - FUND THE BI ACCOUNT BEFORE "
                      "THE CUT-OFF"
              MOVE 4 TO RETURN-CODE
           END-IF

           GOBACK.

       SUM-THIRD-PARTY-FUNDS.
           EXEC SQL
              SELECT COALESCE(SUM(R.SALDO), 0)
              INTO :WS-CASA-IDR
              FROM REKENING R
                   LEFT JOIN PRODUCT_MASTER P
                   ON P.PRODUCT_CODE = R.ACCT_TYPE
              WHERE R.SALDO > 0
                AND COALESCE(P.CURRENCY_CODE, 'IDR') = 'IDR'
                AND R.ACCT_TYPE NOT IN
                    (:WS-EXCL-1, :WS-EXCL-2, :WS-EXCL-3, :WS-EXCL-4,
                     :WS-EXCL-5, :WS-EXCL-6, :WS-EXCL-7, :WS-EXCL-8,
                     :WS-EXCL-9, :WS-EXCL-10)
           END-EXEC

           EXEC SQL
              SELECT COALESCE(SUM(T.PRINCIPAL), 0)
              INTO :WS-TD-IDR
              FROM TERM_DEPOSIT T, REKENING R
              WHERE T.NO_REK = R.NO_REK
                AND T.STATUS = 'A'
                AND R.ACCT_TYPE NOT IN
                    (:WS-EXCL-1, :WS-EXCL-2, :WS-EXCL-3, :WS-EXCL-4,
                     :WS-EXCL-5, :WS-EXCL-6, :WS-EXCL-7, :WS-EXCL-8,
                     :WS-EXCL-9, :WS-EXCL-10)
           END-EXEC

           COMPUTE WS-DPK-IDR = WS-CASA-IDR + WS-TD-IDR

           EXEC SQL
              SELECT COALESCE(SUM(R.SALDO * F.RATE_TO_BASE), 0)
              INTO :WS-DPK-FX
              FROM REKENING R, PRODUCT_MASTER P, FX_RATE_TABLE F
              WHERE P.PRODUCT_CODE = R.ACCT_TYPE
                AND F.CURRENCY_CODE = P.CURRENCY_CODE
                AND P.CURRENCY_CODE <> 'IDR'
                AND R.SALDO > 0
                AND R.ACCT_TYPE NOT IN
                    (:WS-EXCL-1, :WS-EXCL-2, :WS-EXCL-3, :WS-EXCL-4,
                     :WS-EXCL-5, :WS-EXCL-6, :WS-EXCL-7, :WS-EXCL-8,
                     :WS-EXCL-9, :WS-EXCL-10)
           END-EXEC.

      *> An asset account's balance at the business date: the
      *> closing position of the last closed period before this
      *> one (zero if it has none) plus every journal since.
       GL-BALANCE-ASOF.
           MOVE WS-BUS-DATE(1:7) TO WS-PERIOD
           MOVE SPACES TO WS-LAST-CLOSED
           EXEC SQL
              SELECT COALESCE(MAX(PERIOD), ' ')
              INTO :WS-LAST-CLOSED
              FROM GL_PERIOD_BAL
              WHERE PERIOD < :WS-PERIOD
           END-EXEC

           MOVE 0 TO WS-GL-BAL
           IF WS-LAST-CLOSED NOT = SPACES
              EXEC SQL
                 SELECT CLOSE_BAL
                 INTO :WS-GL-BAL
                 FROM GL_PERIOD_BAL
                 WHERE PERIOD = :WS-LAST-CLOSED
                   AND GL_ACCOUNT = :WS-GL-ACCOUNT
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO WS-GL-BAL
              END-IF
              STRING WS-LAST-CLOSED "-31" DELIMITED BY SIZE
                INTO WS-JRN-FROM
           ELSE
              MOVE '0000-00-00' TO WS-JRN-FROM
           END-IF

           EXEC SQL
              SELECT COALESCE(SUM(CASE
                        WHEN DR_ACCOUNT = :WS-GL-ACCOUNT
                        THEN AMOUNT ELSE 0 END), 0)
                     - COALESCE(SUM(CASE
                        WHEN CR_ACCOUNT = :WS-GL-ACCOUNT
                        THEN AMOUNT ELSE 0 END), 0)
              INTO :WS-GL-NET
              FROM GL_JOURNAL
              WHERE BUS_DATE > :WS-JRN-FROM
                AND BUS_DATE <= :WS-BUS-DATE
                AND (DR_ACCOUNT = :WS-GL-ACCOUNT
                     OR CR_ACCOUNT = :WS-GL-ACCOUNT)
           END-EXEC

           IF SQLCODE = 0
              ADD WS-GL-NET TO WS-GL-BAL
           END-IF.

       COMPUTE-RUNNING-AVERAGE.
           STRING WS-BUS-DATE(1:4) WS-BUS-DATE(6:2) WS-BUS-DATE(9:2)
             DELIMITED BY SIZE INTO WS-DATE-INT
           COMPUTE WS-DATE-INT = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-DATE-INT) - WS-AVG-DAYS + 1)
           STRING WS-DATE-INT(1:4) "-" WS-DATE-INT(5:2) "-"
                  WS-DATE-INT(7:2)
             DELIMITED BY SIZE INTO WS-WINDOW-LO

           EXEC SQL
              SELECT COUNT(*), AVG(DPK_IDR), AVG(DPK_FX),
                     AVG(RESERVE_IDR), AVG(RESERVE_FX)
              INTO :WS-AVG-CNT, :WS-AVG-DPK-IDR, :WS-AVG-DPK-FX,
                   :WS-AVG-RES-IDR, :WS-AVG-RES-FX
              FROM GWM_POSITION
              WHERE BUS_DATE BETWEEN :WS-WINDOW-LO AND :WS-BUS-DATE
           END-EXEC

           COMPUTE WS-AVG-REQ-IDR ROUNDED =
              WS-AVG-DPK-IDR * WS-RATIO-IDR
           COMPUTE WS-AVG-REQ-FX ROUNDED =
              WS-AVG-DPK-FX * WS-RATIO-FX
           COMPUTE WS-AVG-GAP-IDR = WS-AVG-RES-IDR - WS-AVG-REQ-IDR
           COMPUTE WS-AVG-GAP-FX = WS-AVG-RES-FX - WS-AVG-REQ-FX.
