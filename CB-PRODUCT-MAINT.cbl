       01 WS-USER         PIC X(10).
       01 WS-PRODUCT-CODE PIC X(4).
       01 WS-MIN-BALANCE  PIC S9(13)V99 COMP-3.
       01 WS-MAX-BALANCE  PIC S9(13)V99 COMP-3.
       01 WS-DEF-OD-LIMIT PIC S9(13)V99 COMP-3.
       01 WS-ADMIN-FEE    PIC S9(11)V99 COMP-3.
       01 WS-WAIVE-MIN    PIC S9(13)V99 COMP-3.
       01 WS-EARLY-PCT    PIC S9(3)V9(4) COMP-3.
       01 WS-CURRENCY     PIC X(3).
       01 WS-SHARIA       PIC X(1).
       01 WS-NISBAH       PIC S9(1)V9(6) COMP-3.
       01 WS-PROD-STATUS  PIC X(1).
       01 WS-DUP-CNT      PIC 9(5).

      *> here instead of thousands of REKENING updates. An account
      *> moves products only through the maker-checker chain - the
      *> conversion is captured here, approved by the checkers, and
      *> executed by CB-EXECUTOR. A loan product's terms carry the
      *> early-settlement fee, a percentage of the principal repaid
      *> ahead of schedule. A product's currency is fixed when it is
      *> defined; balances on a non-IDR product are held in that
      *> currency. So is a product's sharia (mudharabah) nature: a
      *> sharia product earns no interest and instead shares in the
      *> sharia pool's income (CB-BAGI-HASIL) by its nisbah, the
      *> customers' fraction of that income, which can be revised.
      *> A product may carry a balance cap - the regulatory ceiling
      *> on a basic savings account (BSA) opened through branchless
      *> agents - which every credit path refuses to breach; zero
      *> leaves the product uncapped.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-PROD-MNT ' 'SU' WS-USER WS-SIGNON-OK
             WHEN 'D'
                PERFORM DEFINE-PRODUCT THRU DEFINE-PRODUCT-EXIT
             WHEN 'U'
                PERFORM UPDATE-PRODUCT THRU UPDATE-PRODUCT-EXIT
             WHEN 'C'
                PERFORM CAPTURE-CONVERSION
                        THRU CAPTURE-CONVERSION-EXIT
           ACCEPT WS-ADMIN-FEE
           DISPLAY "FEE WAIVER MIN BAL: " WITH NO ADVANCING
           ACCEPT WS-WAIVE-MIN
           DISPLAY "BALANCE CAP (0=NONE): " WITH NO ADVANCING
           ACCEPT WS-MAX-BALANCE
           DISPLAY "LOAN EARLY SETTLE FEE %: " WITH NO ADVANCING
           ACCEPT WS-EARLY-PCT
           DISPLAY "CURRENCY (BLANK=IDR): " WITH NO ADVANCING
           ACCEPT WS-CURRENCY
           IF WS-CURRENCY = SPACES
              MOVE 'IDR' TO WS-CURRENCY
           END-IF
           DISPLAY "SHARIA MUDHARABAH (Y/N, BLANK=N): "
                   WITH NO ADVANCING
           ACCEPT WS-SHARIA
           IF WS-SHARIA = SPACES
              MOVE 'N' TO WS-SHARIA
           END-IF
           MOVE 0 TO WS-NISBAH
           IF WS-SHARIA = 'Y'
              DISPLAY "NISBAH NASABAH (0-1): " WITH NO ADVANCING
              ACCEPT WS-NISBAH
           END-IF

           IF WS-SHARIA NOT = 'Y' AND WS-SHARIA NOT = 'N'
              DISPLAY "DEFINE REJECTED: SHARIA FLAG MUST BE Y OR N"
              GO TO DEFINE-PRODUCT-EXIT
           END-IF

           IF WS-MAX-BALANCE < 0
              OR (WS-MAX-BALANCE > 0
                  AND WS-MAX-BALANCE <= WS-MIN-BALANCE)
              DISPLAY "DEFINE REJECTED: BALANCE CAP MUST EXCEED THE "
                      "MINIMUM BALANCE"
              GO TO DEFINE-PRODUCT-EXIT
           END-IF

           IF WS-SHARIA = 'Y'
              AND (WS-NISBAH NOT > 0 OR WS-NISBAH NOT < 1)
              DISPLAY "DEFINE REJECTED: NISBAH MUST LIE BETWEEN 0 "
                      "AND 1"
              GO TO DEFINE-PRODUCT-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
           EXEC SQL
              INSERT INTO PRODUCT_MASTER
              (PRODUCT_CODE, MIN_BALANCE, DEF_OD_LIMIT,
               ADMIN_FEE_AMT, WAIVE_MIN_BAL, EARLY_SETTLE_PCT,
               CURRENCY_CODE, SHARIA_FLAG, NISBAH_PCT, MAX_BALANCE,
               STATUS, CREATED_BY, CREATED_TS)
              VALUES
              (:WS-PRODUCT-CODE, :WS-MIN-BALANCE, :WS-DEF-OD-LIMIT,
               :WS-ADMIN-FEE, :WS-WAIVE-MIN, :WS-EARLY-PCT,
               :WS-CURRENCY, :WS-SHARIA, :WS-NISBAH, :WS-MAX-BALANCE,
               'A', :WS-USER, CURRENT TIMESTAMP)
           END-EXEC

           EXEC SQL COMMIT END-EXEC
           ACCEPT WS-ADMIN-FEE
           DISPLAY "FEE WAIVER MIN BAL: " WITH NO ADVANCING
           ACCEPT WS-WAIVE-MIN
           DISPLAY "BALANCE CAP (0=NONE): " WITH NO ADVANCING
           ACCEPT WS-MAX-BALANCE
           DISPLAY "LOAN EARLY SETTLE FEE %: " WITH NO ADVANCING
           ACCEPT WS-EARLY-PCT
           DISPLAY "NISBAH NASABAH (SHARIA ONLY, 0-1): "
                   WITH NO ADVANCING
           ACCEPT WS-NISBAH

      *> A cap that is negative or at or below the minimum balance
      *> would leave no room to hold money at all.
           IF WS-MAX-BALANCE < 0
              OR (WS-MAX-BALANCE > 0
                  AND WS-MAX-BALANCE <= WS-MIN-BALANCE)
              DISPLAY "UPDATE REJECTED: BALANCE CAP MUST EXCEED THE "
                      "MINIMUM BALANCE"
              GO TO UPDATE-PRODUCT-EXIT
           END-IF

      *> The nisbah only means anything on a sharia product, and a
      *> sharia product's nisbah has to leave both sides a share.
           EXEC SQL
              UPDATE PRODUCT_MASTER
              SET MIN_BALANCE = :WS-MIN-BALANCE,
                  DEF_OD_LIMIT = :WS-DEF-OD-LIMIT,
                  ADMIN_FEE_AMT = :WS-ADMIN-FEE,
                  WAIVE_MIN_BAL = :WS-WAIVE-MIN,
                  MAX_BALANCE = :WS-MAX-BALANCE,
                  EARLY_SETTLE_PCT = :WS-EARLY-PCT,
                  NISBAH_PCT = CASE
                     WHEN COALESCE(SHARIA_FLAG, 'N') = 'Y'
                      AND :WS-NISBAH > 0 AND :WS-NISBAH < 1
                     THEN :WS-NISBAH
                     ELSE NISBAH_PCT END,
                  UPDATED_BY = :WS-USER,
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE PRODUCT_CODE = :WS-PRODUCT-CODE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "UPDATE FAILED: PRODUCT NOT ON FILE"
           END-IF.
       UPDATE-PRODUCT-EXIT.
           EXIT.

      *> The conversion capture: the target product must exist and
      *> be live; the switch itself only happens when CB-EXECUTOR

           EXEC SQL
              SELECT MIN_BALANCE, DEF_OD_LIMIT, ADMIN_FEE_AMT,
                     WAIVE_MIN_BAL, COALESCE(EARLY_SETTLE_PCT, 0),
                     COALESCE(CURRENCY_CODE, 'IDR'),
                     COALESCE(SHARIA_FLAG, 'N'),
                     COALESCE(NISBAH_PCT, 0), COALESCE(MAX_BALANCE, 0),
                     STATUS
              INTO :WS-MIN-BALANCE, :WS-DEF-OD-LIMIT,
                   :WS-ADMIN-FEE, :WS-WAIVE-MIN, :WS-EARLY-PCT,
                   :WS-CURRENCY, :WS-SHARIA, :WS-NISBAH,
                   :WS-MAX-BALANCE, :WS-PROD-STATUS
              FROM PRODUCT_MASTER
              WHERE PRODUCT_CODE = :WS-PRODUCT-CODE
           END-EXEC
                      "  DEF OD " WS-DEF-OD-LIMIT
                      "  FEE " WS-ADMIN-FEE
                      "  WAIVER>= " WS-WAIVE-MIN
                      "  EARLY SETTLE % " WS-EARLY-PCT
                      "  CCY " WS-CURRENCY
                      "  SHARIA " WS-SHARIA
                      "  NISBAH " WS-NISBAH
                      "  CAP " WS-MAX-BALANCE
                      "  STATUS " WS-PROD-STATUS
           ELSE
              DISPLAY "PRODUCT NOT ON FILE"
