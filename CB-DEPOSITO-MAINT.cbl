       01 WS-RATE-KEY     PIC X(4).
       01 WS-RATE         PIC S9(3)V9(6) COMP-3.
       01 WS-PEN-RATE     PIC S9(3)V9(6) COMP-3.
       01 WS-SHARIA       PIC X(1).
      *> Y when the settlement account is on a sharia product: the
      *> deposit is mudharabah, with no rate at all.
       01 WS-NISBAH       PIC S9(1)V9(6) COMP-3.

       01 WS-SALDO        PIC S9(13)V99 COMP-3.
       01 WS-MIN-SALDO    PIC S9(13)V99 COMP-3.
      *> Premature breakage is a two-person action and pays interest
      *> at the penalty rate ('TDPN') for the days actually run.
      *> Maturity itself is CB-DEPOSITO-MATURITY's job.
      *> A deposit funded from a sharia account is a mudharabah
      *> deposit instead: no rate is promised, the customers' nisbah
      *> is locked from PRODUCT_MASTER 'MDnn' (by tenor) and the
      *> principal's balance-days share the month's pool in
      *> CB-BAGI-HASIL alongside the sharia savings. Its breakage
      *> pays back principal only - the shares already paid month by
      *> month are what it earned.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-DEPOSITO ' 'TL' WS-USER WS-SIGNON-OK
           DISPLAY "ROLLOVER (N/P/A): " WITH NO ADVANCING
           ACCEPT WS-ROLLOVER

           MOVE 'N' TO WS-SHARIA
           EXEC SQL
              SELECT COALESCE(P.SHARIA_FLAG, 'N')
              INTO :WS-SHARIA
              FROM REKENING R
              LEFT JOIN PRODUCT_MASTER P
                ON P.PRODUCT_CODE = R.ACCT_TYPE
              WHERE R.NO_REK = :WS-NO-REK
           END-EXEC

           MOVE 0 TO WS-RATE
           MOVE 0 TO WS-NISBAH
           IF WS-SHARIA = 'Y'
              STRING 'MD' WS-TENOR DELIMITED BY SIZE
                INTO WS-RATE-KEY
              EXEC SQL
                 SELECT NISBAH_PCT
                 INTO :WS-NISBAH
                 FROM PRODUCT_MASTER
                 WHERE PRODUCT_CODE = :WS-RATE-KEY
                   AND SHARIA_FLAG = 'Y'
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY "PLACEMENT REJECTED: NO MUDHARABAH PRODUCT "
                         "FOR TENOR " WS-TENOR " (" WS-RATE-KEY ")"
                 GO TO PLACE-DEPOSIT-EXIT
              END-IF
           ELSE
              STRING 'TD' WS-TENOR DELIMITED BY SIZE
                INTO WS-RATE-KEY
              EXEC SQL
                 SELECT ANNUAL_RATE
                 INTO :WS-RATE
                 FROM INTEREST_RATE_TABLE
                 WHERE ACCT_TYPE = :WS-RATE-KEY
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY "PLACEMENT REJECTED: NO RATE FOR TENOR "
                         WS-TENOR " (" WS-RATE-KEY ")"
                 GO TO PLACE-DEPOSIT-EXIT
              END-IF
           END-IF

           EXEC SQL
              INSERT INTO TERM_DEPOSIT
              (TD_ID, NO_REK, PRINCIPAL, TENOR_MONTHS, ANNUAL_RATE,
               START_DATE, MATURITY_DATE, ROLLOVER, STATUS,
               PLACED_BY, PLACED_TS, SHARIA_FLAG, NISBAH_PCT)
              VALUES
              (:WS-TD-ID, :WS-NO-REK, :WS-PRINCIPAL, :WS-TENOR,
               :WS-RATE, :WS-START-DATE, :WS-MATURITY,
               :WS-ROLLOVER, 'A', :WS-USER, CURRENT TIMESTAMP,
               :WS-SHARIA, :WS-NISBAH)
           END-EXEC

           IF SQLCODE NOT = 0
                   WS-TD-ID 'IDR' WS-PRINCIPAL WS-AUDIT-ID

           DISPLAY "DEPOSIT PLACED - TD ID " WS-TD-ID
           IF WS-SHARIA = 'Y'
              DISPLAY "MUDHARABAH NISBAH " WS-NISBAH
                      "  MATURITY " WS-MATURITY
           ELSE
              DISPLAY "RATE " WS-RATE "  MATURITY " WS-MATURITY
           END-IF.
       PLACE-DEPOSIT-EXIT.
           EXIT.

      *> Breakage pays principal plus interest at the penalty rate
      *> for the days actually run - never the contract rate the
      *> customer walked away from - and only under a second
      *> person's approval. A mudharabah deposit has no rate to
      *> penalise: it pays back principal only.
       APPROVE-BREAKAGE.
           DISPLAY "TD ID        : " WITH NO ADVANCING
           ACCEPT WS-TD-ID

           EXEC SQL
              SELECT NO_REK, PRINCIPAL, START_DATE, STATUS,
                     COALESCE(BREAK_REQ_BY, ' '),
                     COALESCE(SHARIA_FLAG, 'N')
              INTO :WS-NO-REK, :WS-PRINCIPAL, :WS-START-DATE,
                   :WS-TD-STATUS, :WS-REQ-BY, :WS-SHARIA
              FROM TERM_DEPOSIT
              WHERE TD_ID = :WS-TD-ID
           END-EXEC
              WHERE ACCT_TYPE = 'TDPN'
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-SHARIA = 'Y'
              MOVE 0 TO WS-PEN-RATE
           END-IF


           EXEC SQL
              SELECT NO_REK, PRINCIPAL, ANNUAL_RATE, MATURITY_DATE,
                     ROLLOVER, STATUS, COALESCE(SHARIA_FLAG, 'N'),
                     COALESCE(NISBAH_PCT, 0)
              INTO :WS-NO-REK, :WS-PRINCIPAL, :WS-RATE,
                   :WS-MATURITY, :WS-ROLLOVER, :WS-TD-STATUS,
                   :WS-SHARIA, :WS-NISBAH
              FROM TERM_DEPOSIT
              WHERE TD_ID = :WS-TD-ID
           END-EXEC

           IF SQLCODE = 0
              IF WS-SHARIA = 'Y'
                 DISPLAY "REK " WS-NO-REK
                         "  POKOK " WS-PRINCIPAL
                         "  NISBAH " WS-NISBAH
                         "  JATUH TEMPO " WS-MATURITY
                         "  ROLLOVER " WS-ROLLOVER
                         "  STATUS " WS-TD-STATUS
              ELSE
                 DISPLAY "REK " WS-NO-REK
                         "  POKOK " WS-PRINCIPAL
                         "  RATE " WS-RATE
                         "  JATUH TEMPO " WS-MATURITY
                         "  ROLLOVER " WS-ROLLOVER
                         "  STATUS " WS-TD-STATUS
              END-IF
           ELSE
              DISPLAY "DEPOSIT NOT FOUND"
           END-IF.
