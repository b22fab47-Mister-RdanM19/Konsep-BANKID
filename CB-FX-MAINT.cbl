
       01 WS-CCY          PIC X(3).
       01 WS-RATE         PIC S9(7)V9(6) COMP-3.
       01 WS-SPREAD       PIC S9(3)V9(4) COMP-3.
       01 WS-VERSION      PIC X(20).
       01 WS-PROPOSED-BY  PIC X(10).
       01 WS-EFF-TS       PIC X(19).
      *> the effective time. Conversions record the version they
      *> used in the FX position ledger, so "what rate applied to
      *> yesterday's disputed withdrawal" is a lookup, not an
      *> argument. Each version also carries the banknote spread -
      *> the percentage either side of the mid rate at which the
      *> counters buy and sell the currency's notes - so the bid
      *> and ask move under the same two-person rule as the mid.
      *> A zero spread means the currency is not dealt as notes.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-FX-MAINT ' 'FI' WS-USER WS-SIGNON-OK
           ACCEPT WS-CCY
           DISPLAY "RATE TO IDR  : " WITH NO ADVANCING
           ACCEPT WS-RATE
           DISPLAY "NOTE SPREAD %: " WITH NO ADVANCING
           ACCEPT WS-SPREAD
           DISPLAY "EFFECTIVE (YYYY-MM-DD HH:MM:SS): "
                   WITH NO ADVANCING
           ACCEPT WS-EFF-TS

           EXEC SQL
              INSERT INTO FX_RATE_HIST
              (RATE_VERSION, CURRENCY_CODE, RATE_TO_BASE,
               NOTE_SPREAD, EFF_TS, STATUS, PROPOSED_BY, PROPOSED_TS)
              VALUES
              (:WS-VERSION, :WS-CCY, :WS-RATE, :WS-SPREAD,
               :WS-EFF-TS, 'P', :WS-USER, CURRENT TIMESTAMP)
           END-EXEC

           EXEC SQL COMMIT END-EXEC
           ACCEPT WS-VERSION

           EXEC SQL
              SELECT CURRENCY_CODE, RATE_TO_BASE,
                     COALESCE(NOTE_SPREAD, 0), PROPOSED_BY
              INTO :WS-CCY, :WS-RATE, :WS-SPREAD, :WS-PROPOSED-BY
              FROM FX_RATE_HIST
              WHERE RATE_VERSION = :WS-VERSION
                AND STATUS = 'P'
           EXEC SQL
              UPDATE FX_RATE_TABLE
              SET RATE_TO_BASE = :WS-RATE,
                  NOTE_SPREAD = :WS-SPREAD,
                  RATE_VERSION = :WS-VERSION
              WHERE CURRENCY_CODE = :WS-CCY
           END-EXEC
           IF SQLCODE = 0 AND SQLERRD(3) = 0
              EXEC SQL
                 INSERT INTO FX_RATE_TABLE
                 (CURRENCY_CODE, RATE_TO_BASE, NOTE_SPREAD,
                  RATE_VERSION)
                 VALUES (:WS-CCY, :WS-RATE, :WS-SPREAD, :WS-VERSION)
              END-EXEC
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "RATE ACTIVE - " WS-CCY " " WS-RATE
                   " SPREAD " WS-SPREAD "%"
                   " VERSION " WS-VERSION.
       APPROVE-RATE-EXIT.
           EXIT.

           EXEC SQL
              DECLARE FXH-CUR CURSOR FOR
              SELECT RATE_VERSION, RATE_TO_BASE,
                     COALESCE(NOTE_SPREAD, 0), EFF_TS, STATUS,
                     PROPOSED_BY
              FROM FX_RATE_HIST
              WHERE CURRENCY_CODE = :WS-CCY
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH FXH-CUR
                 INTO :WS-VERSION, :WS-RATE, :WS-SPREAD, :WS-EFF-TS,
                      :WS-HIST-STATUS, :WS-PROPOSED-BY
              END-EXEC

              IF SQLCODE = 0
                 DISPLAY "  " WS-VERSION " " WS-HIST-STATUS
                         "  " WS-RATE
                         "  SPREAD " WS-SPREAD
                         "  EFF " WS-EFF-TS
                         "  BY " WS-PROPOSED-BY
              END-IF
