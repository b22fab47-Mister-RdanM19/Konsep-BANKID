       01 WS-MATURITY     PIC X(10).
       01 WS-ROLLOVER     PIC X(1).
       01 WS-ELECTION     PIC X(1).
       01 WS-SHARIA       PIC X(1).
       01 WS-NISBAH       PIC S9(1)V9(6) COMP-3.

       01 WS-START-INT    PIC 9(8).
       01 WS-MAT-INT      PIC 9(8).
      *> tenor - the old lock died with the old deposit - and a
      *> tenor whose rate row has since been withdrawn pays out as
      *> 'N' rather than rolling at a rate that no longer exists.
      *> A mudharabah deposit carries no rate, so it matures with
      *> nothing but its principal - its shares were paid month by
      *> month by CB-BAGI-HASIL - and a rollover re-locks the
      *> current nisbah of PRODUCT_MASTER 'MDnn' instead, paying out
      *> when that product has been withdrawn.
       PROCEDURE DIVISION.
           DISPLAY "RUN DATE (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-RUN-DATE
              DECLARE MAT-CUR CURSOR FOR
              SELECT TD_ID, NO_REK, PRINCIPAL, TENOR_MONTHS,
                     ANNUAL_RATE, START_DATE, MATURITY_DATE,
                     ROLLOVER, COALESCE(ELECTION, ' '),
                     COALESCE(SHARIA_FLAG, 'N'),
                     COALESCE(NISBAH_PCT, 0)
              FROM TERM_DEPOSIT
              WHERE STATUS = 'A'
                AND MATURITY_DATE <= :WS-RUN-DATE
                 FETCH MAT-CUR
                 INTO :WS-TD-ID, :WS-NO-REK, :WS-PRINCIPAL,
                      :WS-TENOR, :WS-RATE, :WS-START-DATE,
                      :WS-MATURITY, :WS-ROLLOVER, :WS-ELECTION,
                      :WS-SHARIA, :WS-NISBAH
              END-EXEC

              IF SQLCODE = 0
           COMPUTE WS-INTEREST ROUNDED =
              (WS-PRINCIPAL * WS-RATE * WS-DAYS-RUN) / 365

           IF (WS-ROLLOVER = 'P' OR WS-ROLLOVER = 'A')
              AND WS-SHARIA = 'Y'
              MOVE 0 TO WS-NEW-RATE
              STRING 'MD' WS-TENOR
                DELIMITED BY SIZE INTO WS-RATE-KEY
              EXEC SQL
                 SELECT NISBAH_PCT
                 INTO :WS-NISBAH
                 FROM PRODUCT_MASTER
                 WHERE PRODUCT_CODE = :WS-RATE-KEY
                   AND SHARIA_FLAG = 'Y'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO WS-ROLLOVER
              END-IF
           END-IF

           IF (WS-ROLLOVER = 'P' OR WS-ROLLOVER = 'A')
              AND WS-SHARIA NOT = 'Y'
              STRING 'TD' WS-TENOR
                DELIMITED BY SIZE INTO WS-RATE-KEY
              EXEC SQL
           EXIT.

      *> The successor deposit: same tenor and instruction, today's
      *> table rate (or nisbah), maturity clamped the same way
      *> placement clamps.
       ROLL-NEW-DEPOSIT.
           MOVE WS-RUN-DATE(1:4) TO WS-YYYY
           MOVE WS-RUN-DATE(6:2) TO WS-MM
              INSERT INTO TERM_DEPOSIT
              (TD_ID, NO_REK, PRINCIPAL, TENOR_MONTHS, ANNUAL_RATE,
               START_DATE, MATURITY_DATE, ROLLOVER, STATUS,
               PLACED_BY, PLACED_TS, ROLLED_FROM, SHARIA_FLAG,
               NISBAH_PCT)
              VALUES
              (:WS-NEW-TD-ID, :WS-NO-REK, :WS-NEW-PRINC, :WS-TENOR,
               :WS-NEW-RATE, :WS-RUN-DATE, :WS-NEW-MATURITY,
               :WS-ROLLOVER, 'A', 'MATURITY', CURRENT TIMESTAMP,
               :WS-TD-ID, :WS-SHARIA, :WS-NISBAH)
           END-EXEC.

      *> A pledged deposit does not walk away at maturity. A
