
       01 WS-NEW-ID      PIC X(20).
       01 WS-SUM-DATE    PIC X(10).
       01 WS-POST-DATE   PIC X(10).
       01 WS-CR-LEG      PIC S9(11)V99 COMP-3.
       01 WS-DR-LEG      PIC S9(11)V99 COMP-3.

      *> posting that never went through a conversion.
           CALL 'CB-REF-NUMBER' USING 'AL' WS-NEW-ID

      *> BUS_DATE is the business date the entry belongs to, which
      *> after the EOD cut-off is not the date on WAKTU for channel
      *> traffic (CB-POST-DATE). Everything that slices the trail
      *> into days - the journal, the reconciliation, statements,
      *> the daily summary below - goes by BUS_DATE.
           CALL 'CB-POST-DATE' USING WS-CHANNEL WS-POST-DATE

      *> Tamper-evident chaining: each entry carries the previous
      *> entry's chain value and its own, derived from that value
      *> plus this row's contents through CB-CHAIN-HASH. The one-row
           EXEC SQL
              INSERT INTO AUDIT_LOG
              (ID_TRX, NO_REK, TRX_CODE, AMOUNT, RESP_CODE, WAKTU,
               BUS_DATE, TERMINAL_ID, CHANNEL, BEFORE_BAL, AFTER_BAL,
               REF_ID_TRX, CURRENCY_CODE, ORIG_AMOUNT,
               PREV_CHAIN, CHAIN_VAL)
              VALUES
               :WS-AMOUNT,
               :WS-RESP,
               CURRENT TIMESTAMP,
               :WS-POST-DATE,
               :WS-TERMINAL-ID,
               :WS-CHANNEL,
               :WS-BEFORE-BAL,

      *> The per-account-per-day aggregate rides on the posting the
      *> same way last-activity does: every approved balance-moving
      *> entry bumps its (account, business date, trx code, channel)
      *> summary row - count, total, largest single amount, and the
      *> credit/debit split read off the balance snapshots. The nightly
      *> monitoring and regulatory batches read these aggregates
      *> and only drill into AUDIT_LOG detail where a threshold
      *> trips, instead of crawling the whole trail every night.
           GOBACK.

       MAINTAIN-DAY-SUMMARY.
           MOVE WS-POST-DATE TO WS-SUM-DATE

           IF WS-AFTER-BAL > WS-BEFORE-BAL
              COMPUTE WS-CR-LEG = WS-AFTER-BAL - WS-BEFORE-BAL
