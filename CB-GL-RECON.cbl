       01 WS-PRIOR-DATE PIC X(10).
       01 WS-CURR-BUS-DATE  PIC X(10).
       01 WS-PRIOR-BUS-DATE PIC X(10).

       01 WS-WITHDRAWAL-TOTAL PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-CDM-TOTAL        PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-INTEREST-TOTAL   PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-REVERSAL-NET     PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-INTERBANK-NET    PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-REMIT-NET        PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-NOTE-NET         PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-SUSPECT-NET      PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-INWARD-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-CLOSURE-NET      PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-OD-INT-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-EXPECTED-NET   PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-PRIOR-TOTAL    PIC S9(15)V99 COMP-3.
       01 WS-CURRENT-TOTAL  PIC S9(15)V99 COMP-3.
       01 WS-AHEAD-NET      PIC S9(15)V99 COMP-3.
       01 WS-ACTUAL-CHANGE  PIC S9(15)V99 COMP-3.
       01 WS-VARIANCE       PIC S9(15)V99 COMP-3.

      *> The control figure is the day's actual change in
      *> SUM(REKENING.SALDO) against what AUDIT_LOG and CDM_TRX
      *> say should have moved. Own-bank transfers debit and credit
      *> different accounts for the same amount, so they self-cancel
      *> and are reported as a diagnostic count/total only - they are
      *> not added into WS-EXPECTED-NET. Every figure is taken by
      *> business date (AUDIT_LOG/CDM_TRX BUS_DATE), not clock time.
       PROCEDURE DIVISION.
           DISPLAY "BUSINESS DATE (YYYY-MM-DD, BLANK=CONTROL): "
                   WITH NO ADVANCING
              END-IF
           END-IF

           EXEC SQL
              SELECT COALESCE(SUM(AMOUNT), 0)
              INTO :WS-WITHDRAWAL-TOTAL
              FROM AUDIT_LOG
              WHERE TRX_CODE = '02' AND RESP_CODE = '00'
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC

           EXEC SQL
              SELECT COALESCE(SUM(JUMLAH), 0)
              INTO :WS-CDM-TOTAL
              FROM CDM_TRX
              WHERE BUS_DATE = :WS-BUS-DATE
           END-EXEC

           EXEC SQL
              INTO :WS-FEE-TOTAL
              FROM AUDIT_LOG
              WHERE TRX_CODE = 'FE'
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC

           EXEC SQL
              INTO :WS-BILLPAY-TOTAL
              FROM AUDIT_LOG
              WHERE TRX_CODE = '05' AND RESP_CODE = '00'
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC

           EXEC SQL
              INTO :WS-INTEREST-TOTAL
              FROM AUDIT_LOG
              WHERE TRX_CODE = 'IN'
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC

           EXEC SQL
              INTO :WS-OD-INT-TOTAL
              FROM AUDIT_LOG
              WHERE TRX_CODE = 'OD'
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC

           EXEC SQL
              INTO :WS-WHT-TOTAL
              FROM AUDIT_LOG
              WHERE TRX_CODE = 'TX'
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC

      *> Dispute provisional credits ('PV' - distinct from the
              INTO :WS-PROV-TOTAL
              FROM AUDIT_LOG
              WHERE TRX_CODE = 'PV'
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC

      *> Suspense-clearing corrections (CB-SUSPENSE-WB) are real
              INTO :WS-CORR-NET
              FROM AUDIT_LOG
              WHERE TRX_CODE = 'GS'
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC

           EXEC SQL
              INTO :WS-REVERSAL-NET
              FROM AUDIT_LOG
              WHERE TRX_CODE = 'RV'
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC

           EXEC SQL
              INTO :WS-INWARD-TOTAL
              FROM AUDIT_LOG
              WHERE TRX_CODE = 'IC' AND RESP_CODE = '00'
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC

      *> Term-deposit movement: placements debit the settlement
              INTO :WS-TD-NET
              FROM AUDIT_LOG
              WHERE TRX_CODE IN ('DP', 'DM', 'DB')
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC

      *> Account closures zero the closed account and credit the
              INTO :WS-CLOSURE-NET
              FROM AUDIT_LOG
              WHERE TRX_CODE = 'AC'
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC

      *> Interbank debits move SALDO one-leggedly (the credit lives
              INTO :WS-INTERBANK-NET
              FROM AUDIT_LOG
              WHERE TRX_CODE = '08' AND RESP_CODE = '00'
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC

      *> Outward remittances follow the interbank pattern: the
      *> queue-time 'RT' row for an item awaiting approval nets to
      *> zero, the posting carries the IDR debit.
           EXEC SQL
              SELECT COALESCE(SUM(AFTER_BAL - BEFORE_BAL), 0)
              INTO :WS-REMIT-NET
              FROM AUDIT_LOG
              WHERE TRX_CODE = 'RT' AND RESP_CODE = '00'
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC

      *> Banknote deals settled to an account credit (bank buys
      *> the notes) or debit (bank sells them) under one code.
           EXEC SQL
              SELECT COALESCE(SUM(AFTER_BAL - BEFORE_BAL), 0)
              INTO :WS-NOTE-NET
              FROM AUDIT_LOG
              WHERE TRX_CODE = 'BN' AND RESP_CODE = '00'
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC

      *> Suspect notes retained out of a deposit already credited
      *> come back off the account as 'CF' debits; CDM_TRX keeps
      *> the deposit at the amount the machine accepted.
           EXEC SQL
              SELECT COALESCE(SUM(AFTER_BAL - BEFORE_BAL), 0)
              INTO :WS-SUSPECT-NET
              FROM AUDIT_LOG
              WHERE TRX_CODE = 'CF' AND RESP_CODE = '00'
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC

      *> Executed transfers counted off their debit legs, so they
      *> fall in the same business date as the credit legs that
      *> cancel them.
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(AMOUNT), 0)
              INTO :WS-TRANSFER-COUNT, :WS-TRANSFER-TOTAL
              FROM AUDIT_LOG
              WHERE TRX_CODE = '04' AND RESP_CODE = '00'
                AND AFTER_BAL < BEFORE_BAL
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC

           COMPUTE WS-EXPECTED-NET =
              WS-CDM-TOTAL - WS-WITHDRAWAL-TOTAL - WS-FEE-TOTAL
              - WS-BILLPAY-TOTAL + WS-INTEREST-TOTAL + WS-REVERSAL-NET
              + WS-INTERBANK-NET + WS-REMIT-NET + WS-INWARD-TOTAL
              + WS-NOTE-NET + WS-SUSPECT-NET
              + WS-CLOSURE-NET - WS-OD-INT-TOTAL + WS-TD-NET
              - WS-WHT-TOTAL + WS-CORR-NET + WS-PROV-TOTAL

              FROM REKENING
           END-EXEC

      *> The channels keep posting after the EOD cut-off, into the
      *> next business date, so live SALDO is already ahead of the
      *> day being closed. Backing those entries' own net out again
      *> gives the balance as the day closed - which is also the
      *> snapshot the next day's run proves out from.
           EXEC SQL
              SELECT COALESCE(SUM(AFTER_BAL - BEFORE_BAL), 0)
              INTO :WS-AHEAD-NET
              FROM AUDIT_LOG
              WHERE BUS_DATE > :WS-BUS-DATE
                AND RESP_CODE = '00'
                AND AFTER_BAL <> BEFORE_BAL
           END-EXEC
           COMPUTE WS-CURRENT-TOTAL = WS-CURRENT-TOTAL - WS-AHEAD-NET

           COMPUTE WS-ACTUAL-CHANGE = WS-CURRENT-TOTAL - WS-PRIOR-TOTAL
           COMPUTE WS-VARIANCE = WS-ACTUAL-CHANGE - WS-EXPECTED-NET

           DISPLAY "PROVISIONAL CREDITS : " WS-PROV-TOTAL
           DISPLAY "REVERSALS (NET)     : " WS-REVERSAL-NET
           DISPLAY "INTERBANK OUT (NET) : " WS-INTERBANK-NET
           DISPLAY "REMITTANCES (NET)   : " WS-REMIT-NET
           DISPLAY "BANKNOTE DEALS (NET): " WS-NOTE-NET
           DISPLAY "SUSPECT NOTES (NET) : " WS-SUSPECT-NET
           DISPLAY "INWARD CLEARING     : " WS-INWARD-TOTAL
           DISPLAY "CLOSURES (NET)      : " WS-CLOSURE-NET
           DISPLAY "TRANSFERS EXECUTED  : " WS-TRANSFER-COUNT
                   " FOR " WS-TRANSFER-TOTAL " (SELF-CANCELING)"
           DISPLAY "---------------------------------------------------"
           DISPLAY "EXPECTED NET CHANGE : " WS-EXPECTED-NET
           DISPLAY "POSTED AFTER CUTOFF : " WS-AHEAD-NET
                   " (NEXT DAY, BACKED OUT)"
           DISPLAY "ACTUAL SALDO CHANGE : " WS-ACTUAL-CHANGE
           DISPLAY "VARIANCE            : " WS-VARIANCE
           DISPLAY "==================================================="
