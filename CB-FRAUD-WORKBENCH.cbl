       01 WS-SIGNON-OK  PIC X(1).
       01 WS-USER         PIC X(10).
       01 WS-ALERT-ID     PIC X(20).
       01 WS-VIEW-REASON  PIC X(2) VALUE 'FR'.
       01 WS-VIEW-OK      PIC X(1).

       01 WS-NO-KARTU     PIC X(16).
       01 WS-NO-REK       PIC X(6).
      *> The declined attempt itself never posted, so the evidence
      *> is the account's surrounding activity: the last ten
      *> AUDIT_LOG movements on the alerted account, the same
      *> snapshot a mini statement prints. The view is recorded
      *> through CB-VIEW-LOG; the reason is the desk's own, fraud
      *> investigation, so nothing is asked.
       VIEW-ONE-ALERT.
           DISPLAY "ALERT ID     : " WITH NO ADVANCING
           ACCEPT WS-ALERT-ID
              GO TO VIEW-ONE-ALERT-EXIT
           END-IF

           MOVE SPACES TO WS-CUST-ID
           CALL 'CB-VIEW-LOG'
             USING WS-USER 'CB-FRAUD-WB ' WS-CUST-ID WS-NO-REK
                   WS-VIEW-REASON WS-VIEW-OK
           IF WS-VIEW-OK NOT = 'Y'
              GO TO VIEW-ONE-ALERT-EXIT
           END-IF

           DISPLAY "KARTU " WS-NO-KARTU "  REK " WS-NO-REK
           DISPLAY "TRX " WS-TRX-CODE "  " WS-AMOUNT
                   "  TERMINAL " WS-TERMINAL-ID
