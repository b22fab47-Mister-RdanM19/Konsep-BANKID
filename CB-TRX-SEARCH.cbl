
       01 WS-SIGNON-OK  PIC X(1).
       01 WS-USER         PIC X(10).
       01 WS-VIEW-REASON  PIC X(2) VALUE SPACES.
       01 WS-VIEW-OK      PIC X(1).
       01 WS-VIEW-CUST    PIC X(20) VALUE SPACES.

       01 WS-NO-KARTU     PIC X(16).
       01 WS-NO-REK-IN    PIC X(6).
           PERFORM RESOLVE-ACCOUNT-SET
                   THRU RESOLVE-ACCOUNT-SET-DONE

      *> A card or account in the criteria makes this a look at
      *> those customers' data: each account in scope is recorded
      *> through CB-VIEW-LOG under one reason before anything is
      *> listed.
           MOVE 'Y' TO WS-VIEW-OK
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-CNT
                      OR WS-VIEW-OK NOT = 'Y'
              CALL 'CB-VIEW-LOG'
                USING WS-USER 'CB-TRX-SRCH ' WS-VIEW-CUST
                      WS-ACCT-REK(WS-ACCT-IDX) WS-VIEW-REASON
                      WS-VIEW-OK
           END-PERFORM
           IF WS-VIEW-OK NOT = 'Y'
              STOP RUN
           END-IF

           DISPLAY "==================================================="
           DISPLAY "TRANSACTION SEARCH - CASE LISTING"
           DISPLAY "CARD " WS-NO-KARTU "  TERMINAL " WS-TERMINAL-ID
