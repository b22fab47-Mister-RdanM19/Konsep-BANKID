       01 WS-HAIRCUT      PIC S9(3)V99 COMP-3.
       01 WS-CAP-AMT      PIC S9(13)V99 COMP-3.

       01 WS-CUST-ID      PIC X(20).
       01 WS-CURR-LIMIT   PIC S9(13)V99 COMP-3.
       01 WS-BMPK-ADD     PIC S9(13)V99 COMP-3.
       01 WS-BMPK-GROUP   PIC X(20).
       01 WS-BMPK-RELATED PIC X(1).
       01 WS-BMPK-EXPO    PIC S9(15)V99 COMP-3.
       01 WS-BMPK-LIMIT   PIC S9(15)V99 COMP-3.
       01 WS-BMPK-RESULT  PIC X(1).
       01 WS-COOLOFF-UNTIL PIC X(26).

      *> The overdraft facility finally gets an owner: OD_LIMIT on
      *> REKENING is only ever set by an approved OD_FACILITY row
      *> (grant and amend are the same motion - propose the new
      *> sweep drops the limit to zero the day the review date
      *> passes instead of lending unreviewed money forever. The
      *> facility rate is what CB-EOD-INTEREST charges when the
      *> account actually runs negative. A limit increase that would
      *> take the customer's connected-party group over the legal
      *> lending limit (BMPK) is refused at approval.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-OD-MAINT ' 'SU' WS-USER WS-SIGNON-OK
              END-IF
           END-IF

           PERFORM CHECK-BMPK THRU CHECK-BMPK-EXIT
           IF WS-BMPK-RESULT NOT = 'Y'
              GO TO APPROVE-FACILITY-EXIT
           END-IF

           EXEC SQL
              UPDATE OD_FACILITY
              SET STATUS = 'X',
       APPROVE-FACILITY-EXIT.
           EXIT.

      *> The account already counts towards BMPK at the larger of
      *> its active line and its debit balance; only what the new
      *> line adds on top of that is new exposure. A cut or an
      *> unchanged line passes without asking; an increase also
      *> waits out any cooling-off a change of the customer's
      *> registered contact has started (CB-CONTACT-CHANGE).
       CHECK-BMPK.
           MOVE 'Y' TO WS-BMPK-RESULT

           EXEC SQL
              SELECT CUST_ID, SALDO
              INTO :WS-CUST-ID, :WS-SALDO
              FROM REKENING
              WHERE NO_REK = :WS-NO-REK
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'E' TO WS-BMPK-RESULT
              DISPLAY "APPROVE FAILED: ACCOUNT NOT FOUND"
              GO TO CHECK-BMPK-EXIT
           END-IF

           EXEC SQL
              SELECT LIMIT_AMT
              INTO :WS-CURR-LIMIT
              FROM OD_FACILITY
              WHERE NO_REK = :WS-NO-REK
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 0 TO WS-CURR-LIMIT
           END-IF

           IF 0 - WS-SALDO > WS-CURR-LIMIT
              COMPUTE WS-CURR-LIMIT = 0 - WS-SALDO
           END-IF

           COMPUTE WS-BMPK-ADD = WS-LIMIT-AMT - WS-CURR-LIMIT
           IF WS-BMPK-ADD <= 0
              GO TO CHECK-BMPK-EXIT
           END-IF

           MOVE SPACES TO WS-COOLOFF-UNTIL
           EXEC SQL
              SELECT CHAR(CONTACT_COOLOFF_TS)
              INTO :WS-COOLOFF-UNTIL
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
                AND CONTACT_COOLOFF_TS > CURRENT TIMESTAMP
           END-EXEC

           IF SQLCODE = 0
              MOVE 'C' TO WS-BMPK-RESULT
              DISPLAY "APPROVE FAILED: CONTACT CHANGED - LIMIT "
                      "INCREASE HELD UNTIL " WS-COOLOFF-UNTIL(1:16)
              GO TO CHECK-BMPK-EXIT
           END-IF

           CALL 'CB-BMPK-CHECK'
             USING WS-CUST-ID WS-BMPK-ADD WS-BMPK-GROUP
                   WS-BMPK-RELATED WS-BMPK-EXPO WS-BMPK-LIMIT
                   WS-BMPK-RESULT

           EVALUATE WS-BMPK-RESULT
             WHEN 'E'
                DISPLAY "APPROVE FAILED: BMPK LIMIT PARAMETERS "
                        "NOT SET"
             WHEN 'N'
                DISPLAY "APPROVE FAILED: BMPK EXCEEDED - EXPOSURE "
                        WS-BMPK-EXPO " LIMIT " WS-BMPK-LIMIT
                IF WS-BMPK-GROUP NOT = SPACES
                   DISPLAY "  GROUP " WS-BMPK-GROUP
                           " RELATED PARTY " WS-BMPK-RELATED
                END-IF
           END-EVALUATE.
       CHECK-BMPK-EXIT.
           EXIT.

      *> Past the review date the facility is gone: OD_LIMIT drops
      *> to zero so every debit path stops honoring it tonight, not
      *> whenever someone remembers.
