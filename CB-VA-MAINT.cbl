       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-VA-MAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ACTION       PIC X(1).
      *> R=Register a corporate range, X=Close a range,
      *> N=register a VA Number, C=Cancel a VA number, I=Inquire.
       01 WS-SIGNON-OK    PIC X(1).
       01 WS-OPERATOR     PIC X(10).
       01 WS-VA-PREFIX    PIC X(6).
       01 WS-VA-NO        PIC X(16).
       01 WS-NO-REK       PIC X(6).
       01 WS-CORP-NAME    PIC X(30).
       01 WS-PAYER-NAME   PIC X(30).
       01 WS-AMOUNT-RULE  PIC X(1).
       01 WS-EXPECTED-AMT PIC S9(11)V99 COMP-3.
       01 WS-EXPIRY-DATE  PIC X(10).
       01 WS-RANGE-STATUS PIC X(1).
       01 WS-VA-STATUS    PIC X(1).
       01 WS-ACCT-STATUS  PIC X(1).
       01 WS-PAID-ID-TRX  PIC X(20).
       01 WS-DUP-CNT      PIC 9(5).

      *> Register for the corporate virtual account service. A
      *> corporate (school, developer, multifinance) is given a
      *> six-digit prefix bound to the REKENING its collections
      *> credit, and an amount rule: O=open, any amount to any
      *> number under the prefix; C=closed, each VA number must be
      *> registered here with the exact amount expected and is
      *> paid once. Individual VA numbers may carry an expiry date
      *> under either rule. CB-VA-RESOLVE reads this register for
      *> every incoming VA payment.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-VA-MAINT ' 'CO' WS-OPERATOR WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF

           DISPLAY "ACTION (R=REGISTER RANGE, X=CLOSE RANGE, "
                   "N=NEW VA, C=CANCEL VA, I=INQUIRE): "
                   WITH NO ADVANCING
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
             WHEN 'R'
                PERFORM REGISTER-RANGE THRU REGISTER-RANGE-EXIT
             WHEN 'X'
                PERFORM CLOSE-RANGE
             WHEN 'N'
                PERFORM REGISTER-VA THRU REGISTER-VA-EXIT
             WHEN 'C'
                PERFORM CANCEL-VA
             WHEN 'I'
                PERFORM INQUIRE-VA
             WHEN OTHER
                DISPLAY "INVALID ACTION"
           END-EVALUATE

           STOP RUN.

       REGISTER-RANGE.
           DISPLAY "VA PREFIX (6 DIGITS) : " WITH NO ADVANCING
           ACCEPT WS-VA-PREFIX
           DISPLAY "CORPORATE NAME       : " WITH NO ADVANCING
           ACCEPT WS-CORP-NAME
           DISPLAY "COLLECTION NO REK    : " WITH NO ADVANCING
           ACCEPT WS-NO-REK
           DISPLAY "AMOUNT RULE (O=OPEN, C=CLOSED): "
                   WITH NO ADVANCING
           ACCEPT WS-AMOUNT-RULE

           IF WS-VA-PREFIX IS NOT NUMERIC
              DISPLAY "REGISTER REJECTED: PREFIX MUST BE 6 DIGITS"
              GO TO REGISTER-RANGE-EXIT
           END-IF

           IF WS-AMOUNT-RULE NOT = 'O' AND WS-AMOUNT-RULE NOT = 'C'
              DISPLAY "REGISTER REJECTED: RULE MUST BE O OR C"
              GO TO REGISTER-RANGE-EXIT
           END-IF

           EXEC SQL
              SELECT ACCT_STATUS INTO :WS-ACCT-STATUS
              FROM REKENING
              WHERE NO_REK = :WS-NO-REK
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-ACCT-STATUS = 'C'
              DISPLAY "REGISTER REJECTED: ACCOUNT NOT FOUND OR CLOSED"
              GO TO REGISTER-RANGE-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DUP-CNT
              FROM VA_RANGE
              WHERE VA_PREFIX = :WS-VA-PREFIX
           END-EXEC

      *> A prefix is never reused, even after its range closes:
      *> payers keep old numbers on file for years and must not
      *> start paying a different corporate.
           IF WS-DUP-CNT > 0
              DISPLAY "REGISTER REJECTED: PREFIX ALREADY ISSUED"
              GO TO REGISTER-RANGE-EXIT
           END-IF

           EXEC SQL
              INSERT INTO VA_RANGE
              (VA_PREFIX, CORP_NAME, NO_REK, AMOUNT_RULE, STATUS,
               CREATED_BY, CREATED_TS)
              VALUES
              (:WS-VA-PREFIX, :WS-CORP-NAME, :WS-NO-REK,
               :WS-AMOUNT-RULE, 'A', :WS-OPERATOR,
               CURRENT TIMESTAMP)
           END-EXEC

           EXEC SQL COMMIT END-EXEC
           DISPLAY "VA RANGE " WS-VA-PREFIX " REGISTERED".
       REGISTER-RANGE-EXIT.
           EXIT.

       CLOSE-RANGE.
           DISPLAY "VA PREFIX (6 DIGITS) : " WITH NO ADVANCING
           ACCEPT WS-VA-PREFIX

           EXEC SQL
              UPDATE VA_RANGE
              SET STATUS = 'X',
                  CLOSED_BY = :WS-OPERATOR,
                  CLOSED_TS = CURRENT TIMESTAMP
              WHERE VA_PREFIX = :WS-VA-PREFIX
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "VA RANGE CLOSED - FURTHER PAYMENTS RETURN"
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "CLOSE FAILED: RANGE NOT ACTIVE"
           END-IF.

       REGISTER-VA.
           DISPLAY "VA NUMBER (16)       : " WITH NO ADVANCING
           ACCEPT WS-VA-NO
           DISPLAY "PAYER NAME           : " WITH NO ADVANCING
           ACCEPT WS-PAYER-NAME
           DISPLAY "EXPECTED AMOUNT (0=ANY): " WITH NO ADVANCING
           ACCEPT WS-EXPECTED-AMT
           DISPLAY "EXPIRY (YYYY-MM-DD, BLANK=NONE): "
                   WITH NO ADVANCING
           ACCEPT WS-EXPIRY-DATE

           IF WS-VA-NO IS NOT NUMERIC
              DISPLAY "REGISTER REJECTED: VA MUST BE 16 DIGITS"
              GO TO REGISTER-VA-EXIT
           END-IF

           MOVE WS-VA-NO(1:6) TO WS-VA-PREFIX
           EXEC SQL
              SELECT AMOUNT_RULE, STATUS
              INTO :WS-AMOUNT-RULE, :WS-RANGE-STATUS
              FROM VA_RANGE
              WHERE VA_PREFIX = :WS-VA-PREFIX
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-RANGE-STATUS NOT = 'A'
              DISPLAY "REGISTER REJECTED: NO ACTIVE RANGE FOR PREFIX"
              GO TO REGISTER-VA-EXIT
           END-IF

           IF WS-AMOUNT-RULE = 'C' AND WS-EXPECTED-AMT NOT > 0
              DISPLAY "REGISTER REJECTED: CLOSED RANGE NEEDS AMOUNT"
              GO TO REGISTER-VA-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DUP-CNT
              FROM VA_NUMBER
              WHERE VA_NO = :WS-VA-NO
           END-EXEC

           IF WS-DUP-CNT > 0
              DISPLAY "REGISTER REJECTED: VA NUMBER ALREADY EXISTS"
              GO TO REGISTER-VA-EXIT
           END-IF

           EXEC SQL
              INSERT INTO VA_NUMBER
              (VA_NO, VA_PREFIX, PAYER_NAME, EXPECTED_AMT,
               EXPIRY_DATE, STATUS, CREATED_BY, CREATED_TS)
              VALUES
              (:WS-VA-NO, :WS-VA-PREFIX, :WS-PAYER-NAME,
               :WS-EXPECTED-AMT, :WS-EXPIRY-DATE, 'A',
               :WS-OPERATOR, CURRENT TIMESTAMP)
           END-EXEC

           EXEC SQL COMMIT END-EXEC
           DISPLAY "VA " WS-VA-NO " REGISTERED".
       REGISTER-VA-EXIT.
           EXIT.

       CANCEL-VA.
           DISPLAY "VA NUMBER (16)       : " WITH NO ADVANCING
           ACCEPT WS-VA-NO

           EXEC SQL
              UPDATE VA_NUMBER
              SET STATUS = 'X',
                  CANCELLED_BY = :WS-OPERATOR,
                  CANCELLED_TS = CURRENT TIMESTAMP
              WHERE VA_NO = :WS-VA-NO
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "VA CANCELLED"
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "CANCEL FAILED: VA NOT ACTIVE"
           END-IF.

       INQUIRE-VA.
           DISPLAY "VA NUMBER (16)       : " WITH NO ADVANCING
           ACCEPT WS-VA-NO

           MOVE WS-VA-NO(1:6) TO WS-VA-PREFIX
           EXEC SQL
              SELECT CORP_NAME, NO_REK, AMOUNT_RULE, STATUS
              INTO :WS-CORP-NAME, :WS-NO-REK, :WS-AMOUNT-RULE,
                   :WS-RANGE-STATUS
              FROM VA_RANGE
              WHERE VA_PREFIX = :WS-VA-PREFIX
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "NO RANGE FOR PREFIX " WS-VA-PREFIX
           ELSE
              DISPLAY "CORPORATE " WS-CORP-NAME
              DISPLAY "NO REK " WS-NO-REK
                      "  RULE " WS-AMOUNT-RULE
                      "  RANGE STATUS " WS-RANGE-STATUS

              EXEC SQL
                 SELECT COALESCE(PAYER_NAME, ' '),
                        COALESCE(EXPECTED_AMT, 0),
                        COALESCE(EXPIRY_DATE, ' '), STATUS,
                        COALESCE(PAID_ID_TRX, ' ')
                 INTO :WS-PAYER-NAME, :WS-EXPECTED-AMT,
                      :WS-EXPIRY-DATE, :WS-VA-STATUS,
                      :WS-PAID-ID-TRX
                 FROM VA_NUMBER
                 WHERE VA_NO = :WS-VA-NO
              END-EXEC

              IF SQLCODE = 0
                 DISPLAY "PAYER " WS-PAYER-NAME
                 DISPLAY "EXPECTED " WS-EXPECTED-AMT
                         "  EXPIRY " WS-EXPIRY-DATE
                         "  STATUS " WS-VA-STATUS
                 IF WS-PAID-ID-TRX NOT = SPACES
                    DISPLAY "PAID BY " WS-PAID-ID-TRX
                 END-IF
              ELSE
                 DISPLAY "VA NUMBER NOT INDIVIDUALLY REGISTERED"
              END-IF
           END-IF.
