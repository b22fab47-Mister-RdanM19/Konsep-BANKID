       01 WS-DORMANT       PIC X(1).
       01 WS-ACCT-TYPE     PIC X(4).
       01 WS-PROD-MIN      PIC S9(13)V99 COMP-3.
       01 WS-PROD-MAX      PIC S9(13)V99 COMP-3.
       01 WS-DECEASED-CNT  PIC 9(5).

       01 WS-FEE-AMOUNT    PIC S9(11)V99 COMP-3.
       01 WS-FEE-KEY       PIC X(2).
       01 WS-PRIO-HOLDERS  PIC 9(3).
       01 WS-FEE-RESP      PIC X(2) VALUE '00'.
       01 WS-FEE-AFTER-BAL PIC S9(13)V99 COMP-3.
       01 WS-NO-REF-TRX    PIC X(20) VALUE SPACES.

       01 WS-INQ-CNT       PIC 9(5).

       01 WS-VA-OWNER      PIC X(6).
       01 WS-VA-NAME       PIC X(30).

       01 WS-QR-ID         PIC X(20).
       01 WS-MERCHANT-ID   PIC X(16).
       01 WS-MERCH-STATUS  PIC X(1).
       01 WS-PAY-TYPE      PIC X(1).

       01 WS-PREAUTH-DAYS  PIC S9(3) COMP-3.
       01 WS-HOLD-ID       PIC X(20).
       01 WS-HOLD-AMOUNT   PIC S9(13)V99 COMP-3.
       01 WS-HOLD-EXPIRY   PIC X(10).
       01 WS-TODAY         PIC X(10).
       01 WS-TODAY-NUM     PIC 9(8).
       01 WS-EXPIRY-NUM    PIC 9(8).

       01 WS-AGENT-STATUS  PIC X(1).
       01 WS-AGENT-FLOAT   PIC X(6).
       01 WS-AGENT-TRX-LIM PIC S9(11)V99 COMP-3.
       01 WS-AGENT-DAY-LIM PIC S9(13)V99 COMP-3.
       01 WS-AGENT-USED    PIC S9(13)V99 COMP-3.
       01 WS-AGENT-TS-FROM PIC X(19).
       01 WS-FLOAT-SALDO   PIC S9(13)V99 COMP-3.
       01 WS-FLOAT-MIN     PIC S9(13)V99 COMP-3.
       01 WS-FLOAT-OD      PIC S9(13)V99 COMP-3.
       01 WS-FLOAT-TYPE    PIC X(4).
       01 WS-FLOAT-PMIN    PIC S9(13)V99 COMP-3.
       01 WS-FLOAT-HOLD    PIC S9(13)V99 COMP-3.
       01 WS-FLOAT-AVAIL   PIC S9(13)V99 COMP-3.
       01 WS-FLOAT-AFTER   PIC S9(13)V99 COMP-3.
       01 WS-FLOAT-TRX     PIC X(2).
       01 WS-FLOAT-AMT     PIC S9(11)V99 COMP-3.
       01 WS-FLOAT-AUDIT   PIC X(20).

       01 WS-MINI-IDX      PIC 9(2).
       01 WS-MINI-WK-WAKTU  PIC X(19).
      *> CB-ESTATE-MAINT's documented payout, never a transaction.
           IF WS-TRX-CODE = '02' OR WS-TRX-CODE = '04'
              OR WS-TRX-CODE = '05' OR WS-TRX-CODE = '08'
              OR WS-TRX-CODE = '10' OR WS-TRX-CODE = '12'
              OR WS-TRX-CODE = '13' OR WS-TRX-CODE = '14'
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-DECEASED-CNT
      *> the catalog reaches every account the moment it lands -
      *> the raw MIN_SALDO column only still speaks for accounts on
      *> types the catalog has not absorbed yet.
      *> The product's balance ceiling (the regulatory cap on a
      *> basic savings account) rides along; zero means uncapped.
           MOVE 0 TO WS-PROD-MAX
           EXEC SQL
              SELECT MIN_BALANCE, COALESCE(MAX_BALANCE, 0)
              INTO :WS-PROD-MIN, :WS-PROD-MAX
              FROM PRODUCT_MASTER
              WHERE PRODUCT_CODE = :WS-ACCT-TYPE
                AND STATUS = 'A'

           IF SQLCODE = 0
              MOVE WS-PROD-MIN TO WS-MIN-SALDO
           ELSE
              MOVE 0 TO WS-PROD-MAX
           END-IF

           MOVE WS-SALDO TO WS-AFTER-SALDO
              COMPUTE WS-BASE-AMOUNT ROUNDED = WS-AMOUNT * WS-FX-RATE
           END-IF

      *> Branchless (Laku Pandai) agents come in on CHANNEL 'AGENT'
      *> with their AGENT_MASTER id as the terminal. The agent is
      *> proven live and inside their own limits before the
      *> customer's account is touched; a refusal is logged against
      *> the account like any other decline.
           IF WS-CHANNEL = 'AGENT'
              PERFORM CHECK-AGENT THRU CHECK-AGENT-EXIT
              IF WS-RESP-CODE NOT = '00'
                 EXEC SQL ROLLBACK END-EXEC
                 CALL 'CB-AUDIT-LOG'
                   USING WS-NO-REK WS-TRX-CODE WS-AMOUNT
                         WS-RESP-CODE WS-TERMINAL-ID WS-CHANNEL
                         WS-SALDO WS-SALDO WS-NO-REF-TRX
                         WS-CURRENCY-CODE WS-AMOUNT WS-AUDIT-ID
                 MOVE WS-AUDIT-ID TO WS-RESP-ID-TRX
                 GOBACK
              END-IF
           END-IF

           EVALUATE WS-TRX-CODE
             WHEN '01'
                MOVE '00' TO WS-RESP-CODE

             WHEN '02'
      *> At an agent the cash comes out of the agent's own till, so
      *> the customer's debit is matched by a credit to the agent's
      *> float account in the same unit of work.
                IF WS-CHANNEL = 'AGENT'
                   PERFORM AGENT-CASH-OUT THRU AGENT-CASH-OUT-DONE
                ELSE
                   COMPUTE WS-AVAIL-SALDO =
                      WS-SALDO - WS-MIN-SALDO + WS-OD-LIMIT
                      - WS-HOLD-TOTAL
                   IF WS-BASE-AMOUNT <= WS-AVAIL-SALDO
                      EXEC SQL
                         UPDATE REKENING
                         SET SALDO = SALDO - :WS-BASE-AMOUNT
                         WHERE NO_REK = :WS-NO-REK
                      END-EXEC
                      EXEC SQL COMMIT END-EXEC
                      COMPUTE WS-AFTER-SALDO = WS-SALDO - WS-BASE-AMOUNT
                      MOVE '00' TO WS-RESP-CODE
                   ELSE
                      MOVE '51' TO WS-RESP-CODE
                      EXEC SQL ROLLBACK END-EXEC
                   END-IF
                END-IF

             WHEN '03'
      *> A deposit that would lift a capped product past its ceiling
      *> is refused whole, whichever channel it arrives on.
                IF WS-PROD-MAX > 0
                   AND WS-SALDO + WS-AMOUNT > WS-PROD-MAX
                   MOVE '61' TO WS-RESP-CODE
                   EXEC SQL ROLLBACK END-EXEC
                ELSE
                   IF WS-CHANNEL = 'AGENT'
      *> Cash taken in by an agent is already in the agent's till:
      *> the agent's float pays for the customer's credit, so there
      *> are no counted notes for CB-CDM-PENDING to confirm.
                      PERFORM AGENT-CASH-IN THRU AGENT-CASH-IN-DONE
                   ELSE
      *> CB-CDM-PENDING validates the counted denominations against
      *> WS-AMOUNT before crediting, so its response code is taken
      *> as-is rather than forced to '00'.
                      CALL 'CB-CDM-PENDING'
                           USING WS-NO-REK WS-AMOUNT
                                 WS-DENOM-100K WS-DENOM-50K
                                 WS-DENOM-20K WS-DENOM-10K
                                 WS-TERMINAL-ID
                                 WS-RESP-CODE
                      IF WS-RESP-CODE = '00'
                         COMPUTE WS-AFTER-SALDO = WS-SALDO + WS-AMOUNT
                      END-IF
                   END-IF
                END-IF

             WHEN '04'
      *> Own-bank transfers never move SALDO here; they are only
      *> queued for the maker-checker chain. CB-EXECUTOR performs the
      *> actual debit/credit once both checkers have approved.
      *> A transfer to a corporate virtual account arrives with the
      *> VA number in WS-DST-ACCT-IB and no destination bank.
                IF WS-DST-ACCT-IB NOT = SPACES
                   AND WS-DST-BANK-CODE = SPACES
                   PERFORM VA-TRANSFER THRU VA-TRANSFER-DONE
                ELSE
                   CALL 'CB-REF-NUMBER' USING 'TQ' WS-Q-ID
                   EXEC SQL
                      INSERT INTO TRX_QUEUE
                      (ID_TRX, NO_REK_SRC, NO_REK_DST, AMOUNT,
                       STATUS, MAKER_ID, UPDATED_TS)
                      VALUES
                      (:WS-Q-ID, :WS-NO-REK, :WS-NO-REK-DST,
                       :WS-AMOUNT, 'M', 'ATM-SWITCH',
                       CURRENT TIMESTAMP)
                   END-EXEC
                   EXEC SQL COMMIT END-EXEC
                   MOVE '00' TO WS-RESP-CODE
                END-IF

             WHEN '05'
      *> Bill payment / PPOB: CB-BILLPAY-ONLINE owns the debit and
      *> The payer is debited now; the merchant's money accrues in
      *> QRIS_TRX and only moves to their settlement REKENING when
      *> CB-MERCHANT-SETTLE pays the day net of MDR.
                MOVE 'Q' TO WS-PAY-TYPE
                PERFORM QRIS-PURCHASE THRU QRIS-PURCHASE-DONE

             WHEN '12'
      *> Debit card sale at a merchant's EDC: the same motion as a
      *> QRIS purchase, payer debited now and the merchant's money
      *> accruing in QRIS_TRX (typed 'C' for card) so one
      *> CB-MERCHANT-SETTLE run pays card and QR sales together.
                MOVE 'C' TO WS-PAY-TYPE
                PERFORM QRIS-PURCHASE THRU QRIS-PURCHASE-DONE

             WHEN '13'
      *> Pre-authorization (hotel check-in, fuel pump): nothing is
      *> debited, the authorized amount is earmarked as an
      *> ACCOUNT_HOLD that expires by itself if the merchant never
      *> completes it.
                PERFORM CARD-PREAUTH THRU CARD-PREAUTH-DONE

             WHEN '14'
      *> Completion of a pre-authorization for the final amount.
                MOVE 'C' TO WS-PAY-TYPE
                PERFORM CARD-COMPLETION THRU CARD-COMPLETION-DONE

             WHEN '06'
      *> Mini statement: self-service view of the last 10 AUDIT_LOG
      *> movements for the account, straight from the same
           END-EVALUATE

           IF WS-RESP-CODE = '00'
              AND (WS-TRX-CODE = '02' OR WS-TRX-CODE = '03'
                   OR (WS-TRX-CODE = '01' AND WS-CHANNEL = 'NETWRK'))
              PERFORM ASSESS-FEE
           END-IF

      *> the one exception: its reference IS the BILLPAY_INQ key
      *> CB-BILL-INQUIRY put there, which the terminal hands back as
      *> the payment phase's WS-INQ-REF - overwriting it with the
      *> '09' audit id would orphan every confirmed payment. A card
      *> pre-authorization is the same case: its reference is the
      *> HOLD_ID the merchant's terminal quotes back to complete it.
           IF WS-TRX-CODE NOT = '09' AND WS-TRX-CODE NOT = '11'
              AND WS-TRX-CODE NOT = '13'
              MOVE WS-AUDIT-ID TO WS-RESP-ID-TRX
           END-IF

      *> The agent's side of a cash-in or cash-out is its own
      *> movement on the float account, logged as 'AF' (float
      *> credited, customer cashed out) or 'AD' (float debited,
      *> customer cashed in) so the agent's statement shows it.
           IF WS-RESP-CODE = '00' AND WS-CHANNEL = 'AGENT'
              AND (WS-TRX-CODE = '02' OR WS-TRX-CODE = '03')
              MOVE WS-BASE-AMOUNT TO WS-FLOAT-AMT
              CALL 'CB-AUDIT-LOG'
                USING WS-AGENT-FLOAT WS-FLOAT-TRX WS-FLOAT-AMT
                      WS-RESP-CODE WS-TERMINAL-ID WS-CHANNEL
                      WS-FLOAT-SALDO WS-FLOAT-AFTER WS-NO-REF-TRX
                      'IDR' WS-FLOAT-AMT WS-FLOAT-AUDIT
           END-IF
           COMPUTE WS-RESP-AVAIL =
              WS-AFTER-SALDO - WS-MIN-SALDO + WS-OD-LIMIT
              - WS-HOLD-TOTAL
      *> can never push an account past the floor the withdrawal was
      *> just held to; a fee that would breach it is simply skipped
      *> rather than unwinding the principal transaction.
      *> Our cardholder at another bank's machine (CB-ISS-AUTH,
      *> channel 'NETWRK') pays the off-us tariff instead: FEE_SCHEDULE
      *> row 'NW' for cash and 'NI' for a balance inquiry, which the
      *> network charges us for even though no money moves. Cash
      *> out and cash in at an agent take the 'AW'/'AD' rows.
      *> Priority banking customers (any holder of the account on a
      *> CB-PRIORITY-TIER tier) pay no off-us tariff.
       ASSESS-FEE.
           MOVE WS-TRX-CODE TO WS-FEE-KEY
           MOVE 0 TO WS-PRIO-HOLDERS
           IF WS-CHANNEL = 'NETWRK'
              IF WS-TRX-CODE = '02'
                 MOVE 'NW' TO WS-FEE-KEY
              ELSE
                 MOVE 'NI' TO WS-FEE-KEY
              END-IF
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-PRIO-HOLDERS
                 FROM CUST_MASTER C
                 WHERE COALESCE(C.PRIORITY_TIER, ' ') <> ' '
                   AND (C.CUST_ID =
                          (SELECT R.CUST_ID FROM REKENING R
                           WHERE R.NO_REK = :WS-NO-REK)
                        OR C.CUST_ID IN
                          (SELECT O.CUST_ID FROM ACCOUNT_OWNER O
                           WHERE O.NO_REK = :WS-NO-REK
                             AND O.STATUS = 'A'))
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO WS-PRIO-HOLDERS
              END-IF
           END-IF
           IF WS-CHANNEL = 'AGENT'
              IF WS-TRX-CODE = '02'
                 MOVE 'AW' TO WS-FEE-KEY
              ELSE
                 MOVE 'AD' TO WS-FEE-KEY
              END-IF
           END-IF

           EXEC SQL
              SELECT FEE_AMOUNT
              INTO :WS-FEE-AMOUNT
              FROM FEE_SCHEDULE
              WHERE TRX_CODE = :WS-FEE-KEY
           END-EXEC

           IF SQLCODE = 0 AND WS-FEE-AMOUNT > 0
              AND WS-PRIO-HOLDERS = 0
              COMPUTE WS-AVAIL-SALDO =
                 WS-AFTER-SALDO - WS-MIN-SALDO + WS-OD-LIMIT
                 - WS-HOLD-TOTAL

           EXEC SQL
              INSERT INTO QRIS_TRX
              (QR_ID, MERCHANT_ID, NO_REK, AMOUNT, STATUS, PAY_TYPE,
               WAKTU)
              VALUES
              (:WS-QR-ID, :WS-MERCHANT-ID, :WS-NO-REK, :WS-AMOUNT,
               'S', :WS-PAY-TYPE, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
       QRIS-PURCHASE-DONE.
           EXIT.

      *> The hold is the whole pre-authorization: REASON_CODE 'P',
      *> the merchant in LEGAL_REF, and an EXPIRY_DATE the
      *> PREAUTH-DAYS parameter sets (seven days without one).
      *> CB-HOLD-AMOUNT stops counting it the day after it expires,
      *> so an abandoned pre-authorization gives the customer their
      *> money back with no one having to release anything.
       CARD-PREAUTH.
           MOVE WS-BILL-NO TO WS-MERCHANT-ID

           EXEC SQL
              SELECT STATUS
              INTO :WS-MERCH-STATUS
              FROM MERCHANT_MASTER
              WHERE MERCHANT_ID = :WS-MERCHANT-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-MERCH-STATUS NOT = 'A'
              MOVE '31' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO CARD-PREAUTH-DONE
           END-IF

           COMPUTE WS-AVAIL-SALDO =
              WS-SALDO - WS-MIN-SALDO + WS-OD-LIMIT - WS-HOLD-TOTAL
           IF WS-AMOUNT > WS-AVAIL-SALDO
              MOVE '51' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO CARD-PREAUTH-DONE
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-PREAUTH-DAYS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'PREAUTH-DAYS'
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-PREAUTH-DAYS <= 0
              MOVE 7 TO WS-PREAUTH-DAYS
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM
           COMPUTE WS-EXPIRY-NUM = FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               + WS-PREAUTH-DAYS)
           STRING WS-EXPIRY-NUM(1:4) "-" WS-EXPIRY-NUM(5:2) "-"
                  WS-EXPIRY-NUM(7:2)
             DELIMITED BY SIZE INTO WS-HOLD-EXPIRY

           CALL 'CB-REF-NUMBER' USING 'HL' WS-HOLD-ID

           EXEC SQL
              INSERT INTO ACCOUNT_HOLD
              (HOLD_ID, NO_REK, HOLD_AMOUNT, REASON_CODE,
               LEGAL_REF, EXPIRY_DATE, STATUS, PLACED_BY,
               PLACED_TS)
              VALUES
              (:WS-HOLD-ID, :WS-NO-REK, :WS-AMOUNT, 'P',
               :WS-MERCHANT-ID, :WS-HOLD-EXPIRY, 'A',
               :WS-TERMINAL-ID, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '96' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO CARD-PREAUTH-DONE
           END-IF

           EXEC SQL COMMIT END-EXEC
           ADD WS-AMOUNT TO WS-HOLD-TOTAL
           MOVE WS-HOLD-ID TO WS-RESP-ID-TRX
           MOVE '00' TO WS-RESP-CODE.
       CARD-PREAUTH-DONE.
           EXIT.

      *> The terminal quotes the pre-authorization's HOLD_ID in the
      *> WS-INQ-REF slot (the reference-from-an-earlier-phase slot
      *> the bill and interbank flows already use). The hold must be
      *> this account's, this merchant's, still active and not past
      *> its expiry. The final amount may differ from the authorized
      *> one either way - a fuel tank or a minibar bill is only
      *> known at the end - so it is held to the available balance
      *> with the hold's own earmark given back first. Release,
      *> debit and the QRIS_TRX sale row commit together; the
      *> release is an atomic claim on STATUS = 'A', so one
      *> pre-authorization completes exactly once.
       CARD-COMPLETION.
           MOVE WS-BILL-NO TO WS-MERCHANT-ID

           EXEC SQL
              SELECT HOLD_AMOUNT, COALESCE(EXPIRY_DATE, ' ')
              INTO :WS-HOLD-AMOUNT, :WS-HOLD-EXPIRY
              FROM ACCOUNT_HOLD
              WHERE HOLD_ID = :WS-INQ-REF
                AND NO_REK = :WS-NO-REK
                AND REASON_CODE = 'P'
                AND LEGAL_REF = :WS-MERCHANT-ID
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '25' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO CARD-COMPLETION-DONE
           END-IF

           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
             DELIMITED BY SIZE INTO WS-TODAY
           IF WS-HOLD-EXPIRY NOT = SPACES
              AND WS-HOLD-EXPIRY < WS-TODAY
              MOVE '54' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO CARD-COMPLETION-DONE
           END-IF

           SUBTRACT WS-HOLD-AMOUNT FROM WS-HOLD-TOTAL
           COMPUTE WS-AVAIL-SALDO =
              WS-SALDO - WS-MIN-SALDO + WS-OD-LIMIT - WS-HOLD-TOTAL
           IF WS-AMOUNT > WS-AVAIL-SALDO
              ADD WS-HOLD-AMOUNT TO WS-HOLD-TOTAL
              MOVE '51' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO CARD-COMPLETION-DONE
           END-IF

           EXEC SQL
              UPDATE ACCOUNT_HOLD
              SET STATUS = 'R',
                  RELEASED_BY = :WS-TERMINAL-ID,
                  RELEASED_TS = CURRENT TIMESTAMP
              WHERE HOLD_ID = :WS-INQ-REF
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              ADD WS-HOLD-AMOUNT TO WS-HOLD-TOTAL
              MOVE '25' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO CARD-COMPLETION-DONE
           END-IF

           CALL 'CB-REF-NUMBER' USING 'QR' WS-QR-ID

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO - :WS-AMOUNT
              WHERE NO_REK = :WS-NO-REK
           END-EXEC

           EXEC SQL
              INSERT INTO QRIS_TRX
              (QR_ID, MERCHANT_ID, NO_REK, AMOUNT, STATUS, PAY_TYPE,
               WAKTU)
              VALUES
              (:WS-QR-ID, :WS-MERCHANT-ID, :WS-NO-REK, :WS-AMOUNT,
               'S', :WS-PAY-TYPE, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              ADD WS-HOLD-AMOUNT TO WS-HOLD-TOTAL
              MOVE '96' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO CARD-COMPLETION-DONE
           END-IF

           EXEC SQL COMMIT END-EXEC
           COMPUTE WS-AFTER-SALDO = WS-SALDO - WS-AMOUNT
           MOVE '00' TO WS-RESP-CODE.
       CARD-COMPLETION-DONE.
           EXIT.

       INTERBANK-TRANSFER.
      *> No confirmed name inquiry, no transfer: the quoted
      *> WS-INQ-REF must be a fresh, UNUSED IB_NAME_INQ row for
              END-IF
           END-IF.

      *> Own-bank payment to a virtual account: the VA is resolved
      *> to the corporate's collection REKENING now, so a payer
      *> keying an unknown, expired, already-paid or wrong-amount
      *> VA is refused at the terminal with CB-VA-RESOLVE's answer
      *> and nothing is queued to be unwound later. A good one
      *> queues typed 'VA' with the owner as NO_REK_DST and the VA
      *> number kept in DST_ACCT_IB, and the corporate (or payer)
      *> name comes back for the receipt. CB-EXECUTOR checks the
      *> VA again at execution - a bill can be paid or expire
      *> while the item waits for its checkers.
       VA-TRANSFER.
           CALL 'CB-VA-RESOLVE'
             USING WS-DST-ACCT-IB WS-AMOUNT WS-VA-OWNER
                   WS-VA-NAME WS-RESP-CODE

           IF WS-RESP-CODE NOT = '00'
              EXEC SQL ROLLBACK END-EXEC
              GO TO VA-TRANSFER-DONE
           END-IF

           CALL 'CB-REF-NUMBER' USING 'TQ' WS-Q-ID
           EXEC SQL
              INSERT INTO TRX_QUEUE
              (ID_TRX, NO_REK_SRC, NO_REK_DST, AMOUNT, STATUS,
               MAKER_ID, TRX_TYPE, DST_BANK_CODE, DST_ACCT_IB,
               UPDATED_TS)
              VALUES
              (:WS-Q-ID, :WS-NO-REK, :WS-VA-OWNER,
               :WS-AMOUNT, 'M', 'ATM-SWITCH', 'VA',
               ' ', :WS-DST-ACCT-IB, CURRENT TIMESTAMP)
           END-EXEC
           EXEC SQL COMMIT END-EXEC
           MOVE WS-VA-NAME TO WS-RESP-NAME
           MOVE '00' TO WS-RESP-CODE.
       VA-TRANSFER-DONE.
           EXIT.

      *> The low-value immediate path: debit now, advice row now,
      *> money parked in suspense until the network confirms. The
      *> advice carries the posting's own surrogate key so the
           END-PERFORM

           EXEC SQL CLOSE MINI-CUR END-EXEC.

      *> The agent must be on AGENT_MASTER and active - '92' and '90'
      *> as an unknown or parked terminal gets - and may only offer
      *> what the Laku Pandai scheme allows: balance inquiry, cash
      *> out, cash in and bill payment (with its inquiry phase),
      *> anything else '58'. An agent never serves the float
      *> account it settles through. Every money movement must fit
      *> the agent's per-transaction limit and what is left of its
      *> daily limit - today's successful agent movements summed
      *> from AUDIT_LOG - or it answers '61' like any other limit.
       CHECK-AGENT.
           MOVE '00' TO WS-RESP-CODE

           IF WS-TRX-CODE NOT = '01' AND WS-TRX-CODE NOT = '02'
              AND WS-TRX-CODE NOT = '03' AND WS-TRX-CODE NOT = '05'
              AND WS-TRX-CODE NOT = '09'
              MOVE '58' TO WS-RESP-CODE
              GO TO CHECK-AGENT-EXIT
           END-IF

           EXEC SQL
              SELECT STATUS, FLOAT_REK, TRX_LIMIT, DAILY_LIMIT
              INTO :WS-AGENT-STATUS, :WS-AGENT-FLOAT,
                   :WS-AGENT-TRX-LIM, :WS-AGENT-DAY-LIM
              FROM AGENT_MASTER
              WHERE AGENT_ID = :WS-TERMINAL-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '92' TO WS-RESP-CODE
              GO TO CHECK-AGENT-EXIT
           END-IF

           IF WS-AGENT-STATUS NOT = 'A'
              MOVE '90' TO WS-RESP-CODE
              GO TO CHECK-AGENT-EXIT
           END-IF

           IF WS-AGENT-FLOAT = WS-NO-REK
              MOVE '58' TO WS-RESP-CODE
              GO TO CHECK-AGENT-EXIT
           END-IF

           IF WS-TRX-CODE = '01' OR WS-TRX-CODE = '09'
              GO TO CHECK-AGENT-EXIT
           END-IF

           IF WS-AMOUNT > WS-AGENT-TRX-LIM
              MOVE '61' TO WS-RESP-CODE
              GO TO CHECK-AGENT-EXIT
           END-IF

           MOVE SPACES TO WS-AGENT-TS-FROM
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2) " 00:00:00"
             DELIMITED BY SIZE INTO WS-AGENT-TS-FROM

           EXEC SQL
              SELECT COALESCE(SUM(AMOUNT), 0)
              INTO :WS-AGENT-USED
              FROM AUDIT_LOG
              WHERE TERMINAL_ID = :WS-TERMINAL-ID
                AND CHANNEL = 'AGENT'
                AND RESP_CODE = '00'
                AND TRX_CODE IN ('02', '03', '05')
                AND WAKTU >= :WS-AGENT-TS-FROM
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '91' TO WS-RESP-CODE
              GO TO CHECK-AGENT-EXIT
           END-IF

           IF WS-AGENT-USED + WS-AMOUNT > WS-AGENT-DAY-LIM
              MOVE '61' TO WS-RESP-CODE
           END-IF.
       CHECK-AGENT-EXIT.
           EXIT.

      *> Cash out at an agent: the customer is held to the same
      *> floor as any withdrawal, and the money leaves the customer
      *> for the agent's float account - the agent has already paid
      *> it out of their own till. Both legs commit together.
       AGENT-CASH-OUT.
           COMPUTE WS-AVAIL-SALDO =
              WS-SALDO - WS-MIN-SALDO + WS-OD-LIMIT - WS-HOLD-TOTAL
           IF WS-BASE-AMOUNT > WS-AVAIL-SALDO
              MOVE '51' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO AGENT-CASH-OUT-DONE
           END-IF

           EXEC SQL
              SELECT SALDO
              INTO :WS-FLOAT-SALDO
              FROM REKENING
              WHERE NO_REK = :WS-AGENT-FLOAT
                AND COALESCE(DORMANT, 'N') = 'N'
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '96' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO AGENT-CASH-OUT-DONE
           END-IF

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO - :WS-BASE-AMOUNT
              WHERE NO_REK = :WS-NO-REK
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '96' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO AGENT-CASH-OUT-DONE
           END-IF

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO + :WS-BASE-AMOUNT
              WHERE NO_REK = :WS-AGENT-FLOAT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '96' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO AGENT-CASH-OUT-DONE
           END-IF

           EXEC SQL COMMIT END-EXEC
           COMPUTE WS-AFTER-SALDO = WS-SALDO - WS-BASE-AMOUNT
           COMPUTE WS-FLOAT-AFTER = WS-FLOAT-SALDO + WS-BASE-AMOUNT
           MOVE 'AF' TO WS-FLOAT-TRX
           MOVE '00' TO WS-RESP-CODE.
       AGENT-CASH-OUT-DONE.
           EXIT.

      *> Cash in at an agent, the reverse motion: the agent's float
      *> pays for the customer's credit and so must itself cover it,
      *> under the float account's own product floor and holds. An
      *> agent whose float has run dry answers '51' and must top up
      *> at the branch before taking more cash in.
       AGENT-CASH-IN.
           EXEC SQL
              SELECT SALDO, MIN_SALDO, OD_LIMIT,
                     COALESCE(ACCT_TYPE, ' ')
              INTO :WS-FLOAT-SALDO, :WS-FLOAT-MIN, :WS-FLOAT-OD,
                   :WS-FLOAT-TYPE
              FROM REKENING
              WHERE NO_REK = :WS-AGENT-FLOAT
                AND COALESCE(DORMANT, 'N') = 'N'
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '96' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO AGENT-CASH-IN-DONE
           END-IF

           EXEC SQL
              SELECT MIN_BALANCE
              INTO :WS-FLOAT-PMIN
              FROM PRODUCT_MASTER
              WHERE PRODUCT_CODE = :WS-FLOAT-TYPE
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE = 0
              MOVE WS-FLOAT-PMIN TO WS-FLOAT-MIN
           END-IF

           CALL 'CB-HOLD-AMOUNT' USING WS-AGENT-FLOAT WS-FLOAT-HOLD
           COMPUTE WS-FLOAT-AVAIL =
              WS-FLOAT-SALDO - WS-FLOAT-MIN + WS-FLOAT-OD
              - WS-FLOAT-HOLD
           IF WS-AMOUNT > WS-FLOAT-AVAIL
              MOVE '51' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO AGENT-CASH-IN-DONE
           END-IF

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO - :WS-AMOUNT
              WHERE NO_REK = :WS-AGENT-FLOAT
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '96' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO AGENT-CASH-IN-DONE
           END-IF

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO + :WS-AMOUNT
              WHERE NO_REK = :WS-NO-REK
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '96' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO AGENT-CASH-IN-DONE
           END-IF

           EXEC SQL COMMIT END-EXEC
           COMPUTE WS-AFTER-SALDO = WS-SALDO + WS-AMOUNT
           COMPUTE WS-FLOAT-AFTER = WS-FLOAT-SALDO - WS-AMOUNT
           MOVE 'AD' TO WS-FLOAT-TRX
           MOVE '00' TO WS-RESP-CODE.
       AGENT-CASH-IN-DONE.
           EXIT.
