       01 WS-CURR-TS        PIC X(19).

       01 WS-TERM-STATUS    PIC X(1).
       01 WS-TERM-TYPE      PIC X(3).
       01 WS-TERM-MERCHANT  PIC X(16).

       01 WS-CTRL-CARD-ON   PIC X(1).
       01 WS-CTRL-ATM-ON    PIC X(1).
      *> runs ahead of even the cardless path: a token is as
      *> redeemable at a ghost terminal as a card is usable.
           EXEC SQL
              SELECT STATUS, MACHINE_TYPE, COALESCE(MERCHANT_ID, ' ')
              INTO :WS-TERM-STATUS, :WS-TERM-TYPE, :WS-TERM-MERCHANT
              FROM TERMINAL_MASTER
              WHERE TERMINAL_ID = :WS-TERMINAL-ID
           END-EXEC
              GOBACK
           END-IF

      *> Card purchases belong to a merchant's EDC and nothing else:
      *> '12' (sale), '13' (pre-authorization) and '14' (completion
      *> of a pre-authorization) are only taken from a POS terminal,
      *> and a POS terminal takes nothing but those - a '58', like
      *> a card forbidden the transaction. The merchant the sale is
      *> booked to is the terminal's own, from TERMINAL_MASTER, and
      *> rides to the core in the WS-BILL-NO slot exactly as a QRIS
      *> merchant id does, so card and QR sales land on the same
      *> QRIS_TRX settlement position.
           IF WS-TRX-CODE = '12' OR WS-TRX-CODE = '13'
              OR WS-TRX-CODE = '14'
              IF WS-TERM-TYPE NOT = 'POS'
                 MOVE '58' TO WS-RESP-CODE
                 GOBACK
              END-IF
              MOVE WS-TERM-MERCHANT TO WS-BILL-NO
           ELSE
              IF WS-TERM-TYPE = 'POS'
                 MOVE '58' TO WS-RESP-CODE
                 GOBACK
              END-IF
           END-IF

      *> A request carrying a withdrawal code instead of a card takes
      *> the cardless path and never touches HOTCARD/KARTU_ATM at all
      *> - there is no card to screen, no PIN to verify, and no
              GOBACK
           END-IF

      *> 'N' is a renewal successor issued by CB-CARD-RENEW and not
      *> yet activated: it is allowed as far as the PIN check, where
      *> its first good PIN makes it the live card.
           IF WS-CARD-STATUS NOT = 'A' AND WS-CARD-STATUS NOT = 'N'
              MOVE '55' TO WS-RESP-CODE
              GOBACK
           END-IF
              EXEC SQL COMMIT END-EXEC
           END-IF

      *> First good PIN on a renewal successor: CB-CARD-ACTIVATE
      *> makes it live and closes the card it replaces in one unit
      *> of work, so the customer walks away with exactly one live
      *> card whatever this transaction then does.
           IF WS-CARD-STATUS = 'N'
              CALL 'CB-CARD-ACTIVATE'
                USING WS-NO-KARTU WS-TERMINAL-ID WS-CHANNEL
                      WS-RESP-CODE
              IF WS-RESP-CODE NOT = '00'
                 GOBACK
              END-IF
              MOVE 'A' TO WS-CARD-STATUS
           END-IF

      *> Account resolution. A card enrolled in CARD_ACCT_LINK (via
      *> CB-CARD-MAINT) may carry several accounts; the customer's
      *> selection picks the link row, whose own enable flags then
      *> gate withdrawals (card purchases included - both spend the
      *> account's money through the card) and transfers per
      *> account. A card with no link rows is the one-account
      *> population: selection 1 means the KARTU_ATM account exactly
      *> as before, anything else is an account the card simply
      *> does not have.
           EXEC SQL
              SELECT NO_REK, ALLOW_WD, ALLOW_TRF
              INTO :WS-LINK-NO-REK, :WS-LINK-ALLOW-WD,

           IF SQLCODE = 0
              MOVE WS-LINK-NO-REK TO WS-NO-REK
              IF ((WS-TRX-CODE = '02' OR WS-TRX-CODE = '12'
                   OR WS-TRX-CODE = '13' OR WS-TRX-CODE = '14')
                  AND WS-LINK-ALLOW-WD NOT = 'Y')
                 OR (WS-TRX-CODE = '04'
                     AND WS-LINK-ALLOW-TRF NOT = 'Y')
                 MOVE '58' TO WS-RESP-CODE
      *> window still posts normally.
           IF WS-TRX-CODE = '02' OR WS-TRX-CODE = '03'
              OR WS-TRX-CODE = '04' OR WS-TRX-CODE = '05'
              OR WS-TRX-CODE = '12' OR WS-TRX-CODE = '13'
              EXEC SQL
                 SELECT PARAM_VALUE
                 INTO :WS-DUP-WINDOW
      *> the fraud desk's morning review.
           IF WS-TRX-CODE = '02' OR WS-TRX-CODE = '03'
              OR WS-TRX-CODE = '04' OR WS-TRX-CODE = '05'
              OR WS-TRX-CODE = '12' OR WS-TRX-CODE = '13'
              CALL 'CB-FRAUD-SCORE'
                USING WS-NO-KARTU WS-NO-REK WS-TRX-CODE WS-AMOUNT
                      WS-TERMINAL-ID WS-FRAUD-DECISION
