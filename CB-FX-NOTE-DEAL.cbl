       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-FX-NOTE-DEAL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-MID-RATE     PIC S9(7)V9(6) COMP-3.
       01 WS-SPREAD       PIC S9(3)V9(4) COMP-3.
       01 WS-FX-VERSION   PIC X(20).
       01 WS-MID-IDR      PIC S9(11)V99 COMP-3.
       01 WS-SPREAD-IDR   PIC S9(11)V99 COMP-3.
       01 WS-ID-THRESHOLD PIC S9(13)V99 COMP-3.

       01 WS-DRAWER-FC    PIC S9(13)V99 COMP-3.
       01 WS-POS-FC       PIC S9(11)V99 COMP-3.
       01 WS-POS-IDR      PIC S9(11)V99 COMP-3.
       01 WS-POS-ID       PIC X(20).
       01 WS-JRN-ID       PIC X(20).

       01 WS-SALDO        PIC S9(13)V99 COMP-3.
       01 WS-MIN-SALDO    PIC S9(13)V99 COMP-3.
       01 WS-OD-LIMIT     PIC S9(13)V99 COMP-3.
       01 WS-DORMANT      PIC X(1).
       01 WS-ACCT-STATUS  PIC X(1).
       01 WS-ACCT-TYPE    PIC X(4).
       01 WS-PROD-MIN     PIC S9(13)V99 COMP-3.
       01 WS-HOLD-TOTAL   PIC S9(13)V99 COMP-3.
       01 WS-AVAIL-SALDO  PIC S9(13)V99 COMP-3.
       01 WS-DECEASED-CNT PIC 9(5).
       01 WS-AFTER-SALDO  PIC S9(13)V99 COMP-3.
       01 WS-POST-RESP    PIC X(2) VALUE '00'.
       01 WS-AUDIT-ID     PIC X(20).

       LINKAGE SECTION.
       01 WS-ND-ACTION    PIC X(1).
      *> Q = quote only (deal rate, IDR amount, whether the
      *> customer's identity is required - nothing is written),
      *> C = conclude the deal.
       01 WS-ND-SIDE      PIC X(1).
      *> B = the bank buys the customer's notes (pays IDR at bid),
      *> S = the bank sells notes to the customer (takes IDR at ask).
       01 WS-CURRENCY     PIC X(3).
       01 WS-AMOUNT-FC    PIC S9(11)V99 COMP-3.
       01 WS-ND-SETTLE    PIC X(1).
      *> C = rupiah cash across the counter, A = rupiah credited to
      *> or debited from the customer's account.
       01 WS-NO-REK       PIC X(6).
       01 WS-ID-NO        PIC X(20).
       01 WS-CUST-NAME    PIC X(40).
       01 WS-TERMINAL-ID  PIC X(8).
       01 WS-CHANNEL      PIC X(6).
       01 WS-DRAWER-ID    PIC X(6).
       01 WS-BUS-DATE     PIC X(10).
       01 WS-MAKER-ID     PIC X(10).
       01 WS-DEAL-RATE    PIC S9(7)V9(6) COMP-3.
       01 WS-AMOUNT-IDR   PIC S9(11)V99 COMP-3.
       01 WS-ID-REQUIRED  PIC X(1).
       01 WS-DEAL-ID      PIC X(20).
       01 WS-RESP-CODE    PIC X(2).

       PROCEDURE DIVISION USING
            WS-ND-ACTION WS-ND-SIDE WS-CURRENCY WS-AMOUNT-FC
            WS-ND-SETTLE WS-NO-REK WS-ID-NO WS-CUST-NAME
            WS-TERMINAL-ID WS-CHANNEL WS-DRAWER-ID WS-BUS-DATE
            WS-MAKER-ID WS-DEAL-RATE WS-AMOUNT-IDR WS-ID-REQUIRED
            WS-DEAL-ID WS-RESP-CODE.

      *> Foreign banknotes bought and sold over the counter. The
      *> bid and ask are FX_RATE_TABLE's mid rate less or plus the
      *> currency's NOTE_SPREAD percentage, both set through
      *> CB-FX-MAINT's propose/approve motion; a currency with no
      *> spread is not dealt as notes ('92'). The notes always
      *> cross the counter and move the drawer's own position in
      *> that currency (TELLER_DRAWER_FX); the rupiah side is
      *> either cash, which the teller's drawer book carries, or a
      *> posting to the customer's account as a 'BN' AUDIT_LOG
      *> entry in the note currency, held to the same gates every
      *> account debit is. The bank's currency position moves in
      *> FX_POSITION at the MID rate, so the revaluation sees only
      *> the position, and the spread - the difference between the
      *> mid value and what the customer paid or received - is
      *> booked to FX income in GL_JOURNAL at the time of the deal.
      *> At or above the FXN-ID-THRESH parameter (IDR) the deal
      *> needs the customer's identity on record; no parameter row
      *> means every deal does. One unit of work, committed here.
           MOVE 0 TO WS-DEAL-RATE
           MOVE 0 TO WS-AMOUNT-IDR
           MOVE 'N' TO WS-ID-REQUIRED
           MOVE SPACES TO WS-DEAL-ID
           MOVE SPACES TO WS-AUDIT-ID

           IF WS-CURRENCY = SPACES OR WS-CURRENCY = 'IDR'
              OR WS-AMOUNT-FC NOT > 0
              OR (WS-ND-SIDE NOT = 'B' AND WS-ND-SIDE NOT = 'S')
              OR (WS-ND-SETTLE NOT = 'C' AND WS-ND-SETTLE NOT = 'A')
              OR (WS-ND-ACTION NOT = 'Q' AND WS-ND-ACTION NOT = 'C')
              MOVE '30' TO WS-RESP-CODE
              GOBACK
           END-IF

           EXEC SQL
              SELECT RATE_TO_BASE, COALESCE(NOTE_SPREAD, 0),
                     COALESCE(RATE_VERSION, ' ')
              INTO :WS-MID-RATE, :WS-SPREAD, :WS-FX-VERSION
              FROM FX_RATE_TABLE
              WHERE CURRENCY_CODE = :WS-CURRENCY
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '97' TO WS-RESP-CODE
              GOBACK
           END-IF

           IF WS-SPREAD NOT > 0
              MOVE '92' TO WS-RESP-CODE
              GOBACK
           END-IF

           IF WS-ND-SIDE = 'B'
              COMPUTE WS-DEAL-RATE ROUNDED =
                 WS-MID-RATE * (100 - WS-SPREAD) / 100
           ELSE
              COMPUTE WS-DEAL-RATE ROUNDED =
                 WS-MID-RATE * (100 + WS-SPREAD) / 100
           END-IF

           COMPUTE WS-AMOUNT-IDR ROUNDED = WS-AMOUNT-FC * WS-DEAL-RATE
           COMPUTE WS-MID-IDR ROUNDED = WS-AMOUNT-FC * WS-MID-RATE
           IF WS-ND-SIDE = 'B'
              COMPUTE WS-SPREAD-IDR = WS-MID-IDR - WS-AMOUNT-IDR
           ELSE
              COMPUTE WS-SPREAD-IDR = WS-AMOUNT-IDR - WS-MID-IDR
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-ID-THRESHOLD
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'FXN-ID-THRESH'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 0 TO WS-ID-THRESHOLD
           END-IF

           IF WS-AMOUNT-IDR >= WS-ID-THRESHOLD
              MOVE 'Y' TO WS-ID-REQUIRED
           END-IF

           IF WS-ND-ACTION = 'Q'
              MOVE '00' TO WS-RESP-CODE
              GOBACK
           END-IF

           IF WS-ID-REQUIRED = 'Y'
              AND (WS-ID-NO = SPACES OR WS-CUST-NAME = SPACES)
              MOVE '30' TO WS-RESP-CODE
              GOBACK
           END-IF

      *> Notes can only be sold out of what the drawer holds in
      *> that currency: opening plus taken in less paid out.
           IF WS-ND-SIDE = 'S'
              EXEC SQL
                 SELECT OPEN_FC + IN_FC - OUT_FC
                 INTO :WS-DRAWER-FC
                 FROM TELLER_DRAWER_FX
                 WHERE DRAWER_ID = :WS-DRAWER-ID
                   AND BUS_DATE = :WS-BUS-DATE
                   AND CURRENCY_CODE = :WS-CURRENCY
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-DRAWER-FC < WS-AMOUNT-FC
                 MOVE '58' TO WS-RESP-CODE
                 GOBACK
              END-IF
           END-IF

           CALL 'CB-REF-NUMBER' USING 'FN' WS-DEAL-ID

           IF WS-ND-SETTLE = 'A'
              PERFORM POST-ACCOUNT-LEG THRU POST-ACCOUNT-LEG-DONE
              IF WS-RESP-CODE NOT = '00'
                 EXEC SQL ROLLBACK END-EXEC
                 GOBACK
              END-IF
           END-IF

           IF WS-ND-SIDE = 'B'
              EXEC SQL
                 UPDATE TELLER_DRAWER_FX
                 SET IN_FC = IN_FC + :WS-AMOUNT-FC
                 WHERE DRAWER_ID = :WS-DRAWER-ID
                   AND BUS_DATE = :WS-BUS-DATE
                   AND CURRENCY_CODE = :WS-CURRENCY
              END-EXEC
              IF SQLCODE = 0 AND SQLERRD(3) = 0
                 EXEC SQL
                    INSERT INTO TELLER_DRAWER_FX
                    (DRAWER_ID, BUS_DATE, CURRENCY_CODE, OPEN_FC,
                     IN_FC, OUT_FC)
                    VALUES
                    (:WS-DRAWER-ID, :WS-BUS-DATE, :WS-CURRENCY, 0,
                     :WS-AMOUNT-FC, 0)
                 END-EXEC
              END-IF
              MOVE WS-AMOUNT-FC TO WS-POS-FC
              MOVE WS-MID-IDR TO WS-POS-IDR
           ELSE
              EXEC SQL
                 UPDATE TELLER_DRAWER_FX
                 SET OUT_FC = OUT_FC + :WS-AMOUNT-FC
                 WHERE DRAWER_ID = :WS-DRAWER-ID
                   AND BUS_DATE = :WS-BUS-DATE
                   AND CURRENCY_CODE = :WS-CURRENCY
              END-EXEC
              COMPUTE WS-POS-FC = 0 - WS-AMOUNT-FC
              COMPUTE WS-POS-IDR = 0 - WS-MID-IDR
           END-IF

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              MOVE '96' TO WS-RESP-CODE
              GOBACK
           END-IF

           CALL 'CB-REF-NUMBER' USING 'FP' WS-POS-ID
           EXEC SQL
              INSERT INTO FX_POSITION
              (POS_ID, CURRENCY_CODE, AMOUNT_FC, AMOUNT_IDR,
               RATE_VERSION, ID_TRX, WAKTU)
              VALUES
              (:WS-POS-ID, :WS-CURRENCY, :WS-POS-FC,
               :WS-POS-IDR, :WS-FX-VERSION, :WS-DEAL-ID,
               CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              MOVE '96' TO WS-RESP-CODE
              GOBACK
           END-IF

      *> The spread is realized the moment the deal is done: the
      *> position is carried at mid, so on a purchase it is worth
      *> more than the rupiah paid out, and on a sale the rupiah
      *> taken in is more than the position given up.
           IF WS-SPREAD-IDR > 0
              CALL 'CB-REF-NUMBER' USING 'GJ' WS-JRN-ID
              EXEC SQL
                 INSERT INTO GL_JOURNAL
                 (JRN_ID, BUS_DATE, DR_ACCOUNT, CR_ACCOUNT,
                  AMOUNT, TRX_CODE, SRC_ID_TRX, CREATED_TS)
                 VALUES
                 (:WS-JRN-ID, :WS-BUS-DATE, 'FX-POS  ',
                  'FX-INC  ', :WS-SPREAD-IDR, 'FN', :WS-DEAL-ID,
                  CURRENT TIMESTAMP)
              END-EXEC
              IF SQLCODE NOT = 0
                 EXEC SQL ROLLBACK END-EXEC
                 MOVE '96' TO WS-RESP-CODE
                 GOBACK
              END-IF
           END-IF

           EXEC SQL
              INSERT INTO FX_NOTE_DEAL
              (DEAL_ID, BUS_DATE, DRAWER_ID, DEAL_SIDE, SETTLE_TYPE,
               CURRENCY_CODE, AMOUNT_FC, MID_RATE, DEAL_RATE,
               RATE_VERSION, AMOUNT_IDR, SPREAD_IDR, NO_REK,
               ID_NO, CUST_NAME, AUDIT_ID_TRX, MAKER_ID, CREATED_TS)
              VALUES
              (:WS-DEAL-ID, :WS-BUS-DATE, :WS-DRAWER-ID, :WS-ND-SIDE,
               :WS-ND-SETTLE, :WS-CURRENCY, :WS-AMOUNT-FC,
               :WS-MID-RATE, :WS-DEAL-RATE, :WS-FX-VERSION,
               :WS-AMOUNT-IDR, :WS-SPREAD-IDR, :WS-NO-REK,
               :WS-ID-NO, :WS-CUST-NAME, :WS-AUDIT-ID,
               :WS-MAKER-ID, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              MOVE '96' TO WS-RESP-CODE
              GOBACK
           END-IF

           EXEC SQL COMMIT END-EXEC
           MOVE '00' TO WS-RESP-CODE
           GOBACK.

      *> The rupiah leg on the customer's account: the same gates
      *> CB-CORE-ONLINE puts in front of every posting - live
      *> account, not dormant, no deceased holder - and, when the
      *> bank sells notes against the account, the rupiah must fit
      *> inside SALDO - floor + OD_LIMIT - holds.
       POST-ACCOUNT-LEG.
           EXEC SQL
              SELECT SALDO, MIN_SALDO, OD_LIMIT, DORMANT,
                     COALESCE(ACCT_STATUS, 'A'),
                     COALESCE(ACCT_TYPE, ' ')
              INTO :WS-SALDO, :WS-MIN-SALDO, :WS-OD-LIMIT,
                   :WS-DORMANT, :WS-ACCT-STATUS, :WS-ACCT-TYPE
              FROM REKENING
              WHERE NO_REK = :WS-NO-REK
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-ACCT-STATUS NOT = 'A'
              MOVE '14' TO WS-RESP-CODE
              GO TO POST-ACCOUNT-LEG-DONE
           END-IF

           IF WS-DORMANT = 'Y'
              MOVE '57' TO WS-RESP-CODE
              GO TO POST-ACCOUNT-LEG-DONE
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DECEASED-CNT
              FROM CUST_MASTER C, REKENING R
              WHERE R.NO_REK = :WS-NO-REK
                AND C.CUST_ID = R.CUST_ID
                AND C.DECEASED = 'Y'
           END-EXEC

           IF SQLCODE = 0 AND WS-DECEASED-CNT > 0
              MOVE '62' TO WS-RESP-CODE
              GO TO POST-ACCOUNT-LEG-DONE
           END-IF

           IF WS-ND-SIDE = 'S'
              EXEC SQL
                 SELECT MIN_BALANCE
                 INTO :WS-PROD-MIN
                 FROM PRODUCT_MASTER
                 WHERE PRODUCT_CODE = :WS-ACCT-TYPE
                   AND STATUS = 'A'
              END-EXEC

              IF SQLCODE = 0
                 MOVE WS-PROD-MIN TO WS-MIN-SALDO
              END-IF

              CALL 'CB-HOLD-AMOUNT' USING WS-NO-REK WS-HOLD-TOTAL
              COMPUTE WS-AVAIL-SALDO =
                 WS-SALDO - WS-MIN-SALDO + WS-OD-LIMIT
                 - WS-HOLD-TOTAL

              IF WS-AMOUNT-IDR > WS-AVAIL-SALDO
                 MOVE '51' TO WS-RESP-CODE
                 GO TO POST-ACCOUNT-LEG-DONE
              END-IF

              COMPUTE WS-AFTER-SALDO = WS-SALDO - WS-AMOUNT-IDR
           ELSE
              COMPUTE WS-AFTER-SALDO = WS-SALDO + WS-AMOUNT-IDR
           END-IF

           EXEC SQL
              UPDATE REKENING
              SET SALDO = :WS-AFTER-SALDO
              WHERE NO_REK = :WS-NO-REK
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '96' TO WS-RESP-CODE
              GO TO POST-ACCOUNT-LEG-DONE
           END-IF

           CALL 'CB-AUDIT-LOG'
             USING WS-NO-REK 'BN' WS-AMOUNT-IDR WS-POST-RESP
                   WS-TERMINAL-ID WS-CHANNEL WS-SALDO WS-AFTER-SALDO
                   WS-DEAL-ID WS-CURRENCY WS-AMOUNT-FC WS-AUDIT-ID

           MOVE '00' TO WS-RESP-CODE.
       POST-ACCOUNT-LEG-DONE.
           EXIT.
