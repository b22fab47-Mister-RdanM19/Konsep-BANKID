       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-REMIT-POST.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-NO-REK       PIC X(6).
       01 WS-CURRENCY     PIC X(3).
       01 WS-AMOUNT-FC    PIC S9(11)V99 COMP-3.
       01 WS-AMOUNT-IDR   PIC S9(11)V99 COMP-3.
       01 WS-FX-VERSION   PIC X(20).
       01 WS-FEE-AMOUNT   PIC S9(11)V99 COMP-3.
       01 WS-REMIT-STATUS PIC X(1).

       01 WS-SALDO        PIC S9(13)V99 COMP-3.
       01 WS-MIN-SALDO    PIC S9(13)V99 COMP-3.
       01 WS-OD-LIMIT     PIC S9(13)V99 COMP-3.
       01 WS-ACCT-TYPE    PIC X(4).
       01 WS-PROD-MIN     PIC S9(13)V99 COMP-3.
       01 WS-HOLD-TOTAL   PIC S9(13)V99 COMP-3.
       01 WS-AVAIL-SALDO  PIC S9(13)V99 COMP-3.
       01 WS-DEBIT-TOTAL  PIC S9(13)V99 COMP-3.
       01 WS-AFTER-SALDO  PIC S9(13)V99 COMP-3.
       01 WS-FEE-AFTER    PIC S9(13)V99 COMP-3.

       01 WS-POST-RESP    PIC X(2) VALUE '00'.
       01 WS-AUDIT-ID     PIC X(20).
       01 WS-FEE-AUDIT-ID PIC X(20).
       01 WS-POS-ID       PIC X(20).
       01 WS-POS-FC       PIC S9(11)V99 COMP-3.
       01 WS-POS-IDR      PIC S9(11)V99 COMP-3.

       LINKAGE SECTION.
       01 WS-REMIT-ID     PIC X(20).
       01 WS-TERMINAL-ID  PIC X(8).
       01 WS-CHANNEL      PIC X(6).
       01 WS-RESP-CODE    PIC X(2).

       PROCEDURE DIVISION USING
            WS-REMIT-ID WS-TERMINAL-ID WS-CHANNEL WS-RESP-CODE.

      *> The one place an outward remittance's money moves, called
      *> by CB-REMIT-CAPTURE for a remittance under the approval
      *> threshold and by CB-EXECUTOR for one a checker approved.
      *> The row must still be waiting ('N' just captured, 'Q'
      *> queued); the funds are re-checked against the same floor
      *> every debit is held to, because an approved item may find
      *> the account drawn down since capture. The IDR principal is
      *> debited at the rate frozen on the row and logged as 'RT'
      *> in the remittance currency, the fee follows as its own
      *> 'FE' entry, and the bank's currency position moves in
      *> FX_POSITION exactly as an ATM foreign-currency payout moves
      *> it - FC and IDR negative, the captured RATE_VERSION, tied
      *> to the 'RT' entry. The row then waits at 'P' for
      *> CB-MT103-GEN. No COMMIT here: the caller's unit of work
      *> (the capture, or the executor's per-row commit) decides.
           EXEC SQL
              SELECT NO_REK, CURRENCY_CODE, AMOUNT_FC, AMOUNT_IDR,
                     COALESCE(RATE_VERSION, ' '), FEE_AMOUNT, STATUS
              INTO :WS-NO-REK, :WS-CURRENCY, :WS-AMOUNT-FC,
                   :WS-AMOUNT-IDR, :WS-FX-VERSION, :WS-FEE-AMOUNT,
                   :WS-REMIT-STATUS
              FROM OUTWARD_REMIT
              WHERE REMIT_ID = :WS-REMIT-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '14' TO WS-RESP-CODE
              GOBACK
           END-IF

           IF WS-REMIT-STATUS NOT = 'N' AND WS-REMIT-STATUS NOT = 'Q'
              MOVE '94' TO WS-RESP-CODE
              GOBACK
           END-IF

           EXEC SQL
              SELECT SALDO, MIN_SALDO, OD_LIMIT,
                     COALESCE(ACCT_TYPE, ' ')
              INTO :WS-SALDO, :WS-MIN-SALDO, :WS-OD-LIMIT,
                   :WS-ACCT-TYPE
              FROM REKENING
              WHERE NO_REK = :WS-NO-REK
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '96' TO WS-RESP-CODE
              GOBACK
           END-IF

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
              WS-SALDO - WS-MIN-SALDO + WS-OD-LIMIT - WS-HOLD-TOTAL
           COMPUTE WS-DEBIT-TOTAL = WS-AMOUNT-IDR + WS-FEE-AMOUNT

           IF WS-DEBIT-TOTAL > WS-AVAIL-SALDO
              MOVE '51' TO WS-RESP-CODE
              GOBACK
           END-IF

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO - :WS-DEBIT-TOTAL
              WHERE NO_REK = :WS-NO-REK
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '96' TO WS-RESP-CODE
              GOBACK
           END-IF

           COMPUTE WS-AFTER-SALDO = WS-SALDO - WS-AMOUNT-IDR
           CALL 'CB-AUDIT-LOG'
             USING WS-NO-REK 'RT' WS-AMOUNT-IDR WS-POST-RESP
                   WS-TERMINAL-ID WS-CHANNEL WS-SALDO WS-AFTER-SALDO
                   WS-REMIT-ID WS-CURRENCY WS-AMOUNT-FC
                   WS-AUDIT-ID

           IF WS-FEE-AMOUNT > 0
              COMPUTE WS-FEE-AFTER = WS-AFTER-SALDO - WS-FEE-AMOUNT
              CALL 'CB-AUDIT-LOG'
                USING WS-NO-REK 'FE' WS-FEE-AMOUNT WS-POST-RESP
                      WS-TERMINAL-ID WS-CHANNEL WS-AFTER-SALDO
                      WS-FEE-AFTER WS-REMIT-ID 'IDR' WS-FEE-AMOUNT
                      WS-FEE-AUDIT-ID
           END-IF

           CALL 'CB-REF-NUMBER' USING 'FP' WS-POS-ID
           COMPUTE WS-POS-FC = 0 - WS-AMOUNT-FC
           COMPUTE WS-POS-IDR = 0 - WS-AMOUNT-IDR
           EXEC SQL
              INSERT INTO FX_POSITION
              (POS_ID, CURRENCY_CODE, AMOUNT_FC, AMOUNT_IDR,
               RATE_VERSION, ID_TRX, WAKTU)
              VALUES
              (:WS-POS-ID, :WS-CURRENCY, :WS-POS-FC,
               :WS-POS-IDR, :WS-FX-VERSION, :WS-AUDIT-ID,
               CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '96' TO WS-RESP-CODE
              GOBACK
           END-IF

      *> The status claim is conditional on the status read above,
      *> so two callers racing on one remittance post it once.
           EXEC SQL
              UPDATE OUTWARD_REMIT
              SET STATUS = 'P',
                  POST_ID_TRX = :WS-AUDIT-ID,
                  POSTED_TS = CURRENT TIMESTAMP
              WHERE REMIT_ID = :WS-REMIT-ID
                AND STATUS = :WS-REMIT-STATUS
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE '94' TO WS-RESP-CODE
              GOBACK
           END-IF

           MOVE '00' TO WS-RESP-CODE
           GOBACK.
