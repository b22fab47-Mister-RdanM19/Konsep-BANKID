       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-REMIT-RETURN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RMRESP-FILE ASSIGN TO WS-RMRESP-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RMRESP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RMRESP-FILE.
       01  RMRESP-RECORD.
           05 RMRESP-REMIT-ID PIC X(20).
           05 RMRESP-STATUS   PIC X(1).
      *> A = the correspondent confirmed the beneficiary was paid,
      *> R = rejected or returned (unknown account, closed account,
      *> beneficiary bank refused, ...).
           05 RMRESP-REASON   PIC X(40).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-RMRESP-PATH   PIC X(200).
       01 WS-RMRESP-STATUS PIC X(2).
       01 WS-EOF           PIC X(1) VALUE 'N'.

       01 WS-NO-REK        PIC X(6).
       01 WS-CURRENCY      PIC X(3).
       01 WS-AMOUNT-FC     PIC S9(11)V99 COMP-3.
       01 WS-AMOUNT-IDR    PIC S9(11)V99 COMP-3.
       01 WS-FX-VERSION    PIC X(20).
       01 WS-POST-ID-TRX   PIC X(20).
       01 WS-ROW-STATUS    PIC X(1).

       01 WS-SALDO         PIC S9(13)V99 COMP-3.
       01 WS-AFTER-BAL     PIC S9(13)V99 COMP-3.
       01 WS-RV-RESP       PIC X(2) VALUE '00'.
       01 WS-TERMINAL-ID   PIC X(8) VALUE 'BACKOFFC'.
       01 WS-CHANNEL       PIC X(6) VALUE 'BATCH'.
       01 WS-AUDIT-ID      PIC X(20).
       01 WS-POS-ID        PIC X(20).

       01 WS-CONFIRM-CNT   PIC 9(7) VALUE 0.
       01 WS-REFUND-CNT    PIC 9(7) VALUE 0.
       01 WS-REFUND-AMT    PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-UNKNOWN-CNT   PIC 9(7) VALUE 0.

      *> Processes the correspondents' answers to our MT103s, the
      *> remittance counterpart of CB-IB-RESPONSE. A confirmed item
      *> closes at 'C'. A rejected or returned item refunds the
      *> customer at the ORIGINAL rate - the IDR amount debited at
      *> posting, not today's equivalent - so the customer neither
      *> gains nor loses on a remittance that never arrived: SALDO
      *> is credited back, the bank's currency position is put back
      *> with a positive FX_POSITION row at the captured
      *> RATE_VERSION, and the refund is an 'RV' AUDIT_LOG entry
      *> whose REF_ID_TRX is the 'RT' posting, the same link
      *> CB-REVERSAL leaves, so the posting shows as reversed. The
      *> remittance fee stays collected. Only a sent ('S') or
      *> confirmed ('C') row can be returned - a correspondent may
      *> return funds after first confirming them - and the status
      *> claim means a replayed file cannot refund twice.
       PROCEDURE DIVISION.
           DISPLAY "CORRESPONDENT RESPONSE FILE PATH : "
                   WITH NO ADVANCING
           ACCEPT WS-RMRESP-PATH

           OPEN INPUT RMRESP-FILE
           IF WS-RMRESP-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN RESPONSE FILE, STATUS "
                      WS-RMRESP-STATUS
              STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              READ RMRESP-FILE
                 AT END MOVE 'Y' TO WS-EOF
              END-READ

              IF WS-EOF NOT = 'Y'
                 PERFORM PROCESS-ONE-RESPONSE
              END-IF
           END-PERFORM

           CLOSE RMRESP-FILE

           DISPLAY "==================================================="
           DISPLAY "OUTWARD REMITTANCE RESPONSE PROCESSING"
           DISPLAY "CONFIRMED          : " WS-CONFIRM-CNT
           DISPLAY "REFUNDED           : " WS-REFUND-CNT
                   "  TOTAL IDR " WS-REFUND-AMT
           DISPLAY "UNKNOWN/ALREADY DONE: " WS-UNKNOWN-CNT
           DISPLAY "==================================================="
           STOP RUN.

       PROCESS-ONE-RESPONSE.
           EXEC SQL
              SELECT NO_REK, CURRENCY_CODE, AMOUNT_FC, AMOUNT_IDR,
                     COALESCE(RATE_VERSION, ' '),
                     COALESCE(POST_ID_TRX, ' '), STATUS
              INTO :WS-NO-REK, :WS-CURRENCY, :WS-AMOUNT-FC,
                   :WS-AMOUNT-IDR, :WS-FX-VERSION, :WS-POST-ID-TRX,
                   :WS-ROW-STATUS
              FROM OUTWARD_REMIT
              WHERE REMIT_ID = :RMRESP-REMIT-ID
           END-EXEC

           IF SQLCODE NOT = 0
              OR (WS-ROW-STATUS NOT = 'S' AND WS-ROW-STATUS NOT = 'C')
              OR (RMRESP-STATUS = 'A' AND WS-ROW-STATUS NOT = 'S')
              ADD 1 TO WS-UNKNOWN-CNT
              DISPLAY "  SKIPPED: " RMRESP-REMIT-ID
                      " (NOT FOUND OR NOT OUTSTANDING)"
           ELSE
              IF RMRESP-STATUS = 'A'
                 EXEC SQL
                    UPDATE OUTWARD_REMIT
                    SET STATUS = 'C',
                        RESPONDED_TS = CURRENT TIMESTAMP
                    WHERE REMIT_ID = :RMRESP-REMIT-ID
                      AND STATUS = 'S'
                 END-EXEC
                 EXEC SQL COMMIT END-EXEC
                 ADD 1 TO WS-CONFIRM-CNT
              ELSE
                 PERFORM REFUND-ONE-ITEM THRU REFUND-ONE-ITEM-EXIT
              END-IF
           END-IF.

       REFUND-ONE-ITEM.
           EXEC SQL
              UPDATE OUTWARD_REMIT
              SET STATUS = 'R',
                  RESPONDED_TS = CURRENT TIMESTAMP,
                  RETURN_REASON = :RMRESP-REASON
              WHERE REMIT_ID = :RMRESP-REMIT-ID
                AND STATUS = :WS-ROW-STATUS
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-UNKNOWN-CNT
              DISPLAY "  SKIPPED: " RMRESP-REMIT-ID
                      " (ALREADY PROCESSED)"
              GO TO REFUND-ONE-ITEM-EXIT
           END-IF

           EXEC SQL
              SELECT SALDO
              INTO :WS-SALDO
              FROM REKENING
              WHERE NO_REK = :WS-NO-REK
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-UNKNOWN-CNT
              DISPLAY "  REFUND FAILED, ACCOUNT GONE: "
                      RMRESP-REMIT-ID
              GO TO REFUND-ONE-ITEM-EXIT
           END-IF

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO + :WS-AMOUNT-IDR
              WHERE NO_REK = :WS-NO-REK
           END-EXEC

           COMPUTE WS-AFTER-BAL = WS-SALDO + WS-AMOUNT-IDR

           CALL 'CB-AUDIT-LOG'
             USING WS-NO-REK 'RV' WS-AMOUNT-IDR WS-RV-RESP
                   WS-TERMINAL-ID WS-CHANNEL WS-SALDO
                   WS-AFTER-BAL WS-POST-ID-TRX WS-CURRENCY
                   WS-AMOUNT-FC WS-AUDIT-ID

           CALL 'CB-REF-NUMBER' USING 'FP' WS-POS-ID
           EXEC SQL
              INSERT INTO FX_POSITION
              (POS_ID, CURRENCY_CODE, AMOUNT_FC, AMOUNT_IDR,
               RATE_VERSION, ID_TRX, WAKTU)
              VALUES
              (:WS-POS-ID, :WS-CURRENCY, :WS-AMOUNT-FC,
               :WS-AMOUNT-IDR, :WS-FX-VERSION, :WS-AUDIT-ID,
               CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-UNKNOWN-CNT
              DISPLAY "  REFUND FAILED, POSITION NOT WRITTEN: "
                      RMRESP-REMIT-ID
              GO TO REFUND-ONE-ITEM-EXIT
           END-IF

           EXEC SQL
              UPDATE OUTWARD_REMIT
              SET REFUND_ID_TRX = :WS-AUDIT-ID
              WHERE REMIT_ID = :RMRESP-REMIT-ID
           END-EXEC

           EXEC SQL COMMIT END-EXEC

           ADD 1 TO WS-REFUND-CNT
           ADD WS-AMOUNT-IDR TO WS-REFUND-AMT
           DISPLAY "  REFUNDED: " RMRESP-REMIT-ID
                   "  NO_REK " WS-NO-REK
                   "  " WS-CURRENCY " " WS-AMOUNT-FC
                   "  IDR " WS-AMOUNT-IDR.
       REFUND-ONE-ITEM-EXIT.
           EXIT.
