       01 WS-DST-ACCT-IB PIC X(16).
       01 WS-REF-NO    PIC X(20).
       01 WS-IB-ID     PIC X(20).
       01 WS-VA-OWNER  PIC X(6).
       01 WS-VA-NAME   PIC X(30).
       01 WS-VA-RESP   PIC X(2).
       01 WS-RM-RESP   PIC X(2).

       01 WS-AP-ACTION    PIC X(1).
       01 WS-AP-NO-REK    PIC X(6).
       01 WS-HOLD-TOTAL  PIC S9(13)V99 COMP-3.
       01 WS-DST-SALDO PIC S9(13)V99 COMP-3.
       01 WS-DST-AFTER PIC S9(13)V99 COMP-3.
       01 WS-DST-CAP   PIC S9(13)V99 COMP-3.
       01 WS-XFER-RESP PIC X(2) VALUE '00'.
       01 WS-TERMINAL-ID PIC X(8) VALUE 'BACKOFFC'.
       01 WS-CHANNEL   PIC X(6) VALUE 'BATCH'.
              PERFORM EXEC-PROD-CONV THRU EXEC-PROD-CONV-EXIT
              GO TO PROCESS-ROW-DONE
           END-IF
           IF WS-TRX-TYPE = 'RT'
              PERFORM EXEC-REMITTANCE THRU EXEC-REMITTANCE-EXIT
              GO TO PROCESS-ROW-DONE
           END-IF

      *> A payment to a virtual account is re-resolved before any
      *> money moves: the VA may have been paid by someone else,
      *> expired or been cancelled - or its corporate moved to a
      *> different collection account - while the item sat with
      *> its checkers. A VA that no longer resolves to the queued
      *> owner fails the row untouched rather than crediting a
      *> payment the corporate would have to hand back.
           IF WS-TRX-TYPE = 'VA'
              MOVE WS-AMT TO WS-AMT-11
              CALL 'CB-VA-RESOLVE'
                USING WS-DST-ACCT-IB WS-AMT-11 WS-VA-OWNER
                      WS-VA-NAME WS-VA-RESP
              IF WS-VA-RESP NOT = '00' OR WS-VA-OWNER NOT = WS-DST
                 EXEC SQL
                    UPDATE TRX_QUEUE
                    SET STATUS = 'F',
                        REJECT_REASON =
                           'VIRTUAL ACCOUNT NOT PAYABLE AT EXECUTION',
                        UPDATED_TS = CURRENT TIMESTAMP
                    WHERE ID_TRX = :WS-ID-TRX
                 END-EXEC
                 ADD 1 TO WS-FAIL-CNT
                 GO TO PROCESS-ROW-DONE
              END-IF
           END-IF

           EXEC SQL
              SELECT SALDO, MIN_SALDO, OD_LIMIT
                       EXEC SQL ROLLBACK END-EXEC
                       PERFORM ROUTE-TO-EXCEPTION
                    ELSE
      *> A destination on a capped product (the basic savings
      *> account's regulatory ceiling) that this credit would lift
      *> past its cap fails the row with the source debit undone.
                       EXEC SQL
                          SELECT COALESCE(P.MAX_BALANCE, 0)
                          INTO :WS-DST-CAP
                          FROM REKENING R, PRODUCT_MASTER P
                          WHERE R.NO_REK = :WS-DST
                            AND P.PRODUCT_CODE = R.ACCT_TYPE
                            AND P.STATUS = 'A'
                       END-EXEC
                       IF SQLCODE NOT = 0
                          MOVE 0 TO WS-DST-CAP
                       END-IF
                       IF WS-DST-CAP > 0
                          AND WS-DST-SALDO + WS-AMT > WS-DST-CAP
                          EXEC SQL ROLLBACK END-EXEC
                          EXEC SQL
                             UPDATE TRX_QUEUE
                             SET STATUS = 'F',
                                 REJECT_REASON =
                                 'DESTINATION BALANCE CAP EXCEEDED',
                                 UPDATED_TS = CURRENT TIMESTAMP
                             WHERE ID_TRX = :WS-ID-TRX
                          END-EXEC
                          ADD 1 TO WS-FAIL-CNT
                          GO TO PROCESS-ROW-DONE
                       END-IF
                       EXEC SQL
                          UPDATE REKENING
                          SET SALDO = SALDO + :WS-AMT
                                     WS-DST-SALDO WS-DST-AFTER
                                     WS-NO-REF-TRX 'IDR' WS-AMT
                                     WS-AUDIT-ID
                             IF WS-TRX-TYPE = 'VA'
                                CALL 'CB-VA-POSTED'
                                  USING WS-DST-ACCT-IB WS-AUDIT-ID
                             END-IF
                             CALL 'CB-ALERT-GEN'
                               USING WS-SRC 'TF' WS-AMT-11
                             CALL 'CB-ALERT-GEN'
              END-IF
           END-IF.

      *> An approved outward remittance: REF_NO carries the
      *> REMIT_ID, and CB-REMIT-POST debits principal and fee at
      *> the rate frozen at capture, moves FX_POSITION and leaves
      *> the row at 'P' for CB-MT103-GEN. A remittance the account
      *> can no longer fund fails the queue row and the remittance
      *> row together, with nothing posted.
       EXEC-REMITTANCE.
           CALL 'CB-REMIT-POST'
             USING WS-REF-NO WS-TERMINAL-ID WS-CHANNEL WS-RM-RESP

           IF WS-RM-RESP NOT = '00'
              EXEC SQL ROLLBACK END-EXEC
              EXEC SQL
                 UPDATE TRX_QUEUE
                 SET STATUS = 'F',
                     REJECT_REASON =
                        'REMITTANCE NOT POSTABLE AT EXECUTION',
                     UPDATED_TS = CURRENT TIMESTAMP
                 WHERE ID_TRX = :WS-ID-TRX
              END-EXEC
              EXEC SQL
                 UPDATE OUTWARD_REMIT
                 SET STATUS = 'F'
                 WHERE REMIT_ID = :WS-REF-NO
                   AND STATUS = 'Q'
              END-EXEC
              ADD 1 TO WS-FAIL-CNT
              GO TO EXEC-REMITTANCE-EXIT
           END-IF

           EXEC SQL
              UPDATE TRX_QUEUE
              SET STATUS = 'S',
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE ID_TRX = :WS-ID-TRX
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'MARK-DONE' TO WS-EXC-STAGE
              MOVE SQLCODE TO WS-EXC-CODE
              EXEC SQL ROLLBACK END-EXEC
              PERFORM ROUTE-TO-EXCEPTION
           ELSE
              ADD 1 TO WS-OK-CNT
              ADD WS-AMT TO WS-OK-AMT
           END-IF.
       EXEC-REMITTANCE-EXIT.
           EXIT.

      *> The approved product conversion: the target product is
      *> re-validated at execution time (a product withdrawn
      *> between capture and approval routes to the exception
