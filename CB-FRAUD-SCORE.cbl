                   MOVE 'Y' TO WS-HIT-FLAG
                END-IF

      *> The account holder's online banking was signed on to from
      *> a device not bound to them in the last PARM1 hours
      *> (IB_DEVICE_LOGIN, written by CB-IBANK-REQ) - the stolen
      *> password tried on a new phone before the card is used.
             WHEN 'DEVICE'
                EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-WORK-CNT
                   FROM IB_DEVICE_LOGIN L, REKENING R
                   WHERE R.NO_REK = :WS-NO-REK
                     AND L.CUST_ID = R.CUST_ID
                     AND L.RESULT = 'U'
                     AND L.LOGIN_TS >= CURRENT TIMESTAMP
                                       - :WS-RULE-PARM HOURS
                END-EXEC
                IF SQLCODE = 0 AND WS-WORK-CNT > 0
                   MOVE 'Y' TO WS-HIT-FLAG
                END-IF

             WHEN OTHER
                CONTINUE
           END-EVALUATE
