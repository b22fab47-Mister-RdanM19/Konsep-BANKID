              10 INCL-AMOUNT     PIC 9(11)V99.
              10 INCL-SENDER-REF PIC X(20).
              10 INCL-CHEQUE-NO  PIC 9(8).
      *> A credit addressed to a corporate virtual account carries
      *> the VA number here and INCL-NO-REK is ignored - the owning
      *> account comes from the VA register. Blank (including the
      *> shorter records senders without VA support still send,
      *> which LINE SEQUENTIAL pads) means an ordinary credit.
              10 INCL-VA-NO      PIC X(16).
      *> Likewise a credit the sender addressed by proxy alias
      *> (P=mobile number, E=e-mail) carries the alias here and is
      *> credited to whichever of our accounts it is live against.
              10 INCL-PROXY-TYPE  PIC X(1).
              10 INCL-PROXY-ALIAS PIC X(40).
           05 INCL-TRAILER REDEFINES INCL-DATA.
              10 INCL-TRL-COUNT  PIC 9(7).
              10 INCL-TRL-TOTAL  PIC 9(13)V99.
              10 FILLER          PIC X(82).

       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05 RET-AMOUNT      PIC 9(11)V99.
           05 RET-SENDER-REF  PIC X(20).
           05 RET-REASON      PIC X(30).
           05 RET-VA-NO       PIC X(16).
           05 RET-PROXY-TYPE  PIC X(1).
           05 RET-PROXY-ALIAS PIC X(40).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-IC-AMOUNT     PIC S9(11)V99 COMP-3.
       01 WS-DUP-CNT       PIC 9(7).
       01 WS-GARN-CNT      PIC 9(7).
       01 WS-BAL-CAP       PIC S9(13)V99 COMP-3.
       01 WS-SALDO         PIC S9(13)V99 COMP-3.
       01 WS-AFTER-BAL     PIC S9(13)V99 COMP-3.
       01 WS-ACCT-STATUS   PIC X(1).
       01 WS-WL-HIT        PIC X(1).
       01 WS-WL-HOLD-ID    PIC X(20).

       01 WS-VA-NAME       PIC X(30).
       01 WS-VA-RESP       PIC X(2).
       01 WS-PX-BANK       PIC X(4).
       01 WS-PX-ACCT       PIC X(16).
       01 WS-PX-ON-US      PIC X(1).
       01 WS-PX-RESP       PIC X(2).

       01 WS-LEAF-STATUS   PIC X(1).
       01 WS-MIN-SALDO     PIC S9(13)V99 COMP-3.
       01 WS-OD-LIMIT      PIC S9(13)V99 COMP-3.
              GO TO POST-ONE-CREDIT-EXIT
           END-IF

      *> A VA credit resolves to the corporate's collection account
      *> before any of the beneficiary checks below run against it.
      *> An unknown, expired, already-paid or wrong-amount VA goes
      *> back to the sender on the return file like any other
      *> unpostable credit - nothing is parked in suspense waiting
      *> for someone to guess whose it was.
           IF INCL-VA-NO NOT = SPACES
              MOVE INCL-AMOUNT TO WS-IC-AMOUNT
              CALL 'CB-VA-RESOLVE'
                USING INCL-VA-NO WS-IC-AMOUNT INCL-NO-REK
                      WS-VA-NAME WS-VA-RESP
              IF WS-VA-RESP NOT = '00'
                 EVALUATE WS-VA-RESP
                   WHEN '54'
                      MOVE 'VIRTUAL ACCOUNT EXPIRED' TO RET-REASON
                   WHEN '13'
                      MOVE 'VIRTUAL ACCOUNT AMOUNT MISMATCH'
                        TO RET-REASON
                   WHEN '94'
                      MOVE 'VIRTUAL ACCOUNT ALREADY PAID'
                        TO RET-REASON
                   WHEN OTHER
                      MOVE 'VIRTUAL ACCOUNT UNKNOWN' TO RET-REASON
                 END-EVALUATE
                 PERFORM WRITE-RETURN-ITEM
                 GO TO POST-ONE-CREDIT-EXIT
              END-IF
           END-IF

      *> An alias credit must resolve to an alias live here at 'A';
      *> one suspended, ported away or deleted since the sender
      *> looked it up goes back rather than guessing at an account.
           IF INCL-PROXY-ALIAS NOT = SPACES
              CALL 'CB-PROXY-RESOLVE'
                USING INCL-PROXY-TYPE INCL-PROXY-ALIAS WS-PX-BANK
                      WS-PX-ACCT WS-PX-ON-US WS-PX-RESP
              IF WS-PX-RESP NOT = '00' OR WS-PX-ON-US NOT = 'Y'
                 MOVE 'PROXY ALIAS NOT ACTIVE HERE' TO RET-REASON
                 PERFORM WRITE-RETURN-ITEM
                 GO TO POST-ONE-CREDIT-EXIT
              END-IF
              MOVE WS-PX-ACCT(1:6) TO INCL-NO-REK
           END-IF

           EXEC SQL
              SELECT SALDO, COALESCE(ACCT_STATUS, 'A')
              INTO :WS-SALDO, :WS-ACCT-STATUS
                    MOVE 'BENEFICIARY GARNISHED' TO RET-REASON
                    PERFORM WRITE-RETURN-ITEM
                 ELSE
      *> A beneficiary on a capped product (the basic savings
      *> account's regulatory ceiling) that this credit would lift
      *> past its cap goes back to the sender as well.
                 EXEC SQL
                    SELECT COALESCE(P.MAX_BALANCE, 0)
                    INTO :WS-BAL-CAP
                    FROM REKENING R, PRODUCT_MASTER P
                    WHERE R.NO_REK = :INCL-NO-REK
                      AND P.PRODUCT_CODE = R.ACCT_TYPE
                      AND P.STATUS = 'A'
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 0 TO WS-BAL-CAP
                 END-IF
                 IF WS-BAL-CAP > 0
                    AND WS-SALDO + INCL-AMOUNT > WS-BAL-CAP
                    EXEC SQL ROLLBACK END-EXEC
                    MOVE 'BENEFICIARY OVER BALANCE CAP' TO RET-REASON
                    PERFORM WRITE-RETURN-ITEM
                    GO TO POST-ONE-CREDIT-EXIT
                 END-IF

                 EXEC SQL
                    UPDATE REKENING
                    SET SALDO = SALDO + :INCL-AMOUNT
                         WS-AFTER-BAL INCL-SENDER-REF 'IDR'
                         WS-IC-AMOUNT WS-AUDIT-ID

                 IF INCL-VA-NO NOT = SPACES
                    CALL 'CB-VA-POSTED' USING INCL-VA-NO WS-AUDIT-ID
                    EXEC SQL COMMIT END-EXEC
                 END-IF

                 PERFORM SCREEN-BENEFICIARY
                         THRU SCREEN-BENEFICIARY-DONE

           EXIT.

       WRITE-RETURN-ITEM.
           MOVE INCL-NO-REK      TO RET-NO-REK
           MOVE INCL-AMOUNT      TO RET-AMOUNT
           MOVE INCL-SENDER-REF  TO RET-SENDER-REF
           MOVE INCL-VA-NO       TO RET-VA-NO
           MOVE INCL-PROXY-TYPE  TO RET-PROXY-TYPE
           MOVE INCL-PROXY-ALIAS TO RET-PROXY-ALIAS
           WRITE RETURN-RECORD
           ADD 1 TO WS-RETURN-CNT
           ADD INCL-AMOUNT TO WS-RETURN-AMT.
