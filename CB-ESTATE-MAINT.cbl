       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ACTION       PIC X(1).
      *> D=Report a customer deceased (pending, with the date of
      *> death), C=Confirm the flag (second person - this is the
      *> moment every channel shuts), P=Propose estate payout to a
      *> documented heir, X=Execute the payout (second person),
      *> I=Inquire.
       01 WS-SIGNON-OK  PIC X(1).
       01 WS-USER         PIC X(10).
       01 WS-CUST-ID      PIC X(20).
       01 WS-CUST-NAME    PIC X(40).
       01 WS-DECEASED     PIC X(1).
       01 WS-PEND-BY      PIC X(10).
       01 WS-DEATH-DATE   PIC X(10).
       01 WS-DATE-OK      PIC X(10).

       01 WS-PEN-CNT      PIC 9(5).
       01 WS-CLAW-CNT     PIC 9(5).
       01 WS-CLAW-OWED    PIC S9(13)V99 COMP-3.
       01 WS-INFLIGHT-CNT PIC 9(5).

       01 WS-REL-ID       PIC X(20).
       01 WS-NO-REK       PIC X(6).

           EVALUATE WS-ACTION
             WHEN 'D'
                PERFORM REPORT-DECEASED THRU REPORT-DECEASED-EXIT
             WHEN 'C'
                PERFORM CONFIRM-DECEASED
                        THRU CONFIRM-DECEASED-EXIT

           STOP RUN.

      *> The date of death comes with the report, from the death
      *> certificate: pension paid for any later month is owed back
      *> to the fund (CB-PENSION-CLAWBACK), so it must be a real
      *> date and not in the future. A pending report can be keyed
      *> again to correct it.
       REPORT-DECEASED.
           DISPLAY "CUST ID      : " WITH NO ADVANCING
           ACCEPT WS-CUST-ID
           DISPLAY "TGL WAFAT (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-DEATH-DATE

           MOVE SPACES TO WS-DATE-OK
           IF WS-DEATH-DATE NOT = SPACES
              EXEC SQL
                 SELECT CHAR(DATE(:WS-DEATH-DATE))
                 INTO :WS-DATE-OK
                 FROM SYSIBM.SYSDUMMY1
                 WHERE DATE(:WS-DEATH-DATE) <= CURRENT DATE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SPACES TO WS-DATE-OK
              END-IF
           END-IF

           IF WS-DATE-OK = SPACES
              DISPLAY "CAPTURE FAILED: DATE OF DEATH MISSING, "
                      "INVALID OR IN THE FUTURE"
              GO TO REPORT-DECEASED-EXIT
           END-IF

           EXEC SQL
              UPDATE CUST_MASTER
              SET DECEASED_PEND_BY = :WS-USER,
                  DECEASED_PEND_TS = CURRENT TIMESTAMP,
                  DEATH_DATE = :WS-DATE-OK
              WHERE CUST_ID = :WS-CUST-ID
                AND COALESCE(DECEASED, 'N') = 'N'
           END-EXEC
              DISPLAY "CAPTURE FAILED: CUSTOMER NOT FOUND OR "
                      "ALREADY FLAGGED"
           END-IF.
       REPORT-DECEASED-EXIT.
           EXIT.

       CONFIRM-DECEASED.
           DISPLAY "CUST ID      : " WITH NO ADVANCING
           ACCEPT WS-CUST-ID

           EXEC SQL
              SELECT COALESCE(DECEASED_PEND_BY, ' '),
                     COALESCE(CHAR(DEATH_DATE), ' ')
              INTO :WS-PEND-BY, :WS-DEATH-DATE
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
                AND COALESCE(DECEASED, 'N') = 'N'
              GO TO CONFIRM-DECEASED-EXIT
           END-IF

           IF WS-DEATH-DATE = SPACES
              DISPLAY "CONFIRM FAILED: NO DATE OF DEATH ON THE "
                      "REPORT - REPORT AGAIN WITH TGL WAFAT"
              GO TO CONFIRM-DECEASED-EXIT
           END-IF

           IF WS-PEND-BY = WS-USER
              DISPLAY "CONFIRM FAILED: REPORTER CANNOT CONFIRM "
                      "THEIR OWN REPORT"
                AND STATUS = 'A'
           END-EXEC

      *> A pensioner is closed to further pension files and proof of
      *> life at the same moment; what was already paid for months
      *> after the death is recovered by CB-PENSION-CLAWBACK.
           EXEC SQL
              UPDATE PENSIONER
              SET STATUS = 'D',
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE CUST_ID = :WS-CUST-ID
                AND STATUS <> 'D'
           END-EXEC
           MOVE 0 TO WS-PEN-CNT
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-PEN-CNT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "DECEASED FLAG CONFIRMED - DEBITS RESTRICTED, "
                   "CARDS BLOCKED"
           IF WS-PEN-CNT > 0
              DISPLAY "PENSIONER - PENSION STOPPED; PENSION PAID "
                      "AFTER " WS-DEATH-DATE(1:7)
                      " WILL BE CLAWED BACK TO THE FUND"
           END-IF.
       CONFIRM-DECEASED-EXIT.
           EXIT.

              GO TO PROPOSE-PAYOUT-EXIT
           END-IF

           PERFORM CHECK-PENSION-CLAWBACK
           IF WS-CLAW-CNT > 0 OR WS-INFLIGHT-CNT > 0
              DISPLAY "PROPOSE REJECTED: PENSION OVER-CREDIT STILL "
                      "OWED TO THE FUND"
              GO TO PROPOSE-PAYOUT-EXIT
           END-IF

           EXEC SQL
              SELECT SALDO INTO :WS-SALDO
              FROM REKENING
           ACCEPT WS-REL-ID

           EXEC SQL
              SELECT CUST_ID, NO_REK, HEIR_NO_REK, STATUS,
                     PROPOSED_BY
              INTO :WS-CUST-ID, :WS-NO-REK, :WS-HEIR-REK,
                   :WS-REL-STATUS, :WS-PROPOSED-BY
              FROM ESTATE_RELEASE
              WHERE REL_ID = :WS-REL-ID
           END-EXEC
              GO TO EXECUTE-PAYOUT-EXIT
           END-IF

      *> The clawback hold already blocks a posted over-credit
      *> below; this also covers a pension credit for a month after
      *> the death that is still on its way to the account.
           PERFORM CHECK-PENSION-CLAWBACK
           IF WS-CLAW-CNT > 0 OR WS-INFLIGHT-CNT > 0
              DISPLAY "EXECUTE FAILED: PENSION OVER-CREDIT STILL "
                      "OWED TO THE FUND - AWAIT CB-PENSION-CLAWBACK"
              GO TO EXECUTE-PAYOUT-EXIT
           END-IF

           EXEC SQL
              SELECT SALDO
              INTO :WS-SALDO

           EXEC SQL
              SELECT CUST_NAME, COALESCE(DECEASED, 'N'),
                     COALESCE(DECEASED_PEND_BY, ' '),
                     COALESCE(CHAR(DEATH_DATE), ' ')
              INTO :WS-CUST-NAME, :WS-DECEASED, :WS-PEND-BY,
                   :WS-DEATH-DATE
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC
              DISPLAY WS-CUST-NAME
              DISPLAY "DECEASED " WS-DECEASED
                      "  PENDING BY " WS-PEND-BY
                      "  DATE OF DEATH " WS-DEATH-DATE
              PERFORM CHECK-PENSION-CLAWBACK
              IF WS-CLAW-CNT > 0
                 DISPLAY "PENSION CLAWBACK OPEN - STILL OWED "
                         WS-CLAW-OWED
              END-IF
              IF WS-INFLIGHT-CNT > 0
                 DISPLAY "PENSION CREDITS AFTER DEATH IN FLIGHT: "
                         WS-INFLIGHT-CNT
              END-IF
           END-IF.

      *> Pension owed back to the fund for the customer: an open
      *> clawback, or a credit for a month after the death that is
      *> still being approved or executed (or posted and not yet
      *> assessed by tonight's CB-PENSION-CLAWBACK). Either way the
      *> heirs wait until the fund is whole - and a check that
      *> cannot be made counts as money still owed.
       CHECK-PENSION-CLAWBACK.
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(REMAINING), 0)
              INTO :WS-CLAW-CNT, :WS-CLAW-OWED
              FROM PENSION_CLAWBACK
              WHERE CUST_ID = :WS-CUST-ID
                AND STATUS = 'O'
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "PENSION CLAWBACK CHECK FAILED, SQLCODE "
                      SQLCODE
              MOVE 1 TO WS-CLAW-CNT
              MOVE 0 TO WS-CLAW-OWED
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-INFLIGHT-CNT
              FROM PENSION_CREDIT PC, PENSIONER N, CUST_MASTER C
              WHERE N.CUST_ID = :WS-CUST-ID
                AND PC.PENSION_NO = N.PENSION_NO
                AND C.CUST_ID = N.CUST_ID
                AND PC.STATUS = 'Q'
                AND C.DEATH_DATE IS NOT NULL
                AND PC.PEN_MONTH > SUBSTR(CHAR(C.DEATH_DATE), 1, 7)
                AND (EXISTS
                     (SELECT 1
                      FROM BATCH_HEADER B
                      WHERE B.BATCH_ID = PC.BATCH_ID
                        AND B.STATUS IN ('M', 'C1'))
                     OR EXISTS
                     (SELECT 1
                      FROM TRX_QUEUE Q
                      WHERE Q.REF_NO = PC.BATCH_ID
                        AND Q.NO_REK_DST = PC.NO_REK
                        AND Q.AMOUNT = PC.AMOUNT
                        AND Q.STATUS IN ('C2', 'S')))
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "PENSION CREDIT CHECK FAILED, SQLCODE "
                      SQLCODE
              MOVE 1 TO WS-INFLIGHT-CNT
           END-IF.
