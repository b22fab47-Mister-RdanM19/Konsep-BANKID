       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-PENSION-CLAWBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RET-FILE ASSIGN TO WS-RET-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RET-FILE.
       COPY PENRET.

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-RET-PATH     PIC X(200).
       01 WS-RET-STATUS   PIC X(2).
       01 WS-RET-CNT      PIC 9(7) VALUE 0.
       01 WS-RET-TOTAL    PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-PENDING-CNT  PIC 9(7).

       01 WS-FUND-REK     PIC X(6).
       01 WS-PEN-MONTH    PIC X(7).
       01 WS-PENSION-NO   PIC X(20).
       01 WS-NO-REK       PIC X(6).
       01 WS-CUST-ID      PIC X(20).
       01 WS-DEATH-DATE   PIC X(10).
       01 WS-CREDIT-AMT   PIC S9(11)V99 COMP-3.

       01 WS-CLAW-ID      PIC X(20).
       01 WS-HOLD-ID      PIC X(20).
       01 WS-REMAINING    PIC S9(11)V99 COMP-3.
       01 WS-OUR-HOLD     PIC S9(11)V99 COMP-3.
       01 WS-HOLD-TOTAL   PIC S9(13)V99 COMP-3.
       01 WS-REACHABLE    PIC S9(13)V99 COMP-3.
       01 WS-TAKE-AMT     PIC S9(11)V99 COMP-3.
       01 WS-FAILED       PIC X(1).

       01 WS-BEFORE-BAL   PIC S9(13)V99 COMP-3.
       01 WS-AFTER-BAL    PIC S9(13)V99 COMP-3.
       01 WS-FUND-BEFORE  PIC S9(13)V99 COMP-3.
       01 WS-FUND-AFTER   PIC S9(13)V99 COMP-3.
       01 WS-EVENT-RESP   PIC X(2) VALUE '00'.
       01 WS-TERMINAL-ID  PIC X(8) VALUE 'BACKOFFC'.
       01 WS-CHANNEL      PIC X(6) VALUE 'BATCH'.
       01 WS-AUDIT-ID     PIC X(20).

       01 WS-RT-REASON    PIC X(2).
       01 WS-RT-AMOUNT    PIC S9(11)V99 COMP-3.

       01 WS-ASSESS-CNT   PIC 9(7) VALUE 0.
       01 WS-ASSESS-TOTAL PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-RAISED-CNT   PIC 9(7) VALUE 0.
       01 WS-RECOVER-CNT  PIC 9(7) VALUE 0.
       01 WS-RECOVER-TOTAL PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-CLOSED-CNT   PIC 9(7) VALUE 0.
       01 WS-OWED-CNT     PIC 9(7) VALUE 0.
       01 WS-ERR-CNT      PIC 9(7) VALUE 0.

      *> Daily recovery of pension paid after a pensioner's death.
      *> The pension for the month of death is the pensioner's;
      *> every monthly credit for a later month that CB-PENSION-FILE
      *> queued - before CB-ESTATE-MAINT confirmed the death with
      *> its date - is owed back to the fund once it has actually
      *> posted (its TRX_QUEUE leg executed, 'S'). Credits still in
      *> flight are picked up on the night they post; a credit whose
      *> leg failed never reached the account and is not owed.
      *>
      *> Each posted over-credit is marked 'K' on PENSION_CREDIT and
      *> added to the one open PENSION_CLAWBACK for that account and
      *> fund, whose ACCOUNT_HOLD (reason 'R', legal ref the
      *> clawback) is raised to the amount still owed. The hold is
      *> what coordinates with the estate: CB-ESTATE-MAINT will not
      *> pay the heirs while any hold stands, so the fund is repaid
      *> before the estate is distributed. Then every open clawback
      *> takes what the account can give - its balance less any
      *> other hold, not its minimum balance, since the account is
      *> being wound up - debiting the deceased's account and
      *> crediting the fund's as audit code 'PK'. A clawback
      *> recovered in full is closed and its hold released; a part
      *> recovery shrinks the hold and waits for more money. Each
      *> clawback is one unit of work.
      *>
      *> The day's recoveries (KR) and the over-credits newly owed
      *> (KS, with the amount still outstanding) go to the fund on
      *> a return file, default PENCLAW-YYYYMMDD.DAT; no file is
      *> written on a day with nothing to report.
       PROCEDURE DIVISION.
           DISPLAY "BUSINESS DATE (YYYY-MM-DD, BLANK=CONTROL): "
                   WITH NO ADVANCING
           ACCEPT WS-BUS-DATE
           IF WS-BUS-DATE = SPACES
              EXEC SQL
                 SELECT CURR_BUS_DATE
                 INTO :WS-BUS-DATE
                 FROM BUSINESS_DATE
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY "NO BUSINESS_DATE CONTROL ROW - ABORT"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF

           DISPLAY "RETURN FILE PATH (BLANK=DEFAULT): "
                   WITH NO ADVANCING
           ACCEPT WS-RET-PATH
           IF WS-RET-PATH = SPACES
              STRING 'PENCLAW-' WS-BUS-DATE(1:4) WS-BUS-DATE(6:2)
                     WS-BUS-DATE(9:2) '.DAT' DELIMITED BY SIZE
                INTO WS-RET-PATH
           END-IF

           DISPLAY "==================================================="
           DISPLAY "PENSION CLAWBACK - " WS-BUS-DATE
           DISPLAY "==================================================="

           EXEC SQL
              DECLARE PKA-CUR CURSOR FOR
              SELECT PC.FUND_NO_REK, PC.PEN_MONTH, PC.PENSION_NO,
                     PC.NO_REK, PC.AMOUNT, N.CUST_ID,
                     CHAR(C.DEATH_DATE)
              FROM PENSION_CREDIT PC, PENSIONER N, CUST_MASTER C
              WHERE PC.STATUS = 'Q'
                AND N.PENSION_NO = PC.PENSION_NO
                AND C.CUST_ID = N.CUST_ID
                AND C.DECEASED = 'Y'
                AND C.DEATH_DATE IS NOT NULL
                AND PC.PEN_MONTH > SUBSTR(CHAR(C.DEATH_DATE), 1, 7)
                AND EXISTS
                    (SELECT 1
                     FROM TRX_QUEUE Q
                     WHERE Q.REF_NO = PC.BATCH_ID
                       AND Q.NO_REK_DST = PC.NO_REK
                       AND Q.AMOUNT = PC.AMOUNT
                       AND Q.STATUS = 'S')
              ORDER BY PC.NO_REK, PC.FUND_NO_REK, PC.PEN_MONTH
           END-EXEC

           EXEC SQL OPEN PKA-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH PKA-CUR
                 INTO :WS-FUND-REK, :WS-PEN-MONTH, :WS-PENSION-NO,
                      :WS-NO-REK, :WS-CREDIT-AMT, :WS-CUST-ID,
                      :WS-DEATH-DATE
              END-EXEC

              IF SQLCODE = 0
                 PERFORM ASSESS-ONE-CREDIT
                         THRU ASSESS-ONE-CREDIT-EXIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE PKA-CUR END-EXEC

           EXEC SQL
              DECLARE PKR-CUR CURSOR FOR
              SELECT CLAW_ID, NO_REK, FUND_NO_REK, HOLD_ID,
                     REMAINING
              FROM PENSION_CLAWBACK
              WHERE STATUS = 'O'
              ORDER BY CLAW_ID
           END-EXEC

           EXEC SQL OPEN PKR-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH PKR-CUR
                 INTO :WS-CLAW-ID, :WS-NO-REK, :WS-FUND-REK,
                      :WS-HOLD-ID, :WS-REMAINING
              END-EXEC

              IF SQLCODE = 0
                 PERFORM RECOVER-ONE-CLAWBACK
                         THRU RECOVER-ONE-CLAWBACK-EXIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE PKR-CUR END-EXEC

           PERFORM WRITE-RETURN-FILE THRU WRITE-RETURN-FILE-EXIT

           DISPLAY "---------------------------------------------------"
           DISPLAY "OVER-CREDITS ASSESSED : " WS-ASSESS-CNT
                   "  TOTAL " WS-ASSESS-TOTAL
           DISPLAY "  NEW CLAWBACKS       : " WS-RAISED-CNT
           DISPLAY "RECOVERIES POSTED     : " WS-RECOVER-CNT
                   "  TOTAL " WS-RECOVER-TOTAL
           DISPLAY "  CLAWBACKS CLOSED    : " WS-CLOSED-CNT
           DISPLAY "STILL OWED, NO FUNDS  : " WS-OWED-CNT
           DISPLAY "RETURN FILE LINES     : " WS-RET-CNT
           DISPLAY "FAILURES              : " WS-ERR-CNT
           DISPLAY "==================================================="

           IF WS-ERR-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *> One posted over-credit onto its account's open clawback,
      *> or a new one with its hold. Everything ends on a COMMIT or
      *> ROLLBACK so the cursor loop sees a clean SQLCODE.
       ASSESS-ONE-CREDIT.
           MOVE 'N' TO WS-FAILED

           EXEC SQL
              SELECT CLAW_ID, HOLD_ID
              INTO :WS-CLAW-ID, :WS-HOLD-ID
              FROM PENSION_CLAWBACK
              WHERE NO_REK = :WS-NO-REK
                AND FUND_NO_REK = :WS-FUND-REK
                AND STATUS = 'O'
           END-EXEC

           EVALUATE SQLCODE
             WHEN 0
                EXEC SQL
                   UPDATE PENSION_CLAWBACK
                   SET AMOUNT_DUE = AMOUNT_DUE + :WS-CREDIT-AMT,
                       REMAINING = REMAINING + :WS-CREDIT-AMT,
                       ASSESSED_DATE = :WS-BUS-DATE,
                       UPDATED_TS = CURRENT TIMESTAMP
                   WHERE CLAW_ID = :WS-CLAW-ID
                END-EXEC
                IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-FAILED
                END-IF
                EXEC SQL
                   UPDATE ACCOUNT_HOLD
                   SET HOLD_AMOUNT = HOLD_AMOUNT + :WS-CREDIT-AMT
                   WHERE HOLD_ID = :WS-HOLD-ID
                     AND STATUS = 'A'
                END-EXEC
                IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                   MOVE 'Y' TO WS-FAILED
                END-IF
             WHEN 100
                CALL 'CB-REF-NUMBER' USING 'PK' WS-CLAW-ID
                CALL 'CB-REF-NUMBER' USING 'HL' WS-HOLD-ID
                EXEC SQL
                   INSERT INTO ACCOUNT_HOLD
                   (HOLD_ID, NO_REK, HOLD_AMOUNT, REASON_CODE,
                    LEGAL_REF, EXPIRY_DATE, STATUS, PLACED_BY,
                    PLACED_TS)
                   VALUES
                   (:WS-HOLD-ID, :WS-NO-REK, :WS-CREDIT-AMT, 'R',
                    :WS-CLAW-ID, ' ', 'A', 'PENCLAW',
                    CURRENT TIMESTAMP)
                END-EXEC
                IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-FAILED
                END-IF
                EXEC SQL
                   INSERT INTO PENSION_CLAWBACK
                   (CLAW_ID, NO_REK, FUND_NO_REK, PENSION_NO,
                    CUST_ID, DEATH_DATE, AMOUNT_DUE, RECOVERED,
                    REMAINING, STATUS, HOLD_ID, RAISED_DATE,
                    ASSESSED_DATE, CREATED_TS, UPDATED_TS)
                   VALUES
                   (:WS-CLAW-ID, :WS-NO-REK, :WS-FUND-REK,
                    :WS-PENSION-NO, :WS-CUST-ID, :WS-DEATH-DATE,
                    :WS-CREDIT-AMT, 0, :WS-CREDIT-AMT, 'O',
                    :WS-HOLD-ID, :WS-BUS-DATE, :WS-BUS-DATE,
                    CURRENT TIMESTAMP, CURRENT TIMESTAMP)
                END-EXEC
                IF SQLCODE NOT = 0
                   MOVE 'Y' TO WS-FAILED
                ELSE
                   ADD 1 TO WS-RAISED-CNT
                END-IF
             WHEN OTHER
                MOVE 'Y' TO WS-FAILED
           END-EVALUATE

           IF WS-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "ASSESS FAILED " WS-PENSION-NO " "
                      WS-PEN-MONTH
              ADD 1 TO WS-ERR-CNT
              GO TO ASSESS-ONE-CREDIT-EXIT
           END-IF

           EXEC SQL
              UPDATE PENSION_CREDIT
              SET STATUS = 'K',
                  CLAW_ID = :WS-CLAW-ID
              WHERE FUND_NO_REK = :WS-FUND-REK
                AND PEN_MONTH = :WS-PEN-MONTH
                AND PENSION_NO = :WS-PENSION-NO
           END-EXEC
           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "ASSESS FAILED " WS-PENSION-NO " "
                      WS-PEN-MONTH
              ADD 1 TO WS-ERR-CNT
              GO TO ASSESS-ONE-CREDIT-EXIT
           END-IF

      *> The pensioner is closed to further files and to proof of
      *> life, whatever path the death took to get here.
           EXEC SQL
              UPDATE PENSIONER
              SET STATUS = 'D',
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE PENSION_NO = :WS-PENSION-NO
                AND STATUS <> 'D'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "ASSESS FAILED " WS-PENSION-NO " "
                      WS-PEN-MONTH
              ADD 1 TO WS-ERR-CNT
              GO TO ASSESS-ONE-CREDIT-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC

           ADD 1 TO WS-ASSESS-CNT
           ADD WS-CREDIT-AMT TO WS-ASSESS-TOTAL
           DISPLAY "OWED   " WS-PENSION-NO " " WS-PEN-MONTH " "
                   WS-NO-REK " " WS-CREDIT-AMT " " WS-CLAW-ID.
       ASSESS-ONE-CREDIT-EXIT.
           EXIT.

      *> Our own hold must not stop our own debit, so the reachable
      *> balance is SALDO less every other active hold.
       RECOVER-ONE-CLAWBACK.
           MOVE 'N' TO WS-FAILED

           EXEC SQL
              SELECT SALDO
              INTO :WS-BEFORE-BAL
              FROM REKENING
              WHERE NO_REK = :WS-NO-REK
              FOR UPDATE
           END-EXEC
           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "RECOVER FAILED " WS-CLAW-ID
                      " - ACCOUNT NOT FOUND"
              ADD 1 TO WS-ERR-CNT
              GO TO RECOVER-ONE-CLAWBACK-EXIT
           END-IF

           EXEC SQL
              SELECT HOLD_AMOUNT
              INTO :WS-OUR-HOLD
              FROM ACCOUNT_HOLD
              WHERE HOLD_ID = :WS-HOLD-ID
                AND STATUS = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-OUR-HOLD
           END-IF

           CALL 'CB-HOLD-AMOUNT' USING WS-NO-REK WS-HOLD-TOTAL
           COMPUTE WS-REACHABLE =
              WS-BEFORE-BAL - (WS-HOLD-TOTAL - WS-OUR-HOLD)

           IF WS-REACHABLE > WS-REMAINING
              MOVE WS-REMAINING TO WS-TAKE-AMT
           ELSE
              IF WS-REACHABLE > 0
                 MOVE WS-REACHABLE TO WS-TAKE-AMT
              ELSE
                 MOVE 0 TO WS-TAKE-AMT
              END-IF
           END-IF

           IF WS-TAKE-AMT = 0
              EXEC SQL COMMIT END-EXEC
              ADD 1 TO WS-OWED-CNT
              GO TO RECOVER-ONE-CLAWBACK-EXIT
           END-IF

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO - :WS-TAKE-AMT
              WHERE NO_REK = :WS-NO-REK
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FAILED
           END-IF
           COMPUTE WS-AFTER-BAL = WS-BEFORE-BAL - WS-TAKE-AMT

           EXEC SQL
              SELECT SALDO
              INTO :WS-FUND-BEFORE
              FROM REKENING
              WHERE NO_REK = :WS-FUND-REK
              FOR UPDATE
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FAILED
           END-IF

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO + :WS-TAKE-AMT
              WHERE NO_REK = :WS-FUND-REK
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FAILED
           END-IF
           COMPUTE WS-FUND-AFTER = WS-FUND-BEFORE + WS-TAKE-AMT

           EXEC SQL
              INSERT INTO PENSION_CLAW_TXN
              (CLAW_ID, BUS_DATE, AMOUNT, BEFORE_REMAINING,
               CREATED_TS)
              VALUES
              (:WS-CLAW-ID, :WS-BUS-DATE, :WS-TAKE-AMT,
               :WS-REMAINING, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FAILED
           END-IF

           SUBTRACT WS-TAKE-AMT FROM WS-REMAINING

           IF WS-REMAINING = 0
              EXEC SQL
                 UPDATE PENSION_CLAWBACK
                 SET RECOVERED = RECOVERED + :WS-TAKE-AMT,
                     REMAINING = 0,
                     STATUS = 'R',
                     CLOSED_DATE = :WS-BUS-DATE,
                     UPDATED_TS = CURRENT TIMESTAMP
                 WHERE CLAW_ID = :WS-CLAW-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-FAILED
              END-IF
              EXEC SQL
                 UPDATE ACCOUNT_HOLD
                 SET STATUS = 'R',
                     RELEASED_BY = 'PENCLAW',
                     RELEASED_TS = CURRENT TIMESTAMP
                 WHERE HOLD_ID = :WS-HOLD-ID
                   AND STATUS = 'A'
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE PENSION_CLAWBACK
                 SET RECOVERED = RECOVERED + :WS-TAKE-AMT,
                     REMAINING = :WS-REMAINING,
                     UPDATED_TS = CURRENT TIMESTAMP
                 WHERE CLAW_ID = :WS-CLAW-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-FAILED
              END-IF
              EXEC SQL
                 UPDATE ACCOUNT_HOLD
                 SET HOLD_AMOUNT = :WS-REMAINING
                 WHERE HOLD_ID = :WS-HOLD-ID
                   AND STATUS = 'A'
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'Y' TO WS-FAILED
           END-IF

           IF WS-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "RECOVER FAILED " WS-CLAW-ID
              ADD 1 TO WS-ERR-CNT
              GO TO RECOVER-ONE-CLAWBACK-EXIT
           END-IF

           CALL 'CB-AUDIT-LOG'
             USING WS-NO-REK 'PK' WS-TAKE-AMT WS-EVENT-RESP
                   WS-TERMINAL-ID WS-CHANNEL WS-BEFORE-BAL
                   WS-AFTER-BAL WS-CLAW-ID 'IDR' WS-TAKE-AMT
                   WS-AUDIT-ID
           CALL 'CB-AUDIT-LOG'
             USING WS-FUND-REK 'PK' WS-TAKE-AMT WS-EVENT-RESP
                   WS-TERMINAL-ID WS-CHANNEL WS-FUND-BEFORE
                   WS-FUND-AFTER WS-CLAW-ID 'IDR' WS-TAKE-AMT
                   WS-AUDIT-ID

           EXEC SQL COMMIT END-EXEC

           ADD 1 TO WS-RECOVER-CNT
           ADD WS-TAKE-AMT TO WS-RECOVER-TOTAL
           IF WS-REMAINING = 0
              ADD 1 TO WS-CLOSED-CNT
              DISPLAY "CLOSED " WS-CLAW-ID " " WS-NO-REK " "
                      WS-TAKE-AMT
           ELSE
              ADD 1 TO WS-OWED-CNT
              DISPLAY "PART   " WS-CLAW-ID " " WS-NO-REK " "
                      WS-TAKE-AMT " OWED " WS-REMAINING
           END-IF.
       RECOVER-ONE-CLAWBACK-EXIT.
           EXIT.

      *> Built from the committed tables: today's recoveries, and
      *> the clawbacks raised or grown today with what is still
      *> owed on them. A multi-fund file, so the header carries no
      *> fund; each line names its own.
       WRITE-RETURN-FILE.
           EXEC SQL
              SELECT (SELECT COUNT(*)
                      FROM PENSION_CLAW_TXN
                      WHERE BUS_DATE = :WS-BUS-DATE)
                   + (SELECT COUNT(*)
                      FROM PENSION_CLAWBACK
                      WHERE ASSESSED_DATE = :WS-BUS-DATE
                        AND STATUS = 'O')
              INTO :WS-PENDING-CNT
              FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-PENDING-CNT = 0
              GO TO WRITE-RETURN-FILE-EXIT
           END-IF

           OPEN OUTPUT RET-FILE
           IF WS-RET-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN RETURN FILE, STATUS "
                      WS-RET-STATUS " - SEE PENSION_CLAW_TXN"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              GO TO WRITE-RETURN-FILE-EXIT
           END-IF

           MOVE SPACES TO PENRET-RECORD
           MOVE 'H' TO PENRET-REC-TYPE
           MOVE 'K' TO PENRET-HDR-KIND
           MOVE WS-BUS-DATE TO PENRET-HDR-PERIOD
           WRITE PENRET-RECORD

           EXEC SQL
              DECLARE PKF-CUR CURSOR FOR
              SELECT K.PENSION_NO, K.NO_REK, K.FUND_NO_REK,
                     COALESCE((SELECT MIN(PC.PEN_MONTH)
                               FROM PENSION_CREDIT PC
                               WHERE PC.CLAW_ID = K.CLAW_ID), ' '),
                     T.AMOUNT, 'KR', CHAR(K.DEATH_DATE)
              FROM PENSION_CLAW_TXN T, PENSION_CLAWBACK K
              WHERE T.BUS_DATE = :WS-BUS-DATE
                AND K.CLAW_ID = T.CLAW_ID
              UNION ALL
              SELECT K.PENSION_NO, K.NO_REK, K.FUND_NO_REK,
                     COALESCE((SELECT MIN(PC.PEN_MONTH)
                               FROM PENSION_CREDIT PC
                               WHERE PC.CLAW_ID = K.CLAW_ID), ' '),
                     K.REMAINING, 'KS', CHAR(K.DEATH_DATE)
              FROM PENSION_CLAWBACK K
              WHERE K.ASSESSED_DATE = :WS-BUS-DATE
                AND K.STATUS = 'O'
              ORDER BY 3, 1, 6
           END-EXEC

           EXEC SQL OPEN PKF-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH PKF-CUR
                 INTO :WS-PENSION-NO, :WS-NO-REK, :WS-FUND-REK,
                      :WS-PEN-MONTH, :WS-RT-AMOUNT, :WS-RT-REASON,
                      :WS-DEATH-DATE
              END-EXEC
              IF SQLCODE = 0
                 MOVE SPACES TO PENRET-RECORD
                 MOVE 'D' TO PENRET-REC-TYPE
                 MOVE WS-PENSION-NO TO PENRET-PENSION-NO
                 MOVE WS-NO-REK TO PENRET-NO-REK
                 MOVE WS-FUND-REK TO PENRET-FUND-REK
                 MOVE WS-PEN-MONTH TO PENRET-PEN-MONTH
                 MOVE WS-RT-AMOUNT TO PENRET-AMOUNT
                 MOVE WS-RT-REASON TO PENRET-REASON
                 MOVE WS-DEATH-DATE TO PENRET-DEATH-DATE
                 WRITE PENRET-RECORD
                 ADD 1 TO WS-RET-CNT
                 ADD WS-RT-AMOUNT TO WS-RET-TOTAL
              END-IF
           END-PERFORM

           EXEC SQL CLOSE PKF-CUR END-EXEC

           MOVE SPACES TO PENRET-RECORD
           MOVE 'T' TO PENRET-REC-TYPE
           MOVE WS-RET-CNT TO PENRET-TRL-COUNT
           MOVE WS-RET-TOTAL TO PENRET-TRL-TOTAL
           WRITE PENRET-RECORD

           CLOSE RET-FILE
           DISPLAY "RETURN FILE WRITTEN   : " WS-RET-PATH.
       WRITE-RETURN-FILE-EXIT.
           EXIT.
