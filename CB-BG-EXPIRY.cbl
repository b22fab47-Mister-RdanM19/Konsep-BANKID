       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-BG-EXPIRY.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-DATE-INT     PIC 9(8).
       01 WS-WARN-INT     PIC 9(8).
       01 WS-WARN-DATE    PIC X(10).
       01 WS-WARN-DAYS    PIC S9(5) COMP-3.

       01 WS-BG-ID        PIC X(20).
       01 WS-NO-REK       PIC X(6).
       01 WS-BG-TYPE      PIC X(2).
       01 WS-BENEFICIARY  PIC X(60).
       01 WS-CURRENCY     PIC X(3).
       01 WS-BG-AMOUNT    PIC S9(13)V99 COMP-3.
       01 WS-AMOUNT-IDR   PIC S9(13)V99 COMP-3.
       01 WS-EXPIRY-DATE  PIC X(10).
       01 WS-HOLD-ID      PIC X(20).
       01 WS-DAYS-LEFT    PIC S9(5) COMP-3.
       01 WS-PEND-CNT     PIC 9(5).
       01 WS-SALDO        PIC S9(13)V99 COMP-3.
       01 WS-EVENT-ID     PIC X(20).
       01 WS-JRN-ID       PIC X(20).
       01 WS-FAILED       PIC X(1).

       01 WS-EVENT-RESP   PIC X(2) VALUE '00'.
       01 WS-TERMINAL-ID  PIC X(8) VALUE 'BGEXPIRY'.
       01 WS-CHANNEL      PIC X(6) VALUE 'BATCH'.
       01 WS-AUDIT-ID     PIC X(20).
       01 WS-ZERO-AMT     PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-REL-CNT      PIC 9(7) VALUE 0.
       01 WS-REL-IDR      PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-HELD-CNT     PIC 9(7) VALUE 0.
       01 WS-WARN-CNT     PIC 9(7) VALUE 0.
       01 WS-WARN-IDR     PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-ERR-CNT      PIC 9(7) VALUE 0.

      *> The nightly pass over BANK_GUARANTEE. A live guarantee
      *> whose claim period (expiry plus CLAIM_DAYS) ended before
      *> the business date can no longer be called: it is released
      *> - margin hold freed, the off-balance-sheet contingent
      *> reversed Dr BG-CONTR / Cr BG-CONTG, a release event written
      *> by the batch - unless a claim lodged in time is still
      *> waiting for approval, in which case it is left for
      *> CB-BG-MAINT and listed. Any other motion still pending on
      *> a released guarantee lapses. The run then lists, for the
      *> trade desk, every live guarantee expiring within SYS_PARAM
      *> BG-EXPIRY-WARN-DAYS (default 30) and every one already past
      *> expiry but still inside its claim period, soonest first.
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

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-WARN-DAYS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'BG-EXPIRY-WARN-DAYS'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 30 TO WS-WARN-DAYS
           END-IF

           STRING WS-BUS-DATE(1:4) WS-BUS-DATE(6:2) WS-BUS-DATE(9:2)
             DELIMITED BY SIZE INTO WS-DATE-INT
           COMPUTE WS-WARN-INT = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-DATE-INT) + WS-WARN-DAYS)
           STRING WS-WARN-INT(1:4) "-" WS-WARN-INT(5:2) "-"
                  WS-WARN-INT(7:2)
             DELIMITED BY SIZE INTO WS-WARN-DATE

           DISPLAY "==================================================="
           DISPLAY "BANK GUARANTEE EXPIRY - " WS-BUS-DATE
           DISPLAY "==================================================="

           PERFORM RELEASE-LAPSED
           PERFORM LIST-EXPIRING

           DISPLAY "---------------------------------------------------"
           DISPLAY "RELEASED AT END OF CLAIM PERIOD : " WS-REL-CNT
           DISPLAY "  CONTINGENT REVERSED (IDR)     : " WS-REL-IDR
           DISPLAY "HELD FOR A PENDING CLAIM        : " WS-HELD-CNT
           DISPLAY "EXPIRING / IN CLAIM PERIOD      : " WS-WARN-CNT
           DISPLAY "  CONTINGENT (IDR)              : " WS-WARN-IDR
           DISPLAY "RELEASE FAILURES                : " WS-ERR-CNT
           DISPLAY "==================================================="

           IF WS-ERR-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *> DAYS(EXPIRY) + CLAIM_DAYS < DAYS(business date): the last
      *> day a claim could be lodged is behind us.
       RELEASE-LAPSED.
           EXEC SQL
              DECLARE BGX-CUR CURSOR FOR
              SELECT BG_ID, NO_REK, AMOUNT_IDR,
                     COALESCE(HOLD_ID, ' ')
              FROM BANK_GUARANTEE
              WHERE STATUS = 'A'
                AND DAYS(EXPIRY_DATE) + CLAIM_DAYS
                    < DAYS(:WS-BUS-DATE)
              ORDER BY BG_ID
           END-EXEC

           EXEC SQL OPEN BGX-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH BGX-CUR
                 INTO :WS-BG-ID, :WS-NO-REK, :WS-AMOUNT-IDR,
                      :WS-HOLD-ID
              END-EXEC

              IF SQLCODE = 0
                 PERFORM RELEASE-ONE THRU RELEASE-ONE-EXIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE BGX-CUR END-EXEC.

       RELEASE-ONE.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-PEND-CNT
              FROM BG_EVENT
              WHERE BG_ID = :WS-BG-ID
                AND EVENT_TYPE = 'CL'
                AND STATUS = 'P'
           END-EXEC

           IF WS-PEND-CNT > 0
              DISPLAY "HELD " WS-BG-ID " - CLAIM AWAITING APPROVAL"
              ADD 1 TO WS-HELD-CNT
              GO TO RELEASE-ONE-EXIT
           END-IF

           MOVE 'N' TO WS-FAILED

           IF WS-HOLD-ID NOT = SPACES
              EXEC SQL
                 UPDATE ACCOUNT_HOLD
                 SET STATUS = 'R',
                     RELEASED_BY = 'BG-EXPIRY',
                     RELEASED_TS = CURRENT TIMESTAMP
                 WHERE HOLD_ID = :WS-HOLD-ID
                   AND STATUS = 'A'
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 MOVE 'Y' TO WS-FAILED
              END-IF
           END-IF

           CALL 'CB-REF-NUMBER' USING 'GJ' WS-JRN-ID
           EXEC SQL
              INSERT INTO GL_JOURNAL
              (JRN_ID, BUS_DATE, DR_ACCOUNT, CR_ACCOUNT,
               AMOUNT, TRX_CODE, SRC_ID_TRX, CREATED_TS)
              VALUES
              (:WS-JRN-ID, :WS-BUS-DATE, 'BG-CONTR', 'BG-CONTG',
               :WS-AMOUNT-IDR, 'BG', :WS-BG-ID, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FAILED
           END-IF

           EXEC SQL
              UPDATE BG_EVENT
              SET STATUS = 'X'
              WHERE BG_ID = :WS-BG-ID
                AND STATUS = 'P'
           END-EXEC

           CALL 'CB-REF-NUMBER' USING 'BE' WS-EVENT-ID
           EXEC SQL
              INSERT INTO BG_EVENT
              (EVENT_ID, BG_ID, EVENT_TYPE, STATUS, BUS_DATE,
               OLD_AMOUNT, NEW_AMOUNT, OLD_EXPIRY, NEW_EXPIRY,
               NOTE, ENTERED_BY, ENTERED_TS, APPROVED_BY,
               APPROVED_TS)
              SELECT :WS-EVENT-ID, BG_ID, 'RL', 'A', :WS-BUS-DATE,
                     AMOUNT, 0, EXPIRY_DATE, EXPIRY_DATE,
                     'MASA KLAIM BERAKHIR', 'BG-EXPIRY',
                     CURRENT TIMESTAMP, 'BG-EXPIRY',
                     CURRENT TIMESTAMP
              FROM BANK_GUARANTEE
              WHERE BG_ID = :WS-BG-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FAILED
           END-IF

           EXEC SQL
              UPDATE BANK_GUARANTEE
              SET STATUS = 'R',
                  MARGIN_AMT = 0,
                  CLOSED_DATE = :WS-BUS-DATE
              WHERE BG_ID = :WS-BG-ID
                AND STATUS = 'A'
           END-EXEC
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE 'Y' TO WS-FAILED
           END-IF

           IF WS-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "RELEASE FAILED " WS-BG-ID
              ADD 1 TO WS-ERR-CNT
              GO TO RELEASE-ONE-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC

           IF WS-HOLD-ID NOT = SPACES
              EXEC SQL
                 SELECT SALDO INTO :WS-SALDO
                 FROM REKENING
                 WHERE NO_REK = :WS-NO-REK
              END-EXEC
              IF SQLCODE = 0
                 CALL 'CB-AUDIT-LOG'
                   USING WS-NO-REK 'HR' WS-ZERO-AMT WS-EVENT-RESP
                         WS-TERMINAL-ID WS-CHANNEL WS-SALDO
                         WS-SALDO WS-BG-ID 'IDR' WS-ZERO-AMT
                         WS-AUDIT-ID
              END-IF
           END-IF

           DISPLAY "RELEASED " WS-BG-ID "  REK " WS-NO-REK
                   "  IDR " WS-AMOUNT-IDR
           ADD 1 TO WS-REL-CNT
           ADD WS-AMOUNT-IDR TO WS-REL-IDR.
       RELEASE-ONE-EXIT.
           EXIT.

       LIST-EXPIRING.
           DISPLAY "EXPIRING BY " WS-WARN-DATE
                   " OR STILL IN CLAIM PERIOD:"
           DISPLAY "BG ID                TYPE REK    EXPIRES    "
                   "DAYS CUR AMOUNT / BENEFICIARY"

           EXEC SQL
              DECLARE BGW-CUR CURSOR FOR
              SELECT BG_ID, BG_TYPE, NO_REK, EXPIRY_DATE,
                     DAYS(EXPIRY_DATE) - DAYS(:WS-BUS-DATE),
                     CURRENCY_CODE, AMOUNT, AMOUNT_IDR, BENEFICIARY
              FROM BANK_GUARANTEE
              WHERE STATUS = 'A'
                AND EXPIRY_DATE <= :WS-WARN-DATE
              ORDER BY EXPIRY_DATE, BG_ID
           END-EXEC

           EXEC SQL OPEN BGW-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH BGW-CUR
                 INTO :WS-BG-ID, :WS-BG-TYPE, :WS-NO-REK,
                      :WS-EXPIRY-DATE, :WS-DAYS-LEFT, :WS-CURRENCY,
                      :WS-BG-AMOUNT, :WS-AMOUNT-IDR, :WS-BENEFICIARY
              END-EXEC

              IF SQLCODE = 0
                 DISPLAY WS-BG-ID " " WS-BG-TYPE "   " WS-NO-REK
                         " " WS-EXPIRY-DATE " " WS-DAYS-LEFT
                         " " WS-CURRENCY " " WS-BG-AMOUNT
                 DISPLAY "                     " WS-BENEFICIARY
                 ADD 1 TO WS-WARN-CNT
                 ADD WS-AMOUNT-IDR TO WS-WARN-IDR
              END-IF
           END-PERFORM

           EXEC SQL CLOSE BGW-CUR END-EXEC.
