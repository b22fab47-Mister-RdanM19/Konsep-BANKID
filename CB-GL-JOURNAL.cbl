       01 WS-CLOSED-CNT   PIC 9(5).
       01 WS-TS-START     PIC X(19).
       01 WS-TS-END       PIC X(19).
       01 WS-TRX-DAY      PIC X(10).
       01 WS-EXIST-CNT    PIC 9(9).

       01 WS-ID-TRX       PIC X(20).
       01 WS-DR-ACCOUNT   PIC X(8).
       01 WS-CR-ACCOUNT   PIC X(8).
       01 WS-BILLER-CODE  PIC X(4).
       01 WS-BRANCH-ID    PIC X(4).
       01 WS-JRN-ID       PIC X(20).

       01 WS-JRN-CNT      PIC 9(9) VALUE 0.
      *> machines. An event with no mapping books to the UNMAPPED
      *> suspense pair and is counted loudly - silence is how
      *> spreadsheets crept in last time. The day refuses to
      *> generate twice. The day is the entries' BUS_DATE, not
      *> their clock time, so a withdrawal made during the batch
      *> window after the cut-off lands in the next day's journal.
      *> Each entry carries the home branch of the
      *> account that moved, so both legs land in one branch's
      *> ledger and CB-PERIOD-CLOSE can keep each branch's books
      *> balanced on their own.
       PROCEDURE DIVISION.
           DISPLAY "BUSINESS DATE (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-BUS-DATE
      *> The run-once guard must not trip over CB-FX-REVAL's own
      *> 'FX' journal entries - the two nightly jobs are not
      *> sequenced against each other, and a revaluation that ran
      *> first must not lock the whole day's journal out - nor over
      *> the 'FN' banknote spread entries the counters book as
      *> each deal is done, nor over the month-end 'CK' provisioning
      *> entries CB-CKPN-CALC books on the month's last night, nor
      *> over the 'WO' write-off and recovery entries CB-LOAN-MAINT
      *> books as each is approved, nor over the 'BG' contingent
      *> entries for bank guarantees (CB-BG-MAINT, CB-BG-EXPIRY).
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-EXIST-CNT
              FROM GL_JOURNAL
              WHERE BUS_DATE = :WS-BUS-DATE
                AND TRX_CODE NOT IN ('FX', 'FN', 'CK', 'WO', 'BG')
           END-EXEC

           IF WS-EXIST-CNT > 0
              STOP RUN
           END-IF

           EXEC SQL
              DECLARE JRN-CUR CURSOR FOR
              SELECT ID_TRX, NO_REK, TRX_CODE, CHANNEL, AMOUNT,
                     BEFORE_BAL, AFTER_BAL, CHAR(DATE(WAKTU))
              FROM AUDIT_LOG
              WHERE BUS_DATE = :WS-BUS-DATE
                AND RESP_CODE = '00'
                AND AFTER_BAL <> BEFORE_BAL
              ORDER BY WAKTU
                 FETCH JRN-CUR
                 INTO :WS-ID-TRX, :WS-NO-REK, :WS-TRX-CODE,
                      :WS-CHANNEL, :WS-AMOUNT, :WS-BEFORE-BAL,
                      :WS-AFTER-BAL, :WS-TRX-DAY
              END-EXEC

              IF SQLCODE = 0

      *> A bill payment settles into the biller's own payable line
      *> when the biller is known; the generic mapping covers the
      *> rest of the entry. BILLPAY_TRX carries clock time only, so
      *> the payment is looked for on the calendar day of the entry.
           IF WS-TRX-CODE = '05'
              STRING WS-TRX-DAY " 00:00:00" DELIMITED BY SIZE
                INTO WS-TS-START
              STRING WS-TRX-DAY " 23:59:59" DELIMITED BY SIZE
                INTO WS-TS-END
              EXEC SQL
                 SELECT BILLER_CODE
                 INTO :WS-BILLER-CODE
              END-IF
           END-IF

           EXEC SQL
              SELECT COALESCE(BRANCH_ID, ' ')
              INTO :WS-BRANCH-ID
              FROM REKENING
              WHERE NO_REK = :WS-NO-REK
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-BRANCH-ID
           END-IF

           CALL 'CB-REF-NUMBER' USING 'GJ' WS-JRN-ID

           EXEC SQL
              INSERT INTO GL_JOURNAL
              (JRN_ID, BUS_DATE, DR_ACCOUNT, CR_ACCOUNT, AMOUNT,
               TRX_CODE, SRC_ID_TRX, BRANCH_ID, CREATED_TS)
              VALUES
              (:WS-JRN-ID, :WS-BUS-DATE, :WS-DR-ACCOUNT,
               :WS-CR-ACCOUNT, :WS-MOVE-AMT, :WS-TRX-CODE,
               :WS-ID-TRX, :WS-BRANCH-ID, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE = 0
