
       01 WS-ACTION       PIC X(1).
      *> P=Propose loan, A=Approve (disburses), I=Inquire contract
      *> and schedule, R=propose a Restructure, S=approve a
      *> reStructure (replaces the open schedule), Q=payoff
      *> Quotation, Y=post a prepaYment (full payoff or partial),
      *> W=propose a Write-off, H=approve the write-off (Hapus
      *> buku), V=post a recoVery on a written-off loan.
       01 WS-SIGNON-OK  PIC X(1).
       01 WS-USER         PIC X(10).
       01 WS-LOAN-ID      PIC X(20).
       01 WS-INT-AMT      PIC S9(11)V99 COMP-3.
       01 WS-PRINC-AMT    PIC S9(11)V99 COMP-3.
       01 WS-TOTAL-AMT    PIC S9(11)V99 COMP-3.
       01 WS-GRACE        PIC 9(3) VALUE 0.
       01 WS-AMORT-TENOR  PIC 9(3).
       01 WS-INST-BASE    PIC 9(3) VALUE 0.
       01 WS-SCH-INST-NO  PIC 9(3).

       01 WS-YYYY         PIC 9(4).
       01 WS-MM           PIC 9(2).
       01 WS-SC-PAID      PIC S9(11)V99 COMP-3.
       01 WS-SC-STATUS    PIC X(1).

       01 WS-RST-ID       PIC X(20).
       01 WS-RST-STATUS   PIC X(1).
       01 WS-RST-PEND-CNT PIC 9(5).
       01 WS-OUTSTANDING  PIC S9(11)V99 COMP-3.
       01 WS-ARREARS-INT  PIC S9(11)V99 COMP-3.
       01 WS-ARREARS-CNT  PIC 9(3).
       01 WS-RST-BASE     PIC S9(11)V99 COMP-3.
       01 WS-CLASS        PIC 9(1).
       01 WS-TODAY        PIC X(10).
       01 WS-RESTRUCTURED PIC X(1).
       01 WS-RST-CNT      PIC 9(3).
       01 WS-RST-DATE     PIC X(10).

       01 WS-PRODUCT-CODE PIC X(4).
       01 WS-PROD-STATUS  PIC X(1).
       01 WS-EARLY-PCT    PIC S9(3)V9(4) COMP-3.
       01 WS-QUOTE-ID     PIC X(20).
       01 WS-QUOTE-STATUS PIC X(1).
       01 WS-PAYOFF-DATE  PIC X(10).
       01 WS-ACCRUE-FROM  PIC X(10).
       01 WS-APPROVED-DATE PIC X(10).
       01 WS-DATE-NUM     PIC 9(8).
       01 WS-FROM-DAYNO   PIC 9(7).
       01 WS-TO-DAYNO     PIC 9(7).
       01 WS-ACCRUE-DAYS  PIC S9(5) COMP-3.
       01 WS-ACCRUED-INT  PIC S9(11)V99 COMP-3.
       01 WS-PAY-PRINC    PIC S9(11)V99 COMP-3.
       01 WS-PAY-INT      PIC S9(11)V99 COMP-3.
       01 WS-PAY-FEE      PIC S9(11)V99 COMP-3.
       01 WS-PAY-TOTAL    PIC S9(11)V99 COMP-3.
       01 WS-PAY-TYPE     PIC X(1).
      *> F=Full payoff against a quotation, S=partial prepayment.
       01 WS-PAY-OPTION   PIC X(1).
      *> T=keep the installment, shorten the Tenor; I=keep the
      *> tenor, lower the Installment.
       01 WS-MIN-SALDO    PIC S9(13)V99 COMP-3.
       01 WS-OD-LIMIT     PIC S9(13)V99 COMP-3.
       01 WS-HOLD-TOTAL   PIC S9(13)V99 COMP-3.
       01 WS-AVAIL-SALDO  PIC S9(13)V99 COMP-3.
       01 WS-LEG-BEFORE   PIC S9(13)V99 COMP-3.
       01 WS-OPEN-CNT     PIC 9(3).
       01 WS-NEW-REMAIN   PIC 9(3).
       01 WS-FIRST-DUE    PIC X(10).
       01 WS-SCHED-FROM   PIC X(10) VALUE SPACES.
       01 WS-OFFICER-ID   PIC X(10).

       01 WS-WO-ID        PIC X(20).
       01 WS-WO-STATUS    PIC X(1).
       01 WS-WO-PEND-CNT  PIC 9(5).
       01 WS-WO-REASON    PIC X(60).
       01 WS-WO-PRINC     PIC S9(11)V99 COMP-3.
       01 WS-WO-INT       PIC S9(11)V99 COMP-3.
       01 WS-WO-RECOVERED PIC S9(13)V99 COMP-3.
       01 WS-WO-REMAIN    PIC S9(13)V99 COMP-3.
       01 WS-REC-ID       PIC X(20).
       01 WS-REC-AMT      PIC S9(11)V99 COMP-3.
       01 WS-BRANCH-ID    PIC X(4).
       01 WS-BUS-DATE     PIC X(10).
       01 WS-LOAN-GL      PIC X(8).
       01 WS-ALLOW-HELD   PIC S9(13)V99 COMP-3.
       01 WS-ALLOW-USED   PIC S9(13)V99 COMP-3.
       01 WS-LOSS-AMT     PIC S9(13)V99 COMP-3.
       01 WS-MEMO-AMT     PIC S9(13)V99 COMP-3.
       01 WS-JRN-ID       PIC X(20).

       01 WS-BMPK-ADD     PIC S9(13)V99 COMP-3.
       01 WS-BMPK-GROUP   PIC X(20).
       01 WS-BMPK-RELATED PIC X(1).
       01 WS-BMPK-EXPO    PIC S9(15)V99 COMP-3.
       01 WS-BMPK-LIMIT   PIC S9(15)V99 COMP-3.
       01 WS-BMPK-RESULT  PIC X(1).

       01 WS-EVENT-RESP   PIC X(2) VALUE '00'.
       01 WS-TERMINAL-ID  PIC X(8) VALUE 'LOANMNT1'.
       01 WS-CHANNEL      PIC X(6) VALUE 'BRANCH'.
      *> posting, and the full annuity amortization schedule is
      *> written at approval so CB-LOAN-COLLECT has every due date
      *> and split in hand before the first installment falls due.
      *> A borrower in difficulty is restructured the same way, by
      *> proposal and a second person's approval: the outstanding
      *> principal plus the interest of every installment already
      *> in arrears becomes the new principal, amortized over a new
      *> tenor at a new rate after an optional interest-only grace
      *> period, and the open LOAN_SCHEDULE rows are superseded
      *> ('R'), not deleted, so the history stays on the loan.
      *> A borrower paying off early is first given a quotation -
      *> outstanding principal, interest accrued to the payoff date
      *> and the early-settlement fee of the loan's product - good
      *> until that date, and the payoff is posted against it. A
      *> partial prepayment goes straight to principal and the
      *> remaining schedule is regenerated, shorter or with a lower
      *> installment as the customer chooses. Principal, interest
      *> and fee each post under their own AUDIT_LOG code ('PP',
      *> 'PI', 'PF') so CB-GL-JOURNAL books them to their own
      *> accounts.
      *> A class-5 loan past saving is written off (hapus buku) by
      *> proposal and a second person's approval: the outstanding
      *> principal comes off the books against the CKPN allowance
      *> held for it (any shortfall straight to provision expense),
      *> the loan and its open schedule rows leave the live book
      *> ('W'), its collection worklist items are closed, and the
      *> principal and unpaid interest move to the extracomptable
      *> register LOAN_WRITEOFF and its memo accounts. Whatever the
      *> debtor pays afterwards is a recovery against that register,
      *> debited from the repayment REKENING as a 'WR' AUDIT_LOG
      *> entry that CB-GL-JOURNAL books to recovery income.
      *> No loan is disbursed that would take the borrower, with its
      *> connected-party group, over the legal lending limit (BMPK):
      *> approval asks CB-BMPK-CHECK first and is refused on a
      *> breach or when the limit parameters are not on file.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-LOAN-MNT ' 'SU' WS-USER WS-SIGNON-OK
              STOP RUN
           END-IF

           DISPLAY "ACTION (P=PROPOSE, A=APPROVE, I=INQUIRE, "
                   "R=PROPOSE RESTRUCTURE, S=APPROVE RESTRUCTURE, "
                   "Q=PAYOFF QUOTE, Y=PREPAYMENT, "
                   "W=PROPOSE WRITE-OFF, H=APPROVE WRITE-OFF, "
                   "V=RECOVERY): "
                   WITH NO ADVANCING
           ACCEPT WS-ACTION

                PERFORM APPROVE-LOAN THRU APPROVE-LOAN-EXIT
             WHEN 'I'
                PERFORM INQUIRE-LOAN
             WHEN 'R'
                PERFORM PROPOSE-RESTRUCTURE
                        THRU PROPOSE-RESTRUCTURE-EXIT
             WHEN 'S'
                PERFORM APPROVE-RESTRUCTURE
                        THRU APPROVE-RESTRUCTURE-EXIT
             WHEN 'Q'
                PERFORM PAYOFF-QUOTE THRU PAYOFF-QUOTE-EXIT
             WHEN 'Y'
                PERFORM POST-PREPAYMENT THRU POST-PREPAYMENT-EXIT
             WHEN 'W'
                PERFORM PROPOSE-WRITEOFF THRU PROPOSE-WRITEOFF-EXIT
             WHEN 'H'
                PERFORM APPROVE-WRITEOFF THRU APPROVE-WRITEOFF-EXIT
             WHEN 'V'
                PERFORM POST-RECOVERY THRU POST-RECOVERY-EXIT
             WHEN OTHER
                DISPLAY "INVALID ACTION"
           END-EVALUATE
           ACCEPT WS-RATE
           DISPLAY "TENOR (BULAN): " WITH NO ADVANCING
           ACCEPT WS-TENOR
           DISPLAY "PRODUK (BLANK=TANPA): " WITH NO ADVANCING
           ACCEPT WS-PRODUCT-CODE
           DISPLAY "ACCOUNT OFFICER (BLANK=SAYA): " WITH NO ADVANCING
           ACCEPT WS-OFFICER-ID
           IF WS-OFFICER-ID = SPACES
              MOVE WS-USER TO WS-OFFICER-ID
           END-IF

           IF WS-PRINCIPAL <= 0 OR WS-TENOR = 0
              DISPLAY "PROPOSE REJECTED: PRINCIPAL AND TENOR MUST "
              GO TO PROPOSE-LOAN-EXIT
           END-IF

      *> The product carries the contract terms that outlive the
      *> proposal, such as the early-settlement fee.
           IF WS-PRODUCT-CODE NOT = SPACES
              EXEC SQL
                 SELECT STATUS INTO :WS-PROD-STATUS
                 FROM PRODUCT_MASTER
                 WHERE PRODUCT_CODE = :WS-PRODUCT-CODE
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-PROD-STATUS NOT = 'A'
                 DISPLAY "PROPOSE REJECTED: PRODUCT NOT FOUND OR "
                         "NOT ACTIVE"
                 GO TO PROPOSE-LOAN-EXIT
              END-IF
           END-IF

           PERFORM COMPUTE-INSTALLMENT

           CALL 'CB-REF-NUMBER' USING 'LN' WS-LOAN-ID
              INSERT INTO LOAN_MASTER
              (LOAN_ID, CUST_ID, NO_REK, PRINCIPAL, ANNUAL_RATE,
               TENOR_MONTHS, INSTALLMENT_AMT, OUTSTANDING_PRINC,
               STATUS, PROPOSED_BY, PROPOSED_TS, PRODUCT_CODE,
               OFFICER_ID)
              VALUES
              (:WS-LOAN-ID, :WS-CUST-ID, :WS-NO-REK, :WS-PRINCIPAL,
               :WS-RATE, :WS-TENOR, :WS-INSTALLMENT, :WS-PRINCIPAL,
               'P', :WS-USER, CURRENT TIMESTAMP, :WS-PRODUCT-CODE,
               :WS-OFFICER-ID)
           END-EXEC

           EXEC SQL COMMIT END-EXEC
           ACCEPT WS-LOAN-ID

           EXEC SQL
              SELECT NO_REK, CUST_ID, PRINCIPAL, ANNUAL_RATE,
                     TENOR_MONTHS, INSTALLMENT_AMT, STATUS,
                     PROPOSED_BY
              INTO :WS-NO-REK, :WS-CUST-ID, :WS-PRINCIPAL, :WS-RATE,
                   :WS-TENOR, :WS-INSTALLMENT, :WS-LOAN-STATUS,
                   :WS-PROPOSED-BY
              FROM LOAN_MASTER
              WHERE LOAN_ID = :WS-LOAN-ID
           END-EXEC
              GO TO APPROVE-LOAN-EXIT
           END-IF

           MOVE WS-PRINCIPAL TO WS-BMPK-ADD
           CALL 'CB-BMPK-CHECK'
             USING WS-CUST-ID WS-BMPK-ADD WS-BMPK-GROUP
                   WS-BMPK-RELATED WS-BMPK-EXPO WS-BMPK-LIMIT
                   WS-BMPK-RESULT

           IF WS-BMPK-RESULT = 'E'
              DISPLAY "APPROVE FAILED: BMPK LIMIT PARAMETERS NOT SET"
              GO TO APPROVE-LOAN-EXIT
           END-IF

           IF WS-BMPK-RESULT NOT = 'Y'
              DISPLAY "APPROVE FAILED: BMPK EXCEEDED - EXPOSURE "
                      WS-BMPK-EXPO " LIMIT " WS-BMPK-LIMIT
              IF WS-BMPK-GROUP NOT = SPACES
                 DISPLAY "  GROUP " WS-BMPK-GROUP
                         " RELATED PARTY " WS-BMPK-RELATED
              END-IF
              GO TO APPROVE-LOAN-EXIT
           END-IF

           EXEC SQL
              SELECT SALDO
              INTO :WS-SALDO

           EXEC SQL
              SELECT NO_REK, PRINCIPAL, ANNUAL_RATE, TENOR_MONTHS,
                     INSTALLMENT_AMT, OUTSTANDING_PRINC, STATUS,
                     COALESCE(RESTRUCTURED, 'N'),
                     COALESCE(RESTRUCT_CNT, 0),
                     COALESCE(RESTRUCT_DATE, ' ')
              INTO :WS-NO-REK, :WS-PRINCIPAL, :WS-RATE, :WS-TENOR,
                   :WS-INSTALLMENT, :WS-BALANCE, :WS-LOAN-STATUS,
                   :WS-RESTRUCTURED, :WS-RST-CNT, :WS-RST-DATE
              FROM LOAN_MASTER
              WHERE LOAN_ID = :WS-LOAN-ID
           END-EXEC
              DISPLAY "ANGSURAN " WS-INSTALLMENT
                      "  SISA POKOK " WS-BALANCE
                      "  STATUS " WS-LOAN-STATUS
              IF WS-RESTRUCTURED = 'Y'
                 DISPLAY "RESTRUKTURISASI KE-" WS-RST-CNT
                         "  TERAKHIR " WS-RST-DATE
              END-IF

              EXEC SQL
                 DECLARE SCH-CUR CURSOR FOR
      *> degenerates to straight principal division instead of
      *> dividing by zero.
       COMPUTE-INSTALLMENT.
           COMPUTE WS-AMORT-TENOR = WS-TENOR - WS-GRACE
           IF WS-RATE = 0
              COMPUTE WS-INSTALLMENT ROUNDED =
                 WS-PRINCIPAL / WS-AMORT-TENOR
           ELSE
              COMPUTE WS-MONTH-RATE ROUNDED = WS-RATE / 12
              COMPUTE WS-FACTOR ROUNDED =
                 (1 + WS-MONTH-RATE) ** WS-AMORT-TENOR
              COMPUTE WS-INSTALLMENT ROUNDED =
                 (WS-PRINCIPAL * WS-MONTH-RATE * WS-FACTOR)
                 / (WS-FACTOR - 1)
      *> date with the anchor day clamped into short months, the
      *> same way deposito maturities clamp. WS-DUE-DATE leaves this
      *> paragraph holding installment 1's date for NEXT_DUE_DATE.
      *> A restructured schedule numbers on from WS-INST-BASE, the
      *> loan's last superseded installment, and its first
      *> WS-GRACE rows carry interest only. A schedule regenerated
      *> after a prepayment steps from WS-SCHED-FROM instead, one
      *> month before the first open installment, so the customer
      *> keeps the due day they already had.
       BUILD-SCHEDULE.
           IF WS-SCHED-FROM = SPACES
              MOVE FUNCTION CURRENT-DATE(1:4) TO WS-YYYY
              MOVE FUNCTION CURRENT-DATE(5:2) TO WS-MM
              MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DD
           ELSE
              MOVE WS-SCHED-FROM(1:4) TO WS-YYYY
              MOVE WS-SCHED-FROM(6:2) TO WS-MM
              MOVE WS-SCHED-FROM(9:2) TO WS-DD
           END-IF
           MOVE WS-DD TO WS-ANCHOR-DD
           COMPUTE WS-MONTH-RATE ROUNDED = WS-RATE / 12
           MOVE WS-PRINCIPAL TO WS-BALANCE
              IF WS-INST-NO = WS-TENOR
                 MOVE WS-BALANCE TO WS-PRINC-AMT
              ELSE
                 IF WS-INST-NO <= WS-GRACE
                    MOVE 0 TO WS-PRINC-AMT
                 ELSE
                    COMPUTE WS-PRINC-AMT =
                       WS-INSTALLMENT - WS-INT-AMT
                 END-IF
              END-IF
              COMPUTE WS-TOTAL-AMT = WS-PRINC-AMT + WS-INT-AMT
              SUBTRACT WS-PRINC-AMT FROM WS-BALANCE
              COMPUTE WS-SCH-INST-NO = WS-INST-BASE + WS-INST-NO

              EXEC SQL
                 INSERT INTO LOAN_SCHEDULE
                 (LOAN_ID, INST_NO, DUE_DATE, PRINC_AMT, INT_AMT,
                  TOTAL_AMT, PAID_AMT, STATUS)
                 VALUES
                 (:WS-LOAN-ID, :WS-SCH-INST-NO, :WS-DUE-DATE,
                  :WS-PRINC-AMT, :WS-INT-AMT, :WS-TOTAL-AMT,
                  0, 'O')
              END-EXEC
           END-PERFORM
           MOVE WS-SC-DUE TO WS-DUE-DATE.

      *> The restructure base: what is still owed in principal, plus
      *> the interest of every installment already due and unpaid -
      *> that interest is capitalized into the new principal rather
      *> than left hanging on rows the new schedule supersedes.
       COMPUTE-RESTRUCT-BASE.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
             DELIMITED BY SIZE INTO WS-TODAY

           MOVE 0 TO WS-ARREARS-CNT
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(INT_AMT), 0)
              INTO :WS-ARREARS-CNT, :WS-ARREARS-INT
              FROM LOAN_SCHEDULE
              WHERE LOAN_ID = :WS-LOAN-ID
                AND STATUS = 'O'
                AND DUE_DATE <= :WS-TODAY
           END-EXEC

           COMPUTE WS-RST-BASE = WS-OUTSTANDING + WS-ARREARS-INT.

      *> Only a live loan can be restructured and only one proposal
      *> may be open on it at a time. The proposal freezes the base
      *> it was priced on; the grace period must leave at least one
      *> amortizing month.
       PROPOSE-RESTRUCTURE.
           DISPLAY "LOAN ID      : " WITH NO ADVANCING
           ACCEPT WS-LOAN-ID

           EXEC SQL
              SELECT OUTSTANDING_PRINC, STATUS
              INTO :WS-OUTSTANDING, :WS-LOAN-STATUS
              FROM LOAN_MASTER
              WHERE LOAN_ID = :WS-LOAN-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-LOAN-STATUS NOT = 'A'
              DISPLAY "RESTRUCTURE REJECTED: NO ACTIVE LOAN"
              GO TO PROPOSE-RESTRUCTURE-EXIT
           END-IF

           MOVE 0 TO WS-RST-PEND-CNT
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-RST-PEND-CNT
              FROM LOAN_RESTRUCT
              WHERE LOAN_ID = :WS-LOAN-ID
                AND STATUS = 'P'
           END-EXEC

           IF WS-RST-PEND-CNT > 0
              DISPLAY "RESTRUCTURE REJECTED: A PROPOSAL IS ALREADY "
                      "PENDING"
              GO TO PROPOSE-RESTRUCTURE-EXIT
           END-IF

           DISPLAY "TENOR BARU (BULAN) : " WITH NO ADVANCING
           ACCEPT WS-TENOR
           DISPLAY "ANNUAL RATE BARU   : " WITH NO ADVANCING
           ACCEPT WS-RATE
           DISPLAY "MASA TENGGANG (BULAN, 0=TIDAK ADA): "
                   WITH NO ADVANCING
           ACCEPT WS-GRACE

           IF WS-TENOR = 0 OR WS-GRACE >= WS-TENOR
              DISPLAY "RESTRUCTURE REJECTED: TENOR MUST EXCEED THE "
                      "GRACE PERIOD"
              GO TO PROPOSE-RESTRUCTURE-EXIT
           END-IF

           PERFORM COMPUTE-RESTRUCT-BASE
           MOVE WS-RST-BASE TO WS-PRINCIPAL
           PERFORM COMPUTE-INSTALLMENT

           CALL 'CB-REF-NUMBER' USING 'LR' WS-RST-ID

           EXEC SQL
              INSERT INTO LOAN_RESTRUCT
              (RST_ID, LOAN_ID, OLD_OUTSTANDING, ARREARS_INT,
               ARREARS_CNT, NEW_PRINCIPAL, NEW_RATE, NEW_TENOR,
               GRACE_MONTHS, INSTALLMENT_AMT, STATUS, PROPOSED_BY,
               PROPOSED_TS)
              VALUES
              (:WS-RST-ID, :WS-LOAN-ID, :WS-OUTSTANDING,
               :WS-ARREARS-INT, :WS-ARREARS-CNT, :WS-RST-BASE,
               :WS-RATE, :WS-TENOR, :WS-GRACE, :WS-INSTALLMENT,
               'P', :WS-USER, CURRENT TIMESTAMP)
           END-EXEC

           EXEC SQL COMMIT END-EXEC
           DISPLAY "RESTRUCTURE PROPOSED - " WS-RST-ID
           DISPLAY "SISA POKOK      : " WS-OUTSTANDING
           DISPLAY "BUNGA TUNGGAKAN : " WS-ARREARS-INT
                   " (" WS-ARREARS-CNT " ANGSURAN)"
           DISPLAY "POKOK BARU      : " WS-RST-BASE
           DISPLAY "ANGSURAN        : " WS-INSTALLMENT
                   " X " WS-AMORT-TENOR " BULAN SETELAH "
                   WS-GRACE " BULAN TENGGANG".
       PROPOSE-RESTRUCTURE-EXIT.
           EXIT.

      *> Approval by someone other than the proposer re-derives the
      *> base: a collection that posted since the proposal changes
      *> what is owed, and a stale proposal is refused rather than
      *> restructuring the wrong amount. The open schedule is
      *> superseded, the new one written after the loan's last
      *> installment number, and the loan is flagged restructured
      *> with its count and date. The collectibility class it
      *> carried at that moment is kept as RESTRUCT_CLASS - the
      *> nightly aging may not report it better than that until
      *> the new schedule has been honored.
       APPROVE-RESTRUCTURE.
           DISPLAY "RESTRUCTURE ID : " WITH NO ADVANCING
           ACCEPT WS-RST-ID

           EXEC SQL
              SELECT LOAN_ID, NEW_PRINCIPAL, NEW_RATE, NEW_TENOR,
                     GRACE_MONTHS, STATUS, PROPOSED_BY
              INTO :WS-LOAN-ID, :WS-PRINCIPAL, :WS-RATE, :WS-TENOR,
                   :WS-GRACE, :WS-RST-STATUS, :WS-PROPOSED-BY
              FROM LOAN_RESTRUCT
              WHERE RST_ID = :WS-RST-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-RST-STATUS NOT = 'P'
              DISPLAY "APPROVE FAILED: NO PENDING RESTRUCTURE"
              GO TO APPROVE-RESTRUCTURE-EXIT
           END-IF

           IF WS-PROPOSED-BY = WS-USER
              DISPLAY "APPROVE FAILED: PROPOSER CANNOT APPROVE "
                      "THEIR OWN RESTRUCTURE"
              GO TO APPROVE-RESTRUCTURE-EXIT
           END-IF

           EXEC SQL
              SELECT OUTSTANDING_PRINC, STATUS,
                     COALESCE(COLLECT_CLASS, 1)
              INTO :WS-OUTSTANDING, :WS-LOAN-STATUS, :WS-CLASS
              FROM LOAN_MASTER
              WHERE LOAN_ID = :WS-LOAN-ID
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-LOAN-STATUS NOT = 'A'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: LOAN NO LONGER ACTIVE"
              GO TO APPROVE-RESTRUCTURE-EXIT
           END-IF

           PERFORM COMPUTE-RESTRUCT-BASE
           IF WS-RST-BASE NOT = WS-PRINCIPAL
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: AMOUNT OWED CHANGED SINCE "
                      "THE PROPOSAL - PROPOSE AGAIN"
              GO TO APPROVE-RESTRUCTURE-EXIT
           END-IF

           PERFORM COMPUTE-INSTALLMENT

           EXEC SQL
              UPDATE LOAN_SCHEDULE
              SET STATUS = 'R'
              WHERE LOAN_ID = :WS-LOAN-ID
                AND STATUS = 'O'
           END-EXEC

           EXEC SQL
              SELECT COALESCE(MAX(INST_NO), 0)
              INTO :WS-INST-BASE
              FROM LOAN_SCHEDULE
              WHERE LOAN_ID = :WS-LOAN-ID
           END-EXEC

           PERFORM BUILD-SCHEDULE

           EXEC SQL
              UPDATE LOAN_MASTER
              SET OUTSTANDING_PRINC = :WS-PRINCIPAL,
                  ANNUAL_RATE = :WS-RATE,
                  TENOR_MONTHS = :WS-TENOR,
                  INSTALLMENT_AMT = :WS-INSTALLMENT,
                  NEXT_DUE_DATE = :WS-DUE-DATE,
                  RESTRUCTURED = 'Y',
                  RESTRUCT_CNT = COALESCE(RESTRUCT_CNT, 0) + 1,
                  RESTRUCT_DATE = :WS-TODAY,
                  RESTRUCT_CLASS = :WS-CLASS,
                  RESTRUCT_BASE_INST = :WS-INST-BASE
              WHERE LOAN_ID = :WS-LOAN-ID
           END-EXEC

           EXEC SQL
              UPDATE LOAN_RESTRUCT
              SET STATUS = 'A',
                  PRE_CLASS = :WS-CLASS,
                  APPROVED_BY = :WS-USER,
                  APPROVED_TS = CURRENT TIMESTAMP
              WHERE RST_ID = :WS-RST-ID
                AND STATUS = 'P'
                AND PROPOSED_BY <> :WS-USER
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "LOAN RESTRUCTURED - " WS-LOAN-ID
              DISPLAY "POKOK BARU " WS-PRINCIPAL
                      "  ANGSURAN " WS-INSTALLMENT
                      "  MULAI " WS-DUE-DATE
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: PROPOSAL MOVED UNDERNEATH US"
           END-IF.
       APPROVE-RESTRUCTURE-EXIT.
           EXIT.

      *> What it costs to settle the loan on WS-PAYOFF-DATE: all the
      *> outstanding principal; the interest of every installment
      *> falling due by then and still open, plus simple interest at
      *> the contract rate (actual/365) on the outstanding principal
      *> from the last due date - or the disbursement or restructure
      *> date, whichever is later - up to the payoff date; and the
      *> product's early-settlement fee on the principal that was
      *> not yet due, the part actually being repaid early.
       COMPUTE-PAYOFF-AMOUNTS.
           EXEC SQL
              SELECT COALESCE(SUM(INT_AMT), 0),
                     COALESCE(SUM(PRINC_AMT), 0)
              INTO :WS-ARREARS-INT, :WS-PAY-PRINC
              FROM LOAN_SCHEDULE
              WHERE LOAN_ID = :WS-LOAN-ID
                AND STATUS = 'O'
                AND DUE_DATE <= :WS-PAYOFF-DATE
           END-EXEC

           EXEC SQL
              SELECT COALESCE(MAX(DUE_DATE), ' ')
              INTO :WS-ACCRUE-FROM
              FROM LOAN_SCHEDULE
              WHERE LOAN_ID = :WS-LOAN-ID
                AND STATUS IN ('O', 'P')
                AND DUE_DATE <= :WS-PAYOFF-DATE
           END-EXEC

           IF WS-ACCRUE-FROM < WS-APPROVED-DATE
              MOVE WS-APPROVED-DATE TO WS-ACCRUE-FROM
           END-IF
           IF WS-ACCRUE-FROM < WS-RST-DATE
              MOVE WS-RST-DATE TO WS-ACCRUE-FROM
           END-IF

           STRING WS-ACCRUE-FROM(1:4) WS-ACCRUE-FROM(6:2)
                  WS-ACCRUE-FROM(9:2)
             DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-FROM-DAYNO = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           STRING WS-PAYOFF-DATE(1:4) WS-PAYOFF-DATE(6:2)
                  WS-PAYOFF-DATE(9:2)
             DELIMITED BY SIZE INTO WS-DATE-NUM
           COMPUTE WS-TO-DAYNO = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           COMPUTE WS-ACCRUE-DAYS = WS-TO-DAYNO - WS-FROM-DAYNO
           IF WS-ACCRUE-DAYS < 0
              MOVE 0 TO WS-ACCRUE-DAYS
           END-IF

           COMPUTE WS-ACCRUED-INT ROUNDED =
              WS-OUTSTANDING * WS-RATE * WS-ACCRUE-DAYS / 365

           MOVE 0 TO WS-EARLY-PCT
           IF WS-PRODUCT-CODE NOT = SPACES
              EXEC SQL
                 SELECT COALESCE(EARLY_SETTLE_PCT, 0)
                 INTO :WS-EARLY-PCT
                 FROM PRODUCT_MASTER
                 WHERE PRODUCT_CODE = :WS-PRODUCT-CODE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO WS-EARLY-PCT
              END-IF
           END-IF

           COMPUTE WS-PAY-FEE ROUNDED =
              (WS-OUTSTANDING - WS-PAY-PRINC) * WS-EARLY-PCT / 100
           MOVE WS-OUTSTANDING TO WS-PAY-PRINC
           COMPUTE WS-PAY-INT = WS-ARREARS-INT + WS-ACCRUED-INT
           COMPUTE WS-PAY-TOTAL =
              WS-PAY-PRINC + WS-PAY-INT + WS-PAY-FEE.

       LOAD-LOAN-TERMS.
           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
             DELIMITED BY SIZE INTO WS-TODAY

           EXEC SQL
              SELECT NO_REK, ANNUAL_RATE, INSTALLMENT_AMT,
                     OUTSTANDING_PRINC, STATUS,
                     COALESCE(PRODUCT_CODE, ' '),
                     CHAR(DATE(APPROVED_TS)),
                     COALESCE(RESTRUCT_DATE, ' ')
              INTO :WS-NO-REK, :WS-RATE, :WS-INSTALLMENT,
                   :WS-OUTSTANDING, :WS-LOAN-STATUS,
                   :WS-PRODUCT-CODE, :WS-APPROVED-DATE, :WS-RST-DATE
              FROM LOAN_MASTER
              WHERE LOAN_ID = :WS-LOAN-ID
              FOR UPDATE
           END-EXEC.

      *> The quotation is priced to the payoff date the customer
      *> names and is good until that date; settling earlier still
      *> pays the quoted figure, settling later needs a new quote.
      *> Nothing moves - the quote is only written down so the
      *> posting settles exactly what the customer was told.
       PAYOFF-QUOTE.
           DISPLAY "LOAN ID      : " WITH NO ADVANCING
           ACCEPT WS-LOAN-ID
           DISPLAY "TGL PELUNASAN (YYYY-MM-DD, BLANK=HARI INI): "
                   WITH NO ADVANCING
           ACCEPT WS-PAYOFF-DATE

           PERFORM LOAD-LOAN-TERMS

           IF SQLCODE NOT = 0 OR WS-LOAN-STATUS NOT = 'A'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "QUOTE REJECTED: NO ACTIVE LOAN"
              GO TO PAYOFF-QUOTE-EXIT
           END-IF

           IF WS-PAYOFF-DATE = SPACES
              MOVE WS-TODAY TO WS-PAYOFF-DATE
           END-IF
           IF WS-PAYOFF-DATE < WS-TODAY
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "QUOTE REJECTED: PAYOFF DATE IN THE PAST"
              GO TO PAYOFF-QUOTE-EXIT
           END-IF

           PERFORM COMPUTE-PAYOFF-AMOUNTS

           CALL 'CB-REF-NUMBER' USING 'PQ' WS-QUOTE-ID

           EXEC SQL
              INSERT INTO LOAN_PAYOFF_QUOTE
              (QUOTE_ID, LOAN_ID, VALID_UNTIL, PRINC_AMT, INT_AMT,
               FEE_AMT, TOTAL_AMT, EARLY_PCT, STATUS, QUOTED_BY,
               QUOTED_TS)
              VALUES
              (:WS-QUOTE-ID, :WS-LOAN-ID, :WS-PAYOFF-DATE,
               :WS-PAY-PRINC, :WS-PAY-INT, :WS-PAY-FEE,
               :WS-PAY-TOTAL, :WS-EARLY-PCT, 'O', :WS-USER,
               CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "QUOTE NOT WRITTEN, SQLCODE " SQLCODE
              GO TO PAYOFF-QUOTE-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "PAYOFF QUOTE - " WS-QUOTE-ID
           DISPLAY "SISA POKOK      : " WS-PAY-PRINC
           DISPLAY "BUNGA           : " WS-PAY-INT
                   " (" WS-ACCRUE-DAYS " HARI SEJAK " WS-ACCRUE-FROM
                   ")"
           DISPLAY "BIAYA PELUNASAN : " WS-PAY-FEE
                   " (" WS-EARLY-PCT "%)"
           DISPLAY "TOTAL           : " WS-PAY-TOTAL
           DISPLAY "BERLAKU S/D     : " WS-PAYOFF-DATE.
       PAYOFF-QUOTE-EXIT.
           EXIT.

      *> The posting debits the repayment REKENING behind the same
      *> MIN_SALDO/OD_LIMIT/holds floor CB-LOAN-COLLECT uses, then
      *> writes one AUDIT_LOG entry per leg, each with the loan id
      *> as its reference and its own before/after balance. A full
      *> payoff settles a quotation still in date whose principal
      *> is still what the loan owes - an installment collected
      *> since the quote makes it stale - and closes the loan and
      *> every open schedule row ('X'). A partial prepayment needs
      *> the loan current (nothing due and unpaid), goes to
      *> principal with the fee on top, and supersedes the open
      *> rows with a regenerated schedule from the same next due
      *> date: the same installment over fewer months, or the same
      *> months at a lower installment.
       POST-PREPAYMENT.
           DISPLAY "LOAN ID      : " WITH NO ADVANCING
           ACCEPT WS-LOAN-ID
           DISPLAY "JENIS (F=PELUNASAN PENUH, S=SEBAGIAN): "
                   WITH NO ADVANCING
           ACCEPT WS-PAY-TYPE

           IF WS-PAY-TYPE NOT = 'F' AND WS-PAY-TYPE NOT = 'S'
              DISPLAY "PREPAYMENT REJECTED: INVALID TYPE"
              GO TO POST-PREPAYMENT-EXIT
           END-IF

           PERFORM LOAD-LOAN-TERMS

           IF SQLCODE NOT = 0 OR WS-LOAN-STATUS NOT = 'A'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "PREPAYMENT REJECTED: NO ACTIVE LOAN"
              GO TO POST-PREPAYMENT-EXIT
           END-IF

           IF WS-PAY-TYPE = 'F'
              PERFORM PRICE-FULL-PAYOFF THRU PRICE-FULL-PAYOFF-EXIT
           ELSE
              PERFORM PRICE-PARTIAL THRU PRICE-PARTIAL-EXIT
           END-IF
           IF WS-PAY-TOTAL = 0
              EXEC SQL ROLLBACK END-EXEC
              GO TO POST-PREPAYMENT-EXIT
           END-IF

           EXEC SQL
              SELECT SALDO, MIN_SALDO, OD_LIMIT
              INTO :WS-SALDO, :WS-MIN-SALDO, :WS-OD-LIMIT
              FROM REKENING
              WHERE NO_REK = :WS-NO-REK
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "PREPAYMENT REJECTED: REPAYMENT ACCOUNT GONE"
              GO TO POST-PREPAYMENT-EXIT
           END-IF

           CALL 'CB-HOLD-AMOUNT' USING WS-NO-REK WS-HOLD-TOTAL
           COMPUTE WS-AVAIL-SALDO =
              WS-SALDO - WS-MIN-SALDO + WS-OD-LIMIT - WS-HOLD-TOTAL

           IF WS-PAY-TOTAL > WS-AVAIL-SALDO
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "PREPAYMENT REJECTED: INSUFFICIENT FUNDS, "
                      "AVAILABLE " WS-AVAIL-SALDO
              GO TO POST-PREPAYMENT-EXIT
           END-IF

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO - :WS-PAY-TOTAL
              WHERE NO_REK = :WS-NO-REK
           END-EXEC

           IF WS-PAY-TYPE = 'F'
              PERFORM CLOSE-PAID-OFF-LOAN
           ELSE
              PERFORM REGENERATE-AFTER-PREPAY
           END-IF

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "PREPAYMENT FAILED, SQLCODE " SQLCODE
              GO TO POST-PREPAYMENT-EXIT
           END-IF

           MOVE WS-SALDO TO WS-LEG-BEFORE
           IF WS-PAY-PRINC > 0
              COMPUTE WS-AFTER-BAL = WS-LEG-BEFORE - WS-PAY-PRINC
              CALL 'CB-AUDIT-LOG'
                USING WS-NO-REK 'PP' WS-PAY-PRINC WS-EVENT-RESP
                      WS-TERMINAL-ID WS-CHANNEL WS-LEG-BEFORE
                      WS-AFTER-BAL WS-LOAN-ID 'IDR' WS-PAY-PRINC
                      WS-AUDIT-ID
              MOVE WS-AFTER-BAL TO WS-LEG-BEFORE
           END-IF
           IF WS-PAY-INT > 0
              COMPUTE WS-AFTER-BAL = WS-LEG-BEFORE - WS-PAY-INT
              CALL 'CB-AUDIT-LOG'
                USING WS-NO-REK 'PI' WS-PAY-INT WS-EVENT-RESP
                      WS-TERMINAL-ID WS-CHANNEL WS-LEG-BEFORE
                      WS-AFTER-BAL WS-LOAN-ID 'IDR' WS-PAY-INT
                      WS-AUDIT-ID
              MOVE WS-AFTER-BAL TO WS-LEG-BEFORE
           END-IF
           IF WS-PAY-FEE > 0
              COMPUTE WS-AFTER-BAL = WS-LEG-BEFORE - WS-PAY-FEE
              CALL 'CB-AUDIT-LOG'
                USING WS-NO-REK 'PF' WS-PAY-FEE WS-EVENT-RESP
                      WS-TERMINAL-ID WS-CHANNEL WS-LEG-BEFORE
                      WS-AFTER-BAL WS-LOAN-ID 'IDR' WS-PAY-FEE
                      WS-AUDIT-ID
           END-IF

           EXEC SQL COMMIT END-EXEC

           DISPLAY "PREPAYMENT POSTED - REK " WS-NO-REK
           DISPLAY "POKOK " WS-PAY-PRINC
                   "  BUNGA " WS-PAY-INT
                   "  BIAYA " WS-PAY-FEE
                   "  TOTAL " WS-PAY-TOTAL
           IF WS-PAY-TYPE = 'F'
              DISPLAY "LOAN LUNAS - " WS-LOAN-ID
           ELSE
              DISPLAY "SISA POKOK " WS-PRINCIPAL
                      "  ANGSURAN " WS-INSTALLMENT
                      " X " WS-TENOR " BULAN MULAI " WS-DUE-DATE
           END-IF.
       POST-PREPAYMENT-EXIT.
           EXIT.

       PRICE-FULL-PAYOFF.
           MOVE 0 TO WS-PAY-TOTAL
           DISPLAY "QUOTE ID     : " WITH NO ADVANCING
           ACCEPT WS-QUOTE-ID

           EXEC SQL
              SELECT VALID_UNTIL, PRINC_AMT, INT_AMT, FEE_AMT,
                     TOTAL_AMT, STATUS
              INTO :WS-PAYOFF-DATE, :WS-PAY-PRINC, :WS-PAY-INT,
                   :WS-PAY-FEE, :WS-PAY-TOTAL, :WS-QUOTE-STATUS
              FROM LOAN_PAYOFF_QUOTE
              WHERE QUOTE_ID = :WS-QUOTE-ID
                AND LOAN_ID = :WS-LOAN-ID
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-QUOTE-STATUS NOT = 'O'
              MOVE 0 TO WS-PAY-TOTAL
              DISPLAY "PAYOFF REJECTED: NO OPEN QUOTE FOR THIS LOAN"
              GO TO PRICE-FULL-PAYOFF-EXIT
           END-IF

           IF WS-PAYOFF-DATE < WS-TODAY
              MOVE 0 TO WS-PAY-TOTAL
              DISPLAY "PAYOFF REJECTED: QUOTE EXPIRED " WS-PAYOFF-DATE
                      " - REQUOTE"
              GO TO PRICE-FULL-PAYOFF-EXIT
           END-IF

           IF WS-PAY-PRINC NOT = WS-OUTSTANDING
              MOVE 0 TO WS-PAY-TOTAL
              DISPLAY "PAYOFF REJECTED: AMOUNT OWED CHANGED SINCE "
                      "THE QUOTE - REQUOTE"
           END-IF.
       PRICE-FULL-PAYOFF-EXIT.
           EXIT.

       PRICE-PARTIAL.
           MOVE 0 TO WS-PAY-TOTAL

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-ARREARS-CNT
              FROM LOAN_SCHEDULE
              WHERE LOAN_ID = :WS-LOAN-ID
                AND STATUS = 'O'
                AND DUE_DATE <= :WS-TODAY
           END-EXEC

           IF WS-ARREARS-CNT > 0
              DISPLAY "PREPAYMENT REJECTED: " WS-ARREARS-CNT
                      " INSTALLMENT(S) IN ARREARS - SETTLE FIRST"
              GO TO PRICE-PARTIAL-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-OPEN-CNT
              FROM LOAN_SCHEDULE
              WHERE LOAN_ID = :WS-LOAN-ID
                AND STATUS = 'O'
           END-EXEC

           IF WS-OPEN-CNT = 0
              DISPLAY "PREPAYMENT REJECTED: NO OPEN INSTALLMENTS"
              GO TO PRICE-PARTIAL-EXIT
           END-IF

           DISPLAY "POKOK DIBAYAR: " WITH NO ADVANCING
           ACCEPT WS-PAY-PRINC
           DISPLAY "OPSI (T=TENOR LEBIH PENDEK, I=ANGSURAN LEBIH "
                   "KECIL): " WITH NO ADVANCING
           ACCEPT WS-PAY-OPTION

           IF WS-PAY-OPTION NOT = 'T' AND WS-PAY-OPTION NOT = 'I'
              DISPLAY "PREPAYMENT REJECTED: INVALID OPTION"
              GO TO PRICE-PARTIAL-EXIT
           END-IF

           IF WS-PAY-PRINC <= 0 OR WS-PAY-PRINC >= WS-OUTSTANDING
              DISPLAY "PREPAYMENT REJECTED: AMOUNT MUST BE BELOW THE "
                      "OUTSTANDING " WS-OUTSTANDING
                      " - USE A PAYOFF QUOTE TO SETTLE IN FULL"
              GO TO PRICE-PARTIAL-EXIT
           END-IF

           MOVE 0 TO WS-EARLY-PCT
           IF WS-PRODUCT-CODE NOT = SPACES
              EXEC SQL
                 SELECT COALESCE(EARLY_SETTLE_PCT, 0)
                 INTO :WS-EARLY-PCT
                 FROM PRODUCT_MASTER
                 WHERE PRODUCT_CODE = :WS-PRODUCT-CODE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO WS-EARLY-PCT
              END-IF
           END-IF

           MOVE 0 TO WS-PAY-INT
           COMPUTE WS-PAY-FEE ROUNDED =
              WS-PAY-PRINC * WS-EARLY-PCT / 100
           COMPUTE WS-PAY-TOTAL = WS-PAY-PRINC + WS-PAY-FEE.
       PRICE-PARTIAL-EXIT.
           EXIT.

       CLOSE-PAID-OFF-LOAN.
           EXEC SQL
              UPDATE LOAN_SCHEDULE
              SET STATUS = 'X'
              WHERE LOAN_ID = :WS-LOAN-ID
                AND STATUS = 'O'
           END-EXEC

           EXEC SQL
              UPDATE LOAN_MASTER
              SET OUTSTANDING_PRINC = 0,
                  STATUS = 'C',
                  CLOSED_TS = CURRENT TIMESTAMP
              WHERE LOAN_ID = :WS-LOAN-ID
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL
                 UPDATE LOAN_PAYOFF_QUOTE
                 SET STATUS = 'U',
                     POSTED_BY = :WS-USER,
                     POSTED_TS = CURRENT TIMESTAMP
                 WHERE QUOTE_ID = :WS-QUOTE-ID
              END-EXEC
           END-IF.

      *> The regenerated schedule starts at the first open due date
      *> and numbers on after the loan's last installment, with no
      *> grace period. Keeping the installment means counting how
      *> many months it now takes to amortize the smaller balance -
      *> never more than were left - with the last row absorbing
      *> the remainder as always.
       REGENERATE-AFTER-PREPAY.
           EXEC SQL
              SELECT MIN(DUE_DATE)
              INTO :WS-FIRST-DUE
              FROM LOAN_SCHEDULE
              WHERE LOAN_ID = :WS-LOAN-ID
                AND STATUS = 'O'
           END-EXEC

           COMPUTE WS-PRINCIPAL = WS-OUTSTANDING - WS-PAY-PRINC
           MOVE 0 TO WS-GRACE

           IF WS-PAY-OPTION = 'I'
              MOVE WS-OPEN-CNT TO WS-TENOR
              PERFORM COMPUTE-INSTALLMENT
           ELSE
              COMPUTE WS-MONTH-RATE ROUNDED = WS-RATE / 12
              MOVE WS-PRINCIPAL TO WS-BALANCE
              MOVE 0 TO WS-NEW-REMAIN
              PERFORM UNTIL WS-BALANCE <= 0
                         OR WS-NEW-REMAIN >= WS-OPEN-CNT
                 ADD 1 TO WS-NEW-REMAIN
                 COMPUTE WS-INT-AMT ROUNDED =
                    WS-BALANCE * WS-MONTH-RATE
                 COMPUTE WS-BALANCE =
                    WS-BALANCE - (WS-INSTALLMENT - WS-INT-AMT)
              END-PERFORM
              MOVE WS-NEW-REMAIN TO WS-TENOR
           END-IF

           EXEC SQL
              UPDATE LOAN_SCHEDULE
              SET STATUS = 'R'
              WHERE LOAN_ID = :WS-LOAN-ID
                AND STATUS = 'O'
           END-EXEC

           EXEC SQL
              SELECT COALESCE(MAX(INST_NO), 0)
              INTO :WS-INST-BASE
              FROM LOAN_SCHEDULE
              WHERE LOAN_ID = :WS-LOAN-ID
           END-EXEC

           MOVE WS-FIRST-DUE(1:4) TO WS-YYYY
           MOVE WS-FIRST-DUE(6:2) TO WS-MM
           IF WS-MM = 1
              MOVE 12 TO WS-MM
              SUBTRACT 1 FROM WS-YYYY
           ELSE
              SUBTRACT 1 FROM WS-MM
           END-IF
           STRING WS-YYYY "-" WS-MM "-" WS-FIRST-DUE(9:2)
             DELIMITED BY SIZE INTO WS-SCHED-FROM

           PERFORM BUILD-SCHEDULE

           EXEC SQL
              UPDATE LOAN_MASTER
              SET OUTSTANDING_PRINC = :WS-PRINCIPAL,
                  INSTALLMENT_AMT = :WS-INSTALLMENT,
                  TENOR_MONTHS = TENOR_MONTHS - :WS-OPEN-CNT
                                 + :WS-TENOR,
                  NEXT_DUE_DATE = :WS-DUE-DATE
              WHERE LOAN_ID = :WS-LOAN-ID
           END-EXEC.

      *> Only an active loan the nightly aging has put in class 5
      *> can be proposed for write-off, one proposal at a time. The
      *> proposal records the principal and the interest of the
      *> installments already due and unpaid - the amounts the
      *> register will carry - and the reason for the file.
       PROPOSE-WRITEOFF.
           DISPLAY "LOAN ID      : " WITH NO ADVANCING
           ACCEPT WS-LOAN-ID

           EXEC SQL
              SELECT OUTSTANDING_PRINC, STATUS,
                     COALESCE(COLLECT_CLASS, 1)
              INTO :WS-OUTSTANDING, :WS-LOAN-STATUS, :WS-CLASS
              FROM LOAN_MASTER
              WHERE LOAN_ID = :WS-LOAN-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-LOAN-STATUS NOT = 'A'
              DISPLAY "WRITE-OFF REJECTED: NO ACTIVE LOAN"
              GO TO PROPOSE-WRITEOFF-EXIT
           END-IF

           IF WS-CLASS NOT = 5
              DISPLAY "WRITE-OFF REJECTED: LOAN IS CLASS " WS-CLASS
                      " - ONLY CLASS 5 (MACET) MAY BE WRITTEN OFF"
              GO TO PROPOSE-WRITEOFF-EXIT
           END-IF

           MOVE 0 TO WS-WO-PEND-CNT
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-WO-PEND-CNT
              FROM LOAN_WRITEOFF
              WHERE LOAN_ID = :WS-LOAN-ID
                AND STATUS = 'P'
           END-EXEC

           IF WS-WO-PEND-CNT > 0
              DISPLAY "WRITE-OFF REJECTED: A PROPOSAL IS ALREADY "
                      "PENDING"
              GO TO PROPOSE-WRITEOFF-EXIT
           END-IF

           DISPLAY "ALASAN       : " WITH NO ADVANCING
           ACCEPT WS-WO-REASON
           IF WS-WO-REASON = SPACES
              DISPLAY "WRITE-OFF REJECTED: REASON IS MANDATORY"
              GO TO PROPOSE-WRITEOFF-EXIT
           END-IF

           PERFORM COMPUTE-RESTRUCT-BASE

           CALL 'CB-REF-NUMBER' USING 'WO' WS-WO-ID

           EXEC SQL
              INSERT INTO LOAN_WRITEOFF
              (WO_ID, LOAN_ID, PRINC_AMT, INT_AMT, RECOVERED_AMT,
               REASON, STATUS, PROPOSED_BY, PROPOSED_TS)
              VALUES
              (:WS-WO-ID, :WS-LOAN-ID, :WS-OUTSTANDING,
               :WS-ARREARS-INT, 0, :WS-WO-REASON, 'P', :WS-USER,
               CURRENT TIMESTAMP)
           END-EXEC

           EXEC SQL COMMIT END-EXEC
           DISPLAY "WRITE-OFF PROPOSED - " WS-WO-ID
           DISPLAY "SISA POKOK      : " WS-OUTSTANDING
           DISPLAY "BUNGA TUNGGAKAN : " WS-ARREARS-INT
                   " (" WS-ARREARS-CNT " ANGSURAN)".
       PROPOSE-WRITEOFF-EXIT.
           EXIT.

      *> Approval by someone other than the proposer, against the
      *> principal the loan still owes - a recovery collected since
      *> the proposal makes it stale. The principal is credited off
      *> the loan account GL_MAPPING books disbursements to ('LD'),
      *> debited to the allowance up to what the last CKPN run held
      *> for the loan and to provision expense for the rest; the
      *> next CKPN run sees the allowance used and releases only
      *> what is left. Principal and interest together are booked
      *> to the extracomptable memo pair. Branch and account
      *> officer are frozen on the register for the recovery
      *> report. All one unit of work, as 'WO' GL_JOURNAL entries.
       APPROVE-WRITEOFF.
           DISPLAY "WRITE-OFF ID : " WITH NO ADVANCING
           ACCEPT WS-WO-ID

           EXEC SQL
              SELECT LOAN_ID, PRINC_AMT, INT_AMT, STATUS,
                     PROPOSED_BY
              INTO :WS-LOAN-ID, :WS-WO-PRINC, :WS-WO-INT,
                   :WS-WO-STATUS, :WS-PROPOSED-BY
              FROM LOAN_WRITEOFF
              WHERE WO_ID = :WS-WO-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-WO-STATUS NOT = 'P'
              DISPLAY "APPROVE FAILED: NO PENDING WRITE-OFF"
              GO TO APPROVE-WRITEOFF-EXIT
           END-IF

           IF WS-PROPOSED-BY = WS-USER
              DISPLAY "APPROVE FAILED: PROPOSER CANNOT APPROVE "
                      "THEIR OWN WRITE-OFF"
              GO TO APPROVE-WRITEOFF-EXIT
           END-IF

           EXEC SQL
              SELECT OUTSTANDING_PRINC, STATUS, NO_REK,
                     COALESCE(OFFICER_ID, PROPOSED_BY)
              INTO :WS-OUTSTANDING, :WS-LOAN-STATUS, :WS-NO-REK,
                   :WS-OFFICER-ID
              FROM LOAN_MASTER
              WHERE LOAN_ID = :WS-LOAN-ID
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-LOAN-STATUS NOT = 'A'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: LOAN NO LONGER ACTIVE"
              GO TO APPROVE-WRITEOFF-EXIT
           END-IF

           IF WS-OUTSTANDING NOT = WS-WO-PRINC
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: AMOUNT OWED CHANGED SINCE "
                      "THE PROPOSAL - PROPOSE AGAIN"
              GO TO APPROVE-WRITEOFF-EXIT
           END-IF

           EXEC SQL
              SELECT CURR_BUS_DATE
              INTO :WS-BUS-DATE
              FROM BUSINESS_DATE
           END-EXEC

           EXEC SQL
              SELECT COALESCE(BRANCH_ID, ' ')
              INTO :WS-BRANCH-ID
              FROM REKENING
              WHERE NO_REK = :WS-NO-REK
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-BRANCH-ID
           END-IF

           EXEC SQL
              SELECT DR_ACCOUNT
              INTO :WS-LOAN-GL
              FROM GL_MAPPING
              WHERE TRX_CODE = 'LD'
                AND CHANNEL = :WS-CHANNEL
                AND DIRECTION = 'C'
           END-EXEC
           IF SQLCODE NOT = 0
              EXEC SQL
                 SELECT DR_ACCOUNT
                 INTO :WS-LOAN-GL
                 FROM GL_MAPPING
                 WHERE TRX_CODE = 'LD'
                   AND CHANNEL = '*'
                   AND DIRECTION = 'C'
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: NO GL_MAPPING FOR LOAN "
                      "DISBURSEMENT ('LD')"
              GO TO APPROVE-WRITEOFF-EXIT
           END-IF

           MOVE 0 TO WS-ALLOW-HELD
           EXEC SQL
              SELECT ALLOWANCE
              INTO :WS-ALLOW-HELD
              FROM CKPN_ALLOWANCE
              WHERE FACILITY_TYPE = 'LN'
                AND FACILITY_ID = :WS-LOAN-ID
                AND PERIOD =
                    (SELECT MAX(PERIOD) FROM CKPN_ALLOWANCE
                     WHERE FACILITY_TYPE = 'LN'
                       AND FACILITY_ID = :WS-LOAN-ID)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-ALLOW-HELD
           END-IF

           IF WS-ALLOW-HELD > WS-WO-PRINC
              MOVE WS-WO-PRINC TO WS-ALLOW-USED
           ELSE
              MOVE WS-ALLOW-HELD TO WS-ALLOW-USED
           END-IF
           COMPUTE WS-LOSS-AMT = WS-WO-PRINC - WS-ALLOW-USED
           COMPUTE WS-MEMO-AMT = WS-WO-PRINC + WS-WO-INT

           EXEC SQL
              UPDATE LOAN_SCHEDULE
              SET STATUS = 'W'
              WHERE LOAN_ID = :WS-LOAN-ID
                AND STATUS = 'O'
           END-EXEC

           EXEC SQL
              UPDATE LOAN_MASTER
              SET STATUS = 'W',
                  OUTSTANDING_PRINC = 0
              WHERE LOAN_ID = :WS-LOAN-ID
           END-EXEC

           EXEC SQL
              UPDATE COLLECT_WORKLIST
              SET STATUS = 'C',
                  DISP_NOTE = 'HAPUS BUKU',
                  DISP_BY = :WS-USER,
                  DISP_TS = CURRENT TIMESTAMP
              WHERE ITEM_TYPE = 'LN'
                AND REF_ID = :WS-LOAN-ID
                AND STATUS = 'O'
           END-EXEC

           IF WS-ALLOW-USED > 0
              CALL 'CB-REF-NUMBER' USING 'GJ' WS-JRN-ID
              EXEC SQL
                 INSERT INTO GL_JOURNAL
                 (JRN_ID, BUS_DATE, DR_ACCOUNT, CR_ACCOUNT,
                  AMOUNT, TRX_CODE, SRC_ID_TRX, BRANCH_ID,
                  CREATED_TS)
                 VALUES
                 (:WS-JRN-ID, :WS-BUS-DATE, 'CKPN-ALW',
                  :WS-LOAN-GL, :WS-ALLOW-USED, 'WO', :WS-WO-ID,
                  :WS-BRANCH-ID, CURRENT TIMESTAMP)
              END-EXEC
           END-IF
           IF WS-LOSS-AMT > 0
              CALL 'CB-REF-NUMBER' USING 'GJ' WS-JRN-ID
              EXEC SQL
                 INSERT INTO GL_JOURNAL
                 (JRN_ID, BUS_DATE, DR_ACCOUNT, CR_ACCOUNT,
                  AMOUNT, TRX_CODE, SRC_ID_TRX, BRANCH_ID,
                  CREATED_TS)
                 VALUES
                 (:WS-JRN-ID, :WS-BUS-DATE, 'CKPN-EXP',
                  :WS-LOAN-GL, :WS-LOSS-AMT, 'WO', :WS-WO-ID,
                  :WS-BRANCH-ID, CURRENT TIMESTAMP)
              END-EXEC
           END-IF
           CALL 'CB-REF-NUMBER' USING 'GJ' WS-JRN-ID
           EXEC SQL
              INSERT INTO GL_JOURNAL
              (JRN_ID, BUS_DATE, DR_ACCOUNT, CR_ACCOUNT,
               AMOUNT, TRX_CODE, SRC_ID_TRX, BRANCH_ID,
               CREATED_TS)
              VALUES
              (:WS-JRN-ID, :WS-BUS-DATE, 'WO-EXTRA',
               'WO-CONTR', :WS-MEMO-AMT, 'WO', :WS-WO-ID,
               :WS-BRANCH-ID, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "WRITE-OFF FAILED, SQLCODE " SQLCODE
              GO TO APPROVE-WRITEOFF-EXIT
           END-IF

           EXEC SQL
              UPDATE LOAN_WRITEOFF
              SET STATUS = 'A',
                  WO_DATE = :WS-BUS-DATE,
                  BRANCH_ID = :WS-BRANCH-ID,
                  OFFICER_ID = :WS-OFFICER-ID,
                  ALLOW_USED = :WS-ALLOW-USED,
                  APPROVED_BY = :WS-USER,
                  APPROVED_TS = CURRENT TIMESTAMP
              WHERE WO_ID = :WS-WO-ID
                AND STATUS = 'P'
                AND PROPOSED_BY <> :WS-USER
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "LOAN WRITTEN OFF - " WS-LOAN-ID
              DISPLAY "POKOK " WS-WO-PRINC "  BUNGA " WS-WO-INT
              DISPLAY "DARI CKPN " WS-ALLOW-USED
                      "  BEBAN " WS-LOSS-AMT
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: PROPOSAL MOVED UNDERNEATH US"
           END-IF.
       APPROVE-WRITEOFF-EXIT.
           EXIT.

      *> A payment on a written-off loan is taken from the loan's
      *> repayment REKENING behind the usual funds floor and can
      *> never exceed what the register still carries. It posts as
      *> a 'WR' AUDIT_LOG debit referencing the loan, is recorded
      *> in LOAN_WO_RECOVERY, and brings the memo accounts down by
      *> the same amount. A register recovered in full closes
      *> ('R').
       POST-RECOVERY.
           DISPLAY "LOAN ID      : " WITH NO ADVANCING
           ACCEPT WS-LOAN-ID

           EXEC SQL
              SELECT WO_ID, PRINC_AMT, INT_AMT, RECOVERED_AMT,
                     COALESCE(BRANCH_ID, ' ')
              INTO :WS-WO-ID, :WS-WO-PRINC, :WS-WO-INT,
                   :WS-WO-RECOVERED, :WS-BRANCH-ID
              FROM LOAN_WRITEOFF
              WHERE LOAN_ID = :WS-LOAN-ID
                AND STATUS = 'A'
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "RECOVERY REJECTED: LOAN NOT ON THE WRITE-OFF "
                      "REGISTER"
              GO TO POST-RECOVERY-EXIT
           END-IF

           COMPUTE WS-WO-REMAIN =
              WS-WO-PRINC + WS-WO-INT - WS-WO-RECOVERED
           DISPLAY "SISA TAGIHAN EKSTRAKOMPTABEL: " WS-WO-REMAIN
           DISPLAY "JUMLAH RECOVERY : " WITH NO ADVANCING
           ACCEPT WS-REC-AMT

           IF WS-REC-AMT <= 0 OR WS-REC-AMT > WS-WO-REMAIN
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "RECOVERY REJECTED: AMOUNT MUST BE POSITIVE "
                      "AND NOT EXCEED THE REGISTER BALANCE"
              GO TO POST-RECOVERY-EXIT
           END-IF

           EXEC SQL
              SELECT NO_REK
              INTO :WS-NO-REK
              FROM LOAN_MASTER
              WHERE LOAN_ID = :WS-LOAN-ID
           END-EXEC

           EXEC SQL
              SELECT CURR_BUS_DATE
              INTO :WS-BUS-DATE
              FROM BUSINESS_DATE
           END-EXEC

           EXEC SQL
              SELECT SALDO, MIN_SALDO, OD_LIMIT
              INTO :WS-SALDO, :WS-MIN-SALDO, :WS-OD-LIMIT
              FROM REKENING
              WHERE NO_REK = :WS-NO-REK
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "RECOVERY REJECTED: REPAYMENT ACCOUNT GONE"
              GO TO POST-RECOVERY-EXIT
           END-IF

           CALL 'CB-HOLD-AMOUNT' USING WS-NO-REK WS-HOLD-TOTAL
           COMPUTE WS-AVAIL-SALDO =
              WS-SALDO - WS-MIN-SALDO + WS-OD-LIMIT - WS-HOLD-TOTAL

           IF WS-REC-AMT > WS-AVAIL-SALDO
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "RECOVERY REJECTED: INSUFFICIENT FUNDS, "
                      "AVAILABLE " WS-AVAIL-SALDO
              GO TO POST-RECOVERY-EXIT
           END-IF

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO - :WS-REC-AMT
              WHERE NO_REK = :WS-NO-REK
           END-EXEC

           COMPUTE WS-AFTER-BAL = WS-SALDO - WS-REC-AMT
           CALL 'CB-AUDIT-LOG'
             USING WS-NO-REK 'WR' WS-REC-AMT WS-EVENT-RESP
                   WS-TERMINAL-ID WS-CHANNEL WS-SALDO
                   WS-AFTER-BAL WS-LOAN-ID 'IDR' WS-REC-AMT
                   WS-AUDIT-ID

           CALL 'CB-REF-NUMBER' USING 'WV' WS-REC-ID
           EXEC SQL
              INSERT INTO LOAN_WO_RECOVERY
              (REC_ID, WO_ID, LOAN_ID, AMOUNT, BUS_DATE, AUDIT_ID,
               POSTED_BY, POSTED_TS)
              VALUES
              (:WS-REC-ID, :WS-WO-ID, :WS-LOAN-ID, :WS-REC-AMT,
               :WS-BUS-DATE, :WS-AUDIT-ID, :WS-USER,
               CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "RECOVERY FAILED, SQLCODE " SQLCODE
              GO TO POST-RECOVERY-EXIT
           END-IF

           IF WS-REC-AMT = WS-WO-REMAIN
              MOVE 'R' TO WS-WO-STATUS
           ELSE
              MOVE 'A' TO WS-WO-STATUS
           END-IF

           EXEC SQL
              UPDATE LOAN_WRITEOFF
              SET RECOVERED_AMT = RECOVERED_AMT + :WS-REC-AMT,
                  LAST_RECOVERY_DATE = :WS-BUS-DATE,
                  STATUS = :WS-WO-STATUS
              WHERE WO_ID = :WS-WO-ID
           END-EXEC

           MOVE WS-REC-AMT TO WS-MEMO-AMT
           CALL 'CB-REF-NUMBER' USING 'GJ' WS-JRN-ID
           EXEC SQL
              INSERT INTO GL_JOURNAL
              (JRN_ID, BUS_DATE, DR_ACCOUNT, CR_ACCOUNT,
               AMOUNT, TRX_CODE, SRC_ID_TRX, BRANCH_ID,
               CREATED_TS)
              VALUES
              (:WS-JRN-ID, :WS-BUS-DATE, 'WO-CONTR',
               'WO-EXTRA', :WS-MEMO-AMT, 'WO', :WS-WO-ID,
               :WS-BRANCH-ID, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "RECOVERY FAILED, SQLCODE " SQLCODE
              GO TO POST-RECOVERY-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "RECOVERY POSTED - " WS-REC-ID
                   "  REK " WS-NO-REK "  JUMLAH " WS-REC-AMT
           COMPUTE WS-WO-REMAIN = WS-WO-REMAIN - WS-REC-AMT
           DISPLAY "SISA EKSTRAKOMPTABEL: " WS-WO-REMAIN.
       POST-RECOVERY-EXIT.
           EXIT.

       CALC-DAYS-IN-MONTH.
           EVALUATE WS-MM
             WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
