       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-BG-MAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ACTION       PIC X(1).
      *> P=Propose issuance, M=propose aMendment, C=lodge a Claim,
      *> R=request Release, A=Approve whatever is pending on the
      *> guarantee, I=Inquire.
       01 WS-SIGNON-OK  PIC X(1).
       01 WS-USER         PIC X(10).
       01 WS-BG-ID        PIC X(20).
       01 WS-NO-REK       PIC X(6).
       01 WS-CUST-ID      PIC X(20).
       01 WS-BG-TYPE      PIC X(2).
      *> TB = tender bond (jaminan penawaran), PB = performance bond
      *> (jaminan pelaksanaan), AP = advance payment (uang muka),
      *> MT = maintenance (pemeliharaan), OT = other.
       01 WS-BENEFICIARY  PIC X(60).
       01 WS-CURRENCY     PIC X(3).
       01 WS-BG-AMOUNT    PIC S9(13)V99 COMP-3.
       01 WS-EXPIRY-DATE  PIC X(10).
       01 WS-CLAIM-DAYS   PIC S9(3) COMP-3.
       01 WS-MARGIN-PCT   PIC S9(3)V99 COMP-3.
       01 WS-COMM-RATE    PIC S9(3)V9(4) COMP-3.
       01 WS-BG-STATUS    PIC X(1).
       01 WS-PROPOSED-BY  PIC X(10).
       01 WS-ISSUE-DATE   PIC X(10).
       01 WS-FX-RATE      PIC S9(7)V9(6) COMP-3.
       01 WS-AMOUNT-IDR   PIC S9(13)V99 COMP-3.
       01 WS-MARGIN-AMT   PIC S9(13)V99 COMP-3.
       01 WS-COMM-AMT     PIC S9(13)V99 COMP-3.
       01 WS-HOLD-ID      PIC X(20).
       01 WS-DUP-CNT      PIC 9(5).
       01 WS-CONFIRM      PIC X(1).

       01 WS-EVENT-ID     PIC X(20).
       01 WS-EVENT-TYPE   PIC X(2).
      *> IS = issued, AM = amendment, CL = claim, RL = release.
       01 WS-EVENT-BY     PIC X(10).
       01 WS-NEW-AMOUNT   PIC S9(13)V99 COMP-3.
       01 WS-NEW-EXPIRY   PIC X(10).
       01 WS-NEW-IDR      PIC S9(13)V99 COMP-3.
       01 WS-NEW-MARGIN   PIC S9(13)V99 COMP-3.
       01 WS-NEW-COMM     PIC S9(13)V99 COMP-3.
       01 WS-EVENT-NOTE   PIC X(60).
       01 WS-L-TYPE       PIC X(2).
       01 WS-L-STATUS     PIC X(1).
       01 WS-L-BUS-DATE   PIC X(10).
       01 WS-L-BY         PIC X(10).

       01 WS-BUS-DATE     PIC X(10).
       01 WS-CLAIM-END    PIC X(10).
       01 WS-DATE-INT     PIC 9(8).
       01 WS-DATE-INT2    PIC 9(8).
       01 WS-TENOR-DAYS   PIC S9(5) COMP-3.

       01 WS-SALDO        PIC S9(13)V99 COMP-3.
       01 WS-MIN-SALDO    PIC S9(13)V99 COMP-3.
       01 WS-OD-LIMIT     PIC S9(13)V99 COMP-3.
       01 WS-HOLD-TOTAL   PIC S9(13)V99 COMP-3.
       01 WS-AVAIL-SALDO  PIC S9(13)V99 COMP-3.
       01 WS-AFTER-BAL    PIC S9(13)V99 COMP-3.
       01 WS-NEEDED       PIC S9(13)V99 COMP-3.
       01 WS-CHARGE-AMT   PIC S9(11)V99 COMP-3.
       01 WS-HOLD-AMT-11  PIC S9(11)V99 COMP-3.

       01 WS-JRN-ID       PIC X(20).
       01 WS-GL-AMOUNT    PIC S9(13)V99 COMP-3.
       01 WS-GL-DR        PIC X(8).
       01 WS-GL-CR        PIC X(8).

       01 WS-EVENT-RESP   PIC X(2) VALUE '00'.
       01 WS-TERMINAL-ID  PIC X(8) VALUE 'BGMAINT1'.
       01 WS-CHANNEL      PIC X(6) VALUE 'BRANCH'.
       01 WS-AUDIT-ID     PIC X(20).
       01 WS-HOLD-EVENT   PIC X(2).
       01 WS-FAILED       PIC X(1).

      *> Bank guarantees (tender, performance, advance-payment and
      *> maintenance bonds) move out of Word and Excel into
      *> BANK_GUARANTEE. Every motion on a guarantee is keyed by one
      *> user and takes effect only when a second approves it, the
      *> same motion as CB-OD-MAINT: the issuance itself, an
      *> amendment of amount or expiry, a beneficiary's claim, and
      *> an early release when the original comes back. Each motion
      *> is a BG_EVENT row, pending until approved, so the trail of
      *> a guarantee is its event list; only one motion may be
      *> pending at a time.
      *> On issuance the cash margin (a percentage of the amount)
      *> is earmarked on the applicant's account as an ACCOUNT_HOLD
      *> (reason 'B', legal reference the guarantee) that stays
      *> until the guarantee is claimed or released, and the
      *> commission - the annual rate over the tenor, actual/360 -
      *> is debited there and then (audit 'GC'). The guaranteed
      *> amount, in rupiah at the issuance rate for a foreign-
      *> currency guarantee, is booked off balance sheet Dr BG-CONTG
      *> / Cr BG-CONTR ('BG' GL_JOURNAL entries) and run down as
      *> claims are paid or the guarantee is released. A claim is
      *> paid out of the applicant's account (audit 'GK'), the
      *> margin released first so it funds the claim; a claim the
      *> account cannot cover takes it into debit, where it is
      *> collected as an overdraft. Guarantees that run past their
      *> expiry and claim period are released by CB-BG-EXPIRY in the
      *> night batch.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-BG-MAINT ' 'SU' WS-USER WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF

           EXEC SQL
              SELECT CURR_BUS_DATE
              INTO :WS-BUS-DATE
              FROM BUSINESS_DATE
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "NO BUSINESS_DATE CONTROL ROW"
              STOP RUN
           END-IF

           DISPLAY "ACTION (P=PROPOSE, M=AMEND, C=CLAIM, R=RELEASE, "
                   "A=APPROVE, I=INQUIRE): " WITH NO ADVANCING
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
             WHEN 'P'
                PERFORM PROPOSE-GUARANTEE
                        THRU PROPOSE-GUARANTEE-EXIT
             WHEN 'M'
                PERFORM PROPOSE-AMENDMENT
                        THRU PROPOSE-AMENDMENT-EXIT
             WHEN 'C'
                PERFORM LODGE-CLAIM THRU LODGE-CLAIM-EXIT
             WHEN 'R'
                PERFORM REQUEST-RELEASE THRU REQUEST-RELEASE-EXIT
             WHEN 'A'
                PERFORM APPROVE-MOTION THRU APPROVE-MOTION-EXIT
             WHEN 'I'
                PERFORM INQUIRE-GUARANTEE
                        THRU INQUIRE-GUARANTEE-EXIT
             WHEN OTHER
                DISPLAY "INVALID ACTION"
           END-EVALUATE

           STOP RUN.

       PROPOSE-GUARANTEE.
           DISPLAY "NO REK PEMOHON: " WITH NO ADVANCING
           ACCEPT WS-NO-REK
           DISPLAY "JENIS (TB/PB/AP/MT/OT): " WITH NO ADVANCING
           ACCEPT WS-BG-TYPE
           DISPLAY "PENERIMA JAMINAN: " WITH NO ADVANCING
           ACCEPT WS-BENEFICIARY
           DISPLAY "MATA UANG (BLANK=IDR): " WITH NO ADVANCING
           ACCEPT WS-CURRENCY
           DISPLAY "NILAI JAMINAN: " WITH NO ADVANCING
           ACCEPT WS-BG-AMOUNT
           DISPLAY "BERLAKU S/D (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-EXPIRY-DATE
           DISPLAY "MASA KLAIM (HARI SETELAH JATUH TEMPO): "
                   WITH NO ADVANCING
           ACCEPT WS-CLAIM-DAYS
           DISPLAY "SETORAN JAMINAN / MARGIN (%): " WITH NO ADVANCING
           ACCEPT WS-MARGIN-PCT
           DISPLAY "PROVISI (% P.A.): " WITH NO ADVANCING
           ACCEPT WS-COMM-RATE

           IF WS-CURRENCY = SPACES
              MOVE 'IDR' TO WS-CURRENCY
           END-IF

           IF WS-BG-TYPE NOT = 'TB' AND WS-BG-TYPE NOT = 'PB'
              AND WS-BG-TYPE NOT = 'AP' AND WS-BG-TYPE NOT = 'MT'
              AND WS-BG-TYPE NOT = 'OT'
              DISPLAY "PROPOSE REJECTED: INVALID GUARANTEE TYPE"
              GO TO PROPOSE-GUARANTEE-EXIT
           END-IF

           IF WS-BENEFICIARY = SPACES OR WS-BG-AMOUNT <= 0
              OR WS-EXPIRY-DATE <= WS-BUS-DATE
              DISPLAY "PROPOSE REJECTED: BENEFICIARY, AMOUNT AND A "
                      "FUTURE EXPIRY ARE MANDATORY"
              GO TO PROPOSE-GUARANTEE-EXIT
           END-IF

           IF WS-CLAIM-DAYS < 0 OR WS-MARGIN-PCT < 0
              OR WS-MARGIN-PCT > 100 OR WS-COMM-RATE < 0
              DISPLAY "PROPOSE REJECTED: CLAIM PERIOD, MARGIN OR "
                      "COMMISSION OUT OF RANGE"
              GO TO PROPOSE-GUARANTEE-EXIT
           END-IF

           IF WS-CURRENCY NOT = 'IDR'
              EXEC SQL
                 SELECT RATE_TO_BASE
                 INTO :WS-FX-RATE
                 FROM FX_RATE_TABLE
                 WHERE CURRENCY_CODE = :WS-CURRENCY
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY "PROPOSE REJECTED: NO RATE FOR CURRENCY "
                         WS-CURRENCY
                 GO TO PROPOSE-GUARANTEE-EXIT
              END-IF
           END-IF

           EXEC SQL
              SELECT CUST_ID
              INTO :WS-CUST-ID
              FROM REKENING
              WHERE NO_REK = :WS-NO-REK
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "PROPOSE REJECTED: ACCOUNT NOT FOUND"
              GO TO PROPOSE-GUARANTEE-EXIT
           END-IF

           CALL 'CB-REF-NUMBER' USING 'BG' WS-BG-ID

           EXEC SQL
              INSERT INTO BANK_GUARANTEE
              (BG_ID, NO_REK, CUST_ID, BG_TYPE, BENEFICIARY,
               CURRENCY_CODE, AMOUNT, EXPIRY_DATE, CLAIM_DAYS,
               MARGIN_PCT, COMM_RATE, STATUS, PROPOSED_BY,
               PROPOSED_TS)
              VALUES
              (:WS-BG-ID, :WS-NO-REK, :WS-CUST-ID, :WS-BG-TYPE,
               :WS-BENEFICIARY, :WS-CURRENCY, :WS-BG-AMOUNT,
               :WS-EXPIRY-DATE, :WS-CLAIM-DAYS, :WS-MARGIN-PCT,
               :WS-COMM-RATE, 'P', :WS-USER, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "PROPOSE FAILED, SQLCODE " SQLCODE
              GO TO PROPOSE-GUARANTEE-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "GUARANTEE PROPOSED - " WS-BG-ID
                   " - AWAITING APPROVAL".
       PROPOSE-GUARANTEE-EXIT.
           EXIT.

      *> Amount and expiry can change; a blank or zero entry keeps
      *> the current value.
       PROPOSE-AMENDMENT.
           PERFORM READ-ACTIVE-MOTION-CHECK
           IF WS-FAILED = 'Y'
              GO TO PROPOSE-AMENDMENT-EXIT
           END-IF

           DISPLAY "NILAI BARU (0=TETAP " WS-BG-AMOUNT "): "
                   WITH NO ADVANCING
           ACCEPT WS-NEW-AMOUNT
           DISPLAY "BERLAKU S/D BARU (BLANK=TETAP " WS-EXPIRY-DATE
                   "): " WITH NO ADVANCING
           ACCEPT WS-NEW-EXPIRY
           DISPLAY "ALASAN       : " WITH NO ADVANCING
           ACCEPT WS-EVENT-NOTE

           IF WS-NEW-AMOUNT <= 0
              MOVE WS-BG-AMOUNT TO WS-NEW-AMOUNT
           END-IF
           IF WS-NEW-EXPIRY = SPACES
              MOVE WS-EXPIRY-DATE TO WS-NEW-EXPIRY
           END-IF

           IF WS-NEW-AMOUNT = WS-BG-AMOUNT
              AND WS-NEW-EXPIRY = WS-EXPIRY-DATE
              DISPLAY "AMEND REJECTED: NOTHING CHANGES"
              GO TO PROPOSE-AMENDMENT-EXIT
           END-IF

           IF WS-NEW-EXPIRY <= WS-BUS-DATE
              DISPLAY "AMEND REJECTED: EXPIRY MUST BE IN THE FUTURE"
              GO TO PROPOSE-AMENDMENT-EXIT
           END-IF

           MOVE 'AM' TO WS-EVENT-TYPE
           PERFORM WRITE-PENDING-EVENT
           DISPLAY "AMENDMENT PROPOSED - " WS-EVENT-ID
                   " - AWAITING APPROVAL".
       PROPOSE-AMENDMENT-EXIT.
           EXIT.

      *> The beneficiary's demand must arrive by the end of the
      *> claim period (expiry plus CLAIM_DAYS) and may be for part
      *> of the amount.
       LODGE-CLAIM.
           PERFORM READ-ACTIVE-MOTION-CHECK
           IF WS-FAILED = 'Y'
              GO TO LODGE-CLAIM-EXIT
           END-IF

           PERFORM COMPUTE-CLAIM-END
           IF WS-BUS-DATE > WS-CLAIM-END
              DISPLAY "CLAIM REJECTED: CLAIM PERIOD ENDED "
                      WS-CLAIM-END
              GO TO LODGE-CLAIM-EXIT
           END-IF

           DISPLAY "NILAI KLAIM (MAKS " WS-BG-AMOUNT " " WS-CURRENCY
                   "): " WITH NO ADVANCING
           ACCEPT WS-NEW-AMOUNT
           DISPLAY "NO SURAT KLAIM / KETERANGAN: " WITH NO ADVANCING
           ACCEPT WS-EVENT-NOTE

           IF WS-NEW-AMOUNT <= 0 OR WS-NEW-AMOUNT > WS-BG-AMOUNT
              OR WS-EVENT-NOTE = SPACES
              DISPLAY "CLAIM REJECTED: AMOUNT WITHIN THE GUARANTEE "
                      "AND THE CLAIM REFERENCE ARE MANDATORY"
              GO TO LODGE-CLAIM-EXIT
           END-IF

           MOVE WS-EXPIRY-DATE TO WS-NEW-EXPIRY
           MOVE 'CL' TO WS-EVENT-TYPE
           PERFORM WRITE-PENDING-EVENT
           DISPLAY "CLAIM LODGED - " WS-EVENT-ID
                   " - AWAITING APPROVAL FOR PAYMENT".
       LODGE-CLAIM-EXIT.
           EXIT.

      *> An early release: the beneficiary has returned the original
      *> or waived the guarantee before its expiry.
       REQUEST-RELEASE.
           PERFORM READ-ACTIVE-MOTION-CHECK
           IF WS-FAILED = 'Y'
              GO TO REQUEST-RELEASE-EXIT
           END-IF

           DISPLAY "ALASAN (ASLI KEMBALI / PELEPASAN): "
                   WITH NO ADVANCING
           ACCEPT WS-EVENT-NOTE
           IF WS-EVENT-NOTE = SPACES
              DISPLAY "RELEASE REJECTED: REASON IS MANDATORY"
              GO TO REQUEST-RELEASE-EXIT
           END-IF

           MOVE 0 TO WS-NEW-AMOUNT
           MOVE WS-EXPIRY-DATE TO WS-NEW-EXPIRY
           MOVE 'RL' TO WS-EVENT-TYPE
           PERFORM WRITE-PENDING-EVENT
           DISPLAY "RELEASE REQUESTED - " WS-EVENT-ID
                   " - AWAITING APPROVAL".
       REQUEST-RELEASE-EXIT.
           EXIT.

      *> A new motion needs an issued guarantee with nothing else
      *> pending on it.
       READ-ACTIVE-MOTION-CHECK.
           MOVE 'Y' TO WS-FAILED
           DISPLAY "BG ID        : " WITH NO ADVANCING
           ACCEPT WS-BG-ID

           PERFORM READ-GUARANTEE
           IF SQLCODE NOT = 0 OR WS-BG-STATUS NOT = 'A'
              DISPLAY "REJECTED: GUARANTEE NOT ISSUED OR NOT LIVE"
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-DUP-CNT
                 FROM BG_EVENT
                 WHERE BG_ID = :WS-BG-ID
                   AND STATUS = 'P'
              END-EXEC
              IF WS-DUP-CNT > 0
                 DISPLAY "REJECTED: ANOTHER MOTION IS PENDING ON "
                         "THIS GUARANTEE"
              ELSE
                 MOVE 'N' TO WS-FAILED
              END-IF
           END-IF.

       READ-GUARANTEE.
           EXEC SQL
              SELECT NO_REK, CUST_ID, BG_TYPE, BENEFICIARY,
                     CURRENCY_CODE, AMOUNT, EXPIRY_DATE, CLAIM_DAYS,
                     MARGIN_PCT, COMM_RATE, STATUS, PROPOSED_BY,
                     COALESCE(ISSUE_DATE, ' '),
                     COALESCE(FX_RATE, 1), COALESCE(AMOUNT_IDR, 0),
                     COALESCE(MARGIN_AMT, 0), COALESCE(COMM_AMT, 0),
                     COALESCE(HOLD_ID, ' ')
              INTO :WS-NO-REK, :WS-CUST-ID, :WS-BG-TYPE,
                   :WS-BENEFICIARY, :WS-CURRENCY, :WS-BG-AMOUNT,
                   :WS-EXPIRY-DATE, :WS-CLAIM-DAYS, :WS-MARGIN-PCT,
                   :WS-COMM-RATE, :WS-BG-STATUS, :WS-PROPOSED-BY,
                   :WS-ISSUE-DATE, :WS-FX-RATE, :WS-AMOUNT-IDR,
                   :WS-MARGIN-AMT, :WS-COMM-AMT, :WS-HOLD-ID
              FROM BANK_GUARANTEE
              WHERE BG_ID = :WS-BG-ID
           END-EXEC.

       WRITE-PENDING-EVENT.
           CALL 'CB-REF-NUMBER' USING 'BE' WS-EVENT-ID

           EXEC SQL
              INSERT INTO BG_EVENT
              (EVENT_ID, BG_ID, EVENT_TYPE, STATUS, BUS_DATE,
               OLD_AMOUNT, NEW_AMOUNT, OLD_EXPIRY, NEW_EXPIRY,
               NOTE, ENTERED_BY, ENTERED_TS)
              VALUES
              (:WS-EVENT-ID, :WS-BG-ID, :WS-EVENT-TYPE, 'P',
               :WS-BUS-DATE, :WS-BG-AMOUNT, :WS-NEW-AMOUNT,
               :WS-EXPIRY-DATE, :WS-NEW-EXPIRY, :WS-EVENT-NOTE,
               :WS-USER, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "MOTION NOT RECORDED, SQLCODE " SQLCODE
           END-IF.

      *> The approver keys the guarantee and sees what is pending:
      *> the issuance itself, or the one pending event.
       APPROVE-MOTION.
           DISPLAY "BG ID        : " WITH NO ADVANCING
           ACCEPT WS-BG-ID

           PERFORM READ-GUARANTEE
           IF SQLCODE NOT = 0
              DISPLAY "APPROVE FAILED: GUARANTEE NOT FOUND"
              GO TO APPROVE-MOTION-EXIT
           END-IF

           IF WS-BG-STATUS = 'P'
              IF WS-PROPOSED-BY = WS-USER
                 DISPLAY "APPROVE FAILED: PROPOSER CANNOT APPROVE "
                         "THEIR OWN GUARANTEE"
                 GO TO APPROVE-MOTION-EXIT
              END-IF
              PERFORM APPROVE-ISSUANCE THRU APPROVE-ISSUANCE-EXIT
              GO TO APPROVE-MOTION-EXIT
           END-IF

           EXEC SQL
              SELECT EVENT_ID, EVENT_TYPE, NEW_AMOUNT, NEW_EXPIRY,
                     NOTE, ENTERED_BY
              INTO :WS-EVENT-ID, :WS-EVENT-TYPE, :WS-NEW-AMOUNT,
                   :WS-NEW-EXPIRY, :WS-EVENT-NOTE, :WS-EVENT-BY
              FROM BG_EVENT
              WHERE BG_ID = :WS-BG-ID
                AND STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-BG-STATUS NOT = 'A'
              DISPLAY "APPROVE FAILED: NOTHING PENDING"
              GO TO APPROVE-MOTION-EXIT
           END-IF

           IF WS-EVENT-BY = WS-USER
              DISPLAY "APPROVE FAILED: PROPOSER CANNOT APPROVE "
                      "THEIR OWN MOTION"
              GO TO APPROVE-MOTION-EXIT
           END-IF

           DISPLAY "PENDING " WS-EVENT-TYPE " " WS-EVENT-ID
           DISPLAY "  " WS-EVENT-NOTE
           DISPLAY "  NILAI " WS-BG-AMOUNT "  DIMINTA " WS-NEW-AMOUNT
                   "  S/D " WS-EXPIRY-DATE " -> " WS-NEW-EXPIRY
           DISPLAY "APPROVE ? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
              GO TO APPROVE-MOTION-EXIT
           END-IF

           EVALUATE WS-EVENT-TYPE
             WHEN 'AM'
                PERFORM APPROVE-AMENDMENT
                        THRU APPROVE-AMENDMENT-EXIT
             WHEN 'CL'
                PERFORM PAY-CLAIM THRU PAY-CLAIM-EXIT
             WHEN 'RL'
                PERFORM APPROVE-RELEASE THRU APPROVE-RELEASE-EXIT
           END-EVALUATE.
       APPROVE-MOTION-EXIT.
           EXIT.

      *> Issuance is where the money moves: margin earmarked,
      *> commission taken, contingent booked, all in one unit of
      *> work or not at all.
       APPROVE-ISSUANCE.
           IF WS-EXPIRY-DATE <= WS-BUS-DATE
              DISPLAY "APPROVE FAILED: EXPIRY HAS PASSED - "
                      "RE-PROPOSE"
              GO TO APPROVE-ISSUANCE-EXIT
           END-IF

           MOVE 1 TO WS-FX-RATE
           IF WS-CURRENCY NOT = 'IDR'
              EXEC SQL
                 SELECT RATE_TO_BASE
                 INTO :WS-FX-RATE
                 FROM FX_RATE_TABLE
                 WHERE CURRENCY_CODE = :WS-CURRENCY
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY "APPROVE FAILED: NO RATE FOR CURRENCY "
                         WS-CURRENCY
                 GO TO APPROVE-ISSUANCE-EXIT
              END-IF
           END-IF

           MOVE WS-BUS-DATE TO WS-ISSUE-DATE
           COMPUTE WS-AMOUNT-IDR ROUNDED = WS-BG-AMOUNT * WS-FX-RATE
           COMPUTE WS-MARGIN-AMT ROUNDED =
              WS-AMOUNT-IDR * WS-MARGIN-PCT / 100
           MOVE WS-EXPIRY-DATE TO WS-NEW-EXPIRY
           MOVE WS-AMOUNT-IDR TO WS-NEW-IDR
           PERFORM COMPUTE-COMMISSION
           MOVE WS-NEW-COMM TO WS-COMM-AMT

           COMPUTE WS-NEEDED = WS-MARGIN-AMT + WS-COMM-AMT
           PERFORM LOCK-APPLICANT-ACCOUNT
           IF WS-FAILED = 'Y'
              GO TO APPROVE-ISSUANCE-EXIT
           END-IF

           IF WS-NEEDED > WS-AVAIL-SALDO
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: MARGIN " WS-MARGIN-AMT
                      " PLUS COMMISSION " WS-COMM-AMT
                      " EXCEED AVAILABLE " WS-AVAIL-SALDO
              GO TO APPROVE-ISSUANCE-EXIT
           END-IF

           IF WS-COMM-AMT > 0
              MOVE WS-COMM-AMT TO WS-CHARGE-AMT
              PERFORM CHARGE-COMMISSION
           END-IF

           MOVE SPACES TO WS-HOLD-ID
           IF WS-MARGIN-AMT > 0
              MOVE WS-MARGIN-AMT TO WS-HOLD-AMT-11
              CALL 'CB-REF-NUMBER' USING 'HL' WS-HOLD-ID
              EXEC SQL
                 INSERT INTO ACCOUNT_HOLD
                 (HOLD_ID, NO_REK, HOLD_AMOUNT, REASON_CODE,
                  LEGAL_REF, EXPIRY_DATE, STATUS, PLACED_BY,
                  PLACED_TS, APPROVED_BY, APPROVED_TS)
                 VALUES
                 (:WS-HOLD-ID, :WS-NO-REK, :WS-HOLD-AMT-11, 'B',
                  :WS-BG-ID, ' ', 'A', :WS-PROPOSED-BY,
                  CURRENT TIMESTAMP, :WS-USER, CURRENT TIMESTAMP)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-FAILED
              END-IF
              CALL 'CB-AUDIT-LOG'
                USING WS-NO-REK 'HP' WS-HOLD-AMT-11 WS-EVENT-RESP
                      WS-TERMINAL-ID WS-CHANNEL WS-AFTER-BAL
                      WS-AFTER-BAL WS-BG-ID 'IDR' WS-HOLD-AMT-11
                      WS-AUDIT-ID
           END-IF

           MOVE 'BG-CONTG' TO WS-GL-DR
           MOVE 'BG-CONTR' TO WS-GL-CR
           MOVE WS-AMOUNT-IDR TO WS-GL-AMOUNT
           PERFORM POST-CONTINGENT

           EXEC SQL
              UPDATE BANK_GUARANTEE
              SET STATUS = 'A',
                  ISSUE_DATE = :WS-ISSUE-DATE,
                  FX_RATE = :WS-FX-RATE,
                  AMOUNT_IDR = :WS-AMOUNT-IDR,
                  MARGIN_AMT = :WS-MARGIN-AMT,
                  COMM_AMT = :WS-COMM-AMT,
                  HOLD_ID = :WS-HOLD-ID,
                  APPROVED_BY = :WS-USER,
                  APPROVED_TS = CURRENT TIMESTAMP
              WHERE BG_ID = :WS-BG-ID
                AND STATUS = 'P'
                AND PROPOSED_BY <> :WS-USER
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE 'Y' TO WS-FAILED
           END-IF

           MOVE 'IS' TO WS-EVENT-TYPE
           MOVE WS-BG-AMOUNT TO WS-NEW-AMOUNT
           MOVE 'TERBIT' TO WS-EVENT-NOTE
           MOVE WS-PROPOSED-BY TO WS-EVENT-BY
           PERFORM WRITE-APPLIED-EVENT

           IF WS-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: PROPOSAL MOVED UNDERNEATH US"
              GO TO APPROVE-ISSUANCE-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "GUARANTEE ISSUED - " WS-BG-ID
           DISPLAY "  NILAI " WS-BG-AMOUNT " " WS-CURRENCY
                   "  (IDR " WS-AMOUNT-IDR ")"
           DISPLAY "  MARGIN DITAHAN " WS-MARGIN-AMT
                   "  PROVISI " WS-COMM-AMT.
       APPROVE-ISSUANCE-EXIT.
           EXIT.

      *> Commission is recomputed over the amended terms from the
      *> issue date and only the excess over what was already
      *> charged is taken - a shorter or smaller guarantee refunds
      *> nothing. The margin follows the new amount.
       APPROVE-AMENDMENT.
           COMPUTE WS-NEW-IDR ROUNDED = WS-NEW-AMOUNT * WS-FX-RATE
           COMPUTE WS-NEW-MARGIN ROUNDED =
              WS-NEW-IDR * WS-MARGIN-PCT / 100
           PERFORM COMPUTE-COMMISSION
           COMPUTE WS-NEW-COMM = WS-NEW-COMM - WS-COMM-AMT
           IF WS-NEW-COMM < 0
              MOVE 0 TO WS-NEW-COMM
           END-IF

           COMPUTE WS-NEEDED = WS-NEW-COMM
           IF WS-NEW-MARGIN > WS-MARGIN-AMT
              COMPUTE WS-NEEDED =
                 WS-NEEDED + WS-NEW-MARGIN - WS-MARGIN-AMT
           END-IF

           PERFORM LOCK-APPLICANT-ACCOUNT
           IF WS-FAILED = 'Y'
              GO TO APPROVE-AMENDMENT-EXIT
           END-IF

           IF WS-NEEDED > WS-AVAIL-SALDO
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: EXTRA MARGIN AND COMMISSION "
                      WS-NEEDED " EXCEED AVAILABLE " WS-AVAIL-SALDO
              GO TO APPROVE-AMENDMENT-EXIT
           END-IF

           IF WS-NEW-COMM > 0
              MOVE WS-NEW-COMM TO WS-CHARGE-AMT
              PERFORM CHARGE-COMMISSION
           END-IF

           IF WS-NEW-MARGIN NOT = WS-MARGIN-AMT
              MOVE WS-NEW-MARGIN TO WS-MARGIN-AMT
              PERFORM RESET-MARGIN-HOLD THRU RESET-MARGIN-HOLD-EXIT
           END-IF

           COMPUTE WS-GL-AMOUNT = WS-NEW-IDR - WS-AMOUNT-IDR
           IF WS-GL-AMOUNT > 0
              MOVE 'BG-CONTG' TO WS-GL-DR
              MOVE 'BG-CONTR' TO WS-GL-CR
              PERFORM POST-CONTINGENT
           END-IF
           IF WS-GL-AMOUNT < 0
              COMPUTE WS-GL-AMOUNT = 0 - WS-GL-AMOUNT
              MOVE 'BG-CONTR' TO WS-GL-DR
              MOVE 'BG-CONTG' TO WS-GL-CR
              PERFORM POST-CONTINGENT
           END-IF

           EXEC SQL
              UPDATE BANK_GUARANTEE
              SET AMOUNT = :WS-NEW-AMOUNT,
                  EXPIRY_DATE = :WS-NEW-EXPIRY,
                  AMOUNT_IDR = :WS-NEW-IDR,
                  MARGIN_AMT = :WS-MARGIN-AMT,
                  COMM_AMT = COMM_AMT + :WS-NEW-COMM
              WHERE BG_ID = :WS-BG-ID
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE 'Y' TO WS-FAILED
           END-IF

           PERFORM CLOSE-PENDING-EVENT

           IF WS-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: GUARANTEE MOVED UNDERNEATH US"
              GO TO APPROVE-AMENDMENT-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "AMENDMENT APPLIED - NILAI " WS-NEW-AMOUNT
                   "  S/D " WS-NEW-EXPIRY
           DISPLAY "  MARGIN DITAHAN " WS-MARGIN-AMT
                   "  PROVISI TAMBAHAN " WS-NEW-COMM.
       APPROVE-AMENDMENT-EXIT.
           EXIT.

      *> The margin is freed before the applicant is debited so it
      *> pays towards the claim; the debit itself is not held to
      *> the available balance - the bank has paid the beneficiary
      *> whether the applicant can cover it or not.
       PAY-CLAIM.
           PERFORM LOCK-APPLICANT-ACCOUNT
           IF WS-FAILED = 'Y'
              GO TO PAY-CLAIM-EXIT
           END-IF

           COMPUTE WS-GL-AMOUNT ROUNDED = WS-NEW-AMOUNT * WS-FX-RATE
           IF WS-NEW-AMOUNT = WS-BG-AMOUNT
              MOVE WS-AMOUNT-IDR TO WS-GL-AMOUNT
           END-IF
           MOVE WS-GL-AMOUNT TO WS-CHARGE-AMT

           COMPUTE WS-NEW-AMOUNT = WS-BG-AMOUNT - WS-NEW-AMOUNT
           COMPUTE WS-NEW-IDR = WS-AMOUNT-IDR - WS-GL-AMOUNT
           COMPUTE WS-MARGIN-AMT ROUNDED =
              WS-NEW-IDR * WS-MARGIN-PCT / 100
           PERFORM RESET-MARGIN-HOLD THRU RESET-MARGIN-HOLD-EXIT

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO - :WS-CHARGE-AMT
              WHERE NO_REK = :WS-NO-REK
           END-EXEC

           COMPUTE WS-AFTER-BAL = WS-SALDO - WS-CHARGE-AMT
           CALL 'CB-AUDIT-LOG'
             USING WS-NO-REK 'GK' WS-CHARGE-AMT WS-EVENT-RESP
                   WS-TERMINAL-ID WS-CHANNEL WS-SALDO
                   WS-AFTER-BAL WS-BG-ID 'IDR' WS-CHARGE-AMT
                   WS-AUDIT-ID
           MOVE WS-AFTER-BAL TO WS-SALDO

           MOVE 'BG-CONTR' TO WS-GL-DR
           MOVE 'BG-CONTG' TO WS-GL-CR
           PERFORM POST-CONTINGENT

           IF WS-NEW-AMOUNT = 0
              MOVE 'C' TO WS-BG-STATUS
           ELSE
              MOVE 'A' TO WS-BG-STATUS
           END-IF

           EXEC SQL
              UPDATE BANK_GUARANTEE
              SET AMOUNT = :WS-NEW-AMOUNT,
                  AMOUNT_IDR = :WS-NEW-IDR,
                  MARGIN_AMT = :WS-MARGIN-AMT,
                  CLAIMED_AMT = COALESCE(CLAIMED_AMT, 0)
                                + :WS-CHARGE-AMT,
                  STATUS = :WS-BG-STATUS,
                  CLOSED_DATE = CASE WHEN :WS-BG-STATUS = 'C'
                                     THEN :WS-BUS-DATE
                                     ELSE CLOSED_DATE END
              WHERE BG_ID = :WS-BG-ID
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE 'Y' TO WS-FAILED
           END-IF

           PERFORM CLOSE-PENDING-EVENT

           IF WS-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "CLAIM FAILED: GUARANTEE MOVED UNDERNEATH US"
              GO TO PAY-CLAIM-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "CLAIM PAID - IDR " WS-CHARGE-AMT
                   " DEBITED TO " WS-NO-REK
           DISPLAY "  SALDO " WS-AFTER-BAL
                   "  SISA JAMINAN " WS-NEW-AMOUNT " " WS-CURRENCY.
       PAY-CLAIM-EXIT.
           EXIT.

       APPROVE-RELEASE.
           MOVE 'N' TO WS-FAILED
           MOVE 0 TO WS-MARGIN-AMT
           PERFORM RESET-MARGIN-HOLD THRU RESET-MARGIN-HOLD-EXIT

           MOVE 'BG-CONTR' TO WS-GL-DR
           MOVE 'BG-CONTG' TO WS-GL-CR
           MOVE WS-AMOUNT-IDR TO WS-GL-AMOUNT
           PERFORM POST-CONTINGENT

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

           PERFORM CLOSE-PENDING-EVENT

           IF WS-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "RELEASE FAILED: GUARANTEE MOVED UNDERNEATH US"
              GO TO APPROVE-RELEASE-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "GUARANTEE RELEASED - " WS-BG-ID.
       APPROVE-RELEASE-EXIT.
           EXIT.

      *> Commission over the tenor from the issue date to the
      *> expiry in WS-NEW-EXPIRY, on the rupiah amount in
      *> WS-NEW-IDR, actual/360.
       COMPUTE-COMMISSION.
           STRING WS-ISSUE-DATE(1:4) WS-ISSUE-DATE(6:2)
                  WS-ISSUE-DATE(9:2)
             DELIMITED BY SIZE INTO WS-DATE-INT
           STRING WS-NEW-EXPIRY(1:4) WS-NEW-EXPIRY(6:2)
                  WS-NEW-EXPIRY(9:2)
             DELIMITED BY SIZE INTO WS-DATE-INT2
           COMPUTE WS-TENOR-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-INT2)
              - FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
           IF WS-TENOR-DAYS < 1
              MOVE 1 TO WS-TENOR-DAYS
           END-IF
           COMPUTE WS-NEW-COMM ROUNDED =
              WS-NEW-IDR * WS-COMM-RATE * WS-TENOR-DAYS / 36000.

       COMPUTE-CLAIM-END.
           STRING WS-EXPIRY-DATE(1:4) WS-EXPIRY-DATE(6:2)
                  WS-EXPIRY-DATE(9:2)
             DELIMITED BY SIZE INTO WS-DATE-INT
           COMPUTE WS-DATE-INT2 = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-DATE-INT) + WS-CLAIM-DAYS)
           STRING WS-DATE-INT2(1:4) "-" WS-DATE-INT2(5:2) "-"
                  WS-DATE-INT2(7:2)
             DELIMITED BY SIZE INTO WS-CLAIM-END.

      *> Reads the applicant's account under lock and works out what
      *> is reachable, the same floor every debit path uses.
       LOCK-APPLICANT-ACCOUNT.
           MOVE 'N' TO WS-FAILED
           EXEC SQL
              SELECT SALDO, MIN_SALDO, OD_LIMIT
              INTO :WS-SALDO, :WS-MIN-SALDO, :WS-OD-LIMIT
              FROM REKENING
              WHERE NO_REK = :WS-NO-REK
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "REJECTED: APPLICANT ACCOUNT NOT FOUND"
              MOVE 'Y' TO WS-FAILED
           ELSE
              CALL 'CB-HOLD-AMOUNT' USING WS-NO-REK WS-HOLD-TOTAL
              COMPUTE WS-AVAIL-SALDO = WS-SALDO - WS-MIN-SALDO
                 + WS-OD-LIMIT - WS-HOLD-TOTAL
              MOVE WS-SALDO TO WS-AFTER-BAL
           END-IF.

       CHARGE-COMMISSION.
           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO - :WS-CHARGE-AMT
              WHERE NO_REK = :WS-NO-REK
           END-EXEC

           COMPUTE WS-AFTER-BAL = WS-SALDO - WS-CHARGE-AMT
           CALL 'CB-AUDIT-LOG'
             USING WS-NO-REK 'GC' WS-CHARGE-AMT WS-EVENT-RESP
                   WS-TERMINAL-ID WS-CHANNEL WS-SALDO
                   WS-AFTER-BAL WS-BG-ID 'IDR' WS-CHARGE-AMT
                   WS-AUDIT-ID
           MOVE WS-AFTER-BAL TO WS-SALDO.

      *> Brings the margin hold to WS-MARGIN-AMT: released when it
      *> falls to zero, otherwise resized in place. A guarantee
      *> issued without margin has no hold to follow.
       RESET-MARGIN-HOLD.
           IF WS-HOLD-ID = SPACES
              GO TO RESET-MARGIN-HOLD-EXIT
           END-IF

           MOVE WS-MARGIN-AMT TO WS-HOLD-AMT-11
           IF WS-MARGIN-AMT = 0
              EXEC SQL
                 UPDATE ACCOUNT_HOLD
                 SET STATUS = 'R',
                     RELEASED_BY = :WS-USER,
                     RELEASED_TS = CURRENT TIMESTAMP
                 WHERE HOLD_ID = :WS-HOLD-ID
                   AND STATUS = 'A'
              END-EXEC
              MOVE 'HR' TO WS-HOLD-EVENT
           ELSE
              EXEC SQL
                 UPDATE ACCOUNT_HOLD
                 SET HOLD_AMOUNT = :WS-HOLD-AMT-11
                 WHERE HOLD_ID = :WS-HOLD-ID
                   AND STATUS = 'A'
              END-EXEC
              MOVE 'HP' TO WS-HOLD-EVENT
           END-IF

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FAILED
           END-IF

           CALL 'CB-AUDIT-LOG'
             USING WS-NO-REK WS-HOLD-EVENT WS-HOLD-AMT-11
                   WS-EVENT-RESP WS-TERMINAL-ID WS-CHANNEL
                   WS-SALDO WS-SALDO WS-BG-ID 'IDR'
                   WS-HOLD-AMT-11 WS-AUDIT-ID.
       RESET-MARGIN-HOLD-EXIT.
           EXIT.

       POST-CONTINGENT.
           CALL 'CB-REF-NUMBER' USING 'GJ' WS-JRN-ID
           EXEC SQL
              INSERT INTO GL_JOURNAL
              (JRN_ID, BUS_DATE, DR_ACCOUNT, CR_ACCOUNT,
               AMOUNT, TRX_CODE, SRC_ID_TRX, CREATED_TS)
              VALUES
              (:WS-JRN-ID, :WS-BUS-DATE, :WS-GL-DR, :WS-GL-CR,
               :WS-GL-AMOUNT, 'BG', :WS-BG-ID, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FAILED
           END-IF.

       CLOSE-PENDING-EVENT.
           EXEC SQL
              UPDATE BG_EVENT
              SET STATUS = 'A',
                  APPROVED_BY = :WS-USER,
                  APPROVED_TS = CURRENT TIMESTAMP,
                  BUS_DATE = :WS-BUS-DATE
              WHERE EVENT_ID = :WS-EVENT-ID
                AND STATUS = 'P'
                AND ENTERED_BY <> :WS-USER
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE 'Y' TO WS-FAILED
           END-IF.

       WRITE-APPLIED-EVENT.
           CALL 'CB-REF-NUMBER' USING 'BE' WS-EVENT-ID

           EXEC SQL
              INSERT INTO BG_EVENT
              (EVENT_ID, BG_ID, EVENT_TYPE, STATUS, BUS_DATE,
               OLD_AMOUNT, NEW_AMOUNT, OLD_EXPIRY, NEW_EXPIRY,
               NOTE, ENTERED_BY, ENTERED_TS, APPROVED_BY,
               APPROVED_TS)
              VALUES
              (:WS-EVENT-ID, :WS-BG-ID, :WS-EVENT-TYPE, 'A',
               :WS-BUS-DATE, 0, :WS-NEW-AMOUNT, :WS-EXPIRY-DATE,
               :WS-EXPIRY-DATE, :WS-EVENT-NOTE, :WS-EVENT-BY,
               CURRENT TIMESTAMP, :WS-USER, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FAILED
           END-IF.

       INQUIRE-GUARANTEE.
           DISPLAY "BG ID        : " WITH NO ADVANCING
           ACCEPT WS-BG-ID

           PERFORM READ-GUARANTEE
           IF SQLCODE NOT = 0
              DISPLAY "GUARANTEE NOT FOUND"
              GO TO INQUIRE-GUARANTEE-EXIT
           END-IF

           PERFORM COMPUTE-CLAIM-END

           DISPLAY "==================================================="
           DISPLAY "BANK GUARANTEE " WS-BG-ID "  STATUS " WS-BG-STATUS
           DISPLAY "JENIS " WS-BG-TYPE "  PEMOHON " WS-NO-REK
                   " / " WS-CUST-ID
           DISPLAY "PENERIMA " WS-BENEFICIARY
           DISPLAY "NILAI " WS-BG-AMOUNT " " WS-CURRENCY
                   "  (IDR " WS-AMOUNT-IDR ")"
           DISPLAY "TERBIT " WS-ISSUE-DATE "  S/D " WS-EXPIRY-DATE
                   "  KLAIM S/D " WS-CLAIM-END
           DISPLAY "MARGIN " WS-MARGIN-PCT "% = " WS-MARGIN-AMT
                   "  PROVISI " WS-COMM-AMT
           DISPLAY "---------------------------------------------------"
           PERFORM LIST-EVENTS
           DISPLAY "==================================================="
           CONTINUE.
       INQUIRE-GUARANTEE-EXIT.
           EXIT.

       LIST-EVENTS.
           EXEC SQL
              DECLARE BGE-CUR CURSOR FOR
              SELECT EVENT_ID, EVENT_TYPE, STATUS, BUS_DATE,
                     NEW_AMOUNT, NEW_EXPIRY, NOTE, ENTERED_BY
              FROM BG_EVENT
              WHERE BG_ID = :WS-BG-ID
              ORDER BY ENTERED_TS
           END-EXEC

           EXEC SQL OPEN BGE-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH BGE-CUR
                 INTO :WS-EVENT-ID, :WS-L-TYPE, :WS-L-STATUS,
                      :WS-L-BUS-DATE, :WS-NEW-AMOUNT, :WS-NEW-EXPIRY,
                      :WS-EVENT-NOTE, :WS-L-BY
              END-EXEC

              IF SQLCODE = 0
                 DISPLAY "  " WS-L-BUS-DATE " " WS-L-TYPE
                         " " WS-L-STATUS " " WS-NEW-AMOUNT
                         " " WS-NEW-EXPIRY " " WS-L-BY
                 DISPLAY "     " WS-EVENT-NOTE
              END-IF
           END-PERFORM

           EXEC SQL CLOSE BGE-CUR END-EXEC.
