       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-SDB-MAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ACTION       PIC X(1).
      *> B=register/update a Box, O=Open a rental (proposal),
      *> A=Approve a rental, H=Holders and access rule, V=record a
      *> Visit, K=Key replacement, F=Forced opening, C=Close a
      *> rental, I=Inquire a box.
       01 WS-SIGNON-OK    PIC X(1).
       01 WS-USER         PIC X(10).
       01 WS-CUST2        PIC X(10).
       01 WS-CUST2-OK     PIC X(1).
       01 WS-BUS-DATE     PIC X(10).

       01 WS-BRANCH-ID    PIC X(4).
       01 WS-BOX-NO       PIC X(6).
       01 WS-BOX-SIZE     PIC X(1).
      *> S = small, M = medium, L = large.
       01 WS-BOX-STATUS   PIC X(1).
      *> V = vacant, R = rented, X = out of service.
       01 WS-NEW-STATUS   PIC X(1).
       01 WS-ANNUAL-RENT  PIC S9(11)V99 COMP-3.
       01 WS-KEY-DEPOSIT  PIC S9(11)V99 COMP-3.

       01 WS-RENTAL-ID    PIC X(20).
       01 WS-CUST-ID      PIC X(20).
       01 WS-NO-REK       PIC X(6).
       01 WS-ACCESS-RULE  PIC X(1).
      *> E = any one holder may open, B = every holder present.
       01 WS-TERM-YEARS   PIC 9(2).
       01 WS-START-DATE   PIC X(10).
       01 WS-EXPIRY-DATE  PIC X(10).
       01 WS-NEXT-RENT    PIC X(10).
       01 WS-RENTAL-STAT  PIC X(1).
      *> P = proposed, A = active, L = locked out for unpaid rent,
      *> C = closed.
       01 WS-OPENED-BY    PIC X(10).
       01 WS-HOLD-ID      PIC X(20).
       01 WS-ACCT-STATUS  PIC X(1).

       01 WS-HOLDER-ACT   PIC X(1).
       01 WS-HOLDER-ID    PIC X(20).
       01 WS-HOLDER-SEQ   PIC 9(2).
       01 WS-HOLDER-CNT   PIC 9(2).
       01 WS-HOLDER-OK    PIC X(1).
       01 WS-KYC-STATUS   PIC X(1).
       01 WS-CUST-NAME    PIC X(40).
       01 WS-DUP-CNT      PIC 9(5).

       01 WS-PRESENT-CNT  PIC 9(2).
       01 WS-PRESENT-IX   PIC 9(2).
       01 WS-PRESENT-DUP  PIC X(1).
       01 WS-PRESENT-LIST.
          05 WS-PRESENT-ID OCCURS 10 TIMES PIC X(20).

       01 WS-EVENT-ID     PIC X(20).
       01 WS-EVENT-TYPE   PIC X(2).
      *> OP = rental opened, AV = access visit, KR = key replaced,
      *> FO = forced opening, CL = rental closed; the night batch
      *> adds RP = rent paid, LO = locked out, UL = unlocked.
       01 WS-EVENT-NOTE   PIC X(60).
       01 WS-EVENT-CUST   PIC X(20).
       01 WS-L-TYPE       PIC X(2).
       01 WS-L-BUS-DATE   PIC X(10).
       01 WS-L-CUST1      PIC X(10).
       01 WS-L-CUST2      PIC X(10).

       01 WS-SALDO        PIC S9(13)V99 COMP-3.
       01 WS-MIN-SALDO    PIC S9(13)V99 COMP-3.
       01 WS-OD-LIMIT     PIC S9(13)V99 COMP-3.
       01 WS-HOLD-TOTAL   PIC S9(13)V99 COMP-3.
       01 WS-AVAIL-SALDO  PIC S9(13)V99 COMP-3.
       01 WS-AFTER-BAL    PIC S9(13)V99 COMP-3.
       01 WS-NEEDED       PIC S9(13)V99 COMP-3.
       01 WS-CHARGE-AMT   PIC S9(11)V99 COMP-3.
       01 WS-CHARGE-CODE  PIC X(2).
       01 WS-KEY-FEE      PIC S9(11)V99 COMP-3.
       01 WS-ZERO-AMT     PIC S9(11)V99 COMP-3 VALUE 0.

       01 WS-DATE-IN      PIC X(10).
       01 WS-DATE-OUT     PIC X(10).
       01 WS-YEARS        PIC 9(2).
       01 WS-YYYY         PIC 9(4).

       01 WS-EVENT-RESP   PIC X(2) VALUE '00'.
       01 WS-TERMINAL-ID  PIC X(8) VALUE 'SDBMAINT'.
       01 WS-CHANNEL      PIC X(6) VALUE 'BRANCH'.
       01 WS-AUDIT-ID     PIC X(20).
       01 WS-FAILED       PIC X(1).
       01 WS-CONFIRM      PIC X(1).

      *> Safe deposit boxes (safe deposit box / SDB) come off paper.
      *> SDB_BOX is the branch's inventory - box number, size, the
      *> annual rent and key deposit it is let at, and whether it is
      *> vacant, rented or out of service. A rental (SDB_RENTAL) is
      *> keyed by one user and takes effect when a second approves
      *> it, the same motion as CB-BG-MAINT: on approval the first
      *> year's rent is debited from the renter's account (audit
      *> 'SR') and the key deposit is earmarked there as an
      *> ACCOUNT_HOLD (reason 'S', legal reference the rental) that
      *> stays until the key comes back. The renter is the primary
      *> holder; further openers are KYC-verified customers in
      *> SDB_OPENER, kept the way ACCOUNT_OWNER keeps joint holders,
      *> and the rental's access rule says whether any one of them
      *> may open the box or all must be present. Every visit, key
      *> replacement (fee SYS_PARAM SDB-KEY-FEE, audit 'SK') and
      *> forced opening (two custodians) is an SDB_EVENT with the
      *> customer and the custodian(s) who attended. Rent after the
      *> first year, and the lock-out of a box whose rent stays
      *> unpaid, belong to CB-SDB-BILLING in the night batch; a
      *> locked-out box cannot be visited. A rental closes with its
      *> rent paid up: a returned key frees the deposit, a lost one
      *> forfeits it (audit 'SD').
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-SDB-MAINT' 'TL' WS-USER WS-SIGNON-OK
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

           DISPLAY "ACTION (B=BOX, O=OPEN RENTAL, A=APPROVE, "
                   "H=HOLDERS, V=VISIT, K=KEY, F=FORCED OPEN, "
                   "C=CLOSE, I=INQUIRE): " WITH NO ADVANCING
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
             WHEN 'B'
                PERFORM REGISTER-BOX THRU REGISTER-BOX-EXIT
             WHEN 'O'
                PERFORM PROPOSE-RENTAL THRU PROPOSE-RENTAL-EXIT
             WHEN 'A'
                PERFORM APPROVE-RENTAL THRU APPROVE-RENTAL-EXIT
             WHEN 'H'
                PERFORM MAINTAIN-HOLDERS THRU MAINTAIN-HOLDERS-EXIT
             WHEN 'V'
                PERFORM RECORD-VISIT THRU RECORD-VISIT-EXIT
             WHEN 'K'
                PERFORM REPLACE-KEY THRU REPLACE-KEY-EXIT
             WHEN 'F'
                PERFORM FORCED-OPENING THRU FORCED-OPENING-EXIT
             WHEN 'C'
                PERFORM CLOSE-RENTAL THRU CLOSE-RENTAL-EXIT
             WHEN 'I'
                PERFORM INQUIRE-BOX THRU INQUIRE-BOX-EXIT
             WHEN OTHER
                DISPLAY "INVALID ACTION"
           END-EVALUATE

           STOP RUN.

      *> A new box enters the inventory vacant. An existing box can
      *> be re-priced at any time - a running rental keeps the rent
      *> it was let at until it is closed - but can only be taken
      *> out of (or back into) service while nobody rents it.
       REGISTER-BOX.
           PERFORM ACCEPT-BOX
           DISPLAY "UKURAN (S/M/L): " WITH NO ADVANCING
           ACCEPT WS-BOX-SIZE
           DISPLAY "SEWA PER TAHUN: " WITH NO ADVANCING
           ACCEPT WS-ANNUAL-RENT
           DISPLAY "UANG JAMINAN KUNCI: " WITH NO ADVANCING
           ACCEPT WS-KEY-DEPOSIT
           DISPLAY "STATUS (V=SIAP DISEWA, X=TIDAK DISEWAKAN, "
                   "BLANK=TETAP): " WITH NO ADVANCING
           ACCEPT WS-NEW-STATUS

           IF WS-BOX-SIZE NOT = 'S' AND WS-BOX-SIZE NOT = 'M'
              AND WS-BOX-SIZE NOT = 'L'
              DISPLAY "BOX REJECTED: SIZE MUST BE S, M OR L"
              GO TO REGISTER-BOX-EXIT
           END-IF

           IF WS-ANNUAL-RENT <= 0 OR WS-KEY-DEPOSIT < 0
              DISPLAY "BOX REJECTED: RENT AND KEY DEPOSIT OUT OF "
                      "RANGE"
              GO TO REGISTER-BOX-EXIT
           END-IF

           IF WS-NEW-STATUS NOT = SPACE AND WS-NEW-STATUS NOT = 'V'
              AND WS-NEW-STATUS NOT = 'X'
              DISPLAY "BOX REJECTED: STATUS MUST BE V OR X"
              GO TO REGISTER-BOX-EXIT
           END-IF

           PERFORM READ-BOX
           IF SQLCODE = 100
              IF WS-NEW-STATUS = SPACE
                 MOVE 'V' TO WS-NEW-STATUS
              END-IF
              EXEC SQL
                 INSERT INTO SDB_BOX
                 (BRANCH_ID, BOX_NO, BOX_SIZE, ANNUAL_RENT,
                  KEY_DEPOSIT, STATUS, CREATED_BY, CREATED_TS)
                 VALUES
                 (:WS-BRANCH-ID, :WS-BOX-NO, :WS-BOX-SIZE,
                  :WS-ANNUAL-RENT, :WS-KEY-DEPOSIT, :WS-NEW-STATUS,
                  :WS-USER, CURRENT TIMESTAMP)
              END-EXEC
           ELSE
              IF WS-NEW-STATUS = SPACE
                 MOVE WS-BOX-STATUS TO WS-NEW-STATUS
              END-IF
              IF WS-NEW-STATUS NOT = WS-BOX-STATUS
                 AND WS-BOX-STATUS = 'R'
                 DISPLAY "BOX REJECTED: BOX IS RENTED"
                 GO TO REGISTER-BOX-EXIT
              END-IF
              EXEC SQL
                 UPDATE SDB_BOX
                 SET BOX_SIZE = :WS-BOX-SIZE,
                     ANNUAL_RENT = :WS-ANNUAL-RENT,
                     KEY_DEPOSIT = :WS-KEY-DEPOSIT,
                     STATUS = :WS-NEW-STATUS,
                     UPDATED_BY = :WS-USER,
                     UPDATED_TS = CURRENT TIMESTAMP
                 WHERE BRANCH_ID = :WS-BRANCH-ID
                   AND BOX_NO = :WS-BOX-NO
                   AND STATUS = :WS-BOX-STATUS
              END-EXEC
              IF SQLCODE = 0 AND SQLERRD(3) = 0
                 EXEC SQL ROLLBACK END-EXEC
                 DISPLAY "BOX REJECTED: BOX MOVED UNDERNEATH US"
                 GO TO REGISTER-BOX-EXIT
              END-IF
           END-IF

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "BOX NOT RECORDED, SQLCODE " SQLCODE
              GO TO REGISTER-BOX-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "BOX " WS-BRANCH-ID "-" WS-BOX-NO " RECORDED, "
                   "STATUS " WS-NEW-STATUS.
       REGISTER-BOX-EXIT.
           EXIT.

      *> The renter must be a KYC-verified customer who holds the
      *> account the rent and the key deposit come from.
       PROPOSE-RENTAL.
           PERFORM ACCEPT-BOX
           DISPLAY "CUST ID PENYEWA: " WITH NO ADVANCING
           ACCEPT WS-CUST-ID
           DISPLAY "NO REK (SEWA DAN JAMINAN): " WITH NO ADVANCING
           ACCEPT WS-NO-REK
           DISPLAY "JANGKA WAKTU (TAHUN): " WITH NO ADVANCING
           ACCEPT WS-TERM-YEARS
           DISPLAY "ATURAN AKSES (E=SALAH SATU, B=SEMUA HADIR): "
                   WITH NO ADVANCING
           ACCEPT WS-ACCESS-RULE

           IF WS-TERM-YEARS < 1 OR WS-TERM-YEARS > 10
              DISPLAY "PROPOSE REJECTED: TERM MUST BE 1 TO 10 YEARS"
              GO TO PROPOSE-RENTAL-EXIT
           END-IF

           IF WS-ACCESS-RULE NOT = 'E' AND WS-ACCESS-RULE NOT = 'B'
              DISPLAY "PROPOSE REJECTED: ACCESS RULE MUST BE E OR B"
              GO TO PROPOSE-RENTAL-EXIT
           END-IF

           PERFORM READ-BOX
           IF SQLCODE NOT = 0 OR WS-BOX-STATUS NOT = 'V'
              DISPLAY "PROPOSE REJECTED: BOX NOT ON FILE OR NOT "
                      "VACANT"
              GO TO PROPOSE-RENTAL-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DUP-CNT
              FROM SDB_RENTAL
              WHERE BRANCH_ID = :WS-BRANCH-ID
                AND BOX_NO = :WS-BOX-NO
                AND STATUS = 'P'
           END-EXEC
           IF WS-DUP-CNT > 0
              DISPLAY "PROPOSE REJECTED: A RENTAL OF THIS BOX IS "
                      "ALREADY AWAITING APPROVAL"
              GO TO PROPOSE-RENTAL-EXIT
           END-IF

           EXEC SQL
              SELECT KYC_STATUS
              INTO :WS-KYC-STATUS
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-KYC-STATUS NOT = 'V'
              DISPLAY "PROPOSE REJECTED: CUSTOMER NOT FOUND OR KYC "
                      "NOT VERIFIED"
              GO TO PROPOSE-RENTAL-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DUP-CNT
              FROM REKENING R
              WHERE R.NO_REK = :WS-NO-REK
                AND COALESCE(R.ACCT_STATUS, 'A') = 'A'
                AND (R.CUST_ID = :WS-CUST-ID
                     OR EXISTS
                        (SELECT 1 FROM ACCOUNT_OWNER O
                         WHERE O.NO_REK = R.NO_REK
                           AND O.CUST_ID = :WS-CUST-ID
                           AND O.STATUS = 'A'))
           END-EXEC
           IF WS-DUP-CNT = 0
              DISPLAY "PROPOSE REJECTED: ACCOUNT NOT ACTIVE OR NOT "
                      "HELD BY THE RENTER"
              GO TO PROPOSE-RENTAL-EXIT
           END-IF

           CALL 'CB-REF-NUMBER' USING 'SB' WS-RENTAL-ID

           EXEC SQL
              INSERT INTO SDB_RENTAL
              (RENTAL_ID, BRANCH_ID, BOX_NO, CUST_ID, NO_REK,
               TERM_YEARS, ANNUAL_RENT, KEY_DEPOSIT, ACCESS_RULE,
               STATUS, OPENED_BY, OPENED_TS)
              VALUES
              (:WS-RENTAL-ID, :WS-BRANCH-ID, :WS-BOX-NO,
               :WS-CUST-ID, :WS-NO-REK, :WS-TERM-YEARS,
               :WS-ANNUAL-RENT, :WS-KEY-DEPOSIT, :WS-ACCESS-RULE,
               'P', :WS-USER, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "PROPOSE FAILED, SQLCODE " SQLCODE
              GO TO PROPOSE-RENTAL-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "RENTAL PROPOSED - " WS-RENTAL-ID
                   " - AWAITING APPROVAL"
           DISPLAY "  SEWA " WS-ANNUAL-RENT "/TAHUN  JAMINAN KUNCI "
                   WS-KEY-DEPOSIT.
       PROPOSE-RENTAL-EXIT.
           EXIT.

      *> Approval is where the money moves: the first year's rent
      *> debited, the key deposit earmarked, the box taken, all in
      *> one unit of work or not at all. The term and the rent
      *> anniversaries run from the approval date.
       APPROVE-RENTAL.
           DISPLAY "RENTAL ID    : " WITH NO ADVANCING
           ACCEPT WS-RENTAL-ID

           PERFORM READ-RENTAL
           IF SQLCODE NOT = 0 OR WS-RENTAL-STAT NOT = 'P'
              DISPLAY "APPROVE FAILED: RENTAL NOT FOUND OR NOT "
                      "PENDING"
              GO TO APPROVE-RENTAL-EXIT
           END-IF

           IF WS-OPENED-BY = WS-USER
              DISPLAY "APPROVE FAILED: PROPOSER CANNOT APPROVE "
                      "THEIR OWN RENTAL"
              GO TO APPROVE-RENTAL-EXIT
           END-IF

           DISPLAY "BOX " WS-BRANCH-ID "-" WS-BOX-NO "  PENYEWA "
                   WS-CUST-ID "  REK " WS-NO-REK
           DISPLAY "  " WS-TERM-YEARS " TAHUN  SEWA " WS-ANNUAL-RENT
                   "  JAMINAN KUNCI " WS-KEY-DEPOSIT
                   "  AKSES " WS-ACCESS-RULE
           DISPLAY "APPROVE ? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
              GO TO APPROVE-RENTAL-EXIT
           END-IF

           MOVE WS-BUS-DATE TO WS-START-DATE
           MOVE WS-BUS-DATE TO WS-DATE-IN
           MOVE 1 TO WS-YEARS
           PERFORM ADD-YEARS
           MOVE WS-DATE-OUT TO WS-NEXT-RENT
           MOVE WS-TERM-YEARS TO WS-YEARS
           PERFORM ADD-YEARS
           MOVE WS-DATE-OUT TO WS-EXPIRY-DATE

           COMPUTE WS-NEEDED = WS-ANNUAL-RENT + WS-KEY-DEPOSIT
           PERFORM LOCK-RENTER-ACCOUNT
           IF WS-FAILED = 'Y'
              GO TO APPROVE-RENTAL-EXIT
           END-IF

           IF WS-NEEDED > WS-AVAIL-SALDO
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: RENT " WS-ANNUAL-RENT
                      " PLUS KEY DEPOSIT " WS-KEY-DEPOSIT
                      " EXCEED AVAILABLE " WS-AVAIL-SALDO
              GO TO APPROVE-RENTAL-EXIT
           END-IF

           MOVE WS-ANNUAL-RENT TO WS-CHARGE-AMT
           MOVE 'SR' TO WS-CHARGE-CODE
           PERFORM CHARGE-RENTER

           MOVE SPACES TO WS-HOLD-ID
           IF WS-KEY-DEPOSIT > 0
              CALL 'CB-REF-NUMBER' USING 'HL' WS-HOLD-ID
              EXEC SQL
                 INSERT INTO ACCOUNT_HOLD
                 (HOLD_ID, NO_REK, HOLD_AMOUNT, REASON_CODE,
                  LEGAL_REF, EXPIRY_DATE, STATUS, PLACED_BY,
                  PLACED_TS, APPROVED_BY, APPROVED_TS)
                 VALUES
                 (:WS-HOLD-ID, :WS-NO-REK, :WS-KEY-DEPOSIT, 'S',
                  :WS-RENTAL-ID, ' ', 'A', :WS-OPENED-BY,
                  CURRENT TIMESTAMP, :WS-USER, CURRENT TIMESTAMP)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-FAILED
              END-IF
              CALL 'CB-AUDIT-LOG'
                USING WS-NO-REK 'HP' WS-KEY-DEPOSIT WS-EVENT-RESP
                      WS-TERMINAL-ID WS-CHANNEL WS-AFTER-BAL
                      WS-AFTER-BAL WS-RENTAL-ID 'IDR' WS-KEY-DEPOSIT
                      WS-AUDIT-ID
           END-IF

           EXEC SQL
              UPDATE SDB_BOX
              SET STATUS = 'R'
              WHERE BRANCH_ID = :WS-BRANCH-ID
                AND BOX_NO = :WS-BOX-NO
                AND STATUS = 'V'
           END-EXEC
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE 'Y' TO WS-FAILED
           END-IF

           EXEC SQL
              UPDATE SDB_RENTAL
              SET STATUS = 'A',
                  START_DATE = :WS-START-DATE,
                  EXPIRY_DATE = :WS-EXPIRY-DATE,
                  NEXT_RENT_DATE = :WS-NEXT-RENT,
                  HOLD_ID = :WS-HOLD-ID,
                  APPROVED_BY = :WS-USER,
                  APPROVED_TS = CURRENT TIMESTAMP
              WHERE RENTAL_ID = :WS-RENTAL-ID
                AND STATUS = 'P'
                AND OPENED_BY <> :WS-USER
           END-EXEC
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE 'Y' TO WS-FAILED
           END-IF

           MOVE 'OP' TO WS-EVENT-TYPE
           MOVE WS-CUST-ID TO WS-EVENT-CUST
           MOVE SPACES TO WS-CUST2
           MOVE 'SEWA DIMULAI' TO WS-EVENT-NOTE
           PERFORM WRITE-EVENT

           IF WS-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: RENTAL OR BOX MOVED "
                      "UNDERNEATH US"
              GO TO APPROVE-RENTAL-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "RENTAL ACTIVE - " WS-RENTAL-ID
           DISPLAY "  BERLAKU " WS-START-DATE " S/D " WS-EXPIRY-DATE
                   "  SEWA BERIKUT " WS-NEXT-RENT.
       APPROVE-RENTAL-EXIT.
           EXIT.

      *> Openers other than the renter, kept the way ACCOUNT_OWNER
      *> keeps joint holders, and the rental's access rule.
       MAINTAIN-HOLDERS.
           DISPLAY "RENTAL ID    : " WITH NO ADVANCING
           ACCEPT WS-RENTAL-ID
           DISPLAY "A=TAMBAH, R=HAPUS, S=ATURAN AKSES: "
                   WITH NO ADVANCING
           ACCEPT WS-HOLDER-ACT

           PERFORM READ-RENTAL
           IF SQLCODE NOT = 0 OR WS-RENTAL-STAT = 'C'
              DISPLAY "REJECTED: RENTAL NOT FOUND OR CLOSED"
              GO TO MAINTAIN-HOLDERS-EXIT
           END-IF

           EVALUATE WS-HOLDER-ACT
             WHEN 'A'
                PERFORM ADD-HOLDER THRU ADD-HOLDER-EXIT
             WHEN 'R'
                PERFORM REMOVE-HOLDER
             WHEN 'S'
                PERFORM SET-ACCESS-RULE
             WHEN OTHER
                DISPLAY "INVALID ACTION"
           END-EVALUATE.
       MAINTAIN-HOLDERS-EXIT.
           EXIT.

       ADD-HOLDER.
           DISPLAY "CUST ID      : " WITH NO ADVANCING
           ACCEPT WS-HOLDER-ID

           IF WS-HOLDER-ID = WS-CUST-ID
              DISPLAY "ADD REJECTED: ALREADY THE RENTER"
              GO TO ADD-HOLDER-EXIT
           END-IF

           EXEC SQL
              SELECT KYC_STATUS
              INTO :WS-KYC-STATUS
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-HOLDER-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-KYC-STATUS NOT = 'V'
              DISPLAY "ADD REJECTED: CUSTOMER NOT FOUND OR KYC NOT "
                      "VERIFIED"
              GO TO ADD-HOLDER-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-HOLDER-CNT
              FROM SDB_OPENER
              WHERE RENTAL_ID = :WS-RENTAL-ID
                AND STATUS = 'A'
           END-EXEC
           IF WS-HOLDER-CNT > 8
              DISPLAY "ADD REJECTED: NO MORE THAN NINE OPENERS"
              GO TO ADD-HOLDER-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DUP-CNT
              FROM SDB_OPENER
              WHERE RENTAL_ID = :WS-RENTAL-ID
                AND CUST_ID = :WS-HOLDER-ID
                AND STATUS = 'A'
           END-EXEC
           IF WS-DUP-CNT > 0
              DISPLAY "ADD REJECTED: ALREADY AN OPENER"
              GO TO ADD-HOLDER-EXIT
           END-IF

           EXEC SQL
              SELECT COALESCE(MAX(OPENER_SEQ), 1) + 1
              INTO :WS-HOLDER-SEQ
              FROM SDB_OPENER
              WHERE RENTAL_ID = :WS-RENTAL-ID
           END-EXEC

           EXEC SQL
              INSERT INTO SDB_OPENER
              (RENTAL_ID, CUST_ID, OPENER_SEQ, STATUS, ADDED_BY,
               ADDED_TS)
              VALUES
              (:WS-RENTAL-ID, :WS-HOLDER-ID, :WS-HOLDER-SEQ, 'A',
               :WS-USER, CURRENT TIMESTAMP)
           END-EXEC

           EXEC SQL COMMIT END-EXEC
           DISPLAY "OPENER ADDED AT SEQ " WS-HOLDER-SEQ.
       ADD-HOLDER-EXIT.
           EXIT.

       REMOVE-HOLDER.
           DISPLAY "CUST ID      : " WITH NO ADVANCING
           ACCEPT WS-HOLDER-ID

           EXEC SQL
              UPDATE SDB_OPENER
              SET STATUS = 'X',
                  REMOVED_BY = :WS-USER,
                  REMOVED_TS = CURRENT TIMESTAMP
              WHERE RENTAL_ID = :WS-RENTAL-ID
                AND CUST_ID = :WS-HOLDER-ID
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "OPENER REMOVED"
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "REMOVE FAILED: NOT AN ACTIVE OPENER"
           END-IF.

       SET-ACCESS-RULE.
           DISPLAY "ATURAN AKSES (E=SALAH SATU, B=SEMUA HADIR): "
                   WITH NO ADVANCING
           ACCEPT WS-ACCESS-RULE

           IF WS-ACCESS-RULE NOT = 'E' AND WS-ACCESS-RULE NOT = 'B'
              DISPLAY "SET REJECTED: RULE MUST BE E OR B"
           ELSE
              EXEC SQL
                 UPDATE SDB_RENTAL
                 SET ACCESS_RULE = :WS-ACCESS-RULE
                 WHERE RENTAL_ID = :WS-RENTAL-ID
                   AND STATUS <> 'C'
              END-EXEC

              IF SQLCODE = 0 AND SQLERRD(3) > 0
                 EXEC SQL COMMIT END-EXEC
                 DISPLAY "ACCESS RULE SET TO " WS-ACCESS-RULE
              ELSE
                 EXEC SQL ROLLBACK END-EXEC
                 DISPLAY "SET FAILED: RENTAL NOT OPEN"
              END-IF
           END-IF.

      *> The visitor must be the renter or an active opener; under
      *> the all-present rule every other holder is keyed in too,
      *> and each one present gets their own visit row beside the
      *> custodian who took them to the box.
       RECORD-VISIT.
           PERFORM ACCEPT-BOX
           PERFORM READ-BOX-RENTAL
           IF SQLCODE NOT = 0
              DISPLAY "VISIT REFUSED: BOX NOT RENTED"
              GO TO RECORD-VISIT-EXIT
           END-IF

           IF WS-RENTAL-STAT = 'L'
              DISPLAY "VISIT REFUSED: BOX LOCKED OUT - RENT DUE "
                      WS-NEXT-RENT " UNPAID"
              GO TO RECORD-VISIT-EXIT
           END-IF

           DISPLAY "CUST ID PENGUNJUNG: " WITH NO ADVANCING
           ACCEPT WS-HOLDER-ID
           PERFORM CHECK-HOLDER
           IF WS-HOLDER-OK NOT = 'Y'
              DISPLAY "VISIT REFUSED: NOT AN AUTHORISED OPENER"
              GO TO RECORD-VISIT-EXIT
           END-IF

           MOVE 1 TO WS-PRESENT-CNT
           MOVE WS-HOLDER-ID TO WS-PRESENT-ID(1)

           IF WS-ACCESS-RULE = 'B'
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-HOLDER-CNT
                 FROM SDB_OPENER
                 WHERE RENTAL_ID = :WS-RENTAL-ID
                   AND STATUS = 'A'
              END-EXEC
              ADD 1 TO WS-HOLDER-CNT
              PERFORM ACCEPT-CO-HOLDER THRU ACCEPT-CO-HOLDER-EXIT
                      UNTIL WS-PRESENT-CNT NOT < WS-HOLDER-CNT
                         OR WS-HOLDER-OK NOT = 'Y'
              IF WS-HOLDER-OK NOT = 'Y'
                 GO TO RECORD-VISIT-EXIT
              END-IF
           END-IF

           MOVE 'N' TO WS-FAILED
           MOVE 'AV' TO WS-EVENT-TYPE
           MOVE SPACES TO WS-CUST2
           MOVE 'KUNJUNGAN' TO WS-EVENT-NOTE
           PERFORM WRITE-VISIT-ROW
                   VARYING WS-PRESENT-IX FROM 1 BY 1
                   UNTIL WS-PRESENT-IX > WS-PRESENT-CNT

           IF WS-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "VISIT NOT RECORDED"
              GO TO RECORD-VISIT-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "VISIT RECORDED - BOX " WS-BRANCH-ID "-"
                   WS-BOX-NO "  CUSTODIAN " WS-USER.
       RECORD-VISIT-EXIT.
           EXIT.

       ACCEPT-CO-HOLDER.
           DISPLAY "CUST ID PEMEGANG LAIN YANG HADIR: "
                   WITH NO ADVANCING
           ACCEPT WS-HOLDER-ID
           PERFORM CHECK-HOLDER
           IF WS-HOLDER-OK NOT = 'Y'
              DISPLAY "VISIT REFUSED: " WS-HOLDER-ID
                      " IS NOT AN AUTHORISED OPENER"
              GO TO ACCEPT-CO-HOLDER-EXIT
           END-IF

           MOVE 'N' TO WS-PRESENT-DUP
           PERFORM CHECK-PRESENT
                   VARYING WS-PRESENT-IX FROM 1 BY 1
                   UNTIL WS-PRESENT-IX > WS-PRESENT-CNT
           IF WS-PRESENT-DUP = 'Y'
              DISPLAY "ALREADY KEYED - ANOTHER HOLDER PLEASE"
              GO TO ACCEPT-CO-HOLDER-EXIT
           END-IF

           ADD 1 TO WS-PRESENT-CNT
           MOVE WS-HOLDER-ID TO WS-PRESENT-ID(WS-PRESENT-CNT).
       ACCEPT-CO-HOLDER-EXIT.
           EXIT.

       CHECK-PRESENT.
           IF WS-PRESENT-ID(WS-PRESENT-IX) = WS-HOLDER-ID
              MOVE 'Y' TO WS-PRESENT-DUP
           END-IF.

       WRITE-VISIT-ROW.
           MOVE WS-PRESENT-ID(WS-PRESENT-IX) TO WS-EVENT-CUST
           PERFORM WRITE-EVENT.

      *> WS-HOLDER-OK is Y when WS-HOLDER-ID is the renter or an
      *> active opener of the rental.
       CHECK-HOLDER.
           MOVE 'N' TO WS-HOLDER-OK
           IF WS-HOLDER-ID = WS-CUST-ID
              MOVE 'Y' TO WS-HOLDER-OK
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-DUP-CNT
                 FROM SDB_OPENER
                 WHERE RENTAL_ID = :WS-RENTAL-ID
                   AND CUST_ID = :WS-HOLDER-ID
                   AND STATUS = 'A'
              END-EXEC
              IF WS-DUP-CNT > 0
                 MOVE 'Y' TO WS-HOLDER-OK
              END-IF
           END-IF.

      *> A lost or damaged key is replaced at the holder's request
      *> and cost; a box locked out for rent gets no new key until
      *> the rent is in.
       REPLACE-KEY.
           PERFORM ACCEPT-BOX
           PERFORM READ-BOX-RENTAL
           IF SQLCODE NOT = 0 OR WS-RENTAL-STAT NOT = 'A'
              DISPLAY "KEY REFUSED: BOX NOT RENTED OR LOCKED OUT"
              GO TO REPLACE-KEY-EXIT
           END-IF

           DISPLAY "CUST ID PEMOHON: " WITH NO ADVANCING
           ACCEPT WS-HOLDER-ID
           DISPLAY "ALASAN (HILANG/RUSAK): " WITH NO ADVANCING
           ACCEPT WS-EVENT-NOTE

           PERFORM CHECK-HOLDER
           IF WS-HOLDER-OK NOT = 'Y' OR WS-EVENT-NOTE = SPACES
              DISPLAY "KEY REFUSED: AN AUTHORISED OPENER AND A "
                      "REASON ARE MANDATORY"
              GO TO REPLACE-KEY-EXIT
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-KEY-FEE
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'SDB-KEY-FEE'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-KEY-FEE
           END-IF

           MOVE WS-KEY-FEE TO WS-NEEDED
           PERFORM LOCK-RENTER-ACCOUNT
           IF WS-FAILED = 'Y'
              GO TO REPLACE-KEY-EXIT
           END-IF

           IF WS-NEEDED > WS-AVAIL-SALDO
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "KEY REFUSED: FEE " WS-KEY-FEE
                      " EXCEEDS AVAILABLE " WS-AVAIL-SALDO
              GO TO REPLACE-KEY-EXIT
           END-IF

           IF WS-KEY-FEE > 0
              MOVE WS-KEY-FEE TO WS-CHARGE-AMT
              MOVE 'SK' TO WS-CHARGE-CODE
              PERFORM CHARGE-RENTER
           END-IF

           MOVE 'KR' TO WS-EVENT-TYPE
           MOVE WS-HOLDER-ID TO WS-EVENT-CUST
           MOVE SPACES TO WS-CUST2
           PERFORM WRITE-EVENT

           IF WS-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "KEY REPLACEMENT NOT RECORDED"
              GO TO REPLACE-KEY-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "KEY REPLACED - BOX " WS-BRANCH-ID "-" WS-BOX-NO
                   "  FEE " WS-KEY-FEE.
       REPLACE-KEY-EXIT.
           EXIT.

      *> Drilling a box open - the key lost with no holder able to
      *> come, a box locked out for rent past hope, a court order -
      *> is done under two custodians, the second signing on at the
      *> box, and the reason and the inventory reference go on the
      *> record. A vacant box can be opened the same way for
      *> maintenance.
       FORCED-OPENING.
           PERFORM ACCEPT-BOX
           PERFORM READ-BOX
           IF SQLCODE NOT = 0
              DISPLAY "REFUSED: BOX NOT ON FILE"
              GO TO FORCED-OPENING-EXIT
           END-IF

           DISPLAY "ALASAN / NO BERITA ACARA: " WITH NO ADVANCING
           ACCEPT WS-EVENT-NOTE
           IF WS-EVENT-NOTE = SPACES
              DISPLAY "REFUSED: REASON IS MANDATORY"
              GO TO FORCED-OPENING-EXIT
           END-IF

           PERFORM SECOND-CUSTODIAN THRU SECOND-CUSTODIAN-EXIT
           IF WS-CUST2-OK NOT = 'Y'
              GO TO FORCED-OPENING-EXIT
           END-IF

           PERFORM READ-BOX-RENTAL
           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-RENTAL-ID
              MOVE SPACES TO WS-CUST-ID
           END-IF

           MOVE 'N' TO WS-FAILED
           MOVE 'FO' TO WS-EVENT-TYPE
           MOVE WS-CUST-ID TO WS-EVENT-CUST
           PERFORM WRITE-EVENT

           IF WS-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "FORCED OPENING NOT RECORDED"
              GO TO FORCED-OPENING-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "FORCED OPENING RECORDED - BOX " WS-BRANCH-ID "-"
                   WS-BOX-NO "  CUSTODIANS " WS-USER " / " WS-CUST2.
       FORCED-OPENING-EXIT.
           EXIT.

       SECOND-CUSTODIAN.
           MOVE 'N' TO WS-CUST2-OK
           DISPLAY "CUSTODIAN KEDUA SIGN ON"
           CALL 'CB-SIGNON'
             USING 'CB-SDB-2ND  ' 'TL' WS-CUST2 WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              GO TO SECOND-CUSTODIAN-EXIT
           END-IF
           IF WS-CUST2 = WS-USER
              DISPLAY "DITOLAK: CUSTODIAN KEDUA HARUS ORANG LAIN"
              GO TO SECOND-CUSTODIAN-EXIT
           END-IF
           MOVE 'Y' TO WS-CUST2-OK.
       SECOND-CUSTODIAN-EXIT.
           EXIT.

      *> The rent must be paid up to the current anniversary before
      *> the box is given back. The key deposit hold is released
      *> either way; when the key does not come back it is then
      *> debited as forfeited.
       CLOSE-RENTAL.
           DISPLAY "RENTAL ID    : " WITH NO ADVANCING
           ACCEPT WS-RENTAL-ID

           PERFORM READ-RENTAL
           IF SQLCODE NOT = 0
              OR (WS-RENTAL-STAT NOT = 'A' AND WS-RENTAL-STAT NOT = 'L')
              DISPLAY "CLOSE REJECTED: RENTAL NOT ACTIVE"
              GO TO CLOSE-RENTAL-EXIT
           END-IF

           IF WS-NEXT-RENT NOT > WS-BUS-DATE
              AND WS-NEXT-RENT < WS-EXPIRY-DATE
              DISPLAY "CLOSE REJECTED: RENT DUE " WS-NEXT-RENT
                      " IS UNPAID"
              GO TO CLOSE-RENTAL-EXIT
           END-IF

           DISPLAY "KUNCI DIKEMBALIKAN (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'N'
              DISPLAY "CLOSE REJECTED: ANSWER Y OR N"
              GO TO CLOSE-RENTAL-EXIT
           END-IF

           MOVE 0 TO WS-NEEDED
           PERFORM LOCK-RENTER-ACCOUNT
           IF WS-FAILED = 'Y'
              GO TO CLOSE-RENTAL-EXIT
           END-IF

           IF WS-HOLD-ID NOT = SPACES
              EXEC SQL
                 UPDATE ACCOUNT_HOLD
                 SET STATUS = 'R',
                     RELEASED_BY = :WS-USER,
                     RELEASED_TS = CURRENT TIMESTAMP
                 WHERE HOLD_ID = :WS-HOLD-ID
                   AND STATUS = 'A'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-FAILED
              END-IF
              CALL 'CB-AUDIT-LOG'
                USING WS-NO-REK 'HR' WS-KEY-DEPOSIT WS-EVENT-RESP
                      WS-TERMINAL-ID WS-CHANNEL WS-SALDO
                      WS-SALDO WS-RENTAL-ID 'IDR' WS-KEY-DEPOSIT
                      WS-AUDIT-ID
           END-IF

           IF WS-CONFIRM = 'N' AND WS-KEY-DEPOSIT > 0
              MOVE WS-KEY-DEPOSIT TO WS-CHARGE-AMT
              MOVE 'SD' TO WS-CHARGE-CODE
              PERFORM CHARGE-RENTER
              MOVE 'KUNCI TIDAK KEMBALI - JAMINAN DIAMBIL'
                TO WS-EVENT-NOTE
           ELSE
              MOVE 'SEWA DITUTUP - KUNCI KEMBALI' TO WS-EVENT-NOTE
           END-IF

           EXEC SQL
              UPDATE SDB_BOX
              SET STATUS = 'V'
              WHERE BRANCH_ID = :WS-BRANCH-ID
                AND BOX_NO = :WS-BOX-NO
                AND STATUS = 'R'
           END-EXEC
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE 'Y' TO WS-FAILED
           END-IF

           EXEC SQL
              UPDATE SDB_RENTAL
              SET STATUS = 'C',
                  CLOSED_BY = :WS-USER,
                  CLOSED_TS = CURRENT TIMESTAMP,
                  KEY_RETURNED = :WS-CONFIRM
              WHERE RENTAL_ID = :WS-RENTAL-ID
                AND STATUS = :WS-RENTAL-STAT
           END-EXEC
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE 'Y' TO WS-FAILED
           END-IF

           MOVE 'CL' TO WS-EVENT-TYPE
           MOVE WS-CUST-ID TO WS-EVENT-CUST
           MOVE SPACES TO WS-CUST2
           PERFORM WRITE-EVENT

           IF WS-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "CLOSE FAILED: RENTAL MOVED UNDERNEATH US"
              GO TO CLOSE-RENTAL-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "RENTAL CLOSED - " WS-RENTAL-ID "  BOX "
                   WS-BRANCH-ID "-" WS-BOX-NO " VACANT".
       CLOSE-RENTAL-EXIT.
           EXIT.

       INQUIRE-BOX.
           PERFORM ACCEPT-BOX
           PERFORM READ-BOX
           IF SQLCODE NOT = 0
              DISPLAY "BOX NOT ON FILE"
              GO TO INQUIRE-BOX-EXIT
           END-IF

           DISPLAY "==================================================="
           DISPLAY "SAFE DEPOSIT BOX " WS-BRANCH-ID "-" WS-BOX-NO
                   "  UKURAN " WS-BOX-SIZE "  STATUS " WS-BOX-STATUS
           DISPLAY "SEWA " WS-ANNUAL-RENT "/TAHUN  JAMINAN KUNCI "
                   WS-KEY-DEPOSIT

           PERFORM READ-BOX-RENTAL
           IF SQLCODE = 0
              DISPLAY "SEWA " WS-RENTAL-ID "  STATUS " WS-RENTAL-STAT
              DISPLAY "PENYEWA " WS-CUST-ID "  REK " WS-NO-REK
                      "  AKSES " WS-ACCESS-RULE
              DISPLAY "BERLAKU " WS-START-DATE " S/D " WS-EXPIRY-DATE
                      "  SEWA BERIKUT " WS-NEXT-RENT
              PERFORM LIST-HOLDERS
           END-IF

           DISPLAY "---------------------------------------------------"
           PERFORM LIST-EVENTS
           DISPLAY "==================================================="
           CONTINUE.
       INQUIRE-BOX-EXIT.
           EXIT.

       LIST-HOLDERS.
           EXEC SQL
              DECLARE SDO-CUR CURSOR FOR
              SELECT O.OPENER_SEQ, O.CUST_ID, C.CUST_NAME
              FROM SDB_OPENER O, CUST_MASTER C
              WHERE O.RENTAL_ID = :WS-RENTAL-ID
                AND O.STATUS = 'A'
                AND C.CUST_ID = O.CUST_ID
              ORDER BY O.OPENER_SEQ
           END-EXEC

           EXEC SQL OPEN SDO-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH SDO-CUR
                 INTO :WS-HOLDER-SEQ, :WS-HOLDER-ID, :WS-CUST-NAME
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY "  PEMEGANG " WS-HOLDER-SEQ ". "
                         WS-HOLDER-ID " " WS-CUST-NAME
              END-IF
           END-PERFORM

           EXEC SQL CLOSE SDO-CUR END-EXEC.

       LIST-EVENTS.
           EXEC SQL
              DECLARE SDE-CUR CURSOR FOR
              SELECT EVENT_TYPE, BUS_DATE, COALESCE(CUST_ID, ' '),
                     CUSTODIAN_1, COALESCE(CUSTODIAN_2, ' '), NOTE
              FROM SDB_EVENT
              WHERE BRANCH_ID = :WS-BRANCH-ID
                AND BOX_NO = :WS-BOX-NO
              ORDER BY EVENT_TS
           END-EXEC

           EXEC SQL OPEN SDE-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH SDE-CUR
                 INTO :WS-L-TYPE, :WS-L-BUS-DATE, :WS-EVENT-CUST,
                      :WS-L-CUST1, :WS-L-CUST2, :WS-EVENT-NOTE
              END-EXEC

              IF SQLCODE = 0
                 DISPLAY "  " WS-L-BUS-DATE " " WS-L-TYPE " "
                         WS-EVENT-CUST " " WS-L-CUST1 " " WS-L-CUST2
                 DISPLAY "     " WS-EVENT-NOTE
              END-IF
           END-PERFORM

           EXEC SQL CLOSE SDE-CUR END-EXEC.

       ACCEPT-BOX.
           DISPLAY "BRANCH ID    : " WITH NO ADVANCING
           ACCEPT WS-BRANCH-ID
           DISPLAY "NO BOX       : " WITH NO ADVANCING
           ACCEPT WS-BOX-NO.

       READ-BOX.
           EXEC SQL
              SELECT BOX_SIZE, ANNUAL_RENT, KEY_DEPOSIT, STATUS
              INTO :WS-BOX-SIZE, :WS-ANNUAL-RENT, :WS-KEY-DEPOSIT,
                   :WS-BOX-STATUS
              FROM SDB_BOX
              WHERE BRANCH_ID = :WS-BRANCH-ID
                AND BOX_NO = :WS-BOX-NO
           END-EXEC.

       READ-RENTAL.
           EXEC SQL
              SELECT BRANCH_ID, BOX_NO, CUST_ID, NO_REK, TERM_YEARS,
                     ANNUAL_RENT, KEY_DEPOSIT, ACCESS_RULE, STATUS,
                     OPENED_BY, COALESCE(START_DATE, ' '),
                     COALESCE(EXPIRY_DATE, ' '),
                     COALESCE(NEXT_RENT_DATE, ' '),
                     COALESCE(HOLD_ID, ' ')
              INTO :WS-BRANCH-ID, :WS-BOX-NO, :WS-CUST-ID,
                   :WS-NO-REK, :WS-TERM-YEARS, :WS-ANNUAL-RENT,
                   :WS-KEY-DEPOSIT, :WS-ACCESS-RULE,
                   :WS-RENTAL-STAT, :WS-OPENED-BY, :WS-START-DATE,
                   :WS-EXPIRY-DATE, :WS-NEXT-RENT, :WS-HOLD-ID
              FROM SDB_RENTAL
              WHERE RENTAL_ID = :WS-RENTAL-ID
           END-EXEC.

      *> The running (active or locked-out) rental of the box.
       READ-BOX-RENTAL.
           EXEC SQL
              SELECT RENTAL_ID, CUST_ID, NO_REK, TERM_YEARS,
                     ANNUAL_RENT, KEY_DEPOSIT, ACCESS_RULE, STATUS,
                     OPENED_BY, START_DATE, EXPIRY_DATE,
                     NEXT_RENT_DATE, COALESCE(HOLD_ID, ' ')
              INTO :WS-RENTAL-ID, :WS-CUST-ID, :WS-NO-REK,
                   :WS-TERM-YEARS, :WS-ANNUAL-RENT,
                   :WS-KEY-DEPOSIT, :WS-ACCESS-RULE,
                   :WS-RENTAL-STAT, :WS-OPENED-BY, :WS-START-DATE,
                   :WS-EXPIRY-DATE, :WS-NEXT-RENT, :WS-HOLD-ID
              FROM SDB_RENTAL
              WHERE BRANCH_ID = :WS-BRANCH-ID
                AND BOX_NO = :WS-BOX-NO
                AND STATUS IN ('A', 'L')
           END-EXEC.

      *> Reads the renter's account under lock and works out what
      *> is reachable, the same floor every debit path uses.
       LOCK-RENTER-ACCOUNT.
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
              DISPLAY "REJECTED: RENTER ACCOUNT NOT FOUND"
              MOVE 'Y' TO WS-FAILED
           ELSE
              CALL 'CB-HOLD-AMOUNT' USING WS-NO-REK WS-HOLD-TOTAL
              COMPUTE WS-AVAIL-SALDO = WS-SALDO - WS-MIN-SALDO
                 + WS-OD-LIMIT - WS-HOLD-TOTAL
              MOVE WS-SALDO TO WS-AFTER-BAL
           END-IF.

       CHARGE-RENTER.
           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO - :WS-CHARGE-AMT
              WHERE NO_REK = :WS-NO-REK
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FAILED
           END-IF

           COMPUTE WS-AFTER-BAL = WS-SALDO - WS-CHARGE-AMT
           CALL 'CB-AUDIT-LOG'
             USING WS-NO-REK WS-CHARGE-CODE WS-CHARGE-AMT
                   WS-EVENT-RESP WS-TERMINAL-ID WS-CHANNEL WS-SALDO
                   WS-AFTER-BAL WS-RENTAL-ID 'IDR' WS-CHARGE-AMT
                   WS-AUDIT-ID
           MOVE WS-AFTER-BAL TO WS-SALDO.

       WRITE-EVENT.
           CALL 'CB-REF-NUMBER' USING 'SE' WS-EVENT-ID

           EXEC SQL
              INSERT INTO SDB_EVENT
              (EVENT_ID, RENTAL_ID, BRANCH_ID, BOX_NO, EVENT_TYPE,
               CUST_ID, CUSTODIAN_1, CUSTODIAN_2, BUS_DATE, NOTE,
               EVENT_TS)
              VALUES
              (:WS-EVENT-ID, :WS-RENTAL-ID, :WS-BRANCH-ID,
               :WS-BOX-NO, :WS-EVENT-TYPE, :WS-EVENT-CUST,
               :WS-USER, :WS-CUST2, :WS-BUS-DATE, :WS-EVENT-NOTE,
               CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FAILED
           END-IF.

      *> WS-DATE-OUT = WS-DATE-IN plus WS-YEARS years; a 29
      *> February start falls on 28 February in a common year.
       ADD-YEARS.
           MOVE WS-DATE-IN TO WS-DATE-OUT
           MOVE WS-DATE-IN(1:4) TO WS-YYYY
           ADD WS-YEARS TO WS-YYYY
           MOVE WS-YYYY TO WS-DATE-OUT(1:4)
           IF WS-DATE-OUT(6:5) = '02-29'
              IF FUNCTION MOD(WS-YYYY, 4) NOT = 0
                 OR (FUNCTION MOD(WS-YYYY, 100) = 0
                     AND FUNCTION MOD(WS-YYYY, 400) NOT = 0)
                 MOVE '28' TO WS-DATE-OUT(9:2)
              END-IF
           END-IF.
