       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-SDB-BILLING.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-DATE-INT     PIC 9(8).
       01 WS-WARN-INT     PIC 9(8).
       01 WS-WARN-DATE    PIC X(10).
       01 WS-WARN-DAYS    PIC S9(5) COMP-3.
       01 WS-GRACE-DAYS   PIC S9(5) COMP-3.

       01 WS-RENTAL-ID    PIC X(20).
       01 WS-BRANCH-ID    PIC X(4).
       01 WS-BOX-NO       PIC X(6).
       01 WS-CUST-ID      PIC X(20).
       01 WS-NO-REK       PIC X(6).
       01 WS-ANNUAL-RENT  PIC S9(11)V99 COMP-3.
       01 WS-NEXT-RENT    PIC X(10).
       01 WS-EXPIRY-DATE  PIC X(10).
       01 WS-RENTAL-STAT  PIC X(1).
       01 WS-NEW-STAT     PIC X(1).
       01 WS-DAYS-LATE    PIC S9(5) COMP-3.
       01 WS-DAYS-LEFT    PIC S9(5) COMP-3.

       01 WS-SALDO        PIC S9(13)V99 COMP-3.
       01 WS-MIN-SALDO    PIC S9(13)V99 COMP-3.
       01 WS-OD-LIMIT     PIC S9(13)V99 COMP-3.
       01 WS-HOLD-TOTAL   PIC S9(13)V99 COMP-3.
       01 WS-AVAIL-SALDO  PIC S9(13)V99 COMP-3.
       01 WS-AFTER-BAL    PIC S9(13)V99 COMP-3.

       01 WS-DATE-IN      PIC X(10).
       01 WS-DATE-OUT     PIC X(10).
       01 WS-YYYY         PIC 9(4).

       01 WS-EVENT-ID     PIC X(20).
       01 WS-EVENT-TYPE   PIC X(2).
       01 WS-EVENT-NOTE   PIC X(60).
       01 WS-FAILED       PIC X(1).

       01 WS-EVENT-RESP   PIC X(2) VALUE '00'.
       01 WS-TERMINAL-ID  PIC X(8) VALUE 'SDBBILL '.
       01 WS-CHANNEL      PIC X(6) VALUE 'BATCH'.
       01 WS-BATCH-USER   PIC X(10) VALUE 'SDB-BILL'.
       01 WS-AUDIT-ID     PIC X(20).

       01 WS-PAID-CNT     PIC 9(7) VALUE 0.
       01 WS-PAID-AMT     PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-UNPAID-CNT   PIC 9(7) VALUE 0.
       01 WS-LOCKED-CNT   PIC 9(7) VALUE 0.
       01 WS-UNLOCKED-CNT PIC 9(7) VALUE 0.
       01 WS-ERR-CNT      PIC 9(7) VALUE 0.
       01 WS-OVERDUE-CNT  PIC 9(7) VALUE 0.
       01 WS-EXPIRING-CNT PIC 9(7) VALUE 0.

      *> The nightly pass over SDB_RENTAL. A running rental whose
      *> rent anniversary (NEXT_RENT_DATE) has come, and whose
      *> agreement runs past it, is debited the year's rent from
      *> the renter's account (audit 'SR') when the available
      *> balance covers it - never pushed into debit for it - and
      *> its anniversary moves on a year. Rent that cannot be
      *> collected is tried again every night; once it is more
      *> than SYS_PARAM SDB-GRACE-DAYS (default 30) late the rental
      *> is locked out ('L') and CB-SDB-MAINT refuses visits, until
      *> a later night collects the rent and lifts the lock. The
      *> run then lists, for the branches, every box with rent
      *> overdue and every agreement expired or expiring within
      *> SDB-EXPIRY-WARN-DAYS (default 30), by branch and box.
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
              INTO :WS-GRACE-DAYS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'SDB-GRACE-DAYS'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 30 TO WS-GRACE-DAYS
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-WARN-DAYS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'SDB-EXPIRY-WARN-DAYS'
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
           DISPLAY "SAFE DEPOSIT BOX RENT - " WS-BUS-DATE
           DISPLAY "==================================================="

           PERFORM BILL-DUE-RENT
           PERFORM LIST-OVERDUE
           PERFORM LIST-EXPIRING

           DISPLAY "---------------------------------------------------"
           DISPLAY "RENT COLLECTED        : " WS-PAID-CNT
                   "  TOTAL " WS-PAID-AMT
           DISPLAY "RENT NOT COVERED      : " WS-UNPAID-CNT
           DISPLAY "LOCKED OUT TONIGHT    : " WS-LOCKED-CNT
           DISPLAY "LOCK LIFTED TONIGHT   : " WS-UNLOCKED-CNT
           DISPLAY "BOXES WITH RENT DUE   : " WS-OVERDUE-CNT
           DISPLAY "EXPIRED / EXPIRING    : " WS-EXPIRING-CNT
           DISPLAY "FAILURES              : " WS-ERR-CNT
           DISPLAY "==================================================="

           IF WS-ERR-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       BILL-DUE-RENT.
           EXEC SQL
              DECLARE SDBR-CUR CURSOR FOR
              SELECT RENTAL_ID, BRANCH_ID, BOX_NO, NO_REK,
                     ANNUAL_RENT, NEXT_RENT_DATE, EXPIRY_DATE,
                     STATUS,
                     DAYS(:WS-BUS-DATE) - DAYS(NEXT_RENT_DATE)
              FROM SDB_RENTAL
              WHERE STATUS IN ('A', 'L')
                AND NEXT_RENT_DATE <= :WS-BUS-DATE
                AND NEXT_RENT_DATE < EXPIRY_DATE
              ORDER BY RENTAL_ID
           END-EXEC

           EXEC SQL OPEN SDBR-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH SDBR-CUR
                 INTO :WS-RENTAL-ID, :WS-BRANCH-ID, :WS-BOX-NO,
                      :WS-NO-REK, :WS-ANNUAL-RENT, :WS-NEXT-RENT,
                      :WS-EXPIRY-DATE, :WS-RENTAL-STAT,
                      :WS-DAYS-LATE
              END-EXEC

              IF SQLCODE = 0
                 PERFORM BILL-ONE THRU BILL-ONE-EXIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE SDBR-CUR END-EXEC.

      *> Every way out of here ends on a COMMIT or ROLLBACK, so the
      *> cursor loop sees a clean SQLCODE.
       BILL-ONE.
           MOVE 'N' TO WS-FAILED
           EXEC SQL
              SELECT SALDO, MIN_SALDO, OD_LIMIT
              INTO :WS-SALDO, :WS-MIN-SALDO, :WS-OD-LIMIT
              FROM REKENING
              WHERE NO_REK = :WS-NO-REK
                AND COALESCE(ACCT_STATUS, 'A') = 'A'
              FOR UPDATE
           END-EXEC

           IF SQLCODE = 0
              CALL 'CB-HOLD-AMOUNT' USING WS-NO-REK WS-HOLD-TOTAL
              COMPUTE WS-AVAIL-SALDO = WS-SALDO - WS-MIN-SALDO
                 + WS-OD-LIMIT - WS-HOLD-TOTAL
           ELSE
              MOVE 0 TO WS-AVAIL-SALDO
           END-IF

           IF WS-AVAIL-SALDO < WS-ANNUAL-RENT
              PERFORM RENT-NOT-COVERED
              GO TO BILL-ONE-EXIT
           END-IF

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO - :WS-ANNUAL-RENT
              WHERE NO_REK = :WS-NO-REK
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FAILED
           END-IF
           COMPUTE WS-AFTER-BAL = WS-SALDO - WS-ANNUAL-RENT

           MOVE WS-NEXT-RENT TO WS-DATE-IN
           PERFORM ADD-ONE-YEAR

           EXEC SQL
              UPDATE SDB_RENTAL
              SET NEXT_RENT_DATE = :WS-DATE-OUT,
                  STATUS = 'A',
                  LAST_RENT_DATE = :WS-BUS-DATE
              WHERE RENTAL_ID = :WS-RENTAL-ID
                AND STATUS = :WS-RENTAL-STAT
                AND NEXT_RENT_DATE = :WS-NEXT-RENT
           END-EXEC
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE 'Y' TO WS-FAILED
           END-IF

           MOVE 'RP' TO WS-EVENT-TYPE
           MOVE 'SEWA TAHUNAN DIDEBET' TO WS-EVENT-NOTE
           PERFORM WRITE-EVENT

           IF WS-RENTAL-STAT = 'L'
              MOVE 'UL' TO WS-EVENT-TYPE
              MOVE 'SEWA LUNAS - BLOKIR DIBUKA' TO WS-EVENT-NOTE
              PERFORM WRITE-EVENT
           END-IF

           IF WS-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "RENT FAILED " WS-RENTAL-ID
              ADD 1 TO WS-ERR-CNT
              GO TO BILL-ONE-EXIT
           END-IF

           CALL 'CB-AUDIT-LOG'
             USING WS-NO-REK 'SR' WS-ANNUAL-RENT WS-EVENT-RESP
                   WS-TERMINAL-ID WS-CHANNEL WS-SALDO
                   WS-AFTER-BAL WS-RENTAL-ID 'IDR' WS-ANNUAL-RENT
                   WS-AUDIT-ID
           EXEC SQL COMMIT END-EXEC

           ADD 1 TO WS-PAID-CNT
           ADD WS-ANNUAL-RENT TO WS-PAID-AMT
           IF WS-RENTAL-STAT = 'L'
              ADD 1 TO WS-UNLOCKED-CNT
              DISPLAY "LOCK LIFTED " WS-BRANCH-ID "-" WS-BOX-NO
                      "  " WS-RENTAL-ID
           END-IF.
       BILL-ONE-EXIT.
           EXIT.

      *> Past the grace period a running rental is locked out; the
      *> rent stays due and is tried again tomorrow.
       RENT-NOT-COVERED.
           ADD 1 TO WS-UNPAID-CNT

           IF WS-RENTAL-STAT = 'A' AND WS-DAYS-LATE > WS-GRACE-DAYS
              EXEC SQL
                 UPDATE SDB_RENTAL
                 SET STATUS = 'L'
                 WHERE RENTAL_ID = :WS-RENTAL-ID
                   AND STATUS = 'A'
              END-EXEC
              IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
                 MOVE 'Y' TO WS-FAILED
              END-IF

              MOVE 'LO' TO WS-EVENT-TYPE
              MOVE 'SEWA TIDAK TERBAYAR - BOX DIBLOKIR'
                TO WS-EVENT-NOTE
              PERFORM WRITE-EVENT

              IF WS-FAILED = 'Y'
                 EXEC SQL ROLLBACK END-EXEC
                 DISPLAY "LOCK-OUT FAILED " WS-RENTAL-ID
                 ADD 1 TO WS-ERR-CNT
              ELSE
                 EXEC SQL COMMIT END-EXEC
                 ADD 1 TO WS-LOCKED-CNT
                 DISPLAY "LOCKED OUT " WS-BRANCH-ID "-" WS-BOX-NO
                         "  " WS-RENTAL-ID "  " WS-DAYS-LATE
                         " DAYS LATE"
              END-IF
           ELSE
              EXEC SQL ROLLBACK END-EXEC
           END-IF.

       WRITE-EVENT.
           CALL 'CB-REF-NUMBER' USING 'SE' WS-EVENT-ID

           EXEC SQL
              INSERT INTO SDB_EVENT
              (EVENT_ID, RENTAL_ID, BRANCH_ID, BOX_NO, EVENT_TYPE,
               CUST_ID, CUSTODIAN_1, CUSTODIAN_2, BUS_DATE, NOTE,
               EVENT_TS)
              VALUES
              (:WS-EVENT-ID, :WS-RENTAL-ID, :WS-BRANCH-ID,
               :WS-BOX-NO, :WS-EVENT-TYPE, ' ', :WS-BATCH-USER,
               ' ', :WS-BUS-DATE, :WS-EVENT-NOTE, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FAILED
           END-IF.

      *> WS-DATE-OUT = WS-DATE-IN plus one year; a 29 February
      *> anniversary falls on 28 February in a common year.
       ADD-ONE-YEAR.
           MOVE WS-DATE-IN TO WS-DATE-OUT
           MOVE WS-DATE-IN(1:4) TO WS-YYYY
           ADD 1 TO WS-YYYY
           MOVE WS-YYYY TO WS-DATE-OUT(1:4)
           IF WS-DATE-OUT(6:5) = '02-29'
              IF FUNCTION MOD(WS-YYYY, 4) NOT = 0
                 OR (FUNCTION MOD(WS-YYYY, 100) = 0
                     AND FUNCTION MOD(WS-YYYY, 400) NOT = 0)
                 MOVE '28' TO WS-DATE-OUT(9:2)
              END-IF
           END-IF.

       LIST-OVERDUE.
           DISPLAY "RENT OVERDUE:"
           DISPLAY "BRCH BOX    RENTAL ID            REK    DUE        "
                   "DAYS ST RENT"

           EXEC SQL
              DECLARE SDBO-CUR CURSOR FOR
              SELECT BRANCH_ID, BOX_NO, RENTAL_ID, NO_REK,
                     NEXT_RENT_DATE,
                     DAYS(:WS-BUS-DATE) - DAYS(NEXT_RENT_DATE),
                     STATUS, ANNUAL_RENT
              FROM SDB_RENTAL
              WHERE STATUS IN ('A', 'L')
                AND NEXT_RENT_DATE <= :WS-BUS-DATE
                AND NEXT_RENT_DATE < EXPIRY_DATE
              ORDER BY BRANCH_ID, BOX_NO
           END-EXEC

           EXEC SQL OPEN SDBO-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH SDBO-CUR
                 INTO :WS-BRANCH-ID, :WS-BOX-NO, :WS-RENTAL-ID,
                      :WS-NO-REK, :WS-NEXT-RENT, :WS-DAYS-LATE,
                      :WS-RENTAL-STAT, :WS-ANNUAL-RENT
              END-EXEC

              IF SQLCODE = 0
                 DISPLAY WS-BRANCH-ID " " WS-BOX-NO " " WS-RENTAL-ID
                         " " WS-NO-REK " " WS-NEXT-RENT " "
                         WS-DAYS-LATE " " WS-RENTAL-STAT " "
                         WS-ANNUAL-RENT
                 ADD 1 TO WS-OVERDUE-CNT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE SDBO-CUR END-EXEC.

       LIST-EXPIRING.
           DISPLAY "AGREEMENT EXPIRED OR EXPIRING BY " WS-WARN-DATE ":"
           DISPLAY "BRCH BOX    RENTAL ID            CUST ID"
                   "              EXPIRES    DAYS ST"

           EXEC SQL
              DECLARE SDBX-CUR CURSOR FOR
              SELECT BRANCH_ID, BOX_NO, RENTAL_ID, CUST_ID,
                     EXPIRY_DATE,
                     DAYS(EXPIRY_DATE) - DAYS(:WS-BUS-DATE), STATUS
              FROM SDB_RENTAL
              WHERE STATUS IN ('A', 'L')
                AND EXPIRY_DATE <= :WS-WARN-DATE
              ORDER BY BRANCH_ID, BOX_NO
           END-EXEC

           EXEC SQL OPEN SDBX-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH SDBX-CUR
                 INTO :WS-BRANCH-ID, :WS-BOX-NO, :WS-RENTAL-ID,
                      :WS-CUST-ID, :WS-EXPIRY-DATE, :WS-DAYS-LEFT,
                      :WS-RENTAL-STAT
              END-EXEC

              IF SQLCODE = 0
                 DISPLAY WS-BRANCH-ID " " WS-BOX-NO " " WS-RENTAL-ID
                         " " WS-CUST-ID " " WS-EXPIRY-DATE " "
                         WS-DAYS-LEFT " " WS-RENTAL-STAT
                 ADD 1 TO WS-EXPIRING-CNT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE SDBX-CUR END-EXEC.
