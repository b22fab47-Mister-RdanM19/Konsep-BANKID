       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-PENSION-FILE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEN-FILE ASSIGN TO WS-PEN-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PEN-STATUS.
           SELECT RET-FILE ASSIGN TO WS-RET-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEN-FILE.
       01  PEN-RECORD.
           05 PEN-REC-TYPE PIC X(1).
      *> H = header (fund's funding account, pension month, fund),
      *> D = one pensioner's monthly pension, T = trailer (count +
      *> total control).
           05 PEN-DATA.
              10 PEN-PENSION-NO PIC X(20).
      *> The fund's own pensioner number (NOPEN).
              10 PEN-NO-REK     PIC X(6).
              10 PEN-AMOUNT     PIC 9(11)V99.
              10 PEN-NAME       PIC X(40).
           05 PEN-HEADER REDEFINES PEN-DATA.
              10 PEN-HDR-FUND-REK  PIC X(6).
              10 PEN-HDR-MONTH     PIC X(7).
              10 PEN-HDR-FUND-NAME PIC X(30).
              10 FILLER            PIC X(36).
           05 PEN-TRAILER REDEFINES PEN-DATA.
              10 PEN-TRL-COUNT PIC 9(7).
              10 PEN-TRL-TOTAL PIC 9(13)V99.
              10 FILLER        PIC X(57).

       FD  RET-FILE.
       COPY PENRET.

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-PEN-PATH     PIC X(200).
       01 WS-PEN-STATUS   PIC X(2).
       01 WS-RET-PATH     PIC X(200).
       01 WS-RET-STATUS   PIC X(2).
       01 WS-SIGNON-OK  PIC X(1).
       01 WS-MAKER-ID     PIC X(10).
       01 WS-EOF          PIC X(1) VALUE 'N'.
       01 WS-BUS-DATE     PIC X(10).
       01 WS-LIFE-MONTHS  PIC S9(3) COMP-3.

       01 WS-HDR-SEEN     PIC X(1) VALUE 'N'.
       01 WS-TRL-SEEN     PIC X(1) VALUE 'N'.
       01 WS-FUND-REK     PIC X(6).
       01 WS-PEN-MONTH    PIC X(7).
       01 WS-FUND-NAME    PIC X(30).
       01 WS-ITEM-CNT     PIC 9(7) VALUE 0.
       01 WS-ITEM-TOTAL   PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-TRL-COUNT    PIC 9(7).
       01 WS-TRL-TOTAL    PIC S9(15)V99 COMP-3.
       01 WS-RUN-CNT      PIC 9(5).

       01 WS-SALDO        PIC S9(13)V99 COMP-3.
       01 WS-MIN-SALDO    PIC S9(13)V99 COMP-3.
       01 WS-OD-LIMIT     PIC S9(13)V99 COMP-3.
       01 WS-AVAIL-SALDO  PIC S9(13)V99 COMP-3.

       01 WS-BATCH-ID     PIC X(20).
       01 WS-DET-AMOUNT   PIC S9(11)V99 COMP-3.
       01 WS-SEQ          PIC 9(7) VALUE 0.
       01 WS-LOAD-FAIL    PIC X(1) VALUE 'N'.

       01 WS-ACCT-CUST    PIC X(20).
       01 WS-ACCT-STATUS  PIC X(1).
       01 WS-DECEASED     PIC X(1).
       01 WS-DEATH-DATE   PIC X(10).
       01 WS-PEN-CUST     PIC X(20).
       01 WS-PEN-REK      PIC X(6).
       01 WS-PEN-STAT     PIC X(1).
       01 WS-LIFE-DUE     PIC X(10).
       01 WS-REASON       PIC X(2).

       01 WS-CREDIT-CNT   PIC 9(7) VALUE 0.
       01 WS-CREDIT-TOTAL PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-HELD-CNT     PIC 9(7) VALUE 0.
       01 WS-HELD-TOTAL   PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-NEW-PEN-CNT  PIC 9(7) VALUE 0.

       01 WS-RET-NO       PIC X(20).
       01 WS-RET-REK      PIC X(6).
       01 WS-RET-AMOUNT   PIC S9(11)V99 COMP-3.
       01 WS-RET-REASON   PIC X(2).
       01 WS-RET-DEATH    PIC X(10).

      *> The state pension fund's monthly file, processed the way a
      *> payroll is - foot to the trailer, one approval item for
      *> the whole file through CB-BATCH-CHECKER's two checkers -
      *> but with the pension's own obligations applied first. Each
      *> pensioner is screened before anything is queued: a
      *> customer flagged DECEASED, one whose annual proof of life
      *> (CB-PENSION-LIFE, at the teller or by biometric check at
      *> the branch) is past due, or an account that is closed or
      *> no longer the pensioner's, is withheld - never debited
      *> from the fund - and listed on the return file the fund
      *> reconciles against. A pensioner seen for the first time is
      *> registered in PENSIONER with the first proof of life due
      *> PEN-LIFE-MONTHS (SYS_PARAM, default 12) on. Every line is
      *> kept in PENSION_CREDIT, which CB-PENSION-CLAWBACK reads to
      *> recover what was credited after a month of death. A file
      *> is taken once per fund and month.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-PENSION  ' 'MK' WS-MAKER-ID WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF

           EXEC SQL
              SELECT CURR_BUS_DATE
              INTO :WS-BUS-DATE
              FROM BUSINESS_DATE
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "NO BUSINESS_DATE CONTROL ROW - ABORT"
              STOP RUN
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-LIFE-MONTHS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'PEN-LIFE-MONTHS'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO WS-LIFE-MONTHS
           END-IF

           DISPLAY "PENSION FILE PATH : " WITH NO ADVANCING
           ACCEPT WS-PEN-PATH

           OPEN INPUT PEN-FILE
           IF WS-PEN-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN PENSION FILE, STATUS "
                      WS-PEN-STATUS
              STOP RUN
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              READ PEN-FILE
                 AT END MOVE 'Y' TO WS-EOF
              END-READ

              IF WS-EOF NOT = 'Y'
                 EVALUATE PEN-REC-TYPE
                   WHEN 'H'
                      MOVE 'Y' TO WS-HDR-SEEN
                      MOVE PEN-HDR-FUND-REK TO WS-FUND-REK
                      MOVE PEN-HDR-MONTH TO WS-PEN-MONTH
                      MOVE PEN-HDR-FUND-NAME TO WS-FUND-NAME
                   WHEN 'D'
                      ADD 1 TO WS-ITEM-CNT
                      ADD PEN-AMOUNT TO WS-ITEM-TOTAL
                   WHEN 'T'
                      MOVE 'Y' TO WS-TRL-SEEN
                      MOVE PEN-TRL-COUNT TO WS-TRL-COUNT
                      MOVE PEN-TRL-TOTAL TO WS-TRL-TOTAL
                 END-EVALUATE
              END-IF
           END-PERFORM

           CLOSE PEN-FILE

           IF WS-HDR-SEEN NOT = 'Y' OR WS-TRL-SEEN NOT = 'Y'
              DISPLAY "FILE REJECTED: HEADER OR TRAILER MISSING"
              STOP RUN
           END-IF

           IF WS-ITEM-CNT NOT = WS-TRL-COUNT
              OR WS-ITEM-TOTAL NOT = WS-TRL-TOTAL
              DISPLAY "FILE REJECTED: FILE DOES NOT FOOT TO TRAILER"
              STOP RUN
           END-IF

           IF WS-ITEM-CNT = 0
              DISPLAY "FILE REJECTED: NO PENSIONERS ON FILE"
              STOP RUN
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-RUN-CNT
              FROM PENSION_RUN
              WHERE FUND_NO_REK = :WS-FUND-REK
                AND PEN_MONTH = :WS-PEN-MONTH
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-RUN-CNT > 0
              DISPLAY "FILE REJECTED: " WS-FUND-NAME " "
                      WS-PEN-MONTH " ALREADY PROCESSED"
              STOP RUN
           END-IF

           EXEC SQL
              SELECT SALDO, MIN_SALDO, OD_LIMIT
              INTO :WS-SALDO, :WS-MIN-SALDO, :WS-OD-LIMIT
              FROM REKENING
              WHERE NO_REK = :WS-FUND-REK
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "FILE REJECTED: FUND ACCOUNT NOT FOUND"
              STOP RUN
           END-IF

           DISPLAY "RETURN FILE PATH  : " WITH NO ADVANCING
           ACCEPT WS-RET-PATH
           IF WS-RET-PATH = SPACES
              STRING 'PENRET-' WS-FUND-REK '-' WS-PEN-MONTH(1:4)
                     WS-PEN-MONTH(6:2) '.DAT' DELIMITED BY SIZE
                INTO WS-RET-PATH
           END-IF

           CALL 'CB-REF-NUMBER' USING 'BH' WS-BATCH-ID

           EXEC SQL
              INSERT INTO BATCH_HEADER
              (BATCH_ID, FUNDING_NO_REK, EMPLOYER, ITEM_CNT,
               TOTAL_AMT, FEE_AMT, STATUS, MAKER_ID, UPDATED_TS)
              VALUES
              (:WS-BATCH-ID, :WS-FUND-REK, :WS-FUND-NAME,
               0, 0, 0, 'M', :WS-MAKER-ID, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "LOAD FAILED, SQLCODE " SQLCODE
              STOP RUN
           END-IF

      *> Second pass screens and stores each pensioner under the
      *> new batch. As with payroll the whole load commits once: a
      *> failure anywhere leaves nothing registered and the file
      *> can simply be taken again.
           MOVE 'N' TO WS-EOF
           OPEN INPUT PEN-FILE
           PERFORM UNTIL WS-EOF = 'Y' OR WS-LOAD-FAIL = 'Y'
              READ PEN-FILE
                 AT END MOVE 'Y' TO WS-EOF
              END-READ

              IF WS-EOF NOT = 'Y' AND PEN-REC-TYPE = 'D'
                 PERFORM SCREEN-ONE-PENSIONER
                         THRU SCREEN-ONE-PENSIONER-EXIT
              END-IF
           END-PERFORM
           CLOSE PEN-FILE

           IF WS-LOAD-FAIL = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "LOAD FAILED AT PENSIONER " PEN-PENSION-NO
                      " SQLCODE " SQLCODE " - NOTHING REGISTERED"
              STOP RUN
           END-IF

      *> The fund pays only for what is actually credited; the
      *> withheld lines never leave its account.
           COMPUTE WS-AVAIL-SALDO =
              WS-SALDO - WS-MIN-SALDO + WS-OD-LIMIT
           IF WS-CREDIT-TOTAL > WS-AVAIL-SALDO
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "FILE REJECTED: FUND ACCOUNT CANNOT COVER "
                      "THE CREDITS"
              DISPLAY "  REQUIRED : " WS-CREDIT-TOTAL
              DISPLAY "  AVAILABLE: " WS-AVAIL-SALDO
              STOP RUN
           END-IF

           IF WS-CREDIT-CNT > 0
              EXEC SQL
                 UPDATE BATCH_HEADER
                 SET ITEM_CNT = :WS-CREDIT-CNT,
                     TOTAL_AMT = :WS-CREDIT-TOTAL
                 WHERE BATCH_ID = :WS-BATCH-ID
              END-EXEC
           ELSE
              EXEC SQL
                 DELETE FROM BATCH_HEADER
                 WHERE BATCH_ID = :WS-BATCH-ID
              END-EXEC
              MOVE SPACES TO WS-BATCH-ID
           END-IF

           IF SQLCODE = 0
              EXEC SQL
                 INSERT INTO PENSION_RUN
                 (FUND_NO_REK, PEN_MONTH, FUND_NAME, FILE_PATH,
                  RETURN_PATH, BATCH_ID, ITEM_CNT, ITEM_TOTAL,
                  CREDIT_CNT, CREDIT_TOTAL, HELD_CNT, HELD_TOTAL,
                  BUS_DATE, MAKER_ID, CREATED_TS)
                 VALUES
                 (:WS-FUND-REK, :WS-PEN-MONTH, :WS-FUND-NAME,
                  :WS-PEN-PATH, :WS-RET-PATH, :WS-BATCH-ID,
                  :WS-ITEM-CNT, :WS-ITEM-TOTAL, :WS-CREDIT-CNT,
                  :WS-CREDIT-TOTAL, :WS-HELD-CNT, :WS-HELD-TOTAL,
                  :WS-BUS-DATE, :WS-MAKER-ID, CURRENT TIMESTAMP)
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "LOAD FAILED, SQLCODE " SQLCODE
                      " - NOTHING REGISTERED"
              STOP RUN
           END-IF

           EXEC SQL COMMIT END-EXEC

           PERFORM WRITE-RETURN-FILE THRU WRITE-RETURN-FILE-EXIT

           DISPLAY "PENSION FILE PROCESSED"
           DISPLAY "FUND      : " WS-FUND-NAME "  " WS-PEN-MONTH
           DISPLAY "ON FILE   : " WS-ITEM-CNT "  TOTAL " WS-ITEM-TOTAL
           DISPLAY "TO CREDIT : " WS-CREDIT-CNT
                   "  TOTAL " WS-CREDIT-TOTAL
           DISPLAY "WITHHELD  : " WS-HELD-CNT
                   "  TOTAL " WS-HELD-TOTAL
           DISPLAY "NEW PENSIONERS REGISTERED: " WS-NEW-PEN-CNT
           IF WS-CREDIT-CNT > 0
              DISPLAY "BATCH ID  : " WS-BATCH-ID
                      " - AWAITING CB-BATCH-CHECKER"
           END-IF
           DISPLAY "RETURN    : " WS-RET-PATH
           STOP RUN.

      *> The account holder decides eligibility; the PENSIONER row
      *> only adds what the fund's file cannot know - the proof of
      *> life due date. A withheld line goes on PENSION_CREDIT with
      *> its reason; a paid one also goes on the batch.
       SCREEN-ONE-PENSIONER.
           MOVE SPACES TO WS-REASON
           MOVE SPACES TO WS-DEATH-DATE
           MOVE PEN-AMOUNT TO WS-DET-AMOUNT

           EXEC SQL
              SELECT R.CUST_ID, COALESCE(R.ACCT_STATUS, 'A'),
                     COALESCE(C.DECEASED, 'N'),
                     COALESCE(CHAR(C.DEATH_DATE), ' ')
              INTO :WS-ACCT-CUST, :WS-ACCT-STATUS, :WS-DECEASED,
                   :WS-DEATH-DATE
              FROM REKENING R, CUST_MASTER C
              WHERE R.NO_REK = :PEN-NO-REK
                AND C.CUST_ID = R.CUST_ID
           END-EXEC
           IF SQLCODE = 100
              MOVE 'AC' TO WS-REASON
           ELSE
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-LOAD-FAIL
                 GO TO SCREEN-ONE-PENSIONER-EXIT
              END-IF
           END-IF
           IF WS-REASON = SPACES AND WS-ACCT-STATUS NOT = 'A'
              MOVE 'AC' TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND WS-DECEASED = 'Y'
              MOVE 'DC' TO WS-REASON
           END-IF

           EXEC SQL
              SELECT CUST_ID, NO_REK, STATUS, CHAR(LIFE_DUE_DATE)
              INTO :WS-PEN-CUST, :WS-PEN-REK, :WS-PEN-STAT,
                   :WS-LIFE-DUE
              FROM PENSIONER
              WHERE PENSION_NO = :PEN-PENSION-NO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              MOVE 'Y' TO WS-LOAD-FAIL
              GO TO SCREEN-ONE-PENSIONER-EXIT
           END-IF

           IF SQLCODE = 100
              IF WS-REASON = SPACES
                 PERFORM REGISTER-PENSIONER
                 IF WS-LOAD-FAIL = 'Y'
                    GO TO SCREEN-ONE-PENSIONER-EXIT
                 END-IF
              END-IF
           ELSE
              IF WS-REASON = SPACES
                 AND WS-PEN-CUST NOT = WS-ACCT-CUST
                 MOVE 'AM' TO WS-REASON
              END-IF
              IF WS-REASON = SPACES AND WS-PEN-STAT = 'D'
                 MOVE 'DC' TO WS-REASON
              END-IF
              IF WS-REASON = SPACES AND WS-LIFE-DUE < WS-BUS-DATE
                 MOVE 'PL' TO WS-REASON
              END-IF
      *> The pensioner moved their pension to another of their own
      *> accounts: follow the fund's file.
              IF WS-REASON = SPACES AND WS-PEN-REK NOT = PEN-NO-REK
                 EXEC SQL
                    UPDATE PENSIONER
                    SET NO_REK = :PEN-NO-REK,
                        UPDATED_TS = CURRENT TIMESTAMP
                    WHERE PENSION_NO = :PEN-PENSION-NO
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'Y' TO WS-LOAD-FAIL
                    GO TO SCREEN-ONE-PENSIONER-EXIT
                 END-IF
              END-IF
           END-IF

           IF WS-REASON = SPACES
              ADD 1 TO WS-SEQ
              EXEC SQL
                 INSERT INTO BATCH_DETAIL
                 (BATCH_ID, SEQ_NO, NO_REK, AMOUNT)
                 VALUES
                 (:WS-BATCH-ID, :WS-SEQ, :PEN-NO-REK,
                  :WS-DET-AMOUNT)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-LOAD-FAIL
                 GO TO SCREEN-ONE-PENSIONER-EXIT
              END-IF
              ADD 1 TO WS-CREDIT-CNT
              ADD WS-DET-AMOUNT TO WS-CREDIT-TOTAL
              EXEC SQL
                 INSERT INTO PENSION_CREDIT
                 (FUND_NO_REK, PEN_MONTH, PENSION_NO, NO_REK,
                  AMOUNT, STATUS, BATCH_ID, SEQ_NO, CREATED_TS)
                 VALUES
                 (:WS-FUND-REK, :WS-PEN-MONTH, :PEN-PENSION-NO,
                  :PEN-NO-REK, :WS-DET-AMOUNT, 'Q', :WS-BATCH-ID,
                  :WS-SEQ, CURRENT TIMESTAMP)
              END-EXEC
           ELSE
              ADD 1 TO WS-HELD-CNT
              ADD WS-DET-AMOUNT TO WS-HELD-TOTAL
              EXEC SQL
                 INSERT INTO PENSION_CREDIT
                 (FUND_NO_REK, PEN_MONTH, PENSION_NO, NO_REK,
                  AMOUNT, STATUS, RETURN_REASON, CREATED_TS)
                 VALUES
                 (:WS-FUND-REK, :WS-PEN-MONTH, :PEN-PENSION-NO,
                  :PEN-NO-REK, :WS-DET-AMOUNT, 'W', :WS-REASON,
                  CURRENT TIMESTAMP)
              END-EXEC
           END-IF
      *> A pensioner twice on one file fails the PENSION_CREDIT key
      *> and with it the whole load.
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-LOAD-FAIL
           END-IF.
       SCREEN-ONE-PENSIONER-EXIT.
           EXIT.

       REGISTER-PENSIONER.
           EXEC SQL
              INSERT INTO PENSIONER
              (PENSION_NO, CUST_ID, NO_REK, FUND_NO_REK, STATUS,
               LIFE_DUE_DATE, CREATED_TS, UPDATED_TS)
              VALUES
              (:PEN-PENSION-NO, :WS-ACCT-CUST, :PEN-NO-REK,
               :WS-FUND-REK, 'A',
               DATE(:WS-BUS-DATE) + :WS-LIFE-MONTHS MONTHS,
               CURRENT TIMESTAMP, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-NEW-PEN-CNT
           ELSE
              MOVE 'Y' TO WS-LOAD-FAIL
           END-IF.

      *> Written from the committed PENSION_CREDIT rows, not during
      *> the load, so a file lost in transit can be rebuilt from the
      *> same query.
       WRITE-RETURN-FILE.
           OPEN OUTPUT RET-FILE
           IF WS-RET-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN RETURN FILE, STATUS "
                      WS-RET-STATUS " - WITHHELD LINES ARE ON "
                      "PENSION_CREDIT"
              GO TO WRITE-RETURN-FILE-EXIT
           END-IF

           MOVE SPACES TO PENRET-RECORD
           MOVE 'H' TO PENRET-REC-TYPE
           MOVE WS-FUND-REK TO PENRET-HDR-FUND-REK
           MOVE 'W' TO PENRET-HDR-KIND
           MOVE WS-PEN-MONTH TO PENRET-HDR-PERIOD
           WRITE PENRET-RECORD

           EXEC SQL
              DECLARE RET-CUR CURSOR FOR
              SELECT P.PENSION_NO, P.NO_REK, P.AMOUNT,
                     P.RETURN_REASON,
                     COALESCE(CHAR(C.DEATH_DATE), ' ')
              FROM PENSION_CREDIT P
                   LEFT OUTER JOIN REKENING R
                   ON R.NO_REK = P.NO_REK
                   LEFT OUTER JOIN CUST_MASTER C
                   ON C.CUST_ID = R.CUST_ID
              WHERE P.FUND_NO_REK = :WS-FUND-REK
                AND P.PEN_MONTH = :WS-PEN-MONTH
                AND P.STATUS = 'W'
              ORDER BY P.PENSION_NO
           END-EXEC

           EXEC SQL OPEN RET-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH RET-CUR
                 INTO :WS-RET-NO, :WS-RET-REK, :WS-RET-AMOUNT,
                      :WS-RET-REASON, :WS-RET-DEATH
              END-EXEC
              IF SQLCODE = 0
                 MOVE SPACES TO PENRET-RECORD
                 MOVE 'D' TO PENRET-REC-TYPE
                 MOVE WS-RET-NO TO PENRET-PENSION-NO
                 MOVE WS-RET-REK TO PENRET-NO-REK
                 MOVE WS-FUND-REK TO PENRET-FUND-REK
                 MOVE WS-PEN-MONTH TO PENRET-PEN-MONTH
                 MOVE WS-RET-AMOUNT TO PENRET-AMOUNT
                 MOVE WS-RET-REASON TO PENRET-REASON
                 IF WS-RET-REASON = 'DC'
                    MOVE WS-RET-DEATH TO PENRET-DEATH-DATE
                 END-IF
                 WRITE PENRET-RECORD
              END-IF
           END-PERFORM

           EXEC SQL CLOSE RET-CUR END-EXEC

           MOVE SPACES TO PENRET-RECORD
           MOVE 'T' TO PENRET-REC-TYPE
           MOVE WS-HELD-CNT TO PENRET-TRL-COUNT
           MOVE WS-HELD-TOTAL TO PENRET-TRL-TOTAL
           WRITE PENRET-RECORD

           CLOSE RET-FILE.
       WRITE-RETURN-FILE-EXIT.
           EXIT.
