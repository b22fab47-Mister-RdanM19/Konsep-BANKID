       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-DWH-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DWH-FILE ASSIGN TO WS-DWH-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DWH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DWH-FILE.
       COPY DWHREC.

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-MODE         PIC X(1).
       01 WS-BUS-DATE     PIC X(10).
       01 WS-ONLY-TABLE   PIC X(12).
       01 WS-PATH-PREFIX  PIC X(150).
       01 WS-DWH-PATH     PIC X(200).
       01 WS-DWH-STATUS   PIC X(2).
       01 WS-NOW          PIC X(19).

       01 WS-TABLE        PIC X(12).
       01 WS-RUN-TYPE     PIC X(1).
       01 WS-EXTRACT-SEQ  PIC 9(7).
       01 WS-PREV-DATE    PIC X(10).
       01 WS-EXIST-CNT    PIC 9(5).
       01 WS-TABLE-OK     PIC X(1).
       01 WS-TABLE-ERR    PIC X(1).

       01 WS-ROW-CNT      PIC 9(9).
       01 WS-INS-CNT      PIC 9(9).
       01 WS-UPD-CNT      PIC 9(9).
       01 WS-DEL-CNT      PIC 9(9).
       01 WS-AMT-SUM      PIC S9(15)V99 COMP-3.
       01 WS-CTL-ROW-CNT  PIC 9(9).
       01 WS-CTL-AMT      PIC S9(15)V99 COMP-3.
       01 WS-AMT-EDIT     PIC -(15)9.99.

       01 WS-ROW-KEY      PIC X(20).
       01 WS-ROW-AMT      PIC S9(13)V99 COMP-3.
       01 WS-CHG-TYPE     PIC X(1).
       01 WS-REC-DATA     PIC X(248).
       01 WS-OLD-DATA     PIC X(248).
       01 WS-ROW-EOF      PIC X(1).

       01 WS-ID-TRX       PIC X(20).
       01 WS-NO-REK       PIC X(6).
       01 WS-TRX-CODE     PIC X(2).
       01 WS-RESP-CODE    PIC X(2).
       01 WS-WAKTU        PIC X(19).
       01 WS-AMOUNT       PIC S9(11)V99 COMP-3.
       01 WS-BEFORE-BAL   PIC S9(13)V99 COMP-3.
       01 WS-AFTER-BAL    PIC S9(13)V99 COMP-3.
       01 WS-TERMINAL-ID  PIC X(8).
       01 WS-CHANNEL      PIC X(6).
       01 WS-REF-ID       PIC X(20).
       01 WS-CCY          PIC X(3).
       01 WS-ORIG-AMT     PIC S9(11)V99 COMP-3.

       01 WS-CUST-ID      PIC X(20).
       01 WS-ACCT-TYPE    PIC X(4).
       01 WS-BRANCH-ID    PIC X(4).
       01 WS-ACCT-STATUS  PIC X(1).
       01 WS-DORMANT      PIC X(1).
       01 WS-SALDO        PIC S9(13)V99 COMP-3.
       01 WS-MIN-SALDO    PIC S9(13)V99 COMP-3.
       01 WS-OD-LIMIT     PIC S9(13)V99 COMP-3.
       01 WS-ACCRUED      PIC S9(11)V99 COMP-3.

       01 WS-LOAN-ID      PIC X(20).
       01 WS-PRODUCT      PIC X(4).
       01 WS-LOAN-STATUS  PIC X(1).
       01 WS-PRINCIPAL    PIC S9(11)V99 COMP-3.
       01 WS-RATE         PIC S9(3)V9(6) COMP-3.
       01 WS-TENOR        PIC 9(3).
       01 WS-INSTALLMENT  PIC S9(11)V99 COMP-3.
       01 WS-OUTSTANDING  PIC S9(11)V99 COMP-3.
       01 WS-COLLECT-CLASS PIC 9(1).
       01 WS-DPD          PIC 9(5).
       01 WS-OFFICER      PIC X(10).

       01 WS-TD-ID        PIC X(20).
       01 WS-START-DATE   PIC X(10).
       01 WS-MATURITY     PIC X(10).
       01 WS-ROLLOVER     PIC X(1).
       01 WS-TD-STATUS    PIC X(2).
       01 WS-PAID-INT     PIC S9(11)V99 COMP-3.

       01 WS-FILE-CNT     PIC 9(3) VALUE 0.
       01 WS-SKIP-CNT     PIC 9(3) VALUE 0.
       01 WS-FAIL-CNT     PIC 9(3) VALUE 0.

      *> The warehouse's nightly changed-data feed, last step of the
      *> EOD chain. One fixed-layout file (DWHREC) per table per
      *> business date: AUDIT_LOG's postings for the date, and the
      *> rows of REKENING, LOAN_MASTER and TERM_DEPOSIT inserted,
      *> changed or gone since the previous extract. The masters
      *> carry no change stamp, so each row's extract image is
      *> compared with the image last sent (DWH_ROW_IMAGE); the
      *> day's changed images are kept in DWH_CHANGE so the file
      *> can be cut again byte for byte. REKENING's balance is the
      *> balance at the day's close - channel postings already
      *> dated into the next business date are backed out, as
      *> CB-GL-RECON does.
      *>
      *> Each table has its own delivery sequence on DWH_EXTRACT_CTL,
      *> one per business date, carried in the header with the date
      *> of the previous file, so the loader sees a missing or
      *> misordered delivery; the trailer carries row counts and
      *> the control amount sum. A table already extracted for the
      *> date is skipped on a rerun of the night. Mode R cuts a
      *> delivered date's file again for a reload, with the original
      *> sequence and run type R, and refuses it when it no longer
      *> agrees with the original's counts (postings since
      *> archived). A table's file, image updates and control row
      *> commit together; a failure rolls the table back and the
      *> step ends RC 8.
       PROCEDURE DIVISION.
           DISPLAY "MODE (BLANK=NIGHTLY, R=RE-EXTRACT): "
                   WITH NO ADVANCING
           ACCEPT WS-MODE
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
           DISPLAY "EXTRACT PATH PREFIX (BLANK=DWH): "
                   WITH NO ADVANCING
           ACCEPT WS-PATH-PREFIX
           IF WS-PATH-PREFIX = SPACES
              MOVE 'DWH' TO WS-PATH-PREFIX
           END-IF

           MOVE SPACES TO WS-ONLY-TABLE
           IF WS-MODE = 'R'
              MOVE 'R' TO WS-RUN-TYPE
              DISPLAY "TABLE (BLANK=ALL): " WITH NO ADVANCING
              ACCEPT WS-ONLY-TABLE
           ELSE
              MOVE 'N' TO WS-RUN-TYPE
           END-IF

           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2) " "
                  FUNCTION CURRENT-DATE(9:2) ":"
                  FUNCTION CURRENT-DATE(11:2) ":"
                  FUNCTION CURRENT-DATE(13:2)
             DELIMITED BY SIZE INTO WS-NOW

           DISPLAY "==================================================="
           IF WS-RUN-TYPE = 'R'
              DISPLAY "WAREHOUSE RE-EXTRACT FOR " WS-BUS-DATE
           ELSE
              DISPLAY "WAREHOUSE EXTRACT FOR " WS-BUS-DATE
           END-IF
           DISPLAY "==================================================="

           MOVE 'AUDIT_LOG' TO WS-TABLE
           PERFORM EXTRACT-ONE-TABLE THRU EXTRACT-ONE-TABLE-EXIT
           MOVE 'REKENING' TO WS-TABLE
           PERFORM EXTRACT-ONE-TABLE THRU EXTRACT-ONE-TABLE-EXIT
           MOVE 'LOAN_MASTER' TO WS-TABLE
           PERFORM EXTRACT-ONE-TABLE THRU EXTRACT-ONE-TABLE-EXIT
           MOVE 'TERM_DEPOSIT' TO WS-TABLE
           PERFORM EXTRACT-ONE-TABLE THRU EXTRACT-ONE-TABLE-EXIT

           DISPLAY "==================================================="
           DISPLAY "FILES WRITTEN         : " WS-FILE-CNT
           DISPLAY "TABLES ALREADY SENT   : " WS-SKIP-CNT
           DISPLAY "TABLES FAILED         : " WS-FAIL-CNT
           DISPLAY "==================================================="

           IF WS-FAIL-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       EXTRACT-ONE-TABLE.
           IF WS-ONLY-TABLE NOT = SPACES
              AND WS-ONLY-TABLE NOT = WS-TABLE
              GO TO EXTRACT-ONE-TABLE-EXIT
           END-IF

           IF WS-RUN-TYPE = 'R'
              PERFORM LOCATE-DELIVERY THRU LOCATE-DELIVERY-EXIT
           ELSE
              PERFORM ASSIGN-SEQUENCE THRU ASSIGN-SEQUENCE-EXIT
           END-IF
           IF WS-TABLE-OK NOT = 'Y'
              GO TO EXTRACT-ONE-TABLE-EXIT
           END-IF

           MOVE SPACES TO WS-DWH-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WS-TABLE DELIMITED BY SPACE
                  '-' WS-BUS-DATE(1:4) WS-BUS-DATE(6:2)
                  WS-BUS-DATE(9:2) '.DAT' DELIMITED BY SIZE
             INTO WS-DWH-PATH

           OPEN OUTPUT DWH-FILE
           IF WS-DWH-STATUS NOT = "00"
              DISPLAY "  " WS-TABLE " FAILED: CANNOT OPEN "
                      WS-DWH-PATH
              ADD 1 TO WS-FAIL-CNT
              GO TO EXTRACT-ONE-TABLE-EXIT
           END-IF

           MOVE 'N' TO WS-TABLE-ERR
           MOVE 0 TO WS-ROW-CNT WS-INS-CNT WS-UPD-CNT WS-DEL-CNT
           MOVE 0 TO WS-AMT-SUM

           MOVE SPACES TO DWH-RECORD
           MOVE 'H' TO DWH-REC-TYPE
           MOVE WS-TABLE TO DWH-HDR-TABLE
           MOVE WS-BUS-DATE TO DWH-HDR-BUS-DATE
           MOVE WS-EXTRACT-SEQ TO DWH-HDR-SEQ
           MOVE WS-PREV-DATE TO DWH-HDR-PREV-DATE
           MOVE WS-RUN-TYPE TO DWH-HDR-RUN-TYPE
           MOVE WS-NOW TO DWH-HDR-CREATED
           WRITE DWH-RECORD

           EVALUATE TRUE
             WHEN WS-TABLE = 'AUDIT_LOG'
                PERFORM EXTRACT-AUDIT-LOG
             WHEN WS-RUN-TYPE = 'R'
                PERFORM REPLAY-CHANGES
             WHEN WS-TABLE = 'REKENING'
                PERFORM EXTRACT-REKENING
                        THRU EXTRACT-REKENING-EXIT
             WHEN WS-TABLE = 'LOAN_MASTER'
                PERFORM EXTRACT-LOAN-MASTER
                        THRU EXTRACT-LOAN-MASTER-EXIT
             WHEN OTHER
                PERFORM EXTRACT-TERM-DEPOSIT
                        THRU EXTRACT-TERM-DEPOSIT-EXIT
           END-EVALUATE

           MOVE SPACES TO DWH-RECORD
           MOVE 'T' TO DWH-REC-TYPE
           MOVE WS-TABLE TO DWH-TRL-TABLE
           MOVE WS-EXTRACT-SEQ TO DWH-TRL-SEQ
           MOVE WS-ROW-CNT TO DWH-TRL-ROW-CNT
           MOVE WS-INS-CNT TO DWH-TRL-INS-CNT
           MOVE WS-UPD-CNT TO DWH-TRL-UPD-CNT
           MOVE WS-DEL-CNT TO DWH-TRL-DEL-CNT
           MOVE WS-AMT-SUM TO DWH-TRL-AMT-SUM
           WRITE DWH-RECORD

           CLOSE DWH-FILE

           IF WS-TABLE-ERR = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "  " WS-TABLE " FAILED - " WS-DWH-PATH
                      " IS NOT A VALID DELIVERY"
              ADD 1 TO WS-FAIL-CNT
              GO TO EXTRACT-ONE-TABLE-EXIT
           END-IF

           IF WS-RUN-TYPE = 'R'
              PERFORM RECORD-REEXTRACT THRU RECORD-REEXTRACT-EXIT
           ELSE
              PERFORM RECORD-DELIVERY THRU RECORD-DELIVERY-EXIT
           END-IF.
       EXTRACT-ONE-TABLE-EXIT.
           EXIT.

      *> The night's sequence: one past the table's last delivery.
      *> A date at or before the last delivered one is a rerun (the
      *> same date, skipped) or out of order (refused) - a date can
      *> only be sent again through mode R.
       ASSIGN-SEQUENCE.
           MOVE 'N' TO WS-TABLE-OK

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-EXIST-CNT
              FROM DWH_EXTRACT_CTL
              WHERE TABLE_NAME = :WS-TABLE
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC
           IF WS-EXIST-CNT > 0
              DISPLAY "  " WS-TABLE " ALREADY EXTRACTED FOR "
                      WS-BUS-DATE " - MODE R TO CUT IT AGAIN"
              ADD 1 TO WS-SKIP-CNT
              GO TO ASSIGN-SEQUENCE-EXIT
           END-IF

           EXEC SQL
              SELECT COALESCE(MAX(EXTRACT_SEQ), 0),
                     COALESCE(MAX(BUS_DATE), ' ')
              INTO :WS-EXTRACT-SEQ, :WS-PREV-DATE
              FROM DWH_EXTRACT_CTL
              WHERE TABLE_NAME = :WS-TABLE
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "  " WS-TABLE " FAILED: CONTROL READ SQLCODE "
                      SQLCODE
              ADD 1 TO WS-FAIL-CNT
              GO TO ASSIGN-SEQUENCE-EXIT
           END-IF

           IF WS-PREV-DATE NOT = SPACES
              AND WS-PREV-DATE > WS-BUS-DATE
              DISPLAY "  " WS-TABLE " REFUSED: LAST DELIVERY IS "
                      WS-PREV-DATE ", AFTER " WS-BUS-DATE
              ADD 1 TO WS-FAIL-CNT
              GO TO ASSIGN-SEQUENCE-EXIT
           END-IF

           ADD 1 TO WS-EXTRACT-SEQ
           MOVE 'Y' TO WS-TABLE-OK.
       ASSIGN-SEQUENCE-EXIT.
           EXIT.

       LOCATE-DELIVERY.
           MOVE 'N' TO WS-TABLE-OK

           EXEC SQL
              SELECT EXTRACT_SEQ, COALESCE(PREV_BUS_DATE, ' '),
                     ROW_CNT, AMT_TOTAL
              INTO :WS-EXTRACT-SEQ, :WS-PREV-DATE,
                   :WS-CTL-ROW-CNT, :WS-CTL-AMT
              FROM DWH_EXTRACT_CTL
              WHERE TABLE_NAME = :WS-TABLE
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "  " WS-TABLE " NEVER EXTRACTED FOR "
                      WS-BUS-DATE " - NOTHING TO CUT AGAIN"
              ADD 1 TO WS-FAIL-CNT
              GO TO LOCATE-DELIVERY-EXIT
           END-IF

           MOVE 'Y' TO WS-TABLE-OK.
       LOCATE-DELIVERY-EXIT.
           EXIT.

       RECORD-DELIVERY.
           EXEC SQL
              INSERT INTO DWH_EXTRACT_CTL
              (TABLE_NAME, BUS_DATE, EXTRACT_SEQ, PREV_BUS_DATE,
               ROW_CNT, INS_CNT, UPD_CNT, DEL_CNT, AMT_TOTAL,
               FILE_PATH, EXTRACTED_TS, REEXTRACT_CNT)
              VALUES
              (:WS-TABLE, :WS-BUS-DATE, :WS-EXTRACT-SEQ,
               NULLIF(:WS-PREV-DATE, ' '),
               :WS-ROW-CNT, :WS-INS-CNT, :WS-UPD-CNT, :WS-DEL-CNT,
               :WS-AMT-SUM, :WS-DWH-PATH, CURRENT TIMESTAMP, 0)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "  " WS-TABLE " FAILED: CONTROL ROW SQLCODE "
                      SQLCODE
              ADD 1 TO WS-FAIL-CNT
              GO TO RECORD-DELIVERY-EXIT
           END-IF
           EXEC SQL COMMIT END-EXEC

           ADD 1 TO WS-FILE-CNT
           MOVE WS-AMT-SUM TO WS-AMT-EDIT
           DISPLAY "  " WS-TABLE " SEQ " WS-EXTRACT-SEQ " ROWS "
                   WS-ROW-CNT " (I " WS-INS-CNT " U " WS-UPD-CNT
                   " D " WS-DEL-CNT ") SUM " WS-AMT-EDIT.
       RECORD-DELIVERY-EXIT.
           EXIT.

       RECORD-REEXTRACT.
           IF WS-ROW-CNT NOT = WS-CTL-ROW-CNT
              OR WS-AMT-SUM NOT = WS-CTL-AMT
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "  " WS-TABLE " REFUSED: " WS-ROW-CNT
                      " ROWS NOW AGAINST " WS-CTL-ROW-CNT
                      " DELIVERED - " WS-DWH-PATH " IS NOT VALID"
              ADD 1 TO WS-FAIL-CNT
              GO TO RECORD-REEXTRACT-EXIT
           END-IF

           EXEC SQL
              UPDATE DWH_EXTRACT_CTL
              SET REEXTRACT_CNT = REEXTRACT_CNT + 1,
                  LAST_REEXTRACT_TS = CURRENT TIMESTAMP
              WHERE TABLE_NAME = :WS-TABLE
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC
           EXEC SQL COMMIT END-EXEC

           ADD 1 TO WS-FILE-CNT
           DISPLAY "  " WS-TABLE " SEQ " WS-EXTRACT-SEQ " ROWS "
                   WS-ROW-CNT " CUT AGAIN".
       RECORD-REEXTRACT-EXIT.
           EXIT.

      *> The day's postings by business date, every one a new row -
      *> the trail is never updated in place.
       EXTRACT-AUDIT-LOG.
           EXEC SQL
              DECLARE DWA-CUR CURSOR FOR
              SELECT ID_TRX, NO_REK, TRX_CODE, RESP_CODE, CHAR(WAKTU),
                     AMOUNT, COALESCE(BEFORE_BAL, 0),
                     COALESCE(AFTER_BAL, 0),
                     COALESCE(TERMINAL_ID, ' '), COALESCE(CHANNEL, ' '),
                     COALESCE(REF_ID_TRX, ' '),
                     COALESCE(CURRENCY_CODE, 'IDR'),
                     COALESCE(ORIG_AMOUNT, AMOUNT)
              FROM AUDIT_LOG
              WHERE BUS_DATE = :WS-BUS-DATE
              ORDER BY ID_TRX
           END-EXEC

           EXEC SQL OPEN DWA-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH DWA-CUR
                 INTO :WS-ID-TRX, :WS-NO-REK, :WS-TRX-CODE,
                      :WS-RESP-CODE, :WS-WAKTU, :WS-AMOUNT,
                      :WS-BEFORE-BAL, :WS-AFTER-BAL, :WS-TERMINAL-ID,
                      :WS-CHANNEL, :WS-REF-ID, :WS-CCY, :WS-ORIG-AMT
              END-EXEC

              IF SQLCODE = 0
                 MOVE SPACES TO DWH-RECORD
                 MOVE 'D' TO DWH-REC-TYPE
                 MOVE 'I' TO DWH-CHG-TYPE
                 MOVE WS-ID-TRX TO DWH-AUD-ID-TRX
                 MOVE WS-NO-REK TO DWH-AUD-NO-REK
                 MOVE WS-TRX-CODE TO DWH-AUD-TRX-CODE
                 MOVE WS-RESP-CODE TO DWH-AUD-RESP-CODE
                 MOVE WS-WAKTU TO DWH-AUD-WAKTU
                 MOVE WS-AMOUNT TO DWH-AUD-AMOUNT
                 MOVE WS-BEFORE-BAL TO DWH-AUD-BEFORE
                 MOVE WS-AFTER-BAL TO DWH-AUD-AFTER
                 MOVE WS-TERMINAL-ID TO DWH-AUD-TERMINAL
                 MOVE WS-CHANNEL TO DWH-AUD-CHANNEL
                 MOVE WS-REF-ID TO DWH-AUD-REF-ID
                 MOVE WS-CCY TO DWH-AUD-CCY
                 MOVE WS-ORIG-AMT TO DWH-AUD-ORIG
                 WRITE DWH-RECORD
                 ADD 1 TO WS-ROW-CNT WS-INS-CNT
                 ADD WS-AMOUNT TO WS-AMT-SUM
              END-IF
           END-PERFORM

           IF SQLCODE < 0
              DISPLAY "  AUDIT_LOG READ SQLCODE " SQLCODE
              MOVE 'Y' TO WS-TABLE-ERR
           END-IF

           EXEC SQL CLOSE DWA-CUR END-EXEC.

       EXTRACT-REKENING.
           EXEC SQL
              DECLARE DWR-CUR CURSOR FOR
              SELECT R.NO_REK, R.CUST_ID, R.ACCT_TYPE,
                     COALESCE(R.BRANCH_ID, ' '), R.ACCT_STATUS,
                     COALESCE(R.DORMANT, 'N'),
                     R.SALDO - COALESCE(
                        (SELECT SUM(A.AFTER_BAL - A.BEFORE_BAL)
                         FROM AUDIT_LOG A
                         WHERE A.NO_REK = R.NO_REK
                           AND A.RESP_CODE = '00'
                           AND A.BUS_DATE > :WS-BUS-DATE), 0),
                     COALESCE(R.MIN_SALDO, 0), COALESCE(R.OD_LIMIT, 0),
                     COALESCE(R.ACCRUED_INT, 0)
              FROM REKENING R
              ORDER BY R.NO_REK
           END-EXEC

           EXEC SQL OPEN DWR-CUR END-EXEC

           MOVE 'N' TO WS-ROW-EOF
           PERFORM UNTIL WS-ROW-EOF = 'Y' OR WS-TABLE-ERR = 'Y'
              EXEC SQL
                 FETCH DWR-CUR
                 INTO :WS-NO-REK, :WS-CUST-ID, :WS-ACCT-TYPE,
                      :WS-BRANCH-ID, :WS-ACCT-STATUS, :WS-DORMANT,
                      :WS-SALDO, :WS-MIN-SALDO, :WS-OD-LIMIT,
                      :WS-ACCRUED
              END-EXEC

              EVALUATE TRUE
                WHEN SQLCODE = 0
                   MOVE SPACES TO DWH-RECORD
                   MOVE WS-NO-REK TO DWH-REK-NO-REK
                   MOVE WS-CUST-ID TO DWH-REK-CUST-ID
                   MOVE WS-ACCT-TYPE TO DWH-REK-ACCT-TYPE
                   MOVE WS-BRANCH-ID TO DWH-REK-BRANCH-ID
                   MOVE WS-ACCT-STATUS TO DWH-REK-STATUS
                   MOVE WS-DORMANT TO DWH-REK-DORMANT
                   MOVE WS-SALDO TO DWH-REK-SALDO
                   MOVE WS-MIN-SALDO TO DWH-REK-MIN-SALDO
                   MOVE WS-OD-LIMIT TO DWH-REK-OD-LIMIT
                   MOVE WS-ACCRUED TO DWH-REK-ACCRUED
                   MOVE WS-NO-REK TO WS-ROW-KEY
                   MOVE WS-SALDO TO WS-ROW-AMT
                   PERFORM SEND-IF-CHANGED THRU SEND-IF-CHANGED-EXIT
                WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-ROW-EOF
                WHEN OTHER
                   DISPLAY "  REKENING READ SQLCODE " SQLCODE
                   MOVE 'Y' TO WS-TABLE-ERR
              END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE DWR-CUR END-EXEC

           IF WS-TABLE-ERR = 'Y'
              GO TO EXTRACT-REKENING-EXIT
           END-IF

           EXEC SQL
              DECLARE DWRD-CUR CURSOR FOR
              SELECT I.ROW_KEY, I.REC_DATA
              FROM DWH_ROW_IMAGE I
              WHERE I.TABLE_NAME = 'REKENING'
                AND NOT EXISTS
                    (SELECT 1 FROM REKENING R
                     WHERE R.NO_REK = I.ROW_KEY)
              ORDER BY I.ROW_KEY
           END-EXEC

           EXEC SQL OPEN DWRD-CUR END-EXEC

           MOVE 'N' TO WS-ROW-EOF
           PERFORM UNTIL WS-ROW-EOF = 'Y' OR WS-TABLE-ERR = 'Y'
              EXEC SQL
                 FETCH DWRD-CUR INTO :WS-ROW-KEY, :WS-OLD-DATA
              END-EXEC
              PERFORM SEND-IF-GONE
           END-PERFORM

           EXEC SQL CLOSE DWRD-CUR END-EXEC.
       EXTRACT-REKENING-EXIT.
           EXIT.

       EXTRACT-LOAN-MASTER.
           EXEC SQL
              DECLARE DWL-CUR CURSOR FOR
              SELECT LOAN_ID, CUST_ID, NO_REK, PRODUCT_CODE, STATUS,
                     PRINCIPAL, ANNUAL_RATE, TENOR_MONTHS,
                     COALESCE(INSTALLMENT_AMT, 0),
                     COALESCE(OUTSTANDING_PRINC, 0),
                     COALESCE(COLLECT_CLASS, 1),
                     COALESCE(DAYS_PAST_DUE, 0),
                     COALESCE(OFFICER_ID, ' ')
              FROM LOAN_MASTER
              ORDER BY LOAN_ID
           END-EXEC

           EXEC SQL OPEN DWL-CUR END-EXEC

           MOVE 'N' TO WS-ROW-EOF
           PERFORM UNTIL WS-ROW-EOF = 'Y' OR WS-TABLE-ERR = 'Y'
              EXEC SQL
                 FETCH DWL-CUR
                 INTO :WS-LOAN-ID, :WS-CUST-ID, :WS-NO-REK,
                      :WS-PRODUCT, :WS-LOAN-STATUS, :WS-PRINCIPAL,
                      :WS-RATE, :WS-TENOR, :WS-INSTALLMENT,
                      :WS-OUTSTANDING, :WS-COLLECT-CLASS, :WS-DPD,
                      :WS-OFFICER
              END-EXEC

              EVALUATE TRUE
                WHEN SQLCODE = 0
                   MOVE SPACES TO DWH-RECORD
                   MOVE WS-LOAN-ID TO DWH-LOAN-ID
                   MOVE WS-CUST-ID TO DWH-LOAN-CUST-ID
                   MOVE WS-NO-REK TO DWH-LOAN-NO-REK
                   MOVE WS-PRODUCT TO DWH-LOAN-PRODUCT
                   MOVE WS-LOAN-STATUS TO DWH-LOAN-STATUS
                   MOVE WS-PRINCIPAL TO DWH-LOAN-PRINCIPAL
                   MOVE WS-RATE TO DWH-LOAN-RATE
                   MOVE WS-TENOR TO DWH-LOAN-TENOR
                   MOVE WS-INSTALLMENT TO DWH-LOAN-INSTALL
                   MOVE WS-OUTSTANDING TO DWH-LOAN-OUTSTAND
                   MOVE WS-COLLECT-CLASS TO DWH-LOAN-CLASS
                   MOVE WS-DPD TO DWH-LOAN-DPD
                   MOVE WS-OFFICER TO DWH-LOAN-OFFICER
                   MOVE WS-LOAN-ID TO WS-ROW-KEY
                   MOVE WS-OUTSTANDING TO WS-ROW-AMT
                   PERFORM SEND-IF-CHANGED THRU SEND-IF-CHANGED-EXIT
                WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-ROW-EOF
                WHEN OTHER
                   DISPLAY "  LOAN_MASTER READ SQLCODE " SQLCODE
                   MOVE 'Y' TO WS-TABLE-ERR
              END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE DWL-CUR END-EXEC

           IF WS-TABLE-ERR = 'Y'
              GO TO EXTRACT-LOAN-MASTER-EXIT
           END-IF

           EXEC SQL
              DECLARE DWLD-CUR CURSOR FOR
              SELECT I.ROW_KEY, I.REC_DATA
              FROM DWH_ROW_IMAGE I
              WHERE I.TABLE_NAME = 'LOAN_MASTER'
                AND NOT EXISTS
                    (SELECT 1 FROM LOAN_MASTER L
                     WHERE L.LOAN_ID = I.ROW_KEY)
              ORDER BY I.ROW_KEY
           END-EXEC

           EXEC SQL OPEN DWLD-CUR END-EXEC

           MOVE 'N' TO WS-ROW-EOF
           PERFORM UNTIL WS-ROW-EOF = 'Y' OR WS-TABLE-ERR = 'Y'
              EXEC SQL
                 FETCH DWLD-CUR INTO :WS-ROW-KEY, :WS-OLD-DATA
              END-EXEC
              PERFORM SEND-IF-GONE
           END-PERFORM

           EXEC SQL CLOSE DWLD-CUR END-EXEC.
       EXTRACT-LOAN-MASTER-EXIT.
           EXIT.

       EXTRACT-TERM-DEPOSIT.
           EXEC SQL
              DECLARE DWT-CUR CURSOR FOR
              SELECT TD_ID, NO_REK, PRINCIPAL, TENOR_MONTHS,
                     ANNUAL_RATE, START_DATE, MATURITY_DATE,
                     COALESCE(ROLLOVER, 'N'), STATUS,
                     COALESCE(PAID_INTEREST, 0)
              FROM TERM_DEPOSIT
              ORDER BY TD_ID
           END-EXEC

           EXEC SQL OPEN DWT-CUR END-EXEC

           MOVE 'N' TO WS-ROW-EOF
           PERFORM UNTIL WS-ROW-EOF = 'Y' OR WS-TABLE-ERR = 'Y'
              EXEC SQL
                 FETCH DWT-CUR
                 INTO :WS-TD-ID, :WS-NO-REK, :WS-PRINCIPAL,
                      :WS-TENOR, :WS-RATE, :WS-START-DATE,
                      :WS-MATURITY, :WS-ROLLOVER, :WS-TD-STATUS,
                      :WS-PAID-INT
              END-EXEC

              EVALUATE TRUE
                WHEN SQLCODE = 0
                   MOVE SPACES TO DWH-RECORD
                   MOVE WS-TD-ID TO DWH-TD-ID
                   MOVE WS-NO-REK TO DWH-TD-NO-REK
                   MOVE WS-PRINCIPAL TO DWH-TD-PRINCIPAL
                   MOVE WS-TENOR TO DWH-TD-TENOR
                   MOVE WS-RATE TO DWH-TD-RATE
                   MOVE WS-START-DATE TO DWH-TD-START
                   MOVE WS-MATURITY TO DWH-TD-MATURITY
                   MOVE WS-ROLLOVER TO DWH-TD-ROLLOVER
                   MOVE WS-TD-STATUS TO DWH-TD-STATUS
                   MOVE WS-PAID-INT TO DWH-TD-PAID-INT
                   MOVE WS-TD-ID TO WS-ROW-KEY
                   MOVE WS-PRINCIPAL TO WS-ROW-AMT
                   PERFORM SEND-IF-CHANGED THRU SEND-IF-CHANGED-EXIT
                WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-ROW-EOF
                WHEN OTHER
                   DISPLAY "  TERM_DEPOSIT READ SQLCODE " SQLCODE
                   MOVE 'Y' TO WS-TABLE-ERR
              END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE DWT-CUR END-EXEC

           IF WS-TABLE-ERR = 'Y'
              GO TO EXTRACT-TERM-DEPOSIT-EXIT
           END-IF

           EXEC SQL
              DECLARE DWTD-CUR CURSOR FOR
              SELECT I.ROW_KEY, I.REC_DATA
              FROM DWH_ROW_IMAGE I
              WHERE I.TABLE_NAME = 'TERM_DEPOSIT'
                AND NOT EXISTS
                    (SELECT 1 FROM TERM_DEPOSIT T
                     WHERE T.TD_ID = I.ROW_KEY)
              ORDER BY I.ROW_KEY
           END-EXEC

           EXEC SQL OPEN DWTD-CUR END-EXEC

           MOVE 'N' TO WS-ROW-EOF
           PERFORM UNTIL WS-ROW-EOF = 'Y' OR WS-TABLE-ERR = 'Y'
              EXEC SQL
                 FETCH DWTD-CUR INTO :WS-ROW-KEY, :WS-OLD-DATA
              END-EXEC
              PERFORM SEND-IF-GONE
           END-PERFORM

           EXEC SQL CLOSE DWTD-CUR END-EXEC.
       EXTRACT-TERM-DEPOSIT-EXIT.
           EXIT.

      *> A master row goes out only when its image differs from the
      *> one last sent: I the first time the key is seen, U after.
       SEND-IF-CHANGED.
           MOVE DWH-ROW-DATA TO WS-REC-DATA

           EXEC SQL
              SELECT REC_DATA
              INTO :WS-OLD-DATA
              FROM DWH_ROW_IMAGE
              WHERE TABLE_NAME = :WS-TABLE
                AND ROW_KEY = :WS-ROW-KEY
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 0
                IF WS-OLD-DATA = WS-REC-DATA
                   GO TO SEND-IF-CHANGED-EXIT
                END-IF
                MOVE 'U' TO WS-CHG-TYPE
                EXEC SQL
                   UPDATE DWH_ROW_IMAGE
                   SET REC_DATA = :WS-REC-DATA,
                       CHG_BUS_DATE = :WS-BUS-DATE
                   WHERE TABLE_NAME = :WS-TABLE
                     AND ROW_KEY = :WS-ROW-KEY
                END-EXEC
             WHEN SQLCODE = 100
                MOVE 'I' TO WS-CHG-TYPE
                EXEC SQL
                   INSERT INTO DWH_ROW_IMAGE
                   (TABLE_NAME, ROW_KEY, REC_DATA, CHG_BUS_DATE)
                   VALUES
                   (:WS-TABLE, :WS-ROW-KEY, :WS-REC-DATA,
                    :WS-BUS-DATE)
                END-EXEC
           END-EVALUATE

           IF SQLCODE NOT = 0
              DISPLAY "  " WS-TABLE " " WS-ROW-KEY
                      " IMAGE SQLCODE " SQLCODE
              MOVE 'Y' TO WS-TABLE-ERR
              GO TO SEND-IF-CHANGED-EXIT
           END-IF

           PERFORM WRITE-CHANGE
           IF WS-CHG-TYPE = 'I'
              ADD 1 TO WS-INS-CNT
           ELSE
              ADD 1 TO WS-UPD-CNT
           END-IF
           ADD WS-ROW-AMT TO WS-AMT-SUM.
       SEND-IF-CHANGED-EXIT.
           EXIT.

      *> A key sent before and no longer on the master: D with the
      *> last image sent, and the image dropped.
       SEND-IF-GONE.
           EVALUATE TRUE
             WHEN SQLCODE = 0
                MOVE 'D' TO WS-CHG-TYPE
                MOVE WS-OLD-DATA TO WS-REC-DATA
                MOVE 0 TO WS-ROW-AMT
                EXEC SQL
                   DELETE FROM DWH_ROW_IMAGE
                   WHERE TABLE_NAME = :WS-TABLE
                     AND ROW_KEY = :WS-ROW-KEY
                END-EXEC
                IF SQLCODE NOT = 0
                   DISPLAY "  " WS-TABLE " " WS-ROW-KEY
                           " IMAGE SQLCODE " SQLCODE
                   MOVE 'Y' TO WS-TABLE-ERR
                ELSE
                   PERFORM WRITE-CHANGE
                   ADD 1 TO WS-DEL-CNT
                END-IF
             WHEN SQLCODE = 100
                MOVE 'Y' TO WS-ROW-EOF
             WHEN OTHER
                DISPLAY "  " WS-TABLE " IMAGE READ SQLCODE " SQLCODE
                MOVE 'Y' TO WS-TABLE-ERR
           END-EVALUATE.

      *> The detail line, and the same image kept against the date
      *> in line order so mode R reproduces the file.
       WRITE-CHANGE.
           MOVE SPACES TO DWH-RECORD
           MOVE 'D' TO DWH-REC-TYPE
           MOVE WS-CHG-TYPE TO DWH-CHG-TYPE
           MOVE WS-REC-DATA TO DWH-ROW-DATA
           WRITE DWH-RECORD
           ADD 1 TO WS-ROW-CNT

           EXEC SQL
              INSERT INTO DWH_CHANGE
              (TABLE_NAME, BUS_DATE, LINE_NO, ROW_KEY, CHG_TYPE,
               AMOUNT, REC_DATA)
              VALUES
              (:WS-TABLE, :WS-BUS-DATE, :WS-ROW-CNT, :WS-ROW-KEY,
               :WS-CHG-TYPE, :WS-ROW-AMT, :WS-REC-DATA)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "  " WS-TABLE " " WS-ROW-KEY
                      " CHANGE SQLCODE " SQLCODE
              MOVE 'Y' TO WS-TABLE-ERR
           END-IF.

       REPLAY-CHANGES.
           EXEC SQL
              DECLARE DWC-CUR CURSOR FOR
              SELECT CHG_TYPE, AMOUNT, REC_DATA
              FROM DWH_CHANGE
              WHERE TABLE_NAME = :WS-TABLE
                AND BUS_DATE = :WS-BUS-DATE
              ORDER BY LINE_NO
           END-EXEC

           EXEC SQL OPEN DWC-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH DWC-CUR
                 INTO :WS-CHG-TYPE, :WS-ROW-AMT, :WS-REC-DATA
              END-EXEC

              IF SQLCODE = 0
                 MOVE SPACES TO DWH-RECORD
                 MOVE 'D' TO DWH-REC-TYPE
                 MOVE WS-CHG-TYPE TO DWH-CHG-TYPE
                 MOVE WS-REC-DATA TO DWH-ROW-DATA
                 WRITE DWH-RECORD
                 ADD 1 TO WS-ROW-CNT
                 EVALUATE WS-CHG-TYPE
                   WHEN 'I'
                      ADD 1 TO WS-INS-CNT
                   WHEN 'U'
                      ADD 1 TO WS-UPD-CNT
                   WHEN OTHER
                      ADD 1 TO WS-DEL-CNT
                 END-EVALUATE
                 ADD WS-ROW-AMT TO WS-AMT-SUM
              END-IF
           END-PERFORM

           IF SQLCODE < 0
              DISPLAY "  " WS-TABLE " CHANGE READ SQLCODE " SQLCODE
              MOVE 'Y' TO WS-TABLE-ERR
           END-IF

           EXEC SQL CLOSE DWC-CUR END-EXEC.
