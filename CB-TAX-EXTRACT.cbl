       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-TAX-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-FILE ASSIGN TO WS-TAX-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TAX-STATUS.
           SELECT ARCH-FILE ASSIGN TO WS-ARCH-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-FILE.
       01  TAX-RECORD.
           05 TAX-REC-TYPE PIC X(1).
      *> P = reportable person, A = account held by the person
      *> before it, T = control trailer - the tax office's AEOI
      *> layout.
           05 TAX-PERSON.
              10 TAX-CUST-ID    PIC X(20).
              10 TAX-CUST-NAME  PIC X(40).
              10 TAX-ADDRESS    PIC X(60).
              10 TAX-BIRTH-DATE PIC X(10).
              10 TAX-NATIONALITY PIC X(2).
              10 TAX-BIRTH-CTRY PIC X(2).
              10 TAX-DOC-STATUS PIC X(1).
      *> S = self-certified, U = undocumented (indicia only).
              10 TAX-RPT-TYPE   PIC X(1).
      *> F = FATCA, C = CRS, B = both.
              10 TAX-JURIS OCCURS 3 TIMES.
                 15 TAX-JUR-COUNTRY PIC X(2).
                 15 TAX-JUR-TIN     PIC X(20).
                 15 TAX-JUR-NO-TIN  PIC X(1).
           05 TAX-ACCOUNT REDEFINES TAX-PERSON.
              10 TAX-ACC-CUST-ID PIC X(20).
              10 TAX-ACC-KIND    PIC X(1).
      *> R = savings/current account, T = term deposit.
              10 TAX-ACC-NO      PIC X(20).
              10 TAX-ACC-CCY     PIC X(3).
              10 TAX-ACC-BALANCE PIC S9(13)V99
                                 SIGN IS LEADING SEPARATE.
              10 TAX-ACC-INTEREST PIC S9(13)V99
                                 SIGN IS LEADING SEPARATE.
              10 TAX-ACC-CLOSED  PIC X(1).
              10 FILLER          PIC X(128).
           05 TAX-TRAILER REDEFINES TAX-PERSON.
              10 TAX-TRL-YEAR    PIC X(4).
              10 TAX-TRL-PERSONS PIC 9(7).
              10 TAX-TRL-ACCTS   PIC 9(7).
              10 TAX-TRL-BALANCE PIC S9(15)V99
                                 SIGN IS LEADING SEPARATE.
              10 TAX-TRL-INTEREST PIC S9(15)V99
                                 SIGN IS LEADING SEPARATE.
              10 FILLER          PIC X(151).

       FD  ARCH-FILE.
       COPY ARCHREC.

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-TAX-YEAR     PIC X(4).
       01 WS-YEAR-NUM REDEFINES WS-TAX-YEAR PIC 9(4).
       01 WS-NEXT-YEAR    PIC 9(4).
       01 WS-PREV-YEAR    PIC 9(4).
       01 WS-TAX-PATH     PIC X(200).
       01 WS-TAX-STATUS   PIC X(2).
       01 WS-YE-DATE      PIC X(10).
       01 WS-TS-START     PIC X(19).
       01 WS-TS-END       PIC X(19).
       01 WS-YEAR-START   PIC X(10).
       01 WS-NEXT-START   PIC X(10).
       01 WS-MONTH-FROM   PIC X(7).
       01 WS-MONTH-TO     PIC X(7).
       01 WS-NEXT-MONTH   PIC X(7).

       01 WS-ARCH-PATH    PIC X(200).
       01 WS-ARCH-STATUS  PIC X(2).
       01 WS-ARCH-EOF     PIC X(1).
       01 WS-ARCH-MONTH   PIC X(7).
       01 WS-ARCH-PASS    PIC X(1).
      *> I = interest of the tax year, B = first posting after it.
       01 WS-ARCH-NO-REK  PIC X(6).
       01 WS-ARCH-AMOUNT  PIC S9(13)V99 COMP-3.
       01 WS-ARCH-WAKTU   PIC X(19).
       01 WS-ARCH-DATE    PIC X(10).

       01 WS-CUST-ID      PIC X(20).
       01 WS-CUST-NAME    PIC X(40).
       01 WS-ADDRESS      PIC X(60).
       01 WS-BIRTH-DATE   PIC X(10).
       01 WS-NATIONALITY  PIC X(2).
       01 WS-BIRTH-CTRY   PIC X(2).
       01 WS-REPORTABLE   PIC X(1).
       01 WS-INDICIA      PIC X(6).
       01 WS-PERSON-EOF   PIC X(1).

       01 WS-COUNTRY      PIC X(2).
       01 WS-TIN          PIC X(20).
       01 WS-NO-TIN       PIC X(1).
       01 WS-JUR-IDX      PIC 9(1).

       01 WS-ACCT-KIND    PIC X(1).
       01 WS-ACCT-NO      PIC X(20).
       01 WS-ACCT-CLOSED  PIC X(1).
       01 WS-YE-BALANCE   PIC S9(13)V99 COMP-3.
       01 WS-INTEREST     PIC S9(13)V99 COMP-3.

       01 WS-STAGED-CNT   PIC 9(7).
       01 WS-PERSON-CNT   PIC 9(7) VALUE 0.
       01 WS-ACCT-CNT     PIC 9(7) VALUE 0.
       01 WS-TOTAL-BAL    PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-TOTAL-INT    PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-ARCH-CNT     PIC 9(5) VALUE 0.
       01 WS-ARCH-BAD     PIC 9(5) VALUE 0.
       01 WS-RUN-ID       PIC X(20).

      *> The annual AEOI extract for the tax office: every customer
      *> CB-TAX-DUEDIL has classified reportable (FATCA, CRS, both)
      *> or undocumented, with each account they hold - REKENING as
      *> primary or active joint holder, and the term deposits
      *> settled to those accounts - at its balance on 31 December
      *> and the interest paid on it during the year. The accounts
      *> are staged in TAX_RPT_ACCT first so the figures can be
      *> built up from three places:
      *>   - REKENING interest is the year's 'IN' postings in
      *>     AUDIT_LOG, plus those in any month of the year already
      *>     moved out by CB-AUDIT-ARCHIVE (ARCHIVE_CTL);
      *>   - the year-end balance is the before-balance of the
      *>     account's first successful posting after the year,
      *>     online or archived, or today's SALDO when nothing has
      *>     posted since;
      *>   - a term deposit's balance is its principal if it was
      *>     still running at year-end, and its interest is the
      *>     PAID_INTEREST of a maturity or breakage in the year.
      *> Accounts closed in the year are reported closed; a closed
      *> account with nothing to show is left out. A rerun for the
      *> same year rebuilds the staging and the file from scratch,
      *> and every run is recorded in TAX_RPT_RUN with its control
      *> totals.
       PROCEDURE DIVISION.
           DISPLAY "TAX YEAR (YYYY)  : " WITH NO ADVANCING
           ACCEPT WS-TAX-YEAR
           IF WS-TAX-YEAR IS NOT NUMERIC
              DISPLAY "INVALID TAX YEAR"
              STOP RUN
           END-IF
           DISPLAY "AEOI FILE PATH   : " WITH NO ADVANCING
           ACCEPT WS-TAX-PATH

           COMPUTE WS-NEXT-YEAR = WS-YEAR-NUM + 1
           COMPUTE WS-PREV-YEAR = WS-YEAR-NUM - 1
           STRING WS-TAX-YEAR "-12-31" DELIMITED BY SIZE
             INTO WS-YE-DATE
           STRING WS-TAX-YEAR "-01-01 00:00:00" DELIMITED BY SIZE
             INTO WS-TS-START
           STRING WS-TAX-YEAR "-12-31 23:59:59" DELIMITED BY SIZE
             INTO WS-TS-END
           STRING WS-TAX-YEAR "-01-01" DELIMITED BY SIZE
             INTO WS-YEAR-START
           STRING WS-NEXT-YEAR "-01-01" DELIMITED BY SIZE
             INTO WS-NEXT-START
           STRING WS-PREV-YEAR "-12" DELIMITED BY SIZE
             INTO WS-MONTH-FROM
           STRING WS-TAX-YEAR "-12" DELIMITED BY SIZE
             INTO WS-MONTH-TO
           STRING WS-NEXT-YEAR "-01" DELIMITED BY SIZE
             INTO WS-NEXT-MONTH

           PERFORM STAGE-ACCOUNTS THRU STAGE-ACCOUNTS-EXIT

           MOVE 'I' TO WS-ARCH-PASS
           PERFORM SERVE-ARCHIVED-MONTHS
           MOVE 'B' TO WS-ARCH-PASS
           PERFORM SERVE-ARCHIVED-MONTHS

           OPEN OUTPUT TAX-FILE
           IF WS-TAX-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN AEOI FILE, STATUS "
                      WS-TAX-STATUS
              STOP RUN
           END-IF

           PERFORM WRITE-PERSONS

           MOVE SPACES TO TAX-RECORD
           MOVE 'T' TO TAX-REC-TYPE
           MOVE WS-TAX-YEAR TO TAX-TRL-YEAR
           MOVE WS-PERSON-CNT TO TAX-TRL-PERSONS
           MOVE WS-ACCT-CNT TO TAX-TRL-ACCTS
           MOVE WS-TOTAL-BAL TO TAX-TRL-BALANCE
           MOVE WS-TOTAL-INT TO TAX-TRL-INTEREST
           WRITE TAX-RECORD

           CLOSE TAX-FILE

           CALL 'CB-REF-NUMBER' USING 'TX' WS-RUN-ID
           EXEC SQL
              INSERT INTO TAX_RPT_RUN
              (RUN_ID, TAX_YEAR, FILE_PATH, PERSON_CNT, ACCT_CNT,
               TOTAL_BAL, TOTAL_INT, ARCH_MONTHS, CREATED_TS)
              VALUES
              (:WS-RUN-ID, :WS-TAX-YEAR, :WS-TAX-PATH,
               :WS-PERSON-CNT, :WS-ACCT-CNT, :WS-TOTAL-BAL,
               :WS-TOTAL-INT, :WS-ARCH-CNT, CURRENT TIMESTAMP)
           END-EXEC
           EXEC SQL COMMIT END-EXEC

           DISPLAY "==================================================="
           DISPLAY "AEOI (FATCA/CRS) EXTRACT - TAX YEAR " WS-TAX-YEAR
           DISPLAY "PERSONS REPORTED  : " WS-PERSON-CNT
           DISPLAY "ACCOUNTS REPORTED : " WS-ACCT-CNT
           DISPLAY "TOTAL BALANCE     : " WS-TOTAL-BAL
           DISPLAY "TOTAL INTEREST    : " WS-TOTAL-INT
           DISPLAY "ARCHIVE FILES READ: " WS-ARCH-CNT
           IF WS-ARCH-BAD > 0
              DISPLAY "** " WS-ARCH-BAD " ARCHIVE FILE(S) UNREADABLE"
                      " - INTEREST MAY BE UNDERSTATED **"
           END-IF
           DISPLAY "==================================================="
           STOP RUN.

      *> Joint holders come from ACCOUNT_OWNER; a term deposit
      *> belongs to whoever holds the account it settles to.
       STAGE-ACCOUNTS.
           EXEC SQL
              DELETE FROM TAX_RPT_ACCT
              WHERE TAX_YEAR = :WS-TAX-YEAR
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "STAGING RESET FAILED, SQLCODE " SQLCODE
              STOP RUN
           END-IF

           EXEC SQL
              INSERT INTO TAX_RPT_ACCT
              (TAX_YEAR, CUST_ID, ACCT_KIND, ACCT_NO, ACCT_CLOSED,
               YE_BALANCE, BAL_WAKTU, INTEREST)
              SELECT :WS-TAX-YEAR, H.CUST_ID, 'R', R.NO_REK,
                     CASE WHEN COALESCE(R.ACCT_STATUS, 'A') = 'C'
                          THEN 'Y' ELSE 'N' END,
                     COALESCE(
                       (SELECT MAX(A.BEFORE_BAL)
                        FROM AUDIT_LOG A
                        WHERE A.NO_REK = R.NO_REK
                          AND A.RESP_CODE = '00'
                          AND A.WAKTU =
                              (SELECT MIN(B.WAKTU)
                               FROM AUDIT_LOG B
                               WHERE B.NO_REK = R.NO_REK
                                 AND B.RESP_CODE = '00'
                                 AND B.BUS_DATE >= :WS-NEXT-START)),
                       R.SALDO),
                     (SELECT MIN(B.WAKTU)
                      FROM AUDIT_LOG B
                      WHERE B.NO_REK = R.NO_REK
                        AND B.RESP_CODE = '00'
                        AND B.BUS_DATE >= :WS-NEXT-START),
                     COALESCE(
                       (SELECT SUM(A.AMOUNT)
                        FROM AUDIT_LOG A
                        WHERE A.NO_REK = R.NO_REK
                          AND A.TRX_CODE = 'IN'
                          AND A.RESP_CODE = '00'
                          AND A.BUS_DATE BETWEEN :WS-YEAR-START
                                             AND :WS-YE-DATE), 0)
              FROM REKENING R,
                   (SELECT NO_REK, CUST_ID
                    FROM REKENING
                    WHERE CUST_ID IS NOT NULL
                    UNION
                    SELECT NO_REK, CUST_ID
                    FROM ACCOUNT_OWNER
                    WHERE STATUS = 'A') H,
                   CUST_MASTER C
              WHERE H.NO_REK = R.NO_REK
                AND C.CUST_ID = H.CUST_ID
                AND C.TAX_REPORTABLE IN ('F', 'C', 'B', 'U')
                AND COALESCE(C.KYC_STATUS, ' ') <> 'M'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "ACCOUNT STAGING FAILED, SQLCODE " SQLCODE
              STOP RUN
           END-IF

           EXEC SQL
              INSERT INTO TAX_RPT_ACCT
              (TAX_YEAR, CUST_ID, ACCT_KIND, ACCT_NO, ACCT_CLOSED,
               YE_BALANCE, BAL_WAKTU, INTEREST)
              SELECT :WS-TAX-YEAR, H.CUST_ID, 'T', T.TD_ID,
                     CASE WHEN T.STATUS IN ('A', 'BR')
                            OR COALESCE(T.MATURED_TS, T.BROKEN_TS)
                               > :WS-TS-END
                          THEN 'N' ELSE 'Y' END,
                     CASE WHEN T.STATUS IN ('A', 'BR')
                            OR COALESCE(T.MATURED_TS, T.BROKEN_TS)
                               > :WS-TS-END
                          THEN T.PRINCIPAL ELSE 0 END,
                     NULL,
                     CASE WHEN COALESCE(T.MATURED_TS, T.BROKEN_TS)
                               BETWEEN :WS-TS-START AND :WS-TS-END
                          THEN COALESCE(T.PAID_INTEREST, 0)
                          ELSE 0 END
              FROM TERM_DEPOSIT T,
                   (SELECT NO_REK, CUST_ID
                    FROM REKENING
                    WHERE CUST_ID IS NOT NULL
                    UNION
                    SELECT NO_REK, CUST_ID
                    FROM ACCOUNT_OWNER
                    WHERE STATUS = 'A') H,
                   CUST_MASTER C
              WHERE H.NO_REK = T.NO_REK
                AND T.START_DATE <= :WS-YE-DATE
                AND (T.STATUS IN ('A', 'BR')
                     OR COALESCE(T.MATURED_TS, T.BROKEN_TS)
                        >= :WS-TS-START)
                AND C.CUST_ID = H.CUST_ID
                AND C.TAX_REPORTABLE IN ('F', 'C', 'B', 'U')
                AND COALESCE(C.KYC_STATUS, ' ') <> 'M'
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "DEPOSIT STAGING FAILED, SQLCODE " SQLCODE
              STOP RUN
           END-IF

           EXEC SQL COMMIT END-EXEC

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-STAGED-CNT
              FROM TAX_RPT_ACCT
              WHERE TAX_YEAR = :WS-TAX-YEAR
           END-EXEC
           DISPLAY "ACCOUNTS STAGED   : " WS-STAGED-CNT.
       STAGE-ACCOUNTS-EXIT.
           EXIT.

      *> Pass 'I' reads the tax year's own months for interest;
      *> pass 'B' reads any archived month after it for the first
      *> posting that fixes the year-end balance. Archives are filed
      *> by clock month, so each pass also reads the month either
      *> side; the business-date test in APPLY-ARCHIVE-ROW decides.
       SERVE-ARCHIVED-MONTHS.
           IF WS-ARCH-PASS = 'I'
              EXEC SQL
                 DECLARE TXAI-CUR CURSOR FOR
                 SELECT ARCH_MONTH, FILE_PATH
                 FROM ARCHIVE_CTL
                 WHERE ARCH_MONTH >= :WS-MONTH-FROM
                   AND ARCH_MONTH <= :WS-NEXT-MONTH
                 ORDER BY ARCH_MONTH
              END-EXEC
              EXEC SQL OPEN TXAI-CUR END-EXEC
              PERFORM UNTIL SQLCODE NOT = 0
                 EXEC SQL
                    FETCH TXAI-CUR
                    INTO :WS-ARCH-MONTH, :WS-ARCH-PATH
                 END-EXEC
                 IF SQLCODE = 0
                    PERFORM SCAN-ONE-ARCHIVE
                 END-IF
              END-PERFORM
              EXEC SQL CLOSE TXAI-CUR END-EXEC
           ELSE
              EXEC SQL
                 DECLARE TXAB-CUR CURSOR FOR
                 SELECT ARCH_MONTH, FILE_PATH
                 FROM ARCHIVE_CTL
                 WHERE ARCH_MONTH >= :WS-MONTH-TO
                 ORDER BY ARCH_MONTH
              END-EXEC
              EXEC SQL OPEN TXAB-CUR END-EXEC
              PERFORM UNTIL SQLCODE NOT = 0
                 EXEC SQL
                    FETCH TXAB-CUR
                    INTO :WS-ARCH-MONTH, :WS-ARCH-PATH
                 END-EXEC
                 IF SQLCODE = 0
                    PERFORM SCAN-ONE-ARCHIVE
                 END-IF
              END-PERFORM
              EXEC SQL CLOSE TXAB-CUR END-EXEC
           END-IF.

      *> Each file is applied in one unit of work; a COMMIT ends it
      *> so the month cursor sees a clean SQLCODE.
       SCAN-ONE-ARCHIVE.
           MOVE 'N' TO WS-ARCH-EOF
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = "00"
              DISPLAY "(ARCHIVE " WS-ARCH-MONTH
                      " UNREADABLE, STATUS " WS-ARCH-STATUS ")"
              ADD 1 TO WS-ARCH-BAD
           ELSE
              ADD 1 TO WS-ARCH-CNT
              PERFORM UNTIL WS-ARCH-EOF = 'Y'
                 READ ARCH-FILE
                    AT END MOVE 'Y' TO WS-ARCH-EOF
                 END-READ

                 IF WS-ARCH-EOF NOT = 'Y'
                    AND ARCH-REC-TYPE = 'D'
                    AND ARCH-RESP-CODE = '00'
                    PERFORM APPLY-ARCHIVE-ROW
                 END-IF
              END-PERFORM
              CLOSE ARCH-FILE
           END-IF
           EXEC SQL COMMIT END-EXEC.

       APPLY-ARCHIVE-ROW.
           MOVE ARCH-NO-REK TO WS-ARCH-NO-REK
           MOVE ARCH-WAKTU TO WS-ARCH-WAKTU
           MOVE ARCH-BUS-DATE TO WS-ARCH-DATE
           IF WS-ARCH-DATE = SPACES
              MOVE ARCH-WAKTU(1:10) TO WS-ARCH-DATE
           END-IF
           IF WS-ARCH-PASS = 'I'
              IF ARCH-TRX-CODE = 'IN'
                 AND WS-ARCH-DATE >= WS-YEAR-START
                 AND WS-ARCH-DATE <= WS-YE-DATE
                 MOVE ARCH-AMOUNT TO WS-ARCH-AMOUNT
                 EXEC SQL
                    UPDATE TAX_RPT_ACCT
                    SET INTEREST = INTEREST + :WS-ARCH-AMOUNT
                    WHERE TAX_YEAR = :WS-TAX-YEAR
                      AND ACCT_KIND = 'R'
                      AND ACCT_NO = :WS-ARCH-NO-REK
                 END-EXEC
              END-IF
           ELSE
              IF WS-ARCH-DATE >= WS-NEXT-START
                 MOVE ARCH-BEFORE TO WS-ARCH-AMOUNT
                 EXEC SQL
                    UPDATE TAX_RPT_ACCT
                    SET YE_BALANCE = :WS-ARCH-AMOUNT,
                        BAL_WAKTU = :WS-ARCH-WAKTU
                    WHERE TAX_YEAR = :WS-TAX-YEAR
                      AND ACCT_KIND = 'R'
                      AND ACCT_NO = :WS-ARCH-NO-REK
                      AND (BAL_WAKTU IS NULL
                           OR BAL_WAKTU > :WS-ARCH-WAKTU)
                 END-EXEC
              END-IF
           END-IF.

      *> Read-only from here to the run record, so the person
      *> cursor stays open across the inner cursors; its own end is
      *> kept in a switch because the inner loops end on SQLCODE
      *> 100 too.
       WRITE-PERSONS.
           EXEC SQL
              DECLARE TXP-CUR CURSOR FOR
              SELECT C.CUST_ID, C.CUST_NAME,
                     COALESCE(C.ADDRESS, ' '),
                     COALESCE(CHAR(C.BIRTH_DATE), ' '),
                     COALESCE(C.NATIONALITY, ' '),
                     COALESCE(C.BIRTH_COUNTRY, ' '),
                     C.TAX_REPORTABLE,
                     COALESCE(C.TAX_INDICIA, ' ')
              FROM CUST_MASTER C
              WHERE EXISTS
                    (SELECT 1 FROM TAX_RPT_ACCT A
                     WHERE A.TAX_YEAR = :WS-TAX-YEAR
                       AND A.CUST_ID = C.CUST_ID
                       AND (A.ACCT_CLOSED = 'N'
                            OR A.YE_BALANCE <> 0
                            OR A.INTEREST <> 0))
              ORDER BY C.CUST_ID
           END-EXEC

           EXEC SQL OPEN TXP-CUR END-EXEC

           MOVE 'N' TO WS-PERSON-EOF
           PERFORM UNTIL WS-PERSON-EOF = 'Y'
              EXEC SQL
                 FETCH TXP-CUR
                 INTO :WS-CUST-ID, :WS-CUST-NAME, :WS-ADDRESS,
                      :WS-BIRTH-DATE, :WS-NATIONALITY,
                      :WS-BIRTH-CTRY, :WS-REPORTABLE, :WS-INDICIA
              END-EXEC

              IF SQLCODE = 0
                 PERFORM WRITE-ONE-PERSON
              ELSE
                 MOVE 'Y' TO WS-PERSON-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE TXP-CUR END-EXEC.

       WRITE-ONE-PERSON.
           MOVE SPACES TO TAX-RECORD
           MOVE 'P' TO TAX-REC-TYPE
           MOVE WS-CUST-ID TO TAX-CUST-ID
           MOVE WS-CUST-NAME TO TAX-CUST-NAME
           MOVE WS-ADDRESS TO TAX-ADDRESS
           MOVE WS-BIRTH-DATE TO TAX-BIRTH-DATE
           MOVE WS-NATIONALITY TO TAX-NATIONALITY
           MOVE WS-BIRTH-CTRY TO TAX-BIRTH-CTRY

      *> An undocumented customer goes out under FATCA when any of
      *> the indicia points to the US, under CRS otherwise.
           IF WS-REPORTABLE = 'U'
              MOVE 'U' TO TAX-DOC-STATUS
              IF WS-INDICIA(6:1) = 'U'
                 MOVE 'F' TO TAX-RPT-TYPE
              ELSE
                 MOVE 'C' TO TAX-RPT-TYPE
              END-IF
           ELSE
              MOVE 'S' TO TAX-DOC-STATUS
              MOVE WS-REPORTABLE TO TAX-RPT-TYPE
           END-IF

           MOVE 0 TO WS-JUR-IDX
           PERFORM LOAD-JURISDICTIONS

      *> No residence on file yet (undocumented): the nationality is
      *> the best jurisdiction the bank has.
           IF WS-JUR-IDX = 0
              AND WS-NATIONALITY NOT = SPACES
              AND WS-NATIONALITY NOT = 'ID'
              MOVE WS-NATIONALITY TO TAX-JUR-COUNTRY(1)
           END-IF

           WRITE TAX-RECORD
           ADD 1 TO WS-PERSON-CNT

           PERFORM WRITE-ACCOUNTS.

       LOAD-JURISDICTIONS.
           EXEC SQL
              DECLARE TXJ-CUR CURSOR FOR
              SELECT COUNTRY, COALESCE(TIN, ' '),
                     COALESCE(NO_TIN_REASON, ' ')
              FROM CUST_TAX_RESIDENCE
              WHERE CUST_ID = :WS-CUST-ID
                AND COUNTRY <> 'ID'
              ORDER BY SEQ_NO
           END-EXEC

           EXEC SQL OPEN TXJ-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-JUR-IDX = 3
              EXEC SQL
                 FETCH TXJ-CUR
                 INTO :WS-COUNTRY, :WS-TIN, :WS-NO-TIN
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-JUR-IDX
                 MOVE WS-COUNTRY TO TAX-JUR-COUNTRY(WS-JUR-IDX)
                 MOVE WS-TIN TO TAX-JUR-TIN(WS-JUR-IDX)
                 MOVE WS-NO-TIN TO TAX-JUR-NO-TIN(WS-JUR-IDX)
              END-IF
           END-PERFORM

           EXEC SQL CLOSE TXJ-CUR END-EXEC.

       WRITE-ACCOUNTS.
           EXEC SQL
              DECLARE TXA-CUR CURSOR FOR
              SELECT ACCT_KIND, ACCT_NO, ACCT_CLOSED, YE_BALANCE,
                     INTEREST
              FROM TAX_RPT_ACCT
              WHERE TAX_YEAR = :WS-TAX-YEAR
                AND CUST_ID = :WS-CUST-ID
                AND (ACCT_CLOSED = 'N'
                     OR YE_BALANCE <> 0
                     OR INTEREST <> 0)
              ORDER BY ACCT_KIND, ACCT_NO
           END-EXEC

           EXEC SQL OPEN TXA-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH TXA-CUR
                 INTO :WS-ACCT-KIND, :WS-ACCT-NO, :WS-ACCT-CLOSED,
                      :WS-YE-BALANCE, :WS-INTEREST
              END-EXEC

              IF SQLCODE = 0
                 MOVE SPACES TO TAX-RECORD
                 MOVE 'A' TO TAX-REC-TYPE
                 MOVE WS-CUST-ID TO TAX-ACC-CUST-ID
                 MOVE WS-ACCT-KIND TO TAX-ACC-KIND
                 MOVE WS-ACCT-NO TO TAX-ACC-NO
                 MOVE 'IDR' TO TAX-ACC-CCY
                 MOVE WS-YE-BALANCE TO TAX-ACC-BALANCE
                 MOVE WS-INTEREST TO TAX-ACC-INTEREST
                 MOVE WS-ACCT-CLOSED TO TAX-ACC-CLOSED
                 WRITE TAX-RECORD
                 ADD 1 TO WS-ACCT-CNT
                 ADD WS-YE-BALANCE TO WS-TOTAL-BAL
                 ADD WS-INTEREST TO WS-TOTAL-INT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE TXA-CUR END-EXEC.
