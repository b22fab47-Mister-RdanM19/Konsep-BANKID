       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-FIN-STMT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-PERIOD       PIC X(7).
       01 WS-PRIOR-PERIOD PIC X(7).
       01 WS-YEAR-START   PIC X(7).
       01 WS-LO-PERIOD    PIC X(7).
       01 WS-YYYY         PIC 9(4).
       01 WS-MM           PIC 9(2).
       01 WS-CLOSED-CNT   PIC 9(5).

       01 WS-REQ-BRANCH   PIC X(4).
       01 WS-BRANCH-ID    PIC X(4).
       01 WS-SCOPE        PIC X(1).
      *> B = one branch's ledger (GL_BRANCH_BAL), C = consolidated
      *> (GL_PERIOD_BAL).
       01 WS-FIRST        PIC X(1).
       01 WS-MORE         PIC X(1).

       01 WS-STMT-TYPE    PIC X(1).
       01 WS-SECTION      PIC X(1).
       01 WS-LINE-NO      PIC 9(4).
       01 WS-LINE-NAME    PIC X(40).
       01 WS-SIGN         PIC S9(1) COMP-3.

       01 WS-AMT-CLOSE    PIC S9(15)V99 COMP-3.
       01 WS-AMT-NET      PIC S9(15)V99 COMP-3.
       01 WS-AMT-YTD      PIC S9(15)V99 COMP-3.
       01 WS-AMT-PCLOSE   PIC S9(15)V99 COMP-3.
       01 WS-AMT-PNET     PIC S9(15)V99 COMP-3.

       01 WS-SEC-CLOSE    PIC S9(15)V99 COMP-3.
       01 WS-SEC-NET      PIC S9(15)V99 COMP-3.
       01 WS-SEC-YTD      PIC S9(15)V99 COMP-3.
       01 WS-SEC-PCLOSE   PIC S9(15)V99 COMP-3.
       01 WS-SEC-PNET     PIC S9(15)V99 COMP-3.

       01 WS-ASSET-CLOSE  PIC S9(15)V99 COMP-3.
       01 WS-ASSET-PCLOSE PIC S9(15)V99 COMP-3.
       01 WS-FUND-CLOSE   PIC S9(15)V99 COMP-3.
       01 WS-FUND-PCLOSE  PIC S9(15)V99 COMP-3.
       01 WS-INC-NET      PIC S9(15)V99 COMP-3.
       01 WS-INC-YTD      PIC S9(15)V99 COMP-3.
       01 WS-INC-PNET     PIC S9(15)V99 COMP-3.
       01 WS-DIFF-CLOSE   PIC S9(15)V99 COMP-3.
       01 WS-DIFF-PCLOSE  PIC S9(15)V99 COMP-3.

       01 WS-PAGE-CNT     PIC 9(5) VALUE 0.
       01 WS-UNBAL-CNT    PIC 9(5) VALUE 0.

      *> The balance sheet and the profit and loss out of a closed
      *> GL period, laid out by the FS_LINE_MAP lines CB-FS-MAINT
      *> maintains, for every branch (its own ledger, as
      *> CB-PERIOD-CLOSE rolls it into GL_BRANCH_BAL - entries
      *> booked centrally form the head-office page) and then for
      *> the bank consolidated from GL_PERIOD_BAL. A single branch
      *> can be asked for on its own. Balance sheet lines show the
      *> position at period end, the month's and the year's
      *> movement and the prior period's position; profit and loss
      *> lines show the month, the year to date and the prior
      *> month. Income and expense accounts are not closed out to
      *> equity here, so their cumulative balance stands in the
      *> equity section as its own line, and every page proves
      *> assets against liabilities plus equity. An account no
      *> mapping range covers is shown as such and will make the
      *> page fail the proof - the mapping needs the range, not
      *> the report a plug. A page out of balance ends the run
      *> with return code 4; a period not yet closed is refused.
       PROCEDURE DIVISION.
           DISPLAY "CLOSED PERIOD (YYYY-MM)   : " WITH NO ADVANCING
           ACCEPT WS-PERIOD
           DISPLAY "BRANCH (BLANK=ALL + BANK) : " WITH NO ADVANCING
           ACCEPT WS-REQ-BRANCH

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-CLOSED-CNT
              FROM GL_PERIOD
              WHERE PERIOD = :WS-PERIOD
                AND STATUS = 'C'
           END-EXEC

           IF WS-CLOSED-CNT = 0
              DISPLAY "RUN REFUSED: PERIOD " WS-PERIOD
                      " IS NOT CLOSED"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF

           MOVE WS-PERIOD(1:4) TO WS-YYYY
           MOVE WS-PERIOD(6:2) TO WS-MM
           STRING WS-YYYY "-01" DELIMITED BY SIZE
             INTO WS-YEAR-START
           IF WS-MM = 1
              COMPUTE WS-YYYY = WS-YYYY - 1
              MOVE 12 TO WS-MM
           ELSE
              SUBTRACT 1 FROM WS-MM
           END-IF
           STRING WS-YYYY "-" WS-MM
             DELIMITED BY SIZE INTO WS-PRIOR-PERIOD

           IF WS-PRIOR-PERIOD < WS-YEAR-START
              MOVE WS-PRIOR-PERIOD TO WS-LO-PERIOD
           ELSE
              MOVE WS-YEAR-START TO WS-LO-PERIOD
           END-IF

           MOVE 'B' TO WS-SCOPE
           IF WS-REQ-BRANCH NOT = SPACES
              MOVE WS-REQ-BRANCH TO WS-BRANCH-ID
              PERFORM PRINT-PAGE
           ELSE
              MOVE 'Y' TO WS-FIRST
              PERFORM NEXT-BRANCH
              PERFORM UNTIL WS-MORE NOT = 'Y'
                 PERFORM PRINT-PAGE
                 PERFORM NEXT-BRANCH
              END-PERFORM
              MOVE 'C' TO WS-SCOPE
              MOVE SPACES TO WS-BRANCH-ID
              PERFORM PRINT-PAGE
           END-IF

           DISPLAY "==================================================="
           DISPLAY "PAGES PRINTED      : " WS-PAGE-CNT
           DISPLAY "PAGES OUT OF PROOF : " WS-UNBAL-CNT
           DISPLAY "==================================================="

           IF WS-UNBAL-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Walks the branches that have a ledger for the period, in
      *> order; the blank (head-office) ledger comes first.
       NEXT-BRANCH.
           EXEC SQL
              SELECT COALESCE(MIN(BRANCH_ID), '*END')
              INTO :WS-BRANCH-ID
              FROM GL_BRANCH_BAL
              WHERE PERIOD = :WS-PERIOD
                AND (BRANCH_ID > :WS-BRANCH-ID
                     OR :WS-FIRST = 'Y')
           END-EXEC

           MOVE 'N' TO WS-FIRST
           IF SQLCODE = 0 AND WS-BRANCH-ID NOT = '*END'
              MOVE 'Y' TO WS-MORE
           ELSE
              MOVE 'N' TO WS-MORE
           END-IF.

       PRINT-PAGE.
           ADD 1 TO WS-PAGE-CNT
           DISPLAY "==================================================="
           IF WS-SCOPE = 'C'
              DISPLAY "LAPORAN KEUANGAN KONSOLIDASI - " WS-PERIOD
           ELSE
              IF WS-BRANCH-ID = SPACES
                 DISPLAY "LAPORAN KEUANGAN KANTOR PUSAT - " WS-PERIOD
              ELSE
                 DISPLAY "LAPORAN KEUANGAN CABANG " WS-BRANCH-ID
                         " - " WS-PERIOD
              END-IF
           END-IF
           DISPLAY "==================================================="

      *> Profit first: the cumulative result sits in equity below.
           MOVE 'P' TO WS-STMT-TYPE
           MOVE 0 TO WS-LINE-NO
           PERFORM READ-AMOUNTS
           COMPUTE WS-INC-NET = 0 - WS-AMT-NET
           COMPUTE WS-INC-YTD = 0 - WS-AMT-YTD
           COMPUTE WS-INC-PNET = 0 - WS-AMT-PNET

           DISPLAY "NERACA"
           DISPLAY "LINE NAME                                 "
                   "POSISI / MUTASI BULAN / MUTASI YTD / "
                   "POSISI BULAN LALU"
           MOVE 'B' TO WS-STMT-TYPE

           MOVE 'A' TO WS-SECTION
           DISPLAY "ASET"
           PERFORM PRINT-SECTION
           MOVE WS-SEC-CLOSE TO WS-ASSET-CLOSE
           MOVE WS-SEC-PCLOSE TO WS-ASSET-PCLOSE
           DISPLAY "  JUMLAH ASET  " WS-SEC-CLOSE " " WS-SEC-NET
                   " " WS-SEC-YTD " " WS-SEC-PCLOSE

           MOVE 'L' TO WS-SECTION
           DISPLAY "LIABILITAS"
           PERFORM PRINT-SECTION
           MOVE WS-SEC-CLOSE TO WS-FUND-CLOSE
           MOVE WS-SEC-PCLOSE TO WS-FUND-PCLOSE
           DISPLAY "  JUMLAH LIABILITAS  " WS-SEC-CLOSE " "
                   WS-SEC-NET " " WS-SEC-YTD " " WS-SEC-PCLOSE

           MOVE 'E' TO WS-SECTION
           DISPLAY "EKUITAS"
           PERFORM PRINT-SECTION

           MOVE 'P' TO WS-STMT-TYPE
           MOVE 0 TO WS-LINE-NO
           PERFORM READ-AMOUNTS
           MOVE 'B' TO WS-STMT-TYPE
           MOVE 'E' TO WS-SECTION
           MOVE -1 TO WS-SIGN
           MOVE 'LABA (RUGI) BELUM DIPINDAH KE MODAL' TO WS-LINE-NAME
           PERFORM PRINT-LINE
           DISPLAY "  JUMLAH EKUITAS  " WS-SEC-CLOSE " " WS-SEC-NET
                   " " WS-SEC-YTD " " WS-SEC-PCLOSE
           ADD WS-SEC-CLOSE TO WS-FUND-CLOSE
           ADD WS-SEC-PCLOSE TO WS-FUND-PCLOSE

           PERFORM READ-UNMAPPED
           IF WS-AMT-CLOSE NOT = 0 OR WS-AMT-PCLOSE NOT = 0
              DISPLAY "  AKUN BELUM TERPETAKAN (DEBET +)  "
                      WS-AMT-CLOSE " " WS-AMT-PCLOSE
           END-IF

           COMPUTE WS-DIFF-CLOSE = WS-ASSET-CLOSE - WS-FUND-CLOSE
           COMPUTE WS-DIFF-PCLOSE = WS-ASSET-PCLOSE - WS-FUND-PCLOSE
           DISPLAY "  LIABILITAS + EKUITAS  " WS-FUND-CLOSE
                   "  /  BULAN LALU " WS-FUND-PCLOSE
           IF WS-DIFF-CLOSE = 0 AND WS-DIFF-PCLOSE = 0
              DISPLAY "  ASET = LIABILITAS + EKUITAS - BALANCED"
           ELSE
              ADD 1 TO WS-UNBAL-CNT
              DISPLAY "  *** OUT OF BALANCE BY " WS-DIFF-CLOSE
                      "  /  BULAN LALU " WS-DIFF-PCLOSE
           END-IF

           DISPLAY "---------------------------------------------------"
           DISPLAY "LABA RUGI"
           DISPLAY "LINE NAME                                 "
                   "BULAN INI / S.D. BULAN INI / BULAN LALU"
           MOVE 'P' TO WS-STMT-TYPE

           MOVE 'I' TO WS-SECTION
           DISPLAY "PENDAPATAN"
           PERFORM PRINT-SECTION
           DISPLAY "  JUMLAH PENDAPATAN  " WS-SEC-NET " "
                   WS-SEC-YTD " " WS-SEC-PNET

           MOVE 'X' TO WS-SECTION
           DISPLAY "BEBAN"
           PERFORM PRINT-SECTION
           DISPLAY "  JUMLAH BEBAN  " WS-SEC-NET " " WS-SEC-YTD
                   " " WS-SEC-PNET

           DISPLAY "  LABA (RUGI) BERSIH  " WS-INC-NET " "
                   WS-INC-YTD " " WS-INC-PNET.

      *> Every line of one section, with the section's totals left
      *> in WS-SEC-*. Liability, equity and income lines carry
      *> credit balances and are shown positive.
       PRINT-SECTION.
           MOVE 0 TO WS-SEC-CLOSE
           MOVE 0 TO WS-SEC-NET
           MOVE 0 TO WS-SEC-YTD
           MOVE 0 TO WS-SEC-PCLOSE
           MOVE 0 TO WS-SEC-PNET

           IF WS-SECTION = 'L' OR WS-SECTION = 'E'
              OR WS-SECTION = 'I'
              MOVE -1 TO WS-SIGN
           ELSE
              MOVE 1 TO WS-SIGN
           END-IF

           EXEC SQL
              DECLARE FSL-CUR CURSOR FOR
              SELECT LINE_NO, MAX(LINE_NAME)
              FROM FS_LINE_MAP
              WHERE STMT_TYPE = :WS-STMT-TYPE
                AND SECTION = :WS-SECTION
                AND STATUS IN ('A', 'Q')
              GROUP BY LINE_NO
              ORDER BY LINE_NO
           END-EXEC

           EXEC SQL OPEN FSL-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH FSL-CUR
                 INTO :WS-LINE-NO, :WS-LINE-NAME
              END-EXEC

              IF SQLCODE = 0
                 PERFORM READ-AMOUNTS
                 PERFORM PRINT-LINE
              END-IF
           END-PERFORM

           EXEC SQL CLOSE FSL-CUR END-EXEC.

       PRINT-LINE.
           COMPUTE WS-AMT-CLOSE = WS-AMT-CLOSE * WS-SIGN
           COMPUTE WS-AMT-NET = WS-AMT-NET * WS-SIGN
           COMPUTE WS-AMT-YTD = WS-AMT-YTD * WS-SIGN
           COMPUTE WS-AMT-PCLOSE = WS-AMT-PCLOSE * WS-SIGN
           COMPUTE WS-AMT-PNET = WS-AMT-PNET * WS-SIGN
           ADD WS-AMT-CLOSE TO WS-SEC-CLOSE
           ADD WS-AMT-NET TO WS-SEC-NET
           ADD WS-AMT-YTD TO WS-SEC-YTD
           ADD WS-AMT-PCLOSE TO WS-SEC-PCLOSE
           ADD WS-AMT-PNET TO WS-SEC-PNET

           IF WS-STMT-TYPE = 'B'
              DISPLAY "  " WS-LINE-NAME " " WS-AMT-CLOSE
                      " " WS-AMT-NET " " WS-AMT-YTD
                      " " WS-AMT-PCLOSE
           ELSE
              DISPLAY "  " WS-LINE-NAME " " WS-AMT-NET
                      " " WS-AMT-YTD " " WS-AMT-PNET
           END-IF.

      *> One line's accounts (or, with line 0, every account the
      *> statement maps) as debit-less-credit: the period's closing
      *> balance and net movement, the net movement since January,
      *> and the prior period's closing balance and movement.
       READ-AMOUNTS.
           IF WS-SCOPE = 'C'
              EXEC SQL
                 SELECT
                   COALESCE(SUM(CASE WHEN B.PERIOD = :WS-PERIOD
                       THEN B.CLOSE_BAL ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN B.PERIOD = :WS-PERIOD
                       THEN B.PERIOD_NET ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN B.PERIOD >= :WS-YEAR-START
                       THEN B.PERIOD_NET ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN B.PERIOD = :WS-PRIOR-PERIOD
                       THEN B.CLOSE_BAL ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN B.PERIOD = :WS-PRIOR-PERIOD
                       THEN B.PERIOD_NET ELSE 0 END), 0)
                 INTO :WS-AMT-CLOSE, :WS-AMT-NET, :WS-AMT-YTD,
                      :WS-AMT-PCLOSE, :WS-AMT-PNET
                 FROM GL_PERIOD_BAL B
                 WHERE B.PERIOD BETWEEN :WS-LO-PERIOD AND :WS-PERIOD
                   AND EXISTS
                       (SELECT 1
                        FROM FS_LINE_MAP M
                        WHERE M.STMT_TYPE = :WS-STMT-TYPE
                          AND (M.LINE_NO = :WS-LINE-NO
                               OR :WS-LINE-NO = 0)
                          AND M.STATUS IN ('A', 'Q')
                          AND B.GL_ACCOUNT BETWEEN M.ACCT_FROM
                                               AND M.ACCT_TO)
              END-EXEC
           ELSE
              EXEC SQL
                 SELECT
                   COALESCE(SUM(CASE WHEN B.PERIOD = :WS-PERIOD
                       THEN B.CLOSE_BAL ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN B.PERIOD = :WS-PERIOD
                       THEN B.PERIOD_NET ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN B.PERIOD >= :WS-YEAR-START
                       THEN B.PERIOD_NET ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN B.PERIOD = :WS-PRIOR-PERIOD
                       THEN B.CLOSE_BAL ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN B.PERIOD = :WS-PRIOR-PERIOD
                       THEN B.PERIOD_NET ELSE 0 END), 0)
                 INTO :WS-AMT-CLOSE, :WS-AMT-NET, :WS-AMT-YTD,
                      :WS-AMT-PCLOSE, :WS-AMT-PNET
                 FROM GL_BRANCH_BAL B
                 WHERE B.PERIOD BETWEEN :WS-LO-PERIOD AND :WS-PERIOD
                   AND B.BRANCH_ID = :WS-BRANCH-ID
                   AND EXISTS
                       (SELECT 1
                        FROM FS_LINE_MAP M
                        WHERE M.STMT_TYPE = :WS-STMT-TYPE
                          AND (M.LINE_NO = :WS-LINE-NO
                               OR :WS-LINE-NO = 0)
                          AND M.STATUS IN ('A', 'Q')
                          AND B.GL_ACCOUNT BETWEEN M.ACCT_FROM
                                               AND M.ACCT_TO)
              END-EXEC
           END-IF.

       READ-UNMAPPED.
           IF WS-SCOPE = 'C'
              EXEC SQL
                 SELECT
                   COALESCE(SUM(CASE WHEN B.PERIOD = :WS-PERIOD
                       THEN B.CLOSE_BAL ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN B.PERIOD = :WS-PRIOR-PERIOD
                       THEN B.CLOSE_BAL ELSE 0 END), 0)
                 INTO :WS-AMT-CLOSE, :WS-AMT-PCLOSE
                 FROM GL_PERIOD_BAL B
                 WHERE B.PERIOD IN (:WS-PERIOD, :WS-PRIOR-PERIOD)
                   AND NOT EXISTS
                       (SELECT 1
                        FROM FS_LINE_MAP M
                        WHERE M.STATUS IN ('A', 'Q')
                          AND B.GL_ACCOUNT BETWEEN M.ACCT_FROM
                                               AND M.ACCT_TO)
              END-EXEC
           ELSE
              EXEC SQL
                 SELECT
                   COALESCE(SUM(CASE WHEN B.PERIOD = :WS-PERIOD
                       THEN B.CLOSE_BAL ELSE 0 END), 0),
                   COALESCE(SUM(CASE WHEN B.PERIOD = :WS-PRIOR-PERIOD
                       THEN B.CLOSE_BAL ELSE 0 END), 0)
                 INTO :WS-AMT-CLOSE, :WS-AMT-PCLOSE
                 FROM GL_BRANCH_BAL B
                 WHERE B.PERIOD IN (:WS-PERIOD, :WS-PRIOR-PERIOD)
                   AND B.BRANCH_ID = :WS-BRANCH-ID
                   AND NOT EXISTS
                       (SELECT 1
                        FROM FS_LINE_MAP M
                        WHERE M.STATUS IN ('A', 'Q')
                          AND B.GL_ACCOUNT BETWEEN M.ACCT_FROM
                                               AND M.ACCT_TO)
              END-EXEC
           END-IF.
