       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-AGENT-RPT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-DATE-FROM    PIC X(10).
       01 WS-DATE-TO      PIC X(10).
       01 WS-BRANCH-SEL   PIC X(4).

       01 WS-AGENT-ID     PIC X(8).
       01 WS-BRANCH-ID    PIC X(4).
       01 WS-LOCATION     PIC X(40).
       01 WS-AGENT-STATUS PIC X(1).
       01 WS-FLOAT-REK    PIC X(6).
       01 WS-TRX-LIMIT    PIC S9(11)V99 COMP-3.
       01 WS-DAY-LIMIT    PIC S9(13)V99 COMP-3.
       01 WS-FLOAT-SALDO  PIC S9(13)V99 COMP-3.

       01 WS-TRX-CODE     PIC X(2).
       01 WS-TRX-CNT      PIC S9(9) COMP-3.
       01 WS-TRX-AMT      PIC S9(15)V99 COMP-3.
       01 WS-DECL-CNT     PIC S9(9) COMP-3.
       01 WS-TRX-NAME     PIC X(14).

       01 WS-AGENT-CNT    PIC 9(7) VALUE 0.
       01 WS-IDLE-CNT     PIC 9(7) VALUE 0.
       01 WS-AGENT-TOTCNT PIC S9(9) COMP-3.
       01 WS-TOT-CASHIN   PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-TOT-CASHOUT  PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-TOT-BILL     PIC S9(15)V99 COMP-3 VALUE 0.

      *> Activity of the branchless agents for the field supervisors.
      *> For a date range, and optionally one branch, each agent is
      *> listed with its status, location, limits and current float
      *> balance, then its successful AGENT-channel transactions
      *> by type (count and amount) from AUDIT_LOG and the number it
      *> had declined. Agents with no successful business in the
      *> range are flagged for a visit. Terminated agents are left
      *> out. The range is of business dates (AUDIT_LOG.BUS_DATE),
      *> the way CB-AGENT-COMMISSION counts its month, so a month
      *> keyed first day to last shows the business that month's
      *> commission was paid on.
       PROCEDURE DIVISION.
           DISPLAY "DATE FROM (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-DATE-FROM
           DISPLAY "DATE TO   (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-DATE-TO
           DISPLAY "BRANCH (BLANK=ALL)    : " WITH NO ADVANCING
           ACCEPT WS-BRANCH-SEL

           DISPLAY "==================================================="
           DISPLAY "AGENT ACTIVITY " WS-DATE-FROM " TO " WS-DATE-TO
           IF WS-BRANCH-SEL NOT = SPACES
              DISPLAY "BRANCH " WS-BRANCH-SEL
           END-IF
           DISPLAY "==================================================="

           EXEC SQL
              DECLARE AGR-CUR CURSOR FOR
              SELECT AGENT_ID, BRANCH_ID, LOCATION, STATUS, FLOAT_REK,
                     TRX_LIMIT, DAILY_LIMIT
              FROM AGENT_MASTER
              WHERE STATUS IN ('A', 'S')
                AND (:WS-BRANCH-SEL = ' '
                     OR BRANCH_ID = :WS-BRANCH-SEL)
              ORDER BY BRANCH_ID, AGENT_ID
           END-EXEC

           EXEC SQL OPEN AGR-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH AGR-CUR
                 INTO :WS-AGENT-ID, :WS-BRANCH-ID, :WS-LOCATION,
                      :WS-AGENT-STATUS, :WS-FLOAT-REK,
                      :WS-TRX-LIMIT, :WS-DAY-LIMIT
              END-EXEC

              IF SQLCODE = 0
                 PERFORM REPORT-AGENT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE AGR-CUR END-EXEC

           DISPLAY "==================================================="
           DISPLAY "AGENTS LISTED         : " WS-AGENT-CNT
           DISPLAY "AGENTS WITH NO BUSINESS: " WS-IDLE-CNT
           DISPLAY "TOTAL CASH IN         : " WS-TOT-CASHIN
           DISPLAY "TOTAL CASH OUT        : " WS-TOT-CASHOUT
           DISPLAY "TOTAL BILL PAYMENT    : " WS-TOT-BILL
           DISPLAY "==================================================="
           STOP RUN.

       REPORT-AGENT.
           ADD 1 TO WS-AGENT-CNT
           MOVE 0 TO WS-AGENT-TOTCNT

           EXEC SQL
              SELECT SALDO
              INTO :WS-FLOAT-SALDO
              FROM REKENING
              WHERE NO_REK = :WS-FLOAT-REK
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-FLOAT-SALDO
           END-IF

           DISPLAY "---------------------------------------------------"
           DISPLAY "AGENT " WS-AGENT-ID "  BRANCH " WS-BRANCH-ID
                   "  STATUS " WS-AGENT-STATUS "  " WS-LOCATION
           DISPLAY "  FLOAT " WS-FLOAT-REK "  SALDO " WS-FLOAT-SALDO
           DISPLAY "  LIMIT/TRX " WS-TRX-LIMIT
                   "  LIMIT/DAY " WS-DAY-LIMIT

           EXEC SQL
              DECLARE AGX-CUR CURSOR FOR
              SELECT TRX_CODE, COUNT(*), COALESCE(SUM(AMOUNT), 0)
              FROM AUDIT_LOG
              WHERE TERMINAL_ID = :WS-AGENT-ID
                AND CHANNEL = 'AGENT'
                AND RESP_CODE = '00'
                AND TRX_CODE IN ('01', '02', '03', '05')
                AND BUS_DATE BETWEEN :WS-DATE-FROM AND :WS-DATE-TO
              GROUP BY TRX_CODE
              ORDER BY TRX_CODE
           END-EXEC

           EXEC SQL OPEN AGX-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH AGX-CUR
                 INTO :WS-TRX-CODE, :WS-TRX-CNT, :WS-TRX-AMT
              END-EXEC

              IF SQLCODE = 0
                 PERFORM SHOW-TRX-LINE
              END-IF
           END-PERFORM

           EXEC SQL CLOSE AGX-CUR END-EXEC

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DECL-CNT
              FROM AUDIT_LOG
              WHERE TERMINAL_ID = :WS-AGENT-ID
                AND CHANNEL = 'AGENT'
                AND RESP_CODE <> '00'
                AND BUS_DATE BETWEEN :WS-DATE-FROM AND :WS-DATE-TO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-DECL-CNT
           END-IF
           DISPLAY "  DECLINED       " WS-DECL-CNT

           IF WS-AGENT-TOTCNT = 0
              ADD 1 TO WS-IDLE-CNT
              DISPLAY "  ** NO BUSINESS IN PERIOD - VISIT AGENT **"
           END-IF.

       SHOW-TRX-LINE.
           ADD WS-TRX-CNT TO WS-AGENT-TOTCNT
           EVALUATE WS-TRX-CODE
             WHEN '01'
                MOVE 'BALANCE INQ' TO WS-TRX-NAME
             WHEN '02'
                MOVE 'CASH OUT' TO WS-TRX-NAME
                ADD WS-TRX-AMT TO WS-TOT-CASHOUT
             WHEN '03'
                MOVE 'CASH IN' TO WS-TRX-NAME
                ADD WS-TRX-AMT TO WS-TOT-CASHIN
             WHEN '05'
                MOVE 'BILL PAYMENT' TO WS-TRX-NAME
                ADD WS-TRX-AMT TO WS-TOT-BILL
           END-EVALUATE
           DISPLAY "  " WS-TRX-NAME " " WS-TRX-CNT " " WS-TRX-AMT.
