       01 WS-OPEN-BAL     PIC S9(15)V99 COMP-3.
       01 WS-CLOSE-BAL    PIC S9(15)V99 COMP-3.
       01 WS-ROLLED-CNT   PIC 9(7) VALUE 0.
       01 WS-BRANCH-ID    PIC X(4).
       01 WS-BR-ROLLED    PIC 9(7) VALUE 0.

      *> The month-end posting lock GL_JOURNAL never had. Closing a
      *> period first proves it the way CB-TRIAL-BALANCE does -
      *> GL_PERIOD_BAL (the next period's opening), and locks the
      *> period in GL_PERIOD. From that moment CB-GL-JOURNAL
      *> refuses any journal date inside it: the published trial
      *> balance stops quietly changing. The same roll is kept per
      *> branch in GL_BRANCH_BAL, off the branch each journal entry
      *> carries (blank for entries booked centrally), for the
      *> branch financial statements; the bank-wide GL_PERIOD_BAL
      *> stays the figure of record.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-PERD-CLSE' 'FI' WS-USER WS-SIGNON-OK
                   " = CR " WS-CR-TOTAL

           PERFORM ROLL-CLOSING-BALANCES
           PERFORM ROLL-BRANCH-BALANCES

           EXEC SQL
              INSERT INTO GL_PERIOD
           DISPLAY "==================================================="
           DISPLAY "PERIOD " WS-PERIOD " CLOSED"
           DISPLAY "ACCOUNTS ROLLED : " WS-ROLLED-CNT
           DISPLAY "BRANCH ROWS     : " WS-BR-ROLLED
           DISPLAY "==================================================="
           STOP RUN.

              END-EXEC
              ADD 1 TO WS-ROLLED-CNT
           END-IF.

      *> The branch roll, on the same pattern: carry every branch
      *> account forward, then lay the period's per-branch net
      *> movements on top.
       ROLL-BRANCH-BALANCES.
           EXEC SQL
              INSERT INTO GL_BRANCH_BAL
              (PERIOD, BRANCH_ID, GL_ACCOUNT, OPEN_BAL, PERIOD_NET,
               CLOSE_BAL)
              SELECT :WS-PERIOD, BRANCH_ID, GL_ACCOUNT, CLOSE_BAL, 0,
                     CLOSE_BAL
              FROM GL_BRANCH_BAL
              WHERE PERIOD = :WS-PRIOR-PERIOD
           END-EXEC

           IF SQLCODE = 0
              ADD SQLERRD(3) TO WS-BR-ROLLED
           END-IF

           EXEC SQL
              DECLARE PCB-CUR CURSOR FOR
              SELECT BRANCH_ID, GL_ACCOUNT,
                     COALESCE(SUM(DR_AMT), 0)
                     - COALESCE(SUM(CR_AMT), 0)
              FROM
                (SELECT COALESCE(BRANCH_ID, ' ') AS BRANCH_ID,
                        DR_ACCOUNT AS GL_ACCOUNT,
                        AMOUNT AS DR_AMT,
                        CAST(NULL AS DECIMAL(13,2)) AS CR_AMT
                 FROM GL_JOURNAL
                 WHERE BUS_DATE BETWEEN :WS-DATE-LO AND :WS-DATE-HI
                 UNION ALL
                 SELECT COALESCE(BRANCH_ID, ' ') AS BRANCH_ID,
                        CR_ACCOUNT AS GL_ACCOUNT,
                        CAST(NULL AS DECIMAL(13,2)) AS DR_AMT,
                        AMOUNT AS CR_AMT
                 FROM GL_JOURNAL
                 WHERE BUS_DATE BETWEEN :WS-DATE-LO AND :WS-DATE-HI)
                AS LEGS
              GROUP BY BRANCH_ID, GL_ACCOUNT
              ORDER BY BRANCH_ID, GL_ACCOUNT
           END-EXEC

           EXEC SQL OPEN PCB-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH PCB-CUR
                 INTO :WS-BRANCH-ID, :WS-GL-ACCOUNT, :WS-ACCT-NET
              END-EXEC

              IF SQLCODE = 0
                 PERFORM ROLL-ONE-BRANCH-ACCOUNT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE PCB-CUR END-EXEC.

       ROLL-ONE-BRANCH-ACCOUNT.
           EXEC SQL
              UPDATE GL_BRANCH_BAL
              SET PERIOD_NET = :WS-ACCT-NET,
                  CLOSE_BAL = OPEN_BAL + :WS-ACCT-NET
              WHERE PERIOD = :WS-PERIOD
                AND BRANCH_ID = :WS-BRANCH-ID
                AND GL_ACCOUNT = :WS-GL-ACCOUNT
           END-EXEC

           IF SQLCODE = 100
              OR (SQLCODE = 0 AND SQLERRD(3) = 0)
              MOVE 0 TO WS-OPEN-BAL
              COMPUTE WS-CLOSE-BAL = WS-ACCT-NET
              EXEC SQL
                 INSERT INTO GL_BRANCH_BAL
                 (PERIOD, BRANCH_ID, GL_ACCOUNT, OPEN_BAL,
                  PERIOD_NET, CLOSE_BAL)
                 VALUES
                 (:WS-PERIOD, :WS-BRANCH-ID, :WS-GL-ACCOUNT,
                  :WS-OPEN-BAL, :WS-ACCT-NET, :WS-CLOSE-BAL)
              END-EXEC
              ADD 1 TO WS-BR-ROLLED
           END-IF.
