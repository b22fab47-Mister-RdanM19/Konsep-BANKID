       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-AGENT-COMMISSION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-PERIOD       PIC X(7).
       01 WS-YYYY         PIC 9(4).
       01 WS-MM           PIC 9(2).
       01 WS-FROM-DATE    PIC X(10).
       01 WS-TO-DATE      PIC X(10).

       01 WS-AGENT-ID     PIC X(8).
       01 WS-FLOAT-REK    PIC X(6).
       01 WS-BRANCH-ID    PIC X(4).
       01 WS-TRX-CNT      PIC S9(9) COMP-3.
       01 WS-COMM-AMT     PIC S9(13)V99 COMP-3.
       01 WS-SALDO        PIC S9(13)V99 COMP-3.
       01 WS-AFTER-BAL    PIC S9(13)V99 COMP-3.
       01 WS-COMM-ID      PIC X(20).
       01 WS-FAILED       PIC X(1).

       01 WS-EVENT-RESP   PIC X(2) VALUE '00'.
       01 WS-TERMINAL-ID  PIC X(8) VALUE 'AGTCOMM '.
       01 WS-CHANNEL      PIC X(6) VALUE 'BATCH'.
       01 WS-NO-REF-TRX   PIC X(20) VALUE SPACES.
       01 WS-AUDIT-ID     PIC X(20).

       01 WS-PAID-CNT     PIC 9(7) VALUE 0.
       01 WS-PAID-AMT     PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-NIL-CNT      PIC 9(7) VALUE 0.
       01 WS-ERR-CNT      PIC 9(7) VALUE 0.

      *> Month-end commission for the branchless agents, run as a
      *> step of CB-EOD-DRIVER's month-end leg. For the
      *> month holding the business date (the postings' BUS_DATE,
      *> so agent traffic after the last night's cut-off belongs to
      *> the next month), every agent not yet paid for that month
      *> has its successful AGENT-channel transactions (AUDIT_LOG,
      *> TERMINAL_ID = agent id, response '00') priced at the flat
      *> per-transaction amount that
      *> AGENT_COMM_RATE holds for the trx code - codes with no rate
      *> row, including the float legs, earn nothing. The total is
      *> credited to the agent's float account (audit 'AK') in the
      *> same unit of work as the AGENT_COMMISSION row for the
      *> period, so a rerun or a restart after a failure pays only
      *> the agents still unpaid. Terminated agents are paid for
      *> what they did before termination.
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

           MOVE WS-BUS-DATE(1:7) TO WS-PERIOD
           STRING WS-PERIOD "-01"
             DELIMITED BY SIZE INTO WS-FROM-DATE
           MOVE WS-BUS-DATE(1:4) TO WS-YYYY
           MOVE WS-BUS-DATE(6:2) TO WS-MM
           IF WS-MM = 12
              ADD 1 TO WS-YYYY
              MOVE 1 TO WS-MM
           ELSE
              ADD 1 TO WS-MM
           END-IF
           STRING WS-YYYY "-" WS-MM "-01"
             DELIMITED BY SIZE INTO WS-TO-DATE

           DISPLAY "==================================================="
           DISPLAY "AGENT COMMISSION - PERIOD " WS-PERIOD
           DISPLAY "==================================================="
           DISPLAY "AGENT    BRCH FLOAT  TRX COUNT   COMMISSION"

           EXEC SQL
              DECLARE AGC-CUR CURSOR FOR
              SELECT AGENT_ID, FLOAT_REK, BRANCH_ID
              FROM AGENT_MASTER A
              WHERE STATUS IN ('A', 'S', 'X')
                AND NOT EXISTS
                    (SELECT 1 FROM AGENT_COMMISSION C
                     WHERE C.PERIOD = :WS-PERIOD
                       AND C.AGENT_ID = A.AGENT_ID)
              ORDER BY BRANCH_ID, AGENT_ID
           END-EXEC

           EXEC SQL OPEN AGC-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH AGC-CUR
                 INTO :WS-AGENT-ID, :WS-FLOAT-REK, :WS-BRANCH-ID
              END-EXEC

              IF SQLCODE = 0
                 PERFORM PAY-AGENT THRU PAY-AGENT-EXIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE AGC-CUR END-EXEC

           DISPLAY "---------------------------------------------------"
           DISPLAY "AGENTS PAID           : " WS-PAID-CNT
                   "  TOTAL " WS-PAID-AMT
           DISPLAY "AGENTS WITH NOTHING   : " WS-NIL-CNT
           DISPLAY "FAILURES              : " WS-ERR-CNT
           DISPLAY "==================================================="

           IF WS-ERR-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *> Every way out of here ends on a COMMIT or ROLLBACK, so the
      *> cursor loop sees a clean SQLCODE. An agent with nothing to
      *> be paid still gets its period row, marking the month done.
       PAY-AGENT.
           MOVE 'N' TO WS-FAILED
           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(R.COMM_AMOUNT), 0)
              INTO :WS-TRX-CNT, :WS-COMM-AMT
              FROM AUDIT_LOG L, AGENT_COMM_RATE R
              WHERE L.TERMINAL_ID = :WS-AGENT-ID
                AND L.CHANNEL = 'AGENT'
                AND L.RESP_CODE = '00'
                AND L.BUS_DATE >= :WS-FROM-DATE
                AND L.BUS_DATE < :WS-TO-DATE
                AND R.TRX_CODE = L.TRX_CODE
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "COUNT FAILED " WS-AGENT-ID
              ADD 1 TO WS-ERR-CNT
              GO TO PAY-AGENT-EXIT
           END-IF

           MOVE SPACES TO WS-COMM-ID
           IF WS-COMM-AMT > 0
              EXEC SQL
                 SELECT SALDO
                 INTO :WS-SALDO
                 FROM REKENING
                 WHERE NO_REK = :WS-FLOAT-REK
                 FOR UPDATE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-FAILED
              ELSE
                 EXEC SQL
                    UPDATE REKENING
                    SET SALDO = SALDO + :WS-COMM-AMT
                    WHERE NO_REK = :WS-FLOAT-REK
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'Y' TO WS-FAILED
                 END-IF
              END-IF
              COMPUTE WS-AFTER-BAL = WS-SALDO + WS-COMM-AMT
              CALL 'CB-REF-NUMBER' USING 'AK' WS-COMM-ID
           END-IF

           EXEC SQL
              INSERT INTO AGENT_COMMISSION
              (PERIOD, AGENT_ID, FLOAT_REK, TRX_CNT, COMM_AMT,
               ID_TRX, BUS_DATE, CREATED_TS)
              VALUES
              (:WS-PERIOD, :WS-AGENT-ID, :WS-FLOAT-REK, :WS-TRX-CNT,
               :WS-COMM-AMT, :WS-COMM-ID, :WS-BUS-DATE,
               CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FAILED
           END-IF

           IF WS-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "COMMISSION FAILED " WS-AGENT-ID
              ADD 1 TO WS-ERR-CNT
              GO TO PAY-AGENT-EXIT
           END-IF

           IF WS-COMM-AMT > 0
              CALL 'CB-AUDIT-LOG'
                USING WS-FLOAT-REK 'AK' WS-COMM-AMT WS-EVENT-RESP
                      WS-TERMINAL-ID WS-CHANNEL WS-SALDO
                      WS-AFTER-BAL WS-NO-REF-TRX 'IDR' WS-COMM-AMT
                      WS-AUDIT-ID
              ADD 1 TO WS-PAID-CNT
              ADD WS-COMM-AMT TO WS-PAID-AMT
           ELSE
              ADD 1 TO WS-NIL-CNT
           END-IF
           EXEC SQL COMMIT END-EXEC

           DISPLAY WS-AGENT-ID " " WS-BRANCH-ID " " WS-FLOAT-REK
                   " " WS-TRX-CNT " " WS-COMM-AMT.
       PAY-AGENT-EXIT.
           EXIT.
