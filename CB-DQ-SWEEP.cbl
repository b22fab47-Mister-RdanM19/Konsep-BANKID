       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-DQ-SWEEP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-RUN-ID       PIC X(20).

      *> The active catalogue, loaded before any check runs so no
      *> cursor over DQ_CHECK stays open across the per-check
      *> commits.
       01 WS-CHK-CNT      PIC 9(3) VALUE 0.
       01 WS-CHK-IDX      PIC 9(3).
       01 WS-CHK-TABLE.
          05 WS-CHK-ENTRY OCCURS 200 TIMES.
             10 WS-CHK-ID      PIC X(12).
             10 WS-CHK-UNIT    PIC X(8).
       01 WS-CHK-EOF      PIC X(1).

       01 WS-CHECK-ID     PIC X(12).
       01 WS-CHECK-DESC   PIC X(60).
       01 WS-CHECK-UNIT   PIC X(8).
       01 WS-CHECK-SQL    PIC X(1000).
       01 WS-STD-CNT      PIC 9(5).
       01 WS-STD-ADDED    PIC 9(3) VALUE 0.

       01 WS-ROW-KEY      PIC X(40).
       01 WS-ROW-UNIT     PIC X(8).
       01 WS-ROW-EOF      PIC X(1).
       01 WS-FINDING-ID   PIC X(20).
       01 WS-CHECK-FAILED PIC X(1).
       01 WS-FAIL-CODE    PIC S9(9) COMP-3.

       01 WS-FOUND-CNT    PIC 9(7).
       01 WS-OPENED-CNT   PIC 9(7).
       01 WS-CLOSED-CNT   PIC 9(7).
       01 WS-OPEN-CNT     PIC 9(7).

       01 WS-RUN-CHECKS   PIC 9(5) VALUE 0.
       01 WS-RUN-FAILED   PIC 9(5) VALUE 0.
       01 WS-RUN-FOUND    PIC 9(9) VALUE 0.
       01 WS-RUN-OPENED   PIC 9(9) VALUE 0.
       01 WS-RUN-CLOSED   PIC 9(9) VALUE 0.

      *> Weekly referential-integrity and data-quality sweep. The
      *> checks are rows on DQ_CHECK, each a SELECT returning the
      *> key of every offending row and the unit that owns it (a
      *> branch, or blank for the check's DEFAULT_UNIT); new checks
      *> are added through CB-DQ-MAINT under maker/checker, never by
      *> changing this program. The standard catalogue below is
      *> put on file the first time it is missing - a check the
      *> bank has since edited or switched off is left as it is.
      *> Every hit becomes one open DQ_FINDING per check and key on
      *> the data-quality worklist, seen again on later runs rather
      *> than doubled; an open finding a run no longer sees has
      *> been remediated and is closed by that run. A check whose
      *> SELECT fails closes nothing and makes the run RC 4.
      *> Per-check counts go to DQ_RUN_CHECK for CB-DQ-TREND.
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

           PERFORM ENSURE-STANDARD-CHECKS

           CALL 'CB-REF-NUMBER' USING 'DR' WS-RUN-ID
           EXEC SQL
              INSERT INTO DQ_RUN
              (RUN_ID, RUN_DATE, STATUS, STARTED_TS)
              VALUES
              (:WS-RUN-ID, :WS-BUS-DATE, 'R', CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "RUN NOT RECORDED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           EXEC SQL COMMIT END-EXEC

           PERFORM LOAD-CHECKS

           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHK-CNT
              PERFORM RUN-ONE-CHECK THRU RUN-ONE-CHECK-EXIT
           END-PERFORM

           EXEC SQL
              UPDATE DQ_RUN
              SET STATUS = 'C',
                  CHECK_CNT = :WS-RUN-CHECKS,
                  FAILED_CNT = :WS-RUN-FAILED,
                  OPENED_CNT = :WS-RUN-OPENED,
                  CLOSED_CNT = :WS-RUN-CLOSED,
                  ENDED_TS = CURRENT TIMESTAMP
              WHERE RUN_ID = :WS-RUN-ID
           END-EXEC
           EXEC SQL COMMIT END-EXEC

           DISPLAY "==================================================="
           DISPLAY "DATA QUALITY SWEEP " WS-RUN-ID " - " WS-BUS-DATE
           DISPLAY "STANDARD CHECKS ADDED : " WS-STD-ADDED
           DISPLAY "CHECKS RUN            : " WS-RUN-CHECKS
           DISPLAY "CHECKS FAILED         : " WS-RUN-FAILED
           DISPLAY "ROWS FOUND            : " WS-RUN-FOUND
           DISPLAY "FINDINGS OPENED       : " WS-RUN-OPENED
           DISPLAY "FINDINGS CLOSED       : " WS-RUN-CLOSED
           DISPLAY "==================================================="

           IF WS-RUN-FAILED > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-CHECKS.
           EXEC SQL
              DECLARE DQC-CUR CURSOR FOR
              SELECT CHECK_ID, COALESCE(DEFAULT_UNIT, ' ')
              FROM DQ_CHECK
              WHERE STATUS IN ('A', 'Q')
              ORDER BY CHECK_ID
           END-EXEC

           EXEC SQL OPEN DQC-CUR END-EXEC

           MOVE 'N' TO WS-CHK-EOF
           PERFORM UNTIL WS-CHK-EOF = 'Y'
              EXEC SQL
                 FETCH DQC-CUR
                 INTO :WS-CHECK-ID, :WS-CHECK-UNIT
              END-EXEC

              IF SQLCODE = 0
                 IF WS-CHK-CNT < 200
                    ADD 1 TO WS-CHK-CNT
                    MOVE WS-CHECK-ID TO WS-CHK-ID(WS-CHK-CNT)
                    MOVE WS-CHECK-UNIT TO WS-CHK-UNIT(WS-CHK-CNT)
                 ELSE
                    DISPLAY "CATALOGUE OVER 200 CHECKS - SKIPPED "
                            WS-CHECK-ID
                    ADD 1 TO WS-RUN-FAILED
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-CHK-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE DQC-CUR END-EXEC.

       RUN-ONE-CHECK.
           MOVE WS-CHK-ID(WS-CHK-IDX) TO WS-CHECK-ID
           MOVE 0 TO WS-FOUND-CNT WS-OPENED-CNT WS-CLOSED-CNT
                     WS-OPEN-CNT WS-FAIL-CODE
           MOVE 'N' TO WS-CHECK-FAILED
           ADD 1 TO WS-RUN-CHECKS

           EXEC SQL
              SELECT CHECK_SQL
              INTO :WS-CHECK-SQL
              FROM DQ_CHECK
              WHERE CHECK_ID = :WS-CHECK-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-FAIL-CODE
              MOVE 'Y' TO WS-CHECK-FAILED
              GO TO RUN-ONE-CHECK-LOG
           END-IF

           EXEC SQL
              DECLARE DQ-CUR CURSOR FOR DQ-STMT
           END-EXEC

           EXEC SQL
              PREPARE DQ-STMT FROM :WS-CHECK-SQL
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-FAIL-CODE
              MOVE 'Y' TO WS-CHECK-FAILED
              GO TO RUN-ONE-CHECK-LOG
           END-IF

           EXEC SQL OPEN DQ-CUR END-EXEC

           IF SQLCODE NOT = 0
              MOVE SQLCODE TO WS-FAIL-CODE
              MOVE 'Y' TO WS-CHECK-FAILED
              GO TO RUN-ONE-CHECK-LOG
           END-IF

           MOVE 'N' TO WS-ROW-EOF
           PERFORM UNTIL WS-ROW-EOF = 'Y'
              EXEC SQL
                 FETCH DQ-CUR
                 INTO :WS-ROW-KEY, :WS-ROW-UNIT
              END-EXEC

              EVALUATE TRUE
                WHEN SQLCODE = 0
                   ADD 1 TO WS-FOUND-CNT
                   PERFORM RECORD-FINDING
                WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-ROW-EOF
                WHEN OTHER
                   MOVE SQLCODE TO WS-FAIL-CODE
                   MOVE 'Y' TO WS-CHECK-FAILED
                   MOVE 'Y' TO WS-ROW-EOF
              END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE DQ-CUR END-EXEC

      *> Only a check that ran to the end may close anything: a
      *> failed SELECT proves nothing was remediated.
           IF WS-CHECK-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              MOVE 0 TO WS-FOUND-CNT WS-OPENED-CNT
              GO TO RUN-ONE-CHECK-LOG
           END-IF

           EXEC SQL
              UPDATE DQ_FINDING
              SET STATUS = 'C',
                  CLOSED_RUN = :WS-RUN-ID,
                  CLOSED_TS = CURRENT TIMESTAMP
              WHERE CHECK_ID = :WS-CHECK-ID
                AND STATUS = 'O'
                AND LAST_SEEN_RUN <> :WS-RUN-ID
           END-EXEC

           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-CLOSED-CNT
           END-IF
           IF SQLCODE < 0
              MOVE SQLCODE TO WS-FAIL-CODE
              MOVE 'Y' TO WS-CHECK-FAILED
              EXEC SQL ROLLBACK END-EXEC
              MOVE 0 TO WS-FOUND-CNT WS-OPENED-CNT
           END-IF.
       RUN-ONE-CHECK-LOG.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-OPEN-CNT
              FROM DQ_FINDING
              WHERE CHECK_ID = :WS-CHECK-ID
                AND STATUS = 'O'
           END-EXEC

           EXEC SQL
              INSERT INTO DQ_RUN_CHECK
              (RUN_ID, CHECK_ID, RUN_DATE, RESULT, SQL_CODE,
               FOUND_CNT, OPENED_CNT, CLOSED_CNT, OPEN_CNT)
              VALUES
              (:WS-RUN-ID, :WS-CHECK-ID, :WS-BUS-DATE,
               CASE WHEN :WS-CHECK-FAILED = 'Y' THEN 'E'
                    ELSE 'OK' END,
               :WS-FAIL-CODE, :WS-FOUND-CNT, :WS-OPENED-CNT,
               :WS-CLOSED-CNT, :WS-OPEN-CNT)
           END-EXEC
           EXEC SQL COMMIT END-EXEC

           IF WS-CHECK-FAILED = 'Y'
              ADD 1 TO WS-RUN-FAILED
              DISPLAY WS-CHECK-ID " FAILED, SQLCODE " WS-FAIL-CODE
           ELSE
              ADD WS-FOUND-CNT TO WS-RUN-FOUND
              ADD WS-OPENED-CNT TO WS-RUN-OPENED
              ADD WS-CLOSED-CNT TO WS-RUN-CLOSED
              DISPLAY WS-CHECK-ID " FOUND " WS-FOUND-CNT
                      " NEW " WS-OPENED-CNT " CLOSED " WS-CLOSED-CNT
                      " OPEN " WS-OPEN-CNT
           END-IF.
       RUN-ONE-CHECK-EXIT.
           EXIT.

      *> An open finding for the same check and key is the same
      *> problem seen again; anything else opens a new one.
       RECORD-FINDING.
           IF WS-ROW-UNIT = SPACES
              MOVE WS-CHK-UNIT(WS-CHK-IDX) TO WS-ROW-UNIT
           END-IF

           EXEC SQL
              UPDATE DQ_FINDING
              SET LAST_SEEN_RUN = :WS-RUN-ID,
                  LAST_SEEN_TS = CURRENT TIMESTAMP,
                  OWNER_UNIT = :WS-ROW-UNIT,
                  SEEN_CNT = SEEN_CNT + 1
              WHERE CHECK_ID = :WS-CHECK-ID
                AND ROW_KEY = :WS-ROW-KEY
                AND STATUS = 'O'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              CONTINUE
           ELSE
              CALL 'CB-REF-NUMBER' USING 'DQ' WS-FINDING-ID
              EXEC SQL
                 INSERT INTO DQ_FINDING
                 (FINDING_ID, CHECK_ID, ROW_KEY, OWNER_UNIT, STATUS,
                  OPENED_RUN, OPENED_TS, LAST_SEEN_RUN, LAST_SEEN_TS,
                  SEEN_CNT)
                 VALUES
                 (:WS-FINDING-ID, :WS-CHECK-ID, :WS-ROW-KEY,
                  :WS-ROW-UNIT, 'O', :WS-RUN-ID, CURRENT TIMESTAMP,
                  :WS-RUN-ID, CURRENT TIMESTAMP, 1)
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-OPENED-CNT
              ELSE
                 MOVE SQLCODE TO WS-FAIL-CODE
                 MOVE 'Y' TO WS-CHECK-FAILED
                 MOVE 'Y' TO WS-ROW-EOF
              END-IF
           END-IF.

      *> The standard catalogue. Each SELECT returns the offending
      *> row's key and its owning branch; DEFAULT_UNIT names the
      *> desk that owns findings with no branch.
       ENSURE-STANDARD-CHECKS.
           MOVE 'CARD-CLOSED' TO WS-CHECK-ID
           MOVE 'ACTIVE ATM CARD ON A CLOSED ACCOUNT' TO WS-CHECK-DESC
           MOVE 'CARDOPS' TO WS-CHECK-UNIT
           MOVE SPACES TO WS-CHECK-SQL
           STRING "SELECT K.NO_KARTU, COALESCE(R.BRANCH_ID, ' ') "
                  "FROM KARTU_ATM K, REKENING R "
                  "WHERE R.NO_REK = K.NO_REK "
                  "AND K.STATUS = 'A' "
                  "AND R.ACCT_STATUS = 'C'"
             DELIMITED BY SIZE INTO WS-CHECK-SQL
           PERFORM ADD-STANDARD-CHECK

           MOVE 'CARD-LINK' TO WS-CHECK-ID
           MOVE 'CARD LINK TO AN ACCOUNT THAT DOES NOT EXIST'
             TO WS-CHECK-DESC
           MOVE 'CARDOPS' TO WS-CHECK-UNIT
           MOVE SPACES TO WS-CHECK-SQL
           STRING "SELECT L.NO_KARTU || '/' || L.NO_REK, ' ' "
                  "FROM CARD_ACCT_LINK L "
                  "WHERE NOT EXISTS (SELECT 1 FROM REKENING R "
                  "WHERE R.NO_REK = L.NO_REK)"
             DELIMITED BY SIZE INTO WS-CHECK-SQL
           PERFORM ADD-STANDARD-CHECK

           MOVE 'HOLD-CLOSED' TO WS-CHECK-ID
           MOVE 'ACTIVE HOLD ON A CLOSED OR MISSING ACCOUNT'
             TO WS-CHECK-DESC
           MOVE 'OPS' TO WS-CHECK-UNIT
           MOVE SPACES TO WS-CHECK-SQL
           STRING "SELECT H.HOLD_ID, COALESCE(R.BRANCH_ID, ' ') "
                  "FROM ACCOUNT_HOLD H LEFT JOIN REKENING R "
                  "ON R.NO_REK = H.NO_REK "
                  "WHERE H.STATUS = 'A' "
                  "AND (R.NO_REK IS NULL OR R.ACCT_STATUS = 'C')"
             DELIMITED BY SIZE INTO WS-CHECK-SQL
           PERFORM ADD-STANDARD-CHECK

           MOVE 'SI-CLOSED' TO WS-CHECK-ID
           MOVE 'ACTIVE STANDING INSTRUCTION ON A CLOSED ACCOUNT'
             TO WS-CHECK-DESC
           MOVE 'OPS' TO WS-CHECK-UNIT
           MOVE SPACES TO WS-CHECK-SQL
           STRING "SELECT S.SI_ID, COALESCE(R.BRANCH_ID, ' ') "
                  "FROM STANDING_INSTRUCTION S LEFT JOIN REKENING R "
                  "ON R.NO_REK = S.NO_REK_SRC "
                  "WHERE S.STATUS = 'A' "
                  "AND (R.NO_REK IS NULL OR R.ACCT_STATUS = 'C' "
                  "OR NOT EXISTS (SELECT 1 FROM REKENING D "
                  "WHERE D.NO_REK = S.NO_REK_DST "
                  "AND COALESCE(D.ACCT_STATUS, 'A') <> 'C'))"
             DELIMITED BY SIZE INTO WS-CHECK-SQL
           PERFORM ADD-STANDARD-CHECK

           MOVE 'REK-NO-CUST' TO WS-CHECK-ID
           MOVE 'ACCOUNT WHOSE CUST_ID IS NOT IN CUST_MASTER'
             TO WS-CHECK-DESC
           MOVE 'CIF' TO WS-CHECK-UNIT
           MOVE SPACES TO WS-CHECK-SQL
           STRING "SELECT R.NO_REK, COALESCE(R.BRANCH_ID, ' ') "
                  "FROM REKENING R "
                  "WHERE R.CUST_ID IS NOT NULL "
                  "AND NOT EXISTS (SELECT 1 FROM CUST_MASTER C "
                  "WHERE C.CUST_ID = R.CUST_ID)"
             DELIMITED BY SIZE INTO WS-CHECK-SQL
           PERFORM ADD-STANDARD-CHECK

           MOVE 'SWEEP-DORM' TO WS-CHECK-ID
           MOVE 'ACTIVE SWEEP ON A DORMANT OR DECEASED HOLDER'
             TO WS-CHECK-DESC
           MOVE 'OPS' TO WS-CHECK-UNIT
           MOVE SPACES TO WS-CHECK-SQL
           STRING "SELECT DISTINCT A.SWEEP_ID, "
                  "COALESCE(R.BRANCH_ID, ' ') "
                  "FROM SWEEP_AGREEMENT A, REKENING R "
                  "LEFT JOIN CUST_MASTER C ON C.CUST_ID = R.CUST_ID "
                  "WHERE A.STATUS = 'A' "
                  "AND R.NO_REK IN (A.NO_REK_OPER, A.NO_REK_POOL) "
                  "AND (R.DORMANT = 'Y' OR C.DECEASED = 'Y')"
             DELIMITED BY SIZE INTO WS-CHECK-SQL
           PERFORM ADD-STANDARD-CHECK

           MOVE 'DDM-DORM' TO WS-CHECK-ID
           MOVE 'ACTIVE DEBIT MANDATE ON A DORMANT OR DECEASED HOLDER'
             TO WS-CHECK-DESC
           MOVE 'OPS' TO WS-CHECK-UNIT
           MOVE SPACES TO WS-CHECK-SQL
           STRING "SELECT DISTINCT M.MANDATE_ID, "
                  "COALESCE(R.BRANCH_ID, ' ') "
                  "FROM DD_MANDATE M, REKENING R "
                  "LEFT JOIN CUST_MASTER C ON C.CUST_ID = R.CUST_ID "
                  "WHERE M.STATUS = 'A' "
                  "AND R.NO_REK = M.NO_REK "
                  "AND (R.DORMANT = 'Y' OR C.DECEASED = 'Y')"
             DELIMITED BY SIZE INTO WS-CHECK-SQL
           PERFORM ADD-STANDARD-CHECK

      *> M, C1 and C2 are the statuses the checkers, the executor
      *> and CB-QUEUE-EXPIRE move on; S, F and R are final. Any
      *> other status, or a live item untouched for a day, is
      *> stuck.
           MOVE 'QUEUE-STUCK' TO WS-CHECK-ID
           MOVE 'TRX_QUEUE ITEM AT A STATUS NOTHING MOVES'
             TO WS-CHECK-DESC
           MOVE 'OPS' TO WS-CHECK-UNIT
           MOVE SPACES TO WS-CHECK-SQL
           STRING "SELECT Q.ID_TRX, COALESCE(R.BRANCH_ID, ' ') "
                  "FROM TRX_QUEUE Q LEFT JOIN REKENING R "
                  "ON R.NO_REK = Q.NO_REK_SRC "
                  "WHERE Q.STATUS NOT IN "
                  "('M', 'C1', 'C2', 'S', 'F', 'R') "
                  "OR (Q.STATUS IN ('M', 'C1', 'C2') "
                  "AND Q.UPDATED_TS < CURRENT TIMESTAMP - 1 DAY)"
             DELIMITED BY SIZE INTO WS-CHECK-SQL
           PERFORM ADD-STANDARD-CHECK.

       ADD-STANDARD-CHECK.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-STD-CNT
              FROM DQ_CHECK
              WHERE CHECK_ID = :WS-CHECK-ID
           END-EXEC

           IF SQLCODE = 0 AND WS-STD-CNT = 0
              EXEC SQL
                 INSERT INTO DQ_CHECK
                 (CHECK_ID, DESCRIPTION, DEFAULT_UNIT, CHECK_SQL,
                  STATUS, PROPOSED_BY, PROPOSED_TS, APPROVED_BY,
                  APPROVED_TS)
                 VALUES
                 (:WS-CHECK-ID, :WS-CHECK-DESC, :WS-CHECK-UNIT,
                  :WS-CHECK-SQL, 'A', 'SYSTEM', CURRENT TIMESTAMP,
                  'SYSTEM', CURRENT TIMESTAMP)
              END-EXEC
              IF SQLCODE = 0
                 EXEC SQL COMMIT END-EXEC
                 ADD 1 TO WS-STD-ADDED
              ELSE
                 EXEC SQL ROLLBACK END-EXEC
              END-IF
           END-IF.
