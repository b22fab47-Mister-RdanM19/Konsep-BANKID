       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-DQ-MAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ACTION       PIC X(1).
      *> P=Propose a check, R=propose Retiring a check, A=Approve a
      *> proposal, L=List the catalogue, W=Worklist of open findings
      *> for a unit.
       01 WS-SIGNON-OK    PIC X(1).
       01 WS-USER         PIC X(10).
       01 WS-CHECK-ID     PIC X(12).
       01 WS-CHECK-DESC   PIC X(60).
       01 WS-CHECK-UNIT   PIC X(8).
       01 WS-CHECK-SQL    PIC X(1000).
       01 WS-CHECK-STATUS PIC X(1).
      *> P = proposed, A = active, Q = active with retirement
      *> proposed, X = retired.
       01 WS-PROPOSED-BY  PIC X(10).
       01 WS-RETIRE-BY    PIC X(10).
       01 WS-EXIST-CNT    PIC 9(5).
       01 WS-OPEN-CNT     PIC 9(7).
       01 WS-LIST-CNT     PIC 9(5) VALUE 0.
       01 WS-APPLIED      PIC X(1).

       01 WS-UNIT         PIC X(8).
       01 WS-FINDING-ID   PIC X(20).
       01 WS-ROW-KEY      PIC X(40).
       01 WS-OPENED-TS    PIC X(26).
       01 WS-SEEN-CNT     PIC 9(5).

      *> The data-quality check catalogue CB-DQ-SWEEP runs. A check
      *> is one SELECT returning two columns - the key of each
      *> offending row (up to 40 characters) and the branch that
      *> owns it, blank to fall back to the check's default unit.
      *> The statement runs against production every week, so it
      *> changes under dual control: a new check or a retirement is
      *> proposed by one supervisor and takes effect when a second
      *> approves it, and the approval prepares the SELECT first so
      *> a statement that does not compile never goes live. A check
      *> is never edited in place - a changed SELECT is a new check
      *> and the old one is retired, which keeps each finding tied
      *> to the rule that raised it. W is the owning unit's view of
      *> its open findings; remediation itself happens in the
      *> owning program and the next sweep closes the finding.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-DQ-MAINT ' 'SU' WS-USER WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF

           DISPLAY "ACTION (P=PROPOSE, R=RETIRE, A=APPROVE, "
                   "L=LIST, W=WORKLIST): " WITH NO ADVANCING
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
             WHEN 'P'
                PERFORM PROPOSE-CHECK THRU PROPOSE-CHECK-EXIT
             WHEN 'R'
                PERFORM PROPOSE-RETIRE THRU PROPOSE-RETIRE-EXIT
             WHEN 'A'
                PERFORM APPROVE-CHECK THRU APPROVE-CHECK-EXIT
             WHEN 'L'
                PERFORM LIST-CHECKS
             WHEN 'W'
                PERFORM LIST-WORKLIST
             WHEN OTHER
                DISPLAY "INVALID ACTION"
           END-EVALUATE

           STOP RUN.

       PROPOSE-CHECK.
           DISPLAY "CHECK ID     : " WITH NO ADVANCING
           ACCEPT WS-CHECK-ID
           DISPLAY "DESCRIPTION  : " WITH NO ADVANCING
           ACCEPT WS-CHECK-DESC
           DISPLAY "DEFAULT UNIT : " WITH NO ADVANCING
           ACCEPT WS-CHECK-UNIT
           DISPLAY "SELECT (KEY, BRANCH) ON ONE LINE:"
           ACCEPT WS-CHECK-SQL

           IF WS-CHECK-ID = SPACES OR WS-CHECK-DESC = SPACES
              OR WS-CHECK-UNIT = SPACES OR WS-CHECK-SQL = SPACES
              DISPLAY "PROPOSE REJECTED: ID, DESCRIPTION, UNIT AND "
                      "SELECT ARE MANDATORY"
              GO TO PROPOSE-CHECK-EXIT
           END-IF

           IF WS-CHECK-SQL(1:7) NOT = 'SELECT '
              DISPLAY "PROPOSE REJECTED: A CHECK IS A SELECT"
              GO TO PROPOSE-CHECK-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-EXIST-CNT
              FROM DQ_CHECK
              WHERE CHECK_ID = :WS-CHECK-ID
           END-EXEC

           IF WS-EXIST-CNT > 0
              DISPLAY "PROPOSE REJECTED: CHECK ID ALREADY USED"
              GO TO PROPOSE-CHECK-EXIT
           END-IF

           EXEC SQL
              INSERT INTO DQ_CHECK
              (CHECK_ID, DESCRIPTION, DEFAULT_UNIT, CHECK_SQL,
               STATUS, PROPOSED_BY, PROPOSED_TS)
              VALUES
              (:WS-CHECK-ID, :WS-CHECK-DESC, :WS-CHECK-UNIT,
               :WS-CHECK-SQL, 'P', :WS-USER, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "CHECK PROPOSED - AWAITING APPROVAL"
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "PROPOSAL NOT RECORDED, SQLCODE " SQLCODE
           END-IF.
       PROPOSE-CHECK-EXIT.
           EXIT.

       PROPOSE-RETIRE.
           DISPLAY "CHECK ID     : " WITH NO ADVANCING
           ACCEPT WS-CHECK-ID

           EXEC SQL
              UPDATE DQ_CHECK
              SET STATUS = 'Q',
                  RETIRE_BY = :WS-USER,
                  RETIRE_TS = CURRENT TIMESTAMP
              WHERE CHECK_ID = :WS-CHECK-ID
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "RETIREMENT PROPOSED - AWAITING APPROVAL"
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "PROPOSE REJECTED: NO ACTIVE CHECK"
           END-IF.
       PROPOSE-RETIRE-EXIT.
           EXIT.

      *> Whichever is pending - a new check going live or a
      *> retirement - under a user other than the proposer. A
      *> retired check's open findings are closed with it: nothing
      *> will ever look at them again.
       APPROVE-CHECK.
           DISPLAY "CHECK ID     : " WITH NO ADVANCING
           ACCEPT WS-CHECK-ID

           EXEC SQL
              SELECT DESCRIPTION, DEFAULT_UNIT, CHECK_SQL, STATUS,
                     PROPOSED_BY, COALESCE(RETIRE_BY, ' ')
              INTO :WS-CHECK-DESC, :WS-CHECK-UNIT, :WS-CHECK-SQL,
                   :WS-CHECK-STATUS, :WS-PROPOSED-BY, :WS-RETIRE-BY
              FROM DQ_CHECK
              WHERE CHECK_ID = :WS-CHECK-ID
           END-EXEC

           IF SQLCODE NOT = 0
              OR (WS-CHECK-STATUS NOT = 'P'
                  AND WS-CHECK-STATUS NOT = 'Q')
              DISPLAY "APPROVE FAILED: NOTHING PENDING ON THIS CHECK"
              GO TO APPROVE-CHECK-EXIT
           END-IF

           DISPLAY WS-CHECK-ID " " WS-CHECK-DESC " " WS-CHECK-UNIT
           DISPLAY WS-CHECK-SQL

           IF WS-CHECK-STATUS = 'P'
              IF WS-PROPOSED-BY = WS-USER
                 DISPLAY "APPROVE FAILED: PROPOSER CANNOT APPROVE "
                         "THEIR OWN CHECK"
                 GO TO APPROVE-CHECK-EXIT
              END-IF
              EXEC SQL
                 PREPARE DQ-STMT FROM :WS-CHECK-SQL
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY "APPROVE FAILED: SELECT DOES NOT PREPARE, "
                         "SQLCODE " SQLCODE
                 GO TO APPROVE-CHECK-EXIT
              END-IF
              EXEC SQL
                 UPDATE DQ_CHECK
                 SET STATUS = 'A',
                     APPROVED_BY = :WS-USER,
                     APPROVED_TS = CURRENT TIMESTAMP
                 WHERE CHECK_ID = :WS-CHECK-ID
                   AND STATUS = 'P'
                   AND PROPOSED_BY <> :WS-USER
              END-EXEC
              PERFORM NOTE-APPLIED
           ELSE
              IF WS-RETIRE-BY = WS-USER
                 DISPLAY "APPROVE FAILED: PROPOSER CANNOT APPROVE "
                         "THEIR OWN RETIREMENT"
                 GO TO APPROVE-CHECK-EXIT
              END-IF
              EXEC SQL
                 UPDATE DQ_CHECK
                 SET STATUS = 'X',
                     RETIRE_APPR_BY = :WS-USER,
                     RETIRE_APPR_TS = CURRENT TIMESTAMP
                 WHERE CHECK_ID = :WS-CHECK-ID
                   AND STATUS = 'Q'
                   AND RETIRE_BY <> :WS-USER
              END-EXEC
              PERFORM NOTE-APPLIED
              IF WS-APPLIED = 'Y'
                 EXEC SQL
                    UPDATE DQ_FINDING
                    SET STATUS = 'C',
                        CLOSED_RUN = 'RETIRED',
                        CLOSED_TS = CURRENT TIMESTAMP
                    WHERE CHECK_ID = :WS-CHECK-ID
                      AND STATUS = 'O'
                 END-EXEC
                 IF SQLCODE < 0
                    MOVE 'N' TO WS-APPLIED
                 END-IF
              END-IF
           END-IF

           IF WS-APPLIED = 'Y'
              EXEC SQL COMMIT END-EXEC
              DISPLAY "CHECK CHANGE APPROVED"
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: CHECK MOVED UNDERNEATH US"
           END-IF.
       APPROVE-CHECK-EXIT.
           EXIT.

       NOTE-APPLIED.
           IF SQLCODE = 0 AND SQLERRD(3) > 0
              MOVE 'Y' TO WS-APPLIED
           ELSE
              MOVE 'N' TO WS-APPLIED
           END-IF.

       LIST-CHECKS.
           DISPLAY "==================================================="
           DISPLAY "DATA QUALITY CHECK CATALOGUE"
           DISPLAY "==================================================="

           EXEC SQL
              DECLARE DQL-CUR CURSOR FOR
              SELECT K.CHECK_ID, K.DESCRIPTION, K.DEFAULT_UNIT,
                     K.STATUS,
                     (SELECT COUNT(*) FROM DQ_FINDING F
                      WHERE F.CHECK_ID = K.CHECK_ID
                        AND F.STATUS = 'O')
              FROM DQ_CHECK K
              WHERE K.STATUS IN ('P', 'A', 'Q')
              ORDER BY K.CHECK_ID
           END-EXEC

           EXEC SQL OPEN DQL-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH DQL-CUR
                 INTO :WS-CHECK-ID, :WS-CHECK-DESC, :WS-CHECK-UNIT,
                      :WS-CHECK-STATUS, :WS-OPEN-CNT
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-LIST-CNT
                 DISPLAY WS-CHECK-ID " " WS-CHECK-STATUS " "
                         WS-CHECK-UNIT " OPEN " WS-OPEN-CNT
                 DISPLAY "   " WS-CHECK-DESC
              END-IF
           END-PERFORM

           EXEC SQL CLOSE DQL-CUR END-EXEC

           DISPLAY "---------------------------------------------------"
           DISPLAY "CHECKS LISTED : " WS-LIST-CNT.

       LIST-WORKLIST.
           DISPLAY "OWNING UNIT (BRANCH OR DESK): " WITH NO ADVANCING
           ACCEPT WS-UNIT

           DISPLAY "==================================================="
           DISPLAY "OPEN DATA QUALITY FINDINGS - " WS-UNIT
           DISPLAY "==================================================="

           EXEC SQL
              DECLARE DQW-CUR CURSOR FOR
              SELECT F.FINDING_ID, F.CHECK_ID, F.ROW_KEY,
                     CHAR(F.OPENED_TS), F.SEEN_CNT, K.DESCRIPTION
              FROM DQ_FINDING F, DQ_CHECK K
              WHERE F.OWNER_UNIT = :WS-UNIT
                AND F.STATUS = 'O'
                AND K.CHECK_ID = F.CHECK_ID
              ORDER BY F.CHECK_ID, F.OPENED_TS
           END-EXEC

           EXEC SQL OPEN DQW-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH DQW-CUR
                 INTO :WS-FINDING-ID, :WS-CHECK-ID, :WS-ROW-KEY,
                      :WS-OPENED-TS, :WS-SEEN-CNT, :WS-CHECK-DESC
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-LIST-CNT
                 DISPLAY WS-FINDING-ID " " WS-CHECK-ID " "
                         WS-ROW-KEY
                 DISPLAY "   OPEN SINCE " WS-OPENED-TS(1:10)
                         " SEEN " WS-SEEN-CNT " RUN(S) - "
                         WS-CHECK-DESC
              END-IF
           END-PERFORM

           EXEC SQL CLOSE DQW-CUR END-EXEC

           DISPLAY "---------------------------------------------------"
           DISPLAY "OPEN FINDINGS : " WS-LIST-CNT.
