       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-RETENTION-MAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ACTION       PIC X(1).
      *> C=propose a Change to a table's policy, A=Approve a
      *> pending change, L=List the policies and their last purge.
       01 WS-SIGNON-OK    PIC X(1).
       01 WS-USER         PIC X(10).
       01 WS-TABLE-NAME   PIC X(20).
       01 WS-RETAIN-DAYS  PIC 9(5).
       01 WS-ARCHIVE-FLAG PIC X(1).
       01 WS-ELIGIBLE-PRED PIC X(300).
       01 WS-POL-STATUS   PIC X(1).
      *> A = purged monthly, S = suspended (left alone).
       01 WS-PEND-BY      PIC X(10).
       01 WS-PEND-DAYS    PIC 9(5).
       01 WS-PEND-ARCHIVE PIC X(1).
       01 WS-PEND-PRED    PIC X(300).
       01 WS-PEND-STATUS  PIC X(1).
       01 WS-OPEN-RUNS    PIC 9(5).
       01 WS-APPLIED      PIC X(1).
       01 WS-LIST-CNT     PIC 9(5) VALUE 0.

       01 WS-IN-DAYS      PIC 9(5).
       01 WS-IN-ARCHIVE   PIC X(1).
       01 WS-IN-PRED      PIC X(300).
       01 WS-IN-STATUS    PIC X(1).

       01 WS-SQL-TEXT     PIC X(400).
       01 WS-RUN-MONTH    PIC X(7).
       01 WS-RUN-PHASE    PIC X(1).
       01 WS-ARCH-CNT     PIC 9(9).
       01 WS-DEL-CNT      PIC 9(9).
       01 WS-HELD-CNT     PIC 9(9).

      *> The retention policy CB-RETENTION-PURGE works from: per
      *> operational table how many days rows stay online, whether
      *> they are archived before deletion, the status predicate a
      *> row must meet to go at all, and whether the table is
      *> purged or suspended. Policies delete production data, so
      *> they change under dual control - one supervisor proposes,
      *> a second approves, and the approval prepares the predicate
      *> against the table first so a predicate that does not
      *> compile never goes live. Retention below 30 days is
      *> refused: the purge runs monthly and a shorter window would
      *> not be honoured anyway. A change is not approved while a
      *> table's purge for the month is half done, so a restart
      *> finishes under the policy it started with. Key, age column
      *> and archive image come from the purge's standard catalogue
      *> and are not changed here.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-RETEN-MNT' 'SU' WS-USER WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF

           DISPLAY "ACTION (C=CHANGE, A=APPROVE, L=LIST): "
                   WITH NO ADVANCING
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
             WHEN 'C'
                PERFORM PROPOSE-CHANGE THRU PROPOSE-CHANGE-EXIT
             WHEN 'A'
                PERFORM APPROVE-CHANGE THRU APPROVE-CHANGE-EXIT
             WHEN 'L'
                PERFORM LIST-POLICIES
             WHEN OTHER
                DISPLAY "INVALID ACTION"
           END-EVALUATE

           STOP RUN.

       PROPOSE-CHANGE.
           DISPLAY "TABLE        : " WITH NO ADVANCING
           ACCEPT WS-TABLE-NAME

           EXEC SQL
              SELECT RETAIN_DAYS, ARCHIVE_FLAG, ELIGIBLE_PRED, STATUS,
                     COALESCE(PEND_BY, ' ')
              INTO :WS-RETAIN-DAYS, :WS-ARCHIVE-FLAG,
                   :WS-ELIGIBLE-PRED, :WS-POL-STATUS, :WS-PEND-BY
              FROM RETENTION_POLICY
              WHERE TABLE_NAME = :WS-TABLE-NAME
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "PROPOSE REJECTED: NO POLICY FOR THIS TABLE"
              GO TO PROPOSE-CHANGE-EXIT
           END-IF
           IF WS-PEND-BY NOT = SPACES
              DISPLAY "PROPOSE REJECTED: A CHANGE BY " WS-PEND-BY
                      " IS ALREADY PENDING"
              GO TO PROPOSE-CHANGE-EXIT
           END-IF

           DISPLAY "CURRENT: " WS-RETAIN-DAYS " DAYS, ARCHIVE "
                   WS-ARCHIVE-FLAG ", STATUS " WS-POL-STATUS
           DISPLAY "ELIGIBLE WHEN: " WS-ELIGIBLE-PRED
           DISPLAY "BLANK KEEPS THE CURRENT VALUE"

           DISPLAY "RETAIN DAYS  : " WITH NO ADVANCING
           ACCEPT WS-IN-DAYS
           DISPLAY "ARCHIVE (Y/N): " WITH NO ADVANCING
           ACCEPT WS-IN-ARCHIVE
           DISPLAY "STATUS (A=ACTIVE, S=SUSPENDED): " WITH NO ADVANCING
           ACCEPT WS-IN-STATUS
           DISPLAY "ELIGIBLE WHEN (PREDICATE ON ONE LINE):"
           ACCEPT WS-IN-PRED

           IF WS-IN-DAYS NOT = 0
              MOVE WS-IN-DAYS TO WS-RETAIN-DAYS
           END-IF
           IF WS-IN-ARCHIVE NOT = SPACES
              MOVE WS-IN-ARCHIVE TO WS-ARCHIVE-FLAG
           END-IF
           IF WS-IN-STATUS NOT = SPACES
              MOVE WS-IN-STATUS TO WS-POL-STATUS
           END-IF
           IF WS-IN-PRED NOT = SPACES
              MOVE WS-IN-PRED TO WS-ELIGIBLE-PRED
           END-IF

           IF WS-RETAIN-DAYS < 30
              DISPLAY "PROPOSE REJECTED: RETENTION UNDER 30 DAYS"
              GO TO PROPOSE-CHANGE-EXIT
           END-IF
           IF WS-ARCHIVE-FLAG NOT = 'Y' AND WS-ARCHIVE-FLAG NOT = 'N'
              DISPLAY "PROPOSE REJECTED: ARCHIVE IS Y OR N"
              GO TO PROPOSE-CHANGE-EXIT
           END-IF
           IF WS-POL-STATUS NOT = 'A' AND WS-POL-STATUS NOT = 'S'
              DISPLAY "PROPOSE REJECTED: STATUS IS A OR S"
              GO TO PROPOSE-CHANGE-EXIT
           END-IF

           EXEC SQL
              UPDATE RETENTION_POLICY
              SET PEND_RETAIN_DAYS = :WS-RETAIN-DAYS,
                  PEND_ARCHIVE_FLAG = :WS-ARCHIVE-FLAG,
                  PEND_PRED = :WS-ELIGIBLE-PRED,
                  PEND_STATUS = :WS-POL-STATUS,
                  PEND_BY = :WS-USER,
                  PEND_TS = CURRENT TIMESTAMP
              WHERE TABLE_NAME = :WS-TABLE-NAME
                AND PEND_BY IS NULL
           END-EXEC

           PERFORM NOTE-APPLIED
           IF WS-APPLIED = 'Y'
              EXEC SQL COMMIT END-EXEC
              DISPLAY "CHANGE PROPOSED - AWAITING APPROVAL"
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "PROPOSAL NOT RECORDED, SQLCODE " SQLCODE
           END-IF.
       PROPOSE-CHANGE-EXIT.
           EXIT.

       APPROVE-CHANGE.
           DISPLAY "TABLE        : " WITH NO ADVANCING
           ACCEPT WS-TABLE-NAME

           EXEC SQL
              SELECT RETAIN_DAYS, ARCHIVE_FLAG, ELIGIBLE_PRED, STATUS,
                     COALESCE(PEND_BY, ' '),
                     COALESCE(PEND_RETAIN_DAYS, 0),
                     COALESCE(PEND_ARCHIVE_FLAG, ' '),
                     COALESCE(PEND_PRED, ' '),
                     COALESCE(PEND_STATUS, ' ')
              INTO :WS-RETAIN-DAYS, :WS-ARCHIVE-FLAG,
                   :WS-ELIGIBLE-PRED, :WS-POL-STATUS, :WS-PEND-BY,
                   :WS-PEND-DAYS, :WS-PEND-ARCHIVE, :WS-PEND-PRED,
                   :WS-PEND-STATUS
              FROM RETENTION_POLICY
              WHERE TABLE_NAME = :WS-TABLE-NAME
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-PEND-BY = SPACES
              DISPLAY "APPROVE FAILED: NOTHING PENDING ON THIS TABLE"
              GO TO APPROVE-CHANGE-EXIT
           END-IF

           DISPLAY "NOW    : " WS-RETAIN-DAYS " DAYS, ARCHIVE "
                   WS-ARCHIVE-FLAG ", STATUS " WS-POL-STATUS
           DISPLAY "   " WS-ELIGIBLE-PRED
           DISPLAY "PENDING: " WS-PEND-DAYS " DAYS, ARCHIVE "
                   WS-PEND-ARCHIVE ", STATUS " WS-PEND-STATUS
                   " BY " WS-PEND-BY
           DISPLAY "   " WS-PEND-PRED

           IF WS-PEND-BY = WS-USER
              DISPLAY "APPROVE FAILED: PROPOSER CANNOT APPROVE "
                      "THEIR OWN CHANGE"
              GO TO APPROVE-CHANGE-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-OPEN-RUNS
              FROM PURGE_RUN
              WHERE TABLE_NAME = :WS-TABLE-NAME
                AND PHASE <> 'C'
           END-EXEC
           IF WS-OPEN-RUNS > 0
              DISPLAY "APPROVE FAILED: A PURGE OF THIS TABLE IS "
                      "HALF DONE - RERUN IT FIRST"
              GO TO APPROVE-CHANGE-EXIT
           END-IF

           MOVE SPACES TO WS-SQL-TEXT
           STRING "SELECT COUNT(*) FROM " DELIMITED BY SIZE
                  WS-TABLE-NAME DELIMITED BY SPACE
                  " T WHERE (" WS-PEND-PRED ")" DELIMITED BY SIZE
             INTO WS-SQL-TEXT
           EXEC SQL
              PREPARE RP-STMT FROM :WS-SQL-TEXT
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "APPROVE FAILED: PREDICATE DOES NOT PREPARE, "
                      "SQLCODE " SQLCODE
              GO TO APPROVE-CHANGE-EXIT
           END-IF

           EXEC SQL
              UPDATE RETENTION_POLICY
              SET RETAIN_DAYS = PEND_RETAIN_DAYS,
                  ARCHIVE_FLAG = PEND_ARCHIVE_FLAG,
                  ELIGIBLE_PRED = PEND_PRED,
                  STATUS = PEND_STATUS,
                  PROPOSED_BY = PEND_BY,
                  PROPOSED_TS = PEND_TS,
                  APPROVED_BY = :WS-USER,
                  APPROVED_TS = CURRENT TIMESTAMP,
                  PEND_RETAIN_DAYS = NULL,
                  PEND_ARCHIVE_FLAG = NULL,
                  PEND_PRED = NULL,
                  PEND_STATUS = NULL,
                  PEND_BY = NULL,
                  PEND_TS = NULL
              WHERE TABLE_NAME = :WS-TABLE-NAME
                AND PEND_BY = :WS-PEND-BY
                AND PEND_BY <> :WS-USER
           END-EXEC

           PERFORM NOTE-APPLIED
           IF WS-APPLIED = 'Y'
              EXEC SQL COMMIT END-EXEC
              DISPLAY "POLICY CHANGE APPROVED"
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: POLICY MOVED UNDERNEATH US"
           END-IF.
       APPROVE-CHANGE-EXIT.
           EXIT.

       NOTE-APPLIED.
           IF SQLCODE = 0 AND SQLERRD(3) > 0
              MOVE 'Y' TO WS-APPLIED
           ELSE
              MOVE 'N' TO WS-APPLIED
           END-IF.

       LIST-POLICIES.
           DISPLAY "==================================================="
           DISPLAY "RETENTION POLICIES"
           DISPLAY "==================================================="
           DISPLAY "TABLE                DAYS  AR ST PENDING"

           EXEC SQL
              DECLARE RPM-CUR CURSOR FOR
              SELECT P.TABLE_NAME, P.RETAIN_DAYS, P.ARCHIVE_FLAG,
                     P.STATUS, COALESCE(P.PEND_BY, ' '),
                     COALESCE(R.RUN_MONTH, ' '),
                     COALESCE(R.PHASE, ' '),
                     COALESCE(R.ARCH_CNT, 0), COALESCE(R.DEL_CNT, 0),
                     COALESCE(R.HELD_CNT, 0)
              FROM RETENTION_POLICY P
                   LEFT JOIN PURGE_RUN R
                   ON R.TABLE_NAME = P.TABLE_NAME
                  AND R.RUN_MONTH =
                      (SELECT MAX(X.RUN_MONTH) FROM PURGE_RUN X
                       WHERE X.TABLE_NAME = P.TABLE_NAME)
              ORDER BY P.TABLE_NAME
           END-EXEC

           EXEC SQL OPEN RPM-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH RPM-CUR
                 INTO :WS-TABLE-NAME, :WS-RETAIN-DAYS,
                      :WS-ARCHIVE-FLAG, :WS-POL-STATUS, :WS-PEND-BY,
                      :WS-RUN-MONTH, :WS-RUN-PHASE, :WS-ARCH-CNT,
                      :WS-DEL-CNT, :WS-HELD-CNT
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-LIST-CNT
                 DISPLAY WS-TABLE-NAME " " WS-RETAIN-DAYS " "
                         WS-ARCHIVE-FLAG "  " WS-POL-STATUS "  "
                         WS-PEND-BY
                 IF WS-RUN-MONTH NOT = SPACES
                    DISPLAY "   LAST PURGE " WS-RUN-MONTH
                            " PHASE " WS-RUN-PHASE
                            " ARCHIVED " WS-ARCH-CNT
                            " DELETED " WS-DEL-CNT
                            " HELD " WS-HELD-CNT
                 END-IF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE RPM-CUR END-EXEC

           DISPLAY "---------------------------------------------------"
           DISPLAY "POLICIES LISTED : " WS-LIST-CNT.
