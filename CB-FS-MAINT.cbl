       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-FS-MAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ACTION       PIC X(1).
      *> P=Propose a mapping row, R=propose Retiring a row,
      *> A=Approve a proposal, L=List the mapping.
       01 WS-SIGNON-OK  PIC X(1).
       01 WS-USER         PIC X(10).
       01 WS-MAP-ID       PIC X(20).
       01 WS-STMT-TYPE    PIC X(1).
      *> B = balance sheet (neraca), P = profit and loss (laba rugi).
       01 WS-LINE-NO      PIC 9(4).
       01 WS-LINE-NAME    PIC X(40).
       01 WS-SECTION      PIC X(1).
      *> Balance sheet: A = assets, L = liabilities, E = equity.
      *> Profit and loss: I = income, X = expense.
       01 WS-ACCT-FROM    PIC X(8).
       01 WS-ACCT-TO      PIC X(8).
       01 WS-MAP-STATUS   PIC X(1).
      *> P = proposed, A = active, Q = active with retirement
      *> proposed, X = retired.
       01 WS-PROPOSED-BY  PIC X(10).
       01 WS-RETIRE-BY    PIC X(10).
       01 WS-OVERLAP-CNT  PIC 9(5).
       01 WS-NAME-CNT     PIC 9(5).
       01 WS-LIST-CNT     PIC 9(5) VALUE 0.

      *> The report-line mapping behind CB-FIN-STMT: each FS_LINE_MAP
      *> row puts one range of GL accounts on one numbered line of
      *> the balance sheet or the profit and loss, under its
      *> section. A line may take several ranges; a range may not
      *> overlap any other live range, or an account would be
      *> counted twice. The statements are only as good as the
      *> mapping, so it changes under dual control like every other
      *> table that steers a published figure: a new row or a
      *> retirement is proposed by one user and takes effect when a
      *> second approves it.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-FS-MAINT ' 'FI' WS-USER WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF

           DISPLAY "ACTION (P=PROPOSE, R=RETIRE, A=APPROVE, "
                   "L=LIST): " WITH NO ADVANCING
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
             WHEN 'P'
                PERFORM PROPOSE-MAPPING THRU PROPOSE-MAPPING-EXIT
             WHEN 'R'
                PERFORM PROPOSE-RETIRE THRU PROPOSE-RETIRE-EXIT
             WHEN 'A'
                PERFORM APPROVE-MAPPING THRU APPROVE-MAPPING-EXIT
             WHEN 'L'
                PERFORM LIST-MAPPING
             WHEN OTHER
                DISPLAY "INVALID ACTION"
           END-EVALUATE

           STOP RUN.

       PROPOSE-MAPPING.
           DISPLAY "STATEMENT (B=NERACA, P=LABA RUGI): "
                   WITH NO ADVANCING
           ACCEPT WS-STMT-TYPE
           DISPLAY "LINE NO      : " WITH NO ADVANCING
           ACCEPT WS-LINE-NO
           DISPLAY "LINE NAME    : " WITH NO ADVANCING
           ACCEPT WS-LINE-NAME
           DISPLAY "SECTION (A/L/E OR I/X): " WITH NO ADVANCING
           ACCEPT WS-SECTION
           DISPLAY "GL FROM      : " WITH NO ADVANCING
           ACCEPT WS-ACCT-FROM
           DISPLAY "GL TO        : " WITH NO ADVANCING
           ACCEPT WS-ACCT-TO

           IF WS-STMT-TYPE = 'B'
              AND WS-SECTION NOT = 'A' AND WS-SECTION NOT = 'L'
              AND WS-SECTION NOT = 'E'
              DISPLAY "PROPOSE REJECTED: BALANCE SHEET SECTION MUST "
                      "BE A, L OR E"
              GO TO PROPOSE-MAPPING-EXIT
           END-IF

           IF WS-STMT-TYPE = 'P'
              AND WS-SECTION NOT = 'I' AND WS-SECTION NOT = 'X'
              DISPLAY "PROPOSE REJECTED: P&L SECTION MUST BE I OR X"
              GO TO PROPOSE-MAPPING-EXIT
           END-IF

           IF WS-STMT-TYPE NOT = 'B' AND WS-STMT-TYPE NOT = 'P'
              DISPLAY "PROPOSE REJECTED: INVALID STATEMENT"
              GO TO PROPOSE-MAPPING-EXIT
           END-IF

           IF WS-LINE-NO = 0 OR WS-LINE-NAME = SPACES
              OR WS-ACCT-FROM = SPACES OR WS-ACCT-TO < WS-ACCT-FROM
              DISPLAY "PROPOSE REJECTED: LINE NO, NAME AND A VALID "
                      "ACCOUNT RANGE ARE MANDATORY"
              GO TO PROPOSE-MAPPING-EXIT
           END-IF

      *> A line already in use keeps its name and section; a new
      *> range joins it, it does not rename it.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NAME-CNT
              FROM FS_LINE_MAP
              WHERE STMT_TYPE = :WS-STMT-TYPE
                AND LINE_NO = :WS-LINE-NO
                AND STATUS IN ('P', 'A', 'Q')
                AND (LINE_NAME <> :WS-LINE-NAME
                     OR SECTION <> :WS-SECTION)
           END-EXEC

           IF WS-NAME-CNT > 0
              DISPLAY "PROPOSE REJECTED: LINE " WS-LINE-NO
                      " EXISTS UNDER ANOTHER NAME OR SECTION"
              GO TO PROPOSE-MAPPING-EXIT
           END-IF

           MOVE SPACES TO WS-MAP-ID
           PERFORM COUNT-OVERLAPS
           IF WS-OVERLAP-CNT > 0
              DISPLAY "PROPOSE REJECTED: RANGE OVERLAPS A LIVE OR "
                      "PENDING MAPPING ROW"
              GO TO PROPOSE-MAPPING-EXIT
           END-IF

           CALL 'CB-REF-NUMBER' USING 'FM' WS-MAP-ID

           EXEC SQL
              INSERT INTO FS_LINE_MAP
              (MAP_ID, STMT_TYPE, LINE_NO, LINE_NAME, SECTION,
               ACCT_FROM, ACCT_TO, STATUS, PROPOSED_BY, PROPOSED_TS)
              VALUES
              (:WS-MAP-ID, :WS-STMT-TYPE, :WS-LINE-NO,
               :WS-LINE-NAME, :WS-SECTION, :WS-ACCT-FROM,
               :WS-ACCT-TO, 'P', :WS-USER, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "MAPPING PROPOSED - " WS-MAP-ID
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "PROPOSAL NOT RECORDED, SQLCODE " SQLCODE
           END-IF.
       PROPOSE-MAPPING-EXIT.
           EXIT.

      *> Two ranges overlap when each starts no later than the
      *> other ends; every row not yet retired counts, so two
      *> pending proposals cannot collide either.
       COUNT-OVERLAPS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-OVERLAP-CNT
              FROM FS_LINE_MAP
              WHERE STATUS IN ('P', 'A', 'Q')
                AND ACCT_FROM <= :WS-ACCT-TO
                AND ACCT_TO >= :WS-ACCT-FROM
                AND MAP_ID <> :WS-MAP-ID
           END-EXEC.

       PROPOSE-RETIRE.
           DISPLAY "MAP ID       : " WITH NO ADVANCING
           ACCEPT WS-MAP-ID

           EXEC SQL
              UPDATE FS_LINE_MAP
              SET STATUS = 'Q',
                  RETIRE_BY = :WS-USER,
                  RETIRE_TS = CURRENT TIMESTAMP
              WHERE MAP_ID = :WS-MAP-ID
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "RETIREMENT PROPOSED - AWAITING APPROVAL"
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "PROPOSE REJECTED: NO ACTIVE MAPPING ROW"
           END-IF.
       PROPOSE-RETIRE-EXIT.
           EXIT.

      *> A new row goes live, or a retirement takes the row out -
      *> whichever is pending - under a user other than the one who
      *> proposed it. The overlap check is repeated for a new row:
      *> the proposal may have been keyed before a neighbouring
      *> range went live.
       APPROVE-MAPPING.
           DISPLAY "MAP ID       : " WITH NO ADVANCING
           ACCEPT WS-MAP-ID

           EXEC SQL
              SELECT STMT_TYPE, LINE_NO, LINE_NAME, SECTION,
                     ACCT_FROM, ACCT_TO, STATUS, PROPOSED_BY,
                     COALESCE(RETIRE_BY, ' ')
              INTO :WS-STMT-TYPE, :WS-LINE-NO, :WS-LINE-NAME,
                   :WS-SECTION, :WS-ACCT-FROM, :WS-ACCT-TO,
                   :WS-MAP-STATUS, :WS-PROPOSED-BY, :WS-RETIRE-BY
              FROM FS_LINE_MAP
              WHERE MAP_ID = :WS-MAP-ID
           END-EXEC

           IF SQLCODE NOT = 0
              OR (WS-MAP-STATUS NOT = 'P' AND WS-MAP-STATUS NOT = 'Q')
              DISPLAY "APPROVE FAILED: NOTHING PENDING ON THIS ROW"
              GO TO APPROVE-MAPPING-EXIT
           END-IF

           DISPLAY WS-STMT-TYPE " " WS-LINE-NO " " WS-LINE-NAME
                   " " WS-SECTION " " WS-ACCT-FROM "-" WS-ACCT-TO

           IF WS-MAP-STATUS = 'P'
              IF WS-PROPOSED-BY = WS-USER
                 DISPLAY "APPROVE FAILED: PROPOSER CANNOT APPROVE "
                         "THEIR OWN MAPPING"
                 GO TO APPROVE-MAPPING-EXIT
              END-IF
              PERFORM COUNT-OVERLAPS
              IF WS-OVERLAP-CNT > 0
                 DISPLAY "APPROVE FAILED: RANGE NOW OVERLAPS "
                         "ANOTHER ROW"
                 GO TO APPROVE-MAPPING-EXIT
              END-IF
              EXEC SQL
                 UPDATE FS_LINE_MAP
                 SET STATUS = 'A',
                     APPROVED_BY = :WS-USER,
                     APPROVED_TS = CURRENT TIMESTAMP
                 WHERE MAP_ID = :WS-MAP-ID
                   AND STATUS = 'P'
                   AND PROPOSED_BY <> :WS-USER
              END-EXEC
           ELSE
              IF WS-RETIRE-BY = WS-USER
                 DISPLAY "APPROVE FAILED: PROPOSER CANNOT APPROVE "
                         "THEIR OWN RETIREMENT"
                 GO TO APPROVE-MAPPING-EXIT
              END-IF
              EXEC SQL
                 UPDATE FS_LINE_MAP
                 SET STATUS = 'X',
                     RETIRE_APPR_BY = :WS-USER,
                     RETIRE_APPR_TS = CURRENT TIMESTAMP
                 WHERE MAP_ID = :WS-MAP-ID
                   AND STATUS = 'Q'
                   AND RETIRE_BY <> :WS-USER
              END-EXEC
           END-IF

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "MAPPING CHANGE APPROVED"
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: ROW MOVED UNDERNEATH US"
           END-IF.
       APPROVE-MAPPING-EXIT.
           EXIT.

       LIST-MAPPING.
           DISPLAY "==================================================="
           DISPLAY "FINANCIAL STATEMENT LINE MAPPING"
           DISPLAY "==================================================="

           EXEC SQL
              DECLARE FSM-CUR CURSOR FOR
              SELECT MAP_ID, STMT_TYPE, LINE_NO, LINE_NAME, SECTION,
                     ACCT_FROM, ACCT_TO, STATUS
              FROM FS_LINE_MAP
              WHERE STATUS IN ('P', 'A', 'Q')
              ORDER BY STMT_TYPE, LINE_NO, ACCT_FROM
           END-EXEC

           EXEC SQL OPEN FSM-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH FSM-CUR
                 INTO :WS-MAP-ID, :WS-STMT-TYPE, :WS-LINE-NO,
                      :WS-LINE-NAME, :WS-SECTION, :WS-ACCT-FROM,
                      :WS-ACCT-TO, :WS-MAP-STATUS
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-LIST-CNT
                 DISPLAY WS-STMT-TYPE " " WS-LINE-NO
                         " " WS-LINE-NAME " " WS-SECTION
                         " " WS-ACCT-FROM "-" WS-ACCT-TO
                         " " WS-MAP-STATUS " " WS-MAP-ID
              END-IF
           END-PERFORM

           EXEC SQL CLOSE FSM-CUR END-EXEC

           DISPLAY "---------------------------------------------------"
           DISPLAY "ROWS: " WS-LIST-CNT
           DISPLAY "==================================================="
           CONTINUE.
