       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-AGENT-MAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ACTION       PIC X(1).
      *> R=Register an agent (proposal), L=propose new Limits,
      *> A=Approve a pending registration or limit change, S=Set
      *> status, I=Inquire, B=list a Branch's agents.
       01 WS-SIGNON-OK    PIC X(1).
       01 WS-USER         PIC X(10).
       01 WS-CONFIRM      PIC X(1).

       01 WS-AGENT-ID     PIC X(8).
       01 WS-CUST-ID      PIC X(20).
       01 WS-CUST-NAME    PIC X(40).
       01 WS-KYC-STATUS   PIC X(1).
       01 WS-FLOAT-REK    PIC X(6).
       01 WS-REK-CUST     PIC X(20).
       01 WS-LOCATION     PIC X(40).
       01 WS-BRANCH-ID    PIC X(4).
       01 WS-TRX-LIMIT    PIC S9(11)V99 COMP-3.
       01 WS-DAILY-LIMIT  PIC S9(13)V99 COMP-3.
       01 WS-AGENT-STATUS PIC X(1).
      *> P = proposed, A = active, S = suspended, X = terminated.
       01 WS-NEW-STATUS   PIC X(1).
       01 WS-TERM-STATUS  PIC X(1).
       01 WS-PROPOSED-BY  PIC X(10).
       01 WS-PEND-TRX     PIC S9(11)V99 COMP-3.
       01 WS-PEND-DAILY   PIC S9(13)V99 COMP-3.
       01 WS-PEND-BY      PIC X(10).
       01 WS-FLOAT-SALDO  PIC S9(13)V99 COMP-3.
       01 WS-DUP-CNT      PIC 9(5).
       01 WS-LIST-CNT     PIC 9(5) VALUE 0.

      *> The agent master behind the branchless (Laku Pandai)
      *> channel: who the agent is (a verified customer of ours),
      *> the float REKENING their customers' cash-in and cash-out
      *> settle through, where they trade, which branch's field
      *> supervisors look after them, and the per-transaction and
      *> daily limits CB-CORE-ONLINE holds them to. Registration
      *> and every limit change are proposed by one supervisor and
      *> approved by another; approval also registers the agent's
      *> device in TERMINAL_MASTER (type AGN) under the agent id, so
      *> card-and-PIN customers come through CB-ATM-SWITCH like any
      *> other terminal. Suspending an agent parks the device too.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-AGENT-MNT' 'SU' WS-USER WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF

           DISPLAY "ACTION (R=REGISTER, L=LIMITS, A=APPROVE, "
                   "S=SET STATUS, I=INQUIRE, B=LIST BRANCH): "
                   WITH NO ADVANCING
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
             WHEN 'R'
                PERFORM REGISTER-AGENT THRU REGISTER-AGENT-EXIT
             WHEN 'L'
                PERFORM PROPOSE-LIMITS THRU PROPOSE-LIMITS-EXIT
             WHEN 'A'
                PERFORM APPROVE-AGENT THRU APPROVE-AGENT-EXIT
             WHEN 'S'
                PERFORM SET-AGENT-STATUS THRU SET-AGENT-STATUS-EXIT
             WHEN 'I'
                PERFORM INQUIRE-AGENT
             WHEN 'B'
                PERFORM LIST-BRANCH-AGENTS
             WHEN OTHER
                DISPLAY "INVALID ACTION"
           END-EVALUATE

           STOP RUN.

      *> The agent must be a KYC-verified customer and the float
      *> account must be theirs, and neither the agent id (which
      *> becomes a terminal id) nor the float account may already
      *> be in use.
       REGISTER-AGENT.
           DISPLAY "AGENT ID     : " WITH NO ADVANCING
           ACCEPT WS-AGENT-ID
           DISPLAY "CUST ID      : " WITH NO ADVANCING
           ACCEPT WS-CUST-ID
           DISPLAY "FLOAT REK    : " WITH NO ADVANCING
           ACCEPT WS-FLOAT-REK
           DISPLAY "LOKASI       : " WITH NO ADVANCING
           ACCEPT WS-LOCATION
           DISPLAY "CABANG PEMBINA: " WITH NO ADVANCING
           ACCEPT WS-BRANCH-ID
           DISPLAY "LIMIT PER TRX: " WITH NO ADVANCING
           ACCEPT WS-TRX-LIMIT
           DISPLAY "LIMIT HARIAN : " WITH NO ADVANCING
           ACCEPT WS-DAILY-LIMIT

           IF WS-AGENT-ID = SPACES
              DISPLAY "REGISTER REJECTED: AGENT ID REQUIRED"
              GO TO REGISTER-AGENT-EXIT
           END-IF

           IF WS-TRX-LIMIT NOT > 0 OR WS-DAILY-LIMIT < WS-TRX-LIMIT
              DISPLAY "REGISTER REJECTED: LIMITS MUST BE POSITIVE AND "
                      "DAILY NOT BELOW PER TRX"
              GO TO REGISTER-AGENT-EXIT
           END-IF

           EXEC SQL
              SELECT KYC_STATUS
              INTO :WS-KYC-STATUS
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-KYC-STATUS NOT = 'V'
              DISPLAY "REGISTER REJECTED: CUSTOMER NOT FOUND OR KYC "
                      "NOT VERIFIED"
              GO TO REGISTER-AGENT-EXIT
           END-IF

           EXEC SQL
              SELECT CUST_ID
              INTO :WS-REK-CUST
              FROM REKENING
              WHERE NO_REK = :WS-FLOAT-REK
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-REK-CUST NOT = WS-CUST-ID
              DISPLAY "REGISTER REJECTED: FLOAT ACCOUNT NOT FOUND OR "
                      "NOT THE AGENT'S OWN"
              GO TO REGISTER-AGENT-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DUP-CNT
              FROM AGENT_MASTER
              WHERE AGENT_ID = :WS-AGENT-ID
                 OR (FLOAT_REK = :WS-FLOAT-REK AND STATUS <> 'X')
           END-EXEC
           IF WS-DUP-CNT > 0
              DISPLAY "REGISTER REJECTED: AGENT ID OR FLOAT ACCOUNT "
                      "ALREADY ON FILE"
              GO TO REGISTER-AGENT-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DUP-CNT
              FROM TERMINAL_MASTER
              WHERE TERMINAL_ID = :WS-AGENT-ID
           END-EXEC
           IF WS-DUP-CNT > 0
              DISPLAY "REGISTER REJECTED: ID ALREADY USED BY A "
                      "TERMINAL"
              GO TO REGISTER-AGENT-EXIT
           END-IF

           EXEC SQL
              INSERT INTO AGENT_MASTER
              (AGENT_ID, CUST_ID, FLOAT_REK, LOCATION, BRANCH_ID,
               TRX_LIMIT, DAILY_LIMIT, STATUS, PROPOSED_BY,
               PROPOSED_TS)
              VALUES
              (:WS-AGENT-ID, :WS-CUST-ID, :WS-FLOAT-REK,
               :WS-LOCATION, :WS-BRANCH-ID, :WS-TRX-LIMIT,
               :WS-DAILY-LIMIT, 'P', :WS-USER, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "REGISTER FAILED, SQLCODE " SQLCODE
              GO TO REGISTER-AGENT-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "AGENT PROPOSED - AWAITING APPROVAL".
       REGISTER-AGENT-EXIT.
           EXIT.

      *> New limits wait in the PEND_ columns until a second
      *> supervisor approves them; the agent keeps trading on the
      *> old limits meanwhile.
       PROPOSE-LIMITS.
           DISPLAY "AGENT ID     : " WITH NO ADVANCING
           ACCEPT WS-AGENT-ID
           DISPLAY "LIMIT PER TRX: " WITH NO ADVANCING
           ACCEPT WS-PEND-TRX
           DISPLAY "LIMIT HARIAN : " WITH NO ADVANCING
           ACCEPT WS-PEND-DAILY

           IF WS-PEND-TRX NOT > 0 OR WS-PEND-DAILY < WS-PEND-TRX
              DISPLAY "PROPOSE REJECTED: LIMITS MUST BE POSITIVE AND "
                      "DAILY NOT BELOW PER TRX"
              GO TO PROPOSE-LIMITS-EXIT
           END-IF

           EXEC SQL
              UPDATE AGENT_MASTER
              SET PEND_TRX_LIMIT = :WS-PEND-TRX,
                  PEND_DAILY_LIMIT = :WS-PEND-DAILY,
                  PEND_BY = :WS-USER,
                  PEND_TS = CURRENT TIMESTAMP
              WHERE AGENT_ID = :WS-AGENT-ID
                AND STATUS IN ('A', 'S')
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "LIMIT CHANGE PROPOSED - AWAITING APPROVAL"
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "PROPOSE FAILED: AGENT NOT ON FILE OR NOT "
                      "ACTIVE"
           END-IF.
       PROPOSE-LIMITS-EXIT.
           EXIT.

      *> One approval screen for both kinds of pending item: a
      *> proposed agent goes live (and its device is registered), a
      *> proposed limit change replaces the limits. Either way the
      *> proposer cannot approve, and the final UPDATE re-checks
      *> that nothing moved underneath the approver.
       APPROVE-AGENT.
           DISPLAY "AGENT ID     : " WITH NO ADVANCING
           ACCEPT WS-AGENT-ID

           PERFORM READ-AGENT
           IF SQLCODE NOT = 0
              DISPLAY "APPROVE FAILED: AGENT NOT ON FILE"
              GO TO APPROVE-AGENT-EXIT
           END-IF

           IF WS-AGENT-STATUS = 'P'
              PERFORM APPROVE-REGISTRATION
                      THRU APPROVE-REGISTRATION-EXIT
              GO TO APPROVE-AGENT-EXIT
           END-IF

           IF WS-PEND-BY = SPACES
              DISPLAY "APPROVE FAILED: NOTHING PENDING FOR AGENT"
              GO TO APPROVE-AGENT-EXIT
           END-IF

           IF WS-PEND-BY = WS-USER
              DISPLAY "APPROVE FAILED: PROPOSER CANNOT APPROVE "
                      "THEIR OWN CHANGE"
              GO TO APPROVE-AGENT-EXIT
           END-IF

           DISPLAY "LIMIT PER TRX " WS-TRX-LIMIT " -> " WS-PEND-TRX
           DISPLAY "LIMIT HARIAN  " WS-DAILY-LIMIT " -> "
                   WS-PEND-DAILY
           DISPLAY "APPROVE ? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
              GO TO APPROVE-AGENT-EXIT
           END-IF

           EXEC SQL
              UPDATE AGENT_MASTER
              SET TRX_LIMIT = PEND_TRX_LIMIT,
                  DAILY_LIMIT = PEND_DAILY_LIMIT,
                  PEND_TRX_LIMIT = NULL,
                  PEND_DAILY_LIMIT = NULL,
                  PEND_BY = NULL,
                  PEND_TS = NULL,
                  APPROVED_BY = :WS-USER,
                  APPROVED_TS = CURRENT TIMESTAMP
              WHERE AGENT_ID = :WS-AGENT-ID
                AND PEND_BY = :WS-PEND-BY
                AND PEND_BY <> :WS-USER
                AND PEND_TRX_LIMIT = :WS-PEND-TRX
                AND PEND_DAILY_LIMIT = :WS-PEND-DAILY
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: CHANGE MOVED UNDERNEATH US"
              GO TO APPROVE-AGENT-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "LIMITS APPROVED".
       APPROVE-AGENT-EXIT.
           EXIT.

       APPROVE-REGISTRATION.
           IF WS-PROPOSED-BY = WS-USER
              DISPLAY "APPROVE FAILED: PROPOSER CANNOT APPROVE "
                      "THEIR OWN AGENT"
              GO TO APPROVE-REGISTRATION-EXIT
           END-IF

           DISPLAY "AGEN " WS-AGENT-ID "  NASABAH " WS-CUST-ID
                   "  FLOAT " WS-FLOAT-REK
           DISPLAY "  LOKASI " WS-LOCATION
           DISPLAY "  CABANG " WS-BRANCH-ID
                   "  LIMIT TRX " WS-TRX-LIMIT
                   "  LIMIT HARIAN " WS-DAILY-LIMIT
           DISPLAY "APPROVE ? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
              GO TO APPROVE-REGISTRATION-EXIT
           END-IF

           EXEC SQL
              UPDATE AGENT_MASTER
              SET STATUS = 'A',
                  APPROVED_BY = :WS-USER,
                  APPROVED_TS = CURRENT TIMESTAMP
              WHERE AGENT_ID = :WS-AGENT-ID
                AND STATUS = 'P'
                AND PROPOSED_BY <> :WS-USER
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: AGENT MOVED UNDERNEATH US"
              GO TO APPROVE-REGISTRATION-EXIT
           END-IF

           EXEC SQL
              INSERT INTO TERMINAL_MASTER
              (TERMINAL_ID, BRANCH_ID, LOCATION, MACHINE_TYPE,
               ROUTE_CODE, MERCHANT_ID, STATUS, CREATED_BY,
               CREATED_TS)
              VALUES
              (:WS-AGENT-ID, :WS-BRANCH-ID, :WS-LOCATION, 'AGN',
               ' ', ' ', 'A', :WS-USER, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: DEVICE REGISTRATION, SQLCODE "
                      SQLCODE
              GO TO APPROVE-REGISTRATION-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "AGENT APPROVED AND ACTIVE".
       APPROVE-REGISTRATION-EXIT.
           EXIT.

      *> Suspension is protective and takes effect at once; the
      *> agent's device follows the agent (A stays A, S parks it at
      *> M, X decommissions it). Only an approved agent can move.
       SET-AGENT-STATUS.
           DISPLAY "AGENT ID     : " WITH NO ADVANCING
           ACCEPT WS-AGENT-ID
           DISPLAY "STATUS (A=ACTIVE, S=SUSPENDED, X=TERMINATED): "
                   WITH NO ADVANCING
           ACCEPT WS-NEW-STATUS

           EVALUATE WS-NEW-STATUS
             WHEN 'A'
                MOVE 'A' TO WS-TERM-STATUS
             WHEN 'S'
                MOVE 'M' TO WS-TERM-STATUS
             WHEN 'X'
                MOVE 'X' TO WS-TERM-STATUS
             WHEN OTHER
                DISPLAY "SET REJECTED: STATUS MUST BE A, S OR X"
                GO TO SET-AGENT-STATUS-EXIT
           END-EVALUATE

           EXEC SQL
              UPDATE AGENT_MASTER
              SET STATUS = :WS-NEW-STATUS,
                  UPDATED_BY = :WS-USER,
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE AGENT_ID = :WS-AGENT-ID
                AND STATUS IN ('A', 'S')
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "SET FAILED: AGENT NOT ON FILE OR NOT APPROVED"
              GO TO SET-AGENT-STATUS-EXIT
           END-IF

           EXEC SQL
              UPDATE TERMINAL_MASTER
              SET STATUS = :WS-TERM-STATUS,
                  UPDATED_BY = :WS-USER,
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE TERMINAL_ID = :WS-AGENT-ID
           END-EXEC

           EXEC SQL COMMIT END-EXEC
           DISPLAY "STATUS SET TO " WS-NEW-STATUS.
       SET-AGENT-STATUS-EXIT.
           EXIT.

       INQUIRE-AGENT.
           DISPLAY "AGENT ID     : " WITH NO ADVANCING
           ACCEPT WS-AGENT-ID

           PERFORM READ-AGENT
           IF SQLCODE NOT = 0
              DISPLAY "AGENT NOT ON FILE"
           ELSE
              EXEC SQL
                 SELECT CUST_NAME
                 INTO :WS-CUST-NAME
                 FROM CUST_MASTER
                 WHERE CUST_ID = :WS-CUST-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SPACES TO WS-CUST-NAME
              END-IF
              EXEC SQL
                 SELECT SALDO
                 INTO :WS-FLOAT-SALDO
                 FROM REKENING
                 WHERE NO_REK = :WS-FLOAT-REK
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO WS-FLOAT-SALDO
              END-IF
              DISPLAY WS-CUST-NAME "  (" WS-CUST-ID ")"
              DISPLAY "LOKASI " WS-LOCATION
              DISPLAY "CABANG " WS-BRANCH-ID
                      "  STATUS " WS-AGENT-STATUS
                      "  FLOAT " WS-FLOAT-REK
                      "  SALDO FLOAT " WS-FLOAT-SALDO
              DISPLAY "LIMIT TRX " WS-TRX-LIMIT
                      "  LIMIT HARIAN " WS-DAILY-LIMIT
              IF WS-PEND-BY NOT = SPACES
                 DISPLAY "USULAN LIMIT TRX " WS-PEND-TRX
                         "  HARIAN " WS-PEND-DAILY
                         "  OLEH " WS-PEND-BY
              END-IF
           END-IF.

       LIST-BRANCH-AGENTS.
           DISPLAY "BRANCH ID    : " WITH NO ADVANCING
           ACCEPT WS-BRANCH-ID

           EXEC SQL
              DECLARE AGT-CUR CURSOR FOR
              SELECT AGENT_ID, STATUS, FLOAT_REK, LOCATION
              FROM AGENT_MASTER
              WHERE BRANCH_ID = :WS-BRANCH-ID
              ORDER BY AGENT_ID
           END-EXEC

           EXEC SQL OPEN AGT-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH AGT-CUR
                 INTO :WS-AGENT-ID, :WS-AGENT-STATUS, :WS-FLOAT-REK,
                      :WS-LOCATION
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-LIST-CNT
                 DISPLAY "  " WS-AGENT-ID
                         " " WS-AGENT-STATUS
                         " " WS-FLOAT-REK
                         "  " WS-LOCATION
              END-IF
           END-PERFORM

           EXEC SQL CLOSE AGT-CUR END-EXEC
           DISPLAY "AGENTS: " WS-LIST-CNT.

       READ-AGENT.
           EXEC SQL
              SELECT CUST_ID, FLOAT_REK, LOCATION, BRANCH_ID,
                     TRX_LIMIT, DAILY_LIMIT, STATUS, PROPOSED_BY,
                     COALESCE(PEND_TRX_LIMIT, 0),
                     COALESCE(PEND_DAILY_LIMIT, 0),
                     COALESCE(PEND_BY, ' ')
              INTO :WS-CUST-ID, :WS-FLOAT-REK, :WS-LOCATION,
                   :WS-BRANCH-ID, :WS-TRX-LIMIT, :WS-DAILY-LIMIT,
                   :WS-AGENT-STATUS, :WS-PROPOSED-BY, :WS-PEND-TRX,
                   :WS-PEND-DAILY, :WS-PEND-BY
              FROM AGENT_MASTER
              WHERE AGENT_ID = :WS-AGENT-ID
           END-EXEC.
