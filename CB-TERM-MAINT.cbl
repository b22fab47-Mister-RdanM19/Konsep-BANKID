
       01 WS-ACTION       PIC X(1).
      *> R=Register a terminal, S=Set status, I=Inquire, L=List a
      *> branch's terminals, F=ATM operations flag worklist.
       01 WS-SIGNON-OK  PIC X(1).
       01 WS-OPERATOR     PIC X(10).
       01 WS-TERMINAL-ID  PIC X(8).
       01 WS-BRANCH-ID    PIC X(4).
       01 WS-LOCATION     PIC X(40).
       01 WS-MACHINE-TYPE PIC X(3).
      *> ATM, CDM, or POS (a merchant's card terminal). AGN rows -
      *> a branchless agent's device - are written by CB-AGENT-MAINT
      *> when the agent is approved, not registered here.
       01 WS-MERCHANT-ID  PIC X(16).
      *> The MERCHANT_MASTER merchant a POS terminal sells for;
      *> blank on ATM/CDM.
       01 WS-MERCH-STATUS PIC X(1).
       01 WS-ROUTE-CODE   PIC X(4).
      *> The CIT carrier route that replenishes this machine.
       01 WS-TERM-STATUS  PIC X(1).
      *> A=Active, M=Maintenance/out of service, X=Decommissioned.
       01 WS-DUP-CNT      PIC 9(5).
       01 WS-LIST-CNT     PIC 9(5) VALUE 0.
       01 WS-OLD-STATUS   PIC X(1).
       01 WS-EVENT-ID     PIC X(20).

       01 WS-FLAG-DATE    PIC X(10).
       01 WS-FLAG-TYPE    PIC X(1).
      *> D = downtime over limit, R = decline rate over limit.
       01 WS-FLAG-PCT     PIC S9(3)V99 COMP-3.
       01 WS-FLAG-LIMIT   PIC S9(3)V99 COMP-3.
       01 WS-FLAG-NOTE    PIC X(60).
       01 WS-PCT-EDIT     PIC ZZ9.99.
       01 WS-PCT-EDIT2    PIC ZZ9.99.

      *> TERMINAL_MASTER retires free-text TERMINAL_ID: every
      *> machine the switch will answer for is registered here with
           END-IF

           DISPLAY "ACTION (R=REGISTER, S=SET STATUS, I=INQUIRE, "
                   "L=LIST BRANCH, F=FLAGS): " WITH NO ADVANCING
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
                PERFORM INQUIRE-TERMINAL
             WHEN 'L'
                PERFORM LIST-BRANCH-TERMINALS
             WHEN 'F'
                PERFORM WORK-TERMINAL-FLAGS
                        THRU WORK-TERMINAL-FLAGS-EXIT
             WHEN OTHER
                DISPLAY "INVALID ACTION"
           END-EVALUATE
           DISPLAY "CIT ROUTE    : " WITH NO ADVANCING
           ACCEPT WS-ROUTE-CODE

      *> A POS terminal belongs to exactly one merchant: the switch
      *> books every card sale on it to that merchant's settlement,
      *> so the merchant must already be live in MERCHANT_MASTER.
           MOVE SPACES TO WS-MERCHANT-ID
           IF WS-MACHINE-TYPE = 'POS'
              DISPLAY "MERCHANT ID  : " WITH NO ADVANCING
              ACCEPT WS-MERCHANT-ID
              EXEC SQL
                 SELECT STATUS
                 INTO :WS-MERCH-STATUS
                 FROM MERCHANT_MASTER
                 WHERE MERCHANT_ID = :WS-MERCHANT-ID
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-MERCH-STATUS NOT = 'A'
                 DISPLAY "REGISTER REJECTED: MERCHANT NOT ACTIVE"
                 GO TO REGISTER-TERMINAL-EXIT
              END-IF
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DUP-CNT
           EXEC SQL
              INSERT INTO TERMINAL_MASTER
              (TERMINAL_ID, BRANCH_ID, LOCATION, MACHINE_TYPE,
               ROUTE_CODE, MERCHANT_ID, STATUS, CREATED_BY,
               CREATED_TS)
              VALUES
              (:WS-TERMINAL-ID, :WS-BRANCH-ID, :WS-LOCATION,
               :WS-MACHINE-TYPE, :WS-ROUTE-CODE, :WS-MERCHANT-ID,
               'A', :WS-OPERATOR, CURRENT TIMESTAMP)
           END-EXEC

           EXEC SQL COMMIT END-EXEC
              AND WS-TERM-STATUS NOT = 'X'
              DISPLAY "SET REJECTED: STATUS MUST BE A, M OR X"
           ELSE
              EXEC SQL
                 SELECT STATUS
                 INTO :WS-OLD-STATUS
                 FROM TERMINAL_MASTER
                 WHERE TERMINAL_ID = :WS-TERMINAL-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SPACES TO WS-OLD-STATUS
              END-IF

              EXEC SQL
                 UPDATE TERMINAL_MASTER
                 SET STATUS = :WS-TERM-STATUS,
              END-EXEC

              IF SQLCODE = 0 AND SQLERRD(3) > 0
                 PERFORM LOG-MAINTENANCE-EVENT
                 IF SQLCODE = 0 OR SQLCODE = 100
                    EXEC SQL COMMIT END-EXEC
                    DISPLAY "STATUS SET TO " WS-TERM-STATUS
                 ELSE
                    EXEC SQL ROLLBACK END-EXEC
                    DISPLAY "SET FAILED: EVENT LOG SQLCODE " SQLCODE
                 END-IF
              ELSE
                 EXEC SQL ROLLBACK END-EXEC
                 DISPLAY "SET FAILED: TERMINAL NOT ON FILE"
              END-IF
           END-IF.

      *> Taking a machine out of service is downtime the machine
      *> itself never reports: it opens an OM (operator
      *> maintenance) condition on TERMINAL_EVENT beside the device
      *> conditions CB-TERM-EVENT loads, and putting it back closes
      *> it, so CB-TERM-AVAIL counts the outage. A terminal put in
      *> maintenance before the log existed has no open row to
      *> close (SQLCODE 100), which is not a failure.
       LOG-MAINTENANCE-EVENT.
           IF WS-TERM-STATUS = 'M' AND WS-OLD-STATUS NOT = 'M'
              CALL 'CB-REF-NUMBER' USING 'TE' WS-EVENT-ID
              EXEC SQL
                 INSERT INTO TERMINAL_EVENT
                 (EVENT_ID, TERMINAL_ID, EVENT_CODE, SOURCE, OPEN_TS,
                  OPEN_DETAIL, LOADED_TS)
                 VALUES
                 (:WS-EVENT-ID, :WS-TERMINAL-ID, 'OM', 'O',
                  CURRENT TIMESTAMP, :WS-OPERATOR, CURRENT TIMESTAMP)
              END-EXEC
           END-IF

           IF WS-TERM-STATUS NOT = 'M' AND WS-OLD-STATUS = 'M'
              EXEC SQL
                 UPDATE TERMINAL_EVENT
                 SET CLOSE_TS = CURRENT TIMESTAMP,
                     CLOSE_DETAIL = :WS-OPERATOR
                 WHERE TERMINAL_ID = :WS-TERMINAL-ID
                   AND EVENT_CODE = 'OM'
                   AND CLOSE_TS IS NULL
              END-EXEC
           END-IF.

       INQUIRE-TERMINAL.
           DISPLAY "TERMINAL ID  : " WITH NO ADVANCING
           ACCEPT WS-TERMINAL-ID

           EXEC SQL
              SELECT BRANCH_ID, LOCATION, MACHINE_TYPE,
                     COALESCE(ROUTE_CODE, ' '), STATUS,
                     COALESCE(MERCHANT_ID, ' ')
              INTO :WS-BRANCH-ID, :WS-LOCATION, :WS-MACHINE-TYPE,
                   :WS-ROUTE-CODE, :WS-TERM-STATUS, :WS-MERCHANT-ID
              FROM TERMINAL_MASTER
              WHERE TERMINAL_ID = :WS-TERMINAL-ID
           END-EXEC
                      "  ROUTE " WS-ROUTE-CODE
                      "  STATUS " WS-TERM-STATUS
              DISPLAY "LOKASI " WS-LOCATION
              IF WS-MACHINE-TYPE = 'POS'
                 DISPLAY "MERCHANT " WS-MERCHANT-ID
              END-IF
           ELSE
              DISPLAY "TERMINAL NOT ON FILE"
           END-IF.

           EXEC SQL CLOSE TRM-CUR END-EXEC
           DISPLAY "TERMINALS: " WS-LIST-CNT.

      *> The ATM operations team's morning worklist: every open
      *> TERM_FLAG CB-TERM-AVAIL has raised (downtime or decline
      *> rate over its limit), oldest first, then one may be closed
      *> with a note saying what was done.
       WORK-TERMINAL-FLAGS.
           MOVE 0 TO WS-LIST-CNT

           EXEC SQL
              DECLARE FLG-CUR CURSOR FOR
              SELECT CHAR(F.BUS_DATE), F.TERMINAL_ID, F.FLAG_TYPE,
                     F.BRANCH_ID, F.METRIC_PCT, F.LIMIT_PCT,
                     COALESCE(T.LOCATION, ' ')
              FROM TERM_FLAG F
                   LEFT OUTER JOIN TERMINAL_MASTER T
                   ON T.TERMINAL_ID = F.TERMINAL_ID
              WHERE F.STATUS = 'O'
              ORDER BY F.BUS_DATE, F.BRANCH_ID, F.TERMINAL_ID
           END-EXEC

           EXEC SQL OPEN FLG-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH FLG-CUR
                 INTO :WS-FLAG-DATE, :WS-TERMINAL-ID, :WS-FLAG-TYPE,
                      :WS-BRANCH-ID, :WS-FLAG-PCT, :WS-FLAG-LIMIT,
                      :WS-LOCATION
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-LIST-CNT
                 MOVE WS-FLAG-PCT TO WS-PCT-EDIT
                 MOVE WS-FLAG-LIMIT TO WS-PCT-EDIT2
                 IF WS-FLAG-TYPE = 'D'
                    DISPLAY "  " WS-FLAG-DATE " " WS-BRANCH-ID " "
                            WS-TERMINAL-ID " D DOWNTIME "
                            WS-PCT-EDIT "% (LIMIT " WS-PCT-EDIT2
                            "%)  " WS-LOCATION
                 ELSE
                    DISPLAY "  " WS-FLAG-DATE " " WS-BRANCH-ID " "
                            WS-TERMINAL-ID " R DECLINES "
                            WS-PCT-EDIT "% (LIMIT " WS-PCT-EDIT2
                            "%)  " WS-LOCATION
                 END-IF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE FLG-CUR END-EXEC
           DISPLAY "OPEN FLAGS: " WS-LIST-CNT

           IF WS-LIST-CNT = 0
              GO TO WORK-TERMINAL-FLAGS-EXIT
           END-IF

           DISPLAY "CLOSE FLAG - TERMINAL ID (BLANK=NONE): "
                   WITH NO ADVANCING
           ACCEPT WS-TERMINAL-ID
           IF WS-TERMINAL-ID = SPACES
              GO TO WORK-TERMINAL-FLAGS-EXIT
           END-IF
           DISPLAY "BUSINESS DATE (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-FLAG-DATE
           DISPLAY "FLAG (D=DOWNTIME, R=DECLINES): " WITH NO ADVANCING
           ACCEPT WS-FLAG-TYPE
           DISPLAY "ACTION TAKEN : " WITH NO ADVANCING
           ACCEPT WS-FLAG-NOTE

           IF WS-FLAG-NOTE = SPACES
              DISPLAY "CLOSE REJECTED: SAY WHAT WAS DONE"
              GO TO WORK-TERMINAL-FLAGS-EXIT
           END-IF

           EXEC SQL
              UPDATE TERM_FLAG
              SET STATUS = 'C',
                  CLOSED_BY = :WS-OPERATOR,
                  CLOSED_TS = CURRENT TIMESTAMP,
                  CLOSE_NOTE = :WS-FLAG-NOTE
              WHERE BUS_DATE = :WS-FLAG-DATE
                AND TERMINAL_ID = :WS-TERMINAL-ID
                AND FLAG_TYPE = :WS-FLAG-TYPE
                AND STATUS = 'O'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "FLAG CLOSED"
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "CLOSE FAILED: NO SUCH OPEN FLAG"
           END-IF.
       WORK-TERMINAL-FLAGS-EXIT.
           EXIT.
