       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-TERM-AVAIL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-TS-START     PIC X(19).
       01 WS-DAY-SECS     PIC S9(7) COMP-3.
      *> The part of the day measured: all of it for a past date,
      *> up to now when the step runs before midnight.

       01 WS-DOWN-LIMIT   PIC S9(3)V99 COMP-3.
       01 WS-DECL-LIMIT   PIC S9(3)V99 COMP-3.
       01 WS-DECL-MIN     PIC S9(5) COMP-3.

       01 WS-CAUSE-TABLE.
          05 FILLER PIC X(23) VALUE 'CLNCASH LOW'.
          05 FILLER PIC X(23) VALUE 'DFYDISPENSER FAULT'.
          05 FILLER PIC X(23) VALUE 'CRYCARD READER FAULT'.
          05 FILLER PIC X(23) VALUE 'PPNPRINTER OUT OF PAPER'.
          05 FILLER PIC X(23) VALUE 'SMYSUPERVISOR MODE'.
          05 FILLER PIC X(23) VALUE 'CMYCOMMS LOST'.
          05 FILLER PIC X(23) VALUE 'OMYOPERATOR MAINTENANCE'.
       01 WS-CAUSE-LIST REDEFINES WS-CAUSE-TABLE.
          05 WS-CAUSE OCCURS 7 TIMES.
             10 WS-CAUSE-CODE   PIC X(2).
             10 WS-CAUSE-OUTAGE PIC X(1).
      *> Y = the machine serves nobody while this is open; N = it
      *> still serves, degraded (no receipts, low on notes).
             10 WS-CAUSE-NAME   PIC X(20).
       01 WS-CAUSE-TOTALS.
          05 WS-CAUSE-TOT OCCURS 7 TIMES.
             10 WS-CAUSE-CNT    PIC 9(5).
             10 WS-CAUSE-SECS   PIC S9(7) COMP-3.
       01 WS-CX           PIC 9(2).
       01 WS-FOUND-CX     PIC 9(2).

       01 WS-TERMINAL-ID  PIC X(8).
       01 WS-BRANCH-ID    PIC X(4).
       01 WS-MACHINE-TYPE PIC X(3).
       01 WS-TERM-STATUS  PIC X(1).
       01 WS-LOCATION     PIC X(40).

       01 WS-EVENT-CODE   PIC X(2).
       01 WS-EVT-START    PIC S9(9) COMP-3.
       01 WS-EVT-END      PIC S9(9) COMP-3.
       01 WS-STILL-OPEN   PIC X(1).
       01 WS-SEG-START    PIC S9(9) COMP-3.
       01 WS-SEG-END      PIC S9(9) COMP-3.
       01 WS-DOWN-SECS    PIC S9(7) COMP-3.
       01 WS-OPEN-NOW     PIC X(20).

       01 WS-RESP-CODE    PIC X(2).
       01 WS-RESP-CNT     PIC S9(7) COMP-3.
       01 WS-TRX-CNT      PIC S9(7) COMP-3.
       01 WS-DECL-CNT     PIC S9(7) COMP-3.

       01 WS-AVAIL-PCT    PIC S9(3)V99 COMP-3.
       01 WS-DOWN-PCT     PIC S9(3)V99 COMP-3.
       01 WS-DECL-PCT     PIC S9(3)V99 COMP-3.
       01 WS-FLAG-TYPE    PIC X(1).
      *> D = downtime over ATM-DOWN-PCT, R = decline rate over
      *> ATM-DECLINE-PCT.
       01 WS-FLAG-PCT     PIC S9(3)V99 COMP-3.
       01 WS-FLAG-LIMIT   PIC S9(3)V99 COMP-3.
       01 WS-FLAG-MARK    PIC X(12).
       01 WS-DUP-CNT      PIC 9(5).

       01 WS-BR-TERMS     PIC S9(5) COMP-3.
       01 WS-BR-MEASURED  PIC S9(11) COMP-3.
       01 WS-BR-DOWN      PIC S9(11) COMP-3.

       01 WS-PCT-EDIT     PIC ZZ9.99.
       01 WS-PCT-EDIT2    PIC ZZ9.99.
       01 WS-MIN-EDIT     PIC ZZZZZZ9.
       01 WS-CNT-EDIT     PIC ZZZZZZ9.

       01 WS-TRM-EOF      PIC X(1) VALUE 'N'.
       01 WS-BR-EOF       PIC X(1) VALUE 'N'.
       01 WS-TERM-CNT     PIC 9(5) VALUE 0.
       01 WS-FLAG-CNT     PIC 9(5) VALUE 0.
       01 WS-ERR-CNT      PIC 9(5) VALUE 0.

      *> The daily ATM/CDM availability and decline report. For
      *> every live ATM and CDM the business date's device
      *> conditions (TERMINAL_EVENT, loaded by CB-TERM-EVENT and by
      *> CB-TERM-MAINT's maintenance status) are clipped to the day
      *> and totalled by cause; availability is the share of the
      *> day not covered by an outage condition, overlapping
      *> conditions counted once - a card reader fault during a
      *> comms loss is not double downtime - while cash low and
      *> paper out are shown as causes but leave the machine
      *> serving. Beside it, the day's AUDIT_LOG response codes for
      *> the terminal (51, 55, 59, 90, 91 ...) show why customers
      *> were turned away. The figures are kept in TERM_AVAIL_DAY /
      *> TERM_AVAIL_CAUSE, rolled up per branch, and a terminal
      *> over ATM-DOWN-PCT downtime or ATM-DECLINE-PCT declines (on
      *> at least ATM-DECLINE-MIN transactions) is put on TERM_FLAG
      *> for the ATM operations team's morning worklist
      *> (CB-TERM-MAINT action F). A new flag ends the step RC 4.
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
           STRING WS-BUS-DATE " 00:00:00" DELIMITED BY SIZE
             INTO WS-TS-START

           EXEC SQL
              SELECT (DAYS(CURRENT TIMESTAMP) - DAYS(:WS-BUS-DATE))
                     * 86400 + MIDNIGHT_SECONDS(CURRENT TIMESTAMP)
              INTO :WS-DAY-SECS
              FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-DAY-SECS <= 0
              DISPLAY "BUSINESS DATE " WS-BUS-DATE
                      " HAS NOT STARTED - NOTHING TO MEASURE"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-DAY-SECS > 86400
              MOVE 86400 TO WS-DAY-SECS
           END-IF

           PERFORM LOAD-THRESHOLDS

      *> A rerun replaces the day's figures; flags already raised
      *> (and perhaps already worked by ops) are left alone.
           EXEC SQL
              DELETE FROM TERM_AVAIL_CAUSE
              WHERE BUS_DATE = :WS-BUS-DATE
           END-EXEC
           EXEC SQL
              DELETE FROM TERM_AVAIL_DAY
              WHERE BUS_DATE = :WS-BUS-DATE
           END-EXEC

           DISPLAY "==================================================="
           DISPLAY "ATM/CDM AVAILABILITY AND DECLINES - " WS-BUS-DATE
           DISPLAY "==================================================="

           EXEC SQL
              DECLARE TRM-CUR CURSOR FOR
              SELECT TERMINAL_ID, BRANCH_ID, MACHINE_TYPE, STATUS,
                     LOCATION
              FROM TERMINAL_MASTER
              WHERE MACHINE_TYPE IN ('ATM', 'CDM')
                AND STATUS <> 'X'
              ORDER BY BRANCH_ID, TERMINAL_ID
           END-EXEC

           EXEC SQL OPEN TRM-CUR END-EXEC

           PERFORM UNTIL WS-TRM-EOF = 'Y'
              EXEC SQL
                 FETCH TRM-CUR
                 INTO :WS-TERMINAL-ID, :WS-BRANCH-ID,
                      :WS-MACHINE-TYPE, :WS-TERM-STATUS,
                      :WS-LOCATION
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                   ADD 1 TO WS-TERM-CNT
                   PERFORM MEASURE-ONE-TERMINAL
                           THRU MEASURE-ONE-TERMINAL-EXIT
                WHEN 100
                   MOVE 'Y' TO WS-TRM-EOF
                WHEN OTHER
                   DISPLAY "TERMINAL CURSOR FAILED SQLCODE " SQLCODE
                   ADD 1 TO WS-ERR-CNT
                   MOVE 'Y' TO WS-TRM-EOF
              END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE TRM-CUR END-EXEC

           IF WS-ERR-CNT > 0
              EXEC SQL ROLLBACK END-EXEC
           ELSE
              EXEC SQL COMMIT END-EXEC
              PERFORM BRANCH-ROLLUP
           END-IF

           DISPLAY "==================================================="
           DISPLAY "TERMINALS MEASURED    : " WS-TERM-CNT
           DISPLAY "NEW FLAGS FOR ATM OPS : " WS-FLAG-CNT
           DISPLAY "FAILURES              : " WS-ERR-CNT
           DISPLAY "==================================================="

           IF WS-ERR-CNT > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-FLAG-CNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           GOBACK.

       LOAD-THRESHOLDS.
           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-DOWN-LIMIT
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'ATM-DOWN-PCT'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 5 TO WS-DOWN-LIMIT
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-DECL-LIMIT
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'ATM-DECLINE-PCT'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 10 TO WS-DECL-LIMIT
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-DECL-MIN
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'ATM-DECLINE-MIN'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 20 TO WS-DECL-MIN
           END-IF.

      *> Everything for one terminal; any SQL failure counts, and
      *> the whole day is rolled back at the end rather than leave
      *> half a report on file.
       MEASURE-ONE-TERMINAL.
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 7
              MOVE 0 TO WS-CAUSE-CNT(WS-CX) WS-CAUSE-SECS(WS-CX)
           END-PERFORM
           MOVE 0 TO WS-SEG-START WS-SEG-END WS-DOWN-SECS
           MOVE 0 TO WS-TRX-CNT WS-DECL-CNT
           MOVE SPACES TO WS-OPEN-NOW

           DISPLAY "---------------------------------------------------"
           DISPLAY WS-BRANCH-ID " " WS-TERMINAL-ID " "
                   WS-MACHINE-TYPE " " WS-TERM-STATUS "  "
                   WS-LOCATION

           PERFORM MEASURE-DOWNTIME THRU MEASURE-DOWNTIME-EXIT
           IF WS-ERR-CNT > 0
              GO TO MEASURE-ONE-TERMINAL-EXIT
           END-IF

           COMPUTE WS-DOWN-PCT ROUNDED =
              WS-DOWN-SECS * 100 / WS-DAY-SECS
           COMPUTE WS-AVAIL-PCT = 100 - WS-DOWN-PCT
           MOVE WS-AVAIL-PCT TO WS-PCT-EDIT
           COMPUTE WS-MIN-EDIT = WS-DOWN-SECS / 60
           DISPLAY "  AVAILABILITY " WS-PCT-EDIT "%  DOWN "
                   WS-MIN-EDIT " MIN" WS-OPEN-NOW

           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 7
              IF WS-CAUSE-CNT(WS-CX) > 0
                 COMPUTE WS-MIN-EDIT = WS-CAUSE-SECS(WS-CX) / 60
                 DISPLAY "    " WS-CAUSE-NAME(WS-CX) " "
                         WS-CAUSE-CNT(WS-CX) " X  "
                         WS-MIN-EDIT " MIN"
              END-IF
           END-PERFORM

           PERFORM COUNT-RESPONSES THRU COUNT-RESPONSES-EXIT
           IF WS-ERR-CNT > 0
              GO TO MEASURE-ONE-TERMINAL-EXIT
           END-IF

           MOVE 0 TO WS-DECL-PCT
           IF WS-TRX-CNT > 0
              COMPUTE WS-DECL-PCT ROUNDED =
                 WS-DECL-CNT * 100 / WS-TRX-CNT
           END-IF
           MOVE WS-TRX-CNT TO WS-CNT-EDIT
           MOVE WS-DECL-PCT TO WS-PCT-EDIT
           DISPLAY "  TRANSACTIONS " WS-CNT-EDIT
                   "  DECLINE RATE " WS-PCT-EDIT "%"

           EXEC SQL
              INSERT INTO TERM_AVAIL_DAY
              (BUS_DATE, TERMINAL_ID, BRANCH_ID, MEASURED_SECS,
               DOWN_SECS, AVAIL_PCT, TRX_CNT, DECLINE_CNT,
               DECLINE_PCT, CREATED_TS)
              VALUES
              (:WS-BUS-DATE, :WS-TERMINAL-ID, :WS-BRANCH-ID,
               :WS-DAY-SECS, :WS-DOWN-SECS, :WS-AVAIL-PCT,
               :WS-TRX-CNT, :WS-DECL-CNT, :WS-DECL-PCT,
               CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY "  SAVE FAILED SQLCODE " SQLCODE
              ADD 1 TO WS-ERR-CNT
              GO TO MEASURE-ONE-TERMINAL-EXIT
           END-IF

           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 7
              IF WS-CAUSE-CNT(WS-CX) > 0 AND SQLCODE = 0
                 PERFORM SAVE-ONE-CAUSE
              END-IF
           END-PERFORM
           IF SQLCODE NOT = 0
              DISPLAY "  SAVE FAILED SQLCODE " SQLCODE
              ADD 1 TO WS-ERR-CNT
              GO TO MEASURE-ONE-TERMINAL-EXIT
           END-IF

           IF WS-DOWN-PCT > WS-DOWN-LIMIT
              MOVE 'D' TO WS-FLAG-TYPE
              MOVE WS-DOWN-PCT TO WS-FLAG-PCT
              MOVE WS-DOWN-LIMIT TO WS-FLAG-LIMIT
              MOVE "** DOWNTIME" TO WS-FLAG-MARK
              PERFORM RAISE-FLAG THRU RAISE-FLAG-EXIT
           END-IF
           IF WS-TRX-CNT >= WS-DECL-MIN
              AND WS-DECL-PCT > WS-DECL-LIMIT
              MOVE 'R' TO WS-FLAG-TYPE
              MOVE WS-DECL-PCT TO WS-FLAG-PCT
              MOVE WS-DECL-LIMIT TO WS-FLAG-LIMIT
              MOVE "** DECLINES" TO WS-FLAG-MARK
              PERFORM RAISE-FLAG THRU RAISE-FLAG-EXIT
           END-IF.
       MEASURE-ONE-TERMINAL-EXIT.
           EXIT.

       SAVE-ONE-CAUSE.
           MOVE WS-CAUSE-CODE(WS-CX) TO WS-EVENT-CODE
           MOVE WS-CAUSE-CNT(WS-CX) TO WS-RESP-CNT
           MOVE WS-CAUSE-SECS(WS-CX) TO WS-EVT-END
           EXEC SQL
              INSERT INTO TERM_AVAIL_CAUSE
              (BUS_DATE, TERMINAL_ID, EVENT_CODE, EVENT_CNT,
               CAUSE_SECS)
              VALUES
              (:WS-BUS-DATE, :WS-TERMINAL-ID, :WS-EVENT-CODE,
               :WS-RESP-CNT, :WS-EVT-END)
           END-EXEC.

      *> Each condition overlapping the day, as seconds from the
      *> day's midnight, clipped to the measured span. Outage
      *> conditions come back in start order and are merged into
      *> runs, so WS-DOWN-SECS is the time covered by at least one.
       MEASURE-DOWNTIME.
           EXEC SQL
              DECLARE EVT-CUR CURSOR FOR
              SELECT EVENT_CODE,
                     (DAYS(OPEN_TS) - DAYS(:WS-BUS-DATE)) * 86400
                       + MIDNIGHT_SECONDS(OPEN_TS),
                     (DAYS(COALESCE(CLOSE_TS, CURRENT TIMESTAMP))
                       - DAYS(:WS-BUS-DATE)) * 86400
                       + MIDNIGHT_SECONDS(
                            COALESCE(CLOSE_TS, CURRENT TIMESTAMP)),
                     CASE WHEN CLOSE_TS IS NULL THEN 'Y'
                          ELSE 'N' END
              FROM TERMINAL_EVENT
              WHERE TERMINAL_ID = :WS-TERMINAL-ID
                AND OPEN_TS < TIMESTAMP(:WS-TS-START) + 1 DAY
                AND (CLOSE_TS IS NULL
                     OR CLOSE_TS > TIMESTAMP(:WS-TS-START))
              ORDER BY OPEN_TS
           END-EXEC

           EXEC SQL OPEN EVT-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH EVT-CUR
                 INTO :WS-EVENT-CODE, :WS-EVT-START, :WS-EVT-END,
                      :WS-STILL-OPEN
              END-EXEC
              IF SQLCODE = 0
                 PERFORM ADD-ONE-CONDITION
              END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
              DISPLAY "  EVENT READ FAILED SQLCODE " SQLCODE
              ADD 1 TO WS-ERR-CNT
           END-IF

           EXEC SQL CLOSE EVT-CUR END-EXEC

           ADD WS-SEG-END TO WS-DOWN-SECS
           SUBTRACT WS-SEG-START FROM WS-DOWN-SECS.
       MEASURE-DOWNTIME-EXIT.
           EXIT.

       ADD-ONE-CONDITION.
           IF WS-EVT-START < 0
              MOVE 0 TO WS-EVT-START
           END-IF
           IF WS-EVT-END > WS-DAY-SECS
              MOVE WS-DAY-SECS TO WS-EVT-END
           END-IF

           MOVE 0 TO WS-FOUND-CX
           PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 7
              IF WS-CAUSE-CODE(WS-CX) = WS-EVENT-CODE
                 MOVE WS-CX TO WS-FOUND-CX
              END-IF
           END-PERFORM

           IF WS-FOUND-CX > 0 AND WS-EVT-END > WS-EVT-START
              ADD 1 TO WS-CAUSE-CNT(WS-FOUND-CX)
              COMPUTE WS-CAUSE-SECS(WS-FOUND-CX) =
                 WS-CAUSE-SECS(WS-FOUND-CX)
                 + WS-EVT-END - WS-EVT-START
              IF WS-STILL-OPEN = 'Y'
                 AND WS-CAUSE-OUTAGE(WS-FOUND-CX) = 'Y'
                 MOVE "  ** STILL DOWN" TO WS-OPEN-NOW
              END-IF
              IF WS-CAUSE-OUTAGE(WS-FOUND-CX) = 'Y'
                 IF WS-EVT-START > WS-SEG-END
                    COMPUTE WS-DOWN-SECS = WS-DOWN-SECS
                       + WS-SEG-END - WS-SEG-START
                    MOVE WS-EVT-START TO WS-SEG-START
                    MOVE WS-EVT-END TO WS-SEG-END
                 ELSE
                    IF WS-EVT-END > WS-SEG-END
                       MOVE WS-EVT-END TO WS-SEG-END
                    END-IF
                 END-IF
              END-IF
           END-IF.

       COUNT-RESPONSES.
           EXEC SQL
              DECLARE RSP-CUR CURSOR FOR
              SELECT RESP_CODE, COUNT(*)
              FROM AUDIT_LOG
              WHERE TERMINAL_ID = :WS-TERMINAL-ID
                AND BUS_DATE = :WS-BUS-DATE
              GROUP BY RESP_CODE
              ORDER BY RESP_CODE
           END-EXEC

           EXEC SQL OPEN RSP-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH RSP-CUR
                 INTO :WS-RESP-CODE, :WS-RESP-CNT
              END-EXEC
              IF SQLCODE = 0
                 ADD WS-RESP-CNT TO WS-TRX-CNT
                 IF WS-RESP-CODE NOT = '00'
                    ADD WS-RESP-CNT TO WS-DECL-CNT
                 END-IF
                 MOVE WS-RESP-CNT TO WS-CNT-EDIT
                 DISPLAY "    RESPONSE " WS-RESP-CODE " : "
                         WS-CNT-EDIT
              END-IF
           END-PERFORM

           IF SQLCODE NOT = 100
              DISPLAY "  RESPONSE READ FAILED SQLCODE " SQLCODE
              ADD 1 TO WS-ERR-CNT
           END-IF

           EXEC SQL CLOSE RSP-CUR END-EXEC.
       COUNT-RESPONSES-EXIT.
           EXIT.

      *> One flag per terminal, date and kind: a rerun of the same
      *> night does not raise it twice.
       RAISE-FLAG.
           MOVE WS-FLAG-PCT TO WS-PCT-EDIT
           MOVE WS-FLAG-LIMIT TO WS-PCT-EDIT2
           DISPLAY "  " WS-FLAG-MARK " " WS-PCT-EDIT
                   "% OVER LIMIT " WS-PCT-EDIT2 "%"

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DUP-CNT
              FROM TERM_FLAG
              WHERE BUS_DATE = :WS-BUS-DATE
                AND TERMINAL_ID = :WS-TERMINAL-ID
                AND FLAG_TYPE = :WS-FLAG-TYPE
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERR-CNT
              GO TO RAISE-FLAG-EXIT
           END-IF
           IF WS-DUP-CNT > 0
              GO TO RAISE-FLAG-EXIT
           END-IF

           EXEC SQL
              INSERT INTO TERM_FLAG
              (BUS_DATE, TERMINAL_ID, FLAG_TYPE, BRANCH_ID,
               METRIC_PCT, LIMIT_PCT, STATUS, CREATED_TS)
              VALUES
              (:WS-BUS-DATE, :WS-TERMINAL-ID, :WS-FLAG-TYPE,
               :WS-BRANCH-ID, :WS-FLAG-PCT, :WS-FLAG-LIMIT, 'O',
               CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE = 0
              ADD 1 TO WS-FLAG-CNT
           ELSE
              DISPLAY "  FLAG FAILED SQLCODE " SQLCODE
              ADD 1 TO WS-ERR-CNT
           END-IF.
       RAISE-FLAG-EXIT.
           EXIT.

      *> The branch view from the saved day: availability over all
      *> of the branch's machine-time, downtime by cause, and the
      *> response-code spread across its terminals.
       BRANCH-ROLLUP.
           DISPLAY "==================================================="
           DISPLAY "BY BRANCH"

           EXEC SQL
              DECLARE BR-CUR CURSOR FOR
              SELECT BRANCH_ID, COUNT(*), SUM(MEASURED_SECS),
                     SUM(DOWN_SECS), SUM(TRX_CNT), SUM(DECLINE_CNT)
              FROM TERM_AVAIL_DAY
              WHERE BUS_DATE = :WS-BUS-DATE
              GROUP BY BRANCH_ID
              ORDER BY BRANCH_ID
           END-EXEC

           EXEC SQL OPEN BR-CUR END-EXEC

           PERFORM UNTIL WS-BR-EOF = 'Y'
              EXEC SQL
                 FETCH BR-CUR
                 INTO :WS-BRANCH-ID, :WS-BR-TERMS,
                      :WS-BR-MEASURED, :WS-BR-DOWN,
                      :WS-TRX-CNT, :WS-DECL-CNT
              END-EXEC
              EVALUATE SQLCODE
                WHEN 0
                   PERFORM REPORT-ONE-BRANCH
                WHEN 100
                   MOVE 'Y' TO WS-BR-EOF
                WHEN OTHER
                   DISPLAY "BRANCH CURSOR FAILED SQLCODE " SQLCODE
                   ADD 1 TO WS-ERR-CNT
                   MOVE 'Y' TO WS-BR-EOF
              END-EVALUATE
           END-PERFORM

           EXEC SQL CLOSE BR-CUR END-EXEC.

       REPORT-ONE-BRANCH.
           MOVE 100 TO WS-AVAIL-PCT
           IF WS-BR-MEASURED > 0
              COMPUTE WS-AVAIL-PCT ROUNDED =
                 100 - (WS-BR-DOWN * 100 / WS-BR-MEASURED)
           END-IF
           MOVE 0 TO WS-DECL-PCT
           IF WS-TRX-CNT > 0
              COMPUTE WS-DECL-PCT ROUNDED =
                 WS-DECL-CNT * 100 / WS-TRX-CNT
           END-IF
           MOVE WS-AVAIL-PCT TO WS-PCT-EDIT
           MOVE WS-DECL-PCT TO WS-PCT-EDIT2
           MOVE WS-BR-TERMS TO WS-CNT-EDIT
           DISPLAY "---------------------------------------------------"
           DISPLAY "CABANG " WS-BRANCH-ID "  TERMINALS " WS-CNT-EDIT
                   "  AVAILABILITY " WS-PCT-EDIT
                   "%  DECLINE RATE " WS-PCT-EDIT2 "%"

           EXEC SQL
              DECLARE BRC-CUR CURSOR FOR
              SELECT C.EVENT_CODE, SUM(C.EVENT_CNT),
                     SUM(C.CAUSE_SECS)
              FROM TERM_AVAIL_CAUSE C, TERM_AVAIL_DAY D
              WHERE D.BUS_DATE = :WS-BUS-DATE
                AND D.BRANCH_ID = :WS-BRANCH-ID
                AND C.BUS_DATE = D.BUS_DATE
                AND C.TERMINAL_ID = D.TERMINAL_ID
              GROUP BY C.EVENT_CODE
              ORDER BY C.EVENT_CODE
           END-EXEC

           EXEC SQL OPEN BRC-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH BRC-CUR
                 INTO :WS-EVENT-CODE, :WS-RESP-CNT, :WS-BR-DOWN
              END-EXEC
              IF SQLCODE = 0
                 MOVE 1 TO WS-FOUND-CX
                 PERFORM VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 7
                    IF WS-CAUSE-CODE(WS-CX) = WS-EVENT-CODE
                       MOVE WS-CX TO WS-FOUND-CX
                    END-IF
                 END-PERFORM
                 MOVE WS-RESP-CNT TO WS-CNT-EDIT
                 COMPUTE WS-MIN-EDIT = WS-BR-DOWN / 60
                 DISPLAY "    " WS-CAUSE-NAME(WS-FOUND-CX) " "
                         WS-CNT-EDIT " X  " WS-MIN-EDIT " MIN"
              END-IF
           END-PERFORM

           EXEC SQL CLOSE BRC-CUR END-EXEC

           EXEC SQL
              DECLARE BRR-CUR CURSOR FOR
              SELECT A.RESP_CODE, COUNT(*)
              FROM AUDIT_LOG A, TERMINAL_MASTER T
              WHERE A.BUS_DATE = :WS-BUS-DATE
                AND A.TERMINAL_ID = T.TERMINAL_ID
                AND T.BRANCH_ID = :WS-BRANCH-ID
                AND T.MACHINE_TYPE IN ('ATM', 'CDM')
                AND T.STATUS <> 'X'
              GROUP BY A.RESP_CODE
              ORDER BY A.RESP_CODE
           END-EXEC

           EXEC SQL OPEN BRR-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH BRR-CUR
                 INTO :WS-RESP-CODE, :WS-RESP-CNT
              END-EXEC
              IF SQLCODE = 0
                 MOVE WS-RESP-CNT TO WS-CNT-EDIT
                 DISPLAY "    RESPONSE " WS-RESP-CODE " : "
                         WS-CNT-EDIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE BRR-CUR END-EXEC.
