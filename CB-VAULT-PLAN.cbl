       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-VAULT-PLAN.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-DELIV-DATE   PIC X(10).
       01 WS-CENTRE-BR    PIC X(4).

       01 WS-BRANCH-ID    PIC X(4).
       01 WS-VAULT-VALUE  PIC S9(13)V99 COMP-3.
       01 WS-MAX-HOLDING  PIC S9(13)V99 COMP-3.
       01 WS-MIN-HOLDING  PIC S9(13)V99 COMP-3.
       01 WS-CIT-IN       PIC S9(13)V99 COMP-3.
       01 WS-PROJECTED    PIC S9(13)V99 COMP-3.
       01 WS-TARGET       PIC S9(13)V99 COMP-3.
       01 WS-GAP          PIC S9(13)V99 COMP-3.
       01 WS-NOTE-UNITS   PIC S9(9) COMP-3.
       01 WS-ORDER-VALUE  PIC S9(13)V99 COMP-3.
       01 WS-OPEN-CNT     PIC 9(5).

       01 WS-ORDER-ID     PIC X(20).
       01 WS-ORDER-TYPE   PIC X(1).
       01 WS-FROM-BRANCH  PIC X(4).
       01 WS-TO-BRANCH    PIC X(4).
       01 WS-SHIP-VALUE   PIC S9(13)V99 COMP-3.
       01 WS-DISP-TS      PIC X(19).

       01 WS-BRANCH-CNT   PIC 9(5) VALUE 0.
       01 WS-EXCESS-CNT   PIC 9(5) VALUE 0.
       01 WS-SHORT-CNT    PIC 9(5) VALUE 0.
       01 WS-EXPIRED-CNT  PIC 9(5) VALUE 0.
       01 WS-ROAD-CNT     PIC 9(5) VALUE 0.
       01 WS-ROAD-VALUE   PIC S9(15)V99 COMP-3 VALUE 0.

      *> The nightly cash-order worklist, run once the business date
      *> has rolled so the orders it proposes are for the day now
      *> starting. Each branch vault with holding limits is
      *> projected forward - what the vault holds plus what is
      *> already on the road towards it - and a branch above its
      *> insured maximum gets an excess-cash remittance ('E') to the
      *> cash centre, one below its minimum a shortage order ('S')
      *> from it, each sized to bring the vault back to the middle
      *> of its band in whole 100K notes. The orders are proposals
      *> ('P') the custodians release through CB-VAULT-MAINT; a
      *> proposal nobody dispatched on its day lapses ('X') and the
      *> branch is looked at afresh, while a branch with an order
      *> still open for the day is left alone. The report ends with
      *> every shipment still in transit from an earlier day - cash
      *> that left one vault and has not been counted into another.
       PROCEDURE DIVISION.
           DISPLAY "DELIVERY DATE (YYYY-MM-DD, BLANK=CONTROL): "
                   WITH NO ADVANCING
           ACCEPT WS-DELIV-DATE

           IF WS-DELIV-DATE = SPACES
              EXEC SQL
                 SELECT CURR_BUS_DATE
                 INTO :WS-DELIV-DATE
                 FROM BUSINESS_DATE
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY "NO BUSINESS_DATE CONTROL ROW - ABORT"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-CENTRE-BR
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'CASH-CENTRE-BR'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "RUN ABORTED: CASH-CENTRE-BR NOT IN SYS_PARAM"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           EXEC SQL
              UPDATE CASH_ORDER
              SET STATUS = 'X'
              WHERE STATUS = 'P'
                AND DELIV_DATE < :WS-DELIV-DATE
           END-EXEC
           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-EXPIRED-CNT
           END-IF
           EXEC SQL COMMIT END-EXEC

           DISPLAY "==================================================="
           DISPLAY "VAULT CASH ORDER WORKLIST - " WS-DELIV-DATE
           DISPLAY "==================================================="

           EXEC SQL
              DECLARE VLT-CUR CURSOR FOR
              SELECT BRANCH_ID, VAULT_VALUE, MAX_HOLDING,
                     COALESCE(MIN_HOLDING, 0)
              FROM BRANCH_VAULT
              WHERE BRANCH_ID <> :WS-CENTRE-BR
                AND COALESCE(MAX_HOLDING, 0) > 0
              ORDER BY BRANCH_ID
           END-EXEC

           EXEC SQL OPEN VLT-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH VLT-CUR
                 INTO :WS-BRANCH-ID, :WS-VAULT-VALUE,
                      :WS-MAX-HOLDING, :WS-MIN-HOLDING
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-BRANCH-CNT
                 PERFORM PLAN-ONE-BRANCH THRU PLAN-ONE-BRANCH-EXIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE VLT-CUR END-EXEC

           DISPLAY "---------------------------------------------------"
           DISPLAY "STILL IN TRANSIT FROM AN EARLIER DAY"

           EXEC SQL
              DECLARE CIT-CUR CURSOR FOR
              SELECT ORDER_ID, FROM_BRANCH, TO_BRANCH, SHIP_VALUE,
                     CHAR(DISPATCHED_TS)
              FROM CASH_ORDER
              WHERE STATUS = 'T'
                AND DATE(DISPATCHED_TS) < :WS-DELIV-DATE
              ORDER BY DISPATCHED_TS
           END-EXEC

           EXEC SQL OPEN CIT-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CIT-CUR
                 INTO :WS-ORDER-ID, :WS-FROM-BRANCH, :WS-TO-BRANCH,
                      :WS-SHIP-VALUE, :WS-DISP-TS
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-ROAD-CNT
                 ADD WS-SHIP-VALUE TO WS-ROAD-VALUE
                 DISPLAY "  " WS-ORDER-ID
                         "  " WS-FROM-BRANCH " -> " WS-TO-BRANCH
                         "  " WS-SHIP-VALUE
                         "  SENT " WS-DISP-TS
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CIT-CUR END-EXEC

           DISPLAY "---------------------------------------------------"
           DISPLAY "BRANCHES PLANNED   : " WS-BRANCH-CNT
           DISPLAY "EXCESS REMITTANCES : " WS-EXCESS-CNT
           DISPLAY "SHORTAGE ORDERS    : " WS-SHORT-CNT
           DISPLAY "LAPSED PROPOSALS   : " WS-EXPIRED-CNT
           DISPLAY "OVERDUE IN TRANSIT : " WS-ROAD-CNT
                   "  VALUE " WS-ROAD-VALUE
           DISPLAY "==================================================="
           STOP RUN.

       PLAN-ONE-BRANCH.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-OPEN-CNT
              FROM CASH_ORDER
              WHERE (FROM_BRANCH = :WS-BRANCH-ID
                     OR TO_BRANCH = :WS-BRANCH-ID)
                AND STATUS = 'P'
           END-EXEC

           IF WS-OPEN-CNT > 0
              DISPLAY "  " WS-BRANCH-ID "  ORDER ALREADY OPEN - SKIPPED"
              GO TO PLAN-ONE-BRANCH-EXIT
           END-IF

           EXEC SQL
              SELECT COALESCE(SUM(SHIP_VALUE), 0)
              INTO :WS-CIT-IN
              FROM CASH_ORDER
              WHERE TO_BRANCH = :WS-BRANCH-ID
                AND STATUS = 'T'
           END-EXEC

           COMPUTE WS-PROJECTED = WS-VAULT-VALUE + WS-CIT-IN
           COMPUTE WS-TARGET = (WS-MAX-HOLDING + WS-MIN-HOLDING) / 2

           IF WS-PROJECTED > WS-MAX-HOLDING
              MOVE 'E' TO WS-ORDER-TYPE
              MOVE WS-BRANCH-ID TO WS-FROM-BRANCH
              MOVE WS-CENTRE-BR TO WS-TO-BRANCH
              COMPUTE WS-GAP = WS-PROJECTED - WS-TARGET
           ELSE
              IF WS-PROJECTED < WS-MIN-HOLDING
                 MOVE 'S' TO WS-ORDER-TYPE
                 MOVE WS-CENTRE-BR TO WS-FROM-BRANCH
                 MOVE WS-BRANCH-ID TO WS-TO-BRANCH
                 COMPUTE WS-GAP = WS-TARGET - WS-PROJECTED
              ELSE
                 GO TO PLAN-ONE-BRANCH-EXIT
              END-IF
           END-IF

           COMPUTE WS-NOTE-UNITS = WS-GAP / 100000
           COMPUTE WS-ORDER-VALUE = WS-NOTE-UNITS * 100000
           IF WS-ORDER-VALUE NOT > 0
              GO TO PLAN-ONE-BRANCH-EXIT
           END-IF

           CALL 'CB-REF-NUMBER' USING 'VO' WS-ORDER-ID

           EXEC SQL
              INSERT INTO CASH_ORDER
              (ORDER_ID, ORDER_TYPE, FROM_BRANCH, TO_BRANCH,
               DELIV_DATE, ORDER_VALUE, STATUS, CREATED_TS)
              VALUES
              (:WS-ORDER-ID, :WS-ORDER-TYPE, :WS-FROM-BRANCH,
               :WS-TO-BRANCH, :WS-DELIV-DATE, :WS-ORDER-VALUE, 'P',
               CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "  " WS-BRANCH-ID "  ORDER NOT WRITTEN, SQLCODE "
                      SQLCODE
              GO TO PLAN-ONE-BRANCH-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC

           IF WS-ORDER-TYPE = 'E'
              ADD 1 TO WS-EXCESS-CNT
              DISPLAY "  " WS-BRANCH-ID
                      "  PROJECTED " WS-PROJECTED
                      "  MAX " WS-MAX-HOLDING
                      "  REMIT EXCESS " WS-ORDER-VALUE
                      "  " WS-ORDER-ID
           ELSE
              ADD 1 TO WS-SHORT-CNT
              DISPLAY "  " WS-BRANCH-ID
                      "  PROJECTED " WS-PROJECTED
                      "  MIN " WS-MIN-HOLDING
                      "  ORDER CASH " WS-ORDER-VALUE
                      "  " WS-ORDER-ID
           END-IF.
       PLAN-ONE-BRANCH-EXIT.
           EXIT.
