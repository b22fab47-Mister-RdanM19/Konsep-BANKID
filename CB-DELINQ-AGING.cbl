       01 WS-DPD          PIC S9(5) COMP-3.
       01 WS-CLASS        PIC 9(1).
       01 WS-AMOUNT-DUE   PIC S9(13)V99 COMP-3.
       01 WS-RESTRUCTURED PIC X(1).
       01 WS-RST-CLASS    PIC 9(1).
       01 WS-RST-BASE     PIC 9(3).
       01 WS-ONTIME-CNT   PIC 9(5).

       01 WS-SALDO        PIC S9(13)V99 COMP-3.
       01 WS-OD-LIMIT     PIC S9(13)V99 COMP-3.
       01 WS-LN-PASTDUE   PIC 9(7) VALUE 0.
       01 WS-OD-PASTDUE   PIC 9(7) VALUE 0.
       01 WS-WL-CNT       PIC 9(7) VALUE 0.
       01 WS-RST-HELD     PIC 9(7) VALUE 0.

      *> Nightly delinquency aging. Every active loan's oldest
      *> unpaid installment sets its days past due, which maps to
      *> forgets it the night the account recovers). Everything past
      *> due lands on the day's COLLECT_WORKLIST by branch, the
      *> worklist CB-COLL-WORKBENCH works; the day's rows are
      *> rebuilt on a rerun rather than duplicated. A restructured
      *> loan is not a fresh loan: until three installments of its
      *> new schedule have been paid on their due dates it is
      *> reported no better than the class it had when it was
      *> restructured (RESTRUCT_CLASS), however current the new
      *> schedule looks.
       PROCEDURE DIVISION.
           DISPLAY "BUSINESS DATE (YYYY-MM-DD, BLANK=CONTROL): "
                   WITH NO ADVANCING
           EXEC SQL
              DELETE FROM COLLECT_WORKLIST
              WHERE BUS_DATE = :WS-BUS-DATE
                AND ITEM_TYPE IN ('LN', 'OD')
           END-EXEC
           EXEC SQL COMMIT END-EXEC

           DISPLAY "LOANS AGED        : " WS-LN-AGED
           DISPLAY "LOANS PAST DUE    : " WS-LN-PASTDUE
           DISPLAY "OD PAST DUE       : " WS-OD-PASTDUE
           DISPLAY "HELD AT RESTRUCT  : " WS-RST-HELD
           DISPLAY "WORKLIST ITEMS    : " WS-WL-CNT
           DISPLAY "==================================================="
           GOBACK.
              SELECT L.LOAN_ID, L.NO_REK, L.CUST_ID,
                     COALESCE(R.BRANCH_ID, ' '),
                     MIN(S.DUE_DATE),
                     SUM(S.TOTAL_AMT - COALESCE(S.PAID_AMT, 0)),
                     COALESCE(L.RESTRUCTURED, 'N'),
                     COALESCE(L.RESTRUCT_CLASS, 1),
                     COALESCE(L.RESTRUCT_BASE_INST, 0)
              FROM LOAN_MASTER L, LOAN_SCHEDULE S, REKENING R
              WHERE S.LOAN_ID = L.LOAN_ID
                AND R.NO_REK = L.NO_REK
                AND S.STATUS = 'O'
                AND S.DUE_DATE <= :WS-BUS-DATE
              GROUP BY L.LOAN_ID, L.NO_REK, L.CUST_ID,
                       COALESCE(R.BRANCH_ID, ' '),
                       COALESCE(L.RESTRUCTURED, 'N'),
                       COALESCE(L.RESTRUCT_CLASS, 1),
                       COALESCE(L.RESTRUCT_BASE_INST, 0)
           END-EXEC

           EXEC SQL OPEN LND-CUR END-EXEC
              EXEC SQL
                 FETCH LND-CUR
                 INTO :WS-LOAN-ID, :WS-NO-REK, :WS-CUST-ID,
                      :WS-BRANCH-ID, :WS-OLDEST-DUE, :WS-AMOUNT-DUE,
                      :WS-RESTRUCTURED, :WS-RST-CLASS, :WS-RST-BASE
              END-EXEC

              IF SQLCODE = 0

      *> Loans with nothing past due settle back to class 1 - a
      *> customer who caught up stops being reported delinquent the
      *> same night - except a restructured loan still proving its
      *> new schedule, which settles at its restructure class.
           EXEC SQL
              UPDATE LOAN_MASTER
              SET COLLECT_CLASS = 1, DAYS_PAST_DUE = 0
              WHERE STATUS = 'A'
                AND COALESCE(RESTRUCTURED, 'N') <> 'Y'
                AND LOAN_ID NOT IN
                    (SELECT LOAN_ID FROM LOAN_SCHEDULE
                     WHERE STATUS = 'O'
                       AND DUE_DATE <= :WS-BUS-DATE)
           END-EXEC

           EXEC SQL
              UPDATE LOAN_MASTER L
              SET DAYS_PAST_DUE = 0,
                  COLLECT_CLASS =
                     CASE WHEN (SELECT COUNT(*) FROM LOAN_SCHEDULE S
                                WHERE S.LOAN_ID = L.LOAN_ID
                                  AND S.INST_NO >
                                      COALESCE(L.RESTRUCT_BASE_INST, 0)
                                  AND S.STATUS = 'P'
                                  AND DATE(S.PAID_TS) <= S.DUE_DATE)
                               >= 3
                          THEN 1
                          ELSE COALESCE(L.RESTRUCT_CLASS, 1)
                     END
              WHERE L.STATUS = 'A'
                AND L.RESTRUCTURED = 'Y'
                AND L.LOAN_ID NOT IN
                    (SELECT LOAN_ID FROM LOAN_SCHEDULE
                     WHERE STATUS = 'O'
                       AND DUE_DATE <= :WS-BUS-DATE)
           END-EXEC
           EXEC SQL COMMIT END-EXEC.

       AGE-ONE-LOAN.
           END-IF

           PERFORM CLASSIFY-DPD
           IF WS-RESTRUCTURED = 'Y'
              PERFORM APPLY-RESTRUCT-FLOOR
           END-IF

           EXEC SQL
              UPDATE LOAN_MASTER
           END-IF
           EXEC SQL COMMIT END-EXEC.

      *> Three on-time installments of the new schedule lift the
      *> floor; until then the worse of the two classes stands.
       APPLY-RESTRUCT-FLOOR.
           MOVE 0 TO WS-ONTIME-CNT
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-ONTIME-CNT
              FROM LOAN_SCHEDULE
              WHERE LOAN_ID = :WS-LOAN-ID
                AND INST_NO > :WS-RST-BASE
                AND STATUS = 'P'
                AND DATE(PAID_TS) <= DUE_DATE
           END-EXEC

           IF WS-ONTIME-CNT < 3 AND WS-RST-CLASS > WS-CLASS
              MOVE WS-RST-CLASS TO WS-CLASS
              ADD 1 TO WS-RST-HELD
           END-IF.

       WRITE-WORKLIST-LOAN.
           CALL 'CB-REF-NUMBER' USING 'WL' WS-WL-ID
           EXEC SQL
