
       01 WS-BUS-DATE     PIC X(10).
       01 WS-PERIOD       PIC X(7).
       01 WS-FROM-DATE    PIC X(10).
       01 WS-CTL-CNT      PIC 9(5).

       01 WS-NO-REK       PIC X(6).
       01 WS-MOVE-CNT     PIC 9(7).
       01 WS-PRIOR-FE-CNT PIC 9(7).
       01 WS-AFTER-BAL    PIC S9(13)V99 COMP-3.
       01 WS-PRIO-HOLDERS PIC 9(3).

       01 WS-FEE-RESP     PIC X(2) VALUE '00'.
       01 WS-TERMINAL-ID  PIC X(8) VALUE 'BACKOFFC'.
       01 WS-CHARGED-CNT  PIC 9(7) VALUE 0.
       01 WS-CHARGED-AMT  PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-WAIVED-CNT   PIC 9(7) VALUE 0.
       01 WS-PRIO-WAIVED  PIC 9(7) VALUE 0.
       01 WS-SKIPPED-CNT  PIC 9(7) VALUE 0.

      *> The biaya admin stops being a hand posting: on the month's
      *> period - ADMINFEE_CTL refuses a second - and every charge
      *> is an ordinary 'FE' AUDIT_LOG entry, so the fee income
      *> reconciles through CB-GL-JOURNAL like any other posting.
      *> An account any of whose holders is on a priority tier
      *> (CB-PRIORITY-TIER) is waived whatever its balance.
       PROCEDURE DIVISION.
           DISPLAY "BUSINESS DATE (YYYY-MM-DD, BLANK=CONTROL): "
                   WITH NO ADVANCING
              GOBACK
           END-IF

      *> The month is the postings' business dates, first of the
      *> month up to tonight's, whatever their clock time.
           STRING WS-PERIOD "-01" DELIMITED BY SIZE
             INTO WS-FROM-DATE

           EXEC SQL
              DECLARE FEE-CUR CURSOR FOR
           DISPLAY "CHARGED : " WS-CHARGED-CNT
                   "  TOTAL " WS-CHARGED-AMT
           DISPLAY "WAIVED  : " WS-WAIVED-CNT
                   "  (PRIORITY " WS-PRIO-WAIVED ")"
           DISPLAY "SKIPPED : " WS-SKIPPED-CNT
           DISPLAY "==================================================="
           GOBACK.
                AND TRX_CODE = 'FE'
                AND CHANNEL = 'BATCH'
                AND RESP_CODE = '00'
                AND BUS_DATE BETWEEN :WS-FROM-DATE AND :WS-BUS-DATE
           END-EXEC

           IF WS-PRIOR-FE-CNT > 0
              GO TO CHARGE-ONE-ACCOUNT-EXIT
           END-IF

           MOVE 0 TO WS-PRIO-HOLDERS
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-PRIO-HOLDERS
              FROM CUST_MASTER C
              WHERE COALESCE(C.PRIORITY_TIER, ' ') <> ' '
                AND (C.CUST_ID =
                       (SELECT R.CUST_ID FROM REKENING R
                        WHERE R.NO_REK = :WS-NO-REK)
                     OR C.CUST_ID IN
                       (SELECT O.CUST_ID FROM ACCOUNT_OWNER O
                        WHERE O.NO_REK = :WS-NO-REK
                          AND O.STATUS = 'A'))
           END-EXEC

           IF SQLCODE = 0 AND WS-PRIO-HOLDERS > 0
              ADD 1 TO WS-WAIVED-CNT
              ADD 1 TO WS-PRIO-WAIVED
              GO TO CHARGE-ONE-ACCOUNT-EXIT
           END-IF

           MOVE 0 TO WS-MOVE-CNT
           EXEC SQL
              SELECT COUNT(*),
              WHERE NO_REK = :WS-NO-REK
                AND RESP_CODE = '00'
                AND AFTER_BAL <> BEFORE_BAL
                AND BUS_DATE BETWEEN :WS-FROM-DATE AND :WS-BUS-DATE
           END-EXEC

           IF WS-MOVE-CNT = 0
                 WHERE NO_REK = :WS-NO-REK
                   AND RESP_CODE = '00'
                   AND AFTER_BAL <> BEFORE_BAL
                   AND BUS_DATE BETWEEN :WS-FROM-DATE AND :WS-BUS-DATE
                 ORDER BY WAKTU
                 FETCH FIRST 1 ROW ONLY
              END-EXEC
