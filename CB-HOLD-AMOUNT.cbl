       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-TODAY        PIC X(10).
       01 WS-PLAN-LOCK    PIC S9(13)V99 COMP-3.

       LINKAGE SECTION.
       01 WS-NO-REK       PIC X(6).
              MOVE 0 TO WS-HOLD-TOTAL
           END-IF

      *> A running savings plan's account (CB-PLAN-MAINT) is
      *> earmarked whole until maturity: no channel draws on it, and
      *> the plan's own termination and maturity postings do not
      *> come through here.
           EXEC SQL
              SELECT COALESCE(SUM(R.SALDO + R.OD_LIMIT), 0)
              INTO :WS-PLAN-LOCK
              FROM SAVINGS_PLAN P, REKENING R
              WHERE P.PLAN_REK = :WS-NO-REK
                AND P.STATUS IN ('A', 'TR')
                AND R.NO_REK = P.PLAN_REK
           END-EXEC

           IF SQLCODE = 0 AND WS-PLAN-LOCK > WS-HOLD-TOTAL
              MOVE WS-PLAN-LOCK TO WS-HOLD-TOTAL
           END-IF

           GOBACK.
