       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-PRIORITY-TIER.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-PERIOD       PIC X(7).
       01 WS-FROM-PERIOD  PIC X(7).
       01 WS-CTL-CNT      PIC 9(5).
       01 WS-SNAP-CNT     PIC 9(7).

       01 WS-TIER1-MIN    PIC S9(13)V99 COMP-3.
       01 WS-TIER2-MIN    PIC S9(13)V99 COMP-3.
       01 WS-AVG-MONTHS   PIC S9(3) COMP-3.
       01 WS-GRACE-MONTHS PIC S9(3) COMP-3.
       01 WS-AVG-DIV      PIC S9(3) COMP-3.
       01 WS-TIER1-TOTAL  PIC S9(15)V99 COMP-3.

      *> Periods as a running month number, for the averaging window
      *> and for counting the months a customer has spent in grace.
       01 WS-YYYY         PIC 9(4).
       01 WS-MM           PIC 9(2).
       01 WS-MONTH-NO     PIC S9(7) COMP-3.
       01 WS-BELOW-NO     PIC S9(7) COMP-3.
       01 WS-GRACE-USED   PIC S9(7) COMP-3.

       01 WS-CUST-ID      PIC X(20).
       01 WS-AUM-IDR      PIC S9(15)V99 COMP-3.
       01 WS-AUM-SUM      PIC S9(15)V99 COMP-3.
       01 WS-AVG-AUM      PIC S9(15)V99 COMP-3.
       01 WS-CUR-TIER     PIC X(1).
       01 WS-NEW-TIER     PIC X(1).
      *> ' ' = regular, '1' = priority, '2' = private.
       01 WS-QUAL-TIER    PIC X(1).
       01 WS-BELOW-PERIOD PIC X(7).
       01 WS-NEW-BELOW    PIC X(7).
       01 WS-RM-ID        PIC X(10).
       01 WS-NEW-RM       PIC X(10).
       01 WS-TIER-ACTION  PIC X(1).
      *> U = upgraded, D = downgraded, G = below threshold and in
      *> grace, space = tier unchanged.
       01 WS-TIER-EOF     PIC X(1).

       01 WS-EVAL-CNT     PIC 9(7) VALUE 0.
       01 WS-UP-CNT       PIC 9(7) VALUE 0.
       01 WS-DOWN-CNT     PIC 9(7) VALUE 0.
       01 WS-GRACE-CNT    PIC 9(7) VALUE 0.
       01 WS-PRIO-CNT     PIC 9(7) VALUE 0.
       01 WS-NO-RM-CNT    PIC 9(7) VALUE 0.
       01 WS-ERR-CNT      PIC 9(7) VALUE 0.

      *> Month-end priority banking segmentation. Every customer's
      *> assets under management are snapshotted into CUST_AUM_HIST
      *> for the period: savings and current balances (foreign
      *> currency accounts at the FX_RATE_TABLE rate) plus live term
      *> deposits, a joint account or deposit split equally between
      *> its primary holder and every active ACCOUNT_OWNER holder.
      *> The customer's average over the last PRIO-AVG-MONTHS runs
      *> (SYS_PARAM, default 3 - fewer while the history is still
      *> building) decides the tier: PRIO-TIER2-MIN and up is
      *> private ('2'), PRIO-TIER1-MIN and up is priority ('1').
      *> Upgrades take effect at once. A customer whose average
      *> falls short keeps the tier through PRIO-GRACE-MONTHS
      *> (default 3) further month-ends and is downgraded only if
      *> still short after them; coming back above ends the grace.
      *> A customer leaving priority altogether leaves their
      *> relationship manager's book. The tier is what CB-ADMIN-FEE,
      *> the IBANK channel limit and the off-us fee look at;
      *> CB-RM-PORTFOLIO reports the result per RM. One run per
      *> period - PRIO_TIER_CTL refuses a second - and a run that
      *> died midway resumes past the customers it already tiered.
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

           MOVE WS-BUS-DATE(1:7) TO WS-PERIOD

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-CTL-CNT
              FROM PRIO_TIER_CTL
              WHERE TIER_PERIOD = :WS-PERIOD
           END-EXEC

           IF WS-CTL-CNT > 0
              DISPLAY "RUN REFUSED: TIERS ALREADY ASSIGNED FOR "
                      WS-PERIOD
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM LOAD-TIER-PARAMS

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-SNAP-CNT
              FROM CUST_AUM_HIST
              WHERE PERIOD = :WS-PERIOD
           END-EXEC

           IF WS-SNAP-CNT > 0
              DISPLAY "RESUMING " WS-PERIOD " - SNAPSHOT ALREADY "
                      "TAKEN (" WS-SNAP-CNT " CUSTOMERS)"
           ELSE
              PERFORM SNAPSHOT-AUM THRU SNAPSHOT-AUM-EXIT
              IF RETURN-CODE NOT = 0
                 GOBACK
              END-IF
           END-IF

      *> The averaging window: this period and the PRIO-AVG-MONTHS
      *> minus one before it, divided by the runs actually on file
      *> in the window so the first months after go-live are not
      *> averaged against periods that were never snapshotted.
           MOVE WS-PERIOD(1:4) TO WS-YYYY
           MOVE WS-PERIOD(6:2) TO WS-MM
           COMPUTE WS-MONTH-NO = WS-YYYY * 12 + WS-MM - 1
           COMPUTE WS-BELOW-NO = WS-MONTH-NO - WS-AVG-MONTHS + 1
           DIVIDE WS-BELOW-NO BY 12 GIVING WS-YYYY
                  REMAINDER WS-MM
           ADD 1 TO WS-MM
           MOVE SPACES TO WS-FROM-PERIOD
           STRING WS-YYYY "-" WS-MM DELIMITED BY SIZE
             INTO WS-FROM-PERIOD

           EXEC SQL
              SELECT COUNT(DISTINCT PERIOD)
              INTO :WS-AVG-DIV
              FROM CUST_AUM_HIST
              WHERE PERIOD BETWEEN :WS-FROM-PERIOD AND :WS-PERIOD
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-AVG-DIV < 1
              MOVE 1 TO WS-AVG-DIV
           END-IF
           COMPUTE WS-TIER1-TOTAL = WS-TIER1-MIN * WS-AVG-DIV

      *> Only customers who hold a tier today or whose window total
      *> reaches the priority threshold can change anything; the
      *> rest of the book stays regular without a row-by-row pass.
      *> AVG_AUM is written as each customer is tiered, which is
      *> what a resumed run skips on.
           EXEC SQL
              DECLARE TIER-CUR CURSOR FOR
              SELECT H.CUST_ID, H.AUM_IDR,
                     (SELECT SUM(A.AUM_IDR)
                      FROM CUST_AUM_HIST A
                      WHERE A.CUST_ID = H.CUST_ID
                        AND A.PERIOD BETWEEN :WS-FROM-PERIOD
                                         AND :WS-PERIOD),
                     COALESCE(C.PRIORITY_TIER, ' '),
                     COALESCE(C.TIER_BELOW_PERIOD, ' '),
                     COALESCE(C.RM_ID, ' ')
              FROM CUST_AUM_HIST H, CUST_MASTER C
              WHERE H.PERIOD = :WS-PERIOD
                AND H.AVG_AUM IS NULL
                AND C.CUST_ID = H.CUST_ID
                AND (COALESCE(C.PRIORITY_TIER, ' ') <> ' '
                     OR (SELECT SUM(B.AUM_IDR)
                         FROM CUST_AUM_HIST B
                         WHERE B.CUST_ID = H.CUST_ID
                           AND B.PERIOD BETWEEN :WS-FROM-PERIOD
                                            AND :WS-PERIOD)
                        >= :WS-TIER1-TOTAL)
              ORDER BY H.CUST_ID
           END-EXEC

           EXEC SQL OPEN TIER-CUR END-EXEC

           MOVE 'N' TO WS-TIER-EOF
           PERFORM UNTIL WS-TIER-EOF = 'Y'
              EXEC SQL
                 FETCH TIER-CUR
                 INTO :WS-CUST-ID, :WS-AUM-IDR, :WS-AUM-SUM,
                      :WS-CUR-TIER, :WS-BELOW-PERIOD, :WS-RM-ID
              END-EXEC

              IF SQLCODE = 0
                 PERFORM ASSIGN-ONE-TIER THRU ASSIGN-ONE-TIER-EXIT
              ELSE
                 MOVE 'Y' TO WS-TIER-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE TIER-CUR END-EXEC

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-PRIO-CNT
              FROM CUST_MASTER
              WHERE COALESCE(PRIORITY_TIER, ' ') <> ' '
           END-EXEC

           EXEC SQL
              INSERT INTO PRIO_TIER_CTL
              (TIER_PERIOD, PRIORITY_CNT, UPGRADE_CNT, DOWNGRADE_CNT,
               GRACE_CNT, RUN_TS)
              VALUES
              (:WS-PERIOD, :WS-PRIO-CNT, :WS-UP-CNT, :WS-DOWN-CNT,
               :WS-GRACE-CNT, CURRENT TIMESTAMP)
           END-EXEC
           EXEC SQL COMMIT END-EXEC

           DISPLAY "==================================================="
           DISPLAY "PRIORITY TIER RUN - " WS-PERIOD
                   "  (AVERAGE OVER " WS-AVG-DIV " MONTH-END(S))"
           DISPLAY "EVALUATED       : " WS-EVAL-CNT
           DISPLAY "UPGRADED        : " WS-UP-CNT
           DISPLAY "DOWNGRADED      : " WS-DOWN-CNT
           DISPLAY "IN GRACE        : " WS-GRACE-CNT
           DISPLAY "PRIORITY BOOK   : " WS-PRIO-CNT
           DISPLAY "AWAITING AN RM  : " WS-NO-RM-CNT
           DISPLAY "ERRORS          : " WS-ERR-CNT
           DISPLAY "==================================================="

           IF WS-ERR-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *> Thresholds are rupiah; a missing row takes the house
      *> default.
       LOAD-TIER-PARAMS.
           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-TIER1-MIN
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'PRIO-TIER1-MIN'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 500000000 TO WS-TIER1-MIN
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-TIER2-MIN
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'PRIO-TIER2-MIN'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 5000000000 TO WS-TIER2-MIN
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-AVG-MONTHS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'PRIO-AVG-MONTHS'
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-AVG-MONTHS < 1
              MOVE 3 TO WS-AVG-MONTHS
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-GRACE-MONTHS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'PRIO-GRACE-MONTHS'
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-GRACE-MONTHS < 0
              MOVE 3 TO WS-GRACE-MONTHS
           END-IF.

      *> One set-based pass builds the period's snapshot. A holder's
      *> share of an account is its balance over the number of its
      *> holders - the primary on REKENING plus each active
      *> ACCOUNT_OWNER who is not that primary - and a term deposit
      *> belongs to the holders of the account it settles to.
      *> Customers holding a tier but nothing on the books any more
      *> get a zero row, so the pass below still reaches them.
       SNAPSHOT-AUM.
           EXEC SQL
              INSERT INTO CUST_AUM_HIST
              (PERIOD, CUST_ID, AUM_IDR, RUN_TS)
              SELECT :WS-PERIOD, S.CUST_ID, SUM(S.AUM_SHARE),
                     CURRENT TIMESTAMP
              FROM
                (SELECT H.CUST_ID,
                        R.SALDO
                        * CASE WHEN COALESCE(P.CURRENCY_CODE, 'IDR')
                                    = 'IDR'
                               THEN 1
                               ELSE COALESCE(F.RATE_TO_BASE, 0) END
                        / (1 + (SELECT COUNT(*)
                                FROM ACCOUNT_OWNER O
                                WHERE O.NO_REK = R.NO_REK
                                  AND O.STATUS = 'A'
                                  AND O.CUST_ID <> R.CUST_ID))
                        AS AUM_SHARE
                 FROM REKENING R
                      LEFT JOIN PRODUCT_MASTER P
                        ON P.PRODUCT_CODE = R.ACCT_TYPE
                      LEFT JOIN FX_RATE_TABLE F
                        ON F.CURRENCY_CODE = P.CURRENCY_CODE,
                      (SELECT NO_REK, CUST_ID
                       FROM REKENING
                       WHERE CUST_ID IS NOT NULL
                       UNION
                       SELECT NO_REK, CUST_ID
                       FROM ACCOUNT_OWNER
                       WHERE STATUS = 'A') H
                 WHERE H.NO_REK = R.NO_REK
                   AND COALESCE(R.ACCT_STATUS, 'A') <> 'C'
                   AND R.SALDO > 0
                 UNION ALL
                 SELECT H.CUST_ID,
                        T.PRINCIPAL
                        / (1 + (SELECT COUNT(*)
                                FROM ACCOUNT_OWNER O
                                WHERE O.NO_REK = R.NO_REK
                                  AND O.STATUS = 'A'
                                  AND O.CUST_ID <> R.CUST_ID))
                        AS AUM_SHARE
                 FROM TERM_DEPOSIT T, REKENING R,
                      (SELECT NO_REK, CUST_ID
                       FROM REKENING
                       WHERE CUST_ID IS NOT NULL
                       UNION
                       SELECT NO_REK, CUST_ID
                       FROM ACCOUNT_OWNER
                       WHERE STATUS = 'A') H
                 WHERE T.STATUS IN ('A', 'BR')
                   AND R.NO_REK = T.NO_REK
                   AND H.NO_REK = T.NO_REK) S
              GROUP BY S.CUST_ID
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "AUM SNAPSHOT FAILED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              GO TO SNAPSHOT-AUM-EXIT
           END-IF

           EXEC SQL
              INSERT INTO CUST_AUM_HIST
              (PERIOD, CUST_ID, AUM_IDR, RUN_TS)
              SELECT :WS-PERIOD, C.CUST_ID, 0, CURRENT TIMESTAMP
              FROM CUST_MASTER C
              WHERE COALESCE(C.PRIORITY_TIER, ' ') <> ' '
                AND NOT EXISTS
                    (SELECT 1 FROM CUST_AUM_HIST A
                     WHERE A.PERIOD = :WS-PERIOD
                       AND A.CUST_ID = C.CUST_ID)
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "AUM SNAPSHOT FAILED, SQLCODE " SQLCODE
              MOVE 8 TO RETURN-CODE
              GO TO SNAPSHOT-AUM-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-SNAP-CNT
              FROM CUST_AUM_HIST
              WHERE PERIOD = :WS-PERIOD
           END-EXEC
           DISPLAY "AUM SNAPSHOT " WS-PERIOD " : " WS-SNAP-CNT
                   " CUSTOMERS".
       SNAPSHOT-AUM-EXIT.
           EXIT.

       ASSIGN-ONE-TIER.
           ADD 1 TO WS-EVAL-CNT
           COMPUTE WS-AVG-AUM ROUNDED = WS-AUM-SUM / WS-AVG-DIV

           EVALUATE TRUE
             WHEN WS-AVG-AUM >= WS-TIER2-MIN
                MOVE '2' TO WS-QUAL-TIER
             WHEN WS-AVG-AUM >= WS-TIER1-MIN
                MOVE '1' TO WS-QUAL-TIER
             WHEN OTHER
                MOVE ' ' TO WS-QUAL-TIER
           END-EVALUATE

           MOVE WS-RM-ID TO WS-NEW-RM
           MOVE SPACES TO WS-NEW-BELOW
           MOVE SPACE TO WS-TIER-ACTION

           IF WS-QUAL-TIER >= WS-CUR-TIER
              MOVE WS-QUAL-TIER TO WS-NEW-TIER
              IF WS-QUAL-TIER > WS-CUR-TIER
                 MOVE 'U' TO WS-TIER-ACTION
              END-IF
           ELSE
      *> Short of the tier held: the first short month opens the
      *> grace, and the downgrade lands once PRIO-GRACE-MONTHS
      *> further month-ends have passed without recovery.
              IF WS-BELOW-PERIOD = SPACES
                 MOVE WS-PERIOD TO WS-NEW-BELOW
                 MOVE 0 TO WS-GRACE-USED
              ELSE
                 MOVE WS-BELOW-PERIOD TO WS-NEW-BELOW
                 MOVE WS-BELOW-PERIOD(1:4) TO WS-YYYY
                 MOVE WS-BELOW-PERIOD(6:2) TO WS-MM
                 COMPUTE WS-BELOW-NO = WS-YYYY * 12 + WS-MM - 1
                 COMPUTE WS-GRACE-USED = WS-MONTH-NO - WS-BELOW-NO
              END-IF

              IF WS-GRACE-USED >= WS-GRACE-MONTHS
                 MOVE WS-QUAL-TIER TO WS-NEW-TIER
                 MOVE SPACES TO WS-NEW-BELOW
                 MOVE 'D' TO WS-TIER-ACTION
                 IF WS-NEW-TIER = SPACE
                    MOVE SPACES TO WS-NEW-RM
                 END-IF
              ELSE
                 MOVE WS-CUR-TIER TO WS-NEW-TIER
                 MOVE 'G' TO WS-TIER-ACTION
              END-IF
           END-IF

           EXEC SQL
              UPDATE CUST_MASTER
              SET PRIORITY_TIER = NULLIF(:WS-NEW-TIER, ' '),
                  TIER_BELOW_PERIOD = NULLIF(:WS-NEW-BELOW, ' '),
                  TIER_SINCE =
                     CASE WHEN :WS-TIER-ACTION IN ('U', 'D')
                          THEN DATE(:WS-BUS-DATE)
                          ELSE TIER_SINCE END,
                  RM_ID = NULLIF(:WS-NEW-RM, ' '),
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-ERR-CNT
              DISPLAY "TIER UPDATE FAILED " WS-CUST-ID
                      " SQLCODE " SQLCODE
              GO TO ASSIGN-ONE-TIER-EXIT
           END-IF

           EXEC SQL
              UPDATE CUST_AUM_HIST
              SET AVG_AUM = :WS-AVG-AUM,
                  PREV_TIER = :WS-CUR-TIER,
                  TIER = :WS-NEW-TIER,
                  TIER_ACTION = :WS-TIER-ACTION
              WHERE PERIOD = :WS-PERIOD
                AND CUST_ID = :WS-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-ERR-CNT
              DISPLAY "TIER HISTORY FAILED " WS-CUST-ID
                      " SQLCODE " SQLCODE
              GO TO ASSIGN-ONE-TIER-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC

           EVALUATE WS-TIER-ACTION
             WHEN 'U'
                ADD 1 TO WS-UP-CNT
             WHEN 'D'
                ADD 1 TO WS-DOWN-CNT
             WHEN 'G'
                ADD 1 TO WS-GRACE-CNT
           END-EVALUATE

           IF WS-NEW-TIER NOT = SPACE AND WS-NEW-RM = SPACES
              ADD 1 TO WS-NO-RM-CNT
              DISPLAY "NO RM ASSIGNED : " WS-CUST-ID
                      " TIER " WS-NEW-TIER " AVG AUM " WS-AVG-AUM
           END-IF.
       ASSIGN-ONE-TIER-EXIT.
           EXIT.
