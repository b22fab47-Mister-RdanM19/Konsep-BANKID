       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-COLLAT-MONITOR.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-DATE-INT     PIC 9(8).
       01 WS-WARN-INT     PIC 9(8).
       01 WS-WARN-DATE    PIC X(10).
       01 WS-STALE-DATE   PIC X(10).
       01 WS-APPR-MONTHS  PIC S9(3) COMP-3.
       01 WS-WARN-DAYS    PIC S9(5) COMP-3.
       01 WS-MONTH-NO     PIC S9(7) COMP-3.
       01 WS-YYYY         PIC 9(4).
       01 WS-MM           PIC 9(2).
       01 WS-DD           PIC 9(2).

       01 WS-COLL-ID      PIC X(20).
       01 WS-COLL-TYPE    PIC X(4).
       01 WS-CUST-ID      PIC X(20).
       01 WS-BRANCH-ID    PIC X(4).
       01 WS-APPR-VALUE   PIC S9(13)V99 COMP-3.
       01 WS-ITEM-DATE    PIC X(10).
       01 WS-DAYS         PIC S9(5) COMP-3.
       01 WS-ITEM-TYPE    PIC X(2).
       01 WS-WL-ID        PIC X(20).

       01 WS-STALE-CNT    PIC 9(7) VALUE 0.
       01 WS-INS-CNT      PIC 9(7) VALUE 0.
       01 WS-FAILED       PIC X(1) VALUE 'N'.

      *> The month-end watch over the collateral register. An item
      *> the bank still holds whose last appraisal is older than
      *> policy (SYS_PARAM COLL-APPRAISAL-MONTHS) goes on its
      *> branch's COLLECT_WORKLIST as a CA item, days since the
      *> appraisal in the days column; one whose insurance lapses
      *> within SYS_PARAM COLL-INS-WARN-DAYS - or has lapsed, or
      *> was never recorded - goes on as a CI item, days left (or
      *> past, negative) in the same column. The appraised value is
      *> carried as the amount so the branch works the big items
      *> first. A rerun for the same business date replaces the
      *> day's CA and CI rows; the delinquency items are left alone.
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

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-APPR-MONTHS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'COLL-APPRAISAL-MONTHS'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO WS-APPR-MONTHS
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-WARN-DAYS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'COLL-INS-WARN-DAYS'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 30 TO WS-WARN-DAYS
           END-IF

      *> Appraisals dated before the same day N months back are
      *> stale; a day past the 28th is pulled back so the cutoff is
      *> always a real date.
           MOVE WS-BUS-DATE(1:4) TO WS-YYYY
           MOVE WS-BUS-DATE(6:2) TO WS-MM
           MOVE WS-BUS-DATE(9:2) TO WS-DD
           COMPUTE WS-MONTH-NO =
              WS-YYYY * 12 + WS-MM - 1 - WS-APPR-MONTHS
           COMPUTE WS-YYYY = WS-MONTH-NO / 12
           COMPUTE WS-MM = WS-MONTH-NO - WS-YYYY * 12 + 1
           IF WS-DD > 28
              MOVE 28 TO WS-DD
           END-IF
           STRING WS-YYYY "-" WS-MM "-" WS-DD
             DELIMITED BY SIZE INTO WS-STALE-DATE

           STRING WS-BUS-DATE(1:4) WS-BUS-DATE(6:2) WS-BUS-DATE(9:2)
             DELIMITED BY SIZE INTO WS-DATE-INT
           COMPUTE WS-WARN-INT = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-DATE-INT) + WS-WARN-DAYS)
           STRING WS-WARN-INT(1:4) "-" WS-WARN-INT(5:2) "-"
                  WS-WARN-INT(7:2)
             DELIMITED BY SIZE INTO WS-WARN-DATE

           EXEC SQL
              DELETE FROM COLLECT_WORKLIST
              WHERE BUS_DATE = :WS-BUS-DATE
                AND ITEM_TYPE IN ('CA', 'CI')
           END-EXEC

           DISPLAY "==================================================="
           DISPLAY "COLLATERAL MONITOR - " WS-BUS-DATE
           DISPLAY "APPRAISED BEFORE " WS-STALE-DATE
                   "  /  INSURED NOT BEYOND " WS-WARN-DATE
           DISPLAY "==================================================="

           PERFORM FLAG-STALE-APPRAISALS
           PERFORM FLAG-INSURANCE-EXPIRY

           IF WS-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "WORKLIST NOT UPDATED - RUN ABORTED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           EXEC SQL COMMIT END-EXEC

           DISPLAY "---------------------------------------------------"
           DISPLAY "STALE APPRAISALS   : " WS-STALE-CNT
           DISPLAY "INSURANCE EXPIRING : " WS-INS-CNT
           DISPLAY "==================================================="
           GOBACK.

       FLAG-STALE-APPRAISALS.
           EXEC SQL
              DECLARE CMA-CUR CURSOR FOR
              SELECT COLL_ID, COLL_TYPE, CUST_ID, BRANCH_ID,
                     APPRAISED_VALUE, APPRAISAL_DATE,
                     DAYS(:WS-BUS-DATE) - DAYS(APPRAISAL_DATE)
              FROM COLLATERAL
              WHERE STATUS = 'A'
                AND APPRAISAL_DATE < :WS-STALE-DATE
              ORDER BY BRANCH_ID, APPRAISAL_DATE
           END-EXEC

           EXEC SQL OPEN CMA-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CMA-CUR
                 INTO :WS-COLL-ID, :WS-COLL-TYPE, :WS-CUST-ID,
                      :WS-BRANCH-ID, :WS-APPR-VALUE, :WS-ITEM-DATE,
                      :WS-DAYS
              END-EXEC

              IF SQLCODE = 0
                 MOVE 'CA' TO WS-ITEM-TYPE
                 PERFORM ADD-WORKLIST-ITEM
                 ADD 1 TO WS-STALE-CNT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CMA-CUR END-EXEC.

      *> No policy on file counts as lapsed: uninsured collateral is
      *> exactly what the branch needs to chase.
       FLAG-INSURANCE-EXPIRY.
           EXEC SQL
              DECLARE CMI-CUR CURSOR FOR
              SELECT COLL_ID, COLL_TYPE, CUST_ID, BRANCH_ID,
                     APPRAISED_VALUE,
                     COALESCE(INS_EXPIRY, :WS-BUS-DATE),
                     DAYS(COALESCE(INS_EXPIRY, :WS-BUS-DATE))
                        - DAYS(:WS-BUS-DATE)
              FROM COLLATERAL
              WHERE STATUS = 'A'
                AND (INS_EXPIRY IS NULL
                     OR INS_EXPIRY <= :WS-WARN-DATE)
              ORDER BY BRANCH_ID, 6
           END-EXEC

           EXEC SQL OPEN CMI-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CMI-CUR
                 INTO :WS-COLL-ID, :WS-COLL-TYPE, :WS-CUST-ID,
                      :WS-BRANCH-ID, :WS-APPR-VALUE, :WS-ITEM-DATE,
                      :WS-DAYS
              END-EXEC

              IF SQLCODE = 0
                 MOVE 'CI' TO WS-ITEM-TYPE
                 PERFORM ADD-WORKLIST-ITEM
                 ADD 1 TO WS-INS-CNT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CMI-CUR END-EXEC.

       ADD-WORKLIST-ITEM.
           CALL 'CB-REF-NUMBER' USING 'WL' WS-WL-ID

           EXEC SQL
              INSERT INTO COLLECT_WORKLIST
              (WL_ID, BUS_DATE, BRANCH_ID, ITEM_TYPE, REF_ID,
               NO_REK, CUST_ID, AMOUNT_DUE, DAYS_PAST_DUE,
               COLLECT_CLASS, STATUS, CREATED_TS)
              VALUES
              (:WS-WL-ID, :WS-BUS-DATE, :WS-BRANCH-ID,
               :WS-ITEM-TYPE, :WS-COLL-ID, ' ', :WS-CUST-ID,
               :WS-APPR-VALUE, :WS-DAYS, 0, 'O', CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "WORKLIST INSERT FAILED FOR " WS-COLL-ID
                      ", SQLCODE " SQLCODE
              MOVE 'Y' TO WS-FAILED
           ELSE
              DISPLAY WS-ITEM-TYPE " " WS-BRANCH-ID " " WS-COLL-ID
                      " " WS-COLL-TYPE " " WS-ITEM-DATE
                      " " WS-DAYS " " WS-APPR-VALUE
           END-IF.
