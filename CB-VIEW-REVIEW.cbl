       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-VIEW-REVIEW.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-REVIEW-MONTH PIC X(7).
       01 WS-MONTH-START  PIC X(10).
       01 WS-OOB-MIN      PIC S9(5) COMP-3.
       01 WS-OOB-PCT      PIC S9(3) COMP-3.
       01 WS-VOL-FACTOR   PIC S9(3) COMP-3.
       01 WS-VOL-MIN      PIC S9(5) COMP-3.
       01 WS-CHG-DAYS     PIC S9(3) COMP-3.

       01 WS-USER-ID      PIC X(10).
       01 WS-ROLE         PIC X(2).
       01 WS-USER-BRANCH  PIC X(4).
       01 WS-VIEW-CNT     PIC 9(7).
       01 WS-OOB-CNT      PIC 9(7).
       01 WS-HIST-CNT     PIC 9(7).
       01 WS-HIST-AVG     PIC 9(7).
       01 WS-OOB-SHARE    PIC 9(3).
       01 WS-SENS-CNT     PIC 9(7).
       01 WS-CHG-CNT      PIC 9(7).
       01 WS-USER-FLAG    PIC X(1).
       01 WS-OPR-EOF      PIC X(1).

       01 WS-CUST-ID      PIC X(20).
       01 WS-CUST-NAME    PIC X(40).
       01 WS-STAFF-FLAG   PIC X(1).
       01 WS-VIP-FLAG     PIC X(1).
       01 WS-CUST-VIEWS   PIC 9(7).
       01 WS-VIEW-TS      PIC X(26).
       01 WS-CHG-KIND     PIC X(7).
       01 WS-CHG-REF      PIC X(20).
       01 WS-CHG-TS       PIC X(26).
       01 WS-CHG-ACTOR    PIC X(12).

       01 WS-OPR-CNT      PIC 9(5) VALUE 0.
       01 WS-FLAG-CNT     PIC 9(5) VALUE 0.
       01 WS-TOT-VIEWS    PIC 9(9) VALUE 0.

      *> The monthly review of who looked at which customer, from
      *> VIEW_LOG (written through CB-VIEW-LOG by every inquiry
      *> screen). Per operator: the month's views and, flagged for
      *> follow-up,
      *>  - views of customers with no account at the operator's
      *>    own branch (USER_MASTER.BRANCH_ID; operators without a
      *>    branch are head office and not judged), once there are
      *>    VIEW-OOB-MIN of them (default 20) making up VIEW-OOB-PCT
      *>    of the month (default 50);
      *>  - a month over VIEW-VOL-FACTOR times (default 3) the
      *>    operator's own average of the three months before, once
      *>    the month reaches VIEW-VOL-MIN views (default 100);
      *>  - every customer viewed who is marked staff or VIP;
      *>  - every view followed within VIEW-CHG-DAYS (default 7) by
      *>    a replacement of the customer's registered contact or a
      *>    new online banking device bound - the first steps of an
      *>    account takeover an insider may have prepared.
      *> Thresholds are SYS_PARAM rows. The output is the sign-off
      *> sheet for the data protection officer.
       PROCEDURE DIVISION.
           DISPLAY "REVIEW MONTH (YYYY-MM): " WITH NO ADVANCING
           ACCEPT WS-REVIEW-MONTH
           MOVE SPACES TO WS-MONTH-START
           STRING WS-REVIEW-MONTH "-01" DELIMITED BY SIZE
             INTO WS-MONTH-START

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-OOB-MIN
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'VIEW-OOB-MIN'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 20 TO WS-OOB-MIN
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-OOB-PCT
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'VIEW-OOB-PCT'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 50 TO WS-OOB-PCT
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-VOL-FACTOR
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'VIEW-VOL-FACTOR'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 3 TO WS-VOL-FACTOR
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-VOL-MIN
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'VIEW-VOL-MIN'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 100 TO WS-VOL-MIN
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-CHG-DAYS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'VIEW-CHG-DAYS'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 7 TO WS-CHG-DAYS
           END-IF

           DISPLAY "==================================================="
           DISPLAY "CUSTOMER DATA VIEW-ACCESS REVIEW - " WS-REVIEW-MONTH
           DISPLAY "==================================================="

           EXEC SQL
              DECLARE VWR-CUR CURSOR FOR
              SELECT USER_ID, COUNT(*)
              FROM VIEW_LOG
              WHERE DATE(VIEW_TS) >= :WS-MONTH-START
                AND DATE(VIEW_TS) < DATE(:WS-MONTH-START) + 1 MONTH
              GROUP BY USER_ID
              ORDER BY USER_ID
           END-EXEC

           EXEC SQL OPEN VWR-CUR END-EXEC

           MOVE 'N' TO WS-OPR-EOF
           PERFORM UNTIL WS-OPR-EOF = 'Y'
              EXEC SQL
                 FETCH VWR-CUR
                 INTO :WS-USER-ID, :WS-VIEW-CNT
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-OPR-CNT
                 ADD WS-VIEW-CNT TO WS-TOT-VIEWS
                 PERFORM REVIEW-ONE-OPERATOR
              ELSE
                 MOVE 'Y' TO WS-OPR-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE VWR-CUR END-EXEC

           DISPLAY "---------------------------------------------------"
           DISPLAY "OPERATORS WITH VIEWS      : " WS-OPR-CNT
           DISPLAY "VIEWS RECORDED            : " WS-TOT-VIEWS
           DISPLAY "OPERATORS FLAGGED         : " WS-FLAG-CNT
           DISPLAY "==================================================="
           DISPLAY "DPO SIGN-OFF: _______________  DATE: ____"
           DISPLAY "==================================================="
           STOP RUN.

       REVIEW-ONE-OPERATOR.
           MOVE 'N' TO WS-USER-FLAG

           EXEC SQL
              SELECT ROLE, COALESCE(BRANCH_ID, ' ')
              INTO :WS-ROLE, :WS-USER-BRANCH
              FROM USER_MASTER
              WHERE USER_ID = :WS-USER-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-ROLE
              MOVE SPACES TO WS-USER-BRANCH
           END-IF

           DISPLAY " "
           DISPLAY WS-USER-ID "  ROLE " WS-ROLE
                   "  BRANCH " WS-USER-BRANCH
                   "  VIEWS " WS-VIEW-CNT

           IF WS-USER-BRANCH NOT = SPACES
              PERFORM CHECK-OUT-OF-BRANCH
           END-IF
           PERFORM CHECK-VOLUME
           PERFORM LIST-SENSITIVE-VIEWS
           PERFORM LIST-VIEWS-BEFORE-CHANGE

           IF WS-USER-FLAG = 'Y'
              ADD 1 TO WS-FLAG-CNT
           END-IF.

       CHECK-OUT-OF-BRANCH.
           MOVE 0 TO WS-OOB-CNT
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-OOB-CNT
              FROM VIEW_LOG V
              WHERE V.USER_ID = :WS-USER-ID
                AND DATE(V.VIEW_TS) >= :WS-MONTH-START
                AND DATE(V.VIEW_TS) < DATE(:WS-MONTH-START) + 1 MONTH
                AND NOT EXISTS
                    (SELECT 1
                     FROM REKENING R
                     WHERE R.CUST_ID = V.CUST_ID
                       AND R.BRANCH_ID = :WS-USER-BRANCH)
           END-EXEC

           COMPUTE WS-OOB-SHARE = WS-OOB-CNT * 100 / WS-VIEW-CNT
           DISPLAY "  OUTSIDE OWN BRANCH : " WS-OOB-CNT
                   "  (" WS-OOB-SHARE "%)"

           IF WS-OOB-CNT >= WS-OOB-MIN
              AND WS-OOB-SHARE >= WS-OOB-PCT
              MOVE 'Y' TO WS-USER-FLAG
              DISPLAY "  ** MOSTLY VIEWS CUSTOMERS OF OTHER BRANCHES **"
           END-IF.

      *> A month with no history behind it is judged on the minimum
      *> alone.
       CHECK-VOLUME.
           MOVE 0 TO WS-HIST-CNT
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-HIST-CNT
              FROM VIEW_LOG
              WHERE USER_ID = :WS-USER-ID
                AND DATE(VIEW_TS) >= DATE(:WS-MONTH-START) - 3 MONTHS
                AND DATE(VIEW_TS) < :WS-MONTH-START
           END-EXEC

           COMPUTE WS-HIST-AVG = WS-HIST-CNT / 3
           DISPLAY "  3-MONTH AVERAGE    : " WS-HIST-AVG

           IF WS-VIEW-CNT >= WS-VOL-MIN
              AND WS-VIEW-CNT > WS-HIST-AVG * WS-VOL-FACTOR
              MOVE 'Y' TO WS-USER-FLAG
              DISPLAY "  ** VIEW VOLUME FAR ABOVE OWN NORMAL **"
           END-IF.

       LIST-SENSITIVE-VIEWS.
           MOVE 0 TO WS-SENS-CNT
           EXEC SQL
              DECLARE VWS-CUR CURSOR FOR
              SELECT V.CUST_ID, C.CUST_NAME,
                     COALESCE(C.STAFF_FLAG, 'N'),
                     COALESCE(C.VIP_FLAG, 'N'), COUNT(*)
              FROM VIEW_LOG V, CUST_MASTER C
              WHERE V.USER_ID = :WS-USER-ID
                AND DATE(V.VIEW_TS) >= :WS-MONTH-START
                AND DATE(V.VIEW_TS) < DATE(:WS-MONTH-START) + 1 MONTH
                AND C.CUST_ID = V.CUST_ID
                AND (C.STAFF_FLAG = 'Y' OR C.VIP_FLAG = 'Y')
              GROUP BY V.CUST_ID, C.CUST_NAME, C.STAFF_FLAG,
                       C.VIP_FLAG
              ORDER BY V.CUST_ID
           END-EXEC

           EXEC SQL OPEN VWS-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH VWS-CUR
                 INTO :WS-CUST-ID, :WS-CUST-NAME, :WS-STAFF-FLAG,
                      :WS-VIP-FLAG, :WS-CUST-VIEWS
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-SENS-CNT
                 MOVE 'Y' TO WS-USER-FLAG
                 IF WS-STAFF-FLAG = 'Y'
                    DISPLAY "  ** STAFF " WS-CUST-ID " "
                            WS-CUST-NAME " VIEWS " WS-CUST-VIEWS
                 ELSE
                    DISPLAY "  ** VIP   " WS-CUST-ID " "
                            WS-CUST-NAME " VIEWS " WS-CUST-VIEWS
                 END-IF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE VWS-CUR END-EXEC.

       LIST-VIEWS-BEFORE-CHANGE.
           MOVE 0 TO WS-CHG-CNT
           EXEC SQL
              DECLARE VWC-CUR CURSOR FOR
              SELECT V.CUST_ID, CHAR(V.VIEW_TS), 'CONTACT',
                     G.CHG_ID, CHAR(G.CHANGED_TS), G.ACTOR
              FROM VIEW_LOG V, CONTACT_CHANGE G
              WHERE V.USER_ID = :WS-USER-ID
                AND DATE(V.VIEW_TS) >= :WS-MONTH-START
                AND DATE(V.VIEW_TS) < DATE(:WS-MONTH-START) + 1 MONTH
                AND G.CUST_ID = V.CUST_ID
                AND G.CHG_TYPE = 'C'
                AND G.CHANGED_TS > V.VIEW_TS
                AND G.CHANGED_TS <= V.VIEW_TS + :WS-CHG-DAYS DAYS
              UNION ALL
              SELECT V.CUST_ID, CHAR(V.VIEW_TS), 'DEVICE',
                     SUBSTR(D.DEVICE_ID, 1, 20), CHAR(D.BOUND_TS),
                     D.BOUND_BY
              FROM VIEW_LOG V, IB_DEVICE D
              WHERE V.USER_ID = :WS-USER-ID
                AND DATE(V.VIEW_TS) >= :WS-MONTH-START
                AND DATE(V.VIEW_TS) < DATE(:WS-MONTH-START) + 1 MONTH
                AND D.CUST_ID = V.CUST_ID
                AND D.BOUND_TS > V.VIEW_TS
                AND D.BOUND_TS <= V.VIEW_TS + :WS-CHG-DAYS DAYS
              ORDER BY 1, 2
           END-EXEC

           EXEC SQL OPEN VWC-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH VWC-CUR
                 INTO :WS-CUST-ID, :WS-VIEW-TS, :WS-CHG-KIND,
                      :WS-CHG-REF, :WS-CHG-TS, :WS-CHG-ACTOR
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-CHG-CNT
                 MOVE 'Y' TO WS-USER-FLAG
                 DISPLAY "  ** VIEWED " WS-CUST-ID " "
                         WS-VIEW-TS(1:16) " THEN " WS-CHG-KIND
                         " " WS-CHG-TS(1:16) " BY " WS-CHG-ACTOR
                 DISPLAY "       " WS-CHG-REF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE VWC-CUR END-EXEC.
