       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-RM-PORTFOLIO.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-PERIOD       PIC X(7).
       01 WS-PRIOR-PERIOD PIC X(7).
       01 WS-YYYY         PIC 9(4).
       01 WS-MM           PIC 9(2).
       01 WS-TIER1-MIN    PIC S9(13)V99 COMP-3.
       01 WS-TIER2-MIN    PIC S9(13)V99 COMP-3.

       01 WS-RM-ID        PIC X(10).
       01 WS-PREV-RM      PIC X(10).
       01 WS-CUST-ID      PIC X(20).
       01 WS-CUST-NAME    PIC X(40).
       01 WS-TIER         PIC X(1).
       01 WS-BELOW-PERIOD PIC X(7).
       01 WS-TIER-ACTION  PIC X(1).
       01 WS-AUM-NOW      PIC S9(15)V99 COMP-3.
       01 WS-AUM-PRIOR    PIC S9(15)V99 COMP-3.
       01 WS-AUM-MOVE     PIC S9(15)V99 COMP-3.
       01 WS-AVG-AUM      PIC S9(15)V99 COMP-3.
       01 WS-NOTE         PIC X(34).
       01 WS-ROW-EOF      PIC X(1).
       01 WS-FIRST-ROW    PIC X(1).

       01 WS-AUM-NOW-ED   PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-AUM-PRIOR-ED PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-AUM-MOVE-ED  PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       01 WS-AVG-AUM-ED   PIC -ZZZ,ZZZ,ZZZ,ZZ9.

       01 WS-RM-CUST-CNT  PIC 9(5).
       01 WS-RM-UP-CNT    PIC 9(5).
       01 WS-RM-DOWN-CNT  PIC 9(5).
       01 WS-RM-AUM-NOW   PIC S9(15)V99 COMP-3.
       01 WS-RM-AUM-PRIOR PIC S9(15)V99 COMP-3.

       01 WS-RM-CNT       PIC 9(5) VALUE 0.
       01 WS-BOOK-CNT     PIC 9(7) VALUE 0.
       01 WS-PROSPECT-CNT PIC 9(7) VALUE 0.
       01 WS-LEFT-CNT     PIC 9(7) VALUE 0.
       01 WS-BOOK-AUM     PIC S9(15)V99 COMP-3 VALUE 0.

      *> The relationship managers' monthly book, from the period's
      *> CB-PRIORITY-TIER run. Per RM (customers on a tier but not
      *> yet assigned come first, under no RM): each customer's
      *> tier, month-end AUM against the month before and the
      *> movement, the average the tier was decided on, and the
      *> customer's standing -
      *>  - UPGRADED / DOWNGRADED this month-end;
      *>  - DOWNGRADE CANDIDATE: short of the tier and in grace,
      *>    with the month the grace began;
      *>  - UPGRADE CANDIDATE: a priority customer whose month-end
      *>    AUM already reaches the private threshold.
      *> Then the prospects - regular customers whose month-end AUM
      *> reaches the priority threshold while the average does not
      *> yet - and the customers who left priority this month-end.
      *> Thresholds are the PRIO-TIER1-MIN / PRIO-TIER2-MIN rows the
      *> tiering run uses.
       PROCEDURE DIVISION.
           DISPLAY "PERIOD (YYYY-MM, BLANK=LAST TIER RUN): "
                   WITH NO ADVANCING
           ACCEPT WS-PERIOD
           IF WS-PERIOD = SPACES
              EXEC SQL
                 SELECT MAX(TIER_PERIOD)
                 INTO :WS-PERIOD
                 FROM PRIO_TIER_CTL
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-PERIOD = SPACES
                 DISPLAY "NO PRIORITY TIER RUN ON FILE"
                 STOP RUN
              END-IF
           END-IF

           MOVE WS-PERIOD(1:4) TO WS-YYYY
           MOVE WS-PERIOD(6:2) TO WS-MM
           IF WS-MM = 1
              MOVE 12 TO WS-MM
              SUBTRACT 1 FROM WS-YYYY
           ELSE
              SUBTRACT 1 FROM WS-MM
           END-IF
           MOVE SPACES TO WS-PRIOR-PERIOD
           STRING WS-YYYY "-" WS-MM DELIMITED BY SIZE
             INTO WS-PRIOR-PERIOD

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

           DISPLAY "==================================================="
           DISPLAY "RM PRIORITY PORTFOLIO - " WS-PERIOD
                   "  (MOVEMENT AGAINST " WS-PRIOR-PERIOD ")"
           DISPLAY "==================================================="

           PERFORM LIST-RM-BOOKS
           PERFORM LIST-PROSPECTS
           PERFORM LIST-LEFT-PRIORITY

           DISPLAY " "
           DISPLAY "==================================================="
           DISPLAY "RMS WITH A BOOK         : " WS-RM-CNT
           DISPLAY "PRIORITY CUSTOMERS      : " WS-BOOK-CNT
           MOVE WS-BOOK-AUM TO WS-AUM-NOW-ED
           DISPLAY "PRIORITY AUM (IDR)      : " WS-AUM-NOW-ED
           DISPLAY "PROSPECTS               : " WS-PROSPECT-CNT
           DISPLAY "LEFT PRIORITY           : " WS-LEFT-CNT
           DISPLAY "==================================================="
           STOP RUN.

       LIST-RM-BOOKS.
           EXEC SQL
              DECLARE RMP-CUR CURSOR FOR
              SELECT COALESCE(C.RM_ID, ' '), C.CUST_ID, C.CUST_NAME,
                     C.PRIORITY_TIER,
                     COALESCE(C.TIER_BELOW_PERIOD, ' '),
                     COALESCE(H.TIER_ACTION, ' '),
                     COALESCE(H.AUM_IDR, 0),
                     COALESCE(P.AUM_IDR, 0),
                     COALESCE(H.AVG_AUM, 0)
              FROM CUST_MASTER C
                   LEFT JOIN CUST_AUM_HIST H
                     ON H.CUST_ID = C.CUST_ID
                    AND H.PERIOD = :WS-PERIOD
                   LEFT JOIN CUST_AUM_HIST P
                     ON P.CUST_ID = C.CUST_ID
                    AND P.PERIOD = :WS-PRIOR-PERIOD
              WHERE COALESCE(C.PRIORITY_TIER, ' ') <> ' '
              ORDER BY 1, C.CUST_ID
           END-EXEC

           EXEC SQL OPEN RMP-CUR END-EXEC

           MOVE 'Y' TO WS-FIRST-ROW
           MOVE 'N' TO WS-ROW-EOF
           PERFORM UNTIL WS-ROW-EOF = 'Y'
              EXEC SQL
                 FETCH RMP-CUR
                 INTO :WS-RM-ID, :WS-CUST-ID, :WS-CUST-NAME,
                      :WS-TIER, :WS-BELOW-PERIOD, :WS-TIER-ACTION,
                      :WS-AUM-NOW, :WS-AUM-PRIOR, :WS-AVG-AUM
              END-EXEC

              IF SQLCODE = 0
                 IF WS-FIRST-ROW = 'Y' OR WS-RM-ID NOT = WS-PREV-RM
                    IF WS-FIRST-ROW NOT = 'Y'
                       PERFORM PRINT-RM-TOTAL
                    END-IF
                    PERFORM START-RM
                 END-IF
                 PERFORM PRINT-BOOK-LINE
              ELSE
                 MOVE 'Y' TO WS-ROW-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE RMP-CUR END-EXEC

           IF WS-FIRST-ROW = 'Y'
              DISPLAY "NO CUSTOMER ON A PRIORITY TIER"
           ELSE
              PERFORM PRINT-RM-TOTAL
           END-IF.

       START-RM.
           MOVE 'N' TO WS-FIRST-ROW
           MOVE WS-RM-ID TO WS-PREV-RM
           MOVE 0 TO WS-RM-CUST-CNT WS-RM-UP-CNT WS-RM-DOWN-CNT
           MOVE 0 TO WS-RM-AUM-NOW WS-RM-AUM-PRIOR
           DISPLAY " "
           IF WS-RM-ID = SPACES
              DISPLAY "RM : (NONE ASSIGNED)"
           ELSE
              ADD 1 TO WS-RM-CNT
              DISPLAY "RM : " WS-RM-ID
           END-IF
           DISPLAY "CUSTOMER ID          T  PRIOR AUM        "
                   "MONTH-END AUM    MOVEMENT         STANDING".

       PRINT-BOOK-LINE.
           ADD 1 TO WS-RM-CUST-CNT
           ADD 1 TO WS-BOOK-CNT
           ADD WS-AUM-NOW TO WS-RM-AUM-NOW
           ADD WS-AUM-NOW TO WS-BOOK-AUM
           ADD WS-AUM-PRIOR TO WS-RM-AUM-PRIOR
           COMPUTE WS-AUM-MOVE = WS-AUM-NOW - WS-AUM-PRIOR

           MOVE SPACES TO WS-NOTE
           EVALUATE TRUE
             WHEN WS-TIER-ACTION = 'U'
                MOVE 'UPGRADED' TO WS-NOTE
             WHEN WS-TIER-ACTION = 'D'
                MOVE 'DOWNGRADED' TO WS-NOTE
             WHEN WS-BELOW-PERIOD NOT = SPACES
                ADD 1 TO WS-RM-DOWN-CNT
                STRING 'DOWNGRADE CANDIDATE SINCE ' WS-BELOW-PERIOD
                  DELIMITED BY SIZE INTO WS-NOTE
             WHEN WS-TIER = '1' AND WS-AUM-NOW >= WS-TIER2-MIN
                ADD 1 TO WS-RM-UP-CNT
                MOVE 'UPGRADE CANDIDATE' TO WS-NOTE
           END-EVALUATE

           MOVE WS-AUM-PRIOR TO WS-AUM-PRIOR-ED
           MOVE WS-AUM-NOW TO WS-AUM-NOW-ED
           MOVE WS-AUM-MOVE TO WS-AUM-MOVE-ED
           DISPLAY WS-CUST-ID " " WS-TIER " " WS-AUM-PRIOR-ED " "
                   WS-AUM-NOW-ED " " WS-AUM-MOVE-ED " " WS-NOTE
           MOVE WS-AVG-AUM TO WS-AVG-AUM-ED
           DISPLAY "   " WS-CUST-NAME "  AVERAGE " WS-AVG-AUM-ED.

       PRINT-RM-TOTAL.
           COMPUTE WS-AUM-MOVE = WS-RM-AUM-NOW - WS-RM-AUM-PRIOR
           MOVE WS-RM-AUM-PRIOR TO WS-AUM-PRIOR-ED
           MOVE WS-RM-AUM-NOW TO WS-AUM-NOW-ED
           MOVE WS-AUM-MOVE TO WS-AUM-MOVE-ED
           DISPLAY "BOOK TOTAL  " WS-RM-CUST-CNT " CUSTOMERS     "
                   WS-AUM-PRIOR-ED " " WS-AUM-NOW-ED " "
                   WS-AUM-MOVE-ED
           DISPLAY "   UPGRADE CANDIDATES " WS-RM-UP-CNT
                   "   DOWNGRADE CANDIDATES " WS-RM-DOWN-CNT.

       LIST-PROSPECTS.
           DISPLAY " "
           DISPLAY "PROSPECTS - MONTH-END AUM AT PRIORITY, AVERAGE NOT "
                   "YET"

           EXEC SQL
              DECLARE PRS-CUR CURSOR FOR
              SELECT C.CUST_ID, C.CUST_NAME, H.AUM_IDR,
                     COALESCE(P.AUM_IDR, 0)
              FROM CUST_AUM_HIST H
                   LEFT JOIN CUST_AUM_HIST P
                     ON P.CUST_ID = H.CUST_ID
                    AND P.PERIOD = :WS-PRIOR-PERIOD,
                   CUST_MASTER C
              WHERE H.PERIOD = :WS-PERIOD
                AND H.AUM_IDR >= :WS-TIER1-MIN
                AND C.CUST_ID = H.CUST_ID
                AND COALESCE(C.PRIORITY_TIER, ' ') = ' '
              ORDER BY H.AUM_IDR DESC
           END-EXEC

           EXEC SQL OPEN PRS-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH PRS-CUR
                 INTO :WS-CUST-ID, :WS-CUST-NAME, :WS-AUM-NOW,
                      :WS-AUM-PRIOR
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-PROSPECT-CNT
                 COMPUTE WS-AUM-MOVE = WS-AUM-NOW - WS-AUM-PRIOR
                 MOVE WS-AUM-PRIOR TO WS-AUM-PRIOR-ED
                 MOVE WS-AUM-NOW TO WS-AUM-NOW-ED
                 MOVE WS-AUM-MOVE TO WS-AUM-MOVE-ED
                 DISPLAY WS-CUST-ID "   " WS-AUM-PRIOR-ED " "
                         WS-AUM-NOW-ED " " WS-AUM-MOVE-ED
                 DISPLAY "   " WS-CUST-NAME
              END-IF
           END-PERFORM

           EXEC SQL CLOSE PRS-CUR END-EXEC

           IF WS-PROSPECT-CNT = 0
              DISPLAY "NONE"
           END-IF.

       LIST-LEFT-PRIORITY.
           DISPLAY " "
           DISPLAY "LEFT PRIORITY THIS MONTH-END (GRACE RAN OUT)"

           EXEC SQL
              DECLARE LFT-CUR CURSOR FOR
              SELECT C.CUST_ID, C.CUST_NAME, H.AUM_IDR, H.PREV_TIER
              FROM CUST_AUM_HIST H, CUST_MASTER C
              WHERE H.PERIOD = :WS-PERIOD
                AND H.TIER_ACTION = 'D'
                AND H.TIER = ' '
                AND C.CUST_ID = H.CUST_ID
              ORDER BY C.CUST_ID
           END-EXEC

           EXEC SQL OPEN LFT-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH LFT-CUR
                 INTO :WS-CUST-ID, :WS-CUST-NAME, :WS-AUM-NOW,
                      :WS-TIER
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-LEFT-CNT
                 MOVE WS-AUM-NOW TO WS-AUM-NOW-ED
                 DISPLAY WS-CUST-ID " WAS " WS-TIER " "
                         WS-AUM-NOW-ED " " WS-CUST-NAME
              END-IF
           END-PERFORM

           EXEC SQL CLOSE LFT-CUR END-EXEC

           IF WS-LEFT-CNT = 0
              DISPLAY "NONE"
           END-IF.
