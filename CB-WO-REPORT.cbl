       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-WO-REPORT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-PERIOD       PIC X(7).
       01 WS-DATE-LO      PIC X(10).
       01 WS-DATE-HI      PIC X(10).

       01 WS-BRANCH-ID    PIC X(4).
       01 WS-OFFICER-ID   PIC X(10).
       01 WS-WO-CNT       PIC 9(7).
       01 WS-WO-PRINC     PIC S9(15)V99 COMP-3.
       01 WS-WO-INT       PIC S9(15)V99 COMP-3.
       01 WS-WO-TOTAL     PIC S9(15)V99 COMP-3.
       01 WS-REC-MONTH    PIC S9(15)V99 COMP-3.
       01 WS-REC-TODATE   PIC S9(15)V99 COMP-3.
       01 WS-WO-OPEN      PIC S9(15)V99 COMP-3.
       01 WS-REC-RATE     PIC S9(3)V99 COMP-3.

       01 WS-TOT-CNT      PIC 9(7) VALUE 0.
       01 WS-TOT-PRINC    PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-TOT-INT      PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-TOT-TOTAL    PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-TOT-MONTH    PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-TOT-TODATE   PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-TOT-OPEN     PIC S9(15)V99 COMP-3 VALUE 0.

      *> The month-end view of the extracomptable register: for
      *> every branch and account officer, the loans written off up
      *> to the month's end, the principal and interest they took
      *> off the books, what has been recovered in the month and in
      *> total since write-off, what is still carried off balance
      *> sheet, and the recovery rate - recoveries to date over the
      *> amount written off. Recoveries are summed from
      *> LOAN_WO_RECOVERY by business date, so a rerun for an
      *> earlier month shows that month as it stood.
       PROCEDURE DIVISION.
           DISPLAY "MONTH-END BUSINESS DATE (YYYY-MM-DD): "
                   WITH NO ADVANCING
           ACCEPT WS-BUS-DATE

           MOVE WS-BUS-DATE(1:7) TO WS-PERIOD
           STRING WS-PERIOD "-01" DELIMITED BY SIZE
             INTO WS-DATE-LO
           STRING WS-PERIOD "-31" DELIMITED BY SIZE
             INTO WS-DATE-HI

           DISPLAY "==================================================="
           DISPLAY "WRITTEN-OFF LOANS AND RECOVERIES - " WS-PERIOD
           DISPLAY "==================================================="
           DISPLAY "BRCH OFFICER    CNT     WRITTEN OFF (P+I)"
                   "    RECOVERED MONTH    RECOVERED TO DATE"
                   "    STILL CARRIED    RATE%"

           EXEC SQL
              DECLARE WOR-CUR CURSOR FOR
              SELECT W.BRANCH_ID, W.OFFICER_ID, COUNT(*),
                     SUM(W.PRINC_AMT), SUM(W.INT_AMT),
                     SUM(COALESCE(R.REC_MONTH, 0)),
                     SUM(COALESCE(R.REC_TODATE, 0))
              FROM LOAN_WRITEOFF W
                   LEFT JOIN
                   (SELECT WO_ID,
                           SUM(CASE WHEN BUS_DATE >= :WS-DATE-LO
                                    THEN AMOUNT ELSE 0 END)
                              AS REC_MONTH,
                           SUM(AMOUNT) AS REC_TODATE
                    FROM LOAN_WO_RECOVERY
                    WHERE BUS_DATE <= :WS-DATE-HI
                    GROUP BY WO_ID) R
                   ON R.WO_ID = W.WO_ID
              WHERE W.STATUS IN ('A', 'R')
                AND W.WO_DATE <= :WS-DATE-HI
              GROUP BY W.BRANCH_ID, W.OFFICER_ID
              ORDER BY W.BRANCH_ID, W.OFFICER_ID
           END-EXEC

           EXEC SQL OPEN WOR-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH WOR-CUR
                 INTO :WS-BRANCH-ID, :WS-OFFICER-ID, :WS-WO-CNT,
                      :WS-WO-PRINC, :WS-WO-INT, :WS-REC-MONTH,
                      :WS-REC-TODATE
              END-EXEC

              IF SQLCODE = 0
                 COMPUTE WS-WO-TOTAL = WS-WO-PRINC + WS-WO-INT
                 COMPUTE WS-WO-OPEN = WS-WO-TOTAL - WS-REC-TODATE
                 PERFORM COMPUTE-RECOVERY-RATE
                 DISPLAY WS-BRANCH-ID " " WS-OFFICER-ID
                         " " WS-WO-CNT
                         " " WS-WO-TOTAL
                         " " WS-REC-MONTH
                         " " WS-REC-TODATE
                         " " WS-WO-OPEN
                         " " WS-REC-RATE
                 ADD WS-WO-CNT TO WS-TOT-CNT
                 ADD WS-WO-PRINC TO WS-TOT-PRINC
                 ADD WS-WO-INT TO WS-TOT-INT
                 ADD WS-WO-TOTAL TO WS-TOT-TOTAL
                 ADD WS-REC-MONTH TO WS-TOT-MONTH
                 ADD WS-REC-TODATE TO WS-TOT-TODATE
                 ADD WS-WO-OPEN TO WS-TOT-OPEN
              END-IF
           END-PERFORM

           EXEC SQL CLOSE WOR-CUR END-EXEC

           MOVE WS-TOT-TOTAL TO WS-WO-TOTAL
           MOVE WS-TOT-TODATE TO WS-REC-TODATE
           PERFORM COMPUTE-RECOVERY-RATE

           DISPLAY "---------------------------------------------------"
           DISPLAY "LOANS WRITTEN OFF    : " WS-TOT-CNT
           DISPLAY "PRINCIPAL            : " WS-TOT-PRINC
           DISPLAY "INTEREST             : " WS-TOT-INT
           DISPLAY "RECOVERED THIS MONTH : " WS-TOT-MONTH
           DISPLAY "RECOVERED TO DATE    : " WS-TOT-TODATE
           DISPLAY "STILL CARRIED        : " WS-TOT-OPEN
           DISPLAY "RECOVERY RATE %      : " WS-REC-RATE
           DISPLAY "==================================================="
           STOP RUN.

       COMPUTE-RECOVERY-RATE.
           IF WS-WO-TOTAL > 0
              COMPUTE WS-REC-RATE ROUNDED =
                 WS-REC-TODATE * 100 / WS-WO-TOTAL
           ELSE
              MOVE 0 TO WS-REC-RATE
           END-IF.
