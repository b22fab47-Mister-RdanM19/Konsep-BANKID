       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-BMPK-REPORT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-PERIOD       PIC X(7).
       01 WS-DATE-LO      PIC X(10).
       01 WS-DATE-HI      PIC X(10).

       01 WS-HOLDER-TYPE  PIC X(1).
       01 WS-HOLDER-ID    PIC X(20).
       01 WS-HOLDER-NAME  PIC X(40).
       01 WS-BREACH-DAYS  PIC 9(5).
       01 WS-FIRST-DATE   PIC X(10).
       01 WS-LAST-DATE    PIC X(10).
       01 WS-MAX-EXPO     PIC S9(15)V99 COMP-3.
       01 WS-MAX-EXCESS   PIC S9(15)V99 COMP-3.
       01 WS-END-EXPO     PIC S9(15)V99 COMP-3.
       01 WS-END-LIMIT    PIC S9(15)V99 COMP-3.
       01 WS-END-BREACH   PIC X(1).

       01 WS-DAY-CNT      PIC 9(5).
       01 WS-HOLDER-CNT   PIC 9(7) VALUE 0.
       01 WS-OPEN-CNT     PIC 9(7) VALUE 0.

      *> The month's legal lending limit (BMPK) breaches for
      *> compliance, out of the nightly BMPK_POSITION rows: every
      *> group, single borrower or the related parties combined that
      *> was over its limit on any day of the month, with the number
      *> of days, the first and last day seen, the highest exposure
      *> and the largest excess over the limit, and where it stood
      *> on the month's last measured day - still in breach or
      *> cured (a holder no longer measured by then, its group
      *> dissolved or its credit repaid, counts as cured). Holders
      *> that never breached are not listed.
       PROCEDURE DIVISION.
           DISPLAY "MONTH-END BUSINESS DATE (YYYY-MM-DD): "
                   WITH NO ADVANCING
           ACCEPT WS-BUS-DATE

           MOVE WS-BUS-DATE(1:7) TO WS-PERIOD
           STRING WS-PERIOD "-01" DELIMITED BY SIZE
             INTO WS-DATE-LO
           STRING WS-PERIOD "-31" DELIMITED BY SIZE
             INTO WS-DATE-HI

           EXEC SQL
              SELECT COUNT(DISTINCT BUS_DATE)
              INTO :WS-DAY-CNT
              FROM BMPK_POSITION
              WHERE BUS_DATE BETWEEN :WS-DATE-LO AND :WS-DATE-HI
           END-EXEC

           DISPLAY "==================================================="
           DISPLAY "BMPK BREACH REPORT - " WS-PERIOD
           DISPLAY "DAYS MEASURED: " WS-DAY-CNT
           DISPLAY "==================================================="
           DISPLAY "T HOLDER               NAME"
           DISPLAY "  DAYS FIRST      LAST          MAX EXPOSURE"
                   "        MAX EXCESS   END EXPOSURE / LIMIT  END"

           EXEC SQL
              DECLARE BMR-CUR CURSOR FOR
              SELECT P.HOLDER_TYPE, P.HOLDER_ID,
                     COALESCE(MAX(G.GROUP_NAME), MAX(C.CUST_NAME),
                              ' '),
                     COUNT(*), MIN(P.BUS_DATE), MAX(P.BUS_DATE),
                     MAX(P.EXPOSURE), MAX(P.EXPOSURE - P.LIMIT_AMT),
                     COALESCE(MAX(E.EXPOSURE), 0),
                     COALESCE(MAX(E.LIMIT_AMT), 0),
                     COALESCE(MAX(E.BREACH), 'N')
              FROM BMPK_POSITION P
                   LEFT JOIN BMPK_POSITION E
                     ON E.HOLDER_TYPE = P.HOLDER_TYPE
                    AND E.HOLDER_ID = P.HOLDER_ID
                    AND E.BUS_DATE =
                        (SELECT MAX(BUS_DATE)
                         FROM BMPK_POSITION
                         WHERE BUS_DATE BETWEEN :WS-DATE-LO
                                            AND :WS-DATE-HI)
                   LEFT JOIN CUST_GROUP G
                     ON P.HOLDER_TYPE = 'G'
                    AND G.GROUP_ID = P.HOLDER_ID
                   LEFT JOIN CUST_MASTER C
                     ON P.HOLDER_TYPE = 'C'
                    AND C.CUST_ID = P.HOLDER_ID
              WHERE P.BUS_DATE BETWEEN :WS-DATE-LO AND :WS-DATE-HI
                AND P.BREACH = 'Y'
              GROUP BY P.HOLDER_TYPE, P.HOLDER_ID
              ORDER BY 8 DESC
           END-EXEC

           EXEC SQL OPEN BMR-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH BMR-CUR
                 INTO :WS-HOLDER-TYPE, :WS-HOLDER-ID,
                      :WS-HOLDER-NAME, :WS-BREACH-DAYS,
                      :WS-FIRST-DATE, :WS-LAST-DATE, :WS-MAX-EXPO,
                      :WS-MAX-EXCESS, :WS-END-EXPO, :WS-END-LIMIT,
                      :WS-END-BREACH
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-HOLDER-CNT
                 IF WS-END-BREACH = 'Y'
                    ADD 1 TO WS-OPEN-CNT
                 END-IF
                 DISPLAY WS-HOLDER-TYPE " " WS-HOLDER-ID
                         " " WS-HOLDER-NAME
                 DISPLAY "  " WS-BREACH-DAYS " " WS-FIRST-DATE
                         " " WS-LAST-DATE
                         " " WS-MAX-EXPO
                         " " WS-MAX-EXCESS
                         " " WS-END-EXPO
                         " / " WS-END-LIMIT
                         " " WS-END-BREACH
              END-IF
           END-PERFORM

           EXEC SQL CLOSE BMR-CUR END-EXEC

           DISPLAY "---------------------------------------------------"
           DISPLAY "HOLDERS IN BREACH THIS MONTH : " WS-HOLDER-CNT
           DISPLAY "STILL IN BREACH AT MONTH END : " WS-OPEN-CNT
           DISPLAY "==================================================="
           STOP RUN.
