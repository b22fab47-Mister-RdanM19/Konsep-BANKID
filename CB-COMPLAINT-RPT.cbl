       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-COMPLAINT-RPT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY CMPCAT.

       01 WS-GROUP-TABLE.
          05 FILLER PIC X(32) VALUE 'PDPENGHIMPUNAN DANA'.
          05 FILLER PIC X(32) VALUE 'PKPENYALURAN DANA'.
          05 FILLER PIC X(32) VALUE 'SPSISTEM PEMBAYARAN'.
          05 FILLER PIC X(32) VALUE 'LNLAINNYA'.
       01 WS-GROUP-LIST REDEFINES WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS 4 TIMES.
             10 WS-GROUP-CODE PIC X(2).
             10 WS-GROUP-DESC PIC X(30).
       01 WS-GROUP-IDX    PIC 9(2).

       01 WS-YEAR         PIC 9(4).
       01 WS-QUARTER      PIC 9(1).
       01 WS-QTR-START    PIC X(10).
       01 WS-QTR-END      PIC X(10).
       01 WS-MM-FROM      PIC 9(2).
       01 WS-MM-TO        PIC 9(2).
       01 WS-DD-TO        PIC 9(2).

       01 WS-CATEGORY     PIC X(3).
       01 WS-CHANNEL-IN   PIC X(1).
       01 WS-CHANNEL-NAME PIC X(12).
       01 WS-RECEIVED-CNT PIC S9(7) COMP-3.
       01 WS-ONTIME-CNT   PIC S9(7) COMP-3.
       01 WS-LATE-CNT     PIC S9(7) COMP-3.
       01 WS-ACKLATE-CNT  PIC S9(7) COMP-3.
       01 WS-OPEN-CNT     PIC S9(7) COMP-3.
       01 WS-REFUND-AMT   PIC S9(15)V99 COMP-3.

       01 WS-GRP-RECEIVED PIC S9(7) COMP-3.
       01 WS-GRP-ONTIME   PIC S9(7) COMP-3.
       01 WS-GRP-LATE     PIC S9(7) COMP-3.
       01 WS-GRP-OPEN     PIC S9(7) COMP-3.

       01 WS-TOT-RECEIVED PIC S9(7) COMP-3 VALUE 0.
       01 WS-TOT-ONTIME   PIC S9(7) COMP-3 VALUE 0.
       01 WS-TOT-LATE     PIC S9(7) COMP-3 VALUE 0.
       01 WS-TOT-ACKLATE  PIC S9(7) COMP-3 VALUE 0.
       01 WS-TOT-OPEN     PIC S9(7) COMP-3 VALUE 0.
       01 WS-TOT-REFUND   PIC S9(15)V99 COMP-3 VALUE 0.

      *> The quarterly complaint report for OJK. For a year and
      *> quarter every category of the register is reported under
      *> its OJK group (PD / PK / SP / LN, from CMPCAT): complaints
      *> received in the quarter, complaints resolved in the quarter
      *> split into within and past the resolution SLA, and those
      *> still outstanding at quarter end - including ones resolved
      *> only after it - with group subtotals. Received complaints
      *> are then broken down by the channel they came in through,
      *> and the quarter's acknowledgement breaches and refunds paid
      *> on resolution are totalled.
       PROCEDURE DIVISION.
           DISPLAY "YEAR (YYYY)   : " WITH NO ADVANCING
           ACCEPT WS-YEAR
           DISPLAY "QUARTER (1-4) : " WITH NO ADVANCING
           ACCEPT WS-QUARTER
           IF WS-QUARTER < 1 OR WS-QUARTER > 4
              DISPLAY "INVALID QUARTER"
              STOP RUN
           END-IF

           COMPUTE WS-MM-FROM = (WS-QUARTER - 1) * 3 + 1
           COMPUTE WS-MM-TO = WS-QUARTER * 3
           IF WS-QUARTER = 1 OR WS-QUARTER = 4
              MOVE 31 TO WS-DD-TO
           ELSE
              MOVE 30 TO WS-DD-TO
           END-IF
           STRING WS-YEAR "-" WS-MM-FROM "-01"
             DELIMITED BY SIZE INTO WS-QTR-START
           STRING WS-YEAR "-" WS-MM-TO "-" WS-DD-TO
             DELIMITED BY SIZE INTO WS-QTR-END

           DISPLAY "==================================================="
           DISPLAY "LAPORAN PENGADUAN NASABAH - TRIWULAN " WS-QUARTER
                   " " WS-YEAR
           DISPLAY "PERIOD " WS-QTR-START " TO " WS-QTR-END
           DISPLAY "==================================================="
           DISPLAY "CAT DESCRIPTION                    RECEIVED"
                   "  ONTIME    LATE    OPEN"

           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > 4
              PERFORM REPORT-GROUP
           END-PERFORM

           DISPLAY "==================================================="
           DISPLAY "BY CHANNEL RECEIVED"

           EXEC SQL
              DECLARE CRC-CUR CURSOR FOR
              SELECT CHANNEL_IN, COUNT(*)
              FROM COMPLAINT
              WHERE RECEIVED_DATE >= :WS-QTR-START
                AND RECEIVED_DATE <= :WS-QTR-END
              GROUP BY CHANNEL_IN
              ORDER BY CHANNEL_IN
           END-EXEC

           EXEC SQL OPEN CRC-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CRC-CUR
                 INTO :WS-CHANNEL-IN, :WS-RECEIVED-CNT
              END-EXEC

              IF SQLCODE = 0
                 EVALUATE WS-CHANNEL-IN
                   WHEN 'B'
                      MOVE "BRANCH" TO WS-CHANNEL-NAME
                   WHEN 'C'
                      MOVE "CALL CENTRE" TO WS-CHANNEL-NAME
                   WHEN 'W'
                      MOVE "WEB" TO WS-CHANNEL-NAME
                   WHEN 'L'
                      MOVE "LETTER/EMAIL" TO WS-CHANNEL-NAME
                   WHEN OTHER
                      MOVE "OTHER" TO WS-CHANNEL-NAME
                 END-EVALUATE
                 DISPLAY "  " WS-CHANNEL-NAME " : " WS-RECEIVED-CNT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CRC-CUR END-EXEC

           DISPLAY "==================================================="
           DISPLAY "TOTAL RECEIVED        : " WS-TOT-RECEIVED
           DISPLAY "RESOLVED WITHIN SLA   : " WS-TOT-ONTIME
           DISPLAY "RESOLVED PAST SLA     : " WS-TOT-LATE
           DISPLAY "OUTSTANDING AT END    : " WS-TOT-OPEN
           DISPLAY "ACKNOWLEDGED LATE     : " WS-TOT-ACKLATE
           DISPLAY "REFUNDS ON RESOLUTION : " WS-TOT-REFUND
           DISPLAY "==================================================="
           STOP RUN.

       REPORT-GROUP.
           MOVE 0 TO WS-GRP-RECEIVED
           MOVE 0 TO WS-GRP-ONTIME
           MOVE 0 TO WS-GRP-LATE
           MOVE 0 TO WS-GRP-OPEN

           DISPLAY "---------------------------------------------------"
           DISPLAY WS-GROUP-CODE(WS-GROUP-IDX) " "
                   WS-GROUP-DESC(WS-GROUP-IDX)

           PERFORM VARYING CMP-CAT-IDX FROM 1 BY 1
                   UNTIL CMP-CAT-IDX > 9
              IF CMP-CAT-GROUP(CMP-CAT-IDX) =
                 WS-GROUP-CODE(WS-GROUP-IDX)
                 PERFORM REPORT-CATEGORY
              END-IF
           END-PERFORM

           DISPLAY "    SUBTOTAL                       "
                   WS-GRP-RECEIVED " " WS-GRP-ONTIME " "
                   WS-GRP-LATE " " WS-GRP-OPEN.

      *> A complaint resolved after quarter end still counts as
      *> outstanding at quarter end.
       REPORT-CATEGORY.
           MOVE CMP-CAT-CODE(CMP-CAT-IDX) TO WS-CATEGORY

           EXEC SQL
              SELECT
                 COALESCE(SUM(CASE WHEN RECEIVED_DATE >= :WS-QTR-START
                                    AND RECEIVED_DATE <= :WS-QTR-END
                              THEN 1 ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN STATUS = 'S'
                                    AND DATE(RESOLVED_TS)
                                        >= :WS-QTR-START
                                    AND DATE(RESOLVED_TS)
                                        <= :WS-QTR-END
                                    AND COALESCE(BREACH_RES, 'N')
                                        <> 'Y'
                              THEN 1 ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN STATUS = 'S'
                                    AND DATE(RESOLVED_TS)
                                        >= :WS-QTR-START
                                    AND DATE(RESOLVED_TS)
                                        <= :WS-QTR-END
                                    AND BREACH_RES = 'Y'
                              THEN 1 ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN RECEIVED_DATE <= :WS-QTR-END
                                    AND (STATUS <> 'S'
                                         OR DATE(RESOLVED_TS)
                                            > :WS-QTR-END)
                              THEN 1 ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN RECEIVED_DATE >= :WS-QTR-START
                                    AND RECEIVED_DATE <= :WS-QTR-END
                                    AND BREACH_ACK = 'Y'
                              THEN 1 ELSE 0 END), 0),
                 COALESCE(SUM(CASE WHEN STATUS = 'S'
                                    AND DATE(RESOLVED_TS)
                                        >= :WS-QTR-START
                                    AND DATE(RESOLVED_TS)
                                        <= :WS-QTR-END
                              THEN COALESCE(REFUND_AMT, 0)
                              ELSE 0 END), 0)
              INTO :WS-RECEIVED-CNT, :WS-ONTIME-CNT, :WS-LATE-CNT,
                   :WS-OPEN-CNT, :WS-ACKLATE-CNT, :WS-REFUND-AMT
              FROM COMPLAINT
              WHERE CATEGORY = :WS-CATEGORY
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 0 TO WS-RECEIVED-CNT
              MOVE 0 TO WS-ONTIME-CNT
              MOVE 0 TO WS-LATE-CNT
              MOVE 0 TO WS-OPEN-CNT
              MOVE 0 TO WS-ACKLATE-CNT
              MOVE 0 TO WS-REFUND-AMT
           END-IF

           DISPLAY "  " WS-CATEGORY " " CMP-CAT-DESC(CMP-CAT-IDX)
                   WS-RECEIVED-CNT " " WS-ONTIME-CNT " "
                   WS-LATE-CNT " " WS-OPEN-CNT

           ADD WS-RECEIVED-CNT TO WS-GRP-RECEIVED WS-TOT-RECEIVED
           ADD WS-ONTIME-CNT TO WS-GRP-ONTIME WS-TOT-ONTIME
           ADD WS-LATE-CNT TO WS-GRP-LATE WS-TOT-LATE
           ADD WS-OPEN-CNT TO WS-GRP-OPEN WS-TOT-OPEN
           ADD WS-ACKLATE-CNT TO WS-TOT-ACKLATE
           ADD WS-REFUND-AMT TO WS-TOT-REFUND.
