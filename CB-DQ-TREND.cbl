       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-DQ-TREND.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-FROM-DATE    PIC X(10).
       01 WS-CHECK-ID     PIC X(12).
       01 WS-PREV-CHECK   PIC X(12).
       01 WS-CHECK-DESC   PIC X(60).
       01 WS-CHECK-STATUS PIC X(1).
       01 WS-RUN-DATE     PIC X(10).
       01 WS-RESULT       PIC X(2).
       01 WS-FOUND-CNT    PIC 9(7).
       01 WS-OPENED-CNT   PIC 9(7).
       01 WS-CLOSED-CNT   PIC 9(7).
       01 WS-OPEN-CNT     PIC 9(7).
       01 WS-UNIT         PIC X(8).
       01 WS-UNIT-CNT     PIC 9(7).
       01 WS-OLDEST-TS    PIC X(26).
       01 WS-ROW-EOF      PIC X(1).
       01 WS-FIRST-ROW    PIC X(1).

       01 WS-CHK-RUNS     PIC 9(5).
       01 WS-CHK-FAILS    PIC 9(5).
       01 WS-CHK-OPENED   PIC 9(7).
       01 WS-CHK-CLOSED   PIC 9(7).
       01 WS-CHK-LAST     PIC 9(7).

       01 WS-CHECK-CNT    PIC 9(5) VALUE 0.
       01 WS-TOT-OPENED   PIC 9(7) VALUE 0.
       01 WS-TOT-CLOSED   PIC 9(7) VALUE 0.
       01 WS-TOT-FAILS    PIC 9(5) VALUE 0.
       01 WS-TOT-OPEN     PIC 9(7) VALUE 0.

      *> Data-quality trend from the CB-DQ-SWEEP runs since a given
      *> date. Per check: each run's date and result, the rows the
      *> check found, the findings it opened and closed and what
      *> was left open, then the check's totals over the period -
      *> a check whose closures keep pace with its openings is
      *> being remediated, one that only grows is not. A run marked
      *> E failed and changed nothing. Then the findings open today
      *> by owning unit, with the oldest, which is the worklist the
      *> units are chased on.
       PROCEDURE DIVISION.
           DISPLAY "FROM DATE (YYYY-MM-DD, BLANK=ALL RUNS): "
                   WITH NO ADVANCING
           ACCEPT WS-FROM-DATE
           IF WS-FROM-DATE = SPACES
              MOVE '0001-01-01' TO WS-FROM-DATE
           END-IF

           DISPLAY "==================================================="
           DISPLAY "DATA QUALITY TREND - RUNS FROM " WS-FROM-DATE
           DISPLAY "==================================================="

           PERFORM LIST-CHECK-RUNS
           PERFORM LIST-OPEN-BY-UNIT

           DISPLAY " "
           DISPLAY "==================================================="
           DISPLAY "CHECKS REPORTED         : " WS-CHECK-CNT
           DISPLAY "FINDINGS OPENED         : " WS-TOT-OPENED
           DISPLAY "FINDINGS CLOSED         : " WS-TOT-CLOSED
           DISPLAY "FAILED CHECK RUNS       : " WS-TOT-FAILS
           DISPLAY "FINDINGS OPEN NOW       : " WS-TOT-OPEN
           DISPLAY "==================================================="
           STOP RUN.

       LIST-CHECK-RUNS.
           EXEC SQL
              DECLARE DQT-CUR CURSOR FOR
              SELECT R.CHECK_ID, C.DESCRIPTION, C.STATUS,
                     R.RUN_DATE, R.RESULT, R.FOUND_CNT,
                     R.OPENED_CNT, R.CLOSED_CNT, R.OPEN_CNT
              FROM DQ_RUN_CHECK R, DQ_CHECK C
              WHERE R.RUN_DATE >= :WS-FROM-DATE
                AND C.CHECK_ID = R.CHECK_ID
              ORDER BY R.CHECK_ID, R.RUN_DATE, R.RUN_ID
           END-EXEC

           EXEC SQL OPEN DQT-CUR END-EXEC

           MOVE 'Y' TO WS-FIRST-ROW
           MOVE 'N' TO WS-ROW-EOF
           PERFORM UNTIL WS-ROW-EOF = 'Y'
              EXEC SQL
                 FETCH DQT-CUR
                 INTO :WS-CHECK-ID, :WS-CHECK-DESC, :WS-CHECK-STATUS,
                      :WS-RUN-DATE, :WS-RESULT, :WS-FOUND-CNT,
                      :WS-OPENED-CNT, :WS-CLOSED-CNT, :WS-OPEN-CNT
              END-EXEC

              IF SQLCODE = 0
                 IF WS-FIRST-ROW = 'Y'
                    OR WS-CHECK-ID NOT = WS-PREV-CHECK
                    IF WS-FIRST-ROW NOT = 'Y'
                       PERFORM PRINT-CHECK-TOTAL
                    END-IF
                    PERFORM START-CHECK
                 END-IF
                 PERFORM PRINT-RUN-LINE
              ELSE
                 MOVE 'Y' TO WS-ROW-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE DQT-CUR END-EXEC

           IF WS-FIRST-ROW = 'Y'
              DISPLAY "NO SWEEP RUN IN THE PERIOD"
           ELSE
              PERFORM PRINT-CHECK-TOTAL
           END-IF.

       START-CHECK.
           MOVE 'N' TO WS-FIRST-ROW
           MOVE WS-CHECK-ID TO WS-PREV-CHECK
           MOVE 0 TO WS-CHK-RUNS WS-CHK-FAILS WS-CHK-OPENED
                     WS-CHK-CLOSED WS-CHK-LAST
           ADD 1 TO WS-CHECK-CNT
           DISPLAY " "
           IF WS-CHECK-STATUS = 'X'
              DISPLAY "CHECK : " WS-CHECK-ID " " WS-CHECK-DESC
                      " (RETIRED)"
           ELSE
              DISPLAY "CHECK : " WS-CHECK-ID " " WS-CHECK-DESC
           END-IF
           DISPLAY "RUN DATE   RES FOUND   OPENED  CLOSED  OPEN".

       PRINT-RUN-LINE.
           ADD 1 TO WS-CHK-RUNS
           IF WS-RESULT = 'E'
              ADD 1 TO WS-CHK-FAILS
           ELSE
              ADD WS-OPENED-CNT TO WS-CHK-OPENED
              ADD WS-CLOSED-CNT TO WS-CHK-CLOSED
              MOVE WS-OPEN-CNT TO WS-CHK-LAST
           END-IF
           DISPLAY WS-RUN-DATE " " WS-RESULT "  " WS-FOUND-CNT " "
                   WS-OPENED-CNT " " WS-CLOSED-CNT " " WS-OPEN-CNT.

       PRINT-CHECK-TOTAL.
           ADD WS-CHK-OPENED TO WS-TOT-OPENED
           ADD WS-CHK-CLOSED TO WS-TOT-CLOSED
           ADD WS-CHK-FAILS TO WS-TOT-FAILS
           DISPLAY "PERIOD     " WS-CHK-RUNS " RUNS  OPENED "
                   WS-CHK-OPENED "  CLOSED " WS-CHK-CLOSED
                   "  OPEN AT LAST RUN " WS-CHK-LAST
           IF WS-CHK-FAILS > 0
              DISPLAY "   FAILED RUNS " WS-CHK-FAILS
           END-IF.

       LIST-OPEN-BY-UNIT.
           DISPLAY " "
           DISPLAY "FINDINGS OPEN NOW BY OWNING UNIT"
           DISPLAY "UNIT     OPEN    OLDEST OPENED"

           EXEC SQL
              DECLARE DQU-CUR CURSOR FOR
              SELECT OWNER_UNIT, COUNT(*), MIN(OPENED_TS)
              FROM DQ_FINDING
              WHERE STATUS = 'O'
              GROUP BY OWNER_UNIT
              ORDER BY OWNER_UNIT
           END-EXEC

           EXEC SQL OPEN DQU-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH DQU-CUR
                 INTO :WS-UNIT, :WS-UNIT-CNT, :WS-OLDEST-TS
              END-EXEC
              IF SQLCODE = 0
                 ADD WS-UNIT-CNT TO WS-TOT-OPEN
                 DISPLAY WS-UNIT " " WS-UNIT-CNT " " WS-OLDEST-TS
              END-IF
           END-PERFORM

           EXEC SQL CLOSE DQU-CUR END-EXEC

           IF WS-TOT-OPEN = 0
              DISPLAY "NO OPEN FINDING"
           END-IF.
