       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-CONTACT-RPT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-DATE-FROM    PIC X(10).
       01 WS-DATE-TO      PIC X(10).
       01 WS-WINDOW-DAYS  PIC 9(3).
       01 WS-MIN-AMOUNT   PIC 9(13).
       01 WS-PARAM-DAYS   PIC S9(3) COMP-3.
       01 WS-PARAM-AMT    PIC S9(13)V99 COMP-3.
       01 WS-MIN-AMT      PIC S9(13)V99 COMP-3.
       01 WS-DAYS         PIC S9(3) COMP-3.

       01 WS-CHG-ID       PIC X(20).
       01 WS-CUST-ID      PIC X(20).
       01 WS-CUST-NAME    PIC X(40).
       01 WS-OLD-DEST     PIC X(40).
       01 WS-NEW-DEST     PIC X(40).
       01 WS-ACTOR        PIC X(10).
       01 WS-CHG-CHANNEL  PIC X(6).
       01 WS-GEN-TS       PIC X(26).
       01 WS-END-TS       PIC X(26).
       01 WS-TS-START     PIC X(19).
       01 WS-TS-END       PIC X(19).
       01 WS-CHG-EOF      PIC X(1).

       01 WS-ID-TRX       PIC X(20).
       01 WS-NO-REK       PIC X(6).
       01 WS-TRX-CODE     PIC X(2).
       01 WS-AMOUNT       PIC S9(11)V99 COMP-3.
       01 WS-WAKTU        PIC X(19).
       01 WS-TRX-CHANNEL  PIC X(6).
       01 WS-HIT-CNT      PIC 9(5).
       01 WS-HIT-AMT      PIC S9(15)V99 COMP-3.

       01 WS-CHG-CNT      PIC 9(7) VALUE 0.
       01 WS-FLAG-CNT     PIC 9(7) VALUE 0.
       01 WS-OUT-CNT      PIC 9(7) VALUE 0.
       01 WS-TOT-OUT      PIC S9(15)V99 COMP-3 VALUE 0.

      *> Compliance's account-takeover screen. Every replacement of
      *> a registered contact (CONTACT_CHANGE, written by
      *> CB-CONTACT-CHANGE) made in the date range is checked for
      *> money leaving the customer's accounts in the days that
      *> followed: any posted AUDIT_LOG debit at or above the
      *> minimum amount, by any channel, within the window after
      *> the change. Window and amount default to the
      *> CONTACT-WATCH-DAYS and CONTACT-WATCH-AMT parameters (7 days
      *> and 10,000,000 without them). Only changes followed by such
      *> an outflow are listed, with who made the change, through
      *> which channel, and each outflow.
       PROCEDURE DIVISION.
           DISPLAY "CHANGES FROM (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-DATE-FROM
           DISPLAY "CHANGES TO   (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-DATE-TO
           DISPLAY "WINDOW DAYS (BLANK=PARAM): " WITH NO ADVANCING
           ACCEPT WS-WINDOW-DAYS
           DISPLAY "MIN AMOUNT  (BLANK=PARAM): " WITH NO ADVANCING
           ACCEPT WS-MIN-AMOUNT

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-PARAM-DAYS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'CONTACT-WATCH-DAYS'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 7 TO WS-PARAM-DAYS
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-PARAM-AMT
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'CONTACT-WATCH-AMT'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 10000000 TO WS-PARAM-AMT
           END-IF

           IF WS-WINDOW-DAYS = 0
              MOVE WS-PARAM-DAYS TO WS-DAYS
           ELSE
              MOVE WS-WINDOW-DAYS TO WS-DAYS
           END-IF
           IF WS-MIN-AMOUNT = 0
              MOVE WS-PARAM-AMT TO WS-MIN-AMT
           ELSE
              MOVE WS-MIN-AMOUNT TO WS-MIN-AMT
           END-IF

           DISPLAY "==================================================="
           DISPLAY "CONTACT CHANGES FOLLOWED BY OUTFLOWS"
           DISPLAY "CHANGES " WS-DATE-FROM " TO " WS-DATE-TO
           DISPLAY "WINDOW " WS-DAYS " DAYS  MIN AMOUNT " WS-MIN-AMT
           DISPLAY "==================================================="

           EXEC SQL
              DECLARE CCR-CUR CURSOR FOR
              SELECT G.CHG_ID, G.CUST_ID, C.CUST_NAME, G.OLD_DEST,
                     G.NEW_DEST, G.ACTOR, G.CHANNEL,
                     CHAR(G.CHANGED_TS),
                     CHAR(G.CHANGED_TS + :WS-DAYS DAYS)
              FROM CONTACT_CHANGE G, CUST_MASTER C
              WHERE G.CHG_TYPE = 'C'
                AND DATE(G.CHANGED_TS) >= :WS-DATE-FROM
                AND DATE(G.CHANGED_TS) <= :WS-DATE-TO
                AND C.CUST_ID = G.CUST_ID
              ORDER BY G.CHANGED_TS, G.CHG_ID
           END-EXEC

           EXEC SQL OPEN CCR-CUR END-EXEC

           MOVE 'N' TO WS-CHG-EOF
           PERFORM UNTIL WS-CHG-EOF = 'Y'
              EXEC SQL
                 FETCH CCR-CUR
                 INTO :WS-CHG-ID, :WS-CUST-ID, :WS-CUST-NAME,
                      :WS-OLD-DEST, :WS-NEW-DEST, :WS-ACTOR,
                      :WS-CHG-CHANNEL, :WS-GEN-TS, :WS-END-TS
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-CHG-CNT
                 PERFORM CHECK-OUTFLOWS THRU CHECK-OUTFLOWS-EXIT
              ELSE
                 MOVE 'Y' TO WS-CHG-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CCR-CUR END-EXEC

           DISPLAY "==================================================="
           DISPLAY "CONTACT CHANGES       : " WS-CHG-CNT
           DISPLAY "FOLLOWED BY OUTFLOWS  : " WS-FLAG-CNT
           DISPLAY "OUTFLOWS LISTED       : " WS-OUT-CNT
           DISPLAY "TOTAL OUTFLOW         : " WS-TOT-OUT
           DISPLAY "==================================================="
           STOP RUN.

      *> AUDIT_LOG.WAKTU is kept as 'YYYY-MM-DD HH:MM:SS'; the
      *> change timestamp and the window end are put in that shape
      *> before they are compared with it.
       CHECK-OUTFLOWS.
           MOVE SPACES TO WS-TS-START
           STRING WS-GEN-TS(1:10) " " WS-GEN-TS(12:2) ":"
                  WS-GEN-TS(15:2) ":" WS-GEN-TS(18:2)
             DELIMITED BY SIZE INTO WS-TS-START
           MOVE SPACES TO WS-TS-END
           STRING WS-END-TS(1:10) " " WS-END-TS(12:2) ":"
                  WS-END-TS(15:2) ":" WS-END-TS(18:2)
             DELIMITED BY SIZE INTO WS-TS-END

           MOVE 0 TO WS-HIT-CNT
           MOVE 0 TO WS-HIT-AMT

           EXEC SQL
              SELECT COUNT(*), COALESCE(SUM(A.AMOUNT), 0)
              INTO :WS-HIT-CNT, :WS-HIT-AMT
              FROM AUDIT_LOG A, REKENING R
              WHERE R.CUST_ID = :WS-CUST-ID
                AND A.NO_REK = R.NO_REK
                AND A.RESP_CODE = '00'
                AND A.AFTER_BAL < A.BEFORE_BAL
                AND A.AMOUNT >= :WS-MIN-AMT
                AND A.WAKTU >= :WS-TS-START
                AND A.WAKTU <= :WS-TS-END
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-HIT-CNT = 0
              GO TO CHECK-OUTFLOWS-EXIT
           END-IF

           ADD 1 TO WS-FLAG-CNT
           ADD WS-HIT-AMT TO WS-TOT-OUT

           DISPLAY "---------------------------------------------------"
           DISPLAY WS-CUST-ID " " WS-CUST-NAME
           DISPLAY "  CHANGED " WS-TS-START " BY " WS-ACTOR
                   " VIA " WS-CHG-CHANNEL "  " WS-CHG-ID
           DISPLAY "  FROM " WS-OLD-DEST
           DISPLAY "  TO   " WS-NEW-DEST
           DISPLAY "  " WS-HIT-CNT " OUTFLOW(S) TOTAL " WS-HIT-AMT

           EXEC SQL
              DECLARE CCO-CUR CURSOR FOR
              SELECT A.ID_TRX, A.NO_REK, A.TRX_CODE, A.AMOUNT,
                     A.WAKTU, A.CHANNEL
              FROM AUDIT_LOG A, REKENING R
              WHERE R.CUST_ID = :WS-CUST-ID
                AND A.NO_REK = R.NO_REK
                AND A.RESP_CODE = '00'
                AND A.AFTER_BAL < A.BEFORE_BAL
                AND A.AMOUNT >= :WS-MIN-AMT
                AND A.WAKTU >= :WS-TS-START
                AND A.WAKTU <= :WS-TS-END
              ORDER BY A.WAKTU
           END-EXEC

           EXEC SQL OPEN CCO-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CCO-CUR
                 INTO :WS-ID-TRX, :WS-NO-REK, :WS-TRX-CODE,
                      :WS-AMOUNT, :WS-WAKTU, :WS-TRX-CHANNEL
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-OUT-CNT
                 DISPLAY "    " WS-WAKTU " " WS-NO-REK " "
                         WS-TRX-CODE " " WS-TRX-CHANNEL " "
                         WS-AMOUNT " " WS-ID-TRX
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CCO-CUR END-EXEC.
       CHECK-OUTFLOWS-EXIT.
           EXIT.
