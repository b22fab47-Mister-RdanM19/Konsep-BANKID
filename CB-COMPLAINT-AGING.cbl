       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-COMPLAINT-AGING.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-WARN-DAYS    PIC S9(3) COMP-3.

       01 WS-CMP-ID       PIC X(20).
       01 WS-CUST-ID      PIC X(20).
       01 WS-CATEGORY     PIC X(3).
       01 WS-STATUS       PIC X(1).
       01 WS-UNIT         PIC X(10).
       01 WS-ACK-DUE      PIC X(10).
       01 WS-RESOLVE-DUE  PIC X(10).
       01 WS-ACK-LEFT     PIC S9(5) COMP-3.
       01 WS-RES-LEFT     PIC S9(5) COMP-3.
       01 WS-BREACH-ACK   PIC X(1).
       01 WS-BREACH-RES   PIC X(1).
       01 WS-FLAG         PIC X(12).
       01 WS-NOTE         PIC X(60).
       01 WS-BATCH-USER   PIC X(10) VALUE 'CMPAGING'.

       01 WS-OPEN-CNT     PIC 9(7) VALUE 0.
       01 WS-SOON-CNT     PIC 9(7) VALUE 0.
       01 WS-LATE-CNT     PIC 9(7) VALUE 0.
       01 WS-NEW-LATE-CNT PIC 9(7) VALUE 0.
       01 WS-ERR-CNT      PIC 9(7) VALUE 0.

      *> The daily SLA worklist over the complaint register. Every
      *> open complaint is aged against the business date: one
      *> still unacknowledged past its acknowledgement date, or
      *> unresolved past its resolution date, is breached - flagged
      *> once on the complaint (BREACH_ACK / BREACH_RES, which the
      *> quarterly OJK report counts) with a line on its history -
      *> and one within CMP-WARN-DAYS (SYS_PARAM, default 2) of
      *> either date is listed as due soon, so the unit holding it
      *> can act before the breach rather than after. A new breach
      *> ends the step RC 4.
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
              INTO :WS-WARN-DAYS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'CMP-WARN-DAYS'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 2 TO WS-WARN-DAYS
           END-IF

           DISPLAY "==================================================="
           DISPLAY "COMPLAINT SLA AGING - " WS-BUS-DATE
           DISPLAY "==================================================="

           EXEC SQL
              DECLARE CAG-CUR CURSOR FOR
              SELECT CMP_ID, CUST_ID, CATEGORY, STATUS,
                     ASSIGNED_UNIT, CHAR(ACK_DUE), CHAR(RESOLVE_DUE),
                     DAYS(ACK_DUE) - DAYS(:WS-BUS-DATE),
                     DAYS(RESOLVE_DUE) - DAYS(:WS-BUS-DATE),
                     COALESCE(BREACH_ACK, 'N'),
                     COALESCE(BREACH_RES, 'N')
              FROM COMPLAINT
              WHERE STATUS <> 'S'
              ORDER BY RESOLVE_DUE, CMP_ID
           END-EXEC

           EXEC SQL OPEN CAG-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CAG-CUR
                 INTO :WS-CMP-ID, :WS-CUST-ID, :WS-CATEGORY,
                      :WS-STATUS, :WS-UNIT, :WS-ACK-DUE,
                      :WS-RESOLVE-DUE, :WS-ACK-LEFT, :WS-RES-LEFT,
                      :WS-BREACH-ACK, :WS-BREACH-RES
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-OPEN-CNT
                 PERFORM AGE-ONE-COMPLAINT
                         THRU AGE-ONE-COMPLAINT-EXIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CAG-CUR END-EXEC

           DISPLAY "---------------------------------------------------"
           DISPLAY "OPEN COMPLAINTS       : " WS-OPEN-CNT
           DISPLAY "DUE WITHIN " WS-WARN-DAYS " DAYS     : "
                   WS-SOON-CNT
           DISPLAY "PAST SLA              : " WS-LATE-CNT
           DISPLAY "  NEWLY BREACHED      : " WS-NEW-LATE-CNT
           DISPLAY "FAILURES              : " WS-ERR-CNT
           DISPLAY "==================================================="

           IF WS-ERR-CNT > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NEW-LATE-CNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           GOBACK.

      *> Ends on a COMMIT or ROLLBACK so the cursor loop sees a clean
      *> SQLCODE.
       AGE-ONE-COMPLAINT.
           MOVE SPACES TO WS-FLAG

           IF WS-STATUS = 'R' AND WS-ACK-LEFT < 0
              MOVE "** ACK LATE" TO WS-FLAG
              IF WS-BREACH-ACK NOT = 'Y'
                 MOVE "ACKNOWLEDGEMENT DEADLINE BREACHED" TO WS-NOTE
                 EXEC SQL
                    UPDATE COMPLAINT
                    SET BREACH_ACK = 'Y',
                        UPDATED_TS = CURRENT TIMESTAMP
                    WHERE CMP_ID = :WS-CMP-ID
                 END-EXEC
                 PERFORM RECORD-BREACH
                 IF SQLCODE NOT = 0
                    GO TO AGE-ONE-COMPLAINT-EXIT
                 END-IF
              END-IF
           END-IF

           IF WS-RES-LEFT < 0
              MOVE "** LATE" TO WS-FLAG
              IF WS-BREACH-RES NOT = 'Y'
                 MOVE "RESOLUTION DEADLINE BREACHED" TO WS-NOTE
                 EXEC SQL
                    UPDATE COMPLAINT
                    SET BREACH_RES = 'Y',
                        UPDATED_TS = CURRENT TIMESTAMP
                    WHERE CMP_ID = :WS-CMP-ID
                 END-EXEC
                 PERFORM RECORD-BREACH
                 IF SQLCODE NOT = 0
                    GO TO AGE-ONE-COMPLAINT-EXIT
                 END-IF
              END-IF
           END-IF

           IF WS-FLAG NOT = SPACES
              ADD 1 TO WS-LATE-CNT
           ELSE
              IF WS-RES-LEFT <= WS-WARN-DAYS
                 OR (WS-STATUS = 'R' AND WS-ACK-LEFT <= WS-WARN-DAYS)
                 MOVE "* DUE SOON" TO WS-FLAG
                 ADD 1 TO WS-SOON-CNT
              END-IF
           END-IF

           IF WS-FLAG NOT = SPACES
              DISPLAY WS-FLAG " " WS-CMP-ID " " WS-CATEGORY " "
                      WS-STATUS " " WS-UNIT
                      "  ACK " WS-ACK-DUE "  RESOLVE " WS-RESOLVE-DUE
                      "  " WS-CUST-ID
           END-IF

           EXEC SQL COMMIT END-EXEC.
       AGE-ONE-COMPLAINT-EXIT.
           EXIT.

      *> The history line goes with the flag it explains; a failure
      *> undoes both and leaves SQLCODE set for the caller.
       RECORD-BREACH.
           IF SQLCODE = 0
              EXEC SQL
                 INSERT INTO COMPLAINT_HIST
                 (CMP_ID, HIST_TS, ACTION, OLD_STATUS, NEW_STATUS,
                  USER_ID, NOTE)
                 VALUES
                 (:WS-CMP-ID, CURRENT TIMESTAMP, 'B', :WS-STATUS,
                  :WS-STATUS, :WS-BATCH-USER, :WS-NOTE)
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "BREACH FLAG FAILED " WS-CMP-ID
              ADD 1 TO WS-ERR-CNT
              MOVE -1 TO SQLCODE
           ELSE
              ADD 1 TO WS-NEW-LATE-CNT
           END-IF.
