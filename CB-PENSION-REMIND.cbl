       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-PENSION-REMIND.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-LEAD-DAYS    PIC S9(5) COMP-3.
       01 WS-HORIZON      PIC X(10).

       01 WS-PENSION-NO   PIC X(20).
       01 WS-CUST-ID      PIC X(20).
       01 WS-DUE-DATE     PIC X(10).
       01 WS-DAYS-OVER    PIC S9(7) COMP-3.
       01 WS-BRANCH-ID    PIC X(4).
       01 WS-PREF-CHANNEL PIC X(1).
       01 WS-DESTINATION  PIC X(40).

       01 WS-NOTIF-ID     PIC X(20).
       01 WS-NOTIF-EVENT  PIC X(8) VALUE 'PENSLIFE'.
       01 WS-MESSAGE      PIC X(60).
       01 WS-NOTICE-SENT  PIC X(1).

       01 WS-DUE-CNT      PIC 9(7) VALUE 0.
       01 WS-OVER-CNT     PIC 9(7) VALUE 0.
       01 WS-NOTICE-CNT   PIC 9(7) VALUE 0.
       01 WS-NO-CONTACT-CNT PIC 9(7) VALUE 0.
       01 WS-ERR-CNT      PIC 9(7) VALUE 0.

      *> Month-end reminder run for the pensioners' yearly proof of
      *> life. A living pensioner whose LIFE_DUE_DATE falls within
      *> PEN-LIFE-LEAD days (SYS_PARAM, default 60) of the business
      *> date is listed for the branch holding the pension account
      *> and sent a reminder through NOTIFICATION_QUEUE to their
      *> registered contact - every month until they come in, so a
      *> pensioner is warned at least twice before the date. Once
      *> the date has passed the message says the pension is being
      *> withheld, since CB-PENSION-FILE returns the credit to the
      *> fund from then on. LAST_REMIND_DATE keeps a rerun of the
      *> same business date from sending the reminder twice.
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
              INTO :WS-LEAD-DAYS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'PEN-LIFE-LEAD'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 60 TO WS-LEAD-DAYS
           END-IF

           EXEC SQL
              SELECT CHAR(DATE(:WS-BUS-DATE) + :WS-LEAD-DAYS DAYS)
              INTO :WS-HORIZON
              FROM SYSIBM.SYSDUMMY1
           END-EXEC

           DISPLAY "==================================================="
           DISPLAY "PENSION PROOF OF LIFE - DUE BY " WS-HORIZON
           DISPLAY "==================================================="
           DISPLAY "PENSION NO           BRCH DUE        OVERDUE"

           EXEC SQL
              DECLARE PLR-CUR CURSOR FOR
              SELECT N.PENSION_NO, N.CUST_ID,
                     CHAR(N.LIFE_DUE_DATE),
                     DAYS(:WS-BUS-DATE) - DAYS(N.LIFE_DUE_DATE),
                     COALESCE(R.BRANCH_ID, ' '),
                     COALESCE(P.CHANNEL, ' '),
                     COALESCE(P.DESTINATION, ' ')
              FROM PENSIONER N
                   JOIN CUST_MASTER C
                     ON C.CUST_ID = N.CUST_ID
                   LEFT JOIN REKENING R
                     ON R.NO_REK = N.NO_REK
                   LEFT JOIN ALERT_PREFERENCE P
                     ON P.CUST_ID = N.CUST_ID
              WHERE N.STATUS = 'A'
                AND COALESCE(C.DECEASED, 'N') <> 'Y'
                AND N.LIFE_DUE_DATE <= :WS-HORIZON
                AND COALESCE(N.LAST_REMIND_DATE, '0001-01-01')
                    < :WS-BUS-DATE
              ORDER BY R.BRANCH_ID, N.LIFE_DUE_DATE
           END-EXEC

           EXEC SQL OPEN PLR-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH PLR-CUR
                 INTO :WS-PENSION-NO, :WS-CUST-ID, :WS-DUE-DATE,
                      :WS-DAYS-OVER, :WS-BRANCH-ID,
                      :WS-PREF-CHANNEL, :WS-DESTINATION
              END-EXEC

              IF SQLCODE = 0
                 PERFORM WORK-PENSIONER THRU WORK-PENSIONER-EXIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE PLR-CUR END-EXEC

           DISPLAY "---------------------------------------------------"
           DISPLAY "DUE, NOT YET OVERDUE  : " WS-DUE-CNT
           DISPLAY "OVERDUE (WITHHELD)    : " WS-OVER-CNT
           DISPLAY "REMINDERS QUEUED      : " WS-NOTICE-CNT
           DISPLAY "NO CONTACT ON FILE    : " WS-NO-CONTACT-CNT
           DISPLAY "FAILURES              : " WS-ERR-CNT
           DISPLAY "==================================================="

           IF WS-ERR-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *> The reminder and the LAST_REMIND_DATE stamp commit
      *> together, so the cursor loop sees a clean SQLCODE and a
      *> failed insert is retried by the next run.
       WORK-PENSIONER.
           IF WS-DAYS-OVER > 0
              ADD 1 TO WS-OVER-CNT
              DISPLAY WS-PENSION-NO " " WS-BRANCH-ID " " WS-DUE-DATE
                      " " WS-DAYS-OVER " WITHHELD"
           ELSE
              MOVE 0 TO WS-DAYS-OVER
              ADD 1 TO WS-DUE-CNT
              DISPLAY WS-PENSION-NO " " WS-BRANCH-ID " " WS-DUE-DATE
                      " " WS-DAYS-OVER
           END-IF

           MOVE SPACES TO WS-MESSAGE
           IF WS-DAYS-OVER > 0
              STRING 'PENSIUN DITAHAN - SEGERA LAKUKAN BUKTI HIDUP '
                     'DI CABANG'
                DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
              STRING 'MOHON BUKTI HIDUP PENSIUN DI CABANG SEBELUM '
                     WS-DUE-DATE
                DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF

           MOVE 'N' TO WS-NOTICE-SENT
           IF WS-DESTINATION = SPACES
              ADD 1 TO WS-NO-CONTACT-CNT
           ELSE
              CALL 'CB-REF-NUMBER' USING 'NT' WS-NOTIF-ID
              EXEC SQL
                 INSERT INTO NOTIFICATION_QUEUE
                 (ID_NOTIF, MAKER_ID, ID_TRX, EVENT, MESSAGE, STATUS,
                  NOTIF_TYPE, CHANNEL, DESTINATION, RETRY_CNT,
                  CREATED_TS)
                 VALUES
                 (:WS-NOTIF-ID, :WS-CUST-ID, :WS-PENSION-NO,
                  :WS-NOTIF-EVENT, :WS-MESSAGE, 'N', 'C',
                  :WS-PREF-CHANNEL, :WS-DESTINATION, 0,
                  CURRENT TIMESTAMP)
              END-EXEC
              IF SQLCODE NOT = 0
                 EXEC SQL ROLLBACK END-EXEC
                 DISPLAY "REMINDER FAILED " WS-PENSION-NO
                 ADD 1 TO WS-ERR-CNT
                 GO TO WORK-PENSIONER-EXIT
              END-IF
              MOVE 'Y' TO WS-NOTICE-SENT
           END-IF

           EXEC SQL
              UPDATE PENSIONER
              SET LAST_REMIND_DATE = :WS-BUS-DATE
              WHERE PENSION_NO = :WS-PENSION-NO
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "REMINDER FAILED " WS-PENSION-NO
              ADD 1 TO WS-ERR-CNT
              GO TO WORK-PENSIONER-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           IF WS-NOTICE-SENT = 'Y'
              ADD 1 TO WS-NOTICE-CNT
           END-IF.
       WORK-PENSIONER-EXIT.
           EXIT.
