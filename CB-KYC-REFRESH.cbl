       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-KYC-REFRESH.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-LEAD-DAYS    PIC S9(5) COMP-3.
       01 WS-RESTRICT-DAYS PIC S9(5) COMP-3.
       01 WS-HORIZON      PIC X(10).

       01 WS-CUST-ID      PIC X(20).
       01 WS-NEXT-REVIEW  PIC X(10).
       01 WS-ID-EXPIRY    PIC X(10).
       01 WS-REVIEW-OVER  PIC S9(7) COMP-3.
       01 WS-EXPIRY-OVER  PIC S9(7) COMP-3.
       01 WS-RESTRICT     PIC X(1).
       01 WS-BRANCH-ID    PIC X(4).
       01 WS-PREF-CHANNEL PIC X(1).
       01 WS-DESTINATION  PIC X(40).

       01 WS-REASON       PIC X(1).
      *> R = review date due, E = ID document expiring, B = both.
       01 WS-DUE-DATE     PIC X(10).
       01 WS-DAYS-OVER    PIC S9(7) COMP-3.
       01 WS-OPEN-CNT     PIC 9(5).
       01 WS-WL-ID        PIC X(20).
       01 WS-NEWLY-BARRED PIC X(1).

       01 WS-NOTIF-ID     PIC X(20).
       01 WS-NOTIF-EVENT  PIC X(8) VALUE 'KYCRFRSH'.
       01 WS-MESSAGE      PIC X(60).

       01 WS-DUE-CNT      PIC 9(7) VALUE 0.
       01 WS-OVER-CNT     PIC 9(7) VALUE 0.
       01 WS-BARRED-CNT   PIC 9(7) VALUE 0.
       01 WS-NOTICE-CNT   PIC 9(7) VALUE 0.
       01 WS-ERR-CNT      PIC 9(7) VALUE 0.

      *> Month-end pass for the periodic KYC refresh. A customer is
      *> due when the next-review date CB-CUST-MAINT set from the
      *> risk rating, or the expiry of the ID document on file,
      *> falls within KYC-LEAD-DAYS (SYS_PARAM, default 30) of the
      *> business date. Each due customer gets one open item on
      *> KYC_REFRESH_WL for the branch holding their accounts -
      *> kept up to date on later runs, never doubled - and a
      *> reminder through NOTIFICATION_QUEUE to their registered
      *> contact every month until the refresh is done. A customer
      *> KYC-RESTRICT-DAYS (default 90) past the due date is marked
      *> KYC_RESTRICT 'Y': new channel enrolment, cardless staging
      *> and new account opening are refused from then on, while
      *> balances and everything already in place keep working.
      *> The refresh itself ('K' in CB-CUST-MAINT) lifts it.
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
              WHERE PARAM_KEY = 'KYC-LEAD-DAYS'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 30 TO WS-LEAD-DAYS
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-RESTRICT-DAYS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'KYC-RESTRICT-DAYS'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 90 TO WS-RESTRICT-DAYS
           END-IF

           EXEC SQL
              SELECT CHAR(DATE(:WS-BUS-DATE) + :WS-LEAD-DAYS DAYS)
              INTO :WS-HORIZON
              FROM SYSIBM.SYSDUMMY1
           END-EXEC

           DISPLAY "==================================================="
           DISPLAY "KYC REFRESH WORKLIST - DUE BY " WS-HORIZON
           DISPLAY "==================================================="
           DISPLAY "CUST ID              BRCH R DUE        OVERDUE"

           EXEC SQL
              DECLARE KYR-CUR CURSOR FOR
              SELECT C.CUST_ID,
                     COALESCE(CHAR(C.KYC_NEXT_REVIEW), ' '),
                     COALESCE(CHAR(C.ID_EXPIRY), ' '),
                     COALESCE(DAYS(:WS-BUS-DATE)
                              - DAYS(C.KYC_NEXT_REVIEW), -99999),
                     COALESCE(DAYS(:WS-BUS-DATE)
                              - DAYS(C.ID_EXPIRY), -99999),
                     COALESCE(C.KYC_RESTRICT, 'N'),
                     COALESCE((SELECT MIN(R.BRANCH_ID)
                               FROM REKENING R
                               WHERE R.CUST_ID = C.CUST_ID), ' '),
                     COALESCE(P.CHANNEL, ' '),
                     COALESCE(P.DESTINATION, ' ')
              FROM CUST_MASTER C
                   LEFT JOIN ALERT_PREFERENCE P
                     ON P.CUST_ID = C.CUST_ID
              WHERE COALESCE(C.KYC_STATUS, ' ') <> 'M'
                AND (C.KYC_NEXT_REVIEW <= :WS-HORIZON
                     OR C.ID_EXPIRY <= :WS-HORIZON)
              ORDER BY C.CUST_ID
           END-EXEC

           EXEC SQL OPEN KYR-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH KYR-CUR
                 INTO :WS-CUST-ID, :WS-NEXT-REVIEW, :WS-ID-EXPIRY,
                      :WS-REVIEW-OVER, :WS-EXPIRY-OVER,
                      :WS-RESTRICT, :WS-BRANCH-ID,
                      :WS-PREF-CHANNEL, :WS-DESTINATION
              END-EXEC

              IF SQLCODE = 0
                 PERFORM WORK-CUSTOMER THRU WORK-CUSTOMER-EXIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE KYR-CUR END-EXEC

           DISPLAY "---------------------------------------------------"
           DISPLAY "DUE, NOT YET OVERDUE  : " WS-DUE-CNT
           DISPLAY "OVERDUE               : " WS-OVER-CNT
           DISPLAY "  NEWLY RESTRICTED    : " WS-BARRED-CNT
           DISPLAY "REMINDERS QUEUED      : " WS-NOTICE-CNT
           DISPLAY "FAILURES              : " WS-ERR-CNT
           DISPLAY "==================================================="

           IF WS-ERR-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

      *> The earlier of the two dates that brought the customer in
      *> is the due date the branch and the restriction count from.
      *> Everything here ends on a COMMIT or ROLLBACK, so the cursor
      *> loop sees a clean SQLCODE.
       WORK-CUSTOMER.
           MOVE SPACE TO WS-REASON
           IF WS-NEXT-REVIEW NOT = SPACES
              AND WS-NEXT-REVIEW <= WS-HORIZON
              MOVE 'R' TO WS-REASON
              MOVE WS-NEXT-REVIEW TO WS-DUE-DATE
              MOVE WS-REVIEW-OVER TO WS-DAYS-OVER
           END-IF
           IF WS-ID-EXPIRY NOT = SPACES
              AND WS-ID-EXPIRY <= WS-HORIZON
              IF WS-REASON = 'R'
                 MOVE 'B' TO WS-REASON
                 IF WS-ID-EXPIRY < WS-DUE-DATE
                    MOVE WS-ID-EXPIRY TO WS-DUE-DATE
                    MOVE WS-EXPIRY-OVER TO WS-DAYS-OVER
                 END-IF
              ELSE
                 MOVE 'E' TO WS-REASON
                 MOVE WS-ID-EXPIRY TO WS-DUE-DATE
                 MOVE WS-EXPIRY-OVER TO WS-DAYS-OVER
              END-IF
           END-IF
           IF WS-DAYS-OVER < 0
              MOVE 0 TO WS-DAYS-OVER
           END-IF

           MOVE 0 TO WS-OPEN-CNT
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-OPEN-CNT
              FROM KYC_REFRESH_WL
              WHERE CUST_ID = :WS-CUST-ID
                AND STATUS = 'O'
           END-EXEC

           IF WS-OPEN-CNT > 0
              EXEC SQL
                 UPDATE KYC_REFRESH_WL
                 SET BRANCH_ID = :WS-BRANCH-ID,
                     REASON = :WS-REASON,
                     DUE_DATE = :WS-DUE-DATE,
                     DAYS_OVERDUE = :WS-DAYS-OVER,
                     UPDATED_TS = CURRENT TIMESTAMP
                 WHERE CUST_ID = :WS-CUST-ID
                   AND STATUS = 'O'
              END-EXEC
           ELSE
              CALL 'CB-REF-NUMBER' USING 'KW' WS-WL-ID
              EXEC SQL
                 INSERT INTO KYC_REFRESH_WL
                 (WL_ID, CUST_ID, BRANCH_ID, REASON, DUE_DATE,
                  DAYS_OVERDUE, STATUS, CREATED_TS, UPDATED_TS)
                 VALUES
                 (:WS-WL-ID, :WS-CUST-ID, :WS-BRANCH-ID, :WS-REASON,
                  :WS-DUE-DATE, :WS-DAYS-OVER, 'O',
                  CURRENT TIMESTAMP, CURRENT TIMESTAMP)
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "WORKLIST UPDATE FAILED " WS-CUST-ID
              ADD 1 TO WS-ERR-CNT
              GO TO WORK-CUSTOMER-EXIT
           END-IF

           MOVE 'N' TO WS-NEWLY-BARRED
           IF WS-DAYS-OVER >= WS-RESTRICT-DAYS AND WS-RESTRICT NOT = 'Y'
              EXEC SQL
                 UPDATE CUST_MASTER
                 SET KYC_RESTRICT = 'Y',
                     KYC_RESTRICT_TS = CURRENT TIMESTAMP,
                     UPDATED_TS = CURRENT TIMESTAMP
                 WHERE CUST_ID = :WS-CUST-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 EXEC SQL ROLLBACK END-EXEC
                 DISPLAY "RESTRICTION FAILED " WS-CUST-ID
                 ADD 1 TO WS-ERR-CNT
                 GO TO WORK-CUSTOMER-EXIT
              END-IF
              MOVE 'Y' TO WS-NEWLY-BARRED
              MOVE 'Y' TO WS-RESTRICT
              ADD 1 TO WS-BARRED-CNT
           END-IF

           EXEC SQL COMMIT END-EXEC

           IF WS-DAYS-OVER > 0
              ADD 1 TO WS-OVER-CNT
           ELSE
              ADD 1 TO WS-DUE-CNT
           END-IF
           IF WS-NEWLY-BARRED = 'Y'
              DISPLAY WS-CUST-ID " " WS-BRANCH-ID " " WS-REASON " "
                      WS-DUE-DATE " " WS-DAYS-OVER " RESTRICTED"
           ELSE
              DISPLAY WS-CUST-ID " " WS-BRANCH-ID " " WS-REASON " "
                      WS-DUE-DATE " " WS-DAYS-OVER
           END-IF

           MOVE SPACES TO WS-MESSAGE
           EVALUATE TRUE
             WHEN WS-RESTRICT = 'Y'
                STRING 'LAYANAN BARU DIBATASI - '
                       'PERBARUI DATA ANDA DI CABANG'
                  DELIMITED BY SIZE INTO WS-MESSAGE
             WHEN WS-DAYS-OVER > 0
                STRING 'PEMBARUAN DATA ANDA LEWAT JATUH TEMPO - '
                       'HUBUNGI CABANG'
                  DELIMITED BY SIZE INTO WS-MESSAGE
             WHEN OTHER
                STRING 'MOHON PERBARUI DATA/KTP DI CABANG SEBELUM '
                       WS-DUE-DATE
                  DELIMITED BY SIZE INTO WS-MESSAGE
           END-EVALUATE
           PERFORM QUEUE-NOTICE THRU QUEUE-NOTICE-EXIT.
       WORK-CUSTOMER-EXIT.
           EXIT.

      *> A customer with no registered contact gets no reminder;
      *> the worklist item is the branch's cue either way.
       QUEUE-NOTICE.
           IF WS-DESTINATION = SPACES
              GO TO QUEUE-NOTICE-EXIT
           END-IF

           CALL 'CB-REF-NUMBER' USING 'NT' WS-NOTIF-ID

           EXEC SQL
              INSERT INTO NOTIFICATION_QUEUE
              (ID_NOTIF, MAKER_ID, ID_TRX, EVENT, MESSAGE, STATUS,
               NOTIF_TYPE, CHANNEL, DESTINATION, RETRY_CNT,
               CREATED_TS)
              VALUES
              (:WS-NOTIF-ID, :WS-CUST-ID, :WS-CUST-ID,
               :WS-NOTIF-EVENT, :WS-MESSAGE, 'N', 'C',
               :WS-PREF-CHANNEL, :WS-DESTINATION, 0,
               CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE = 0
              ADD 1 TO WS-NOTICE-CNT
           END-IF
           EXEC SQL COMMIT END-EXEC.
       QUEUE-NOTICE-EXIT.
           EXIT.
