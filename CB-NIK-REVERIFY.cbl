       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-NIK-REVERIFY.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-SVC-DOWN     PIC S9(3) COMP-3.
       01 WS-MAX-TRIES    PIC S9(3) COMP-3.

       01 WS-CUST-ID      PIC X(20).
       01 WS-ID-NUMBER    PIC X(20).
       01 WS-NAME         PIC X(40).
       01 WS-BIRTH-DATE   PIC X(10).
       01 WS-REQ-KYC      PIC X(1).
       01 WS-RETRY-CNT    PIC S9(3) COMP-3.
       01 WS-KYC-STATUS   PIC X(1).
       01 WS-NEW-KYC      PIC X(1).
       01 WS-NIK-RESULT   PIC X(1).
       01 WS-SCORE-NIK    PIC 9(3).
       01 WS-SCORE-NAME   PIC 9(3).
       01 WS-SCORE-DOB    PIC 9(3).
       01 WS-CONTEXT      PIC X(10) VALUE 'REVERIFY  '.

       01 WS-MATCH-CNT    PIC 9(7) VALUE 0.
       01 WS-PROMOTE-CNT  PIC 9(7) VALUE 0.
       01 WS-NOMATCH-CNT  PIC 9(7) VALUE 0.
       01 WS-WAIT-CNT     PIC 9(7) VALUE 0.
       01 WS-GIVEUP-CNT   PIC 9(7) VALUE 0.
       01 WS-ERR-CNT      PIC 9(7) VALUE 0.

      *> The nightly pass over NIK_RETRY_QUEUE: customers onboarded
      *> or updated while the civil registry was unavailable are
      *> sent again through CB-NIK-VERIFY and the answer is stored on
      *> the customer record as CB-CUST-MAINT would have stored it.
      *> A match promotes a customer still at 'P' to the KYC status
      *> the operator asked for; a no-match leaves them at 'P' and
      *> is listed for the branch to chase. Customers held 'H' by
      *> the watchlist, or moved on by hand meanwhile, keep their
      *> status. While the registry is still down the run changes
      *> nothing and ends RC 4; a row still unanswered after
      *> NIK-MAX-RETRY nights (default 7) is closed 'X' and listed
      *> for manual verification.
       PROCEDURE DIVISION.
           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-SVC-DOWN
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'NIK-SVC-DOWN'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-SVC-DOWN
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-MAX-TRIES
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'NIK-MAX-RETRY'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 7 TO WS-MAX-TRIES
           END-IF

           DISPLAY "==================================================="
           DISPLAY "NIK RE-VERIFICATION (DUKCAPIL RETRY QUEUE)"
           DISPLAY "==================================================="

           IF WS-SVC-DOWN = 1
              PERFORM COUNT-WAITING
              DISPLAY "REGISTRY STILL UNAVAILABLE - " WS-WAIT-CNT
                      " CUSTOMERS WAIT FOR THE NEXT RUN"
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF

           EXEC SQL
              DECLARE NKR-CUR CURSOR FOR
              SELECT CUST_ID, ID_NUMBER, CUST_NAME, CHAR(BIRTH_DATE),
                     REQ_KYC, RETRY_CNT
              FROM NIK_RETRY_QUEUE
              WHERE STATUS = 'P'
              ORDER BY QUEUED_TS
           END-EXEC

           EXEC SQL OPEN NKR-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH NKR-CUR
                 INTO :WS-CUST-ID, :WS-ID-NUMBER, :WS-NAME,
                      :WS-BIRTH-DATE, :WS-REQ-KYC, :WS-RETRY-CNT
              END-EXEC

              IF SQLCODE = 0
                 PERFORM REVERIFY-ONE THRU REVERIFY-ONE-EXIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE NKR-CUR END-EXEC

           DISPLAY "---------------------------------------------------"
           DISPLAY "MATCHED               : " WS-MATCH-CNT
           DISPLAY "  PROMOTED TO KYC V   : " WS-PROMOTE-CNT
           DISPLAY "NOT MATCHED           : " WS-NOMATCH-CNT
           DISPLAY "STILL UNANSWERED      : " WS-WAIT-CNT
           DISPLAY "CLOSED FOR MANUAL     : " WS-GIVEUP-CNT
           DISPLAY "FAILURES              : " WS-ERR-CNT
           DISPLAY "==================================================="

           IF WS-ERR-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       COUNT-WAITING.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-WAIT-CNT
              FROM NIK_RETRY_QUEUE
              WHERE STATUS = 'P'
           END-EXEC.

      *> CB-NIK-VERIFY commits its own log row; everything after it
      *> ends on a COMMIT or ROLLBACK so the cursor loop sees a
      *> clean SQLCODE.
       REVERIFY-ONE.
           CALL 'CB-NIK-VERIFY'
             USING WS-CUST-ID WS-ID-NUMBER WS-NAME WS-BIRTH-DATE
                   WS-CONTEXT WS-REQ-KYC WS-NIK-RESULT
                   WS-SCORE-NIK WS-SCORE-NAME WS-SCORE-DOB

           IF WS-NIK-RESULT = 'U'
              PERFORM STILL-UNANSWERED
              GO TO REVERIFY-ONE-EXIT
           END-IF

           EXEC SQL
              SELECT KYC_STATUS
              INTO :WS-KYC-STATUS
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "CUSTOMER NOT FOUND " WS-CUST-ID
              ADD 1 TO WS-ERR-CNT
              GO TO REVERIFY-ONE-EXIT
           END-IF

           MOVE WS-KYC-STATUS TO WS-NEW-KYC
           IF WS-NIK-RESULT = 'M' AND WS-KYC-STATUS = 'P'
              MOVE WS-REQ-KYC TO WS-NEW-KYC
           END-IF

           EXEC SQL
              UPDATE CUST_MASTER
              SET NIK_RESULT = :WS-NIK-RESULT,
                  NIK_SCORE_NIK = :WS-SCORE-NIK,
                  NIK_SCORE_NAME = :WS-SCORE-NAME,
                  NIK_SCORE_DOB = :WS-SCORE-DOB,
                  NIK_CHECKED_TS = CURRENT TIMESTAMP,
                  KYC_STATUS = :WS-NEW-KYC,
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "CUSTOMER UPDATE FAILED " WS-CUST-ID
              ADD 1 TO WS-ERR-CNT
              GO TO REVERIFY-ONE-EXIT
           END-IF

           EXEC SQL
              UPDATE NIK_RETRY_QUEUE
              SET STATUS = 'D',
                  RESULT = :WS-NIK-RESULT,
                  DONE_TS = CURRENT TIMESTAMP
              WHERE CUST_ID = :WS-CUST-ID
                AND STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "QUEUE UPDATE FAILED " WS-CUST-ID
              ADD 1 TO WS-ERR-CNT
              GO TO REVERIFY-ONE-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC

           IF WS-NIK-RESULT = 'M'
              ADD 1 TO WS-MATCH-CNT
              IF WS-NEW-KYC NOT = WS-KYC-STATUS
                 ADD 1 TO WS-PROMOTE-CNT
                 DISPLAY "MATCH - KYC " WS-NEW-KYC "  " WS-CUST-ID
              END-IF
           ELSE
              ADD 1 TO WS-NOMATCH-CNT
              DISPLAY "NO MATCH " WS-CUST-ID " NIK " WS-ID-NUMBER
                      " SKOR " WS-SCORE-NIK "/" WS-SCORE-NAME "/"
                      WS-SCORE-DOB
           END-IF.
       REVERIFY-ONE-EXIT.
           EXIT.

      *> The registry went down again mid-run, or never answered for
      *> this one: count the night, and give up past the limit.
       STILL-UNANSWERED.
           ADD 1 TO WS-RETRY-CNT
           IF WS-RETRY-CNT >= WS-MAX-TRIES
              EXEC SQL
                 UPDATE NIK_RETRY_QUEUE
                 SET STATUS = 'X',
                     RETRY_CNT = :WS-RETRY-CNT,
                     DONE_TS = CURRENT TIMESTAMP
                 WHERE CUST_ID = :WS-CUST-ID
                   AND STATUS = 'P'
              END-EXEC
              ADD 1 TO WS-GIVEUP-CNT
              DISPLAY "GIVEN UP - VERIFY MANUALLY " WS-CUST-ID
           ELSE
              EXEC SQL
                 UPDATE NIK_RETRY_QUEUE
                 SET RETRY_CNT = :WS-RETRY-CNT
                 WHERE CUST_ID = :WS-CUST-ID
                   AND STATUS = 'P'
              END-EXEC
              ADD 1 TO WS-WAIT-CNT
           END-IF
           EXEC SQL COMMIT END-EXEC.
