       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-NIK-VERIFY.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-SVC-DOWN     PIC S9(3) COMP-3.
       01 WS-NAME-PCT     PIC S9(3) COMP-3.
       01 WS-REG-NAME     PIC X(40).
       01 WS-REG-BIRTH    PIC X(10).
       01 WS-NIK-DIGITS   PIC 9(3).
       01 WS-VERIFY-ID    PIC X(20).
       01 WS-OPEN-CNT     PIC 9(5).

       01 WS-NORM-NAME    PIC X(40).
       01 WS-NORM-REG     PIC X(40).
       01 WS-TOKEN-TABLE.
          05 WS-TOKEN OCCURS 8 TIMES PIC X(20).
       01 WS-TOKEN-IDX    PIC 9(1).
       01 WS-TOKEN-LEN    PIC 9(2).
       01 WS-SCAN-POS     PIC 9(3).
       01 WS-SCAN-MAX     PIC 9(3).
       01 WS-TOKEN-HIT    PIC X(1).
       01 WS-USED-CNT     PIC 9(1).
       01 WS-MATCH-CNT    PIC 9(1).

       LINKAGE SECTION.
       01 WS-CUST-ID      PIC X(20).
       01 WS-ID-NUMBER    PIC X(20).
       01 WS-NAME         PIC X(40).
       01 WS-BIRTH-DATE   PIC X(10).
       01 WS-CONTEXT      PIC X(10).
      *> Who asked: 'ONBOARD', 'UPDATE', 'REVERIFY' - carried onto
      *> the log row.
       01 WS-REQ-KYC      PIC X(1).
      *> The KYC status the operator asked for; a customer parked on
      *> the retry queue is promoted to it when the registry later
      *> answers with a match.
       01 WS-NIK-RESULT   PIC X(1).
      *> M=match, N=no match, U=registry unavailable (queued).
       01 WS-SCORE-NIK    PIC 9(3).
       01 WS-SCORE-NAME   PIC 9(3).
       01 WS-SCORE-DOB    PIC 9(3).

       PROCEDURE DIVISION USING
            WS-CUST-ID WS-ID-NUMBER WS-NAME WS-BIRTH-DATE WS-CONTEXT
            WS-REQ-KYC WS-NIK-RESULT WS-SCORE-NIK WS-SCORE-NAME
            WS-SCORE-DOB.

      *> The one place a NIK is checked against the civil registry
      *> (Dukcapil). The NIK, name and date of birth go out; a
      *> score per field comes back - NIK 100 when the registry
      *> knows the number, date of birth 100 when it agrees, and
      *> the name scored by shared tokens the way the watchlist
      *> screen scores names, so spelling order and a missing
      *> middle name do not fail an honest customer. It is a match
      *> only when all three agree, the name at or above
      *> NIK-NAME-PCT (default 80). A NIK that is not sixteen
      *> digits never leaves the bank. The registry answers here
      *> from the DUKCAPIL_NIK extract the same way name inquiry
      *> answers from IB_BANK_ACCT; a production deployment swaps
      *> it for the registry's web-service call with this contract
      *> unchanged. While the operations desk has NIK-SVC-DOWN set
      *> to 1 the answer is 'U' and the customer joins
      *> NIK_RETRY_QUEUE for CB-NIK-REVERIFY. Every answer is logged
      *> to NIK_VERIFY_LOG; the caller stores the result and scores
      *> on the customer record.
           MOVE 0 TO WS-SCORE-NIK
           MOVE 0 TO WS-SCORE-NAME
           MOVE 0 TO WS-SCORE-DOB
           MOVE 'N' TO WS-NIK-RESULT

           MOVE 0 TO WS-NIK-DIGITS
           INSPECT WS-ID-NUMBER TALLYING WS-NIK-DIGITS
              FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                  ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
           IF WS-NIK-DIGITS NOT = 16
              OR WS-ID-NUMBER(17:4) NOT = SPACES
              PERFORM WRITE-VERIFY-LOG
              GOBACK
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-SVC-DOWN
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'NIK-SVC-DOWN'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-SVC-DOWN
           END-IF

           IF WS-SVC-DOWN = 1
              MOVE 'U' TO WS-NIK-RESULT
              PERFORM QUEUE-RETRY
              PERFORM WRITE-VERIFY-LOG
              GOBACK
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-NAME-PCT
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'NIK-NAME-PCT'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 80 TO WS-NAME-PCT
           END-IF

           EXEC SQL
              SELECT FULL_NAME, CHAR(BIRTH_DATE)
              INTO :WS-REG-NAME, :WS-REG-BIRTH
              FROM DUKCAPIL_NIK
              WHERE NIK = :WS-ID-NUMBER
           END-EXEC

           IF SQLCODE NOT = 0
              PERFORM WRITE-VERIFY-LOG
              GOBACK
           END-IF

           MOVE 100 TO WS-SCORE-NIK
           IF WS-REG-BIRTH = WS-BIRTH-DATE
              MOVE 100 TO WS-SCORE-DOB
           END-IF
           PERFORM SCORE-NAME

           IF WS-SCORE-DOB = 100 AND WS-SCORE-NAME >= WS-NAME-PCT
              MOVE 'M' TO WS-NIK-RESULT
           END-IF

           PERFORM WRITE-VERIFY-LOG
           GOBACK.

      *> Both ways round would be fairer, but the keyed name is the
      *> one under test: every token of it must appear in the
      *> registry's name, and tokens under three letters are skipped
      *> as connectors, exactly as in CB-WATCHLIST-SCREEN.
       SCORE-NAME.
           MOVE FUNCTION UPPER-CASE(WS-NAME) TO WS-NORM-NAME
           MOVE FUNCTION UPPER-CASE(WS-REG-NAME) TO WS-NORM-REG
           MOVE SPACES TO WS-TOKEN-TABLE
           UNSTRING WS-NORM-NAME
             DELIMITED BY ALL ' '
             INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                  WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
           END-UNSTRING

           MOVE 0 TO WS-USED-CNT
           MOVE 0 TO WS-MATCH-CNT
           PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-IDX > 8
              IF WS-TOKEN(WS-TOKEN-IDX) NOT = SPACES
                 MOVE 0 TO WS-TOKEN-LEN
                 INSPECT FUNCTION REVERSE(WS-TOKEN(WS-TOKEN-IDX))
                    TALLYING WS-TOKEN-LEN
                    FOR LEADING SPACES
                 COMPUTE WS-TOKEN-LEN = 20 - WS-TOKEN-LEN
                 IF WS-TOKEN-LEN >= 3
                    ADD 1 TO WS-USED-CNT
                    PERFORM SCAN-TOKEN-IN-REG
                    IF WS-TOKEN-HIT = 'Y'
                       ADD 1 TO WS-MATCH-CNT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WS-USED-CNT > 0
              COMPUTE WS-SCORE-NAME =
                 (WS-MATCH-CNT * 100) / WS-USED-CNT
           END-IF.

       SCAN-TOKEN-IN-REG.
           MOVE 'N' TO WS-TOKEN-HIT
           COMPUTE WS-SCAN-MAX = 40 - WS-TOKEN-LEN + 1
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-SCAN-MAX
                      OR WS-TOKEN-HIT = 'Y'
              IF WS-NORM-REG(WS-SCAN-POS:WS-TOKEN-LEN)
                 = WS-TOKEN(WS-TOKEN-IDX)(1:WS-TOKEN-LEN)
                 MOVE 'Y' TO WS-TOKEN-HIT
              END-IF
           END-PERFORM.

      *> One open row per customer: a second outage attempt only
      *> refreshes what the nightly run will send.
       QUEUE-RETRY.
           MOVE 0 TO WS-OPEN-CNT
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-OPEN-CNT
              FROM NIK_RETRY_QUEUE
              WHERE CUST_ID = :WS-CUST-ID
                AND STATUS = 'P'
           END-EXEC

           IF WS-OPEN-CNT > 0
              EXEC SQL
                 UPDATE NIK_RETRY_QUEUE
                 SET ID_NUMBER = :WS-ID-NUMBER,
                     CUST_NAME = :WS-NAME,
                     BIRTH_DATE = :WS-BIRTH-DATE,
                     REQ_KYC = :WS-REQ-KYC
                 WHERE CUST_ID = :WS-CUST-ID
                   AND STATUS = 'P'
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO NIK_RETRY_QUEUE
                 (CUST_ID, ID_NUMBER, CUST_NAME, BIRTH_DATE, REQ_KYC,
                  STATUS, RETRY_CNT, QUEUED_TS)
                 VALUES
                 (:WS-CUST-ID, :WS-ID-NUMBER, :WS-NAME,
                  :WS-BIRTH-DATE, :WS-REQ-KYC, 'P', 0,
                  CURRENT TIMESTAMP)
              END-EXEC
           END-IF.

       WRITE-VERIFY-LOG.
           CALL 'CB-REF-NUMBER' USING 'NK' WS-VERIFY-ID

           EXEC SQL
              INSERT INTO NIK_VERIFY_LOG
              (VERIFY_ID, CUST_ID, ID_NUMBER, CONTEXT, RESULT,
               SCORE_NIK, SCORE_NAME, SCORE_DOB, CREATED_TS)
              VALUES
              (:WS-VERIFY-ID, :WS-CUST-ID, :WS-ID-NUMBER,
               :WS-CONTEXT, :WS-NIK-RESULT, :WS-SCORE-NIK,
               :WS-SCORE-NAME, :WS-SCORE-DOB, CURRENT TIMESTAMP)
           END-EXEC

           EXEC SQL COMMIT END-EXEC.
