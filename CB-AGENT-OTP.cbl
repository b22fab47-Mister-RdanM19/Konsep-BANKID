       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-AGENT-OTP.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-CUST-ID      PIC X(20).
       01 WS-PREF-CHANNEL PIC X(1).
       01 WS-DESTINATION  PIC X(40).
       01 WS-OTP-SECS     PIC S9(5) COMP-3.
       01 WS-OTP-CODE     PIC X(6).
       01 WS-GEN-TS       PIC X(26).
       01 WS-NOTIF-ID     PIC X(20).
       01 WS-OTP-MESSAGE  PIC X(60).
       01 WS-OTP-STATUS   PIC X(1).
       01 WS-OTP-TRIES    PIC S9(3) COMP-3.
       01 WS-OTP-MATCH    PIC 9(1).
       01 WS-OTP-LIVE     PIC 9(1).
       01 WS-COOLOFF-CNT  PIC 9(1).

       LINKAGE SECTION.
       01 WS-ACTION       PIC X(1).
      *> I = issue a code to the customer, V = verify a keyed code.
       01 WS-NO-REK       PIC X(6).
       01 WS-AGENT-ID     PIC X(8).
       01 WS-OTP-ID       PIC X(20).
       01 WS-OTP-KEYED    PIC X(6).
       01 WS-RESP-CODE    PIC X(2).

      *> Customer authentication at a branchless agent for a
      *> customer without their card: a one-time code goes out
      *> through NOTIFICATION_QUEUE to the contact registered for
      *> the account's owner - never to the agent - and the agent's
      *> device hands back what the customer reads off their phone.
      *> The challenge row is bound to the account, expires after
      *> AGT-OTP-SECS (180 seconds without the parameter), is good
      *> for one session only, and burns on the third wrong code.
      *> No code is issued while a change of that contact is still
      *> cooling off (CB-CONTACT-CHANGE): the new contact cannot yet
      *> vouch for the customer.
      *> Answers: '00' issued/verified, '14' unknown account, '57'
      *> no registered contact or one still cooling off, '55' wrong
      *> code, '54' expired or already used, '75' burnt by too many
      *> wrong codes.
       PROCEDURE DIVISION USING
            WS-ACTION WS-NO-REK WS-AGENT-ID WS-OTP-ID WS-OTP-KEYED
            WS-RESP-CODE.

           IF WS-ACTION = 'I'
              PERFORM ISSUE-OTP THRU ISSUE-OTP-EXIT
           ELSE
              PERFORM VERIFY-OTP THRU VERIFY-OTP-EXIT
           END-IF

           GOBACK.

       ISSUE-OTP.
           MOVE SPACES TO WS-OTP-ID

           EXEC SQL
              SELECT CUST_ID
              INTO :WS-CUST-ID
              FROM REKENING
              WHERE NO_REK = :WS-NO-REK
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '14' TO WS-RESP-CODE
              GO TO ISSUE-OTP-EXIT
           END-IF

           EXEC SQL
              SELECT CHANNEL, DESTINATION
              INTO :WS-PREF-CHANNEL, :WS-DESTINATION
              FROM ALERT_PREFERENCE
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-DESTINATION = SPACES
              MOVE '57' TO WS-RESP-CODE
              GO TO ISSUE-OTP-EXIT
           END-IF

           MOVE 0 TO WS-COOLOFF-CNT
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-COOLOFF-CNT
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
                AND CONTACT_COOLOFF_TS > CURRENT TIMESTAMP
           END-EXEC

           IF WS-COOLOFF-CNT > 0
              MOVE '57' TO WS-RESP-CODE
              GO TO ISSUE-OTP-EXIT
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-OTP-SECS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'AGT-OTP-SECS'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 180 TO WS-OTP-SECS
           END-IF

      *> Code material from the timestamp digits, the way the
      *> online-banking step-up codes are drawn.
           EXEC SQL
              SELECT CHAR(CURRENT TIMESTAMP)
              INTO :WS-GEN-TS
              FROM SYSIBM.SYSDUMMY1
           END-EXEC

           STRING WS-GEN-TS(15:2) WS-GEN-TS(18:2) WS-GEN-TS(25:2)
             DELIMITED BY SIZE INTO WS-OTP-CODE

           CALL 'CB-REF-NUMBER' USING 'OT' WS-OTP-ID

           EXEC SQL
              INSERT INTO OTP_CHALLENGE
              (OTP_ID, USER_ID, OTP_CODE, STATUS, EXPIRY_TS,
               TRY_CNT, CREATED_TS)
              VALUES
              (:WS-OTP-ID, :WS-NO-REK, :WS-OTP-CODE, 'A',
               CURRENT TIMESTAMP + :WS-OTP-SECS SECONDS,
               0, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              MOVE SPACES TO WS-OTP-ID
              MOVE '96' TO WS-RESP-CODE
              GO TO ISSUE-OTP-EXIT
           END-IF

           CALL 'CB-REF-NUMBER' USING 'NT' WS-NOTIF-ID
           MOVE SPACES TO WS-OTP-MESSAGE
           STRING 'KODE OTP AGEN ' WS-AGENT-ID ': ' WS-OTP-CODE
                  ' - JANGAN BERIKAN KE SIAPAPUN'
             DELIMITED BY SIZE INTO WS-OTP-MESSAGE

           EXEC SQL
              INSERT INTO NOTIFICATION_QUEUE
              (ID_NOTIF, MAKER_ID, ID_TRX, EVENT, MESSAGE, STATUS,
               NOTIF_TYPE, CHANNEL, DESTINATION, RETRY_CNT,
               CREATED_TS)
              VALUES
              (:WS-NOTIF-ID, :WS-CUST-ID, :WS-OTP-ID, 'OTP',
               :WS-OTP-MESSAGE, 'N', 'C', :WS-PREF-CHANNEL,
               :WS-DESTINATION, 0, CURRENT TIMESTAMP)
           END-EXEC

           EXEC SQL COMMIT END-EXEC
           MOVE '00' TO WS-RESP-CODE.
       ISSUE-OTP-EXIT.
           EXIT.

      *> The code must belong to this challenge AND this account, so
      *> a code issued for one customer cannot open another's.
       VERIFY-OTP.
           EXEC SQL
              SELECT STATUS, COALESCE(TRY_CNT, 0)
              INTO :WS-OTP-STATUS, :WS-OTP-TRIES
              FROM OTP_CHALLENGE
              WHERE OTP_ID = :WS-OTP-ID
                AND USER_ID = :WS-NO-REK
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '55' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO VERIFY-OTP-EXIT
           END-IF

           IF WS-OTP-STATUS = 'F'
              MOVE '75' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO VERIFY-OTP-EXIT
           END-IF

           MOVE 0 TO WS-OTP-LIVE
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-OTP-LIVE
              FROM OTP_CHALLENGE
              WHERE OTP_ID = :WS-OTP-ID
                AND STATUS = 'A'
                AND EXPIRY_TS >= CURRENT TIMESTAMP
           END-EXEC

           IF WS-OTP-LIVE = 0
              MOVE '54' TO WS-RESP-CODE
              EXEC SQL ROLLBACK END-EXEC
              GO TO VERIFY-OTP-EXIT
           END-IF

           MOVE 0 TO WS-OTP-MATCH
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-OTP-MATCH
              FROM OTP_CHALLENGE
              WHERE OTP_ID = :WS-OTP-ID
                AND OTP_CODE = :WS-OTP-KEYED
           END-EXEC

           IF WS-OTP-MATCH > 0
              EXEC SQL
                 UPDATE OTP_CHALLENGE
                 SET STATUS = 'U',
                     USED_TS = CURRENT TIMESTAMP
                 WHERE OTP_ID = :WS-OTP-ID
                   AND STATUS = 'A'
              END-EXEC
              EXEC SQL COMMIT END-EXEC
              MOVE '00' TO WS-RESP-CODE
              GO TO VERIFY-OTP-EXIT
           END-IF

           ADD 1 TO WS-OTP-TRIES
           IF WS-OTP-TRIES >= 3
              EXEC SQL
                 UPDATE OTP_CHALLENGE
                 SET STATUS = 'F',
                     TRY_CNT = :WS-OTP-TRIES
                 WHERE OTP_ID = :WS-OTP-ID
              END-EXEC
              MOVE '75' TO WS-RESP-CODE
           ELSE
              EXEC SQL
                 UPDATE OTP_CHALLENGE
                 SET TRY_CNT = :WS-OTP-TRIES
                 WHERE OTP_ID = :WS-OTP-ID
              END-EXEC
              MOVE '55' TO WS-RESP-CODE
           END-IF
           EXEC SQL COMMIT END-EXEC.
       VERIFY-OTP-EXIT.
           EXIT.
