       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-PROXY-UPDATE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ALIAS-LEN    PIC 9(3).
       01 WS-AT-CNT       PIC 9(3).
       01 WS-ACCT-STATUS  PIC X(1).
       01 WS-KYC-RESTRICT PIC X(1).
       01 WS-COOLOFF-CNT  PIC 9(1).
       01 WS-CUST-ID      PIC X(20).
       01 WS-ALIAS-CUST   PIC X(20).
       01 WS-ALIAS-REK    PIC X(6).
       01 WS-ALIAS-STATUS PIC X(1).
       01 WS-DUP-CNT      PIC 9(5).
       01 WS-ALIAS-ID     PIC X(20).
       01 WS-CHG-ID       PIC X(20).
       01 WS-OWN-BANK     PIC X(4).
       01 WS-NEW-STATUS   PIC X(1).
       01 WS-FROM-1       PIC X(1).
       01 WS-FROM-2       PIC X(1).
       01 WS-LOG-REK      PIC X(6).
       01 WS-LOG-BANK     PIC X(4).

       01 WS-NOTIF-ID     PIC X(20).
       01 WS-NOTIF-CHAN   PIC X(1).
       01 WS-MESSAGE      PIC X(60).
       01 WS-ACTION-TEXT  PIC X(20).

       LINKAGE SECTION.
       01 WS-ACTION       PIC X(1).
      *> R=register, S=suspend, A=re-activate, P=port out to
      *> another bank, D=delete.
       01 WS-ALIAS-TYPE   PIC X(1).
      *> P=mobile phone number, E=e-mail address.
       01 WS-ALIAS-VALUE  PIC X(40).
       01 WS-NO-REK       PIC X(6).
       01 WS-PORT-BANK    PIC X(4).
       01 WS-ACTOR        PIC X(10).
       01 WS-CHANNEL      PIC X(6).
       01 WS-RESP-CODE    PIC X(2).

       PROCEDURE DIVISION USING
            WS-ACTION WS-ALIAS-TYPE WS-ALIAS-VALUE WS-NO-REK
            WS-PORT-BANK WS-ACTOR WS-CHANNEL WS-RESP-CODE.

      *> The one place the proxy registry changes, whether the
      *> customer does it from CB-IBANK-REQ or a branch officer
      *> does it through CB-PROXY-MAINT, so both paths get the same
      *> rules: an alias (a mobile number or an e-mail address) is
      *> live against exactly one REKENING anywhere in the country;
      *> only the customer who owns it can suspend, re-activate,
      *> port or delete it; every change is logged to PROXY_CHANGE
      *> for CB-PROXY-REPORT's daily file to the central proxy
      *> directory; and the alias itself is told - an SMS to the
      *> number or a mail to the address through
      *> NOTIFICATION_QUEUE - so a registration the real owner of
      *> the number did not make does not go unnoticed.
      *> '00' done, '30' malformed alias or action, '14' unknown
      *> account or alias, '94' alias already live (here or at
      *> another bank), '57' not the owner or not in a state that
      *> allows the change.
           IF WS-ALIAS-TYPE NOT = 'P' AND WS-ALIAS-TYPE NOT = 'E'
              MOVE '30' TO WS-RESP-CODE
              GOBACK
           END-IF

           IF WS-ALIAS-TYPE = 'E'
              MOVE FUNCTION UPPER-CASE(WS-ALIAS-VALUE)
                TO WS-ALIAS-VALUE
           END-IF

           EXEC SQL
              SELECT CUST_ID, COALESCE(ACCT_STATUS, 'A')
              INTO :WS-CUST-ID, :WS-ACCT-STATUS
              FROM REKENING
              WHERE NO_REK = :WS-NO-REK
                AND CUST_ID IS NOT NULL
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '14' TO WS-RESP-CODE
              GOBACK
           END-IF

           EVALUATE WS-ACTION
             WHEN 'R'
                PERFORM REGISTER-ALIAS THRU REGISTER-ALIAS-EXIT
             WHEN 'S'
                MOVE 'S' TO WS-NEW-STATUS
                MOVE 'A' TO WS-FROM-1
                MOVE 'A' TO WS-FROM-2
                MOVE 'SUSPENDED' TO WS-ACTION-TEXT
                PERFORM CHANGE-ALIAS THRU CHANGE-ALIAS-EXIT
             WHEN 'A'
                MOVE 'A' TO WS-NEW-STATUS
                MOVE 'S' TO WS-FROM-1
                MOVE 'S' TO WS-FROM-2
                MOVE 'RE-ACTIVATED' TO WS-ACTION-TEXT
                PERFORM CHANGE-ALIAS THRU CHANGE-ALIAS-EXIT
             WHEN 'P'
                MOVE 'T' TO WS-NEW-STATUS
                MOVE 'A' TO WS-FROM-1
                MOVE 'S' TO WS-FROM-2
                MOVE 'PORTED OUT' TO WS-ACTION-TEXT
                PERFORM CHANGE-ALIAS THRU CHANGE-ALIAS-EXIT
             WHEN 'D'
                MOVE 'D' TO WS-NEW-STATUS
                MOVE 'A' TO WS-FROM-1
                MOVE 'S' TO WS-FROM-2
                MOVE 'DELETED' TO WS-ACTION-TEXT
                PERFORM CHANGE-ALIAS THRU CHANGE-ALIAS-EXIT
             WHEN OTHER
                MOVE '30' TO WS-RESP-CODE
           END-EVALUATE

           GOBACK.

      *> A mobile number is a leading '0' or '+' and then digits
      *> only, 10 to 15 characters in all; an e-mail address needs
      *> exactly one '@'. The account must be open, and the alias
      *> must not be live here (active or suspended - a suspended
      *> alias is still the owner's) nor at any other bank in the
      *> central directory: moving an alias in from another bank
      *> starts with that bank porting it out.
       REGISTER-ALIAS.
           MOVE 0 TO WS-ALIAS-LEN
           INSPECT WS-ALIAS-VALUE TALLYING WS-ALIAS-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE

           IF WS-ALIAS-TYPE = 'P'
              IF WS-ALIAS-LEN < 10 OR WS-ALIAS-LEN > 15
                 MOVE '30' TO WS-RESP-CODE
                 GO TO REGISTER-ALIAS-EXIT
              END-IF
              IF WS-ALIAS-VALUE(1:1) NOT = '0'
                 AND WS-ALIAS-VALUE(1:1) NOT = '+'
                 MOVE '30' TO WS-RESP-CODE
                 GO TO REGISTER-ALIAS-EXIT
              END-IF
              IF WS-ALIAS-VALUE(2:WS-ALIAS-LEN - 1) IS NOT NUMERIC
                 MOVE '30' TO WS-RESP-CODE
                 GO TO REGISTER-ALIAS-EXIT
              END-IF
           ELSE
              MOVE 0 TO WS-AT-CNT
              INSPECT WS-ALIAS-VALUE TALLYING WS-AT-CNT FOR ALL '@'
              IF WS-AT-CNT NOT = 1 OR WS-ALIAS-LEN < 5
                 MOVE '30' TO WS-RESP-CODE
                 GO TO REGISTER-ALIAS-EXIT
              END-IF
           END-IF

           IF WS-ACCT-STATUS NOT = 'A'
              MOVE '57' TO WS-RESP-CODE
              GO TO REGISTER-ALIAS-EXIT
           END-IF

      *> A customer restricted for an overdue KYC refresh keeps the
      *> aliases already live but registers no new one.
           MOVE 'N' TO WS-KYC-RESTRICT
           EXEC SQL
              SELECT COALESCE(KYC_RESTRICT, 'N')
              INTO :WS-KYC-RESTRICT
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           IF WS-KYC-RESTRICT = 'Y'
              MOVE '57' TO WS-RESP-CODE
              GO TO REGISTER-ALIAS-EXIT
           END-IF

      *> Nor while a change of the customer's registered contact is
      *> cooling off (CB-CONTACT-CHANGE) - pointing a fresh alias at
      *> the account is the next step of the same takeover.
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
              GO TO REGISTER-ALIAS-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DUP-CNT
              FROM PROXY_ALIAS
              WHERE ALIAS_TYPE = :WS-ALIAS-TYPE
                AND ALIAS_VALUE = :WS-ALIAS-VALUE
                AND STATUS IN ('A', 'S')
           END-EXEC

           IF WS-DUP-CNT > 0
              MOVE '94' TO WS-RESP-CODE
              GO TO REGISTER-ALIAS-EXIT
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-OWN-BANK
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'OWN-BANK-CODE'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-OWN-BANK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DUP-CNT
              FROM PROXY_DIRECTORY
              WHERE ALIAS_TYPE = :WS-ALIAS-TYPE
                AND ALIAS_VALUE = :WS-ALIAS-VALUE
                AND STATUS = 'A'
                AND BANK_CODE <> :WS-OWN-BANK
           END-EXEC

           IF WS-DUP-CNT > 0
              MOVE '94' TO WS-RESP-CODE
              GO TO REGISTER-ALIAS-EXIT
           END-IF

           CALL 'CB-REF-NUMBER' USING 'PX' WS-ALIAS-ID
           EXEC SQL
              INSERT INTO PROXY_ALIAS
              (ALIAS_ID, ALIAS_TYPE, ALIAS_VALUE, NO_REK, CUST_ID,
               STATUS, REGISTERED_BY, REGISTERED_CHANNEL,
               REGISTERED_TS, UPDATED_TS)
              VALUES
              (:WS-ALIAS-ID, :WS-ALIAS-TYPE, :WS-ALIAS-VALUE,
               :WS-NO-REK, :WS-CUST-ID, 'A', :WS-ACTOR,
               :WS-CHANNEL, CURRENT TIMESTAMP, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              MOVE '94' TO WS-RESP-CODE
              GO TO REGISTER-ALIAS-EXIT
           END-IF

           MOVE WS-NO-REK TO WS-LOG-REK
           MOVE SPACES TO WS-LOG-BANK
           MOVE 'REGISTERED' TO WS-ACTION-TEXT
           PERFORM LOG-AND-NOTIFY

           EXEC SQL COMMIT END-EXEC
           MOVE '00' TO WS-RESP-CODE.
       REGISTER-ALIAS-EXIT.
           EXIT.

      *> Suspend, re-activate, port and delete are all one guarded
      *> status move on the live row (WS-FROM-1/WS-FROM-2 are the
      *> states the move is allowed from), claimed with SQLERRD(3)
      *> so two channels acting at once cannot both log it. The
      *> caller's account must belong to the same customer as the
      *> account the alias points at - any of the customer's own
      *> accounts identifies them, not only the linked one.
       CHANGE-ALIAS.
           EXEC SQL
              SELECT ALIAS_ID, NO_REK, CUST_ID, STATUS
              INTO :WS-ALIAS-ID, :WS-ALIAS-REK, :WS-ALIAS-CUST,
                   :WS-ALIAS-STATUS
              FROM PROXY_ALIAS
              WHERE ALIAS_TYPE = :WS-ALIAS-TYPE
                AND ALIAS_VALUE = :WS-ALIAS-VALUE
                AND STATUS IN ('A', 'S')
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '14' TO WS-RESP-CODE
              GO TO CHANGE-ALIAS-EXIT
           END-IF

           IF WS-ALIAS-CUST NOT = WS-CUST-ID
              MOVE '57' TO WS-RESP-CODE
              GO TO CHANGE-ALIAS-EXIT
           END-IF

           IF WS-NEW-STATUS = 'T' AND WS-PORT-BANK = SPACES
              MOVE '30' TO WS-RESP-CODE
              GO TO CHANGE-ALIAS-EXIT
           END-IF

           MOVE WS-ALIAS-REK TO WS-LOG-REK
           MOVE SPACES TO WS-LOG-BANK
           IF WS-NEW-STATUS = 'T'
              MOVE WS-PORT-BANK TO WS-LOG-BANK
           END-IF

           EXEC SQL
              UPDATE PROXY_ALIAS
              SET STATUS = :WS-NEW-STATUS,
                  PORT_BANK_CODE = :WS-LOG-BANK,
                  UPDATED_BY = :WS-ACTOR,
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE ALIAS_ID = :WS-ALIAS-ID
                AND STATUS IN (:WS-FROM-1, :WS-FROM-2)
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              MOVE '57' TO WS-RESP-CODE
              GO TO CHANGE-ALIAS-EXIT
           END-IF

           PERFORM LOG-AND-NOTIFY

           EXEC SQL COMMIT END-EXEC
           MOVE '00' TO WS-RESP-CODE.
       CHANGE-ALIAS-EXIT.
           EXIT.

       LOG-AND-NOTIFY.
           CALL 'CB-REF-NUMBER' USING 'PZ' WS-CHG-ID
           EXEC SQL
              INSERT INTO PROXY_CHANGE
              (CHG_ID, ALIAS_TYPE, ALIAS_VALUE, ACTION, NO_REK,
               PORT_BANK_CODE, ACTOR, CHANNEL, WAKTU)
              VALUES
              (:WS-CHG-ID, :WS-ALIAS-TYPE, :WS-ALIAS-VALUE,
               :WS-ACTION, :WS-LOG-REK, :WS-LOG-BANK, :WS-ACTOR,
               :WS-CHANNEL, CURRENT TIMESTAMP)
           END-EXEC

           IF WS-ALIAS-TYPE = 'P'
              MOVE 'S' TO WS-NOTIF-CHAN
           ELSE
              MOVE 'E' TO WS-NOTIF-CHAN
           END-IF

           MOVE SPACES TO WS-MESSAGE
           STRING 'ALIAS TRANSFER ANDA ' DELIMITED BY SIZE
                  WS-ACTION-TEXT DELIMITED BY '  '
                  ' - REK ' WS-LOG-REK DELIMITED BY SIZE
             INTO WS-MESSAGE

           CALL 'CB-REF-NUMBER' USING 'NT' WS-NOTIF-ID
           EXEC SQL
              INSERT INTO NOTIFICATION_QUEUE
              (ID_NOTIF, MAKER_ID, ID_TRX, EVENT, MESSAGE, STATUS,
               NOTIF_TYPE, CHANNEL, DESTINATION, RETRY_CNT,
               CREATED_TS)
              VALUES
              (:WS-NOTIF-ID, :WS-CUST-ID, :WS-CHG-ID, 'PROXY',
               :WS-MESSAGE, 'N', 'C', :WS-NOTIF-CHAN,
               :WS-ALIAS-VALUE, 0, CURRENT TIMESTAMP)
           END-EXEC.
