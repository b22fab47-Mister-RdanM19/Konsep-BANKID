       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-CONTACT-CHANGE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-OLD-CHANNEL  PIC X(1).
       01 WS-OLD-DEST     PIC X(40).
       01 WS-CHG-ID       PIC X(20).
       01 WS-CHG-TYPE     PIC X(1).
      *> C = registered contact replaced, N = first contact on file.
       01 WS-COOLOFF-HRS  PIC S9(5) COMP-3.
       01 WS-NOTIF-ID     PIC X(20).
       01 WS-MESSAGE      PIC X(60).

       LINKAGE SECTION.
       01 WS-CUST-ID      PIC X(20).
       01 WS-NEW-CHANNEL  PIC X(1).
      *> S=SMS, E=e-mail - as kept on ALERT_PREFERENCE.
       01 WS-NEW-DEST     PIC X(40).
       01 WS-ACTOR        PIC X(10).
       01 WS-CHANNEL      PIC X(6).
       01 WS-RESP-CODE    PIC X(2).

       PROCEDURE DIVISION USING
            WS-CUST-ID WS-NEW-CHANNEL WS-NEW-DEST WS-ACTOR
            WS-CHANNEL WS-RESP-CODE.

      *> Called by whatever is about to replace a customer's
      *> registered contact on ALERT_PREFERENCE - the number or
      *> address every OTP, cardless verification code and alert
      *> goes to - before it writes the new row, inside the
      *> caller's unit of work (nothing is committed here). A
      *> change of contact is logged to CONTACT_CHANGE, the OLD
      *> contact is told at once through NOTIFICATION_QUEUE, and
      *> CUST_MASTER.CONTACT_COOLOFF_TS is set CONTACT-COOLOFF-HRS
      *> (SYS_PARAM, default 48) ahead: until then CB-IBANK-REQ
      *> holds OTP step-up payments and cardless staging,
      *> CB-TOKEN-ISSUE and CB-AGENT-OTP stage no cardless cash,
      *> CB-PROXY-UPDATE registers no new alias and CB-OD-MAINT
      *> approves no higher line. Ordinary activity carries on. A
      *> customer's first contact is logged but starts no
      *> cooling-off - there is no earlier owner to protect - and
      *> re-keying the same contact is not a change at all.
      *> '00' done (or nothing to do), '14' unknown customer,
      *> '96' the log or the flag could not be written.
           MOVE '00' TO WS-RESP-CODE

           EXEC SQL
              SELECT COALESCE(CHANNEL, ' '), COALESCE(DESTINATION, ' ')
              INTO :WS-OLD-CHANNEL, :WS-OLD-DEST
              FROM ALERT_PREFERENCE
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-OLD-CHANNEL
              MOVE SPACES TO WS-OLD-DEST
           END-IF

           IF WS-OLD-DEST = WS-NEW-DEST
              AND WS-OLD-CHANNEL = WS-NEW-CHANNEL
              GOBACK
           END-IF

           IF WS-OLD-DEST = SPACES
              MOVE 'N' TO WS-CHG-TYPE
           ELSE
              MOVE 'C' TO WS-CHG-TYPE
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-COOLOFF-HRS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'CONTACT-COOLOFF-HRS'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 48 TO WS-COOLOFF-HRS
           END-IF

           IF WS-CHG-TYPE = 'C'
              EXEC SQL
                 UPDATE CUST_MASTER
                 SET CONTACT_CHG_TS = CURRENT TIMESTAMP,
                     CONTACT_COOLOFF_TS =
                        CURRENT TIMESTAMP + :WS-COOLOFF-HRS HOURS
                 WHERE CUST_ID = :WS-CUST-ID
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE CUST_MASTER
                 SET CONTACT_CHG_TS = CURRENT TIMESTAMP
                 WHERE CUST_ID = :WS-CUST-ID
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE '14' TO WS-RESP-CODE
              GOBACK
           END-IF

           CALL 'CB-REF-NUMBER' USING 'CC' WS-CHG-ID
           EXEC SQL
              INSERT INTO CONTACT_CHANGE
              (CHG_ID, CUST_ID, CHG_TYPE, OLD_CHANNEL, OLD_DEST,
               NEW_CHANNEL, NEW_DEST, ACTOR, CHANNEL, COOLOFF_UNTIL,
               CHANGED_TS)
              SELECT :WS-CHG-ID, CUST_ID, :WS-CHG-TYPE,
                     :WS-OLD-CHANNEL, :WS-OLD-DEST, :WS-NEW-CHANNEL,
                     :WS-NEW-DEST, :WS-ACTOR, :WS-CHANNEL,
                     CONTACT_COOLOFF_TS, CURRENT TIMESTAMP
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '96' TO WS-RESP-CODE
              GOBACK
           END-IF

           IF WS-CHG-TYPE = 'N'
              GOBACK
           END-IF

      *> Nothing of the new contact goes in the message: the old
      *> owner only needs to know it happened and whom to call.
           MOVE SPACES TO WS-MESSAGE
           STRING 'KONTAK NOTIFIKASI ANDA TELAH DIGANTI - '
                  'BUKAN ANDA? HUBUNGI BANK'
             DELIMITED BY SIZE INTO WS-MESSAGE

           CALL 'CB-REF-NUMBER' USING 'NT' WS-NOTIF-ID
           EXEC SQL
              INSERT INTO NOTIFICATION_QUEUE
              (ID_NOTIF, MAKER_ID, ID_TRX, EVENT, MESSAGE, STATUS,
               NOTIF_TYPE, CHANNEL, DESTINATION, RETRY_CNT,
               CREATED_TS)
              VALUES
              (:WS-NOTIF-ID, :WS-CUST-ID, :WS-CHG-ID, 'CONTACT',
               :WS-MESSAGE, 'N', 'C', :WS-OLD-CHANNEL,
               :WS-OLD-DEST, 0, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '96' TO WS-RESP-CODE
           END-IF

           GOBACK.
