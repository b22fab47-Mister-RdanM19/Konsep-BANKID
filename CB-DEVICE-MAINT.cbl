       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-DEVICE-MAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ACTION       PIC X(1).
      *> L=List, V=Verify a pending binding, U=Unbind.
       01 WS-SIGNON-OK    PIC X(1).
       01 WS-OPERATOR     PIC X(10).
       01 WS-CUST-ID      PIC X(20).
       01 WS-CUST-NAME    PIC X(40).
       01 WS-DEVICE-ID    PIC X(40).
       01 WS-DEV-STATUS   PIC X(1).
       01 WS-ID-SIGHTED   PIC X(1).
       01 WS-DEV-MAX      PIC S9(3) COMP-3.
       01 WS-DEV-ACTIVE   PIC 9(3).
       01 WS-COOLOFF-UNTIL PIC X(26).
       01 WS-KYC-RESTRICT PIC X(1).

       01 WS-LIST-ID      PIC X(40).
       01 WS-LIST-STATUS  PIC X(1).
       01 WS-LIST-METHOD  PIC X(1).
       01 WS-LIST-FIRST   PIC X(26).
       01 WS-LIST-LAST    PIC X(26).
       01 WS-LIST-BOUND   PIC X(26).

       01 WS-DEV-EVENT    PIC X(60).
       01 WS-DEV-EOF      PIC X(1).
       01 WS-NOTIF-ID     PIC X(20).
       01 WS-OTHER-ID     PIC X(40).

      *> Branch desk for online banking device bindings. A customer
      *> who chose the branch route when binding a device from
      *> CB-IBANK-REQ comes in with that device and their ID; once
      *> the officer has sighted both, the pending device is bound
      *> here - under the same device limit and contact-change
      *> cooling-off the online route applies. The desk also lists
      *> a customer's devices and lets go of one, for the customer
      *> whose only bound phone is the one that was lost. The
      *> customer's other bound devices are told either way.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-DEVICE-MN' 'CO' WS-OPERATOR WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF

           DISPLAY "ACTION (L=LIST, V=VERIFY PENDING, U=UNBIND): "
                   WITH NO ADVANCING
           ACCEPT WS-ACTION
           DISPLAY "CUSTOMER ID         : " WITH NO ADVANCING
           ACCEPT WS-CUST-ID

           EXEC SQL
              SELECT CUST_NAME
              INTO :WS-CUST-NAME
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "CUSTOMER NOT FOUND"
              STOP RUN
           END-IF

           DISPLAY "CUSTOMER : " WS-CUST-NAME
           PERFORM LIST-DEVICES

           EVALUATE WS-ACTION
             WHEN 'L'
                CONTINUE
             WHEN 'V'
                PERFORM VERIFY-DEVICE THRU VERIFY-DEVICE-EXIT
             WHEN 'U'
                PERFORM UNBIND-DEVICE THRU UNBIND-DEVICE-EXIT
             WHEN OTHER
                DISPLAY "UNKNOWN ACTION"
           END-EVALUATE

           STOP RUN.

       LIST-DEVICES.
           EXEC SQL
              DECLARE LDEV-CUR CURSOR FOR
              SELECT DEVICE_ID, STATUS, COALESCE(BIND_METHOD, ' '),
                     CHAR(FIRST_SEEN_TS), CHAR(LAST_SEEN_TS),
                     COALESCE(CHAR(BOUND_TS), ' ')
              FROM IB_DEVICE
              WHERE CUST_ID = :WS-CUST-ID
              ORDER BY FIRST_SEEN_TS
           END-EXEC

           EXEC SQL OPEN LDEV-CUR END-EXEC

           DISPLAY "DEVICE ID                                ST M "
                   "FIRST SEEN       LAST SEEN        BOUND"
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH LDEV-CUR
                 INTO :WS-LIST-ID, :WS-LIST-STATUS, :WS-LIST-METHOD,
                      :WS-LIST-FIRST, :WS-LIST-LAST, :WS-LIST-BOUND
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY WS-LIST-ID " " WS-LIST-STATUS "  "
                         WS-LIST-METHOD " " WS-LIST-FIRST(1:16) " "
                         WS-LIST-LAST(1:16) " " WS-LIST-BOUND(1:16)
              END-IF
           END-PERFORM

           EXEC SQL CLOSE LDEV-CUR END-EXEC.

      *> Only a device left pending by the branch route can be
      *> bound here: the customer has already proved the password
      *> and a one-time code on it, the desk supplies the second
      *> proof. A customer restricted for an overdue KYC refresh
      *> gets no new channel until the refresh is done.
       VERIFY-DEVICE.
           DISPLAY "DEVICE ID           : " WITH NO ADVANCING
           ACCEPT WS-DEVICE-ID

           EXEC SQL
              SELECT STATUS
              INTO :WS-DEV-STATUS
              FROM IB_DEVICE
              WHERE CUST_ID = :WS-CUST-ID
                AND DEVICE_ID = :WS-DEVICE-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-DEV-STATUS NOT = 'P'
              DISPLAY "REJECTED: NO PENDING BINDING FOR THIS DEVICE"
              GO TO VERIFY-DEVICE-EXIT
           END-IF

           DISPLAY "ID DOCUMENT AND DEVICE SIGHTED (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-ID-SIGHTED
           IF WS-ID-SIGHTED NOT = 'Y'
              DISPLAY "REJECTED: CUSTOMER NOT IDENTIFIED"
              GO TO VERIFY-DEVICE-EXIT
           END-IF

           MOVE 'N' TO WS-KYC-RESTRICT
           EXEC SQL
              SELECT COALESCE(KYC_RESTRICT, 'N')
              INTO :WS-KYC-RESTRICT
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           IF WS-KYC-RESTRICT = 'Y'
              DISPLAY "REJECTED: CUSTOMER KYC REFRESH OVERDUE"
              GO TO VERIFY-DEVICE-EXIT
           END-IF

           MOVE SPACES TO WS-COOLOFF-UNTIL
           EXEC SQL
              SELECT CHAR(CONTACT_COOLOFF_TS)
              INTO :WS-COOLOFF-UNTIL
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
                AND CONTACT_COOLOFF_TS > CURRENT TIMESTAMP
           END-EXEC

           IF SQLCODE = 0
              DISPLAY "REJECTED: CONTACT CHANGE COOLING OFF UNTIL "
                      WS-COOLOFF-UNTIL(1:16)
              GO TO VERIFY-DEVICE-EXIT
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-DEV-MAX
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'IB-MAX-DEVICES'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 3 TO WS-DEV-MAX
           END-IF

           MOVE 0 TO WS-DEV-ACTIVE
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DEV-ACTIVE
              FROM IB_DEVICE
              WHERE CUST_ID = :WS-CUST-ID
                AND STATUS = 'A'
           END-EXEC

           IF WS-DEV-ACTIVE >= WS-DEV-MAX
              DISPLAY "REJECTED: ACTIVE DEVICE LIMIT REACHED - "
                      "UNBIND ONE FIRST"
              GO TO VERIFY-DEVICE-EXIT
           END-IF

           EXEC SQL
              UPDATE IB_DEVICE
              SET STATUS = 'A',
                  BIND_METHOD = 'C',
                  BOUND_TS = CURRENT TIMESTAMP,
                  BOUND_BY = :WS-OPERATOR,
                  UNBOUND_TS = NULL,
                  UNBOUND_BY = NULL
              WHERE CUST_ID = :WS-CUST-ID
                AND DEVICE_ID = :WS-DEVICE-ID
                AND STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "REJECTED: DEVICE COULD NOT BE BOUND"
              GO TO VERIFY-DEVICE-EXIT
           END-IF

           MOVE SPACES TO WS-DEV-EVENT
           STRING 'PERANGKAT BARU DIDAFTARKAN - '
                  'BUKAN ANDA? HUBUNGI BANK'
             DELIMITED BY SIZE INTO WS-DEV-EVENT
           PERFORM NOTIFY-OTHER-DEVICES
           EXEC SQL COMMIT END-EXEC
           DISPLAY "DEVICE BOUND".
       VERIFY-DEVICE-EXIT.
           EXIT.

       UNBIND-DEVICE.
           DISPLAY "DEVICE ID           : " WITH NO ADVANCING
           ACCEPT WS-DEVICE-ID

           EXEC SQL
              UPDATE IB_DEVICE
              SET STATUS = 'U',
                  UNBOUND_TS = CURRENT TIMESTAMP,
                  UNBOUND_BY = :WS-OPERATOR
              WHERE CUST_ID = :WS-CUST-ID
                AND DEVICE_ID = :WS-DEVICE-ID
                AND STATUS IN ('A', 'P')
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "REJECTED: NO BOUND OR PENDING DEVICE BY THAT ID"
              GO TO UNBIND-DEVICE-EXIT
           END-IF

           MOVE SPACES TO WS-DEV-EVENT
           STRING 'PERANGKAT DILEPAS DARI AKUN ANDA - '
                  'BUKAN ANDA? HUBUNGI BANK'
             DELIMITED BY SIZE INTO WS-DEV-EVENT
           PERFORM NOTIFY-OTHER-DEVICES
           EXEC SQL COMMIT END-EXEC
           DISPLAY "DEVICE UNBOUND".
       UNBIND-DEVICE-EXIT.
           EXIT.

      *> Push WS-DEV-EVENT to every other bound device of the
      *> customer, inside the caller's unit of work.
       NOTIFY-OTHER-DEVICES.
           EXEC SQL
              DECLARE ODEV-CUR CURSOR FOR
              SELECT DEVICE_ID
              FROM IB_DEVICE
              WHERE CUST_ID = :WS-CUST-ID
                AND STATUS = 'A'
                AND DEVICE_ID <> :WS-DEVICE-ID
           END-EXEC

           EXEC SQL OPEN ODEV-CUR END-EXEC

           MOVE 'N' TO WS-DEV-EOF
           PERFORM UNTIL WS-DEV-EOF = 'Y'
              EXEC SQL
                 FETCH ODEV-CUR
                 INTO :WS-OTHER-ID
              END-EXEC

              IF SQLCODE = 0
                 CALL 'CB-REF-NUMBER' USING 'NT' WS-NOTIF-ID
                 EXEC SQL
                    INSERT INTO NOTIFICATION_QUEUE
                    (ID_NOTIF, MAKER_ID, ID_TRX, EVENT, MESSAGE,
                     STATUS, NOTIF_TYPE, CHANNEL, DESTINATION,
                     RETRY_CNT, CREATED_TS)
                    VALUES
                    (:WS-NOTIF-ID, :WS-CUST-ID, :WS-OPERATOR,
                     'DEVICE', :WS-DEV-EVENT, 'N', 'C', 'P',
                     :WS-OTHER-ID, 0, CURRENT TIMESTAMP)
                 END-EXEC
              ELSE
                 MOVE 'Y' TO WS-DEV-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE ODEV-CUR END-EXEC.
