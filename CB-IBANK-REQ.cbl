       01 WS-MENU-CHOICE  PIC X(1).
       01 WS-TRX-LIMIT    PIC S9(11)V99 COMP-3.
       01 WS-DAILY-LIMIT  PIC S9(11)V99 COMP-3.
       01 WS-LIMIT-KEY    PIC X(6).
       01 WS-PRIO-TIER    PIC X(1).
       01 WS-LIMIT-FOUND  PIC X(1).
       01 WS-TODAY-USED   PIC S9(13)V99 COMP-3.
       01 WS-TS-START     PIC X(19).
       01 WS-TS-END       PIC X(19).
       01 WS-MERCHANT-ID  PIC X(16).
       01 WS-MERCH-NAME   PIC X(40).
       01 WS-MERCH-STATUS PIC X(1).
       01 WS-VA-OWNER     PIC X(6).
       01 WS-VA-NAME      PIC X(30).
       01 WS-PX-ACTION    PIC X(1).
       01 WS-PX-TYPE      PIC X(1).
       01 WS-PX-ALIAS     PIC X(40).
       01 WS-PX-PORT-BANK PIC X(4) VALUE SPACES.
       01 WS-PX-ON-US     PIC X(1).
       01 WS-PX-NAME      PIC X(40).
       01 WS-PX-ACTOR     PIC X(10).
       01 WS-RM-ACTION    PIC X(1).
       01 WS-RM-CCY       PIC X(3).
       01 WS-RM-AMT-FC    PIC S9(11)V99 COMP-3.
       01 WS-RM-BEN-NAME  PIC X(40).
       01 WS-RM-BEN-ACCT  PIC X(34).
       01 WS-RM-BEN-BIC   PIC X(11).
       01 WS-RM-INFO      PIC X(35).
       01 WS-RM-IDR       PIC S9(11)V99 COMP-3.
       01 WS-RM-FEE       PIC S9(11)V99 COMP-3.
       01 WS-RM-RATE      PIC S9(7)V9(6) COMP-3.
       01 WS-RM-ID        PIC X(20).
       01 WS-RM-HELD      PIC X(1).
       01 WS-RM-MAKER     PIC X(10).

       01 WS-CC-NO-KARTU  PIC X(16).
       01 WS-CC-STATUS    PIC X(1).
       01 WS-TOK-SALDO    PIC S9(13)V99 COMP-3.
       01 WS-TOK-MIN      PIC S9(13)V99 COMP-3.
       01 WS-TOK-ODLIM    PIC S9(13)V99 COMP-3.
       01 WS-KYC-RESTRICT PIC X(1).
       01 WS-TOK-HOLDS    PIC S9(13)V99 COMP-3.
       01 WS-TOK-AVAIL    PIC S9(13)V99 COMP-3.
      *> WITHDRAWAL_TOKEN.CREATED_BY is the X(10) operator id the
       01 WS-PREF-CHANNEL PIC X(1).
       01 WS-DESTINATION  PIC X(40).
       01 WS-OTP-MESSAGE  PIC X(60).
       01 WS-COOLOFF-UNTIL PIC X(26).

       01 WS-DEVICE-ID    PIC X(40).
       01 WS-DEV-STATUS   PIC X(1).
      *> N = seen only, P = awaiting branch verification,
      *> A = bound, U = unbound.
       01 WS-DEVICE-OK    PIC X(1) VALUE 'N'.
       01 WS-DEV-MAX      PIC S9(3) COMP-3.
       01 WS-DEV-ACTIVE   PIC 9(3).
       01 WS-DEV-METHOD   PIC X(1).
       01 WS-DEV-PICK     PIC X(40).
       01 WS-DEV-LIST-ID  PIC X(40).
       01 WS-DEV-LIST-ST  PIC X(1).
       01 WS-DEV-FIRST    PIC X(26).
       01 WS-DEV-LAST     PIC X(26).
       01 WS-DEV-EVENT    PIC X(60).
       01 WS-DEV-OTHER    PIC X(40).
       01 WS-DEV-CONFIRM  PIC X(1).
       01 WS-DEV-EOF      PIC X(1).
       01 WS-NO-KARTU     PIC X(16).
       01 WS-PIN-CLEAR    PIC X(4).
       01 WS-PIN-BLOCK    PIC X(16).
       01 WS-PIN-MATCH    PIC X(1).
       01 WS-CARD-PVV     PIC X(4).
       01 WS-PVV-KEY-VER  PIC X(2).
       01 WS-CARD-STATUS  PIC X(1).
       01 WS-CARD-TRIES   PIC 9(1).
       01 WS-EXP-DATE     PIC X(6).
       01 WS-CURR-YYYYMM  PIC X(6).
       01 WS-HOT-CNT      PIC 9(5).
       01 WS-CARD-OK      PIC X(1).
       COPY WSMINI.
       COPY WSRESP.

      *> and PIN, under its own CHANNEL with its own PRODUCT_LIMIT
      *> row ('IBANK') for per-transaction and per-day caps. A
      *> customer sees and works every REKENING linked to their
      *> CUST_ID - no card link required. The session only opens
      *> on a device bound to the customer in IB_DEVICE; a sign-on
      *> from any other device is recorded for CB-FRAUD-SCORE and
      *> goes no further than binding it.
       PROCEDURE DIVISION.
           PERFORM SIGN-ON THRU SIGN-ON-EXIT
           IF WS-SIGNED-ON NOT = 'Y'
              STOP RUN
           END-IF

           PERFORM CHECK-DEVICE THRU CHECK-DEVICE-EXIT
           IF WS-DEVICE-OK NOT = 'Y'
              STOP RUN
           END-IF

           PERFORM LIST-ACCOUNTS
           IF WS-ACCT-CNT = 0
              DISPLAY "TIDAK ADA REKENING TERDAFTAR"
           PERFORM UNTIL WS-MENU-CHOICE = 'X'
              DISPLAY " "
              DISPLAY "MENU: S=SALDO  M=MUTASI  T=TRANSFER  "
                      "A=TRANSFER ANTAR BANK  V=BAYAR VA  "
                      "B=BAYAR TAGIHAN  Q=BAYAR QRIS  "
                      "K=TARIK TANPA KARTU  C=KONTROL KARTU  "
                      "P=ALIAS PROXY  R=KIRIM UANG LN  "
                      "D=PERANGKAT  X=KELUAR"
              DISPLAY "PILIHAN: " WITH NO ADVANCING
              ACCEPT WS-MENU-CHOICE

                WHEN 'A'
                   PERFORM INTERBANK-PAYMENT
                           THRU INTERBANK-PAYMENT-EXIT
                WHEN 'V'
                   PERFORM VA-PAYMENT THRU VA-PAYMENT-EXIT
                WHEN 'Q'
                   PERFORM QRIS-PAYMENT THRU QRIS-PAYMENT-EXIT
                WHEN 'K'
                WHEN 'C'
                   PERFORM SET-CARD-CONTROLS
                           THRU SET-CARD-CONTROLS-EXIT
                WHEN 'P'
                   PERFORM MAINTAIN-PROXY
                WHEN 'R'
                   PERFORM OUTWARD-REMITTANCE
                           THRU OUTWARD-REMITTANCE-EXIT
                WHEN 'D'
                   PERFORM MAINTAIN-DEVICES
                           THRU MAINTAIN-DEVICES-EXIT
                WHEN 'X'
                   CONTINUE
                WHEN OTHER
       SIGN-ON.
           DISPLAY "USER ID  : " WITH NO ADVANCING
           ACCEPT WS-USER-ID
           DISPLAY "ID PERANGKAT : " WITH NO ADVANCING
           ACCEPT WS-DEVICE-ID

           EXEC SQL
              SELECT CUST_ID, PWD_HASH, STATUS, FAIL_CNT
           MOVE WS-HASH-ACC TO WS-HASH-DISP
           MOVE WS-HASH-DISP TO WS-PWD-HASH.

      *> Device gate behind the password. A device already bound to
      *> this customer just has its last-seen time moved on. Any
      *> other device is entered in IB_DEVICE on first sight and
      *> the sign-on is written to IB_DEVICE_LOGIN - CB-FRAUD-SCORE
      *> reads those rows as a takeover signal on the customer's
      *> cards - and the session goes no further unless the device
      *> is bound there and then.
       CHECK-DEVICE.
           MOVE 'N' TO WS-DEVICE-OK
           IF WS-DEVICE-ID = SPACES
              DISPLAY "ID PERANGKAT TIDAK TERBACA"
              GO TO CHECK-DEVICE-EXIT
           END-IF

           EXEC SQL
              SELECT STATUS
              INTO :WS-DEV-STATUS
              FROM IB_DEVICE
              WHERE CUST_ID = :WS-CUST-ID
                AND DEVICE_ID = :WS-DEVICE-ID
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL
                 UPDATE IB_DEVICE
                 SET LAST_SEEN_TS = CURRENT TIMESTAMP,
                     USER_ID = :WS-USER-ID
                 WHERE CUST_ID = :WS-CUST-ID
                   AND DEVICE_ID = :WS-DEVICE-ID
              END-EXEC
           ELSE
              MOVE 'N' TO WS-DEV-STATUS
              EXEC SQL
                 INSERT INTO IB_DEVICE
                 (CUST_ID, DEVICE_ID, USER_ID, STATUS, FIRST_SEEN_TS,
                  LAST_SEEN_TS)
                 VALUES
                 (:WS-CUST-ID, :WS-DEVICE-ID, :WS-USER-ID, 'N',
                  CURRENT TIMESTAMP, CURRENT TIMESTAMP)
              END-EXEC
           END-IF

           IF WS-DEV-STATUS = 'A'
              EXEC SQL COMMIT END-EXEC
              MOVE 'Y' TO WS-DEVICE-OK
              GO TO CHECK-DEVICE-EXIT
           END-IF

           EXEC SQL
              INSERT INTO IB_DEVICE_LOGIN
              (USER_ID, CUST_ID, DEVICE_ID, RESULT, LOGIN_TS)
              VALUES
              (:WS-USER-ID, :WS-CUST-ID, :WS-DEVICE-ID, 'U',
               CURRENT TIMESTAMP)
           END-EXEC
           EXEC SQL COMMIT END-EXEC

           IF WS-DEV-STATUS = 'P'
              DISPLAY "PERANGKAT MENUNGGU VERIFIKASI DI CABANG"
              GO TO CHECK-DEVICE-EXIT
           END-IF

           DISPLAY "PERANGKAT BELUM TERDAFTAR - DAFTARKAN? (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-DEV-CONFIRM
           IF WS-DEV-CONFIRM NOT = 'Y'
              GO TO CHECK-DEVICE-EXIT
           END-IF

           PERFORM BIND-DEVICE THRU BIND-DEVICE-EXIT.
       CHECK-DEVICE-EXIT.
           EXIT.

      *> Binding takes a one-time code to the registered contact
      *> and a second proof the customer chooses: one of their own
      *> active cards with its PIN, which binds at once, or a visit
      *> to a branch with the device, which leaves it pending for
      *> CB-DEVICE-MAINT. No binding while a contact change is
      *> cooling off (the code would go to the new contact), nor
      *> beyond IB-MAX-DEVICES (SYS_PARAM, default 3) bound
      *> devices, nor for a customer restricted for an overdue KYC
      *> refresh. The customer's other bound devices are told.
       BIND-DEVICE.
           EXEC SQL
              SELECT COALESCE(KYC_RESTRICT, 'N')
              INTO :WS-KYC-RESTRICT
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           IF SQLCODE = 0 AND WS-KYC-RESTRICT = 'Y'
              DISPLAY "LAYANAN DIBATASI - PEMBARUAN DATA NASABAH "
                      "LEWAT JATUH TEMPO, HUBUNGI CABANG"
              GO TO BIND-DEVICE-EXIT
           END-IF

           PERFORM CHECK-CONTACT-COOLOFF
           IF WS-COOLOFF-UNTIL NOT = SPACES
              DISPLAY "KONTAK TERDAFTAR BARU DIGANTI - PENDAFTARAN "
                      "PERANGKAT DITUNDA SAMPAI "
                      WS-COOLOFF-UNTIL(1:16)
              GO TO BIND-DEVICE-EXIT
           END-IF

           PERFORM COUNT-ACTIVE-DEVICES
           IF WS-DEV-ACTIVE >= WS-DEV-MAX
              DISPLAY "JUMLAH PERANGKAT AKTIF SUDAH MAKSIMUM - "
                      "LEPASKAN PERANGKAT LAMA TERLEBIH DAHULU"
              GO TO BIND-DEVICE-EXIT
           END-IF

           PERFORM CHALLENGE-OTP THRU CHALLENGE-OTP-EXIT
           IF WS-OTP-OK NOT = 'Y'
              GO TO BIND-DEVICE-EXIT
           END-IF

           DISPLAY "VERIFIKASI: K=KARTU DAN PIN  C=DI CABANG : "
                   WITH NO ADVANCING
           ACCEPT WS-DEV-METHOD

           EVALUATE WS-DEV-METHOD
             WHEN 'K'
                PERFORM VERIFY-CARD-PIN THRU VERIFY-CARD-PIN-EXIT
                IF WS-CARD-OK NOT = 'Y'
                   GO TO BIND-DEVICE-EXIT
                END-IF
             WHEN 'C'
                EXEC SQL
                   UPDATE IB_DEVICE
                   SET STATUS = 'P',
                       BIND_METHOD = 'C'
                   WHERE CUST_ID = :WS-CUST-ID
                     AND DEVICE_ID = :WS-DEVICE-ID
                END-EXEC
                EXEC SQL COMMIT END-EXEC
                DISPLAY "BAWA PERANGKAT INI DAN KTP ANDA KE CABANG "
                        "UNTUK MENYELESAIKAN PENDAFTARAN"
                GO TO BIND-DEVICE-EXIT
             WHEN OTHER
                DISPLAY "PILIHAN TIDAK DIKENAL"
                GO TO BIND-DEVICE-EXIT
           END-EVALUATE

           EXEC SQL
              UPDATE IB_DEVICE
              SET STATUS = 'A',
                  BIND_METHOD = 'K',
                  BOUND_TS = CURRENT TIMESTAMP,
                  BOUND_BY = :WS-USER-ID,
                  UNBOUND_TS = NULL,
                  UNBOUND_BY = NULL
              WHERE CUST_ID = :WS-CUST-ID
                AND DEVICE_ID = :WS-DEVICE-ID
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "PENDAFTARAN PERANGKAT GAGAL"
              GO TO BIND-DEVICE-EXIT
           END-IF

           MOVE WS-DEVICE-ID TO WS-DEV-OTHER
           MOVE SPACES TO WS-DEV-EVENT
           STRING 'PERANGKAT BARU DIDAFTARKAN - '
                  'BUKAN ANDA? HUBUNGI BANK'
             DELIMITED BY SIZE INTO WS-DEV-EVENT
           PERFORM NOTIFY-OTHER-DEVICES
           EXEC SQL COMMIT END-EXEC

           MOVE 'Y' TO WS-DEVICE-OK
           DISPLAY "PERANGKAT TERDAFTAR".
       BIND-DEVICE-EXIT.
           EXIT.

       COUNT-ACTIVE-DEVICES.
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
           END-EXEC.

      *> Card and PIN as the second proof for binding, under the
      *> PIN discipline the ATM switch applies: the card must be
      *> one of this customer's own, live, unexpired and off the
      *> negative file, and a wrong PIN counts toward the same
      *> three-strikes lock on KARTU_ATM.
       VERIFY-CARD-PIN.
           MOVE 'N' TO WS-CARD-OK
           DISPLAY "NO KARTU : " WITH NO ADVANCING
           ACCEPT WS-NO-KARTU
           DISPLAY "PIN      : " WITH NO ADVANCING
           ACCEPT WS-PIN-CLEAR WITH NO ECHO
           CALL 'CB-PIN-ENCRYPT'
             USING WS-NO-KARTU WS-PIN-CLEAR WS-PIN-BLOCK
           MOVE SPACES TO WS-PIN-CLEAR

           MOVE 0 TO WS-HOT-CNT
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-HOT-CNT
              FROM HOTCARD
              WHERE NO_KARTU = :WS-NO-KARTU
           END-EXEC

           IF WS-HOT-CNT > 0
              DISPLAY "KARTU DIBLOKIR"
              GO TO VERIFY-CARD-PIN-EXIT
           END-IF

           EXEC SQL
              SELECT K.PVV, K.STATUS, K.ATTEMPT_CNT, K.EXP_DATE,
                     COALESCE(K.PVV_KEY_VER, '01')
              INTO :WS-CARD-PVV, :WS-CARD-STATUS, :WS-CARD-TRIES,
                   :WS-EXP-DATE, :WS-PVV-KEY-VER
              FROM KARTU_ATM K, REKENING R
              WHERE K.NO_KARTU = :WS-NO-KARTU
                AND K.NO_REK = R.NO_REK
                AND R.CUST_ID = :WS-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "KARTU BUKAN MILIK ANDA"
              GO TO VERIFY-CARD-PIN-EXIT
           END-IF

           IF WS-CARD-STATUS NOT = 'A'
              DISPLAY "KARTU TIDAK AKTIF"
              GO TO VERIFY-CARD-PIN-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CURR-YYYYMM
           IF WS-EXP-DATE < WS-CURR-YYYYMM
              DISPLAY "KARTU KEDALUWARSA"
              GO TO VERIFY-CARD-PIN-EXIT
           END-IF

           CALL 'CB-PIN-VERIFY'
             USING WS-NO-KARTU WS-PIN-BLOCK WS-CARD-PVV WS-PIN-MATCH
                   WS-PVV-KEY-VER

           IF WS-PIN-MATCH NOT = 'Y'
              ADD 1 TO WS-CARD-TRIES
              IF WS-CARD-TRIES >= 3
                 EXEC SQL
                    UPDATE KARTU_ATM
                    SET STATUS = 'L', ATTEMPT_CNT = :WS-CARD-TRIES
                    WHERE NO_KARTU = :WS-NO-KARTU
                 END-EXEC
                 EXEC SQL COMMIT END-EXEC
                 DISPLAY "PIN SALAH - KARTU TERKUNCI"
              ELSE
                 EXEC SQL
                    UPDATE KARTU_ATM
                    SET ATTEMPT_CNT = :WS-CARD-TRIES
                    WHERE NO_KARTU = :WS-NO-KARTU
                 END-EXEC
                 EXEC SQL COMMIT END-EXEC
                 DISPLAY "PIN SALAH"
              END-IF
              GO TO VERIFY-CARD-PIN-EXIT
           END-IF

           IF WS-CARD-TRIES NOT = 0
              EXEC SQL
                 UPDATE KARTU_ATM
                 SET ATTEMPT_CNT = 0
                 WHERE NO_KARTU = :WS-NO-KARTU
              END-EXEC
              EXEC SQL COMMIT END-EXEC
           END-IF

           MOVE 'Y' TO WS-CARD-OK.
       VERIFY-CARD-PIN-EXIT.
           EXIT.

      *> Push message WS-DEV-EVENT to every other device bound to
      *> the customer (all but WS-DEV-OTHER, the one the event is
      *> about), inside the caller's unit of work.
       NOTIFY-OTHER-DEVICES.
           EXEC SQL
              DECLARE ODEV-CUR CURSOR FOR
              SELECT DEVICE_ID
              FROM IB_DEVICE
              WHERE CUST_ID = :WS-CUST-ID
                AND STATUS = 'A'
                AND DEVICE_ID <> :WS-DEV-OTHER
           END-EXEC

           EXEC SQL OPEN ODEV-CUR END-EXEC

           MOVE 'N' TO WS-DEV-EOF
           PERFORM UNTIL WS-DEV-EOF = 'Y'
              EXEC SQL
                 FETCH ODEV-CUR
                 INTO :WS-DEV-LIST-ID
              END-EXEC

              IF SQLCODE = 0
                 CALL 'CB-REF-NUMBER' USING 'NT' WS-NOTIF-ID
                 EXEC SQL
                    INSERT INTO NOTIFICATION_QUEUE
                    (ID_NOTIF, MAKER_ID, ID_TRX, EVENT, MESSAGE,
                     STATUS, NOTIF_TYPE, CHANNEL, DESTINATION,
                     RETRY_CNT, CREATED_TS)
                    VALUES
                    (:WS-NOTIF-ID, :WS-CUST-ID, :WS-USER-ID,
                     'DEVICE', :WS-DEV-EVENT, 'N', 'C', 'P',
                     :WS-DEV-LIST-ID, 0, CURRENT TIMESTAMP)
                 END-EXEC
              ELSE
                 MOVE 'Y' TO WS-DEV-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE ODEV-CUR END-EXEC.

      *> Self-service from a bound device: the customer's bound and
      *> pending devices are listed and any one of them can be let
      *> go - a lost phone from the new one. The remaining devices
      *> are told; letting go of this device ends the session.
       MAINTAIN-DEVICES.
           MOVE SPACES TO WS-RESP-CODE
           DISPLAY "PERANGKAT ANDA:"
           EXEC SQL
              DECLARE MYDEV-CUR CURSOR FOR
              SELECT DEVICE_ID, STATUS, CHAR(FIRST_SEEN_TS),
                     CHAR(LAST_SEEN_TS)
              FROM IB_DEVICE
              WHERE CUST_ID = :WS-CUST-ID
                AND STATUS IN ('A', 'P')
              ORDER BY FIRST_SEEN_TS
           END-EXEC

           EXEC SQL OPEN MYDEV-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH MYDEV-CUR
                 INTO :WS-DEV-LIST-ID, :WS-DEV-LIST-ST,
                      :WS-DEV-FIRST, :WS-DEV-LAST
              END-EXEC
              IF SQLCODE = 0
                 IF WS-DEV-LIST-ID = WS-DEVICE-ID
                    DISPLAY "  " WS-DEV-LIST-ID " " WS-DEV-LIST-ST
                            "  TERAKHIR " WS-DEV-LAST(1:16)
                            "  (PERANGKAT INI)"
                 ELSE
                    DISPLAY "  " WS-DEV-LIST-ID " " WS-DEV-LIST-ST
                            "  TERAKHIR " WS-DEV-LAST(1:16)
                 END-IF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE MYDEV-CUR END-EXEC

           DISPLAY "LEPASKAN PERANGKAT (ID, KOSONG=BATAL): "
                   WITH NO ADVANCING
           ACCEPT WS-DEV-PICK
           IF WS-DEV-PICK = SPACES
              GO TO MAINTAIN-DEVICES-EXIT
           END-IF

           EXEC SQL
              UPDATE IB_DEVICE
              SET STATUS = 'U',
                  UNBOUND_TS = CURRENT TIMESTAMP,
                  UNBOUND_BY = :WS-USER-ID
              WHERE CUST_ID = :WS-CUST-ID
                AND DEVICE_ID = :WS-DEV-PICK
                AND STATUS IN ('A', 'P')
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "PERANGKAT TIDAK DITEMUKAN"
              GO TO MAINTAIN-DEVICES-EXIT
           END-IF

           MOVE WS-DEV-PICK TO WS-DEV-OTHER
           MOVE SPACES TO WS-DEV-EVENT
           STRING 'PERANGKAT DILEPAS DARI AKUN ANDA - '
                  'BUKAN ANDA? HUBUNGI BANK'
             DELIMITED BY SIZE INTO WS-DEV-EVENT
           PERFORM NOTIFY-OTHER-DEVICES
           EXEC SQL COMMIT END-EXEC
           DISPLAY "PERANGKAT DILEPAS"

           IF WS-DEV-PICK = WS-DEVICE-ID
              DISPLAY "PERANGKAT INI TIDAK LAGI TERDAFTAR"
              MOVE 'X' TO WS-MENU-CHOICE
           END-IF.
       MAINTAIN-DEVICES-EXIT.
           EXIT.

      *> QRIS purchase from the phone: the scanned merchant id is
      *> resolved to the registered name for the customer to
      *> confirm - paying the wrong warung is this channel's
      *> AUDIT_LOG by CHANNEL, the same snapshot everything else
      *> reconciles from). No 'IBANK' row at all means the channel is
      *> not yet limit-configured and nothing is allowed through -
      *> fail closed, not open. A priority banking customer is held
      *> to the 'IBANK1' (priority) or 'IBANK2' (private) row
      *> instead where one is configured; the day's usage is still
      *> counted on the one IBANK channel.
       CHECK-CHANNEL-LIMIT.
           MOVE '00' TO WS-RESP-CODE

           MOVE SPACE TO WS-PRIO-TIER
           EXEC SQL
              SELECT COALESCE(PRIORITY_TIER, ' ')
              INTO :WS-PRIO-TIER
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACE TO WS-PRIO-TIER
           END-IF

           MOVE 'N' TO WS-LIMIT-FOUND
           IF WS-PRIO-TIER NOT = SPACE
              MOVE SPACES TO WS-LIMIT-KEY
              STRING 'IBANK' WS-PRIO-TIER
                DELIMITED BY SIZE INTO WS-LIMIT-KEY
              EXEC SQL
                 SELECT TRX_LIMIT, DAILY_LIMIT
                 INTO :WS-TRX-LIMIT, :WS-DAILY-LIMIT
                 FROM PRODUCT_LIMIT
                 WHERE PRODUCT_CODE = :WS-LIMIT-KEY
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO WS-LIMIT-FOUND
              END-IF
           END-IF

           IF WS-LIMIT-FOUND NOT = 'Y'
              EXEC SQL
                 SELECT TRX_LIMIT, DAILY_LIMIT
                 INTO :WS-TRX-LIMIT, :WS-DAILY-LIMIT
                 FROM PRODUCT_LIMIT
                 WHERE PRODUCT_CODE = :WS-CHANNEL
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              DISPLAY "LIMIT KANAL BELUM DIKONFIGURASI"
                    WHERE NO_REK = :WS-NO-REK
                      AND CHANNEL = :WS-CHANNEL
                      AND RESP_CODE = '00'
                      AND TRX_CODE IN ('04', '05', '08', '10', 'RT')
                      AND WAKTU BETWEEN :WS-TS-START AND :WS-TS-END
                 END-EXEC

                      THRU VERIFY-OTP-STEPUP-EXIT
           END-IF.

      *> Payment to a corporate's virtual account: the VA is looked
      *> up first so the customer sees whose bill they are paying
      *> (the payer name the corporate registered, or the
      *> corporate's own) before confirming. It then goes in as an
      *> own-bank transfer '04' carrying the VA number in the
      *> destination-account slot; CB-CORE-ONLINE resolves it
      *> again and queues it to the owning REKENING.
       VA-PAYMENT.
           PERFORM PICK-ACCOUNT
           DISPLAY "NO VA      : " WITH NO ADVANCING
           ACCEPT WS-DST-ACCT-IB
           DISPLAY "JUMLAH     : " WITH NO ADVANCING
           ACCEPT WS-AMOUNT

           CALL 'CB-VA-RESOLVE'
             USING WS-DST-ACCT-IB WS-AMOUNT WS-VA-OWNER WS-VA-NAME
                   WS-RESP-CODE
           IF WS-RESP-CODE NOT = '00'
              DISPLAY "VA TIDAK DAPAT DIBAYAR"
              GO TO VA-PAYMENT-CLEANUP
           END-IF

           DISPLAY "PENERIMA   : " WS-VA-NAME
           DISPLAY "BAYAR? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-PAY
           IF WS-CONFIRM-PAY NOT = 'Y'
              MOVE SPACES TO WS-RESP-CODE
              GO TO VA-PAYMENT-CLEANUP
           END-IF

           MOVE '04' TO WS-TRX-CODE
           PERFORM CHECK-CHANNEL-LIMIT
           IF WS-RESP-CODE = '00'
              PERFORM CALL-CORE
              IF WS-RESP-CODE = '00'
                 DISPLAY "PEMBAYARAN VA MASUK ANTRIAN PERSETUJUAN"
                 DISPLAY "NO REFERENSI : " WS-RESP-ID-TRX
              END-IF
           END-IF.
       VA-PAYMENT-CLEANUP.
           MOVE SPACES TO WS-DST-ACCT-IB.
       VA-PAYMENT-EXIT.
           EXIT.

      *> Interbank transfer with the name confirmed first: the
      *> inquiry phase (trx '11') fetches the holder's name at the
      *> destination bank, the customer confirms it on screen, and
      *> reference - CB-CORE-ONLINE refuses the transfer without
      *> it, so one transposed digit dies at the name prompt
      *> instead of at another bank's stranger.
      *> A blank bank code means the customer is quoting a proxy
      *> alias (mobile number or e-mail) instead: CB-PROXY-RESOLVE
      *> turns it into the bank and account it is live at, and the
      *> transfer then carries on through the same '11' name
      *> inquiry and '08' debit as a keyed account - the customer
      *> still confirms the holder's name the destination bank
      *> returns. An alias one of our own customers holds is an
      *> own-bank transfer, not an interbank one.
       INTERBANK-PAYMENT.
           PERFORM PICK-ACCOUNT
           DISPLAY "KODE BANK TUJUAN (KOSONG=ALIAS): "
                   WITH NO ADVANCING
           ACCEPT WS-DST-BANK

           IF WS-DST-BANK = SPACES
              DISPLAY "JENIS ALIAS (P=NO HP, E=EMAIL): "
                      WITH NO ADVANCING
              ACCEPT WS-PX-TYPE
              DISPLAY "ALIAS           : " WITH NO ADVANCING
              ACCEPT WS-PX-ALIAS
              CALL 'CB-PROXY-RESOLVE'
                USING WS-PX-TYPE WS-PX-ALIAS WS-DST-BANK
                      WS-DST-ACCT-IB WS-PX-ON-US WS-RESP-CODE
              IF WS-RESP-CODE NOT = '00'
                 DISPLAY "ALIAS TIDAK TERDAFTAR ATAU TIDAK AKTIF"
                 GO TO INTERBANK-PAYMENT-CLEANUP
              END-IF
              IF WS-PX-ON-US = 'Y'
                 PERFORM ON-US-ALIAS-TRANSFER
                         THRU ON-US-ALIAS-TRANSFER-EXIT
                 GO TO INTERBANK-PAYMENT-CLEANUP
              END-IF
           ELSE
              DISPLAY "REK TUJUAN      : " WITH NO ADVANCING
              ACCEPT WS-DST-ACCT-IB
           END-IF

           MOVE '11' TO WS-TRX-CODE
           MOVE 0 TO WS-AMOUNT
       INTERBANK-PAYMENT-EXIT.
           EXIT.

      *> Remittance abroad: the customer names the amount the
      *> beneficiary receives in the remittance currency and sees
      *> CB-REMIT-CAPTURE's quote - rate, IDR debit, fee - before
      *> confirming. The channel limits are applied to the IDR
      *> equivalent, so a remittance is capped like any other
      *> outgoing payment, and the step-up code follows from them.
       OUTWARD-REMITTANCE.
           PERFORM PICK-ACCOUNT
           DISPLAY "MATA UANG      : " WITH NO ADVANCING
           ACCEPT WS-RM-CCY
           DISPLAY "JUMLAH VALUTA  : " WITH NO ADVANCING
           ACCEPT WS-RM-AMT-FC
           DISPLAY "NAMA PENERIMA  : " WITH NO ADVANCING
           ACCEPT WS-RM-BEN-NAME
           DISPLAY "REK PENERIMA   : " WITH NO ADVANCING
           ACCEPT WS-RM-BEN-ACCT
           DISPLAY "BIC BANK TUJUAN: " WITH NO ADVANCING
           ACCEPT WS-RM-BEN-BIC
           DISPLAY "BERITA         : " WITH NO ADVANCING
           ACCEPT WS-RM-INFO

           MOVE 'Q' TO WS-RM-ACTION
           PERFORM CALL-REMIT-CAPTURE
           IF WS-RESP-CODE NOT = '00'
              DISPLAY "KIRIMAN TIDAK DAPAT DIPROSES"
              GO TO OUTWARD-REMITTANCE-EXIT
           END-IF

           DISPLAY "KURS           : " WS-RM-RATE
           DISPLAY "DEBET RUPIAH   : " WS-RM-IDR
           DISPLAY "BIAYA KIRIM    : " WS-RM-FEE
           DISPLAY "LANJUT? (Y/N)  : " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-PAY
           IF WS-CONFIRM-PAY NOT = 'Y'
              MOVE SPACES TO WS-RESP-CODE
              GO TO OUTWARD-REMITTANCE-EXIT
           END-IF

           MOVE WS-RM-IDR TO WS-AMOUNT
           PERFORM CHECK-CHANNEL-LIMIT
           IF WS-RESP-CODE NOT = '00'
              GO TO OUTWARD-REMITTANCE-EXIT
           END-IF

           MOVE 'C' TO WS-RM-ACTION
           PERFORM CALL-REMIT-CAPTURE
           IF WS-RESP-CODE = '00'
              DISPLAY "KIRIMAN DITERIMA"
              DISPLAY "NO REFERENSI : " WS-RM-ID
              IF WS-RM-HELD = 'Y'
                 DISPLAY "KIRIMAN DITAHAN UNTUK PEMERIKSAAN - "
                         "HUBUNGI CABANG"
              END-IF
           END-IF.
       OUTWARD-REMITTANCE-EXIT.
           EXIT.

       CALL-REMIT-CAPTURE.
           MOVE WS-USER-ID TO WS-RM-MAKER
           CALL 'CB-REMIT-CAPTURE'
             USING WS-RM-ACTION WS-NO-REK WS-RM-CCY WS-RM-AMT-FC
                   WS-RM-BEN-NAME WS-RM-BEN-ACCT WS-RM-BEN-BIC
                   WS-RM-INFO WS-TERMINAL-ID WS-CHANNEL WS-RM-MAKER
                   WS-RM-IDR WS-RM-FEE WS-RM-RATE WS-RM-ID
                   WS-RM-HELD WS-RESP-CODE.

      *> The alias belongs to one of our own customers: the money
      *> never leaves the bank, so it goes as an own-bank transfer
      *> '04' to the linked REKENING through the usual approval
      *> queue. The destination slots are cleared first - a '04'
      *> carrying a destination account is a VA payment to the
      *> core.
       ON-US-ALIAS-TRANSFER.
           MOVE WS-DST-ACCT-IB(1:6) TO WS-NO-REK-DST
           MOVE SPACES TO WS-DST-BANK
           MOVE SPACES TO WS-DST-ACCT-IB

           EXEC SQL
              SELECT C.CUST_NAME
              INTO :WS-PX-NAME
              FROM REKENING R, CUST_MASTER C
              WHERE R.NO_REK = :WS-NO-REK-DST
                AND C.CUST_ID = R.CUST_ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-RESP-CODE
              DISPLAY "ALIAS TIDAK TERDAFTAR ATAU TIDAK AKTIF"
              GO TO ON-US-ALIAS-TRANSFER-EXIT
           END-IF

           DISPLAY "NAMA PENERIMA   : " WS-PX-NAME
           DISPLAY "LANJUT? (Y/N)   : " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-PAY
           IF WS-CONFIRM-PAY NOT = 'Y'
              MOVE SPACES TO WS-RESP-CODE
              GO TO ON-US-ALIAS-TRANSFER-EXIT
           END-IF

           DISPLAY "JUMLAH          : " WITH NO ADVANCING
           ACCEPT WS-AMOUNT

           MOVE '04' TO WS-TRX-CODE
           PERFORM CHECK-CHANNEL-LIMIT
           IF WS-RESP-CODE = '00'
              PERFORM CALL-CORE
              IF WS-RESP-CODE = '00'
                 DISPLAY "TRANSFER MASUK ANTRIAN PERSETUJUAN"
                 DISPLAY "NO REFERENSI : " WS-RESP-ID-TRX
              END-IF
           END-IF.
       ON-US-ALIAS-TRANSFER-EXIT.
           EXIT.

      *> The customer's own proxy registrations: register an alias
      *> against the account picked, or suspend, re-activate, port
      *> out or delete one already held. CB-PROXY-UPDATE carries
      *> every rule and sends the confirmation to the alias itself.
       MAINTAIN-PROXY.
           PERFORM PICK-ACCOUNT
           DISPLAY "AKSI (R=DAFTAR, S=BEKUKAN, A=AKTIFKAN, "
                   "P=PINDAH BANK, D=HAPUS): " WITH NO ADVANCING
           ACCEPT WS-PX-ACTION
           DISPLAY "JENIS ALIAS (P=NO HP, E=EMAIL): "
                   WITH NO ADVANCING
           ACCEPT WS-PX-TYPE
           DISPLAY "ALIAS           : " WITH NO ADVANCING
           ACCEPT WS-PX-ALIAS
           MOVE SPACES TO WS-PX-PORT-BANK
           IF WS-PX-ACTION = 'P'
              DISPLAY "KODE BANK BARU  : " WITH NO ADVANCING
              ACCEPT WS-PX-PORT-BANK
           END-IF

           MOVE WS-USER-ID TO WS-PX-ACTOR
           CALL 'CB-PROXY-UPDATE'
             USING WS-PX-ACTION WS-PX-TYPE WS-PX-ALIAS WS-NO-REK
                   WS-PX-PORT-BANK WS-PX-ACTOR WS-CHANNEL
                   WS-RESP-CODE

           IF WS-RESP-CODE = '00'
              DISPLAY "ALIAS DIPERBARUI - KONFIRMASI DIKIRIM KE "
                      "ALIAS"
           END-IF.

      *> Customer-set card switches: the card entirely, its ATM
      *> cash use, and its transfer use, each on or off from this
      *> channel - the misplaced-for-an-evening case. The card must
      *> pass on; the secondary code rides NOTIFICATION_QUEUE to
      *> the customer's own registered contact, so the two codes
      *> travel different paths. Redemption at the machine is the
      *> CB-ATM-SWITCH cardless path unchanged. Nothing stages for a
      *> customer restricted for an overdue KYC refresh, nor while a
      *> change of the registered contact is cooling off - the
      *> verification code would go to the new contact.
       STAGE-CARDLESS-TOKEN.
           EXEC SQL
              SELECT COALESCE(KYC_RESTRICT, 'N')
              INTO :WS-KYC-RESTRICT
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           IF SQLCODE = 0 AND WS-KYC-RESTRICT = 'Y'
              DISPLAY "LAYANAN DIBATASI - PEMBARUAN DATA NASABAH "
                      "LEWAT JATUH TEMPO, HUBUNGI CABANG"
              GO TO STAGE-CARDLESS-TOKEN-EXIT
           END-IF

           PERFORM CHECK-CONTACT-COOLOFF
           IF WS-COOLOFF-UNTIL NOT = SPACES
              DISPLAY "KONTAK TERDAFTAR BARU DIGANTI - TARIK TANPA "
                      "KARTU DITUNDA SAMPAI " WS-COOLOFF-UNTIL(1:16)
              GO TO STAGE-CARDLESS-TOKEN-EXIT
           END-IF

           PERFORM PICK-ACCOUNT
           DISPLAY "JUMLAH     : " WITH NO ADVANCING
           ACCEPT WS-AMOUNT
      *> itself and the same three-strikes lockout the card PIN
      *> gets - the third wrong code locks IBANK_CRED and ends the
      *> session. No threshold parameter means the step-up is not
      *> fitted and nothing changes. While a change of the
      *> registered contact is cooling off no code is sent at all:
      *> the new contact cannot yet vouch for the customer, so a
      *> payment above the threshold is refused until it ends.
       VERIFY-OTP-STEPUP.
           MOVE 'Y' TO WS-OTP-OK

              GO TO VERIFY-OTP-STEPUP-EXIT
           END-IF

           PERFORM CHECK-CONTACT-COOLOFF
           IF WS-COOLOFF-UNTIL NOT = SPACES
              DISPLAY "KONTAK TERDAFTAR BARU DIGANTI - TRANSAKSI DI "
                      "ATAS BATAS OTP DITUNDA SAMPAI "
                      WS-COOLOFF-UNTIL(1:16)
              MOVE '61' TO WS-RESP-CODE
              MOVE 'N' TO WS-OTP-OK
              GO TO VERIFY-OTP-STEPUP-EXIT
           END-IF

           PERFORM CHALLENGE-OTP THRU CHALLENGE-OTP-EXIT.
       VERIFY-OTP-STEPUP-EXIT.
           EXIT.

      *> The one-time code itself, shared by the payment step-up
      *> and device binding: WS-OTP-OK comes back 'Y' only for a
      *> good code keyed in time. Three wrong codes lock IBANK_CRED
      *> and end the session.
       CHALLENGE-OTP.
           MOVE 'N' TO WS-OTP-OK

           EXEC SQL
              SELECT CHANNEL, DESTINATION
              INTO :WS-PREF-CHANNEL, :WS-DESTINATION
              DISPLAY "TIDAK ADA KONTAK TERDAFTAR UNTUK KODE OTP - "
                      "HUBUNGI CABANG"
              MOVE '61' TO WS-RESP-CODE
              GO TO CHALLENGE-OTP-EXIT
           END-IF

           EXEC SQL
              MOVE '61' TO WS-RESP-CODE
              MOVE 'X' TO WS-MENU-CHOICE
           END-IF.
       CHALLENGE-OTP-EXIT.
           EXIT.

      *> WS-COOLOFF-UNTIL carries the end of a contact-change
      *> cooling-off still running for this customer (set by
      *> CB-CONTACT-CHANGE), spaces when there is none.
       CHECK-CONTACT-COOLOFF.
           MOVE SPACES TO WS-COOLOFF-UNTIL
           EXEC SQL
              SELECT CHAR(CONTACT_COOLOFF_TS)
              INTO :WS-COOLOFF-UNTIL
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
                AND CONTACT_COOLOFF_TS > CURRENT TIMESTAMP
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-COOLOFF-UNTIL
           END-IF.

       CALL-CORE.
           CALL 'CB-CORE-ONLINE'
             USING WS-NO-REK WS-TRX-CODE WS-AMOUNT WS-NO-REK-DST
