       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-AGENT-REQ.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY WSREQ.
       COPY WSMINI.
       COPY WSRESP.
       01 WS-NO-REK         PIC X(6).
       01 WS-AUTH-MODE      PIC X(1).
      *> K = card and PIN through the switch, O = one-time code.
       01 WS-SERVICE        PIC X(1).
       01 WS-PIN-CLEAR      PIC X(4).
       01 WS-OTP-ID         PIC X(20).
       01 WS-OTP-KEYED      PIC X(6).
       01 WS-OTP-RESP       PIC X(2).
       01 WS-CONFIRM-PAY    PIC X(1).

      *> The agent's device. Like the ATM it speaks the one request
      *> contract, under CHANNEL 'AGENT' with the agent's own id as
      *> the terminal (a property of the device, set when the agent
      *> is enrolled). A customer with their card authenticates by
      *> card and PIN through CB-ATM-SWITCH, which screens the card
      *> exactly as at a machine; a customer without it names their
      *> account and reads back the one-time code CB-AGENT-OTP sent
      *> to their own phone, after which the request goes straight
      *> to CB-CORE-ONLINE. Either way the core holds the agent to
      *> its status and limits and moves the agent's float.
       PROCEDURE DIVISION.
           DISPLAY "ID AGEN    : " WITH NO ADVANCING
           ACCEPT WS-TERMINAL-ID
           MOVE 'AGENT'    TO WS-CHANNEL
           MOVE 'IDR'      TO WS-CURRENCY-CODE
           MOVE SPACES     TO WS-TOKEN-CODE
           MOVE SPACES     TO WS-TOKEN-AUTH
           MOVE SPACES     TO WS-ORIG-ID-TRX
           MOVE SPACES     TO WS-INQ-REF
           MOVE SPACES     TO WS-NO-REK-DST
           MOVE SPACES     TO WS-DST-BANK-CODE
           MOVE SPACES     TO WS-DST-ACCT-IB
           MOVE SPACES     TO WS-BILLER-CODE
           MOVE SPACES     TO WS-BILL-NO
           MOVE 0          TO WS-DENOM-100K WS-DENOM-50K
                              WS-DENOM-20K WS-DENOM-10K
           MOVE 1          TO WS-ACCT-SELECT
           MOVE 0          TO WS-AMOUNT

           DISPLAY "LAYANAN (1=CEK SALDO, 2=TARIK TUNAI, "
                   "3=SETOR TUNAI, 5=BAYAR TAGIHAN): "
                   WITH NO ADVANCING
           ACCEPT WS-SERVICE

           EVALUATE WS-SERVICE
             WHEN '1'
                MOVE '01' TO WS-TRX-CODE
             WHEN '2'
                MOVE '02' TO WS-TRX-CODE
             WHEN '3'
                MOVE '03' TO WS-TRX-CODE
             WHEN '5'
                MOVE '09' TO WS-TRX-CODE
             WHEN OTHER
                DISPLAY "LAYANAN TIDAK DIKENAL"
                STOP RUN
           END-EVALUATE

           DISPLAY "OTENTIKASI (K=KARTU+PIN, O=KODE OTP): "
                   WITH NO ADVANCING
           ACCEPT WS-AUTH-MODE

           IF WS-AUTH-MODE = 'K'
              DISPLAY "NO KARTU   : " WITH NO ADVANCING
              ACCEPT WS-NO-KARTU
              DISPLAY "PIN        : " WITH NO ADVANCING
              ACCEPT WS-PIN-CLEAR WITH NO ECHO
              CALL 'CB-PIN-ENCRYPT'
                USING WS-NO-KARTU WS-PIN-CLEAR WS-PIN-BLOCK
              MOVE SPACES TO WS-PIN-CLEAR
              MOVE 1 TO WS-ATTEMPT-CNT
           ELSE
              IF WS-AUTH-MODE NOT = 'O'
                 DISPLAY "OTENTIKASI TIDAK DIKENAL"
                 STOP RUN
              END-IF
              PERFORM AUTHENTICATE-OTP THRU AUTHENTICATE-OTP-EXIT
              IF WS-OTP-RESP NOT = '00'
                 DISPLAY "OTENTIKASI GAGAL - RESP CODE : " WS-OTP-RESP
                 STOP RUN
              END-IF
           END-IF

           IF WS-TRX-CODE = '02' OR WS-TRX-CODE = '03'
              DISPLAY "JUMLAH     : " WITH NO ADVANCING
              ACCEPT WS-AMOUNT
           END-IF
           IF WS-TRX-CODE = '09'
              DISPLAY "KODE BILLER: " WITH NO ADVANCING
              ACCEPT WS-BILLER-CODE
              DISPLAY "NO TAGIHAN : " WITH NO ADVANCING
              ACCEPT WS-BILL-NO
           END-IF

           PERFORM SEND-REQUEST

      *> Bill payment is two-phase at the agent as everywhere else:
      *> the customer confirms the name and amount on the bill
      *> before the payment phase runs on the same authentication.
           IF WS-TRX-CODE = '09' AND WS-RESP-CODE = '00'
              DISPLAY "NAMA TAGIHAN : " WS-RESP-NAME
              DISPLAY "JUMLAH TAGIHAN: " WS-RESP-DUE
              DISPLAY "BAYAR? (Y/N) : " WITH NO ADVANCING
              ACCEPT WS-CONFIRM-PAY
              IF WS-CONFIRM-PAY = 'Y'
                 MOVE WS-RESP-ID-TRX TO WS-INQ-REF
                 MOVE WS-RESP-DUE TO WS-AMOUNT
                 MOVE '05' TO WS-TRX-CODE
                 PERFORM SEND-REQUEST
              ELSE
                 STOP RUN
              END-IF
           END-IF

           IF WS-RESP-CODE = '00'
              EVALUATE WS-TRX-CODE
                WHEN '01'
                   DISPLAY "SALDO TERSEDIA : " WS-RESP-AVAIL
                WHEN '02'
                   DISPLAY "SERAHKAN UANG TUNAI " WS-AMOUNT
                           " KEPADA NASABAH"
                WHEN '03'
                   DISPLAY "SETORAN DITERIMA " WS-AMOUNT
                WHEN '05'
                   DISPLAY "PEMBAYARAN BERHASIL"
              END-EVALUATE
              DISPLAY "NO REFERENSI   : " WS-RESP-ID-TRX
           ELSE
              EVALUATE WS-RESP-CODE
                WHEN '51'
                   IF WS-TRX-CODE = '03'
                      DISPLAY "SALDO FLOAT AGEN TIDAK CUKUP"
                   ELSE
                      DISPLAY "SALDO NASABAH TIDAK CUKUP"
                   END-IF
                WHEN '61'
                   DISPLAY "MELEBIHI LIMIT TRANSAKSI"
                WHEN '90'
                   DISPLAY "AGEN TIDAK AKTIF"
                WHEN '55'
                   DISPLAY "PIN SALAH"
                WHEN '75'
                   DISPLAY "KARTU DIBLOKIR - HUBUNGI CABANG"
                WHEN OTHER
                   CONTINUE
              END-EVALUATE
           END-IF

           DISPLAY "RESP CODE : " WS-RESP-CODE
           STOP RUN.

      *> The code goes to the account owner's registered contact;
      *> the customer gets three tries at reading it back before
      *> the challenge burns.
       AUTHENTICATE-OTP.
           DISPLAY "NO REK     : " WITH NO ADVANCING
           ACCEPT WS-NO-REK
           MOVE SPACES TO WS-OTP-KEYED

           CALL 'CB-AGENT-OTP'
             USING 'I' WS-NO-REK WS-TERMINAL-ID WS-OTP-ID
                   WS-OTP-KEYED WS-OTP-RESP
           IF WS-OTP-RESP NOT = '00'
              GO TO AUTHENTICATE-OTP-EXIT
           END-IF

           DISPLAY "KODE OTP DIKIRIM KE KONTAK TERDAFTAR NASABAH"
           MOVE '55' TO WS-OTP-RESP
           MOVE 0 TO WS-ATTEMPT-CNT
           PERFORM KEY-OTP-CODE
                   UNTIL WS-OTP-RESP NOT = '55' OR WS-ATTEMPT-CNT >= 3.
       AUTHENTICATE-OTP-EXIT.
           EXIT.

       KEY-OTP-CODE.
           ADD 1 TO WS-ATTEMPT-CNT
           DISPLAY "KODE OTP   : " WITH NO ADVANCING
           ACCEPT WS-OTP-KEYED
           CALL 'CB-AGENT-OTP'
             USING 'V' WS-NO-REK WS-TERMINAL-ID WS-OTP-ID
                   WS-OTP-KEYED WS-OTP-RESP
           IF WS-OTP-RESP = '55'
              DISPLAY "KODE SALAH"
           END-IF.

       SEND-REQUEST.
           IF WS-AUTH-MODE = 'K'
              CALL 'CB-ATM-SWITCH'
                USING WS-REQ WS-MINI-AREA WS-RESP-AREA
           ELSE
              CALL 'CB-CORE-ONLINE'
                USING WS-NO-REK WS-TRX-CODE WS-AMOUNT WS-NO-REK-DST
                      WS-BILLER-CODE WS-BILL-NO WS-TERMINAL-ID
                      WS-CHANNEL WS-DENOM-100K WS-DENOM-50K
                      WS-DENOM-20K WS-DENOM-10K WS-CURRENCY-CODE
                      WS-DST-BANK-CODE WS-DST-ACCT-IB WS-INQ-REF
                      WS-MINI-AREA WS-RESP-AREA
           END-IF.
