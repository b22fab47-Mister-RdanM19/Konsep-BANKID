       01 WS-WD-TOTAL     PIC S9(13)V99 COMP-3.
       01 WS-BUY-TOTAL    PIC S9(13)V99 COMP-3.
       01 WS-SELL-TOTAL   PIC S9(13)V99 COMP-3.
       01 WS-FXN-IDR-IN   PIC S9(13)V99 COMP-3.
       01 WS-FXN-IDR-OUT  PIC S9(13)V99 COMP-3.

       01 WS-MENU-CHOICE  PIC X(1).
       01 WS-MOVE-AMT     PIC S9(11)V99 COMP-3.
       01 WS-VAULT-VALUE  PIC S9(13)V99 COMP-3.
       01 WS-VLT-100K     PIC 9(7).
       01 WS-VLT-50K      PIC 9(7).
       01 WS-VLT-20K      PIC 9(7).
       01 WS-VLT-10K      PIC 9(7).
       01 WS-BOOK-CLOSE   PIC S9(13)V99 COMP-3.
       01 WS-PHYS-100K    PIC 9(7).
       01 WS-PHYS-50K     PIC 9(7).
       01 WS-DST-BANK     PIC X(4) VALUE SPACES.
       01 WS-DST-ACCT-IB  PIC X(16) VALUE SPACES.
       01 WS-INQ-REF      PIC X(20) VALUE SPACES.
       01 WS-VA-NO        PIC X(16).
       01 WS-VA-NAME      PIC X(30).
       01 WS-VA-RESP      PIC X(2).
       COPY WSMINI.
       COPY WSRESP.

       01 WS-JOINT-NAME   PIC X(40).

       01 WS-SALDO        PIC S9(13)V99 COMP-3.
       01 WS-BAL-CAP      PIC S9(13)V99 COMP-3.
       01 WS-EVENT-RESP   PIC X(2) VALUE '00'.
       01 WS-NO-REF-TRX   PIC X(20) VALUE SPACES.
       01 WS-AUDIT-ID     PIC X(20).
       01 WS-ZERO-AMT     PIC S9(11)V99 COMP-3 VALUE 0.

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
       01 WS-RM-RESP      PIC X(2).
       01 WS-RM-CONFIRM   PIC X(1).

       01 WS-FN-ACTION    PIC X(1).
       01 WS-FN-SIDE      PIC X(1).
       01 WS-FN-CCY       PIC X(3).
       01 WS-FN-AMT-FC    PIC S9(11)V99 COMP-3.
       01 WS-FN-SETTLE    PIC X(1).
       01 WS-FN-ID-NO     PIC X(20).
       01 WS-FN-NAME      PIC X(40).
       01 WS-FN-RATE      PIC S9(7)V9(6) COMP-3.
       01 WS-FN-IDR       PIC S9(11)V99 COMP-3.
       01 WS-FN-ID-REQ    PIC X(1).
       01 WS-FN-ID        PIC X(20).
       01 WS-FN-RESP      PIC X(2).
       01 WS-FN-CONFIRM   PIC X(1).
       01 WS-FN-OPEN-FC   PIC S9(13)V99 COMP-3.
       01 WS-FN-IN-FC     PIC S9(13)V99 COMP-3.
       01 WS-FN-OUT-FC    PIC S9(13)V99 COMP-3.
       01 WS-FN-BOOK-FC   PIC S9(13)V99 COMP-3.
       01 WS-FN-PHYS-FC   PIC S9(13)V99 COMP-3.
       01 WS-FN-DIFF-FC   PIC S9(13)V99 COMP-3.
       01 WS-FN-SHORT     PIC X(1).

       01 WS-SN-SOURCE    PIC X(1) VALUE 'T'.
       01 WS-SN-DEP-ID    PIC X(20).
       01 WS-SN-DENOM     PIC S9(7) COMP-3.
       01 WS-SN-SERIAL    PIC X(15).
       01 WS-SN-RECEIPT   PIC X(20).
       01 WS-SN-NOTE-ID   PIC X(20).
       01 WS-SN-ADJUSTED  PIC X(1).
       01 WS-SN-RESP      PIC X(2).
       01 WS-SN-CNT       PIC 9(3).
       01 WS-SN-ADJ-TOTAL PIC S9(11)V99 COMP-3.

       01 WS-PL-PENSION-NO PIC X(20).
       01 WS-PL-METHOD    PIC X(1).
       01 WS-PL-ID-NUMBER PIC X(20).
       01 WS-PL-BIO-REF   PIC X(20).
       01 WS-PL-BIO-SCORE PIC 9(3).
       01 WS-PL-NEXT-DUE  PIC X(10).
       01 WS-PL-RESP      PIC X(2).

      *> The teller finally gets a program of their own. Sign-on
      *> binds the teller to a cash drawer for the business date
      *> with a denominated opening count; every over-the-counter

           EXEC SQL
              SELECT STATUS, OPEN_VALUE, DEP_TOTAL, WD_TOTAL,
                     BUY_TOTAL, SELL_TOTAL,
                     COALESCE(FXN_IDR_IN, 0), COALESCE(FXN_IDR_OUT, 0)
              INTO :WS-DRAWER-STATUS, :WS-OPEN-VALUE,
                   :WS-DEP-TOTAL, :WS-WD-TOTAL,
                   :WS-BUY-TOTAL, :WS-SELL-TOTAL,
                   :WS-FXN-IDR-IN, :WS-FXN-IDR-OUT
              FROM TELLER_DRAWER
              WHERE DRAWER_ID = :WS-DRAWER-ID
                AND BUS_DATE = :WS-BUS-DATE
           PERFORM UNTIL WS-MENU-CHOICE = 'X'
              DISPLAY " "
              DISPLAY "MENU: S=SETOR  T=TARIK  W=SETOR WARKAT  "
                      "V=SETOR VALUTA MUNDUR  A=SETOR VA  "
                      "L=KIRIM UANG LN  F=JUAL BELI VALAS  "
                      "K=UANG DIRAGUKAN  P=CETAK BUKU  B=BELI KAS  "
                      "J=JUAL KAS  R=REAKTIVASI  H=BUKTI HIDUP  "
                      "X=TUTUP"
              DISPLAY "PILIHAN: " WITH NO ADVANCING
              ACCEPT WS-MENU-CHOICE
                WHEN 'V'
                   PERFORM VALUE-DATED-DEPOSIT
                           THRU VALUE-DATED-DEPOSIT-EXIT
                WHEN 'A'
                   PERFORM VA-DEPOSIT THRU VA-DEPOSIT-EXIT
                WHEN 'L'
                   PERFORM OUTWARD-REMITTANCE
                           THRU OUTWARD-REMITTANCE-EXIT
                WHEN 'F'
                   PERFORM FX-BANKNOTE THRU FX-BANKNOTE-EXIT
                WHEN 'K'
                   PERFORM SUSPECT-NOTES THRU SUSPECT-NOTES-EXIT
                WHEN 'P'
                   PERFORM PRINT-PASSBOOK
                           THRU PRINT-PASSBOOK-EXIT
                   PERFORM SELL-TO-VAULT
                WHEN 'R'
                   PERFORM REACTIVATE-ACCOUNT
                WHEN 'H'
                   PERFORM PENSION-PROOF-OF-LIFE
                WHEN 'X'
                   PERFORM CLOSE-DRAWER
                WHEN OTHER
           MOVE 0 TO WS-WD-TOTAL
           MOVE 0 TO WS-BUY-TOTAL
           MOVE 0 TO WS-SELL-TOTAL
           MOVE 0 TO WS-FXN-IDR-IN
           MOVE 0 TO WS-FXN-IDR-OUT

           EXEC SQL
              INSERT INTO TELLER_DRAWER
              (DRAWER_ID, BUS_DATE, TELLER_ID, BRANCH_ID,
               OPEN_100K, OPEN_50K, OPEN_20K, OPEN_10K, OPEN_VALUE,
               DEP_TOTAL, WD_TOTAL, BUY_TOTAL, SELL_TOTAL,
               FXN_IDR_IN, FXN_IDR_OUT, STATUS, OPENED_TS)
              VALUES
              (:WS-DRAWER-ID, :WS-BUS-DATE, :WS-TELLER-ID,
               :WS-BRANCH-ID, :WS-OPEN-100K, :WS-OPEN-50K,
               :WS-OPEN-20K, :WS-OPEN-10K, :WS-OPEN-VALUE,
               0, 0, 0, 0, 0, 0, 'O', CURRENT TIMESTAMP)
           END-EXEC

      *> The foreign notes the drawer starts the day with, one
      *> currency at a time; each becomes the opening of that
      *> currency's own position for the day.
           MOVE 'X' TO WS-FN-CCY
           PERFORM UNTIL WS-FN-CCY = SPACES
              DISPLAY "SALDO AWAL VALAS - MATA UANG "
                      "(KOSONG=SELESAI): " WITH NO ADVANCING
              ACCEPT WS-FN-CCY
              IF WS-FN-CCY NOT = SPACES
                 DISPLAY "JUMLAH " WS-FN-CCY " : " WITH NO ADVANCING
                 ACCEPT WS-FN-OPEN-FC
                 EXEC SQL
                    INSERT INTO TELLER_DRAWER_FX
                    (DRAWER_ID, BUS_DATE, CURRENCY_CODE, OPEN_FC,
                     IN_FC, OUT_FC)
                    VALUES
                    (:WS-DRAWER-ID, :WS-BUS-DATE, :WS-FN-CCY,
                     :WS-FN-OPEN-FC, 0, 0)
                 END-EXEC
              END-IF
           END-PERFORM

           EXEC SQL COMMIT END-EXEC
           DISPLAY "LACI DIBUKA - " WS-OPEN-VALUE.

              DISPLAY "RESP CODE : " WS-RESP-CODE
           END-IF.

      *> Cash paid in at the counter against a corporate's virtual
      *> account (school fees, a developer's installment). The VA is
      *> resolved before the cash is taken, so an unknown, expired,
      *> already-paid or wrong-amount VA is refused at the window
      *> and the notes go back over the counter - there is nothing
      *> to return later. A good one is an ordinary trx '03' to the
      *> owning REKENING, with the VA stamped onto its AUDIT_LOG
      *> entry for the corporate's collection file.
       VA-DEPOSIT.
           DISPLAY "NO VA       : " WITH NO ADVANCING
           ACCEPT WS-VA-NO
           DISPLAY "JUMLAH      : " WITH NO ADVANCING
           ACCEPT WS-AMOUNT

           CALL 'CB-VA-RESOLVE'
             USING WS-VA-NO WS-AMOUNT WS-NO-REK WS-VA-NAME WS-VA-RESP
           IF WS-VA-RESP NOT = '00'
              EVALUATE WS-VA-RESP
                WHEN '54'
                   DISPLAY "SETOR VA DITOLAK: VA KEDALUWARSA"
                WHEN '13'
                   DISPLAY "SETOR VA DITOLAK: JUMLAH TIDAK SESUAI "
                           "TAGIHAN"
                WHEN '94'
                   DISPLAY "SETOR VA DITOLAK: VA SUDAH DIBAYAR"
                WHEN OTHER
                   DISPLAY "SETOR VA DITOLAK: VA TIDAK DIKENAL"
              END-EVALUATE
              GO TO VA-DEPOSIT-EXIT
           END-IF
           DISPLAY "PENERIMA    : " WS-VA-NAME

           DISPLAY "LBR 100K    : " ACCEPT WS-DENOM-100K
           DISPLAY "LBR 50K     : " ACCEPT WS-DENOM-50K
           DISPLAY "LBR 20K     : " ACCEPT WS-DENOM-20K
           DISPLAY "LBR 10K     : " ACCEPT WS-DENOM-10K

           MOVE '03' TO WS-TRX-CODE
           PERFORM CALL-CORE

           IF WS-RESP-CODE = '00'
              CALL 'CB-VA-POSTED' USING WS-VA-NO WS-RESP-ID-TRX
              ADD WS-AMOUNT TO WS-DEP-TOTAL
              PERFORM SAVE-DRAWER-TOTALS
              MOVE 'C' TO WS-RAK-DIR
              PERFORM POST-RAK-LEG THRU POST-RAK-LEG-EXIT
              DISPLAY "SETORAN VA DITERIMA - NO REFERENSI : "
                      WS-RESP-ID-TRX
           ELSE
              DISPLAY "RESP CODE : " WS-RESP-CODE
           END-IF.
       VA-DEPOSIT-EXIT.
           EXIT.

       OTC-WITHDRAWAL.
           DISPLAY "NO REK      : " WITH NO ADVANCING
           ACCEPT WS-NO-REK
       OTC-WITHDRAWAL-EXIT.
           EXIT.

      *> Remittance abroad paid from the customer's account: the
      *> signing mandate is honoured as for a withdrawal, then
      *> CB-REMIT-CAPTURE quotes the rate, the IDR debit and the
      *> fee for the customer to accept before anything is
      *> captured. No cash crosses the counter, so the drawer does
      *> not move. Large remittances wait for the checkers; a
      *> beneficiary on the watchlist is taken but held for
      *> compliance, and the customer is told so.
       OUTWARD-REMITTANCE.
           DISPLAY "NO REK         : " WITH NO ADVANCING
           ACCEPT WS-NO-REK

           PERFORM CHECK-SIGNING-MANDATE
                   THRU CHECK-SIGNING-MANDATE-DONE
           IF WS-MANDATE-OK NOT = 'Y'
              DISPLAY "KIRIM DITOLAK: SEMUA PEMILIK HARUS HADIR "
                      "(REKENING GABUNGAN DAN)"
              GO TO OUTWARD-REMITTANCE-EXIT
           END-IF

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
           IF WS-RM-RESP NOT = '00'
              DISPLAY "KIRIM DITOLAK - RESP CODE : " WS-RM-RESP
              GO TO OUTWARD-REMITTANCE-EXIT
           END-IF

           DISPLAY "KURS           : " WS-RM-RATE
           DISPLAY "DEBET RUPIAH   : " WS-RM-IDR
           DISPLAY "BIAYA KIRIM    : " WS-RM-FEE
           DISPLAY "LANJUT? (Y/N)  : " WITH NO ADVANCING
           ACCEPT WS-RM-CONFIRM
           IF WS-RM-CONFIRM NOT = 'Y'
              GO TO OUTWARD-REMITTANCE-EXIT
           END-IF

           MOVE 'C' TO WS-RM-ACTION
           PERFORM CALL-REMIT-CAPTURE
           IF WS-RM-RESP = '00'
              DISPLAY "KIRIMAN DITERIMA - NO REFERENSI : " WS-RM-ID
              IF WS-RM-HELD = 'Y'
                 DISPLAY "PENERIMA DALAM PEMERIKSAAN KEPATUHAN - "
                         "KIRIMAN DITAHAN"
              END-IF
           ELSE
              DISPLAY "KIRIM DITOLAK - RESP CODE : " WS-RM-RESP
           END-IF.
       OUTWARD-REMITTANCE-EXIT.
           EXIT.

      *> Foreign banknotes over the counter, replacing the branch
      *> money-changer spreadsheet: CB-FX-NOTE-DEAL prices the deal
      *> at the bid (bank buys) or ask (bank sells), the customer
      *> accepts the quote, and the customer's identity is taken
      *> when the deal reaches the regulatory threshold. The notes
      *> move the drawer's position in that currency; rupiah paid
      *> or taken in cash moves the drawer book here, while the
      *> account variant posts to the customer's account instead
      *> (a debit honours the signing mandate, as a withdrawal
      *> does, and an account domiciled elsewhere gets its RAK
      *> leg as a cash deposit or withdrawal would).
       FX-BANKNOTE.
           DISPLAY "TRANSAKSI (B=BANK BELI, J=BANK JUAL): "
                   WITH NO ADVANCING
           ACCEPT WS-FN-SIDE
           IF WS-FN-SIDE = 'J'
              MOVE 'S' TO WS-FN-SIDE
           END-IF
           DISPLAY "MATA UANG      : " WITH NO ADVANCING
           ACCEPT WS-FN-CCY
           DISPLAY "JUMLAH VALUTA  : " WITH NO ADVANCING
           ACCEPT WS-FN-AMT-FC
           DISPLAY "RUPIAH (T=TUNAI, R=REKENING): " WITH NO ADVANCING
           ACCEPT WS-FN-SETTLE

           MOVE SPACES TO WS-NO-REK
           IF WS-FN-SETTLE = 'T'
              MOVE 'C' TO WS-FN-SETTLE
           ELSE
              IF WS-FN-SETTLE = 'R'
                 MOVE 'A' TO WS-FN-SETTLE
                 DISPLAY "NO REK         : " WITH NO ADVANCING
                 ACCEPT WS-NO-REK
              END-IF
           END-IF

           IF WS-FN-SETTLE = 'A' AND WS-FN-SIDE = 'S'
              PERFORM CHECK-SIGNING-MANDATE
                      THRU CHECK-SIGNING-MANDATE-DONE
              IF WS-MANDATE-OK NOT = 'Y'
                 DISPLAY "VALAS DITOLAK: SEMUA PEMILIK HARUS HADIR "
                         "(REKENING GABUNGAN DAN)"
                 GO TO FX-BANKNOTE-EXIT
              END-IF
           END-IF

           MOVE SPACES TO WS-FN-ID-NO WS-FN-NAME
           MOVE 'Q' TO WS-FN-ACTION
           PERFORM CALL-FX-NOTE-DEAL
           IF WS-FN-RESP NOT = '00'
              DISPLAY "VALAS DITOLAK - RESP CODE : " WS-FN-RESP
              GO TO FX-BANKNOTE-EXIT
           END-IF

           DISPLAY "KURS           : " WS-FN-RATE
           DISPLAY "RUPIAH         : " WS-FN-IDR
           IF WS-FN-ID-REQ = 'Y'
              DISPLAY "MELEBIHI BATAS - IDENTITAS NASABAH WAJIB"
              DISPLAY "NO IDENTITAS   : " WITH NO ADVANCING
              ACCEPT WS-FN-ID-NO
              DISPLAY "NAMA NASABAH   : " WITH NO ADVANCING
              ACCEPT WS-FN-NAME
           END-IF
           DISPLAY "LANJUT? (Y/N)  : " WITH NO ADVANCING
           ACCEPT WS-FN-CONFIRM
           IF WS-FN-CONFIRM NOT = 'Y'
              GO TO FX-BANKNOTE-EXIT
           END-IF

           MOVE 'C' TO WS-FN-ACTION
           PERFORM CALL-FX-NOTE-DEAL
           IF WS-FN-RESP NOT = '00'
              EVALUATE WS-FN-RESP
                WHEN '58'
                   DISPLAY "VALAS DITOLAK: UANG KERTAS DI LACI "
                           "TIDAK CUKUP"
                WHEN '30'
                   DISPLAY "VALAS DITOLAK: IDENTITAS NASABAH WAJIB"
                WHEN OTHER
                   DISPLAY "VALAS DITOLAK - RESP CODE : " WS-FN-RESP
              END-EVALUATE
              GO TO FX-BANKNOTE-EXIT
           END-IF

           IF WS-FN-SETTLE = 'C'
              IF WS-FN-SIDE = 'B'
                 ADD WS-FN-IDR TO WS-FXN-IDR-OUT
              ELSE
                 ADD WS-FN-IDR TO WS-FXN-IDR-IN
              END-IF
              PERFORM SAVE-DRAWER-TOTALS
           ELSE
              MOVE WS-FN-IDR TO WS-AMOUNT
              MOVE WS-FN-ID TO WS-RESP-ID-TRX
              IF WS-FN-SIDE = 'B'
                 MOVE 'C' TO WS-RAK-DIR
              ELSE
                 MOVE 'D' TO WS-RAK-DIR
              END-IF
              PERFORM POST-RAK-LEG THRU POST-RAK-LEG-EXIT
           END-IF

           DISPLAY "TRANSAKSI VALAS SELESAI - NO REFERENSI : "
                   WS-FN-ID.
       FX-BANKNOTE-EXIT.
           EXIT.

      *> Notes the teller suspects are counterfeit are retained, not
      *> handed back: each one is registered through CB-SUSPECT-NOTE
      *> by denomination and serial number, and the customer leaves
      *> with the receipt reference every note of the visit shares.
      *> A note found in a deposit this counter already credited is
      *> taken back off the account against that deposit's
      *> reference; it also leaves the drawer for the branch's
      *> suspect-note custody, so the drawer's deposits come down
      *> by the same value, and an account domiciled elsewhere gets
      *> its RAK leg back as a withdrawal would.
       SUSPECT-NOTES.
           DISPLAY "NO REK (KOSONG=BUKAN NASABAH) : " WITH NO ADVANCING
           ACCEPT WS-NO-REK
           DISPLAY "NO REFERENSI SETORAN (KOSONG=BELUM DIBUKUKAN) : "
                   WITH NO ADVANCING
           ACCEPT WS-SN-DEP-ID

           MOVE SPACES TO WS-SN-RECEIPT
           MOVE 0 TO WS-SN-CNT
           MOVE 0 TO WS-SN-ADJ-TOTAL
           MOVE 1 TO WS-SN-DENOM
           PERFORM UNTIL WS-SN-DENOM = 0
              DISPLAY "PECAHAN (0=SELESAI) : " WITH NO ADVANCING
              ACCEPT WS-SN-DENOM
              IF WS-SN-DENOM NOT = 0
                 DISPLAY "NO SERI             : " WITH NO ADVANCING
                 ACCEPT WS-SN-SERIAL
                 PERFORM CALL-SUSPECT-NOTE
                 EVALUATE WS-SN-RESP
                   WHEN '00'
                      ADD 1 TO WS-SN-CNT
                      IF WS-SN-ADJUSTED = 'Y'
                         ADD WS-SN-DENOM TO WS-SN-ADJ-TOTAL
                      END-IF
                      DISPLAY "  DITAHAN - " WS-SN-NOTE-ID
                   WHEN '30'
                      DISPLAY "  DITOLAK: PECAHAN ATAU NO SERI "
                              "TIDAK SAH"
                   WHEN '94'
                      DISPLAY "  DITOLAK: UANG SUDAH TERCATAT"
                   WHEN '25'
                      DISPLAY "  DITOLAK: SETORAN TIDAK DIKENAL"
                   WHEN '13'
                      DISPLAY "  DITOLAK: MELEBIHI NILAI SETORAN"
                   WHEN OTHER
                      DISPLAY "  DITOLAK - RESP CODE : " WS-SN-RESP
                 END-EVALUATE
              END-IF
           END-PERFORM

           IF WS-SN-CNT = 0
              GO TO SUSPECT-NOTES-EXIT
           END-IF

           IF WS-SN-ADJ-TOTAL > 0
              SUBTRACT WS-SN-ADJ-TOTAL FROM WS-DEP-TOTAL
              PERFORM SAVE-DRAWER-TOTALS
              MOVE WS-SN-ADJ-TOTAL TO WS-AMOUNT
              MOVE WS-SN-DEP-ID TO WS-RESP-ID-TRX
              MOVE 'D' TO WS-RAK-DIR
              PERFORM POST-RAK-LEG THRU POST-RAK-LEG-EXIT
           END-IF

           DISPLAY "==================================================="
           DISPLAY "TANDA TERIMA UANG DIRAGUKAN KEASLIANNYA"
           DISPLAY "NO TANDA TERIMA : " WS-SN-RECEIPT
           DISPLAY "JUMLAH LEMBAR   : " WS-SN-CNT
           IF WS-SN-ADJ-TOTAL > 0
              DISPLAY "DIKOREKSI DARI SETORAN " WS-SN-DEP-ID
                      " : " WS-SN-ADJ-TOTAL
           END-IF
           DISPLAY "==================================================="
           CONTINUE.
       SUSPECT-NOTES-EXIT.
           EXIT.

       CALL-SUSPECT-NOTE.
           CALL 'CB-SUSPECT-NOTE'
             USING WS-SN-SOURCE WS-TELLER-ID WS-BRANCH-ID WS-NO-REK
                   WS-SN-DEP-ID WS-SN-DENOM WS-SN-SERIAL WS-CHANNEL
                   WS-BUS-DATE WS-SIGNON-USER WS-SN-RECEIPT
                   WS-SN-NOTE-ID WS-SN-ADJUSTED WS-SN-RESP.

       CALL-FX-NOTE-DEAL.
           CALL 'CB-FX-NOTE-DEAL'
             USING WS-FN-ACTION WS-FN-SIDE WS-FN-CCY WS-FN-AMT-FC
                   WS-FN-SETTLE WS-NO-REK WS-FN-ID-NO WS-FN-NAME
                   WS-TELLER-ID WS-CHANNEL WS-DRAWER-ID WS-BUS-DATE
                   WS-SIGNON-USER WS-FN-RATE WS-FN-IDR WS-FN-ID-REQ
                   WS-FN-ID WS-FN-RESP.

       CALL-REMIT-CAPTURE.
           CALL 'CB-REMIT-CAPTURE'
             USING WS-RM-ACTION WS-NO-REK WS-RM-CCY WS-RM-AMT-FC
                   WS-RM-BEN-NAME WS-RM-BEN-ACCT WS-RM-BEN-BIC
                   WS-RM-INFO WS-TELLER-ID WS-CHANNEL
                   WS-SIGNON-USER WS-RM-IDR WS-RM-FEE WS-RM-RATE
                   WS-RM-ID WS-RM-HELD WS-RM-RESP.

      *> Passbook update: PASSBOOK_REG remembers the last AUDIT_LOG
      *> entry committed to paper (the ascending ID_TRX is the
      *> pointer, the way the archiver walks the trail), so only
              GO TO VALUE-DATED-DEPOSIT-EXIT
           END-IF

           PERFORM LOAD-BALANCE-CAP
           IF WS-BAL-CAP > 0 AND WS-SALDO + WS-AMOUNT > WS-BAL-CAP
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "DITOLAK: SALDO MELEBIHI BATAS PRODUK"
              GO TO VALUE-DATED-DEPOSIT-EXIT
           END-IF

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO + :WS-AMOUNT
              GO TO CHEQUE-DEPOSIT-EXIT
           END-IF

           PERFORM LOAD-BALANCE-CAP
           IF WS-BAL-CAP > 0 AND WS-SALDO + WS-AMOUNT > WS-BAL-CAP
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "SETORAN DITOLAK: SALDO MELEBIHI BATAS PRODUK"
              GO TO CHEQUE-DEPOSIT-EXIT
           END-IF

           CALL 'CB-REF-NUMBER' USING 'OC' WS-OC-ID
           CALL 'CB-REF-NUMBER' USING 'HL' WS-HOLD-ID

       CHEQUE-DEPOSIT-EXIT.
           EXIT.

      *> The product's balance ceiling (the regulatory cap on a
      *> basic savings account) that CB-CORE-ONLINE holds a cash
      *> deposit to; zero means uncapped.
       LOAD-BALANCE-CAP.
           EXEC SQL
              SELECT COALESCE(P.MAX_BALANCE, 0)
              INTO :WS-BAL-CAP
              FROM REKENING R, PRODUCT_MASTER P
              WHERE R.NO_REK = :WS-NO-REK
                AND P.PRODUCT_CODE = R.ACCT_TYPE
                AND P.STATUS = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-BAL-CAP
           END-IF.

      *> The rekening antar kantor leg nobody was recording: when
      *> this window serves an account domiciled at another branch,
      *> the cash moved through OUR drawer while the deposit
      *> Cash movements between drawer and vault are branch-internal
      *> - no customer account moves - but they change what the
      *> drawer must balance to, so both sides are tracked in one
      *> unit of work. The vault is kept by denomination, so the
      *> notes are keyed, and a buy needs every note in the vault.
       BUY-FROM-VAULT.
           PERFORM ACCEPT-VAULT-NOTES

           EXEC SQL
              SELECT COALESCE(VLT_100K, 0), COALESCE(VLT_50K, 0),
                     COALESCE(VLT_20K, 0), COALESCE(VLT_10K, 0)
              INTO :WS-VLT-100K, :WS-VLT-50K, :WS-VLT-20K,
                   :WS-VLT-10K
              FROM BRANCH_VAULT
              WHERE BRANCH_ID = :WS-BRANCH-ID
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              OR WS-DENOM-100K > WS-VLT-100K
              OR WS-DENOM-50K > WS-VLT-50K
              OR WS-DENOM-20K > WS-VLT-20K
              OR WS-DENOM-10K > WS-VLT-10K
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "BELI GAGAL: KAS KHASANAH TIDAK CUKUP"
           ELSE
              EXEC SQL
                 UPDATE BRANCH_VAULT
                 SET VLT_100K = VLT_100K - :WS-DENOM-100K,
                     VLT_50K  = VLT_50K - :WS-DENOM-50K,
                     VLT_20K  = VLT_20K - :WS-DENOM-20K,
                     VLT_10K  = VLT_10K - :WS-DENOM-10K,
                     VAULT_VALUE = VAULT_VALUE - :WS-MOVE-AMT
                 WHERE BRANCH_ID = :WS-BRANCH-ID
              END-EXEC
              ADD WS-MOVE-AMT TO WS-BUY-TOTAL
           END-IF.

       SELL-TO-VAULT.
           PERFORM ACCEPT-VAULT-NOTES

           EXEC SQL
              UPDATE BRANCH_VAULT
              SET VLT_100K = COALESCE(VLT_100K, 0) + :WS-DENOM-100K,
                  VLT_50K  = COALESCE(VLT_50K, 0) + :WS-DENOM-50K,
                  VLT_20K  = COALESCE(VLT_20K, 0) + :WS-DENOM-20K,
                  VLT_10K  = COALESCE(VLT_10K, 0) + :WS-DENOM-10K,
                  VAULT_VALUE = VAULT_VALUE + :WS-MOVE-AMT
              WHERE BRANCH_ID = :WS-BRANCH-ID
           END-EXEC

              DISPLAY "JUAL GAGAL: KHASANAH TIDAK DIKENAL"
           END-IF.

       ACCEPT-VAULT-NOTES.
           DISPLAY "LBR 100K    : " WITH NO ADVANCING
           ACCEPT WS-DENOM-100K
           DISPLAY "LBR 50K     : " WITH NO ADVANCING
           ACCEPT WS-DENOM-50K
           DISPLAY "LBR 20K     : " WITH NO ADVANCING
           ACCEPT WS-DENOM-20K
           DISPLAY "LBR 10K     : " WITH NO ADVANCING
           ACCEPT WS-DENOM-10K
           COMPUTE WS-MOVE-AMT =
              (WS-DENOM-100K * 100000) + (WS-DENOM-50K * 50000) +
              (WS-DENOM-20K * 20000) + (WS-DENOM-10K * 10000).

      *> The over-the-counter reactivation CB-CORE-ONLINE's '57'
      *> decline points customers to: the teller sees the customer,
      *> the flag comes off, and the event is on the trail.
              END-IF
           END-IF.

      *> A pensioner's yearly proof of life, in person at the
      *> counter: the teller checks the identity card (method T,
      *> the NIK keyed) or reads the branch biometric device's
      *> match reference and score off its screen (method B).
      *> CB-PENSION-LIFE decides and records; the teller tells the
      *> pensioner when the next one is due.
       PENSION-PROOF-OF-LIFE.
           DISPLAY "NO PENSIUN  : " WITH NO ADVANCING
           ACCEPT WS-PL-PENSION-NO
           DISPLAY "METODE (T=KTP B=BIOMETRIK): " WITH NO ADVANCING
           ACCEPT WS-PL-METHOD

           MOVE SPACES TO WS-PL-ID-NUMBER
           MOVE SPACES TO WS-PL-BIO-REF
           MOVE 0 TO WS-PL-BIO-SCORE
           IF WS-PL-METHOD = 'B'
              DISPLAY "REF BIOMETRIK: " WITH NO ADVANCING
              ACCEPT WS-PL-BIO-REF
              DISPLAY "SKOR COCOK  : " WITH NO ADVANCING
              ACCEPT WS-PL-BIO-SCORE
           ELSE
              DISPLAY "NIK         : " WITH NO ADVANCING
              ACCEPT WS-PL-ID-NUMBER
           END-IF

           CALL 'CB-PENSION-LIFE'
             USING WS-PL-PENSION-NO WS-PL-METHOD WS-PL-ID-NUMBER
                   WS-PL-BIO-REF WS-PL-BIO-SCORE WS-BRANCH-ID
                   WS-SIGNON-USER WS-BUS-DATE WS-PL-NEXT-DUE
                   WS-PL-RESP

           EVALUATE WS-PL-RESP
             WHEN '00'
                DISPLAY "BUKTI HIDUP TERCATAT - BERIKUTNYA PALING "
                        "LAMBAT " WS-PL-NEXT-DUE
             WHEN '25'
                DISPLAY "NO PENSIUN TIDAK DITEMUKAN"
             WHEN '62'
                DISPLAY "DITOLAK: NASABAH TERCATAT MENINGGAL - "
                        "HUBUNGI BAGIAN WARIS"
             WHEN '63'
                DISPLAY "DITOLAK: IDENTITAS TIDAK COCOK"
             WHEN OTHER
                DISPLAY "BUKTI HIDUP GAGAL - RESP CODE : " WS-PL-RESP
           END-EVALUATE.

      *> Book position = opening + deposits taken - cash paid out
      *> + cash bought - cash sold + rupiah taken on note sales -
      *> rupiah paid on note purchases. The counted close either
      *> agrees or the difference is forced onto the drawer record
      *> as the over/short - a teller cannot close clean by not
      *> counting. Every foreign currency the drawer held today is
      *> counted and balanced the same way in its own currency.
       CLOSE-DRAWER.
           DISPLAY "HITUNG FISIK - LBR 100K: " WITH NO ADVANCING
           ACCEPT WS-PHYS-100K
           COMPUTE WS-BOOK-CLOSE =
              WS-OPEN-VALUE + WS-DEP-TOTAL - WS-WD-TOTAL
              + WS-BUY-TOTAL - WS-SELL-TOTAL
              + WS-FXN-IDR-IN - WS-FXN-IDR-OUT

           COMPUTE WS-OVER-SHORT = WS-PHYS-VALUE - WS-BOOK-CLOSE

           DISPLAY "CASH PAID OUT  : " WS-WD-TOTAL
           DISPLAY "BOUGHT / SOLD  : " WS-BUY-TOTAL
                   " / " WS-SELL-TOTAL
           DISPLAY "NOTES IN / OUT : " WS-FXN-IDR-IN
                   " / " WS-FXN-IDR-OUT
           DISPLAY "BOOK CLOSE     : " WS-BOOK-CLOSE
           DISPLAY "COUNTED CLOSE  : " WS-PHYS-VALUE
           DISPLAY "OVER/SHORT     : " WS-OVER-SHORT
           PERFORM CLOSE-DRAWER-FX
           DISPLAY "==================================================="

           EXEC SQL

           EXEC SQL COMMIT END-EXEC

           IF WS-OVER-SHORT NOT = 0 OR WS-FN-SHORT = 'Y'
              DISPLAY "SELISIH DICATAT PADA LACI - LAPOR KEPALA "
                      "TELLER"
           END-IF.

       CLOSE-DRAWER-FX.
           MOVE 'N' TO WS-FN-SHORT

           EXEC SQL
              DECLARE DFX-CUR CURSOR FOR
              SELECT CURRENCY_CODE, OPEN_FC, IN_FC, OUT_FC
              FROM TELLER_DRAWER_FX
              WHERE DRAWER_ID = :WS-DRAWER-ID
                AND BUS_DATE = :WS-BUS-DATE
              ORDER BY CURRENCY_CODE
           END-EXEC

           EXEC SQL OPEN DFX-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH DFX-CUR
                 INTO :WS-FN-CCY, :WS-FN-OPEN-FC, :WS-FN-IN-FC,
                      :WS-FN-OUT-FC
              END-EXEC

              IF SQLCODE = 0
                 COMPUTE WS-FN-BOOK-FC =
                    WS-FN-OPEN-FC + WS-FN-IN-FC - WS-FN-OUT-FC
                 DISPLAY "HITUNG FISIK " WS-FN-CCY " : "
                         WITH NO ADVANCING
                 ACCEPT WS-FN-PHYS-FC
                 COMPUTE WS-FN-DIFF-FC = WS-FN-PHYS-FC - WS-FN-BOOK-FC
                 IF WS-FN-DIFF-FC NOT = 0
                    MOVE 'Y' TO WS-FN-SHORT
                 END-IF
                 DISPLAY WS-FN-CCY
                         "  OPEN " WS-FN-OPEN-FC
                         "  IN " WS-FN-IN-FC
                         "  OUT " WS-FN-OUT-FC
                         "  BOOK " WS-FN-BOOK-FC
                         "  COUNTED " WS-FN-PHYS-FC
                         "  O/S " WS-FN-DIFF-FC
                 EXEC SQL
                    UPDATE TELLER_DRAWER_FX
                    SET CLOSE_FC = :WS-FN-PHYS-FC,
                        OVER_SHORT_FC = :WS-FN-DIFF-FC
                    WHERE DRAWER_ID = :WS-DRAWER-ID
                      AND BUS_DATE = :WS-BUS-DATE
                      AND CURRENCY_CODE = :WS-FN-CCY
                 END-EXEC
              END-IF
           END-PERFORM

           EXEC SQL CLOSE DFX-CUR END-EXEC.

       SAVE-DRAWER-TOTALS.
           EXEC SQL
              UPDATE TELLER_DRAWER
              SET DEP_TOTAL = :WS-DEP-TOTAL,
                  WD_TOTAL = :WS-WD-TOTAL,
                  BUY_TOTAL = :WS-BUY-TOTAL,
                  SELL_TOTAL = :WS-SELL-TOTAL,
                  FXN_IDR_IN = :WS-FXN-IDR-IN,
                  FXN_IDR_OUT = :WS-FXN-IDR-OUT
              WHERE DRAWER_ID = :WS-DRAWER-ID
                AND BUS_DATE = :WS-BUS-DATE
           END-EXEC
