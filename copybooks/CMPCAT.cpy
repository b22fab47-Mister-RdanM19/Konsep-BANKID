       01  CMP-CATEGORY-TABLE.
      *> Complaint categories and the OJK reporting group each one
      *> is reported under: PD = penghimpunan dana, PK = penyaluran
      *> dana, SP = sistem pembayaran, LN = lainnya.
           05 FILLER.
              10 FILLER PIC X(3) VALUE 'ATM'.
              10 FILLER PIC X(2) VALUE 'SP'.
              10 FILLER PIC X(30)
                 VALUE 'ATM / KARTU TERTELAN'.
           05 FILLER.
              10 FILLER PIC X(3) VALUE 'KRT'.
              10 FILLER PIC X(2) VALUE 'SP'.
              10 FILLER PIC X(30)
                 VALUE 'TRANSAKSI KARTU DEBIT'.
           05 FILLER.
              10 FILLER PIC X(3) VALUE 'TRF'.
              10 FILLER PIC X(2) VALUE 'SP'.
              10 FILLER PIC X(30)
                 VALUE 'TRANSFER DANA'.
           05 FILLER.
              10 FILLER PIC X(3) VALUE 'EBK'.
              10 FILLER PIC X(2) VALUE 'SP'.
              10 FILLER PIC X(30)
                 VALUE 'INTERNET / MOBILE BANKING'.
           05 FILLER.
              10 FILLER PIC X(3) VALUE 'TAB'.
              10 FILLER PIC X(2) VALUE 'PD'.
              10 FILLER PIC X(30)
                 VALUE 'TABUNGAN / GIRO'.
           05 FILLER.
              10 FILLER PIC X(3) VALUE 'DEP'.
              10 FILLER PIC X(2) VALUE 'PD'.
              10 FILLER PIC X(30)
                 VALUE 'DEPOSITO'.
           05 FILLER.
              10 FILLER PIC X(3) VALUE 'FEE'.
              10 FILLER PIC X(2) VALUE 'PD'.
              10 FILLER PIC X(30)
                 VALUE 'BIAYA / ADMINISTRASI'.
           05 FILLER.
              10 FILLER PIC X(3) VALUE 'KRD'.
              10 FILLER PIC X(2) VALUE 'PK'.
              10 FILLER PIC X(30)
                 VALUE 'KREDIT / PEMBIAYAAN'.
           05 FILLER.
              10 FILLER PIC X(3) VALUE 'LYN'.
              10 FILLER PIC X(2) VALUE 'LN'.
              10 FILLER PIC X(30)
                 VALUE 'LAYANAN / PERILAKU PETUGAS'.
       01  CMP-CATEGORY-LIST REDEFINES CMP-CATEGORY-TABLE.
           05 CMP-CAT-ENTRY OCCURS 9 TIMES.
              10 CMP-CAT-CODE  PIC X(3).
              10 CMP-CAT-GROUP PIC X(2).
              10 CMP-CAT-DESC  PIC X(30).
       01  CMP-CAT-IDX         PIC 9(2).
