       01  VW-REASON-TABLE.
      *> Reasons an operator may give for opening a customer's data
      *> on an inquiry screen, recorded on VIEW_LOG with the view.
           05 FILLER.
              10 FILLER PIC X(2) VALUE 'CQ'.
              10 FILLER PIC X(30)
                 VALUE 'PERMINTAAN NASABAH'.
           05 FILLER.
              10 FILLER PIC X(2) VALUE 'TX'.
              10 FILLER PIC X(30)
                 VALUE 'PROSES TRANSAKSI / OTORISASI'.
           05 FILLER.
              10 FILLER PIC X(2) VALUE 'CP'.
              10 FILLER PIC X(30)
                 VALUE 'PENANGANAN PENGADUAN'.
           05 FILLER.
              10 FILLER PIC X(2) VALUE 'CR'.
              10 FILLER PIC X(30)
                 VALUE 'ANALISA / MONITORING KREDIT'.
           05 FILLER.
              10 FILLER PIC X(2) VALUE 'FR'.
              10 FILLER PIC X(30)
                 VALUE 'INVESTIGASI FRAUD / AML'.
           05 FILLER.
              10 FILLER PIC X(2) VALUE 'AU'.
              10 FILLER PIC X(30)
                 VALUE 'AUDIT / KEPATUHAN'.
           05 FILLER.
              10 FILLER PIC X(2) VALUE 'LG'.
              10 FILLER PIC X(30)
                 VALUE 'PERMINTAAN HUKUM / APARAT'.
       01  VW-REASON-LIST REDEFINES VW-REASON-TABLE.
           05 VW-RSN-ENTRY OCCURS 7 TIMES.
              10 VW-RSN-CODE   PIC X(2).
              10 VW-RSN-DESC   PIC X(30).
       01  VW-RSN-IDX          PIC 9(2).
