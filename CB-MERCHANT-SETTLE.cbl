       01  STMT-RECORD.
           05 STMT-REC-TYPE PIC X(1).
      *> H = header (merchant + date + remittance ref), D = one
      *> settled purchase, QR or card (STMT-PAY-TYPE Q/C), T =
      *> trailer (count, gross, MDR fee, net) - the settlement
      *> statement each merchant receives.
           05 STMT-DATA.
              10 STMT-QR-ID    PIC X(20).
              10 STMT-NO-REK   PIC X(6).
              10 STMT-AMOUNT   PIC 9(11)V99.
              10 STMT-PAY-TYPE PIC X(1).
              10 FILLER        PIC X(10).
           05 STMT-HEADER REDEFINES STMT-DATA.
              10 STMT-MERCHANT PIC X(16).
              10 STMT-DATE     PIC X(10).
       01 WS-REMIT-REF    PIC X(20).

       01 WS-QR-ID        PIC X(20).
       01 WS-PAY-TYPE     PIC X(1).
       01 WS-NO-REK       PIC X(6).
       01 WS-AMOUNT       PIC S9(11)V99 COMP-3.
       01 WS-ITEM-CNT     PIC 9(7).
       01 WS-GRAND-NET    PIC S9(15)V99 COMP-3 VALUE 0.

      *> Daily merchant settlement, the same motion CB-BILLER-SETTLE
      *> runs for billers: each merchant's settled QRIS_TRX rows (QR
      *> payments and debit card sales at the merchant's EDC alike) for
      *> the business date are cut onto that merchant's statement
      *> file under a fresh remittance reference, the rows flip to
      *> 'R' carrying it, and the merchant's settlement REKENING is

           EXEC SQL
              DECLARE MRD-CUR CURSOR FOR
              SELECT QR_ID, NO_REK, AMOUNT, COALESCE(PAY_TYPE, 'Q')
              FROM QRIS_TRX
              WHERE MERCHANT_ID = :WS-MERCHANT-ID
                AND STATUS = 'S'
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH MRD-CUR
                 INTO :WS-QR-ID, :WS-NO-REK, :WS-AMOUNT,
                      :WS-PAY-TYPE
              END-EXEC

              IF SQLCODE = 0
                 MOVE WS-QR-ID TO STMT-QR-ID
                 MOVE WS-NO-REK TO STMT-NO-REK
                 MOVE WS-AMOUNT TO STMT-AMOUNT
                 MOVE WS-PAY-TYPE TO STMT-PAY-TYPE
                 WRITE STMT-RECORD
                 ADD 1 TO WS-ITEM-CNT
                 ADD WS-AMOUNT TO WS-GROSS-AMT
