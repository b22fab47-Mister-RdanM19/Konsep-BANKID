       01  DWH-RECORD.
           05 DWH-REC-TYPE      PIC X(1).
      *> H = header, D = detail row, T = control trailer.
           05 DWH-BODY          PIC X(249).
           05 DWH-HEADER REDEFINES DWH-BODY.
              10 DWH-HDR-TABLE     PIC X(12).
              10 DWH-HDR-BUS-DATE  PIC X(10).
              10 DWH-HDR-SEQ       PIC 9(7).
              10 DWH-HDR-PREV-DATE PIC X(10).
      *> Business date of the file before this one in the table's
      *> sequence; blank on the first. The loader expects SEQ to be
      *> its last loaded sequence + 1 and PREV-DATE its last loaded
      *> date - anything else is a missing or misordered delivery.
              10 DWH-HDR-RUN-TYPE  PIC X(1).
      *> N = the night's extract, R = re-extract of a delivered
      *> date for a reload (same sequence as the original).
              10 DWH-HDR-CREATED   PIC X(19).
              10 FILLER            PIC X(190).
           05 DWH-TRAILER REDEFINES DWH-BODY.
              10 DWH-TRL-TABLE     PIC X(12).
              10 DWH-TRL-SEQ       PIC 9(7).
              10 DWH-TRL-ROW-CNT   PIC 9(9).
              10 DWH-TRL-INS-CNT   PIC 9(9).
              10 DWH-TRL-UPD-CNT   PIC 9(9).
              10 DWH-TRL-DEL-CNT   PIC 9(9).
              10 DWH-TRL-AMT-SUM   PIC S9(15)V99
                                   SIGN IS LEADING SEPARATE.
      *> Sum of the table's control amount over the I and U rows:
      *> AUDIT_LOG AMOUNT, REKENING SALDO, LOAN_MASTER
      *> OUTSTANDING_PRINC, TERM_DEPOSIT PRINCIPAL.
              10 FILLER            PIC X(176).
           05 DWH-DETAIL REDEFINES DWH-BODY.
              10 DWH-CHG-TYPE      PIC X(1).
      *> I = new row, U = changed row, D = row gone (last image).
              10 DWH-ROW-DATA      PIC X(248).
              10 DWH-AUD-ROW REDEFINES DWH-ROW-DATA.
                 15 DWH-AUD-ID-TRX    PIC X(20).
                 15 DWH-AUD-NO-REK    PIC X(6).
                 15 DWH-AUD-TRX-CODE  PIC X(2).
                 15 DWH-AUD-RESP-CODE PIC X(2).
                 15 DWH-AUD-WAKTU     PIC X(19).
                 15 DWH-AUD-AMOUNT    PIC S9(11)V99
                                      SIGN IS LEADING SEPARATE.
                 15 DWH-AUD-BEFORE    PIC S9(13)V99
                                      SIGN IS LEADING SEPARATE.
                 15 DWH-AUD-AFTER     PIC S9(13)V99
                                      SIGN IS LEADING SEPARATE.
                 15 DWH-AUD-TERMINAL  PIC X(8).
                 15 DWH-AUD-CHANNEL   PIC X(6).
                 15 DWH-AUD-REF-ID    PIC X(20).
                 15 DWH-AUD-CCY       PIC X(3).
                 15 DWH-AUD-ORIG      PIC S9(11)V99
                                      SIGN IS LEADING SEPARATE.
                 15 FILLER            PIC X(102).
              10 DWH-REK-ROW REDEFINES DWH-ROW-DATA.
                 15 DWH-REK-NO-REK    PIC X(6).
                 15 DWH-REK-CUST-ID   PIC X(20).
                 15 DWH-REK-ACCT-TYPE PIC X(4).
                 15 DWH-REK-BRANCH-ID PIC X(4).
                 15 DWH-REK-STATUS    PIC X(1).
                 15 DWH-REK-DORMANT   PIC X(1).
                 15 DWH-REK-SALDO     PIC S9(13)V99
                                      SIGN IS LEADING SEPARATE.
                 15 DWH-REK-MIN-SALDO PIC S9(13)V99
                                      SIGN IS LEADING SEPARATE.
                 15 DWH-REK-OD-LIMIT  PIC S9(13)V99
                                      SIGN IS LEADING SEPARATE.
                 15 DWH-REK-ACCRUED   PIC S9(11)V99
                                      SIGN IS LEADING SEPARATE.
                 15 FILLER            PIC X(150).
              10 DWH-LOAN-ROW REDEFINES DWH-ROW-DATA.
                 15 DWH-LOAN-ID       PIC X(20).
                 15 DWH-LOAN-CUST-ID  PIC X(20).
                 15 DWH-LOAN-NO-REK   PIC X(6).
                 15 DWH-LOAN-PRODUCT  PIC X(4).
                 15 DWH-LOAN-STATUS   PIC X(1).
                 15 DWH-LOAN-PRINCIPAL PIC S9(11)V99
                                      SIGN IS LEADING SEPARATE.
                 15 DWH-LOAN-RATE     PIC S9(3)V9(6)
                                      SIGN IS LEADING SEPARATE.
                 15 DWH-LOAN-TENOR    PIC 9(3).
                 15 DWH-LOAN-INSTALL  PIC S9(11)V99
                                      SIGN IS LEADING SEPARATE.
                 15 DWH-LOAN-OUTSTAND PIC S9(11)V99
                                      SIGN IS LEADING SEPARATE.
                 15 DWH-LOAN-CLASS    PIC 9(1).
                 15 DWH-LOAN-DPD      PIC 9(5).
                 15 DWH-LOAN-OFFICER  PIC X(10).
                 15 FILLER            PIC X(126).
              10 DWH-TD-ROW REDEFINES DWH-ROW-DATA.
                 15 DWH-TD-ID         PIC X(20).
                 15 DWH-TD-NO-REK     PIC X(6).
                 15 DWH-TD-PRINCIPAL  PIC S9(11)V99
                                      SIGN IS LEADING SEPARATE.
                 15 DWH-TD-TENOR      PIC 9(3).
                 15 DWH-TD-RATE       PIC S9(3)V9(6)
                                      SIGN IS LEADING SEPARATE.
                 15 DWH-TD-START      PIC X(10).
                 15 DWH-TD-MATURITY   PIC X(10).
                 15 DWH-TD-ROLLOVER   PIC X(1).
                 15 DWH-TD-STATUS     PIC X(2).
                 15 DWH-TD-PAID-INT   PIC S9(11)V99
                                      SIGN IS LEADING SEPARATE.
                 15 FILLER            PIC X(158).
