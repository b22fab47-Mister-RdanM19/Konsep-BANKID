       01  PURGE-RECORD.
           05 PURGE-REC-TYPE    PIC X(1).
      *> H = header, D = archived row, T = control trailer.
           05 PURGE-BODY        PIC X(980).
           05 PURGE-HEADER REDEFINES PURGE-BODY.
              10 PURGE-HDR-TABLE   PIC X(20).
              10 PURGE-HDR-MONTH   PIC X(7).
              10 PURGE-HDR-CUTOFF  PIC X(19).
      *> Rows last touched before this instant were eligible.
              10 FILLER            PIC X(934).
           05 PURGE-DETAIL REDEFINES PURGE-BODY.
              10 PURGE-ROW-KEY     PIC X(80).
              10 PURGE-ROW-DATA    PIC X(900).
      *> The row's columns '|'-separated in RETENTION_POLICY's
      *> ROW_EXPR order.
           05 PURGE-TRAILER REDEFINES PURGE-BODY.
              10 PURGE-TRL-TABLE   PIC X(20).
              10 PURGE-TRL-CNT     PIC 9(9).
              10 FILLER            PIC X(951).
