       01 WS-ID-TRX     PIC X(20).
       01 WS-NO-REK     PIC X(6).
       01 WS-JUMLAH     PIC S9(11)V99 COMP-3.
       01 WS-SUSPECT    PIC S9(11)V99 COMP-3.
       01 WS-REV-AMT    PIC S9(11)V99 COMP-3.
       01 WS-BEFORE-BAL PIC S9(13)V99 COMP-3.
       01 WS-AFTER-BAL  PIC S9(13)V99 COMP-3.
       01 WS-RV-RESP     PIC X(2) VALUE '00'.
      *> SLA cutoff is an operator-supplied timestamp (e.g. end of the
      *> next business day) rather than a hard-coded constant, so
      *> branch ops can tune how long an unconfirmed deposit is
      *> allowed to sit before it is clawed back. Notes already
      *> retained as suspect off the deposit (CB-SUSPECT-NOTE) have
      *> been debited once, so only the rest of it is clawed back.
       PROCEDURE DIVISION.
           DISPLAY "SLA CUTOFF (YYYY-MM-DD HH:MM:SS, BLANK=EOD "
                   "PRIOR BUSINESS DATE): " WITH NO ADVANCING

           EXEC SQL
              DECLARE AUTOREV-CUR CURSOR FOR
              SELECT ID_TRX, NO_REK, JUMLAH, COALESCE(SUSPECT_AMT, 0)
              FROM CDM_TRX
              WHERE STATUS = 'P'
                AND WAKTU < :WS-CUTOFF-TS
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH AUTOREV-CUR
                 INTO :WS-ID-TRX, :WS-NO-REK, :WS-JUMLAH,
                      :WS-SUSPECT
              END-EXEC

              IF SQLCODE = 0
                 COMPUTE WS-REV-AMT = WS-JUMLAH - WS-SUSPECT
                 EXEC SQL
                    SELECT SALDO
                    INTO :WS-BEFORE-BAL

                 EXEC SQL
                    UPDATE REKENING
                    SET SALDO = SALDO - :WS-REV-AMT
                    WHERE NO_REK = :WS-NO-REK
                 END-EXEC

                 COMPUTE WS-AFTER-BAL = WS-BEFORE-BAL - WS-REV-AMT

                 EXEC SQL
                    UPDATE CDM_TRX
                 END-EXEC

                 CALL 'CB-AUDIT-LOG'
                   USING WS-NO-REK 'RV' WS-REV-AMT WS-RV-RESP
                         WS-TERMINAL-ID WS-CHANNEL WS-BEFORE-BAL
                         WS-AFTER-BAL WS-ID-TRX 'IDR' WS-REV-AMT
                         WS-AUDIT-ID

                 EXEC SQL COMMIT END-EXEC
