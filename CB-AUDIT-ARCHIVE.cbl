       01 WS-ORIG-AMT     PIC S9(11)V99 COMP-3.
       01 WS-PREV-CHAIN   PIC X(16).
       01 WS-CHAIN-VAL    PIC X(16).
       01 WS-BUS-DATE     PIC X(10).

       01 WS-UNLOAD-CNT   PIC 9(9) VALUE 0.
       01 WS-UNLOAD-AMT   PIC S9(15)V99 COMP-3 VALUE 0.
                     COALESCE(REF_ID_TRX, ' '), CURRENCY_CODE,
                     ORIG_AMOUNT,
                     COALESCE(PREV_CHAIN, ' '),
                     COALESCE(CHAIN_VAL, ' '),
                     COALESCE(CHAR(BUS_DATE), ' ')
              FROM AUDIT_LOG
              WHERE WAKTU >= :WS-TS-START
                AND WAKTU < :WS-TS-END
                      :WS-BEFORE-BAL, :WS-AFTER-BAL,
                      :WS-TERMINAL-ID, :WS-CHANNEL, :WS-REF-ID,
                      :WS-CCY, :WS-ORIG-AMT, :WS-PREV-CHAIN,
                      :WS-CHAIN-VAL, :WS-BUS-DATE
              END-EXEC

              IF SQLCODE = 0
                 MOVE WS-ORIG-AMT TO ARCH-ORIG
                 MOVE WS-PREV-CHAIN TO ARCH-PREV-CHAIN
                 MOVE WS-CHAIN-VAL TO ARCH-CHAIN-VAL
                 MOVE WS-BUS-DATE TO ARCH-BUS-DATE
                 WRITE ARCH-RECORD
                 ADD 1 TO WS-UNLOAD-CNT
                 ADD WS-AMOUNT TO WS-UNLOAD-AMT
