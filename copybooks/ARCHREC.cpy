                                SIGN IS LEADING SEPARATE.
              10 ARCH-PREV-CHAIN PIC X(16).
              10 ARCH-CHAIN-VAL PIC X(16).
              10 ARCH-BUS-DATE  PIC X(10).
      *> Blank on archives unloaded before postings carried a
      *> business date; WAKTU's date stands in for it there.
           05 ARCH-TRAILER REDEFINES ARCH-DATA.
              10 ARCH-TRL-CNT   PIC 9(9).
              10 ARCH-TRL-AMT   PIC S9(15)V99
                                SIGN IS LEADING SEPARATE.
              10 FILLER         PIC X(161).
