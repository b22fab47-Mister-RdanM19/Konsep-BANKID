       01  PENRET-RECORD.
           05 PENRET-REC-TYPE   PIC X(1).
      *> H = header, D = one pension returned or recovered,
      *> T = trailer (count + total control).
           05 PENRET-BODY       PIC X(99).
           05 PENRET-HEADER REDEFINES PENRET-BODY.
              10 PENRET-HDR-FUND-REK PIC X(6).
              10 PENRET-HDR-KIND     PIC X(1).
      *> W = credits withheld from a monthly file, K = over-credits
      *> clawed back after a pensioner's death.
              10 PENRET-HDR-PERIOD   PIC X(10).
      *> The pension month (YYYY-MM) for W, the business date for K.
              10 FILLER              PIC X(82).
           05 PENRET-DETAIL REDEFINES PENRET-BODY.
              10 PENRET-PENSION-NO   PIC X(20).
              10 PENRET-NO-REK       PIC X(6).
              10 PENRET-FUND-REK     PIC X(6).
              10 PENRET-PEN-MONTH    PIC X(7).
              10 PENRET-AMOUNT       PIC 9(11)V99.
              10 PENRET-REASON       PIC X(2).
      *> DC = pensioner deceased, PL = proof of life overdue,
      *> AC = account closed or not found, AM = account not the
      *> pensioner's, KR = over-credit recovered to the fund,
      *> KS = over-credit still owed (account could not cover it).
              10 PENRET-DEATH-DATE   PIC X(10).
              10 FILLER              PIC X(35).
           05 PENRET-TRAILER REDEFINES PENRET-BODY.
              10 PENRET-TRL-COUNT    PIC 9(7).
              10 PENRET-TRL-TOTAL    PIC 9(13)V99.
              10 FILLER              PIC X(77).
