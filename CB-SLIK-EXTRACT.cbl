              10 SLIK-DRAWN     PIC S9(13)V99
                                SIGN IS LEADING SEPARATE.
              10 SLIK-COLLECT   PIC 9(1).
              10 SLIK-RESTRUCT  PIC X(1).
      *> Y = restructured facility; the count and the date of the
      *> latest restructure follow. N and zeros otherwise.
              10 SLIK-RST-CNT   PIC 9(2).
              10 SLIK-RST-DATE  PIC X(10).
           05 SLIK-TRAILER REDEFINES SLIK-DATA.
              10 SLIK-TRL-CNT   PIC 9(7).
              10 FILLER         PIC X(139).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-LOAN-ID      PIC X(20).
       01 WS-OUTSTANDING  PIC S9(11)V99 COMP-3.
       01 WS-PRINCIPAL    PIC S9(11)V99 COMP-3.
       01 WS-RESTRUCTURED PIC X(1).
       01 WS-RST-CNT      PIC 9(2).
       01 WS-RST-DATE     PIC X(10).

       01 WS-FIRST-NEG    PIC X(10).
       01 WS-YYYY         PIC 9(4).
      *> - the holder's CUST_MASTER identity, the limit, the drawn
      *> balance, and the collectibility class the aging keeps (an
      *> overdraft's class is derived from its OD_DELINQ anchor the
      *> same way the nightly aging derives it) and, for a loan,
      *> whether it has been restructured, how often and when - the
      *> bureau must see a rescheduled loan as restructured, not as
      *> a fresh facility. Each record is
      *> registered in SLIK_REG under the period; a first run for a
      *> period extracts everything, a rerun extracts ONLY the
      *> records the bureau bounced (CB-SLIK-REJECT marked 'R'), so
           MOVE WS-LIMIT-AMT TO SLIK-LIMIT
           MOVE WS-DRAWN TO SLIK-DRAWN
           MOVE WS-CLASS TO SLIK-COLLECT
           MOVE 'N' TO SLIK-RESTRUCT
           MOVE 0 TO SLIK-RST-CNT
           WRITE SLIK-RECORD

           EXEC SQL
              DECLARE SLK-LN-CUR CURSOR FOR
              SELECT L.LOAN_ID, L.NO_REK, L.CUST_ID, L.PRINCIPAL,
                     L.OUTSTANDING_PRINC,
                     COALESCE(L.COLLECT_CLASS, 1),
                     COALESCE(L.RESTRUCTURED, 'N'),
                     COALESCE(L.RESTRUCT_CNT, 0),
                     COALESCE(L.RESTRUCT_DATE, ' ')
              FROM LOAN_MASTER L
              WHERE L.STATUS = 'A'
              ORDER BY L.LOAN_ID
              EXEC SQL
                 FETCH SLK-LN-CUR
                 INTO :WS-LOAN-ID, :WS-NO-REK, :WS-CUST-ID,
                      :WS-PRINCIPAL, :WS-OUTSTANDING, :WS-CLASS,
                      :WS-RESTRUCTURED, :WS-RST-CNT, :WS-RST-DATE
              END-EXEC

              IF SQLCODE = 0
           MOVE WS-PRINCIPAL TO SLIK-LIMIT
           MOVE WS-OUTSTANDING TO SLIK-DRAWN
           MOVE WS-CLASS TO SLIK-COLLECT
           MOVE WS-RESTRUCTURED TO SLIK-RESTRUCT
           MOVE WS-RST-CNT TO SLIK-RST-CNT
           MOVE WS-RST-DATE TO SLIK-RST-DATE
           WRITE SLIK-RECORD

           EXEC SQL
              MOVE 'O' TO SLIK-REC-TYPE
              MOVE WS-LIMIT-AMT TO SLIK-LIMIT
              MOVE WS-DRAWN TO SLIK-DRAWN
              MOVE 'N' TO SLIK-RESTRUCT
              MOVE 0 TO SLIK-RST-CNT
           ELSE
              MOVE WS-REF-ID TO WS-LOAN-ID
              EXEC SQL
                 SELECT L.NO_REK, L.CUST_ID, L.PRINCIPAL,
                        L.OUTSTANDING_PRINC,
                        COALESCE(L.COLLECT_CLASS, 1),
                        COALESCE(L.RESTRUCTURED, 'N'),
                        COALESCE(L.RESTRUCT_CNT, 0),
                        COALESCE(L.RESTRUCT_DATE, ' ')
                 INTO :WS-NO-REK, :WS-CUST-ID, :WS-PRINCIPAL,
                      :WS-OUTSTANDING, :WS-CLASS, :WS-RESTRUCTURED,
                      :WS-RST-CNT, :WS-RST-DATE
                 FROM LOAN_MASTER L
                 WHERE L.LOAN_ID = :WS-LOAN-ID
              END-EXEC
              MOVE 'L' TO SLIK-REC-TYPE
              MOVE WS-PRINCIPAL TO SLIK-LIMIT
              MOVE WS-OUTSTANDING TO SLIK-DRAWN
              MOVE WS-RESTRUCTURED TO SLIK-RESTRUCT
              MOVE WS-RST-CNT TO SLIK-RST-CNT
              MOVE WS-RST-DATE TO SLIK-RST-DATE
           END-IF

           MOVE WS-REG-ID TO SLIK-REG-ID
