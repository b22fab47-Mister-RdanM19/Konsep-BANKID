       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-CKPN-CALC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CKS-FILE ASSIGN TO WS-CKS-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CKS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CKS-FILE.
       01  CKS-RECORD.
           05 CKS-REC-TYPE  PIC X(1).
      *> H = header (period, business date), D = one facility,
      *> T = totals and the GL allowance they tie to, F = footer.
           05 CKS-DATA      PIC X(160).
           05 CKS-HEADER REDEFINES CKS-DATA.
              10 CKS-PERIOD     PIC X(7).
              10 CKS-BUS-DATE   PIC X(10).
              10 CKS-PRIOR-PER  PIC X(7).
              10 FILLER         PIC X(136).
           05 CKS-FACILITY REDEFINES CKS-DATA.
              10 CKS-FAC-TYPE   PIC X(2).
              10 CKS-FAC-ID     PIC X(20).
              10 CKS-NO-REK     PIC X(6).
              10 CKS-CUST-ID    PIC X(20).
              10 CKS-BRANCH-ID  PIC X(4).
              10 CKS-CLASS      PIC 9(1).
              10 CKS-EXPOSURE   PIC 9(13)V99.
              10 CKS-COLLATERAL PIC 9(13)V99.
              10 CKS-RATE       PIC 9(3)V9(4).
              10 CKS-ALLOWANCE  PIC 9(13)V99.
              10 CKS-PRIOR      PIC 9(13)V99.
              10 CKS-MOVEMENT   PIC S9(13)V99
                                SIGN LEADING SEPARATE.
              10 CKS-UTILISED   PIC 9(13)V99.
              10 FILLER         PIC X(9).
           05 CKS-TOTALS REDEFINES CKS-DATA.
              10 CKS-FAC-CNT    PIC 9(7).
              10 CKS-TOT-EXPO   PIC 9(15)V99.
              10 CKS-TOT-ALLOW  PIC 9(15)V99.
              10 CKS-TOT-PRIOR  PIC 9(15)V99.
              10 CKS-TOT-INCR   PIC 9(15)V99.
              10 CKS-TOT-REL    PIC 9(15)V99.
              10 CKS-GL-ALLOW   PIC S9(15)V99
                                SIGN LEADING SEPARATE.
              10 CKS-TOT-USED   PIC 9(15)V99.
              10 FILLER         PIC X(33).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-PERIOD       PIC X(7).
       01 WS-PRIOR-PERIOD PIC X(7).
       01 WS-CKS-PATH     PIC X(200).
       01 WS-CKS-STATUS   PIC X(2).
       01 WS-CLOSED-CNT   PIC 9(5).
       01 WS-DONE-CNT     PIC 9(7).

       01 WS-RATE-TABLE.
          05 WS-CLASS-RATE OCCURS 5 TIMES PIC S9(3)V9(4) COMP-3.
       01 WS-RATE-SEEN    PIC 9(1) VALUE 0.
       01 WS-RATE-CLASS   PIC X(1).
       01 WS-RATE-IDX     PIC 9(1).
       01 WS-RATE-VALUE   PIC S9(3)V9(4) COMP-3.
       01 WS-HAIRCUT      PIC S9(3)V99 COMP-3.
       01 WS-COLL-HAIRCUT PIC S9(3)V99 COMP-3.
       01 WS-APPR-MONTHS  PIC S9(3) COMP-3.
       01 WS-STALE-DATE   PIC X(10).
       01 WS-MONTH-NO     PIC S9(7) COMP-3.
       01 WS-YYYY         PIC 9(4).
       01 WS-MM           PIC 9(2).
       01 WS-DD           PIC 9(2).

       01 WS-FAC-TYPE     PIC X(2).
       01 WS-FAC-ID       PIC X(20).
       01 WS-NO-REK       PIC X(6).
       01 WS-CUST-ID      PIC X(20).
       01 WS-BRANCH-ID    PIC X(4).
       01 WS-CLASS        PIC 9(1).
       01 WS-SALDO        PIC S9(13)V99 COMP-3.
       01 WS-EXPOSURE     PIC S9(13)V99 COMP-3.
       01 WS-PLEDGED      PIC S9(13)V99 COMP-3.
       01 WS-SECURED      PIC S9(13)V99 COMP-3.
       01 WS-COLLATERAL   PIC S9(13)V99 COMP-3.
       01 WS-BASE-AMT     PIC S9(13)V99 COMP-3.
       01 WS-RATE         PIC S9(3)V9(4) COMP-3.
       01 WS-ALLOWANCE    PIC S9(13)V99 COMP-3.
       01 WS-PRIOR-ALLOW  PIC S9(13)V99 COMP-3.
       01 WS-MOVEMENT     PIC S9(13)V99 COMP-3.
       01 WS-UTILISED     PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-FAILED       PIC X(1) VALUE 'N'.

       01 WS-JRN-ID       PIC X(20).
       01 WS-GL-AMOUNT    PIC S9(13)V99 COMP-3.
       01 WS-GL-ACCOUNT   PIC X(8) VALUE 'CKPN-ALW'.
       01 WS-LAST-CLOSED  PIC X(7).
       01 WS-JRN-FROM     PIC X(10).
       01 WS-GL-NET       PIC S9(15)V99 COMP-3.
       01 WS-GL-BAL       PIC S9(15)V99 COMP-3.
       01 WS-GL-ALLOW     PIC S9(15)V99 COMP-3.
       01 WS-GL-DIFF      PIC S9(15)V99 COMP-3.

       01 WS-FAC-CNT      PIC 9(7) VALUE 0.
       01 WS-LN-CNT       PIC 9(7) VALUE 0.
       01 WS-OD-CNT       PIC 9(7) VALUE 0.
       01 WS-REL-CNT      PIC 9(7) VALUE 0.
       01 WS-TOT-EXPO     PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-TOT-ALLOW    PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-TOT-PRIOR    PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-TOT-INCR     PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-TOT-REL      PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-TOT-USED     PIC S9(15)V99 COMP-3 VALUE 0.

      *> Cadangan kerugian penurunan nilai, run on the month's last
      *> business night before CB-PERIOD-CLOSE locks the period.
      *> Every active loan (its outstanding principal and the
      *> collectibility class CB-DELINQ-AGING keeps on it) and every
      *> overdrawn account (the debit balance, classed by the
      *> night's 'OD' COLLECT_WORKLIST row - an overdraft inside its
      *> approved line has no row and stands in class 1) needs an
      *> allowance of its exposure less eligible collateral, times
      *> the class rate from CKPN_RATE (maintained through
      *> CB-PARAM-MAINT table 'K'). Eligible collateral is a live
      *> TD_LIEN pledge on the account, counted at principal less
      *> the LIEN-HAIRCUT, plus any item on the collateral register
      *> (CB-COLLAT-MAINT) linked to the loan or overdraft that is
      *> bound by APHT or fiducia and appraised within policy
      *> (COLL-APPRAISAL-MONTHS) - its appraised value shared
      *> equally across every facility it secures, less the
      *> COLL-HAIRCUT. Each facility is set against its own
      *> allowance of the prior provisioned month; a facility that
      *> has left the book (paid off, closed, back in credit)
      *> releases its whole prior allowance - less whatever a loan
      *> write-off already used against the allowance account
      *> (LOAN_WRITEOFF.ALLOW_USED), which is not released twice.
      *> The month's gross
      *> increase is journalled Dr CKPN-EXP / Cr CKPN-ALW and the
      *> gross release Dr CKPN-ALW / Cr CKPN-REL as 'CK' GL_JOURNAL
      *> entries, in the same unit of work as the CKPN_ALLOWANCE
      *> rows. The auditors' schedule lists every facility and
      *> closes with the totals and the CKPN-ALW balance the GL now
      *> carries; a balance that does not tie is a warning.
      *> One run per period.
       PROCEDURE DIVISION.
           DISPLAY "BUSINESS DATE (YYYY-MM-DD, BLANK=CONTROL): "
                   WITH NO ADVANCING
           ACCEPT WS-BUS-DATE
           IF WS-BUS-DATE = SPACES
              EXEC SQL
                 SELECT CURR_BUS_DATE
                 INTO :WS-BUS-DATE
                 FROM BUSINESS_DATE
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY "NO BUSINESS_DATE CONTROL ROW - ABORT"
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF
           DISPLAY "PROVISIONING SCHEDULE FILE PATH (BLANK=DEFAULT): "
                   WITH NO ADVANCING
           ACCEPT WS-CKS-PATH

           MOVE WS-BUS-DATE(1:7) TO WS-PERIOD
           IF WS-CKS-PATH = SPACES
              STRING 'CKPN-' WS-BUS-DATE(1:4) WS-BUS-DATE(6:2)
                     '.DAT' DELIMITED BY SIZE
                INTO WS-CKS-PATH
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-CLOSED-CNT
              FROM GL_PERIOD
              WHERE PERIOD = :WS-PERIOD
                AND STATUS = 'C'
           END-EXEC

           IF WS-CLOSED-CNT > 0
              DISPLAY "RUN REFUSED: PERIOD " WS-PERIOD
                      " IS CLOSED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DONE-CNT
              FROM CKPN_ALLOWANCE
              WHERE PERIOD = :WS-PERIOD
           END-EXEC

           IF WS-DONE-CNT > 0
              DISPLAY "RUN REFUSED: CKPN ALREADY PROVISIONED FOR "
                      WS-PERIOD
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM LOAD-CLASS-RATES
           IF WS-RATE-SEEN < 5
              DISPLAY "RUN ABORTED: CKPN_RATE MUST HOLD CLASSES 1-5"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-HAIRCUT
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'LIEN-HAIRCUT'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 10 TO WS-HAIRCUT
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-COLL-HAIRCUT
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'COLL-HAIRCUT'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 30 TO WS-COLL-HAIRCUT
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-APPR-MONTHS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'COLL-APPRAISAL-MONTHS'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 12 TO WS-APPR-MONTHS
           END-IF

      *> Same cutoff CB-COLLAT-MONITOR flags stale appraisals by.
           MOVE WS-BUS-DATE(1:4) TO WS-YYYY
           MOVE WS-BUS-DATE(6:2) TO WS-MM
           MOVE WS-BUS-DATE(9:2) TO WS-DD
           COMPUTE WS-MONTH-NO =
              WS-YYYY * 12 + WS-MM - 1 - WS-APPR-MONTHS
           COMPUTE WS-YYYY = WS-MONTH-NO / 12
           COMPUTE WS-MM = WS-MONTH-NO - WS-YYYY * 12 + 1
           IF WS-DD > 28
              MOVE 28 TO WS-DD
           END-IF
           STRING WS-YYYY "-" WS-MM "-" WS-DD
             DELIMITED BY SIZE INTO WS-STALE-DATE

           EXEC SQL
              SELECT COALESCE(MAX(PERIOD), ' ')
              INTO :WS-PRIOR-PERIOD
              FROM CKPN_ALLOWANCE
              WHERE PERIOD < :WS-PERIOD
           END-EXEC

           OPEN OUTPUT CKS-FILE
           IF WS-CKS-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN PROVISIONING SCHEDULE, STATUS "
                      WS-CKS-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE SPACES TO CKS-RECORD
           MOVE 'H' TO CKS-REC-TYPE
           MOVE WS-PERIOD TO CKS-PERIOD
           MOVE WS-BUS-DATE TO CKS-BUS-DATE
           MOVE WS-PRIOR-PERIOD TO CKS-PRIOR-PER
           WRITE CKS-RECORD

           PERFORM PROVISION-LOANS
           IF WS-FAILED NOT = 'Y'
              PERFORM PROVISION-OVERDRAFTS
           END-IF
           IF WS-FAILED NOT = 'Y'
              PERFORM RELEASE-DEPARTED THRU RELEASE-DEPARTED-EXIT
           END-IF
           IF WS-FAILED NOT = 'Y'
              PERFORM POST-CKPN-JOURNAL
           END-IF

           IF WS-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              CLOSE CKS-FILE
              DISPLAY "RUN ABORTED: CKPN NOT POSTED, SQLCODE "
                      SQLCODE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           EXEC SQL COMMIT END-EXEC

           PERFORM GL-ALLOWANCE-BALANCE
           COMPUTE WS-GL-DIFF = WS-GL-ALLOW - WS-TOT-ALLOW

           MOVE SPACES TO CKS-RECORD
           MOVE 'T' TO CKS-REC-TYPE
           MOVE WS-TOT-USED TO CKS-TOT-USED
           MOVE WS-FAC-CNT TO CKS-FAC-CNT
           MOVE WS-TOT-EXPO TO CKS-TOT-EXPO
           MOVE WS-TOT-ALLOW TO CKS-TOT-ALLOW
           MOVE WS-TOT-PRIOR TO CKS-TOT-PRIOR
           MOVE WS-TOT-INCR TO CKS-TOT-INCR
           MOVE WS-TOT-REL TO CKS-TOT-REL
           MOVE WS-GL-ALLOW TO CKS-GL-ALLOW
           WRITE CKS-RECORD

           MOVE SPACES TO CKS-RECORD
           MOVE 'F' TO CKS-REC-TYPE
           WRITE CKS-RECORD

           CLOSE CKS-FILE

           DISPLAY "==================================================="
           DISPLAY "CKPN PROVISIONING - " WS-PERIOD
                   "  (PRIOR " WS-PRIOR-PERIOD ")"
           DISPLAY "LOANS               : " WS-LN-CNT
           DISPLAY "OVERDRAFTS          : " WS-OD-CNT
           DISPLAY "FACILITIES RELEASED : " WS-REL-CNT
           DISPLAY "EXPOSURE            : " WS-TOT-EXPO
           DISPLAY "ALLOWANCE REQUIRED  : " WS-TOT-ALLOW
           DISPLAY "PRIOR ALLOWANCE     : " WS-TOT-PRIOR
           DISPLAY "INCREASE (EXPENSE)  : " WS-TOT-INCR
           DISPLAY "RELEASE             : " WS-TOT-REL
           DISPLAY "USED BY WRITE-OFFS  : " WS-TOT-USED
           DISPLAY "GL CKPN-ALW BALANCE : " WS-GL-ALLOW
           IF WS-GL-DIFF NOT = 0
              DISPLAY "** GL DOES NOT TIE TO SCHEDULE - DIFFERENCE "
                      WS-GL-DIFF
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "==================================================="
           GOBACK.

       LOAD-CLASS-RATES.
           EXEC SQL
              DECLARE CKR-CUR CURSOR FOR
              SELECT CLASS_CODE, RATE
              FROM CKPN_RATE
              ORDER BY CLASS_CODE
           END-EXEC

           EXEC SQL OPEN CKR-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CKR-CUR
                 INTO :WS-RATE-CLASS, :WS-RATE-VALUE
              END-EXEC

              IF SQLCODE = 0
                 IF WS-RATE-CLASS >= '1' AND WS-RATE-CLASS <= '5'
                    MOVE WS-RATE-CLASS TO WS-RATE-IDX
                    MOVE WS-RATE-VALUE TO WS-CLASS-RATE(WS-RATE-IDX)
                    ADD 1 TO WS-RATE-SEEN
                 END-IF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CKR-CUR END-EXEC.

       PROVISION-LOANS.
           MOVE 'LN' TO WS-FAC-TYPE
           EXEC SQL
              DECLARE CKL-CUR CURSOR FOR
              SELECT L.LOAN_ID, L.NO_REK, L.CUST_ID,
                     COALESCE(R.BRANCH_ID, ' '),
                     L.OUTSTANDING_PRINC,
                     COALESCE(L.COLLECT_CLASS, 1)
              FROM LOAN_MASTER L
                   LEFT JOIN REKENING R ON R.NO_REK = L.NO_REK
              WHERE L.STATUS = 'A'
              ORDER BY L.LOAN_ID
           END-EXEC

           EXEC SQL OPEN CKL-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-FAILED = 'Y'
              EXEC SQL
                 FETCH CKL-CUR
                 INTO :WS-FAC-ID, :WS-NO-REK, :WS-CUST-ID,
                      :WS-BRANCH-ID, :WS-EXPOSURE, :WS-CLASS
              END-EXEC

              IF SQLCODE = 0
                 MOVE 0 TO WS-COLLATERAL
                 PERFORM ADD-REGISTER-COLLATERAL
                 PERFORM PROVISION-ONE-FACILITY
                 ADD 1 TO WS-LN-CNT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CKL-CUR END-EXEC.

      *> An account in debit is an overdraft facility whatever its
      *> product; the class is the one the same night's aging put
      *> on its worklist row.
       PROVISION-OVERDRAFTS.
           MOVE 'OD' TO WS-FAC-TYPE
           EXEC SQL
              DECLARE CKO-CUR CURSOR FOR
              SELECT R.NO_REK, R.CUST_ID, R.BRANCH_ID, R.SALDO,
                     COALESCE((SELECT MAX(W.COLLECT_CLASS)
                               FROM COLLECT_WORKLIST W
                               WHERE W.ITEM_TYPE = 'OD'
                                 AND W.REF_ID = R.NO_REK
                                 AND W.BUS_DATE = :WS-BUS-DATE), 1),
                     COALESCE((SELECT SUM(T.PRINCIPAL)
                               FROM TD_LIEN N
                                    JOIN TERM_DEPOSIT T
                                      ON T.TD_ID = N.TD_ID
                               WHERE N.NO_REK = R.NO_REK
                                 AND N.STATUS = 'A'
                                 AND T.STATUS = 'A'), 0)
              FROM REKENING R
              WHERE R.SALDO < 0
              ORDER BY R.NO_REK
           END-EXEC

           EXEC SQL OPEN CKO-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-FAILED = 'Y'
              EXEC SQL
                 FETCH CKO-CUR
                 INTO :WS-NO-REK, :WS-CUST-ID, :WS-BRANCH-ID,
                      :WS-SALDO, :WS-CLASS, :WS-PLEDGED
              END-EXEC

              IF SQLCODE = 0
                 MOVE WS-NO-REK TO WS-FAC-ID
                 COMPUTE WS-EXPOSURE = 0 - WS-SALDO
                 COMPUTE WS-COLLATERAL ROUNDED =
                    WS-PLEDGED * (100 - WS-HAIRCUT) / 100
                 PERFORM ADD-REGISTER-COLLATERAL
                 PERFORM PROVISION-ONE-FACILITY
                 ADD 1 TO WS-OD-CNT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CKO-CUR END-EXEC.

      *> An item securing three facilities counts a third of its
      *> value against each, so no value is counted twice.
       ADD-REGISTER-COLLATERAL.
           EXEC SQL
              SELECT COALESCE(SUM(C.APPRAISED_VALUE /
                        (SELECT COUNT(*)
                         FROM COLLATERAL_LINK K2
                         WHERE K2.COLL_ID = C.COLL_ID
                           AND K2.STATUS = 'A')), 0)
              INTO :WS-SECURED
              FROM COLLATERAL_LINK K
                   JOIN COLLATERAL C ON C.COLL_ID = K.COLL_ID
              WHERE K.FACILITY_TYPE = :WS-FAC-TYPE
                AND K.FACILITY_ID = :WS-FAC-ID
                AND K.STATUS = 'A'
                AND C.STATUS = 'A'
                AND C.BIND_TYPE IN ('APHT', 'FIDU')
                AND C.APPRAISAL_DATE >= :WS-STALE-DATE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 0 TO WS-SECURED
           END-IF

           COMPUTE WS-COLLATERAL ROUNDED = WS-COLLATERAL +
              WS-SECURED * (100 - WS-COLL-HAIRCUT) / 100.

       PROVISION-ONE-FACILITY.
           IF WS-CLASS < 1 OR WS-CLASS > 5
              MOVE 5 TO WS-CLASS
           END-IF
           MOVE WS-CLASS-RATE(WS-CLASS) TO WS-RATE

           COMPUTE WS-BASE-AMT = WS-EXPOSURE - WS-COLLATERAL
           IF WS-BASE-AMT < 0
              MOVE 0 TO WS-BASE-AMT
           END-IF
           COMPUTE WS-ALLOWANCE ROUNDED =
              WS-BASE-AMT * WS-RATE / 100

           MOVE 0 TO WS-PRIOR-ALLOW
           IF WS-PRIOR-PERIOD NOT = SPACES
              EXEC SQL
                 SELECT ALLOWANCE
                 INTO :WS-PRIOR-ALLOW
                 FROM CKPN_ALLOWANCE
                 WHERE PERIOD = :WS-PRIOR-PERIOD
                   AND FACILITY_TYPE = :WS-FAC-TYPE
                   AND FACILITY_ID = :WS-FAC-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO WS-PRIOR-ALLOW
              END-IF
           END-IF

           PERFORM RECORD-FACILITY.

      *> Facilities provisioned last month that are no longer on the
      *> book carry a zero line so the release shows on the
      *> schedule facility by facility.
       RELEASE-DEPARTED.
           IF WS-PRIOR-PERIOD = SPACES
              GO TO RELEASE-DEPARTED-EXIT
           END-IF

           EXEC SQL
              DECLARE CKX-CUR CURSOR FOR
              SELECT P.FACILITY_TYPE, P.FACILITY_ID, P.NO_REK,
                     P.CUST_ID, P.BRANCH_ID, P.COLLECT_CLASS,
                     P.ALLOWANCE,
                     COALESCE((SELECT SUM(W.ALLOW_USED)
                               FROM LOAN_WRITEOFF W
                               WHERE P.FACILITY_TYPE = 'LN'
                                 AND W.LOAN_ID = P.FACILITY_ID
                                 AND W.STATUS IN ('A', 'R')), 0)
              FROM CKPN_ALLOWANCE P
              WHERE P.PERIOD = :WS-PRIOR-PERIOD
                AND P.ALLOWANCE > 0
                AND NOT EXISTS
                    (SELECT 1 FROM CKPN_ALLOWANCE C
                     WHERE C.PERIOD = :WS-PERIOD
                       AND C.FACILITY_TYPE = P.FACILITY_TYPE
                       AND C.FACILITY_ID = P.FACILITY_ID)
              ORDER BY P.FACILITY_TYPE, P.FACILITY_ID
           END-EXEC

           EXEC SQL OPEN CKX-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0 OR WS-FAILED = 'Y'
              EXEC SQL
                 FETCH CKX-CUR
                 INTO :WS-FAC-TYPE, :WS-FAC-ID, :WS-NO-REK,
                      :WS-CUST-ID, :WS-BRANCH-ID, :WS-CLASS,
                      :WS-PRIOR-ALLOW, :WS-UTILISED
              END-EXEC

              IF SQLCODE = 0
                 MOVE 0 TO WS-EXPOSURE
                 MOVE 0 TO WS-COLLATERAL
                 MOVE 0 TO WS-RATE
                 MOVE 0 TO WS-ALLOWANCE
                 IF WS-UTILISED > WS-PRIOR-ALLOW
                    MOVE WS-PRIOR-ALLOW TO WS-UTILISED
                 END-IF
                 PERFORM RECORD-FACILITY
                 MOVE 0 TO WS-UTILISED
                 ADD 1 TO WS-REL-CNT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CKX-CUR END-EXEC.
       RELEASE-DEPARTED-EXIT.
           EXIT.

       RECORD-FACILITY.
           COMPUTE WS-MOVEMENT =
              WS-ALLOWANCE - WS-PRIOR-ALLOW + WS-UTILISED

           EXEC SQL
              INSERT INTO CKPN_ALLOWANCE
              (PERIOD, FACILITY_TYPE, FACILITY_ID, NO_REK, CUST_ID,
               BRANCH_ID, COLLECT_CLASS, EXPOSURE, COLLATERAL, RATE,
               ALLOWANCE, PRIOR_ALLOWANCE, MOVEMENT, UTILISED,
               BUS_DATE, CREATED_TS)
              VALUES
              (:WS-PERIOD, :WS-FAC-TYPE, :WS-FAC-ID, :WS-NO-REK,
               :WS-CUST-ID, :WS-BRANCH-ID, :WS-CLASS, :WS-EXPOSURE,
               :WS-COLLATERAL, :WS-RATE, :WS-ALLOWANCE,
               :WS-PRIOR-ALLOW, :WS-MOVEMENT, :WS-UTILISED,
               :WS-BUS-DATE, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FAILED
           ELSE
              ADD 1 TO WS-FAC-CNT
              ADD WS-EXPOSURE TO WS-TOT-EXPO
              ADD WS-ALLOWANCE TO WS-TOT-ALLOW
              ADD WS-PRIOR-ALLOW TO WS-TOT-PRIOR
              ADD WS-UTILISED TO WS-TOT-USED
              IF WS-MOVEMENT > 0
                 ADD WS-MOVEMENT TO WS-TOT-INCR
              ELSE
                 SUBTRACT WS-MOVEMENT FROM WS-TOT-REL
              END-IF

              MOVE SPACES TO CKS-RECORD
              MOVE 'D' TO CKS-REC-TYPE
              MOVE WS-FAC-TYPE TO CKS-FAC-TYPE
              MOVE WS-FAC-ID TO CKS-FAC-ID
              MOVE WS-NO-REK TO CKS-NO-REK
              MOVE WS-CUST-ID TO CKS-CUST-ID
              MOVE WS-BRANCH-ID TO CKS-BRANCH-ID
              MOVE WS-CLASS TO CKS-CLASS
              MOVE WS-EXPOSURE TO CKS-EXPOSURE
              MOVE WS-COLLATERAL TO CKS-COLLATERAL
              MOVE WS-RATE TO CKS-RATE
              MOVE WS-ALLOWANCE TO CKS-ALLOWANCE
              MOVE WS-PRIOR-ALLOW TO CKS-PRIOR
              MOVE WS-MOVEMENT TO CKS-MOVEMENT
              MOVE WS-UTILISED TO CKS-UTILISED
              WRITE CKS-RECORD
           END-IF.

      *> Increase and release are journalled gross, not netted, so
      *> the expense and the write-back each show on their own line
      *> of the P&L.
       POST-CKPN-JOURNAL.
           IF WS-TOT-INCR > 0
              CALL 'CB-REF-NUMBER' USING 'GJ' WS-JRN-ID
              MOVE WS-TOT-INCR TO WS-GL-AMOUNT
              EXEC SQL
                 INSERT INTO GL_JOURNAL
                 (JRN_ID, BUS_DATE, DR_ACCOUNT, CR_ACCOUNT,
                  AMOUNT, TRX_CODE, SRC_ID_TRX, CREATED_TS)
                 VALUES
                 (:WS-JRN-ID, :WS-BUS-DATE, 'CKPN-EXP',
                  'CKPN-ALW', :WS-GL-AMOUNT, 'CK', :WS-PERIOD,
                  CURRENT TIMESTAMP)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-FAILED
              END-IF
           END-IF

           IF WS-TOT-REL > 0 AND WS-FAILED NOT = 'Y'
              CALL 'CB-REF-NUMBER' USING 'GJ' WS-JRN-ID
              MOVE WS-TOT-REL TO WS-GL-AMOUNT
              EXEC SQL
                 INSERT INTO GL_JOURNAL
                 (JRN_ID, BUS_DATE, DR_ACCOUNT, CR_ACCOUNT,
                  AMOUNT, TRX_CODE, SRC_ID_TRX, CREATED_TS)
                 VALUES
                 (:WS-JRN-ID, :WS-BUS-DATE, 'CKPN-ALW',
                  'CKPN-REL', :WS-GL-AMOUNT, 'CK', :WS-PERIOD,
                  CURRENT TIMESTAMP)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'Y' TO WS-FAILED
              END-IF
           END-IF.

      *> The allowance account as the GL carries it at the business
      *> date: last closed period's closing balance plus the journal
      *> since. A contra-asset, so its balance is credits less
      *> debits.
       GL-ALLOWANCE-BALANCE.
           MOVE SPACES TO WS-LAST-CLOSED
           EXEC SQL
              SELECT COALESCE(MAX(PERIOD), ' ')
              INTO :WS-LAST-CLOSED
              FROM GL_PERIOD_BAL
              WHERE PERIOD < :WS-PERIOD
           END-EXEC

           MOVE 0 TO WS-GL-BAL
           IF WS-LAST-CLOSED NOT = SPACES
              EXEC SQL
                 SELECT CLOSE_BAL
                 INTO :WS-GL-BAL
                 FROM GL_PERIOD_BAL
                 WHERE PERIOD = :WS-LAST-CLOSED
                   AND GL_ACCOUNT = :WS-GL-ACCOUNT
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO WS-GL-BAL
              END-IF
              STRING WS-LAST-CLOSED "-31" DELIMITED BY SIZE
                INTO WS-JRN-FROM
           ELSE
              MOVE '0000-00-00' TO WS-JRN-FROM
           END-IF

           EXEC SQL
              SELECT COALESCE(SUM(CASE
                        WHEN DR_ACCOUNT = :WS-GL-ACCOUNT
                        THEN AMOUNT ELSE 0 END), 0)
                     - COALESCE(SUM(CASE
                        WHEN CR_ACCOUNT = :WS-GL-ACCOUNT
                        THEN AMOUNT ELSE 0 END), 0)
              INTO :WS-GL-NET
              FROM GL_JOURNAL
              WHERE BUS_DATE > :WS-JRN-FROM
                AND BUS_DATE <= :WS-BUS-DATE
                AND (DR_ACCOUNT = :WS-GL-ACCOUNT
                     OR CR_ACCOUNT = :WS-GL-ACCOUNT)
           END-EXEC

           IF SQLCODE = 0
              ADD WS-GL-NET TO WS-GL-BAL
           END-IF

           COMPUTE WS-GL-ALLOW = 0 - WS-GL-BAL.
