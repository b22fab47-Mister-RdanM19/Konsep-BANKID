       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-MT103-GEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MT-FILE ASSIGN TO WS-MT-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MT-FILE.
       01  MT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-PATH-PREFIX  PIC X(150).
       01 WS-MT-PATH      PIC X(200).
       01 WS-MT-STATUS    PIC X(2).
       01 WS-TS-END       PIC X(19).
       01 WS-VALUE-DATE   PIC X(6).

       01 WS-OWN-BIC      PIC X(11).
       01 WS-OWN-LT       PIC X(12).
       01 WS-CORR-BIC     PIC X(11).
       01 WS-CORR-LT      PIC X(12).

       01 WS-REMIT-ID     PIC X(20).
       01 WS-NO-REK       PIC X(6).
       01 WS-CUST-NAME    PIC X(40).
       01 WS-CURRENCY     PIC X(3).
       01 WS-AMOUNT-FC    PIC S9(11)V99 COMP-3.
       01 WS-BEN-NAME     PIC X(40).
       01 WS-BEN-ACCT     PIC X(34).
       01 WS-BEN-BIC      PIC X(11).
       01 WS-REMIT-INFO   PIC X(35).

       01 WS-AMT-EDIT     PIC Z(10)9.99.
       01 WS-AMT-LEAD     PIC 9(2).
       01 WS-AMT-SWIFT    PIC X(14).

       01 WS-MSG-CNT      PIC 9(7).
       01 WS-FILE-CNT     PIC 9(5) VALUE 0.
       01 WS-SENT-CNT     PIC 9(7) VALUE 0.
       01 WS-HELD-CNT     PIC 9(7) VALUE 0.

      *> The daily outward remittance window: every remittance
      *> CB-REMIT-POST has debited (STATUS 'P') up to the end of the
      *> business date goes out as one SWIFT MT103 to the
      *> correspondent that holds our nostro in its currency, one
      *> file per correspondent the way CB-VA-COLLECT-FEED cuts one
      *> file per corporate. Each message carries the REMIT_ID as
      *> :20: sender's reference - the key the correspondent quotes
      *> back on a reject or return (CB-REMIT-RETURN) - the value
      *> date, currency and amount the customer bought, our
      *> customer as ordering party, the beneficiary's bank and
      *> account, and shared charges (our own fee was collected at
      *> posting). A remittance whose beneficiary hit the watchlist
      *> stays at 'P' and is counted as held until every hit on it
      *> has been disposed as a false positive; a confirmed hit
      *> keeps the funds where they are for compliance. Transmitted
      *> rows move to 'S' in the one commit at the end of the run,
      *> so a failed run leaves everything at 'P' and a rerun cuts
      *> the same files again.
       PROCEDURE DIVISION.
           DISPLAY "BUSINESS DATE (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-BUS-DATE
           DISPLAY "MT103 PATH PREFIX         : " WITH NO ADVANCING
           ACCEPT WS-PATH-PREFIX

           IF WS-BUS-DATE = SPACES
              DISPLAY "RUN ABORTED: BUSINESS DATE REQUIRED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           STRING WS-BUS-DATE " 23:59:59" DELIMITED BY SIZE
             INTO WS-TS-END
           STRING WS-BUS-DATE(3:2) WS-BUS-DATE(6:2) WS-BUS-DATE(9:2)
             DELIMITED BY SIZE INTO WS-VALUE-DATE

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-OWN-BIC
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'OWN-BIC'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "RUN ABORTED: OWN-BIC NOT IN SYS_PARAM"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

      *> Logical terminal addresses: the eight-character BIC, the
      *> terminal letter, then the branch ('XXX' for a head office
      *> BIC given as eight characters).
           MOVE SPACES TO WS-OWN-LT
           IF WS-OWN-BIC(9:3) = SPACES
              STRING WS-OWN-BIC(1:8) 'AXXX' DELIMITED BY SIZE
                INTO WS-OWN-LT
           ELSE
              STRING WS-OWN-BIC(1:8) 'A' WS-OWN-BIC(9:3)
                DELIMITED BY SIZE INTO WS-OWN-LT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-HELD-CNT
              FROM OUTWARD_REMIT R
              WHERE R.STATUS = 'P'
                AND R.POSTED_TS <= :WS-TS-END
                AND EXISTS (SELECT 1 FROM WATCH_HIT H
                            WHERE H.CONTEXT_REF = R.REMIT_ID
                              AND H.STATUS <> 'F')
           END-EXEC

           EXEC SQL
              DECLARE CORR-CUR CURSOR FOR
              SELECT DISTINCT R.CORR_BIC
              FROM OUTWARD_REMIT R
              WHERE R.STATUS = 'P'
                AND R.POSTED_TS <= :WS-TS-END
                AND NOT EXISTS (SELECT 1 FROM WATCH_HIT H
                                WHERE H.CONTEXT_REF = R.REMIT_ID
                                  AND H.STATUS <> 'F')
              ORDER BY R.CORR_BIC
           END-EXEC

           EXEC SQL OPEN CORR-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CORR-CUR
                 INTO :WS-CORR-BIC
              END-EXEC

              IF SQLCODE = 0
                 PERFORM WRITE-ONE-CORRESPONDENT
                         THRU WRITE-ONE-CORRESPONDENT-EXIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CORR-CUR END-EXEC

           EXEC SQL COMMIT END-EXEC

           DISPLAY "==================================================="
           DISPLAY "MT103 OUTWARD REMITTANCE WINDOW - " WS-BUS-DATE
           DISPLAY "CORRESPONDENT FILES      : " WS-FILE-CNT
           DISPLAY "MESSAGES SENT            : " WS-SENT-CNT
           DISPLAY "HELD FOR COMPLIANCE      : " WS-HELD-CNT
           DISPLAY "==================================================="
           STOP RUN.

       WRITE-ONE-CORRESPONDENT.
           MOVE SPACES TO WS-MT-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
                  '-' WS-CORR-BIC DELIMITED BY SPACE
                  '.MT103' DELIMITED BY SIZE
             INTO WS-MT-PATH

           OPEN OUTPUT MT-FILE
           IF WS-MT-STATUS NOT = "00"
              DISPLAY "  SKIPPED " WS-CORR-BIC
                      ": CANNOT OPEN " WS-MT-PATH
              GO TO WRITE-ONE-CORRESPONDENT-EXIT
           END-IF

           MOVE SPACES TO WS-CORR-LT
           IF WS-CORR-BIC(9:3) = SPACES
              STRING WS-CORR-BIC(1:8) 'XXXX' DELIMITED BY SIZE
                INTO WS-CORR-LT
           ELSE
              STRING WS-CORR-BIC(1:8) 'X' WS-CORR-BIC(9:3)
                DELIMITED BY SIZE INTO WS-CORR-LT
           END-IF

           MOVE 0 TO WS-MSG-CNT

           EXEC SQL
              DECLARE RMT-CUR CURSOR FOR
              SELECT R.REMIT_ID, R.NO_REK,
                     COALESCE(C.CUST_NAME, ' '),
                     R.CURRENCY_CODE, R.AMOUNT_FC, R.BEN_NAME,
                     R.BEN_ACCT, R.BEN_BIC,
                     COALESCE(R.REMIT_INFO, ' ')
              FROM OUTWARD_REMIT R
                   INNER JOIN REKENING K
                   ON K.NO_REK = R.NO_REK
                   LEFT OUTER JOIN CUST_MASTER C
                   ON C.CUST_ID = K.CUST_ID
              WHERE R.CORR_BIC = :WS-CORR-BIC
                AND R.STATUS = 'P'
                AND R.POSTED_TS <= :WS-TS-END
                AND NOT EXISTS (SELECT 1 FROM WATCH_HIT H
                                WHERE H.CONTEXT_REF = R.REMIT_ID
                                  AND H.STATUS <> 'F')
              ORDER BY R.REMIT_ID
           END-EXEC

           EXEC SQL OPEN RMT-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH RMT-CUR
                 INTO :WS-REMIT-ID, :WS-NO-REK, :WS-CUST-NAME,
                      :WS-CURRENCY, :WS-AMOUNT-FC, :WS-BEN-NAME,
                      :WS-BEN-ACCT, :WS-BEN-BIC, :WS-REMIT-INFO
              END-EXEC

              IF SQLCODE = 0
                 PERFORM WRITE-ONE-MESSAGE
              END-IF
           END-PERFORM

           EXEC SQL CLOSE RMT-CUR END-EXEC

           CLOSE MT-FILE

           ADD 1 TO WS-FILE-CNT
           DISPLAY "  " WS-CORR-BIC "  " WS-MSG-CNT " MESSAGES".
       WRITE-ONE-CORRESPONDENT-EXIT.
           EXIT.

      *> SWIFT amounts carry a decimal comma and no leading zeros
      *> or blanks, so the edited amount is re-punctuated and taken
      *> from its first significant character.
       WRITE-ONE-MESSAGE.
           MOVE WS-AMOUNT-FC TO WS-AMT-EDIT
           INSPECT WS-AMT-EDIT REPLACING ALL '.' BY ','
           MOVE 0 TO WS-AMT-LEAD
           INSPECT WS-AMT-EDIT TALLYING WS-AMT-LEAD
             FOR LEADING SPACES
           MOVE SPACES TO WS-AMT-SWIFT
           MOVE WS-AMT-EDIT(WS-AMT-LEAD + 1:) TO WS-AMT-SWIFT

           MOVE SPACES TO MT-LINE
           STRING '{1:F01' WS-OWN-LT '0000000000}'
                  '{2:I103' WS-CORR-LT 'N}'
                  '{3:{108:' WS-REMIT-ID(1:16) '}}{4:'
             DELIMITED BY SIZE INTO MT-LINE
           WRITE MT-LINE

           MOVE SPACES TO MT-LINE
           STRING ':20:' WS-REMIT-ID(1:16) DELIMITED BY SIZE
             INTO MT-LINE
           WRITE MT-LINE

           MOVE ':23B:CRED' TO MT-LINE
           WRITE MT-LINE

           MOVE SPACES TO MT-LINE
           STRING ':32A:' WS-VALUE-DATE WS-CURRENCY
                  WS-AMT-SWIFT DELIMITED BY SPACE
             INTO MT-LINE
           WRITE MT-LINE

           MOVE SPACES TO MT-LINE
           STRING ':50K:/' WS-NO-REK DELIMITED BY SIZE
             INTO MT-LINE
           WRITE MT-LINE
           MOVE WS-CUST-NAME(1:35) TO MT-LINE
           WRITE MT-LINE

           MOVE SPACES TO MT-LINE
           STRING ':57A:' WS-BEN-BIC DELIMITED BY SIZE
             INTO MT-LINE
           WRITE MT-LINE

           MOVE SPACES TO MT-LINE
           STRING ':59:/' WS-BEN-ACCT DELIMITED BY SIZE
             INTO MT-LINE
           WRITE MT-LINE
           MOVE WS-BEN-NAME(1:35) TO MT-LINE
           WRITE MT-LINE

           IF WS-REMIT-INFO NOT = SPACES
              MOVE SPACES TO MT-LINE
              STRING ':70:' WS-REMIT-INFO DELIMITED BY SIZE
                INTO MT-LINE
              WRITE MT-LINE
           END-IF

           MOVE ':71A:SHA' TO MT-LINE
           WRITE MT-LINE

           MOVE '-}' TO MT-LINE
           WRITE MT-LINE

           EXEC SQL
              UPDATE OUTWARD_REMIT
              SET STATUS = 'S',
                  SENT_TS = CURRENT TIMESTAMP
              WHERE REMIT_ID = :WS-REMIT-ID
                AND STATUS = 'P'
           END-EXEC

           ADD 1 TO WS-MSG-CNT
           ADD 1 TO WS-SENT-CNT.
