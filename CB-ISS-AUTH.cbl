       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-ISS-AUTH.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-NO-REK         PIC X(6).
       01 WS-CARD-PVV       PIC X(4).
       01 WS-PVV-KEY-VER    PIC X(2).
       01 WS-PIN-MATCH      PIC X(1).
       01 WS-CARD-STATUS    PIC X(1).
       01 WS-CARD-ATTEMPTS  PIC 9(1).
       01 WS-EXP-DATE       PIC X(6).
       01 WS-CURR-YYYYMM    PIC X(6).
       01 WS-HOT-REASON     PIC X(1).

       01 WS-CARD-PRODUCT   PIC X(4).
       01 WS-DAILY-USED     PIC S9(11)V99 COMP-3.
       01 WS-DAILY-DATE     PIC X(8).
       01 WS-CURR-YYYYMMDD  PIC X(8).
       01 WS-DAILY-LIMIT    PIC S9(11)V99 COMP-3.
       01 WS-NEW-DAILY-USED PIC S9(11)V99 COMP-3.

       01 WS-CTRL-CARD-ON   PIC X(1).
       01 WS-CTRL-ATM-ON    PIC X(1).
       01 WS-FRAUD-DECISION PIC X(1).

       01 WS-CHANNEL        PIC X(6) VALUE 'NETWRK'.
       01 WS-TRX-FOR-CORE   PIC X(2).
       01 WS-NO-REK-DST     PIC X(6) VALUE SPACES.
       01 WS-BILLER-CODE    PIC X(4) VALUE SPACES.
       01 WS-BILL-NO        PIC X(16) VALUE SPACES.
       01 WS-DENOM-100K     PIC 9(3) VALUE 0.
       01 WS-DENOM-50K      PIC 9(3) VALUE 0.
       01 WS-DENOM-20K      PIC 9(3) VALUE 0.
       01 WS-DENOM-10K      PIC 9(3) VALUE 0.
       01 WS-CURRENCY-CODE  PIC X(3) VALUE 'IDR'.
       01 WS-DST-BANK-CODE  PIC X(4) VALUE SPACES.
       01 WS-DST-ACCT-IB    PIC X(16) VALUE SPACES.
       01 WS-INQ-REF        PIC X(20) VALUE SPACES.
       COPY WSMINI.

       01 WS-PRIOR-RESP     PIC X(2).
       01 WS-PRIOR-AUTH     PIC X(6).
       01 WS-PRIOR-ID-TRX   PIC X(20).
       01 WS-GEN-TS         PIC X(26).
       01 WS-FEE-AMOUNT     PIC S9(11)V99 COMP-3.
       01 WS-FEE-ID-TRX     PIC X(20).
       01 WS-LOG-STATUS     PIC X(1).

       01 WS-ORIG-NO-REK    PIC X(6).
       01 WS-ORIG-NO-KARTU  PIC X(16).
       01 WS-ORIG-AMOUNT    PIC S9(11)V99 COMP-3.
       01 WS-ORIG-FEE       PIC S9(11)V99 COMP-3.
       01 WS-ORIG-ID-TRX    PIC X(20).
       01 WS-ORIG-FEE-ID    PIC X(20).
       01 WS-ORIG-DATE      PIC X(8).
       01 WS-RV-SALDO       PIC S9(13)V99 COMP-3.
       01 WS-RV-AFTER       PIC S9(13)V99 COMP-3.
       01 WS-RV-RESP        PIC X(2) VALUE '00'.
       01 WS-RV-AUDIT-ID    PIC X(20).

       LINKAGE SECTION.
       01 WS-NO-KARTU       PIC X(16).
       01 WS-PIN-BLOCK      PIC X(16).
       01 WS-TRX-CODE       PIC X(2).
       01 WS-AMOUNT         PIC S9(11)V99 COMP-3.
       01 WS-ACQ-BANK       PIC X(4).
       01 WS-TERMINAL-ID    PIC X(8).
       01 WS-NET-TRACE      PIC X(20).
       01 WS-ORIG-TRACE     PIC X(20).
       01 WS-AUTH-CODE      PIC X(6).
       COPY WSRESP.

       PROCEDURE DIVISION USING
            WS-NO-KARTU WS-PIN-BLOCK WS-TRX-CODE WS-AMOUNT
            WS-ACQ-BANK WS-TERMINAL-ID WS-NET-TRACE WS-ORIG-TRACE
            WS-AUTH-CODE WS-RESP-AREA.

      *> The inbound leg of the national network, CB-ACQ-AUTH's
      *> mirror: OUR cardholder at ANOTHER bank's machine, and the
      *> network asking us, as issuer, to answer. The card is held
      *> to exactly the gates CB-ATM-SWITCH applies at our own
      *> fleet - HOTCARD, KARTU_ATM status and expiry, customer
      *> switches in CARD_CTRL, PIN with the same three-strike
      *> lock, fraud score, PRODUCT_LIMIT velocity - so a card
      *> that would be refused at our machine is refused at theirs.
      *> The posting goes through CB-CORE-ONLINE under the 'NETWRK'
      *> channel, which is what selects the off-us fee there. The
      *> PIN block arrives already translated under our zone key by
      *> the network gateway, the same opaque block the switch
      *> hands CB-PIN-VERIFY. Only '01' (inquiry), '02' (cash
      *> withdrawal) and '07' (the network's reversal advice) are
      *> served; anything else is '12'.
      *>
      *> Every answer, approved or not, lands in ISS_AUTH_LOG under
      *> the network's own trace number, carrying our AUDIT_LOG key
      *> beside it: CB-SWITCH-SETTLEMENT resolves the network's
      *> trace through that row to match our posting, and the
      *> network's reversal advice names the trace it undoes. A
      *> trace already answered is a retransmission and gets the
      *> original answer back without posting again.
           MOVE 0 TO WS-RESP-AVAIL
           MOVE SPACES TO WS-RESP-ID-TRX
           MOVE SPACES TO WS-RESP-NAME
           MOVE 0 TO WS-RESP-DUE
           MOVE SPACES TO WS-AUTH-CODE
           MOVE SPACES TO WS-NO-REK
           MOVE 0 TO WS-FEE-AMOUNT
           MOVE SPACES TO WS-FEE-ID-TRX

           EXEC SQL
              SELECT RESP_CODE, COALESCE(AUTH_CODE, ' '),
                     COALESCE(ID_TRX, ' ')
              INTO :WS-PRIOR-RESP, :WS-PRIOR-AUTH, :WS-PRIOR-ID-TRX
              FROM ISS_AUTH_LOG
              WHERE NET_TRACE = :WS-NET-TRACE
           END-EXEC

           IF SQLCODE = 0
              MOVE WS-PRIOR-RESP TO WS-RESP-CODE
              MOVE WS-PRIOR-AUTH TO WS-AUTH-CODE
              MOVE WS-PRIOR-ID-TRX TO WS-RESP-ID-TRX
              GOBACK
           END-IF

           IF WS-TRX-CODE = '07'
              PERFORM NETWORK-REVERSAL THRU NETWORK-REVERSAL-EXIT
           ELSE
              PERFORM AUTHORIZE-REQUEST THRU AUTHORIZE-REQUEST-EXIT
           END-IF

           PERFORM WRITE-AUTH-LOG
           GOBACK.

       AUTHORIZE-REQUEST.
           IF WS-TRX-CODE NOT = '01' AND WS-TRX-CODE NOT = '02'
              MOVE '12' TO WS-RESP-CODE
              GO TO AUTHORIZE-REQUEST-EXIT
           END-IF

           EXEC SQL
              SELECT REASON
              INTO :WS-HOT-REASON
              FROM HOTCARD
              WHERE NO_KARTU = :WS-NO-KARTU
           END-EXEC

           IF SQLCODE = 0
              IF WS-HOT-REASON = 'S'
                 MOVE '43' TO WS-RESP-CODE
              ELSE
                 MOVE '41' TO WS-RESP-CODE
              END-IF
              GO TO AUTHORIZE-REQUEST-EXIT
           END-IF

           EXEC SQL
              SELECT NO_REK, PVV, STATUS, ATTEMPT_CNT, EXP_DATE,
                     CARD_PRODUCT, DAILY_USED, DAILY_USED_DATE,
                     COALESCE(PVV_KEY_VER, '01')
              INTO :WS-NO-REK, :WS-CARD-PVV, :WS-CARD-STATUS,
                   :WS-CARD-ATTEMPTS, :WS-EXP-DATE,
                   :WS-CARD-PRODUCT, :WS-DAILY-USED, :WS-DAILY-DATE,
                   :WS-PVV-KEY-VER
              FROM KARTU_ATM
              WHERE NO_KARTU = :WS-NO-KARTU
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '14' TO WS-RESP-CODE
              GO TO AUTHORIZE-REQUEST-EXIT
           END-IF

           IF WS-CARD-STATUS = 'L'
              MOVE '75' TO WS-RESP-CODE
              GO TO AUTHORIZE-REQUEST-EXIT
           END-IF

           IF WS-CARD-STATUS NOT = 'A' AND WS-CARD-STATUS NOT = 'N'
              MOVE '62' TO WS-RESP-CODE
              GO TO AUTHORIZE-REQUEST-EXIT
           END-IF

           EXEC SQL
              SELECT COALESCE(CARD_ON, 'Y'),
                     COALESCE(ATM_ON, 'Y')
              INTO :WS-CTRL-CARD-ON, :WS-CTRL-ATM-ON
              FROM CARD_CTRL
              WHERE NO_KARTU = :WS-NO-KARTU
           END-EXEC

           IF SQLCODE = 0
              IF WS-CTRL-CARD-ON NOT = 'Y'
                 MOVE '57' TO WS-RESP-CODE
                 GO TO AUTHORIZE-REQUEST-EXIT
              END-IF
              IF WS-CTRL-ATM-ON NOT = 'Y'
                 AND WS-TRX-CODE = '02'
                 MOVE '57' TO WS-RESP-CODE
                 GO TO AUTHORIZE-REQUEST-EXIT
              END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CURR-YYYYMM
           IF WS-EXP-DATE < WS-CURR-YYYYMM
              MOVE '54' TO WS-RESP-CODE
              GO TO AUTHORIZE-REQUEST-EXIT
           END-IF

      *> Wrong PINs keyed at another bank's machine count toward the
      *> same three-strike lock as our own - the attempt counter is
      *> the card's, not the terminal's.
           CALL 'CB-PIN-VERIFY'
             USING WS-NO-KARTU WS-PIN-BLOCK WS-CARD-PVV WS-PIN-MATCH
                   WS-PVV-KEY-VER

           IF WS-PIN-MATCH NOT = 'Y'
              ADD 1 TO WS-CARD-ATTEMPTS
              IF WS-CARD-ATTEMPTS >= 3
                 EXEC SQL
                    UPDATE KARTU_ATM
                    SET STATUS = 'L', ATTEMPT_CNT = :WS-CARD-ATTEMPTS
                    WHERE NO_KARTU = :WS-NO-KARTU
                 END-EXEC
                 EXEC SQL COMMIT END-EXEC
                 MOVE '75' TO WS-RESP-CODE
              ELSE
                 EXEC SQL
                    UPDATE KARTU_ATM
                    SET ATTEMPT_CNT = :WS-CARD-ATTEMPTS
                    WHERE NO_KARTU = :WS-NO-KARTU
                 END-EXEC
                 EXEC SQL COMMIT END-EXEC
                 MOVE '55' TO WS-RESP-CODE
              END-IF
              GO TO AUTHORIZE-REQUEST-EXIT
           END-IF

           IF WS-CARD-ATTEMPTS NOT = 0
              EXEC SQL
                 UPDATE KARTU_ATM
                 SET ATTEMPT_CNT = 0
                 WHERE NO_KARTU = :WS-NO-KARTU
              END-EXEC
              EXEC SQL COMMIT END-EXEC
           END-IF

      *> A renewal successor's first good PIN counts wherever it is
      *> keyed, another bank's machine included.
           IF WS-CARD-STATUS = 'N'
              CALL 'CB-CARD-ACTIVATE'
                USING WS-NO-KARTU WS-TERMINAL-ID WS-CHANNEL
                      WS-RESP-CODE
              IF WS-RESP-CODE NOT = '00'
                 GO TO AUTHORIZE-REQUEST-EXIT
              END-IF
           END-IF

           IF WS-TRX-CODE = '02'
              CALL 'CB-FRAUD-SCORE'
                USING WS-NO-KARTU WS-NO-REK WS-TRX-CODE WS-AMOUNT
                      WS-TERMINAL-ID WS-FRAUD-DECISION
              IF WS-FRAUD-DECISION = 'D'
                 MOVE '59' TO WS-RESP-CODE
                 GO TO AUTHORIZE-REQUEST-EXIT
              END-IF

      *> Network cash counts against the same DAILY_USED position
      *> as cash at our own machines: the cap is per card, not per
      *> fleet. The network settles in IDR, so no conversion.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-YYYYMMDD
              IF WS-DAILY-DATE NOT = WS-CURR-YYYYMMDD
                 MOVE 0 TO WS-DAILY-USED
              END-IF

              EXEC SQL
                 SELECT DAILY_LIMIT
                 INTO :WS-DAILY-LIMIT
                 FROM PRODUCT_LIMIT
                 WHERE PRODUCT_CODE = :WS-CARD-PRODUCT
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE 0 TO WS-DAILY-LIMIT
              END-IF

              COMPUTE WS-NEW-DAILY-USED = WS-DAILY-USED + WS-AMOUNT
              IF WS-NEW-DAILY-USED > WS-DAILY-LIMIT
                 MOVE '61' TO WS-RESP-CODE
                 GO TO AUTHORIZE-REQUEST-EXIT
              END-IF
           END-IF

           MOVE WS-TRX-CODE TO WS-TRX-FOR-CORE
           CALL 'CB-CORE-ONLINE'
             USING WS-NO-REK
                   WS-TRX-FOR-CORE
                   WS-AMOUNT
                   WS-NO-REK-DST
                   WS-BILLER-CODE
                   WS-BILL-NO
                   WS-TERMINAL-ID
                   WS-CHANNEL
                   WS-DENOM-100K
                   WS-DENOM-50K
                   WS-DENOM-20K
                   WS-DENOM-10K
                   WS-CURRENCY-CODE
                   WS-DST-BANK-CODE
                   WS-DST-ACCT-IB
                   WS-INQ-REF
                   WS-MINI-AREA
                   WS-RESP-AREA

           IF WS-RESP-CODE NOT = '00'
              GO TO AUTHORIZE-REQUEST-EXIT
           END-IF

      *> The off-us fee ASSESS-FEE posted in the core (if the floor
      *> let it) is found again by its own 'FE' entry, so a network
      *> reversal can hand back exactly what was taken and no more.
           IF WS-TRX-CODE = '02' OR WS-TRX-CODE = '01'
              EXEC SQL
                 SELECT ID_TRX, AMOUNT
                 INTO :WS-FEE-ID-TRX, :WS-FEE-AMOUNT
                 FROM AUDIT_LOG
                 WHERE NO_REK = :WS-NO-REK
                   AND TRX_CODE = 'FE'
                   AND CHANNEL = :WS-CHANNEL
                   AND TERMINAL_ID = :WS-TERMINAL-ID
                   AND WAKTU >= (SELECT WAKTU FROM AUDIT_LOG
                                 WHERE ID_TRX = :WS-RESP-ID-TRX)
                 ORDER BY WAKTU
                 FETCH FIRST 1 ROW ONLY
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO WS-FEE-AMOUNT
                 MOVE SPACES TO WS-FEE-ID-TRX
              END-IF
           END-IF

           IF WS-TRX-CODE = '02'
              EXEC SQL
                 UPDATE KARTU_ATM
                 SET DAILY_USED = :WS-NEW-DAILY-USED,
                     DAILY_USED_DATE = :WS-CURR-YYYYMMDD
                 WHERE NO_KARTU = :WS-NO-KARTU
              END-EXEC
              EXEC SQL COMMIT END-EXEC
           END-IF

           EXEC SQL
              SELECT CHAR(CURRENT TIMESTAMP)
              INTO :WS-GEN-TS
              FROM SYSIBM.SYSDUMMY1
           END-EXEC

           STRING WS-GEN-TS(15:2) WS-GEN-TS(18:2) WS-GEN-TS(21:2)
             DELIMITED BY SIZE INTO WS-AUTH-CODE.
       AUTHORIZE-REQUEST-EXIT.
           EXIT.

      *> The network's reversal advice: the acquirer timed out or
      *> could not dispense, so the approval named by WS-ORIG-TRACE
      *> is undone - principal and off-us fee both credited back,
      *> each with its own 'RV' entry linked through REF_ID_TRX the
      *> way CB-REVERSAL links its credits, and the card's velocity
      *> headroom returned while the velocity date is still today.
      *> An advice is acknowledged '00' even when there is nothing
      *> left to undo (already reversed): the network retries an
      *> unacknowledged advice forever, and a second credit is
      *> exactly what the REVERSED status guards against. An advice
      *> for a trace we never approved is '25'.
       NETWORK-REVERSAL.
           EXEC SQL
              SELECT NO_REK, NO_KARTU, AMOUNT, FEE_AMOUNT, ID_TRX,
                     COALESCE(FEE_ID_TRX, ' '), CHAR(WAKTU, ISO)
              INTO :WS-ORIG-NO-REK, :WS-ORIG-NO-KARTU,
                   :WS-ORIG-AMOUNT, :WS-ORIG-FEE, :WS-ORIG-ID-TRX,
                   :WS-ORIG-FEE-ID, :WS-GEN-TS
              FROM ISS_AUTH_LOG
              WHERE NET_TRACE = :WS-ORIG-TRACE
                AND TRX_CODE = '02'
                AND RESP_CODE = '00'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '25' TO WS-RESP-CODE
              GO TO NETWORK-REVERSAL-EXIT
           END-IF

           MOVE WS-ORIG-NO-REK TO WS-NO-REK

           EXEC SQL
              UPDATE ISS_AUTH_LOG
              SET STATUS = 'R'
              WHERE NET_TRACE = :WS-ORIG-TRACE
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              MOVE '00' TO WS-RESP-CODE
              GO TO NETWORK-REVERSAL-EXIT
           END-IF

           EXEC SQL
              SELECT SALDO
              INTO :WS-RV-SALDO
              FROM REKENING
              WHERE NO_REK = :WS-NO-REK
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              MOVE '96' TO WS-RESP-CODE
              GO TO NETWORK-REVERSAL-EXIT
           END-IF

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO + :WS-ORIG-AMOUNT + :WS-ORIG-FEE
              WHERE NO_REK = :WS-NO-REK
           END-EXEC

           STRING WS-GEN-TS(1:4) WS-GEN-TS(6:2) WS-GEN-TS(9:2)
             DELIMITED BY SIZE INTO WS-ORIG-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURR-YYYYMMDD
           IF WS-ORIG-DATE = WS-CURR-YYYYMMDD
              EXEC SQL
                 UPDATE KARTU_ATM
                 SET DAILY_USED =
                     CASE WHEN DAILY_USED > :WS-ORIG-AMOUNT
                          THEN DAILY_USED - :WS-ORIG-AMOUNT
                          ELSE 0 END
                 WHERE NO_KARTU = :WS-ORIG-NO-KARTU
                   AND DAILY_USED_DATE = :WS-CURR-YYYYMMDD
              END-EXEC
           END-IF

           EXEC SQL COMMIT END-EXEC

           COMPUTE WS-RV-AFTER = WS-RV-SALDO + WS-ORIG-AMOUNT
           CALL 'CB-AUDIT-LOG'
             USING WS-NO-REK 'RV' WS-ORIG-AMOUNT WS-RV-RESP
                   WS-TERMINAL-ID WS-CHANNEL WS-RV-SALDO
                   WS-RV-AFTER WS-ORIG-ID-TRX 'IDR' WS-ORIG-AMOUNT
                   WS-RV-AUDIT-ID
           MOVE WS-RV-AUDIT-ID TO WS-RESP-ID-TRX

           IF WS-ORIG-FEE > 0
              MOVE WS-RV-AFTER TO WS-RV-SALDO
              COMPUTE WS-RV-AFTER = WS-RV-SALDO + WS-ORIG-FEE
              CALL 'CB-AUDIT-LOG'
                USING WS-NO-REK 'RV' WS-ORIG-FEE WS-RV-RESP
                      WS-TERMINAL-ID WS-CHANNEL WS-RV-SALDO
                      WS-RV-AFTER WS-ORIG-FEE-ID 'IDR' WS-ORIG-FEE
                      WS-RV-AUDIT-ID
           END-IF

           MOVE WS-RV-AFTER TO WS-RESP-AVAIL
           MOVE '00' TO WS-RESP-CODE.
       NETWORK-REVERSAL-EXIT.
           EXIT.

      *> One row per network message. STATUS 'A' marks an approved
      *> withdrawal still standing (the only kind a reversal advice
      *> can take back); everything else is recorded as answered.
       WRITE-AUTH-LOG.
           MOVE 'X' TO WS-LOG-STATUS
           IF WS-TRX-CODE = '02' AND WS-RESP-CODE = '00'
              MOVE 'A' TO WS-LOG-STATUS
           END-IF

           EXEC SQL
              INSERT INTO ISS_AUTH_LOG
              (NET_TRACE, ORIG_TRACE, NO_KARTU, NO_REK, TRX_CODE,
               AMOUNT, FEE_AMOUNT, ACQ_BANK, TERMINAL_ID, AUTH_CODE,
               RESP_CODE, ID_TRX, FEE_ID_TRX, STATUS, WAKTU)
              VALUES
              (:WS-NET-TRACE, :WS-ORIG-TRACE, :WS-NO-KARTU,
               :WS-NO-REK, :WS-TRX-CODE, :WS-AMOUNT, :WS-FEE-AMOUNT,
               :WS-ACQ-BANK, :WS-TERMINAL-ID, :WS-AUTH-CODE,
               :WS-RESP-CODE, :WS-RESP-ID-TRX, :WS-FEE-ID-TRX,
               :WS-LOG-STATUS, CURRENT TIMESTAMP)
           END-EXEC
           EXEC SQL COMMIT END-EXEC.
