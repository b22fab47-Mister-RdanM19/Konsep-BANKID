       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-CARD-RENEW.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROD-FILE ASSIGN TO WS-PROD-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROD-STATUS.
           SELECT MAILER-FILE ASSIGN TO WS-MAILER-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MAILER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROD-FILE.
       01  PROD-RECORD.
           05 PROD-REC-TYPE     PIC X(1).
      *> H = header (run date + our production batch ref), D = one
      *> card for the embosser, T = trailer (card count).
           05 PROD-DATA.
              10 PROD-NO-KARTU   PIC X(16).
              10 PROD-PREV-KARTU PIC X(16).
              10 PROD-EXP-DATE   PIC X(6).
              10 PROD-PRODUCT    PIC X(4).
              10 PROD-EMBOSS-NAME PIC X(26).
              10 PROD-NO-REK     PIC X(6).
              10 PROD-PVV-KEY-VER PIC X(2).
           05 PROD-HEADER REDEFINES PROD-DATA.
              10 PROD-RUN-DATE   PIC X(10).
              10 PROD-BATCH-REF  PIC X(20).
              10 FILLER          PIC X(46).
           05 PROD-TRAILER REDEFINES PROD-DATA.
              10 PROD-TRL-CNT    PIC 9(7).
              10 FILLER          PIC X(69).

       FD  MAILER-FILE.
       01  MAILER-RECORD.
           05 MAILER-REC-TYPE   PIC X(1).
      *> H = header, D = one PIN mailer, T = trailer. The PIN rides
      *> only as the ISO-0 transport block under the active zone
      *> key; the mailer print room's HSM opens it straight onto the
      *> sealed form, so the clear PIN exists on no file and no
      *> screen.
           05 MAILER-DATA.
              10 MAILER-NO-KARTU PIC X(16).
              10 MAILER-PIN-BLOCK PIC X(16).
              10 MAILER-NAME     PIC X(40).
              10 MAILER-ADDRESS  PIC X(60).
           05 MAILER-HEADER REDEFINES MAILER-DATA.
              10 MAILER-RUN-DATE PIC X(10).
              10 MAILER-BATCH-REF PIC X(20).
              10 FILLER          PIC X(102).
           05 MAILER-TRAILER REDEFINES MAILER-DATA.
              10 MAILER-TRL-CNT  PIC 9(7).
              10 FILLER          PIC X(125).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE       PIC X(10).
       01 WS-PROD-PATH      PIC X(200).
       01 WS-PROD-STATUS    PIC X(2).
       01 WS-MAILER-PATH    PIC X(200).
       01 WS-MAILER-STATUS  PIC X(2).
       01 WS-BATCH-REF      PIC X(20).

       01 WS-DATE-INT       PIC 9(8).
       01 WS-HORIZON-DATE   PIC 9(8).
       01 WS-CURR-YYYYMM    PIC X(6).
       01 WS-HORIZON-YYYYMM PIC X(6).
       01 WS-LEAD-DAYS      PIC S9(5) COMP-3.
       01 WS-VALID-YRS      PIC S9(3) COMP-3.

       01 WS-OLD-KARTU      PIC X(16).
       01 WS-NO-REK         PIC X(6).
       01 WS-OLD-EXP        PIC X(6).
       01 WS-CARD-PRODUCT   PIC X(4).
       01 WS-CUST-NAME      PIC X(40).
       01 WS-ADDRESS        PIC X(60).

       01 WS-NEW-KARTU      PIC X(16).
       01 WS-NEW-EXP        PIC X(6).
       01 WS-EXP-YYYY       PIC 9(4).
       01 WS-SEQ-REF        PIC X(20).
       01 WS-DUP-CNT        PIC 9(5).
       01 WS-MINTED         PIC X(1).

       01 WS-LUHN-SUM       PIC 9(4).
       01 WS-LUHN-POS       PIC 9(2).
       01 WS-LUHN-DIGIT     PIC 9(2).
       01 WS-LUHN-DOUBLE    PIC X(1).
       01 WS-CHECK-DIGIT    PIC 9(1).

       01 WS-SEED           PIC 9(8).
       01 WS-RANDOM         PIC V9(9).
       01 WS-PIN-NUM        PIC 9(4).
       01 WS-INIT-PIN       PIC X(4).
       01 WS-INIT-PVV       PIC X(4).
       01 WS-PVV-KEY-VER    PIC X(2).
       01 WS-PIN-BLOCK      PIC X(16).

       01 WS-SALDO          PIC S9(13)V99 COMP-3.
       01 WS-RESP-CODE      PIC X(2) VALUE '00'.
       01 WS-TERMINAL-ID    PIC X(8) VALUE 'BACKOFFC'.
       01 WS-CHANNEL        PIC X(6) VALUE 'BATCH'.
       01 WS-NO-REF-TRX     PIC X(20) VALUE SPACES.
       01 WS-ZERO-AMT       PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-AUDIT-ID       PIC X(20).

       01 WS-RENEW-CNT      PIC 9(7) VALUE 0.
       01 WS-FAIL-CNT       PIC 9(7) VALUE 0.

      *> The monthly renewal run that replaces ops' hand-pulled
      *> expiry list. Every active card whose EXP_DATE falls inside
      *> the renewal lead window (CARD-RENEW-DAYS, 60 unless
      *> parameterized) gets a successor - provided the account is
      *> still open and neither dormant nor on a deceased holder,
      *> and the card is not hotlisted, the same screens the switch
      *> itself would apply. The successor is born STATUS 'N'
      *> (issued, not yet live) carrying PREV_NO_KARTU, so the old
      *> card keeps working until CB-CARD-ACTIVATE promotes the new
      *> one on its first good PIN or at the branch and closes the
      *> old one in the same unit of work: never two live cards,
      *> never none. A card that already has a successor is never
      *> renewed twice, which is also what makes a rerun safe.
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
           DISPLAY "CARD PRODUCTION FILE PATH : " WITH NO ADVANCING
           ACCEPT WS-PROD-PATH
           DISPLAY "PIN MAILER FILE PATH      : " WITH NO ADVANCING
           ACCEPT WS-MAILER-PATH

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-LEAD-DAYS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'CARD-RENEW-DAYS'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 60 TO WS-LEAD-DAYS
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-VALID-YRS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'CARD-VALID-YRS'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 5 TO WS-VALID-YRS
           END-IF

      *> EXP_DATE is YYYYMM and good through the month's end, so the
      *> window is month-grained: this month's expiries through the
      *> month the lead horizon lands in. Anything already past its
      *> month is expired, not renewable - that is a reissue.
           STRING WS-BUS-DATE(1:4) WS-BUS-DATE(6:2) WS-BUS-DATE(9:2)
             DELIMITED BY SIZE INTO WS-DATE-INT
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-DATE-INT) + WS-LEAD-DAYS)
           MOVE WS-DATE-INT(1:6) TO WS-CURR-YYYYMM
           MOVE WS-HORIZON-DATE(1:6) TO WS-HORIZON-YYYYMM

           OPEN OUTPUT PROD-FILE
           IF WS-PROD-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN CARD PRODUCTION FILE, STATUS "
                      WS-PROD-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT MAILER-FILE
           IF WS-MAILER-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN PIN MAILER FILE, STATUS "
                      WS-MAILER-STATUS
              CLOSE PROD-FILE
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           CALL 'CB-REF-NUMBER' USING 'CP' WS-BATCH-REF
           EXEC SQL COMMIT END-EXEC

           MOVE SPACES TO PROD-RECORD
           MOVE 'H' TO PROD-REC-TYPE
           MOVE WS-BUS-DATE TO PROD-RUN-DATE
           MOVE WS-BATCH-REF TO PROD-BATCH-REF
           WRITE PROD-RECORD

           MOVE SPACES TO MAILER-RECORD
           MOVE 'H' TO MAILER-REC-TYPE
           MOVE WS-BUS-DATE TO MAILER-RUN-DATE
           MOVE WS-BATCH-REF TO MAILER-BATCH-REF
           WRITE MAILER-RECORD

           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-SEED
           COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED)

           EXEC SQL
              DECLARE RNW-CUR CURSOR FOR
              SELECT K.NO_KARTU, K.NO_REK, K.EXP_DATE,
                     K.CARD_PRODUCT, C.CUST_NAME,
                     COALESCE(C.ADDRESS, ' ')
              FROM KARTU_ATM K, REKENING R, CUST_MASTER C
              WHERE K.STATUS = 'A'
                AND K.EXP_DATE BETWEEN :WS-CURR-YYYYMM
                                   AND :WS-HORIZON-YYYYMM
                AND R.NO_REK = K.NO_REK
                AND COALESCE(R.ACCT_STATUS, 'A') = 'A'
                AND COALESCE(R.DORMANT, 'N') = 'N'
                AND C.CUST_ID = R.CUST_ID
                AND COALESCE(C.DECEASED, 'N') <> 'Y'
                AND NOT EXISTS
                    (SELECT 1 FROM HOTCARD H
                     WHERE H.NO_KARTU = K.NO_KARTU)
                AND NOT EXISTS
                    (SELECT 1 FROM KARTU_ATM S
                     WHERE S.PREV_NO_KARTU = K.NO_KARTU)
              ORDER BY K.NO_KARTU
           END-EXEC

           EXEC SQL OPEN RNW-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH RNW-CUR
                 INTO :WS-OLD-KARTU, :WS-NO-REK, :WS-OLD-EXP,
                      :WS-CARD-PRODUCT, :WS-CUST-NAME, :WS-ADDRESS
              END-EXEC

              IF SQLCODE = 0
                 PERFORM RENEW-ONE-CARD THRU RENEW-ONE-CARD-EXIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE RNW-CUR END-EXEC

           MOVE SPACES TO PROD-RECORD
           MOVE 'T' TO PROD-REC-TYPE
           MOVE WS-RENEW-CNT TO PROD-TRL-CNT
           WRITE PROD-RECORD
           CLOSE PROD-FILE

           MOVE SPACES TO MAILER-RECORD
           MOVE 'T' TO MAILER-REC-TYPE
           MOVE WS-RENEW-CNT TO MAILER-TRL-CNT
           WRITE MAILER-RECORD
           CLOSE MAILER-FILE

           DISPLAY "==================================================="
           DISPLAY "CARD RENEWAL RUN - " WS-BUS-DATE
           DISPLAY "EXPIRY WINDOW   : " WS-CURR-YYYYMM
                   " - " WS-HORIZON-YYYYMM
           DISPLAY "PRODUCTION REF  : " WS-BATCH-REF
           DISPLAY "CARDS RENEWED   : " WS-RENEW-CNT
           DISPLAY "CARDS FAILED    : " WS-FAIL-CNT
           DISPLAY "==================================================="
           GOBACK.

      *> One successor per card, in one unit of work: the new
      *> KARTU_ATM row, every CARD_ACCT_LINK row copied across with
      *> its own enable flags, and the 'CN' renewal event on the
      *> account. The production and mailer lines are written only
      *> after the commit, so the embosser never gets a card the
      *> database does not hold.
       RENEW-ONE-CARD.
           PERFORM MINT-CARD-NUMBER
           IF WS-MINTED NOT = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-FAIL-CNT
              DISPLAY "  " WS-OLD-KARTU ": NO FREE CARD NUMBER"
              GO TO RENEW-ONE-CARD-EXIT
           END-IF

           MOVE WS-OLD-EXP(1:4) TO WS-EXP-YYYY
           ADD WS-VALID-YRS TO WS-EXP-YYYY
           STRING WS-EXP-YYYY WS-OLD-EXP(5:2)
             DELIMITED BY SIZE INTO WS-NEW-EXP

      *> A fresh random PIN, turned into its PVV under the ACTIVE
      *> key version (SPACES asks CB-HSM-INTERFACE for it and the
      *> version comes back to be stamped on the card) and wrapped
      *> into the mailer's transport block - then scrubbed.
           COMPUTE WS-RANDOM = FUNCTION RANDOM
           COMPUTE WS-PIN-NUM = WS-RANDOM * 10000
           MOVE WS-PIN-NUM TO WS-INIT-PIN
           MOVE SPACES TO WS-PVV-KEY-VER
           CALL 'CB-PIN-TO-PVV' USING WS-NEW-KARTU WS-INIT-PIN
                                      WS-INIT-PVV WS-PVV-KEY-VER
           CALL 'CB-PIN-ENCRYPT' USING WS-NEW-KARTU WS-INIT-PIN
                                       WS-PIN-BLOCK
           MOVE SPACES TO WS-INIT-PIN
           MOVE 0 TO WS-PIN-NUM

           EXEC SQL
              INSERT INTO KARTU_ATM
              (NO_KARTU, NO_REK, PVV, STATUS, ATTEMPT_CNT, EXP_DATE,
               CARD_PRODUCT, DAILY_USED, DAILY_USED_DATE,
               PVV_KEY_VER, PREV_NO_KARTU)
              VALUES
              (:WS-NEW-KARTU, :WS-NO-REK, :WS-INIT-PVV, 'N', 0,
               :WS-NEW-EXP, :WS-CARD-PRODUCT, 0, '00000000',
               :WS-PVV-KEY-VER, :WS-OLD-KARTU)
           END-EXEC
           MOVE SPACES TO WS-INIT-PVV

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-FAIL-CNT
              DISPLAY "  " WS-OLD-KARTU ": SUCCESSOR INSERT FAILED"
              GO TO RENEW-ONE-CARD-EXIT
           END-IF

           EXEC SQL
              INSERT INTO CARD_ACCT_LINK
              (NO_KARTU, LINK_SEQ, NO_REK, LINK_ROLE,
               ALLOW_WD, ALLOW_TRF)
              SELECT :WS-NEW-KARTU, LINK_SEQ, NO_REK, LINK_ROLE,
                     ALLOW_WD, ALLOW_TRF
              FROM CARD_ACCT_LINK
              WHERE NO_KARTU = :WS-OLD-KARTU
           END-EXEC

           IF SQLCODE < 0
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-FAIL-CNT
              DISPLAY "  " WS-OLD-KARTU ": LINK COPY FAILED"
              GO TO RENEW-ONE-CARD-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC

           EXEC SQL
              SELECT SALDO INTO :WS-SALDO
              FROM REKENING
              WHERE NO_REK = :WS-NO-REK
           END-EXEC

           CALL 'CB-AUDIT-LOG'
             USING WS-NO-REK 'CN' WS-ZERO-AMT WS-RESP-CODE
                   WS-TERMINAL-ID WS-CHANNEL WS-SALDO WS-SALDO
                   WS-NO-REF-TRX 'IDR' WS-ZERO-AMT WS-AUDIT-ID
           EXEC SQL COMMIT END-EXEC

           MOVE SPACES TO PROD-RECORD
           MOVE 'D' TO PROD-REC-TYPE
           MOVE WS-NEW-KARTU TO PROD-NO-KARTU
           MOVE WS-OLD-KARTU TO PROD-PREV-KARTU
           MOVE WS-NEW-EXP TO PROD-EXP-DATE
           MOVE WS-CARD-PRODUCT TO PROD-PRODUCT
           MOVE WS-CUST-NAME TO PROD-EMBOSS-NAME
           MOVE WS-NO-REK TO PROD-NO-REK
           MOVE WS-PVV-KEY-VER TO PROD-PVV-KEY-VER
           WRITE PROD-RECORD

           MOVE SPACES TO MAILER-RECORD
           MOVE 'D' TO MAILER-REC-TYPE
           MOVE WS-NEW-KARTU TO MAILER-NO-KARTU
           MOVE WS-PIN-BLOCK TO MAILER-PIN-BLOCK
           MOVE WS-CUST-NAME TO MAILER-NAME
           MOVE WS-ADDRESS TO MAILER-ADDRESS
           WRITE MAILER-RECORD
           MOVE SPACES TO WS-PIN-BLOCK

           ADD 1 TO WS-RENEW-CNT
           DISPLAY "  " WS-OLD-KARTU " -> " WS-NEW-KARTU
                   "  EXP " WS-NEW-EXP.
       RENEW-ONE-CARD-EXIT.
           EXIT.

      *> The successor keeps the old card's BIN (same product, same
      *> issuer range) and takes its account-number digits from the
      *> number-range service under the 'KN' prefix, so two renewal
      *> runs can never mint the same number; the sixteenth digit is
      *> the Luhn check every terminal validates before it even
      *> dials us. A number some branch keyed by hand through
      *> CB-CARD-MAINT 'I' is skipped, not overwritten.
       MINT-CARD-NUMBER.
           MOVE 'N' TO WS-MINTED
           MOVE 1 TO WS-DUP-CNT
           PERFORM UNTIL WS-MINTED = 'Y' OR WS-DUP-CNT = 0
              CALL 'CB-REF-NUMBER' USING 'KN' WS-SEQ-REF
              MOVE SPACES TO WS-NEW-KARTU
              STRING WS-OLD-KARTU(1:6) WS-SEQ-REF(7:9) '0'
                DELIMITED BY SIZE INTO WS-NEW-KARTU
              PERFORM COMPUTE-LUHN-DIGIT
              MOVE WS-CHECK-DIGIT TO WS-NEW-KARTU(16:1)

              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-DUP-CNT
                 FROM KARTU_ATM
                 WHERE NO_KARTU = :WS-NEW-KARTU
              END-EXEC

              IF SQLCODE NOT = 0
                 MOVE 0 TO WS-DUP-CNT
              ELSE
                 IF WS-DUP-CNT = 0
                    MOVE 'Y' TO WS-MINTED
                 END-IF
              END-IF
           END-PERFORM.

      *> Luhn over the first fifteen digits, right to left, doubling
      *> every second digit starting with the rightmost one (the
      *> check digit's neighbour).
       COMPUTE-LUHN-DIGIT.
           MOVE 0 TO WS-LUHN-SUM
           MOVE 'Y' TO WS-LUHN-DOUBLE
           PERFORM VARYING WS-LUHN-POS FROM 15 BY -1
                   UNTIL WS-LUHN-POS < 1
              MOVE WS-NEW-KARTU(WS-LUHN-POS:1) TO WS-LUHN-DIGIT
              IF WS-LUHN-DOUBLE = 'Y'
                 COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                 IF WS-LUHN-DIGIT > 9
                    SUBTRACT 9 FROM WS-LUHN-DIGIT
                 END-IF
                 MOVE 'N' TO WS-LUHN-DOUBLE
              ELSE
                 MOVE 'Y' TO WS-LUHN-DOUBLE
              END-IF
              ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
           END-PERFORM
           COMPUTE WS-CHECK-DIGIT =
              FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10).
