       01 WS-CHG-ID       PIC X(20).
       01 WS-TABLE-CODE   PIC X(1).
      *> P=PRODUCT_LIMIT, F=FEE_SCHEDULE, I=INTEREST_RATE_TABLE,
      *> S=SYS_PARAM, T=TAX_PARAM, K=CKPN_RATE (key = collectibility
      *> class 1-5), L=LIQ_RUNOFF (key = product code),
      *> R=INTEREST_RATE_TIER (key = account type in 1-4, tier
      *> number in 5-6).
       01 WS-PARAM-KEY    PIC X(12).
       01 WS-FIELD-CODE   PIC X(6).
      *> P: DAILY / OFFLIN / TRXLIM;  F: FEE;  I: RATE;
      *> S: VALUE;  T: THRESH / RATE;  K: RATE;  L: CORE / VOLAT;
      *> I: TIERS (0 = flat rate, 1 = tier on whole balance,
      *> 2 = progressive by slice);  R: FLOOR / RATE.
       01 WS-TIER-PRODUCT PIC X(4).
       01 WS-TIER-NO      PIC 9(2).
       01 WS-NEW-TIER     PIC X(1) VALUE 'N'.
       01 WS-OLD-VALUE    PIC S9(13)V9(6) COMP-3.
       01 WS-NEW-VALUE    PIC S9(13)V9(6) COMP-3.
       01 WS-EFF-DATE     PIC X(10).
           STOP RUN.

       PROPOSE-CHANGE.
           DISPLAY "TABLE (P/F/I/S/T/K/L/R): " WITH NO ADVANCING
           ACCEPT WS-TABLE-CODE
           DISPLAY "KEY              : " WITH NO ADVANCING
           ACCEPT WS-PARAM-KEY
              GO TO PROPOSE-CHANGE-EXIT
           END-IF

           IF WS-TABLE-CODE = 'I' AND WS-FIELD-CODE = 'TIERS '
              AND WS-NEW-VALUE NOT = 0 AND WS-NEW-VALUE NOT = 1
              AND WS-NEW-VALUE NOT = 2
              DISPLAY "PROPOSE REJECTED: TIERS IS 0, 1 OR 2"
              GO TO PROPOSE-CHANGE-EXIT
           END-IF

           IF WS-NEW-TIER = 'Y'
              DISPLAY "NEW TIER " WS-TIER-NO " FOR " WS-TIER-PRODUCT
                      " - PROPOSE BOTH FLOOR AND RATE FOR THE SAME "
                      "EFFECTIVE DATE"
           END-IF

           CALL 'CB-REF-NUMBER' USING 'PM' WS-CHG-ID

           EXEC SQL
                      ": TARGET ROW GONE - LEFT AT APPROVED"
           END-IF.

      *> A rate tier that does not exist yet may be proposed as long
      *> as its product has a rate row; the apply step creates it.
       READ-CURRENT-VALUE.
           MOVE 'N' TO WS-FOUND
           MOVE 'N' TO WS-NEW-TIER
           MOVE 0 TO WS-OLD-VALUE
           MOVE WS-PARAM-KEY(1:4) TO WS-TIER-PRODUCT
           IF WS-PARAM-KEY(5:2) IS NUMERIC
              MOVE WS-PARAM-KEY(5:2) TO WS-TIER-NO
           ELSE
              MOVE 0 TO WS-TIER-NO
           END-IF

           EVALUATE TRUE
             WHEN WS-TABLE-CODE = 'P'
                   FROM FEE_SCHEDULE
                   WHERE TRX_CODE = :WS-PARAM-KEY
                END-EXEC
             WHEN WS-TABLE-CODE = 'I'
                  AND WS-FIELD-CODE = 'TIERS '
                EXEC SQL
                   SELECT COALESCE(TIER_METHOD, 0)
                   INTO :WS-OLD-VALUE
                   FROM INTEREST_RATE_TABLE
                   WHERE ACCT_TYPE = :WS-PARAM-KEY
                END-EXEC
             WHEN WS-TABLE-CODE = 'I'
                EXEC SQL
                   SELECT ANNUAL_RATE INTO :WS-OLD-VALUE
                   FROM TAX_PARAM
                   WHERE TAX_CODE = :WS-PARAM-KEY
                END-EXEC
             WHEN WS-TABLE-CODE = 'K'
                EXEC SQL
                   SELECT RATE INTO :WS-OLD-VALUE
                   FROM CKPN_RATE
                   WHERE CLASS_CODE = :WS-PARAM-KEY
                END-EXEC
             WHEN WS-TABLE-CODE = 'L'
                  AND WS-FIELD-CODE = 'CORE  '
                EXEC SQL
                   SELECT CORE_PCT INTO :WS-OLD-VALUE
                   FROM LIQ_RUNOFF
                   WHERE PRODUCT_CODE = :WS-PARAM-KEY
                END-EXEC
             WHEN WS-TABLE-CODE = 'L'
                  AND WS-FIELD-CODE = 'VOLAT '
                EXEC SQL
                   SELECT VOLATILE_PCT INTO :WS-OLD-VALUE
                   FROM LIQ_RUNOFF
                   WHERE PRODUCT_CODE = :WS-PARAM-KEY
                END-EXEC
             WHEN WS-TABLE-CODE = 'R'
                  AND WS-TIER-NO > 0
                  AND WS-FIELD-CODE = 'FLOOR '
                EXEC SQL
                   SELECT BAL_FROM INTO :WS-OLD-VALUE
                   FROM INTEREST_RATE_TIER
                   WHERE ACCT_TYPE = :WS-TIER-PRODUCT
                     AND TIER_NO = :WS-TIER-NO
                END-EXEC
                IF SQLCODE = 100
                   PERFORM CHECK-NEW-TIER
                END-IF
             WHEN WS-TABLE-CODE = 'R'
                  AND WS-TIER-NO > 0
                  AND WS-FIELD-CODE = 'RATE  '
                EXEC SQL
                   SELECT ANNUAL_RATE INTO :WS-OLD-VALUE
                   FROM INTEREST_RATE_TIER
                   WHERE ACCT_TYPE = :WS-TIER-PRODUCT
                     AND TIER_NO = :WS-TIER-NO
                END-EXEC
                IF SQLCODE = 100
                   PERFORM CHECK-NEW-TIER
                END-IF
             WHEN OTHER
                GO TO READ-CURRENT-VALUE-EXIT
           END-EVALUATE
       READ-CURRENT-VALUE-EXIT.
           EXIT.

       CHECK-NEW-TIER.
           EXEC SQL
              SELECT ACCT_TYPE INTO :WS-TIER-PRODUCT
              FROM INTEREST_RATE_TABLE
              WHERE ACCT_TYPE = :WS-TIER-PRODUCT
           END-EXEC

           IF SQLCODE = 0
              MOVE 'Y' TO WS-NEW-TIER
           END-IF.

       UPDATE-TARGET-FIELD.
           EVALUATE TRUE
             WHEN WS-TABLE-CODE = 'P'
                   SET FEE_AMOUNT = :WS-NEW-VALUE
                   WHERE TRX_CODE = :WS-PARAM-KEY
                END-EXEC
             WHEN WS-TABLE-CODE = 'I'
                  AND WS-FIELD-CODE = 'TIERS '
                EXEC SQL
                   UPDATE INTEREST_RATE_TABLE
                   SET TIER_METHOD = :WS-NEW-VALUE
                   WHERE ACCT_TYPE = :WS-PARAM-KEY
                END-EXEC
             WHEN WS-TABLE-CODE = 'I'
                EXEC SQL
                   UPDATE INTEREST_RATE_TABLE
                   SET RATE = :WS-NEW-VALUE
                   WHERE TAX_CODE = :WS-PARAM-KEY
                END-EXEC
             WHEN WS-TABLE-CODE = 'K'
                EXEC SQL
                   UPDATE CKPN_RATE
                   SET RATE = :WS-NEW-VALUE
                   WHERE CLASS_CODE = :WS-PARAM-KEY
                END-EXEC
             WHEN WS-TABLE-CODE = 'L'
                  AND WS-FIELD-CODE = 'CORE  '
                EXEC SQL
                   UPDATE LIQ_RUNOFF
                   SET CORE_PCT = :WS-NEW-VALUE
                   WHERE PRODUCT_CODE = :WS-PARAM-KEY
                END-EXEC
             WHEN WS-TABLE-CODE = 'L'
                  AND WS-FIELD-CODE = 'VOLAT '
                EXEC SQL
                   UPDATE LIQ_RUNOFF
                   SET VOLATILE_PCT = :WS-NEW-VALUE
                   WHERE PRODUCT_CODE = :WS-PARAM-KEY
                END-EXEC
             WHEN WS-TABLE-CODE = 'R'
                  AND WS-NEW-TIER = 'Y'
                  AND WS-FIELD-CODE = 'FLOOR '
                EXEC SQL
                   INSERT INTO INTEREST_RATE_TIER
                   (ACCT_TYPE, TIER_NO, BAL_FROM, ANNUAL_RATE)
                   VALUES
                   (:WS-TIER-PRODUCT, :WS-TIER-NO, :WS-NEW-VALUE, 0)
                END-EXEC
             WHEN WS-TABLE-CODE = 'R'
                  AND WS-NEW-TIER = 'Y'
                EXEC SQL
                   INSERT INTO INTEREST_RATE_TIER
                   (ACCT_TYPE, TIER_NO, BAL_FROM, ANNUAL_RATE)
                   VALUES
                   (:WS-TIER-PRODUCT, :WS-TIER-NO, 0, :WS-NEW-VALUE)
                END-EXEC
             WHEN WS-TABLE-CODE = 'R'
                  AND WS-FIELD-CODE = 'FLOOR '
                EXEC SQL
                   UPDATE INTEREST_RATE_TIER
                   SET BAL_FROM = :WS-NEW-VALUE
                   WHERE ACCT_TYPE = :WS-TIER-PRODUCT
                     AND TIER_NO = :WS-TIER-NO
                END-EXEC
             WHEN WS-TABLE-CODE = 'R'
                EXEC SQL
                   UPDATE INTEREST_RATE_TIER
                   SET ANNUAL_RATE = :WS-NEW-VALUE
                   WHERE ACCT_TYPE = :WS-TIER-PRODUCT
                     AND TIER_NO = :WS-TIER-NO
                END-EXEC
           END-EVALUATE.

       LIST-CHANGES.
