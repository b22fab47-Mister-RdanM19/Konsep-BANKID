       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-BMPK-CHECK.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-CAPITAL      PIC S9(15)V99 COMP-3.
       01 WS-LIMIT-PCT    PIC S9(3)V99 COMP-3.
       01 WS-PARAM-KEY    PIC X(30).
       01 WS-LN-EXPO      PIC S9(15)V99 COMP-3.
       01 WS-OD-EXPO      PIC S9(15)V99 COMP-3.
       01 WS-BG-EXPO      PIC S9(15)V99 COMP-3.

       LINKAGE SECTION.
       01 WS-CUST-ID      PIC X(20).
       01 WS-ADD-AMT      PIC S9(13)V99 COMP-3.
       01 WS-GROUP-ID     PIC X(20).
       01 WS-RELATED      PIC X(1).
       01 WS-EXPOSURE     PIC S9(15)V99 COMP-3.
       01 WS-LIMIT-AMT    PIC S9(15)V99 COMP-3.
       01 WS-RESULT       PIC X(1).
      *> Y = within the limit, N = over it, E = the limit cannot be
      *> worked out (capital or percentages missing in SYS_PARAM).

       PROCEDURE DIVISION USING WS-CUST-ID WS-ADD-AMT WS-GROUP-ID
                                WS-RELATED WS-EXPOSURE WS-LIMIT-AMT
                                WS-RESULT.

      *> One answer to "would this push the borrower over the legal
      *> lending limit (BMPK)", used by every approval that adds
      *> credit exposure and by the nightly CB-BMPK-MONITOR. The
      *> borrower is taken with the connected-party group it
      *> belongs to in the CB-GROUP-MAINT register (CUST_GROUP /
      *> CUST_GROUP_MEMBER, active rows only); a borrower in no
      *> group stands alone. Exposure is loan principal outstanding
      *> (active loans), each overdraft account at the larger of
      *> its approved line and its debit balance - drawn and
      *> undrawn alike - and the rupiah amount of live bank
      *> guarantees, plus WS-ADD-AMT, the credit about to be
      *> granted. The limit is a percentage of SYS_PARAM
      *> BMPK-CAPITAL: BMPK-PCT-SINGLE for a borrower alone,
      *> BMPK-PCT-GROUP for a group, and for a group flagged as a
      *> related party of the bank BMPK-PCT-RELATED, measured
      *> against every related-party group's exposure combined,
      *> because the related-party limit is one limit for all of
      *> them together.
           MOVE SPACES TO WS-GROUP-ID
           MOVE 'N' TO WS-RELATED
           MOVE 0 TO WS-EXPOSURE
           MOVE 0 TO WS-LIMIT-AMT
           MOVE 'E' TO WS-RESULT

           EXEC SQL
              SELECT G.GROUP_ID, G.RELATED_PARTY
              INTO :WS-GROUP-ID, :WS-RELATED
              FROM CUST_GROUP_MEMBER M, CUST_GROUP G
              WHERE M.CUST_ID = :WS-CUST-ID
                AND M.STATUS = 'A'
                AND G.GROUP_ID = M.GROUP_ID
                AND G.STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-GROUP-ID
              MOVE 'N' TO WS-RELATED
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-CAPITAL
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'BMPK-CAPITAL'
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-CAPITAL <= 0
              GOBACK
           END-IF

           EVALUATE TRUE
             WHEN WS-RELATED = 'Y'
                MOVE 'BMPK-PCT-RELATED' TO WS-PARAM-KEY
             WHEN WS-GROUP-ID NOT = SPACES
                MOVE 'BMPK-PCT-GROUP' TO WS-PARAM-KEY
             WHEN OTHER
                MOVE 'BMPK-PCT-SINGLE' TO WS-PARAM-KEY
           END-EVALUATE

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-LIMIT-PCT
              FROM SYS_PARAM
              WHERE PARAM_KEY = :WS-PARAM-KEY
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-LIMIT-PCT <= 0
              GOBACK
           END-IF

           COMPUTE WS-LIMIT-AMT ROUNDED =
              WS-CAPITAL * WS-LIMIT-PCT / 100

      *> The borrower set: the customer itself, its group's active
      *> members, or every member of every active related group.
           EXEC SQL
              SELECT COALESCE(SUM(L.OUTSTANDING_PRINC), 0)
              INTO :WS-LN-EXPO
              FROM LOAN_MASTER L
              WHERE L.STATUS = 'A'
                AND (L.CUST_ID = :WS-CUST-ID
                     OR L.CUST_ID IN
                        (SELECT M.CUST_ID
                         FROM CUST_GROUP_MEMBER M, CUST_GROUP G
                         WHERE M.STATUS = 'A'
                           AND G.GROUP_ID = M.GROUP_ID
                           AND G.STATUS = 'A'
                           AND (G.GROUP_ID = :WS-GROUP-ID
                                OR (:WS-RELATED = 'Y'
                                    AND G.RELATED_PARTY = 'Y'))))
           END-EXEC

           IF SQLCODE NOT = 0
              GOBACK
           END-IF

           EXEC SQL
              SELECT COALESCE(SUM(
                        CASE WHEN 0 - R.SALDO > COALESCE(F.LIMIT_AMT, 0)
                             THEN 0 - R.SALDO
                             ELSE COALESCE(F.LIMIT_AMT, 0) END), 0)
              INTO :WS-OD-EXPO
              FROM REKENING R
                   LEFT JOIN OD_FACILITY F
                     ON F.NO_REK = R.NO_REK
                    AND F.STATUS = 'A'
              WHERE (F.NO_REK IS NOT NULL OR R.SALDO < 0)
                AND (R.CUST_ID = :WS-CUST-ID
                     OR R.CUST_ID IN
                        (SELECT M.CUST_ID
                         FROM CUST_GROUP_MEMBER M, CUST_GROUP G
                         WHERE M.STATUS = 'A'
                           AND G.GROUP_ID = M.GROUP_ID
                           AND G.STATUS = 'A'
                           AND (G.GROUP_ID = :WS-GROUP-ID
                                OR (:WS-RELATED = 'Y'
                                    AND G.RELATED_PARTY = 'Y'))))
           END-EXEC

           IF SQLCODE NOT = 0
              GOBACK
           END-IF

           EXEC SQL
              SELECT COALESCE(SUM(B.AMOUNT_IDR), 0)
              INTO :WS-BG-EXPO
              FROM BANK_GUARANTEE B
              WHERE B.STATUS = 'A'
                AND (B.CUST_ID = :WS-CUST-ID
                     OR B.CUST_ID IN
                        (SELECT M.CUST_ID
                         FROM CUST_GROUP_MEMBER M, CUST_GROUP G
                         WHERE M.STATUS = 'A'
                           AND G.GROUP_ID = M.GROUP_ID
                           AND G.STATUS = 'A'
                           AND (G.GROUP_ID = :WS-GROUP-ID
                                OR (:WS-RELATED = 'Y'
                                    AND G.RELATED_PARTY = 'Y'))))
           END-EXEC

           IF SQLCODE NOT = 0
              GOBACK
           END-IF

           COMPUTE WS-EXPOSURE =
              WS-LN-EXPO + WS-OD-EXPO + WS-BG-EXPO + WS-ADD-AMT

           IF WS-EXPOSURE > WS-LIMIT-AMT
              MOVE 'N' TO WS-RESULT
           ELSE
              MOVE 'Y' TO WS-RESULT
           END-IF

           GOBACK.
