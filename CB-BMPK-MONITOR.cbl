       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-BMPK-MONITOR.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-HOLDER-TYPE  PIC X(1).
      *> G = connected-party group, C = customer standing alone,
      *> R = all related parties of the bank together.
       01 WS-HOLDER-ID    PIC X(20).
       01 WS-CUST-ID      PIC X(20).
       01 WS-BREACH       PIC X(1).
       01 WS-EXCESS       PIC S9(15)V99 COMP-3.

       01 WS-BMPK-ADD     PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-BMPK-GROUP   PIC X(20).
       01 WS-BMPK-RELATED PIC X(1).
       01 WS-BMPK-EXPO    PIC S9(15)V99 COMP-3.
       01 WS-BMPK-LIMIT   PIC S9(15)V99 COMP-3.
       01 WS-BMPK-RESULT  PIC X(1).

       01 WS-HOLDER-CNT   PIC 9(7) VALUE 0.
       01 WS-BREACH-CNT   PIC 9(7) VALUE 0.
       01 WS-FAILED       PIC X(1) VALUE 'N'.

      *> The nightly legal lending limit (BMPK) position. Every
      *> connected-party group on the CB-GROUP-MAINT register, every
      *> customer with credit exposure who is in no group, and the
      *> bank's related parties taken together are measured by
      *> CB-BMPK-CHECK - loans, overdraft lines drawn and undrawn,
      *> live bank guarantees - against their limit out of
      *> SYS_PARAM, and the day's position is kept in BMPK_POSITION
      *> for the monthly CB-BMPK-REPORT. The approvals already
      *> refuse new credit over the limit, so a breach here comes
      *> from drawings, rate moves on foreign-currency guarantees, a
      *> regrouping or a cut in capital, and is listed for
      *> compliance the next morning (return code 4). Without the
      *> limit parameters there is no position to take and the run
      *> fails. A rerun for the same business date replaces the
      *> day's rows.
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

           EXEC SQL
              DELETE FROM BMPK_POSITION
              WHERE BUS_DATE = :WS-BUS-DATE
           END-EXEC

           DISPLAY "==================================================="
           DISPLAY "BMPK POSITION - " WS-BUS-DATE
           DISPLAY "==================================================="

           PERFORM MEASURE-GROUPS
           PERFORM MEASURE-SINGLE-BORROWERS
           PERFORM MEASURE-RELATED-PARTIES

           IF WS-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "BMPK POSITION NOT RECORDED - RUN ABORTED"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           EXEC SQL COMMIT END-EXEC

           DISPLAY "---------------------------------------------------"
           DISPLAY "HOLDERS MEASURED : " WS-HOLDER-CNT
           DISPLAY "BMPK BREACHES    : " WS-BREACH-CNT
           DISPLAY "==================================================="

           IF WS-BREACH-CNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

      *> Any member stands for its group; the related-party groups
      *> are measured together further down.
       MEASURE-GROUPS.
           EXEC SQL
              DECLARE BMG-CUR CURSOR FOR
              SELECT G.GROUP_ID, MIN(M.CUST_ID)
              FROM CUST_GROUP G, CUST_GROUP_MEMBER M
              WHERE G.STATUS = 'A'
                AND G.RELATED_PARTY = 'N'
                AND M.GROUP_ID = G.GROUP_ID
                AND M.STATUS = 'A'
              GROUP BY G.GROUP_ID
              ORDER BY G.GROUP_ID
           END-EXEC

           EXEC SQL OPEN BMG-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH BMG-CUR
                 INTO :WS-HOLDER-ID, :WS-CUST-ID
              END-EXEC

              IF SQLCODE = 0
                 MOVE 'G' TO WS-HOLDER-TYPE
                 PERFORM RECORD-POSITION
              END-IF
           END-PERFORM

           EXEC SQL CLOSE BMG-CUR END-EXEC.

       MEASURE-SINGLE-BORROWERS.
           EXEC SQL
              DECLARE BMC-CUR CURSOR FOR
              SELECT CUST_ID
              FROM LOAN_MASTER
              WHERE STATUS = 'A'
              UNION
              SELECT R.CUST_ID
              FROM REKENING R
              WHERE R.SALDO < 0
                 OR R.NO_REK IN (SELECT F.NO_REK
                                 FROM OD_FACILITY F
                                 WHERE F.STATUS = 'A')
              UNION
              SELECT CUST_ID
              FROM BANK_GUARANTEE
              WHERE STATUS = 'A'
              EXCEPT
              SELECT M.CUST_ID
              FROM CUST_GROUP_MEMBER M, CUST_GROUP G
              WHERE M.STATUS = 'A'
                AND G.GROUP_ID = M.GROUP_ID
                AND G.STATUS = 'A'
              ORDER BY 1
           END-EXEC

           EXEC SQL OPEN BMC-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH BMC-CUR
                 INTO :WS-CUST-ID
              END-EXEC

              IF SQLCODE = 0 AND WS-CUST-ID NOT = SPACES
                 MOVE 'C' TO WS-HOLDER-TYPE
                 MOVE WS-CUST-ID TO WS-HOLDER-ID
                 PERFORM RECORD-POSITION
              END-IF
           END-PERFORM

           EXEC SQL CLOSE BMC-CUR END-EXEC.

       MEASURE-RELATED-PARTIES.
           EXEC SQL
              SELECT MIN(M.CUST_ID)
              INTO :WS-CUST-ID
              FROM CUST_GROUP G, CUST_GROUP_MEMBER M
              WHERE G.STATUS = 'A'
                AND G.RELATED_PARTY = 'Y'
                AND M.GROUP_ID = G.GROUP_ID
                AND M.STATUS = 'A'
           END-EXEC

           IF SQLCODE = 0
              MOVE 'R' TO WS-HOLDER-TYPE
              MOVE 'RELATED PARTIES' TO WS-HOLDER-ID
              PERFORM RECORD-POSITION
           END-IF.

       RECORD-POSITION.
           CALL 'CB-BMPK-CHECK'
             USING WS-CUST-ID WS-BMPK-ADD WS-BMPK-GROUP
                   WS-BMPK-RELATED WS-BMPK-EXPO WS-BMPK-LIMIT
                   WS-BMPK-RESULT

           IF WS-BMPK-RESULT = 'E'
              DISPLAY "BMPK LIMIT NOT AVAILABLE FOR " WS-HOLDER-ID
                      " - CHECK BMPK-CAPITAL AND BMPK-PCT-* IN "
                      "SYS_PARAM"
              MOVE 'Y' TO WS-FAILED
           ELSE
              ADD 1 TO WS-HOLDER-CNT
              MOVE 'N' TO WS-BREACH
              IF WS-BMPK-RESULT = 'N'
                 MOVE 'Y' TO WS-BREACH
                 ADD 1 TO WS-BREACH-CNT
                 COMPUTE WS-EXCESS = WS-BMPK-EXPO - WS-BMPK-LIMIT
                 DISPLAY "BREACH " WS-HOLDER-TYPE " " WS-HOLDER-ID
                         " " WS-BMPK-EXPO " / " WS-BMPK-LIMIT
                         " LEBIH " WS-EXCESS
              END-IF

              EXEC SQL
                 INSERT INTO BMPK_POSITION
                 (BUS_DATE, HOLDER_TYPE, HOLDER_ID, EXPOSURE,
                  LIMIT_AMT, BREACH, CREATED_TS)
                 VALUES
                 (:WS-BUS-DATE, :WS-HOLDER-TYPE, :WS-HOLDER-ID,
                  :WS-BMPK-EXPO, :WS-BMPK-LIMIT, :WS-BREACH,
                  CURRENT TIMESTAMP)
              END-EXEC

              IF SQLCODE NOT = 0
                 DISPLAY "POSITION INSERT FAILED FOR " WS-HOLDER-ID
                         ", SQLCODE " SQLCODE
                 MOVE 'Y' TO WS-FAILED
              END-IF
           END-IF.
