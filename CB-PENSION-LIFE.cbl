       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-PENSION-LIFE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-CUST-ID      PIC X(20).
       01 WS-PEN-STAT     PIC X(1).
       01 WS-DECEASED     PIC X(1).
       01 WS-DEATH-PEND   PIC X(10).
       01 WS-CUST-NIK     PIC X(20).
       01 WS-BIO-MIN      PIC S9(3) COMP-3.
       01 WS-LIFE-MONTHS  PIC S9(3) COMP-3.
       01 WS-LOG-ID       PIC X(20).

       LINKAGE SECTION.
       01 WS-PENSION-NO   PIC X(20).
       01 WS-METHOD       PIC X(1).
      *> T = seen at the teller against the customer's identity
      *> card, B = branch biometric device match.
       01 WS-ID-NUMBER    PIC X(20).
       01 WS-BIO-REF      PIC X(20).
       01 WS-BIO-SCORE    PIC 9(3).
       01 WS-BRANCH-ID    PIC X(4).
       01 WS-VERIFIED-BY  PIC X(10).
       01 WS-BUS-DATE     PIC X(10).
       01 WS-NEXT-DUE     PIC X(10).
       01 WS-RESP-CODE    PIC X(2).

       PROCEDURE DIVISION USING
            WS-PENSION-NO WS-METHOD WS-ID-NUMBER WS-BIO-REF
            WS-BIO-SCORE WS-BRANCH-ID WS-VERIFIED-BY WS-BUS-DATE
            WS-NEXT-DUE WS-RESP-CODE.

      *> A pensioner's yearly proof of life, taken at the branch
      *> either by the teller against the identity card (the NIK
      *> keyed must be the one on CUST_MASTER) or by the branch's
      *> biometric device, whose match reference and score the
      *> teller keys from its screen - a score under PEN-BIO-MIN
      *> (SYS_PARAM, default 80) is no proof ('63'). A pensioner
      *> who is dead, or whose death has been reported and awaits
      *> confirmation, cannot prove life ('62'). On success the
      *> next due date moves PEN-LIFE-MONTHS (default 12) on from
      *> today and the verification is logged; CB-PENSION-FILE
      *> withholds the monthly credit once the due date passes and
      *> CB-PENSION-REMIND warns the pensioner ahead of it.
           MOVE '00' TO WS-RESP-CODE
           MOVE SPACES TO WS-NEXT-DUE

           IF WS-METHOD NOT = 'T' AND WS-METHOD NOT = 'B'
              MOVE '30' TO WS-RESP-CODE
              GOBACK
           END-IF

           EXEC SQL
              SELECT P.CUST_ID, P.STATUS, COALESCE(C.DECEASED, 'N'),
                     COALESCE(CHAR(DATE(C.DECEASED_PEND_TS)), ' '),
                     COALESCE(C.ID_NUMBER, ' ')
              INTO :WS-CUST-ID, :WS-PEN-STAT, :WS-DECEASED,
                   :WS-DEATH-PEND, :WS-CUST-NIK
              FROM PENSIONER P, CUST_MASTER C
              WHERE P.PENSION_NO = :WS-PENSION-NO
                AND C.CUST_ID = P.CUST_ID
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '25' TO WS-RESP-CODE
              GOBACK
           END-IF

           IF WS-DECEASED = 'Y' OR WS-PEN-STAT = 'D'
              OR WS-DEATH-PEND NOT = SPACES
              MOVE '62' TO WS-RESP-CODE
              GOBACK
           END-IF

           IF WS-METHOD = 'T'
              IF WS-ID-NUMBER = SPACES
                 OR WS-ID-NUMBER NOT = WS-CUST-NIK
                 MOVE '63' TO WS-RESP-CODE
                 GOBACK
              END-IF
              MOVE SPACES TO WS-BIO-REF
              MOVE 0 TO WS-BIO-SCORE
           ELSE
              EXEC SQL
                 SELECT PARAM_VALUE
                 INTO :WS-BIO-MIN
                 FROM SYS_PARAM
                 WHERE PARAM_KEY = 'PEN-BIO-MIN'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 80 TO WS-BIO-MIN
              END-IF
              IF WS-BIO-REF = SPACES OR WS-BIO-SCORE < WS-BIO-MIN
                 MOVE '63' TO WS-RESP-CODE
                 GOBACK
              END-IF
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-LIFE-MONTHS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'PEN-LIFE-MONTHS'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 12 TO WS-LIFE-MONTHS
           END-IF

           EXEC SQL
              SELECT CHAR(DATE(:WS-BUS-DATE) + :WS-LIFE-MONTHS MONTHS)
              INTO :WS-NEXT-DUE
              FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EXEC SQL
              UPDATE PENSIONER
              SET LAST_LIFE_DATE = :WS-BUS-DATE,
                  LAST_LIFE_METHOD = :WS-METHOD,
                  LAST_LIFE_BY = :WS-VERIFIED-BY,
                  LIFE_DUE_DATE = :WS-NEXT-DUE,
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE PENSION_NO = :WS-PENSION-NO
           END-EXEC

           IF SQLCODE = 0
              CALL 'CB-REF-NUMBER' USING 'PL' WS-LOG-ID
              EXEC SQL
                 INSERT INTO PENSION_LIFE_LOG
                 (LOG_ID, PENSION_NO, CUST_ID, METHOD, BIO_REF,
                  BIO_SCORE, BRANCH_ID, VERIFIED_BY, BUS_DATE,
                  NEXT_DUE_DATE, VERIFIED_TS)
                 VALUES
                 (:WS-LOG-ID, :WS-PENSION-NO, :WS-CUST-ID,
                  :WS-METHOD, :WS-BIO-REF, :WS-BIO-SCORE,
                  :WS-BRANCH-ID, :WS-VERIFIED-BY, :WS-BUS-DATE,
                  :WS-NEXT-DUE, CURRENT TIMESTAMP)
              END-EXEC
           END-IF

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              MOVE SPACES TO WS-NEXT-DUE
              MOVE '96' TO WS-RESP-CODE
              GOBACK
           END-IF

           EXEC SQL COMMIT END-EXEC
           GOBACK.
