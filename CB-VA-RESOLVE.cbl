       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-VA-RESOLVE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-VA-PREFIX    PIC X(6).
       01 WS-AMOUNT-RULE  PIC X(1).
      *> O=open (any amount, any payer suffix), C=closed (the VA
      *> must be registered and is paid once, for its exact amount).
       01 WS-RANGE-STATUS PIC X(1).
       01 WS-CORP-NAME    PIC X(30).
       01 WS-PAYER-NAME   PIC X(30).
       01 WS-EXPECTED-AMT PIC S9(11)V99 COMP-3.
       01 WS-EXPIRY-DATE  PIC X(10).
       01 WS-VA-STATUS    PIC X(1).
       01 WS-TODAY        PIC X(10).

       LINKAGE SECTION.
       01 WS-VA-NO        PIC X(16).
       01 WS-AMOUNT       PIC S9(11)V99 COMP-3.
       01 WS-OWNER-REK    PIC X(6).
       01 WS-VA-NAME      PIC X(30).
       01 WS-RESP-CODE    PIC X(2).

       PROCEDURE DIVISION USING WS-VA-NO WS-AMOUNT WS-OWNER-REK
                                WS-VA-NAME WS-RESP-CODE.

      *> The one answer to "whose money is this VA payment": the
      *> first six digits of a virtual account number are the
      *> corporate's prefix in VA_RANGE, which names the REKENING
      *> that actually gets credited; the rest is the corporate's
      *> own payer number. Inclearing, the executor and the teller
      *> all ask here, so a corporate closed at the register stops
      *> collecting from every channel at once. A VA_NUMBER row is
      *> optional under an open range (the corporate just hands
      *> out numbers) but when present its expiry and status still
      *> bind; under a closed range it is mandatory and the amount
      *> must match to the sen. '00' resolves, '14' unknown VA or
      *> inactive range, '13' wrong amount, '54' expired, '94'
      *> closed VA already paid.
           MOVE SPACES TO WS-OWNER-REK
           MOVE SPACES TO WS-VA-NAME
           MOVE WS-VA-NO(1:6) TO WS-VA-PREFIX

           EXEC SQL
              SELECT NO_REK, AMOUNT_RULE, STATUS, CORP_NAME
              INTO :WS-OWNER-REK, :WS-AMOUNT-RULE,
                   :WS-RANGE-STATUS, :WS-CORP-NAME
              FROM VA_RANGE
              WHERE VA_PREFIX = :WS-VA-PREFIX
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-RANGE-STATUS NOT = 'A'
              MOVE SPACES TO WS-OWNER-REK
              MOVE '14' TO WS-RESP-CODE
              GOBACK
           END-IF

           MOVE WS-CORP-NAME TO WS-VA-NAME

           EXEC SQL
              SELECT COALESCE(PAYER_NAME, ' '),
                     COALESCE(EXPECTED_AMT, 0),
                     COALESCE(EXPIRY_DATE, ' '), STATUS
              INTO :WS-PAYER-NAME, :WS-EXPECTED-AMT,
                   :WS-EXPIRY-DATE, :WS-VA-STATUS
              FROM VA_NUMBER
              WHERE VA_NO = :WS-VA-NO
           END-EXEC

           IF SQLCODE NOT = 0
              IF WS-AMOUNT-RULE = 'C'
                 MOVE SPACES TO WS-OWNER-REK
                 MOVE '14' TO WS-RESP-CODE
              ELSE
                 MOVE '00' TO WS-RESP-CODE
              END-IF
              GOBACK
           END-IF

           IF WS-PAYER-NAME NOT = SPACES
              MOVE WS-PAYER-NAME TO WS-VA-NAME
           END-IF

           IF WS-VA-STATUS = 'P'
              MOVE '94' TO WS-RESP-CODE
              GOBACK
           END-IF

           IF WS-VA-STATUS NOT = 'A'
              MOVE '14' TO WS-RESP-CODE
              GOBACK
           END-IF

           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
             DELIMITED BY SIZE INTO WS-TODAY

           IF WS-EXPIRY-DATE NOT = SPACES
              AND WS-EXPIRY-DATE < WS-TODAY
              MOVE '54' TO WS-RESP-CODE
              GOBACK
           END-IF

           IF WS-AMOUNT-RULE = 'C'
              AND WS-EXPECTED-AMT NOT = 0
              AND WS-AMOUNT NOT = WS-EXPECTED-AMT
              MOVE '13' TO WS-RESP-CODE
              GOBACK
           END-IF

           MOVE '00' TO WS-RESP-CODE
           GOBACK.
