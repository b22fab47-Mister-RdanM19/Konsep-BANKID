       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-CARD-ACTIVATE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-CARD-STATUS  PIC X(1).
       01 WS-PREV-KARTU   PIC X(16).
       01 WS-NO-REK       PIC X(6).
       01 WS-SALDO        PIC S9(13)V99 COMP-3.
       01 WS-MOVED        PIC X(1).
       01 WS-EVENT-RESP   PIC X(2) VALUE '00'.
       01 WS-NO-REF-TRX   PIC X(20) VALUE SPACES.
       01 WS-ZERO-AMT     PIC S9(11)V99 COMP-3 VALUE 0.
       01 WS-AUDIT-ID     PIC X(20).

       LINKAGE SECTION.
       01 WS-NO-KARTU     PIC X(16).
       01 WS-TERMINAL-ID  PIC X(8).
       01 WS-CHANNEL      PIC X(6).
       01 WS-RESP-CODE    PIC X(2).

       PROCEDURE DIVISION USING WS-NO-KARTU WS-TERMINAL-ID
                                WS-CHANNEL WS-RESP-CODE.

      *> The one place a renewed card changes hands. A successor
      *> born 'N' by CB-CARD-RENEW goes live and the card it
      *> replaces (PREV_NO_KARTU) closes in the SAME unit of work,
      *> whichever event gets there first - the customer's first
      *> good PIN at a machine (CB-ATM-SWITCH) or the branch
      *> activating it (CB-CARD-MAINT). The promotion is an atomic
      *> claim on STATUS = 'N', so two simultaneous first uses
      *> cannot both log it. A card that is already live but whose
      *> predecessor somehow survived (a locked successor unblocked
      *> at the branch) has the predecessor closed here too. '00'
      *> means the card is live; '55' means it is neither live nor
      *> awaiting activation.
           MOVE 'N' TO WS-MOVED

           EXEC SQL
              SELECT STATUS, COALESCE(PREV_NO_KARTU, ' '), NO_REK
              INTO :WS-CARD-STATUS, :WS-PREV-KARTU, :WS-NO-REK
              FROM KARTU_ATM
              WHERE NO_KARTU = :WS-NO-KARTU
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '55' TO WS-RESP-CODE
              GOBACK
           END-IF

           IF WS-CARD-STATUS NOT = 'N' AND WS-CARD-STATUS NOT = 'A'
              MOVE '55' TO WS-RESP-CODE
              GOBACK
           END-IF

           IF WS-CARD-STATUS = 'N'
              EXEC SQL
                 UPDATE KARTU_ATM
                 SET STATUS = 'A',
                     ACTIVATED_TS = CURRENT TIMESTAMP
                 WHERE NO_KARTU = :WS-NO-KARTU
                   AND STATUS = 'N'
              END-EXEC
              IF SQLCODE = 0 AND SQLERRD(3) > 0
                 MOVE 'Y' TO WS-MOVED
              END-IF
           END-IF

           IF WS-PREV-KARTU NOT = SPACES
              EXEC SQL
                 UPDATE KARTU_ATM
                 SET STATUS = 'C'
                 WHERE NO_KARTU = :WS-PREV-KARTU
                   AND STATUS <> 'C'
              END-EXEC
              IF SQLCODE = 0 AND SQLERRD(3) > 0
                 MOVE 'Y' TO WS-MOVED
              END-IF
           END-IF

           EXEC SQL COMMIT END-EXEC

           IF WS-MOVED = 'Y'
              EXEC SQL
                 SELECT SALDO INTO :WS-SALDO
                 FROM REKENING
                 WHERE NO_REK = :WS-NO-REK
              END-EXEC
              CALL 'CB-AUDIT-LOG'
                USING WS-NO-REK 'CV' WS-ZERO-AMT WS-EVENT-RESP
                      WS-TERMINAL-ID WS-CHANNEL WS-SALDO WS-SALDO
                      WS-NO-REF-TRX 'IDR' WS-ZERO-AMT WS-AUDIT-ID
              CALL 'CB-ALERT-GEN'
                USING WS-NO-REK 'CD' WS-ZERO-AMT
              EXEC SQL COMMIT END-EXEC
           END-IF

           MOVE '00' TO WS-RESP-CODE
           GOBACK.
