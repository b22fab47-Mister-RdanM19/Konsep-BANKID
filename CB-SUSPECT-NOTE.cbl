       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-SUSPECT-NOTE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-DUP-CNT      PIC 9(5).
       01 WS-DEP-NO-REK   PIC X(6).
       01 WS-DEP-STATUS   PIC X(1).
       01 WS-DEP-MACHINE  PIC X(8).
       01 WS-DEP-JUMLAH   PIC S9(11)V99 COMP-3.
       01 WS-DEP-SUSPECT  PIC S9(11)V99 COMP-3.
       01 WS-ADJ-AMOUNT   PIC S9(11)V99 COMP-3.
       01 WS-ADJ-ID-TRX   PIC X(20).
       01 WS-SALDO        PIC S9(13)V99 COMP-3.
       01 WS-AFTER-SALDO  PIC S9(13)V99 COMP-3.
       01 WS-ADJ-RESP     PIC X(2) VALUE '00'.

       LINKAGE SECTION.
       01 WS-SN-SOURCE    PIC X(1).
      *> T = found by a teller at the counter, M = found in a
      *> deposit machine's reject bin.
       01 WS-TERMINAL-ID  PIC X(8).
       01 WS-BRANCH-ID    PIC X(4).
       01 WS-NO-REK       PIC X(6).
       01 WS-DEP-ID-TRX   PIC X(20).
       01 WS-DENOM        PIC S9(7) COMP-3.
       01 WS-SERIAL-NO    PIC X(15).
       01 WS-CHANNEL      PIC X(6).
       01 WS-BUS-DATE     PIC X(10).
       01 WS-CAPTURED-BY  PIC X(10).
       01 WS-RECEIPT-REF  PIC X(20).
       01 WS-NOTE-ID      PIC X(20).
       01 WS-ADJUSTED     PIC X(1).
       01 WS-RESP-CODE    PIC X(2).

       PROCEDURE DIVISION USING
            WS-SN-SOURCE WS-TERMINAL-ID WS-BRANCH-ID WS-NO-REK
            WS-DEP-ID-TRX WS-DENOM WS-SERIAL-NO WS-CHANNEL
            WS-BUS-DATE WS-CAPTURED-BY WS-RECEIPT-REF WS-NOTE-ID
            WS-ADJUSTED WS-RESP-CODE.

      *> One suspected counterfeit rupiah note taken out of
      *> circulation, replacing the branch's paper log. The note is
      *> written to SUSPECT_NOTE held ('H') at the branch that found
      *> it until it is handed over to Bank Indonesia. Every note
      *> from one customer event shares a receipt reference - the
      *> caller passes it blank for the first note and gets one
      *> back, then passes it again for the rest. A machine note
      *> with no branch given is held by the terminal's branch.
      *> The same serial and denomination already registered
      *> against the same deposit is a replayed capture ('94').
      *>
      *> When the note came from a deposit that was already
      *> credited (a CDM_TRX row not yet reversed), the note's value
      *> is taken back off the account as a 'CF' AUDIT_LOG debit
      *> whose REF_ID_TRX is the deposit, with no funds gate - the
      *> credit was never good money - and the deposit carries the
      *> retained count and value in SUSPECT_CNT/SUSPECT_AMT so the
      *> journal-matched JUMLAH stays as the machine accepted it.
      *> The retained value can never exceed what the deposit
      *> credited ('13'), and a note is only booked against a
      *> deposit taken at the same machine or counter ('30'). A
      *> machine note came out of the reject bin, not a cassette,
      *> so the cassette book CB-CDM-PENDING raised for it is taken
      *> down by one note. Everything is one unit of work with the
      *> register row.
           MOVE '00' TO WS-RESP-CODE
           MOVE 'N' TO WS-ADJUSTED
           MOVE SPACES TO WS-NOTE-ID

           IF WS-DENOM NOT = 100000 AND WS-DENOM NOT = 50000
              AND WS-DENOM NOT = 20000 AND WS-DENOM NOT = 10000
              AND WS-DENOM NOT = 5000 AND WS-DENOM NOT = 2000
              AND WS-DENOM NOT = 1000
              MOVE '30' TO WS-RESP-CODE
              GOBACK
           END-IF

           IF WS-SERIAL-NO = SPACES
              OR (WS-SN-SOURCE NOT = 'T' AND WS-SN-SOURCE NOT = 'M')
              MOVE '30' TO WS-RESP-CODE
              GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DUP-CNT
              FROM SUSPECT_NOTE
              WHERE SERIAL_NO = :WS-SERIAL-NO
                AND DENOM = :WS-DENOM
                AND COALESCE(DEP_ID_TRX, ' ') = :WS-DEP-ID-TRX
           END-EXEC

           IF WS-DUP-CNT > 0
              MOVE '94' TO WS-RESP-CODE
              GOBACK
           END-IF

           IF WS-BRANCH-ID = SPACES
              EXEC SQL
                 SELECT BRANCH_ID
                 INTO :WS-BRANCH-ID
                 FROM TERMINAL_MASTER
                 WHERE TERMINAL_ID = :WS-TERMINAL-ID
              END-EXEC
           END-IF

           IF WS-DEP-ID-TRX NOT = SPACES
              PERFORM ADJUST-DEPOSIT THRU ADJUST-DEPOSIT-EXIT
              IF WS-RESP-CODE NOT = '00'
                 EXEC SQL ROLLBACK END-EXEC
                 GOBACK
              END-IF
           END-IF

           IF WS-RECEIPT-REF = SPACES
              CALL 'CB-REF-NUMBER' USING 'NR' WS-RECEIPT-REF
           END-IF
           CALL 'CB-REF-NUMBER' USING 'SN' WS-NOTE-ID

           IF WS-ADJUSTED NOT = 'Y'
              MOVE 0 TO WS-ADJ-AMOUNT
              MOVE SPACES TO WS-ADJ-ID-TRX
           END-IF

           EXEC SQL
              INSERT INTO SUSPECT_NOTE
              (NOTE_ID, RECEIPT_REF, SOURCE, TERMINAL_ID, BRANCH_ID,
               NO_REK, DEP_ID_TRX, DENOM, SERIAL_NO, ADJ_AMOUNT,
               ADJ_ID_TRX, CAPTURED_BY, BUS_DATE, CAPTURED_TS,
               STATUS)
              VALUES
              (:WS-NOTE-ID, :WS-RECEIPT-REF, :WS-SN-SOURCE,
               :WS-TERMINAL-ID, :WS-BRANCH-ID, :WS-NO-REK,
               :WS-DEP-ID-TRX, :WS-DENOM, :WS-SERIAL-NO,
               :WS-ADJ-AMOUNT, :WS-ADJ-ID-TRX, :WS-CAPTURED-BY,
               :WS-BUS-DATE, CURRENT TIMESTAMP, 'H')
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              MOVE 'N' TO WS-ADJUSTED
              MOVE '96' TO WS-RESP-CODE
              GOBACK
           END-IF

           EXEC SQL COMMIT END-EXEC
           GOBACK.

       ADJUST-DEPOSIT.
           EXEC SQL
              SELECT NO_REK, STATUS, JUMLAH,
                     COALESCE(SUSPECT_AMT, 0),
                     COALESCE(MACHINE_ID, ' ')
              INTO :WS-DEP-NO-REK, :WS-DEP-STATUS, :WS-DEP-JUMLAH,
                   :WS-DEP-SUSPECT, :WS-DEP-MACHINE
              FROM CDM_TRX
              WHERE ID_TRX = :WS-DEP-ID-TRX
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '25' TO WS-RESP-CODE
              GO TO ADJUST-DEPOSIT-EXIT
           END-IF

           IF WS-NO-REK = SPACES
              MOVE WS-DEP-NO-REK TO WS-NO-REK
           END-IF
           IF WS-NO-REK NOT = WS-DEP-NO-REK
              MOVE '30' TO WS-RESP-CODE
              GO TO ADJUST-DEPOSIT-EXIT
           END-IF

      *> The note can only have come out of the deposit it is booked
      *> against if it was found where that deposit was taken - the
      *> machine's reject bin, or the counter (the teller's id is
      *> the deposit's machine) that accepted it.
           IF WS-DEP-MACHINE NOT = WS-TERMINAL-ID
              MOVE '30' TO WS-RESP-CODE
              GO TO ADJUST-DEPOSIT-EXIT
           END-IF

      *> A deposit already clawed back by CB-CDM-AUTOREV no longer
      *> sits on the account - the note is registered, nothing more.
           IF WS-DEP-STATUS = 'X'
              GO TO ADJUST-DEPOSIT-EXIT
           END-IF

           IF WS-DEP-SUSPECT + WS-DENOM > WS-DEP-JUMLAH
              MOVE '13' TO WS-RESP-CODE
              GO TO ADJUST-DEPOSIT-EXIT
           END-IF

           EXEC SQL
              SELECT SALDO
              INTO :WS-SALDO
              FROM REKENING
              WHERE NO_REK = :WS-NO-REK
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE '14' TO WS-RESP-CODE
              GO TO ADJUST-DEPOSIT-EXIT
           END-IF

           MOVE WS-DENOM TO WS-ADJ-AMOUNT

           EXEC SQL
              UPDATE REKENING
              SET SALDO = SALDO - :WS-ADJ-AMOUNT
              WHERE NO_REK = :WS-NO-REK
           END-EXEC

           COMPUTE WS-AFTER-SALDO = WS-SALDO - WS-ADJ-AMOUNT

           CALL 'CB-AUDIT-LOG'
             USING WS-NO-REK 'CF' WS-ADJ-AMOUNT WS-ADJ-RESP
                   WS-TERMINAL-ID WS-CHANNEL WS-SALDO
                   WS-AFTER-SALDO WS-DEP-ID-TRX 'IDR' WS-ADJ-AMOUNT
                   WS-ADJ-ID-TRX

           EXEC SQL
              UPDATE CDM_TRX
              SET SUSPECT_CNT = COALESCE(SUSPECT_CNT, 0) + 1,
                  SUSPECT_AMT = COALESCE(SUSPECT_AMT, 0)
                                + :WS-ADJ-AMOUNT
              WHERE ID_TRX = :WS-DEP-ID-TRX
           END-EXEC

           IF WS-SN-SOURCE = 'M'
              EVALUATE WS-DENOM
                WHEN 100000
                   EXEC SQL
                      UPDATE MACHINE_CASH
                      SET CASS_100K = CASS_100K - 1
                      WHERE TERMINAL_ID = :WS-TERMINAL-ID
                   END-EXEC
                WHEN 50000
                   EXEC SQL
                      UPDATE MACHINE_CASH
                      SET CASS_50K = CASS_50K - 1
                      WHERE TERMINAL_ID = :WS-TERMINAL-ID
                   END-EXEC
                WHEN 20000
                   EXEC SQL
                      UPDATE MACHINE_CASH
                      SET CASS_20K = CASS_20K - 1
                      WHERE TERMINAL_ID = :WS-TERMINAL-ID
                   END-EXEC
                WHEN 10000
                   EXEC SQL
                      UPDATE MACHINE_CASH
                      SET CASS_10K = CASS_10K - 1
                      WHERE TERMINAL_ID = :WS-TERMINAL-ID
                   END-EXEC
              END-EVALUATE
           END-IF

           MOVE 'Y' TO WS-ADJUSTED.
       ADJUST-DEPOSIT-EXIT.
           EXIT.
