           05 EJ-ID-TRX      PIC X(20).
           05 EJ-EVENT       PIC X(1).
      *> D = hardware-confirmed dispense, A = hardware-confirmed
      *> note accept, R = one note the validator sent to the reject
      *> bin as suspect; EJ-ID-TRX is the deposit it came in with
      *> (blank when the machine could not tie it to one) and
      *> EJ-AMOUNT the note's denomination.
           05 EJ-AMOUNT      PIC 9(11)V99.
           05 EJ-SERIAL-NO   PIC X(15).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       01 WS-TERM-LOCATION    PIC X(40).
       01 WS-ACQ-STATUS       PIC X(1).

       01 WS-SN-SOURCE        PIC X(1) VALUE 'M'.
       01 WS-SN-BRANCH        PIC X(4).
       01 WS-SN-NO-REK        PIC X(6).
       01 WS-SN-DENOM         PIC S9(7) COMP-3.
       01 WS-SN-CHANNEL       PIC X(6) VALUE 'CDM'.
       01 WS-SN-CAPTURED-BY   PIC X(10) VALUE 'EJ-RECON'.
       01 WS-SN-RECEIPT       PIC X(20).
       01 WS-SN-NOTE-ID       PIC X(20).
       01 WS-SN-ADJUSTED      PIC X(1).
       01 WS-SN-RESP          PIC X(2).

       01 WS-MATCH-COUNT      PIC 9(7) VALUE 0.
       01 WS-ACQ-DISP-CNT     PIC 9(7) VALUE 0.
       01 WS-ACQ-DISP-AMT     PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-ACC-NOCREDIT-AMT PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-DEBIT-NODISP-CNT PIC 9(7) VALUE 0.
       01 WS-DEBIT-NODISP-AMT PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-SUSPECT-CNT      PIC 9(7) VALUE 0.
       01 WS-SUSPECT-AMT      PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-SUSPECT-ADJ-AMT  PIC S9(15)V99 COMP-3 VALUE 0.
       01 WS-SUSPECT-REJ-CNT  PIC 9(7) VALUE 0.

      *> Daily electronic-journal control per terminal: the machine's
      *> own record of what its hardware actually did is matched
      *> book never credited is reported with the same urgency as a
      *> refund candidate. Matched rows are marked EJ_MATCHED the way
      *> CB-SWITCH-SETTLEMENT marks SETTLED, so the second pass can
      *> sweep what the journal never confirmed. Each note in the
      *> reject bin the validator flagged as suspect is registered
      *> as retained through CB-SUSPECT-NOTE, which takes its value
      *> back off a deposit that was already credited with it.
       PROCEDURE DIVISION.
           DISPLAY "EJ EXTRACT FILE PATH       : " WITH NO ADVANCING
           ACCEPT WS-EJ-PATH

              IF WS-EOF NOT = 'Y'
                 AND EJ-TERMINAL-ID = WS-TERMINAL-ID
                 EVALUATE EJ-EVENT
                   WHEN 'D'
                      PERFORM MATCH-ONE-DISPENSE
                   WHEN 'R'
                      PERFORM REGISTER-REJECT-NOTE
                   WHEN OTHER
                      PERFORM MATCH-ONE-ACCEPT
                 END-EVALUATE
              END-IF
           END-PERFORM

           DISPLAY "ACCEPTED, NOT CREDITED      : "
                   WS-ACC-NOCREDIT-CNT
                   "  TOTAL " WS-ACC-NOCREDIT-AMT
           DISPLAY "SUSPECT NOTES RETAINED      : " WS-SUSPECT-CNT
                   "  TOTAL " WS-SUSPECT-AMT
           DISPLAY "  TAKEN BACK OFF DEPOSITS   : " WS-SUSPECT-ADJ-AMT
           DISPLAY "SUSPECT NOTES NOT REGISTERED: " WS-SUSPECT-REJ-CNT
           DISPLAY "==================================================="

           EXEC SQL COMMIT END-EXEC
                      "  AMOUNT " EJ-AMOUNT
           END-IF.

      *> A suspect note out of the reject bin. Its deposit, when the
      *> journal names one, gives the depositing account; a rerun of
      *> the same journal finds the note already registered and
      *> leaves it alone. A note that cannot be registered is listed
      *> so the branch logs it by hand before the bin is emptied.
       REGISTER-REJECT-NOTE.
           MOVE SPACES TO WS-SN-BRANCH WS-SN-NO-REK WS-SN-RECEIPT
           MOVE EJ-AMOUNT TO WS-SN-DENOM

           CALL 'CB-SUSPECT-NOTE'
             USING WS-SN-SOURCE EJ-TERMINAL-ID WS-SN-BRANCH
                   WS-SN-NO-REK EJ-ID-TRX WS-SN-DENOM EJ-SERIAL-NO
                   WS-SN-CHANNEL WS-BUS-DATE WS-SN-CAPTURED-BY
                   WS-SN-RECEIPT WS-SN-NOTE-ID WS-SN-ADJUSTED
                   WS-SN-RESP

           EVALUATE WS-SN-RESP
             WHEN '00'
                ADD 1 TO WS-SUSPECT-CNT
                ADD EJ-AMOUNT TO WS-SUSPECT-AMT
                IF WS-SN-ADJUSTED = 'Y'
                   ADD EJ-AMOUNT TO WS-SUSPECT-ADJ-AMT
                END-IF
                DISPLAY "  SUSPECT NOTE RETAINED: " WS-SN-NOTE-ID
                        "  " EJ-SERIAL-NO "  " EJ-AMOUNT
                        "  RECEIPT " WS-SN-RECEIPT
             WHEN '94'
                CONTINUE
             WHEN OTHER
                ADD 1 TO WS-SUSPECT-REJ-CNT
                DISPLAY "  SUSPECT NOTE NOT REGISTERED: " EJ-ID-TRX
                        "  " EJ-SERIAL-NO "  " EJ-AMOUNT
                        "  RESP " WS-SN-RESP
           END-EVALUATE.

      *> Anything this terminal debited on the business date that the
      *> journal never confirmed as dispensed never left the machine:
      *> those are the refund candidates. A debit the terminal's own
