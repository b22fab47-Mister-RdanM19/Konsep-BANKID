       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-SUSPECT-MAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ACTION       PIC X(1).
      *> L=List the notes held at the branch, H=Hand them over to
      *> Bank Indonesia.
       01 WS-SIGNON-OK    PIC X(1).
       01 WS-USER         PIC X(10).
       01 WS-CUST2        PIC X(10).
       01 WS-CUST2-OK     PIC X(1).
       01 WS-BRANCH-ID    PIC X(4).
       01 WS-CONFIRM      PIC X(1).
       01 WS-HANDOVER-REF PIC X(20).

       01 WS-NOTE-ID      PIC X(20).
       01 WS-RECEIPT-REF  PIC X(20).
       01 WS-SOURCE       PIC X(1).
       01 WS-TERMINAL-ID  PIC X(8).
       01 WS-NO-REK       PIC X(6).
       01 WS-DENOM        PIC S9(7) COMP-3.
       01 WS-SERIAL-NO    PIC X(15).
       01 WS-CAPT-DATE    PIC X(10).

       01 WS-HELD-CNT     PIC 9(7) VALUE 0.
       01 WS-HELD-VALUE   PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-DONE-CNT     PIC 9(7) VALUE 0.

      *> The branch's register of suspected counterfeit notes it is
      *> physically holding - what used to be the paper log kept
      *> with the notes in the vault. Every note CB-SUSPECT-NOTE
      *> registered ('H'), from the counter or a machine's reject
      *> bin, is listed with its receipt reference and the account
      *> it came from, and stays on the register until it leaves
      *> the branch. The hand-over to Bank Indonesia is a custody
      *> movement like any vault opening: a second custodian signs
      *> on at the point of use, the register's count and value are
      *> agreed first, and every held note of the branch moves to
      *> 'B' under BI's receipt reference in one unit of work.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-SUSPECT  ' 'TL' WS-USER WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF

           DISPLAY "BRANCH ID    : " WITH NO ADVANCING
           ACCEPT WS-BRANCH-ID
           DISPLAY "ACTION (L=LIST HELD, H=HAND OVER TO BI): "
                   WITH NO ADVANCING
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
             WHEN 'L'
                PERFORM LIST-HELD
             WHEN 'H'
                PERFORM HAND-OVER THRU HAND-OVER-EXIT
             WHEN OTHER
                DISPLAY "INVALID ACTION"
           END-EVALUATE

           STOP RUN.

       SECOND-CUSTODIAN.
           MOVE 'N' TO WS-CUST2-OK
           DISPLAY "CUSTODIAN KEDUA SIGN ON"
           CALL 'CB-SIGNON'
             USING 'CB-SUSPECT-2' 'TL' WS-CUST2 WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              GO TO SECOND-CUSTODIAN-EXIT
           END-IF
           IF WS-CUST2 = WS-USER
              DISPLAY "DITOLAK: CUSTODIAN KEDUA HARUS ORANG LAIN"
              GO TO SECOND-CUSTODIAN-EXIT
           END-IF
           MOVE 'Y' TO WS-CUST2-OK.
       SECOND-CUSTODIAN-EXIT.
           EXIT.

       LIST-HELD.
           MOVE 0 TO WS-HELD-CNT
           MOVE 0 TO WS-HELD-VALUE

           DISPLAY "==================================================="
           DISPLAY "SUSPECT NOTES HELD - BRANCH " WS-BRANCH-ID
           DISPLAY "==================================================="

           EXEC SQL
              DECLARE HELD-CUR CURSOR FOR
              SELECT NOTE_ID, RECEIPT_REF, SOURCE, TERMINAL_ID,
                     COALESCE(NO_REK, ' '), DENOM, SERIAL_NO,
                     BUS_DATE
              FROM SUSPECT_NOTE
              WHERE BRANCH_ID = :WS-BRANCH-ID
                AND STATUS = 'H'
              ORDER BY CAPTURED_TS, NOTE_ID
           END-EXEC

           EXEC SQL OPEN HELD-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH HELD-CUR
                 INTO :WS-NOTE-ID, :WS-RECEIPT-REF, :WS-SOURCE,
                      :WS-TERMINAL-ID, :WS-NO-REK, :WS-DENOM,
                      :WS-SERIAL-NO, :WS-CAPT-DATE
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-HELD-CNT
                 ADD WS-DENOM TO WS-HELD-VALUE
                 DISPLAY "  " WS-NOTE-ID
                         "  " WS-CAPT-DATE
                         "  " WS-SOURCE " " WS-TERMINAL-ID
                         "  " WS-DENOM
                         "  " WS-SERIAL-NO
                         "  NO_REK " WS-NO-REK
                         "  RECEIPT " WS-RECEIPT-REF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE HELD-CUR END-EXEC

           DISPLAY "---------------------------------------------------"
           DISPLAY "NOTES HELD     : " WS-HELD-CNT
           DISPLAY "FACE VALUE     : " WS-HELD-VALUE
           DISPLAY "==================================================="
           CONTINUE.

       HAND-OVER.
           PERFORM LIST-HELD
           IF WS-HELD-CNT = 0
              DISPLAY "TIDAK ADA UANG YANG DITAHAN"
              GO TO HAND-OVER-EXIT
           END-IF

           PERFORM SECOND-CUSTODIAN THRU SECOND-CUSTODIAN-EXIT
           IF WS-CUST2-OK NOT = 'Y'
              GO TO HAND-OVER-EXIT
           END-IF

           DISPLAY "NO BERITA ACARA BI : " WITH NO ADVANCING
           ACCEPT WS-HANDOVER-REF
           IF WS-HANDOVER-REF = SPACES
              DISPLAY "DITOLAK: NO BERITA ACARA WAJIB"
              GO TO HAND-OVER-EXIT
           END-IF

           DISPLAY "SERAHKAN " WS-HELD-CNT " LEMBAR NILAI "
                   WS-HELD-VALUE " ? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
              GO TO HAND-OVER-EXIT
           END-IF

           EXEC SQL
              UPDATE SUSPECT_NOTE
              SET STATUS = 'B',
                  HANDOVER_REF = :WS-HANDOVER-REF,
                  HANDOVER_BY = :WS-USER,
                  HANDOVER_CUST2 = :WS-CUST2,
                  HANDOVER_TS = CURRENT TIMESTAMP
              WHERE BRANCH_ID = :WS-BRANCH-ID
                AND STATUS = 'H'
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "SERAH TERIMA GAGAL, SQLCODE " SQLCODE
              GO TO HAND-OVER-EXIT
           END-IF

           MOVE SQLERRD(3) TO WS-DONE-CNT

      *> A note registered between the listing and the update would
      *> leave with the bag unseen; the count must be the one the
      *> custodians agreed.
           IF WS-DONE-CNT NOT = WS-HELD-CNT
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "DITOLAK: REGISTER BERUBAH - ULANGI SERAH TERIMA"
              GO TO HAND-OVER-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "DISERAHKAN KE BI - " WS-DONE-CNT " LEMBAR, "
                   "BERITA ACARA " WS-HANDOVER-REF.
       HAND-OVER-EXIT.
           EXIT.
