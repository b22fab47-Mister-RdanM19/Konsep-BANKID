       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-SIGNON-OK    PIC X(1).
       01 WS-USER         PIC X(10).
       01 WS-VIEW-REASON  PIC X(2) VALUE SPACES.
       01 WS-VIEW-OK      PIC X(1).
       01 WS-VIEW-REK     PIC X(6) VALUE SPACES.

       01 WS-CUST-ID      PIC X(20).
       01 WS-CUST-NAME    PIC X(40).
       01 WS-KYC-STATUS   PIC X(1).
       01 WS-RISK-RATING  PIC X(1).
       01 WS-ALIAS-TO     PIC X(20).
       01 WS-NEXT-REVIEW  PIC X(10).
       01 WS-KYC-RESTRICT PIC X(1).
       01 WS-COOLOFF-UNTIL PIC X(26).

       01 WS-NO-REK       PIC X(6).
       01 WS-ACCT-TYPE    PIC X(4).
       01 WS-DSP-STATUS   PIC X(1).
       01 WS-DEADLINE     PIC X(10).

       01 WS-CMP-ID       PIC X(20).
       01 WS-CMP-CATEGORY PIC X(3).
       01 WS-CMP-STATUS   PIC X(1).
       01 WS-CMP-DUE      PIC X(10).
       01 WS-CMP-UNIT     PIC X(10).

       01 WS-SECTION-CNT  PIC 9(5).

      *> The one-screen relationship view the call centre asked
      *> accounts with balance and earmarked holds, cards (own and
      *> linked), running deposito contracts, the OD line, the loan
      *> book, standing instructions, and anything sitting in the
      *> compliance, dispute or complaint queues - instead of five
      *> programs and a notepad. Inquiry only: nothing here moves
      *> money or flips a status, but who opened which customer and
      *> why is recorded through CB-VIEW-LOG before anything shows.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-CUST-360 ' '**' WS-USER WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF

           DISPLAY "CUST ID      : " WITH NO ADVANCING
           ACCEPT WS-CUST-ID
           PERFORM RESOLVE-ALIAS

           EXEC SQL
              SELECT CUST_NAME, KYC_STATUS,
                     COALESCE(RISK_RATING, ' '),
                     COALESCE(CHAR(KYC_NEXT_REVIEW), ' '),
                     COALESCE(KYC_RESTRICT, 'N'),
                     CASE WHEN CONTACT_COOLOFF_TS > CURRENT TIMESTAMP
                          THEN CHAR(CONTACT_COOLOFF_TS)
                          ELSE ' ' END
              INTO :WS-CUST-NAME, :WS-KYC-STATUS, :WS-RISK-RATING,
                   :WS-NEXT-REVIEW, :WS-KYC-RESTRICT,
                   :WS-COOLOFF-UNTIL
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC
              STOP RUN
           END-IF

           CALL 'CB-VIEW-LOG'
             USING WS-USER 'CB-CUST-360 ' WS-CUST-ID WS-VIEW-REK
                   WS-VIEW-REASON WS-VIEW-OK
           IF WS-VIEW-OK NOT = 'Y'
              STOP RUN
           END-IF

           DISPLAY "==================================================="
           DISPLAY "CUSTOMER 360 - " WS-CUST-ID
           DISPLAY WS-CUST-NAME
           DISPLAY "KYC " WS-KYC-STATUS "   RISK " WS-RISK-RATING
                   "   NEXT REVIEW " WS-NEXT-REVIEW
           IF WS-KYC-RESTRICT = 'Y'
              DISPLAY "** RESTRICTED - KYC REFRESH OVERDUE **"
           END-IF
           IF WS-COOLOFF-UNTIL NOT = SPACES
              DISPLAY "** CONTACT CHANGED - COOLING OFF UNTIL "
                      WS-COOLOFF-UNTIL(1:16) " **"
           END-IF
           DISPLAY "==================================================="

           PERFORM SHOW-ACCOUNTS
           PERFORM SHOW-STANDING-INSTRUCTIONS
           PERFORM SHOW-OPEN-CASES
           PERFORM SHOW-OPEN-DISPUTES
           PERFORM SHOW-OPEN-COMPLAINTS

           DISPLAY "==================================================="
           STOP RUN.
           IF WS-SECTION-CNT = 0
              DISPLAY "  (NONE)"
           END-IF.

      *> Open complaints with their resolution deadline; they are
      *> taken and worked in CB-COMPLAINT-MAINT under the ID shown.
       SHOW-OPEN-COMPLAINTS.
           DISPLAY "---- COMPLAINTS (OPEN) ----"
           MOVE 0 TO WS-SECTION-CNT

           EXEC SQL
              DECLARE C360-CMP CURSOR FOR
              SELECT CMP_ID, CATEGORY, STATUS, CHAR(RESOLVE_DUE),
                     ASSIGNED_UNIT
              FROM COMPLAINT
              WHERE CUST_ID = :WS-CUST-ID
                AND STATUS <> 'S'
              ORDER BY RESOLVE_DUE
           END-EXEC

           EXEC SQL OPEN C360-CMP END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH C360-CMP
                 INTO :WS-CMP-ID, :WS-CMP-CATEGORY, :WS-CMP-STATUS,
                      :WS-CMP-DUE, :WS-CMP-UNIT
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-SECTION-CNT
                 DISPLAY "  " WS-CMP-ID " " WS-CMP-CATEGORY
                         "  STATUS " WS-CMP-STATUS
                         "  DUE " WS-CMP-DUE
                         "  UNIT " WS-CMP-UNIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE C360-CMP END-EXEC
           IF WS-SECTION-CNT = 0
              DISPLAY "  (NONE - REGISTER IN CB-COMPLAINT-MAINT)"
           END-IF.

      *> A CUST_ID merged away by CB-CIF-MERGE still works when
      *> quoted: it is swapped for the surviving customer, and the
      *> operator is told.
       RESOLVE-ALIAS.
           EXEC SQL
              SELECT CUST_ID
              INTO :WS-ALIAS-TO
              FROM CUST_ALIAS
              WHERE ALIAS_CUST_ID = :WS-CUST-ID
           END-EXEC

           IF SQLCODE = 0
              DISPLAY "CUST ID " WS-CUST-ID " WAS MERGED INTO "
                      WS-ALIAS-TO " - USING " WS-ALIAS-TO
              MOVE WS-ALIAS-TO TO WS-CUST-ID
           END-IF.
