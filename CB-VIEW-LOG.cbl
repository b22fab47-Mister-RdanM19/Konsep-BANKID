       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-VIEW-LOG.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY VWRSN.

       01 WS-RSN-FOUND    PIC X(1).
       01 WS-VIEW-ID      PIC X(20).
       01 WS-LOG-CUST     PIC X(20).

       LINKAGE SECTION.
       01 WS-USER         PIC X(10).
       01 WS-PROGRAM      PIC X(12).
       01 WS-CUST-ID      PIC X(20).
       01 WS-NO-REK       PIC X(6).
       01 WS-REASON       PIC X(2).
       01 WS-VIEW-OK      PIC X(1).

       PROCEDURE DIVISION USING
            WS-USER WS-PROGRAM WS-CUST-ID WS-NO-REK WS-REASON
            WS-VIEW-OK.

      *> Called by every inquiry screen that opens one customer's
      *> data, before anything of it is shown: who (the signed-on
      *> operator), from which program, which customer or account,
      *> when, and why - one row on VIEW_LOG, committed at once so
      *> the trace stands even if the session dies. The reason is
      *> picked from the VWRSN list the first time a session asks
      *> and then travels in WS-REASON, so a search touching
      *> several accounts asks once and logs each. An account
      *> viewed is also logged under its owner, so "who viewed my
      *> data" is one query by CUST_ID. No reason, or a row that
      *> cannot be written, and WS-VIEW-OK comes back 'N': the
      *> caller shows nothing.
           MOVE 'N' TO WS-VIEW-OK

           IF WS-REASON = SPACES
              DISPLAY "ACCESS REASON:"
              PERFORM VARYING VW-RSN-IDX FROM 1 BY 1
                      UNTIL VW-RSN-IDX > 7
                 DISPLAY "  " VW-RSN-CODE(VW-RSN-IDX) "  "
                         VW-RSN-DESC(VW-RSN-IDX)
              END-PERFORM
              DISPLAY "REASON CODE  : " WITH NO ADVANCING
              ACCEPT WS-REASON
           END-IF

           MOVE 'N' TO WS-RSN-FOUND
           PERFORM VARYING VW-RSN-IDX FROM 1 BY 1
                   UNTIL VW-RSN-IDX > 7 OR WS-RSN-FOUND = 'Y'
              IF VW-RSN-CODE(VW-RSN-IDX) = WS-REASON
                 MOVE 'Y' TO WS-RSN-FOUND
              END-IF
           END-PERFORM

           IF WS-RSN-FOUND NOT = 'Y'
              DISPLAY "ACCESS REFUSED: A LISTED REASON IS REQUIRED"
              MOVE SPACES TO WS-REASON
              GOBACK
           END-IF

           MOVE WS-CUST-ID TO WS-LOG-CUST
           IF WS-LOG-CUST = SPACES AND WS-NO-REK NOT = SPACES
              EXEC SQL
                 SELECT COALESCE(CUST_ID, ' ')
                 INTO :WS-LOG-CUST
                 FROM REKENING
                 WHERE NO_REK = :WS-NO-REK
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE SPACES TO WS-LOG-CUST
              END-IF
           END-IF

           CALL 'CB-REF-NUMBER' USING 'VL' WS-VIEW-ID

           EXEC SQL
              INSERT INTO VIEW_LOG
              (VIEW_ID, USER_ID, PROGRAM_ID, CUST_ID, NO_REK, REASON,
               VIEW_TS)
              VALUES
              (:WS-VIEW-ID, :WS-USER, :WS-PROGRAM, :WS-LOG-CUST,
               :WS-NO-REK, :WS-REASON, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "ACCESS REFUSED: VIEW COULD NOT BE RECORDED"
              GOBACK
           END-IF

           EXEC SQL COMMIT END-EXEC
           MOVE 'Y' TO WS-VIEW-OK
           GOBACK.
