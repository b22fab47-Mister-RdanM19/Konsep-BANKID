       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-PROXY-MAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ACTION       PIC X(1).
      *> R=Register, S=Suspend, A=re-Activate, P=Port out,
      *> D=Delete, I=Inquire.
       01 WS-SIGNON-OK    PIC X(1).
       01 WS-OPERATOR     PIC X(10).
       01 WS-CHANNEL      PIC X(6) VALUE 'BRANCH'.
       01 WS-NO-REK       PIC X(6).
       01 WS-ALIAS-TYPE   PIC X(1).
       01 WS-ALIAS-VALUE  PIC X(40).
       01 WS-PORT-BANK    PIC X(4) VALUE SPACES.
       01 WS-RESP-CODE    PIC X(2).
       01 WS-ALIAS-STATUS PIC X(1).
       01 WS-ALIAS-REK    PIC X(6).
       01 WS-REG-CHANNEL  PIC X(6).

      *> Branch counter for the proxy alias registry: the customer
      *> is at the desk with ID, the officer keys one of their
      *> accounts and the alias. The rules themselves live in
      *> CB-PROXY-UPDATE, shared with the customer's own
      *> CB-IBANK-REQ menu, so the branch cannot register what the
      *> online channel would refuse or vice versa.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-PROXY-MNT' 'CO' WS-OPERATOR WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF

           DISPLAY "ACTION (R=REGISTER, S=SUSPEND, A=ACTIVATE, "
                   "P=PORT OUT, D=DELETE, I=INQUIRE): "
                   WITH NO ADVANCING
           ACCEPT WS-ACTION
           DISPLAY "ALIAS TYPE (P=PHONE, E=E-MAIL): "
                   WITH NO ADVANCING
           ACCEPT WS-ALIAS-TYPE
           DISPLAY "ALIAS               : " WITH NO ADVANCING
           ACCEPT WS-ALIAS-VALUE

           IF WS-ACTION = 'I'
              PERFORM INQUIRE-ALIAS
              STOP RUN
           END-IF

           DISPLAY "CUSTOMER NO REK     : " WITH NO ADVANCING
           ACCEPT WS-NO-REK
           IF WS-ACTION = 'P'
              DISPLAY "NEW BANK CODE       : " WITH NO ADVANCING
              ACCEPT WS-PORT-BANK
           END-IF

           CALL 'CB-PROXY-UPDATE'
             USING WS-ACTION WS-ALIAS-TYPE WS-ALIAS-VALUE WS-NO-REK
                   WS-PORT-BANK WS-OPERATOR WS-CHANNEL WS-RESP-CODE

           EVALUATE WS-RESP-CODE
             WHEN '00'
                DISPLAY "ALIAS UPDATED - CONFIRMATION SENT TO ALIAS"
             WHEN '30'
                DISPLAY "REJECTED: ALIAS OR ACTION MALFORMED"
             WHEN '14'
                DISPLAY "REJECTED: ACCOUNT OR ALIAS NOT FOUND"
             WHEN '94'
                DISPLAY "REJECTED: ALIAS ALREADY LIVE HERE OR AT "
                        "ANOTHER BANK"
             WHEN '57'
                DISPLAY "REJECTED: NOT THE ALIAS OWNER OR WRONG STATE"
             WHEN OTHER
                DISPLAY "REJECTED: RESP " WS-RESP-CODE
           END-EVALUATE

           STOP RUN.

       INQUIRE-ALIAS.
           IF WS-ALIAS-TYPE = 'E'
              MOVE FUNCTION UPPER-CASE(WS-ALIAS-VALUE)
                TO WS-ALIAS-VALUE
           END-IF

           EXEC SQL
              SELECT NO_REK, STATUS, REGISTERED_CHANNEL,
                     COALESCE(PORT_BANK_CODE, ' ')
              INTO :WS-ALIAS-REK, :WS-ALIAS-STATUS,
                   :WS-REG-CHANNEL, :WS-PORT-BANK
              FROM PROXY_ALIAS
              WHERE ALIAS_TYPE = :WS-ALIAS-TYPE
                AND ALIAS_VALUE = :WS-ALIAS-VALUE
              ORDER BY UPDATED_TS DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC

           IF SQLCODE = 0
              DISPLAY "NO REK " WS-ALIAS-REK
                      "  STATUS " WS-ALIAS-STATUS
                      "  VIA " WS-REG-CHANNEL
              IF WS-ALIAS-STATUS = 'T'
                 DISPLAY "PORTED TO BANK " WS-PORT-BANK
              END-IF
           ELSE
              DISPLAY "ALIAS NOT REGISTERED WITH US"
           END-IF.
