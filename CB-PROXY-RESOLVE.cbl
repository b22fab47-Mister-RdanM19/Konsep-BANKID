       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-PROXY-RESOLVE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-OWN-BANK     PIC X(4).
       01 WS-ALIAS-KEY    PIC X(40).
       01 WS-OWN-REK      PIC X(6).

       LINKAGE SECTION.
       01 WS-ALIAS-TYPE   PIC X(1).
       01 WS-ALIAS-VALUE  PIC X(40).
       01 WS-DST-BANK-CODE PIC X(4).
       01 WS-DST-ACCT-IB  PIC X(16).
       01 WS-ON-US        PIC X(1).
       01 WS-RESP-CODE    PIC X(2).

       PROCEDURE DIVISION USING
            WS-ALIAS-TYPE WS-ALIAS-VALUE WS-DST-BANK-CODE
            WS-DST-ACCT-IB WS-ON-US WS-RESP-CODE.

      *> Alias to account: our own registry first - an alias live
      *> here at 'A' answers with our bank code and the linked
      *> REKENING and WS-ON-US = 'Y', so an alias held by one of
      *> our own customers never leaves the bank - and otherwise
      *> the central proxy directory the network shares with us
      *> (PROXY_DIRECTORY, kept like IB_BANK_ACCT), which names the
      *> bank and account the alias is live at today. A suspended,
      *> ported, deleted or unknown alias answers '14'. An off-us
      *> result feeds the ordinary name-inquiry phase: the holder's
      *> name the customer confirms still comes from CB-IB-NAME-INQ
      *> for the resolved bank and account, never from the alias.
           MOVE SPACES TO WS-DST-BANK-CODE
           MOVE SPACES TO WS-DST-ACCT-IB
           MOVE 'N' TO WS-ON-US

           MOVE WS-ALIAS-VALUE TO WS-ALIAS-KEY
           IF WS-ALIAS-TYPE = 'E'
              MOVE FUNCTION UPPER-CASE(WS-ALIAS-VALUE)
                TO WS-ALIAS-KEY
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-OWN-BANK
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'OWN-BANK-CODE'
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-OWN-BANK
           END-IF

           EXEC SQL
              SELECT NO_REK
              INTO :WS-OWN-REK
              FROM PROXY_ALIAS
              WHERE ALIAS_TYPE = :WS-ALIAS-TYPE
                AND ALIAS_VALUE = :WS-ALIAS-KEY
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE = 0
              MOVE WS-OWN-BANK TO WS-DST-BANK-CODE
              MOVE WS-OWN-REK TO WS-DST-ACCT-IB
              MOVE 'Y' TO WS-ON-US
              MOVE '00' TO WS-RESP-CODE
              GOBACK
           END-IF

           EXEC SQL
              SELECT BANK_CODE, ACCT_NO
              INTO :WS-DST-BANK-CODE, :WS-DST-ACCT-IB
              FROM PROXY_DIRECTORY
              WHERE ALIAS_TYPE = :WS-ALIAS-TYPE
                AND ALIAS_VALUE = :WS-ALIAS-KEY
                AND STATUS = 'A'
                AND BANK_CODE <> :WS-OWN-BANK
           END-EXEC

           IF SQLCODE NOT = 0
              MOVE SPACES TO WS-DST-BANK-CODE
              MOVE SPACES TO WS-DST-ACCT-IB
              MOVE '14' TO WS-RESP-CODE
              GOBACK
           END-IF

           MOVE '00' TO WS-RESP-CODE
           GOBACK.
