       01 WS-CURR-BUS-DATE PIC X(10).
       01 WS-SETTLE-STATUS PIC X(2).
       01 WS-BUS-DATE      PIC X(10).
       01 WS-EOF           PIC X(1) VALUE 'N'.

       01 WS-OUR-AMOUNT PIC S9(11)V99 COMP-3.
       01 WS-OUR-RESP   PIC X(2).
       01 WS-MATCH-ID   PIC X(20).
       01 WS-ISS-ID-TRX PIC X(20).
       01 WS-DISPUTE-REASON PIC X(40).
       01 WS-MATCH-COUNT    PIC 9(7) VALUE 0.
       01 WS-DISPUTE-COUNT  PIC 9(7) VALUE 0.
              END-EXEC
           END-IF

           OPEN INPUT SETTLE-FILE
           IF WS-SETTLE-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN SETTLEMENT FILE, STATUS "
           EXEC SQL COMMIT END-EXEC
           GOBACK.

      *> Issuer-side items (our card at another bank's machine) come
      *> back under the NETWORK'S trace number, not our reference;
      *> CB-ISS-AUTH logged that trace beside our AUDIT_LOG key, so
      *> the trace is resolved to our key first and matched from
      *> there like any other row.
       MATCH-AGAINST-AUDIT-LOG.
           MOVE SETTLE-ID-TRX TO WS-MATCH-ID
           EXEC SQL
              SELECT ID_TRX
              INTO :WS-ISS-ID-TRX
              FROM ISS_AUTH_LOG
              WHERE NET_TRACE = :SETTLE-ID-TRX
                AND RESP_CODE = '00'
           END-EXEC
           IF SQLCODE = 0
              MOVE WS-ISS-ID-TRX TO WS-MATCH-ID
           END-IF

           EXEC SQL
              SELECT AMOUNT, RESP_CODE
              INTO :WS-OUR-AMOUNT, :WS-OUR-RESP
              FROM AUDIT_LOG
              WHERE ID_TRX = :WS-MATCH-ID
           END-EXEC

           IF SQLCODE NOT = 0
                    EXEC SQL
                       UPDATE AUDIT_LOG
                       SET SETTLED = 'Y'
                       WHERE ID_TRX = :WS-MATCH-ID
                    END-EXEC
                    ADD 1 TO WS-MATCH-COUNT
                 END-IF
              END-IF
           END-IF.

      *> An AUDIT_LOG row of this business date (by BUS_DATE, so
      *> traffic after our EOD cut-off is judged with the next
      *> day's file) that never got
      *> marked SETTLED never appeared on the network's file at all -
      *> the case where our side debited the customer but the
      *> settlement never came back.
              SELECT COUNT(*)
              INTO :WS-ONLY-OURS-COUNT
              FROM AUDIT_LOG
              WHERE BUS_DATE = :WS-BUS-DATE
                AND RESP_CODE = '00'
                AND SETTLED IS NULL
           END-EXEC
                     'IN OUR AUDIT_LOG, NOT ON NETWORK FILE',
                     CURRENT TIMESTAMP
              FROM AUDIT_LOG
              WHERE BUS_DATE = :WS-BUS-DATE
                AND RESP_CODE = '00'
                AND SETTLED IS NULL
           END-EXEC.
           EXEC SQL
              UPDATE AUDIT_LOG
              SET SETTLED = 'D'
              WHERE ID_TRX = :WS-MATCH-ID
           END-EXEC.
