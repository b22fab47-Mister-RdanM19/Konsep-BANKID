       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-VA-POSTED.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-VA-PREFIX    PIC X(6).
       01 WS-AMOUNT-RULE  PIC X(1).

       LINKAGE SECTION.
       01 WS-VA-NO        PIC X(16).
       01 WS-AUDIT-ID     PIC X(20).

       PROCEDURE DIVISION USING WS-VA-NO WS-AUDIT-ID.

      *> Called right after a VA payment's credit has been logged:
      *> the VA number is stamped onto the owner's AUDIT_LOG entry
      *> (the same after-the-fact marking CB-EJ-RECON and
      *> CB-SWITCH-SETTLEMENT do), which is what
      *> CB-VA-COLLECT-FEED reads to tell the corporate who paid.
      *> A closed-range VA is then claimed 'A' -> 'P' so it cannot
      *> be paid a second time; the claim is a guarded UPDATE, so
      *> two payments racing to the same bill leave exactly one
      *> PAID_ID_TRX. Like CB-AUDIT-LOG it leaves the commit to
      *> the caller's own unit of work.
           EXEC SQL
              UPDATE AUDIT_LOG
              SET VA_NO = :WS-VA-NO
              WHERE ID_TRX = :WS-AUDIT-ID
           END-EXEC

           MOVE WS-VA-NO(1:6) TO WS-VA-PREFIX
           EXEC SQL
              SELECT AMOUNT_RULE
              INTO :WS-AMOUNT-RULE
              FROM VA_RANGE
              WHERE VA_PREFIX = :WS-VA-PREFIX
           END-EXEC

           IF SQLCODE = 0 AND WS-AMOUNT-RULE = 'C'
              EXEC SQL
                 UPDATE VA_NUMBER
                 SET STATUS = 'P',
                     PAID_ID_TRX = :WS-AUDIT-ID,
                     PAID_TS = CURRENT TIMESTAMP
                 WHERE VA_NO = :WS-VA-NO
                   AND STATUS = 'A'
              END-EXEC
           END-IF

           GOBACK.
