       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-COMPLAINT-MAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.
       COPY CMPCAT.

       01 WS-ACTION       PIC X(1).
      *> N=New complaint, K=Acknowledge by hand, A=Assign unit,
      *> X=Extend the resolution deadline, D=Hand off to the card
      *> dispute desk, S=Resolve, L=List a customer's complaints,
      *> H=History of one complaint.
       01 WS-SIGNON-OK    PIC X(1).
       01 WS-USER         PIC X(10).

       01 WS-CMP-ID       PIC X(20).
       01 WS-CUST-ID      PIC X(20).
       01 WS-ALIAS-TO     PIC X(20).
       01 WS-CUST-NAME    PIC X(40).
       01 WS-ADDRESS      PIC X(60).
       01 WS-CHANNEL-IN   PIC X(1).
      *> B = branch, C = call centre, W = web / internet banking,
      *> L = letter or e-mail.
       01 WS-CATEGORY     PIC X(3).
       01 WS-OJK-GROUP    PIC X(2).
       01 WS-CAT-FOUND    PIC X(1).
       01 WS-ID-TRX       PIC X(20).
       01 WS-TRX-NO-REK   PIC X(6).
       01 WS-AMOUNT       PIC S9(11)V99 COMP-3.
       01 WS-OWNER-CNT    PIC 9(5).
       01 WS-DESCRIPTION  PIC X(60).
       01 WS-UNIT         PIC X(10).
       01 WS-NOTE         PIC X(60).

       01 WS-TODAY        PIC X(10).
       01 WS-RECEIVED     PIC X(10).
       01 WS-ACK-DAYS     PIC S9(3) COMP-3.
       01 WS-RES-DAYS     PIC S9(3) COMP-3.
       01 WS-EXT-DAYS     PIC S9(3) COMP-3.
       01 WS-ACK-DUE      PIC X(10).
       01 WS-RESOLVE-DUE  PIC X(10).
       01 WS-BREACH-ACK   PIC X(1).
       01 WS-EXTENDED     PIC X(1).

       01 WS-FROM-DATE    PIC X(10).
       01 WS-WORK-DAYS    PIC S9(3) COMP-3.
       01 WS-DUE-DATE     PIC X(10).
       01 WS-CAND-DATE    PIC X(10).
       01 WS-YYYY         PIC 9(4).
       01 WS-MM           PIC 9(2).
       01 WS-DD           PIC 9(2).
       01 WS-DATE-INT     PIC 9(8).
       01 WS-DAY-INT      PIC 9(7).
       01 WS-DOW          PIC 9(1).
       01 WS-HOL-CNT      PIC 9(5).
       01 WS-WORK-SEEN    PIC S9(3) COMP-3.

       01 WS-STATUS       PIC X(1).
      *> R = registered, acknowledgement not yet sent; A = being
      *> worked; D = with the card dispute desk; S = resolved.
       01 WS-OLD-STATUS   PIC X(1).
       01 WS-NEW-STATUS   PIC X(1).
       01 WS-HIST-ACTION  PIC X(1).
       01 WS-OUTCOME      PIC X(1).
      *> U = upheld, P = partly upheld, R = rejected.
       01 WS-OUTCOME-TEXT PIC X(16).
       01 WS-REFUND       PIC S9(11)V99 COMP-3.
       01 WS-DSP-CNT      PIC 9(5).
       01 WS-DSP-REASON   PIC X(40).
       01 WS-HIST-TS      PIC X(26).
       01 WS-HIST-USER    PIC X(10).
       01 WS-LIST-CNT     PIC 9(5).

       01 WS-PREF-CHANNEL PIC X(1).
       01 WS-DESTINATION  PIC X(40).
       01 WS-NOTIF-ID     PIC X(20).
       01 WS-NOTIF-EVENT  PIC X(8).
       01 WS-MESSAGE      PIC X(60).
       01 WS-QUEUED       PIC X(1).

      *> The complaint register OJK's consumer-protection rules ask
      *> for, in place of the e-mail trail: every complaint from a
      *> branch, the call centre, the web or a letter is taken here
      *> against the customer, with its category, the AUDIT_LOG
      *> posting it is about (the amount is read from the posting,
      *> never keyed), the unit working it and a status history
      *> (COMPLAINT_HIST) that nothing deletes. The acknowledgement
      *> and resolution deadlines are CMP-ACK-DAYS and CMP-RES-DAYS
      *> working days (SYS_PARAM, defaults 2 and 10) from the day
      *> the complaint reached the bank, counted past weekends and
      *> HOLIDAY_CALENDAR; one extension of CMP-EXT-DAYS (default
      *> 10) is allowed, with notice to the customer. The
      *> acknowledgement, extension and resolution letters go out
      *> through NOTIFICATION_QUEUE - to the registered alert
      *> contact, or by post to the address on file when there is
      *> none. A card complaint with a posting behind it is handed
      *> to the network dispute desk (CB-DISPUTE-MAINT), which
      *> hands it back when the chargeback closes. CB-COMPLAINT-AGING
      *> watches the deadlines daily and CB-COMPLAINT-RPT produces
      *> the quarterly OJK report.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-COMPLAINT' 'TL' WS-USER WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF

           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
             DELIMITED BY SIZE INTO WS-TODAY

           DISPLAY "ACTION (N=NEW, K=ACKNOWLEDGE, A=ASSIGN, X=EXTEND, "
                   "D=TO DISPUTE DESK, S=RESOLVE, L=LIST, "
                   "H=HISTORY): " WITH NO ADVANCING
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
             WHEN 'N'
                PERFORM NEW-COMPLAINT THRU NEW-COMPLAINT-EXIT
             WHEN 'K'
                PERFORM ACKNOWLEDGE-BY-HAND
                        THRU ACKNOWLEDGE-BY-HAND-EXIT
             WHEN 'A'
                PERFORM ASSIGN-UNIT THRU ASSIGN-UNIT-EXIT
             WHEN 'X'
                PERFORM EXTEND-DEADLINE THRU EXTEND-DEADLINE-EXIT
             WHEN 'D'
                PERFORM HAND-TO-DISPUTE THRU HAND-TO-DISPUTE-EXIT
             WHEN 'S'
                PERFORM RESOLVE-COMPLAINT
                        THRU RESOLVE-COMPLAINT-EXIT
             WHEN 'L'
                PERFORM LIST-COMPLAINTS THRU LIST-COMPLAINTS-EXIT
             WHEN 'H'
                PERFORM SHOW-HISTORY THRU SHOW-HISTORY-EXIT
             WHEN OTHER
                DISPLAY "INVALID ACTION"
           END-EVALUATE

           STOP RUN.

      *> Registration and the acknowledgement letter are one unit of
      *> work: the complaint goes to 'A' the moment its letter is
      *> queued. Without any contact or address it stays 'R' for
      *> the branch to acknowledge by hand ('K').
       NEW-COMPLAINT.
           DISPLAY "CUST ID          : " WITH NO ADVANCING
           ACCEPT WS-CUST-ID
           PERFORM RESOLVE-ALIAS

           EXEC SQL
              SELECT CUST_NAME
              INTO :WS-CUST-NAME
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "CUSTOMER NOT FOUND"
              GO TO NEW-COMPLAINT-EXIT
           END-IF
           DISPLAY WS-CUST-NAME

           DISPLAY "RECEIVED VIA (B=BRANCH, C=CALL CENTRE, W=WEB, "
                   "L=LETTER/E-MAIL): " WITH NO ADVANCING
           ACCEPT WS-CHANNEL-IN
           IF WS-CHANNEL-IN NOT = 'B' AND WS-CHANNEL-IN NOT = 'C'
              AND WS-CHANNEL-IN NOT = 'W' AND WS-CHANNEL-IN NOT = 'L'
              DISPLAY "INVALID CHANNEL"
              GO TO NEW-COMPLAINT-EXIT
           END-IF

           PERFORM VARYING CMP-CAT-IDX FROM 1 BY 1
                   UNTIL CMP-CAT-IDX > 9
              DISPLAY "  " CMP-CAT-CODE(CMP-CAT-IDX) "  "
                      CMP-CAT-DESC(CMP-CAT-IDX)
           END-PERFORM
           DISPLAY "CATEGORY         : " WITH NO ADVANCING
           ACCEPT WS-CATEGORY
           PERFORM FIND-CATEGORY
           IF WS-CAT-FOUND NOT = 'Y'
              DISPLAY "INVALID CATEGORY"
              GO TO NEW-COMPLAINT-EXIT
           END-IF

           DISPLAY "RECEIVED ON (YYYY-MM-DD, BLANK=TODAY): "
                   WITH NO ADVANCING
           ACCEPT WS-RECEIVED
           IF WS-RECEIVED = SPACES
              MOVE WS-TODAY TO WS-RECEIVED
           END-IF
           IF WS-RECEIVED > WS-TODAY
              DISPLAY "RECEIVED DATE CANNOT BE IN THE FUTURE"
              GO TO NEW-COMPLAINT-EXIT
           END-IF

           DISPLAY "ID_TRX (BLANK=NONE): " WITH NO ADVANCING
           ACCEPT WS-ID-TRX
           IF WS-ID-TRX NOT = SPACES
              PERFORM CHECK-POSTING
              IF WS-OWNER-CNT = 0
                 GO TO NEW-COMPLAINT-EXIT
              END-IF
           ELSE
              DISPLAY "AMOUNT CONCERNED (0=NONE): " WITH NO ADVANCING
              ACCEPT WS-AMOUNT
           END-IF

           DISPLAY "DESCRIPTION      : " WITH NO ADVANCING
           ACCEPT WS-DESCRIPTION
           DISPLAY "ASSIGNED UNIT    : " WITH NO ADVANCING
           ACCEPT WS-UNIT
           IF WS-DESCRIPTION = SPACES OR WS-UNIT = SPACES
              DISPLAY "DESCRIPTION AND UNIT ARE REQUIRED"
              GO TO NEW-COMPLAINT-EXIT
           END-IF

           PERFORM LOAD-SLA-PARAMS

           MOVE WS-RECEIVED TO WS-FROM-DATE
           MOVE WS-ACK-DAYS TO WS-WORK-DAYS
           PERFORM ADD-WORKING-DAYS
           MOVE WS-DUE-DATE TO WS-ACK-DUE
           MOVE WS-RES-DAYS TO WS-WORK-DAYS
           PERFORM ADD-WORKING-DAYS
           MOVE WS-DUE-DATE TO WS-RESOLVE-DUE

      *> A letter that reached us days ago can already be late for
      *> acknowledgement on the day it is registered.
           IF WS-TODAY > WS-ACK-DUE
              MOVE 'Y' TO WS-BREACH-ACK
           ELSE
              MOVE 'N' TO WS-BREACH-ACK
           END-IF

           CALL 'CB-REF-NUMBER' USING 'PG' WS-CMP-ID

           EXEC SQL
              INSERT INTO COMPLAINT
              (CMP_ID, CUST_ID, CHANNEL_IN, CATEGORY, OJK_GROUP,
               ID_TRX, AMOUNT, DESCRIPTION, ASSIGNED_UNIT, STATUS,
               RECEIVED_DATE, ACK_DUE, RESOLVE_DUE, EXTENDED,
               BREACH_ACK, BREACH_RES, CREATED_BY, CREATED_TS,
               UPDATED_TS)
              VALUES
              (:WS-CMP-ID, :WS-CUST-ID, :WS-CHANNEL-IN,
               :WS-CATEGORY, :WS-OJK-GROUP, :WS-ID-TRX, :WS-AMOUNT,
               :WS-DESCRIPTION, :WS-UNIT, 'R', :WS-RECEIVED,
               :WS-ACK-DUE, :WS-RESOLVE-DUE, 'N', :WS-BREACH-ACK,
               'N', :WS-USER, CURRENT TIMESTAMP, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "REGISTRATION FAILED, SQLCODE " SQLCODE
              GO TO NEW-COMPLAINT-EXIT
           END-IF

           MOVE ' ' TO WS-OLD-STATUS
           MOVE 'R' TO WS-NEW-STATUS
           MOVE 'N' TO WS-HIST-ACTION
           MOVE WS-DESCRIPTION TO WS-NOTE
           PERFORM WRITE-HISTORY

           MOVE 'CMPACK' TO WS-NOTIF-EVENT
           MOVE SPACES TO WS-MESSAGE
           STRING "PENGADUAN " DELIMITED BY SIZE
                  WS-CMP-ID DELIMITED BY SPACE
                  " DITERIMA. SELESAI PALING LAMBAT "
                  DELIMITED BY SIZE
                  WS-RESOLVE-DUE DELIMITED BY SIZE
             INTO WS-MESSAGE
           PERFORM QUEUE-LETTER

           IF WS-QUEUED = 'Y'
              EXEC SQL
                 UPDATE COMPLAINT
                 SET STATUS = 'A',
                     ACK_TS = CURRENT TIMESTAMP
                 WHERE CMP_ID = :WS-CMP-ID
              END-EXEC
              MOVE 'R' TO WS-OLD-STATUS
              MOVE 'A' TO WS-NEW-STATUS
              MOVE 'K' TO WS-HIST-ACTION
              MOVE "ACKNOWLEDGEMENT LETTER QUEUED" TO WS-NOTE
              PERFORM WRITE-HISTORY
           END-IF

           EXEC SQL COMMIT END-EXEC

           DISPLAY "COMPLAINT REGISTERED - " WS-CMP-ID
           DISPLAY "ACKNOWLEDGE BY " WS-ACK-DUE
                   "  RESOLVE BY " WS-RESOLVE-DUE
           IF WS-QUEUED NOT = 'Y'
              DISPLAY "NO CONTACT OR ADDRESS ON FILE - ACKNOWLEDGE "
                      "BY HAND (K)"
           END-IF
           IF WS-BREACH-ACK = 'Y'
              DISPLAY "** ACKNOWLEDGEMENT ALREADY PAST ITS DEADLINE **"
           END-IF.
       NEW-COMPLAINT-EXIT.
           EXIT.

      *> The posting must be on one of the customer's own accounts,
      *> as primary or active joint holder.
       CHECK-POSTING.
           MOVE 0 TO WS-OWNER-CNT
           EXEC SQL
              SELECT NO_REK, AMOUNT
              INTO :WS-TRX-NO-REK, :WS-AMOUNT
              FROM AUDIT_LOG
              WHERE ID_TRX = :WS-ID-TRX
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "ID_TRX NOT IN AUDIT_LOG - FOR AN ARCHIVED "
                      "POSTING LEAVE ID_TRX BLANK AND QUOTE THE AMOUNT"
           ELSE
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-OWNER-CNT
                 FROM REKENING R
                 WHERE R.NO_REK = :WS-TRX-NO-REK
                   AND (R.CUST_ID = :WS-CUST-ID
                        OR EXISTS
                           (SELECT 1 FROM ACCOUNT_OWNER O
                            WHERE O.NO_REK = R.NO_REK
                              AND O.CUST_ID = :WS-CUST-ID
                              AND O.STATUS = 'A'))
              END-EXEC
              IF WS-OWNER-CNT = 0
                 DISPLAY "POSTING IS NOT ON THIS CUSTOMER'S ACCOUNTS"
              ELSE
                 DISPLAY "POSTING ON REK " WS-TRX-NO-REK
                         "  AMOUNT " WS-AMOUNT
              END-IF
           END-IF.

       FIND-CATEGORY.
           MOVE 'N' TO WS-CAT-FOUND
           PERFORM VARYING CMP-CAT-IDX FROM 1 BY 1
                   UNTIL CMP-CAT-IDX > 9 OR WS-CAT-FOUND = 'Y'
              IF CMP-CAT-CODE(CMP-CAT-IDX) = WS-CATEGORY
                 MOVE 'Y' TO WS-CAT-FOUND
                 MOVE CMP-CAT-GROUP(CMP-CAT-IDX) TO WS-OJK-GROUP
              END-IF
           END-PERFORM.

       LOAD-SLA-PARAMS.
           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-ACK-DAYS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'CMP-ACK-DAYS'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 2 TO WS-ACK-DAYS
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-RES-DAYS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'CMP-RES-DAYS'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 10 TO WS-RES-DAYS
           END-IF

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-EXT-DAYS
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'CMP-EXT-DAYS'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 10 TO WS-EXT-DAYS
           END-IF.

      *> WS-WORK-DAYS working days after WS-FROM-DATE, walking the
      *> calendar past weekends and HOLIDAY_CALENDAR the way the
      *> schedulers do (INTEGER-OF-DATE epoch Monday: MOD 7 gives
      *> 6 = Saturday, 0 = Sunday).
       ADD-WORKING-DAYS.
           MOVE WS-FROM-DATE(1:4) TO WS-YYYY
           MOVE WS-FROM-DATE(6:2) TO WS-MM
           MOVE WS-FROM-DATE(9:2) TO WS-DD
           COMPUTE WS-DATE-INT =
              WS-YYYY * 10000 + WS-MM * 100 + WS-DD
           COMPUTE WS-DAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-INT)

           MOVE 0 TO WS-WORK-SEEN
           PERFORM UNTIL WS-WORK-SEEN >= WS-WORK-DAYS
              ADD 1 TO WS-DAY-INT
              COMPUTE WS-DATE-INT =
                 FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
              COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-INT, 7)
              COMPUTE WS-YYYY = WS-DATE-INT / 10000
              COMPUTE WS-MM =
                 FUNCTION MOD(WS-DATE-INT / 100, 100)
              COMPUTE WS-DD = FUNCTION MOD(WS-DATE-INT, 100)
              STRING WS-YYYY "-" WS-MM "-" WS-DD
                DELIMITED BY SIZE INTO WS-CAND-DATE

              MOVE 0 TO WS-HOL-CNT
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-HOL-CNT
                 FROM HOLIDAY_CALENDAR
                 WHERE HOL_DATE = :WS-CAND-DATE
              END-EXEC

              IF WS-DOW NOT = 6 AND WS-DOW NOT = 0
                 AND WS-HOL-CNT = 0
                 ADD 1 TO WS-WORK-SEEN
              END-IF
           END-PERFORM

           STRING WS-YYYY "-" WS-MM "-" WS-DD
             DELIMITED BY SIZE INTO WS-DUE-DATE.

       ACKNOWLEDGE-BY-HAND.
           DISPLAY "COMPLAINT ID     : " WITH NO ADVANCING
           ACCEPT WS-CMP-ID
           DISPLAY "HOW ACKNOWLEDGED : " WITH NO ADVANCING
           ACCEPT WS-NOTE
           IF WS-NOTE = SPACES
              DISPLAY "A NOTE IS REQUIRED"
              GO TO ACKNOWLEDGE-BY-HAND-EXIT
           END-IF

           EXEC SQL
              UPDATE COMPLAINT
              SET STATUS = 'A',
                  ACK_TS = CURRENT TIMESTAMP,
                  BREACH_ACK = CASE WHEN CURRENT DATE > ACK_DUE
                                    THEN 'Y' ELSE BREACH_ACK END,
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE CMP_ID = :WS-CMP-ID
                AND STATUS = 'R'
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "ACKNOWLEDGE FAILED: COMPLAINT NOT AWAITING "
                      "ACKNOWLEDGEMENT"
              GO TO ACKNOWLEDGE-BY-HAND-EXIT
           END-IF

           MOVE 'R' TO WS-OLD-STATUS
           MOVE 'A' TO WS-NEW-STATUS
           MOVE 'K' TO WS-HIST-ACTION
           PERFORM WRITE-HISTORY
           EXEC SQL COMMIT END-EXEC
           DISPLAY "COMPLAINT ACKNOWLEDGED".
       ACKNOWLEDGE-BY-HAND-EXIT.
           EXIT.

       ASSIGN-UNIT.
           DISPLAY "COMPLAINT ID     : " WITH NO ADVANCING
           ACCEPT WS-CMP-ID
           DISPLAY "NEW UNIT         : " WITH NO ADVANCING
           ACCEPT WS-UNIT
           DISPLAY "NOTE             : " WITH NO ADVANCING
           ACCEPT WS-NOTE
           IF WS-UNIT = SPACES
              DISPLAY "A UNIT IS REQUIRED"
              GO TO ASSIGN-UNIT-EXIT
           END-IF

           EXEC SQL
              SELECT STATUS
              INTO :WS-STATUS
              FROM COMPLAINT
              WHERE CMP_ID = :WS-CMP-ID
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-STATUS = 'S'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "ASSIGN FAILED: COMPLAINT NOT FOUND OR RESOLVED"
              GO TO ASSIGN-UNIT-EXIT
           END-IF

           EXEC SQL
              UPDATE COMPLAINT
              SET ASSIGNED_UNIT = :WS-UNIT,
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE CMP_ID = :WS-CMP-ID
                AND STATUS <> 'S'
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "ASSIGN FAILED: COMPLAINT NOT FOUND OR RESOLVED"
              GO TO ASSIGN-UNIT-EXIT
           END-IF

           MOVE WS-STATUS TO WS-OLD-STATUS
           MOVE WS-STATUS TO WS-NEW-STATUS
           MOVE 'A' TO WS-HIST-ACTION
           IF WS-NOTE = SPACES
              STRING "ASSIGNED TO " WS-UNIT
                DELIMITED BY SIZE INTO WS-NOTE
           END-IF
           PERFORM WRITE-HISTORY
           EXEC SQL COMMIT END-EXEC
           DISPLAY "COMPLAINT ASSIGNED TO " WS-UNIT.
       ASSIGN-UNIT-EXIT.
           EXIT.

      *> One extension only, and the customer is told the new date.
       EXTEND-DEADLINE.
           DISPLAY "COMPLAINT ID     : " WITH NO ADVANCING
           ACCEPT WS-CMP-ID
           DISPLAY "REASON           : " WITH NO ADVANCING
           ACCEPT WS-NOTE
           IF WS-NOTE = SPACES
              DISPLAY "A REASON IS REQUIRED"
              GO TO EXTEND-DEADLINE-EXIT
           END-IF

           EXEC SQL
              SELECT STATUS, EXTENDED, CHAR(RESOLVE_DUE), CUST_ID
              INTO :WS-STATUS, :WS-EXTENDED, :WS-RESOLVE-DUE,
                   :WS-CUST-ID
              FROM COMPLAINT
              WHERE CMP_ID = :WS-CMP-ID
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-STATUS = 'S'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "EXTEND FAILED: COMPLAINT NOT FOUND OR RESOLVED"
              GO TO EXTEND-DEADLINE-EXIT
           END-IF

           IF WS-EXTENDED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "EXTEND FAILED: ALREADY EXTENDED ONCE"
              GO TO EXTEND-DEADLINE-EXIT
           END-IF

           PERFORM LOAD-SLA-PARAMS
           MOVE WS-RESOLVE-DUE TO WS-FROM-DATE
           MOVE WS-EXT-DAYS TO WS-WORK-DAYS
           PERFORM ADD-WORKING-DAYS

           EXEC SQL
              UPDATE COMPLAINT
              SET RESOLVE_DUE = :WS-DUE-DATE,
                  EXTENDED = 'Y',
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE CMP_ID = :WS-CMP-ID
                AND STATUS <> 'S'
                AND COALESCE(EXTENDED, 'N') <> 'Y'
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "EXTEND FAILED: COMPLAINT NOT FOUND, RESOLVED OR "
                      "ALREADY EXTENDED"
              GO TO EXTEND-DEADLINE-EXIT
           END-IF

           MOVE WS-STATUS TO WS-OLD-STATUS
           MOVE WS-STATUS TO WS-NEW-STATUS
           MOVE 'X' TO WS-HIST-ACTION
           PERFORM WRITE-HISTORY

           MOVE 'CMPEXT' TO WS-NOTIF-EVENT
           MOVE SPACES TO WS-MESSAGE
           STRING "PENYELESAIAN PENGADUAN " DELIMITED BY SIZE
                  WS-CMP-ID DELIMITED BY SPACE
                  " DIPERPANJANG S/D " DELIMITED BY SIZE
                  WS-DUE-DATE DELIMITED BY SIZE
             INTO WS-MESSAGE
           PERFORM QUEUE-LETTER

           EXEC SQL COMMIT END-EXEC
           DISPLAY "RESOLUTION DEADLINE EXTENDED TO " WS-DUE-DATE
           IF WS-QUEUED NOT = 'Y'
              DISPLAY "NO CONTACT OR ADDRESS ON FILE - INFORM THE "
                      "CUSTOMER BY HAND"
           END-IF.
       EXTEND-DEADLINE-EXIT.
           EXIT.

      *> Only a card complaint about a posting can go to the network
      *> dispute desk. When settlement has already raised a dispute
      *> on the posting the complaint simply joins it.
       HAND-TO-DISPUTE.
           DISPLAY "COMPLAINT ID     : " WITH NO ADVANCING
           ACCEPT WS-CMP-ID

           EXEC SQL
              SELECT STATUS, CATEGORY, ID_TRX
              INTO :WS-STATUS, :WS-CATEGORY, :WS-ID-TRX
              FROM COMPLAINT
              WHERE CMP_ID = :WS-CMP-ID
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "HAND-OFF FAILED: COMPLAINT NOT FOUND"
              GO TO HAND-TO-DISPUTE-EXIT
           END-IF

           IF WS-STATUS NOT = 'R' AND WS-STATUS NOT = 'A'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "HAND-OFF FAILED: COMPLAINT IS AT STATUS "
                      WS-STATUS
              GO TO HAND-TO-DISPUTE-EXIT
           END-IF

           IF (WS-CATEGORY NOT = 'ATM' AND WS-CATEGORY NOT = 'KRT')
              OR WS-ID-TRX = SPACES
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "HAND-OFF FAILED: ONLY A CARD COMPLAINT WITH "
                      "AN ID_TRX GOES TO THE DISPUTE DESK"
              GO TO HAND-TO-DISPUTE-EXIT
           END-IF

      *> A dispute the network has already decided (won or lost)
      *> is not reopened by a complaint; the complaint is answered
      *> from that outcome instead.
           MOVE 0 TO WS-DSP-CNT
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DSP-CNT
              FROM SETTLEMENT_DISPUTE
              WHERE ID_TRX = :WS-ID-TRX
                AND COALESCE(STATUS, ' ') IN ('W', 'L')
           END-EXEC

           IF WS-DSP-CNT > 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "HAND-OFF FAILED: DISPUTE ON THIS ID_TRX IS "
                      "ALREADY DECIDED"
              GO TO HAND-TO-DISPUTE-EXIT
           END-IF

           MOVE 0 TO WS-DSP-CNT
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DSP-CNT
              FROM SETTLEMENT_DISPUTE
              WHERE ID_TRX = :WS-ID-TRX
                AND COALESCE(STATUS, ' ') NOT IN ('W', 'L')
           END-EXEC

           IF WS-DSP-CNT = 0
              MOVE SPACES TO WS-DSP-REASON
              STRING "CUSTOMER COMPLAINT " WS-CMP-ID
                DELIMITED BY SIZE INTO WS-DSP-REASON
              EXEC SQL
                 INSERT INTO SETTLEMENT_DISPUTE
                 (ID_TRX, BUS_DATE, DISPUTE_REASON, CREATED_TS)
                 VALUES
                 (:WS-ID-TRX, :WS-TODAY, :WS-DSP-REASON,
                  CURRENT TIMESTAMP)
              END-EXEC
              IF SQLCODE NOT = 0
                 EXEC SQL ROLLBACK END-EXEC
                 DISPLAY "HAND-OFF FAILED: DISPUTE NOT RAISED, "
                         "SQLCODE " SQLCODE
                 GO TO HAND-TO-DISPUTE-EXIT
              END-IF
           END-IF

           EXEC SQL
              UPDATE COMPLAINT
              SET STATUS = 'D',
                  DISPUTE_TS = CURRENT TIMESTAMP,
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE CMP_ID = :WS-CMP-ID
           END-EXEC

           MOVE WS-STATUS TO WS-OLD-STATUS
           MOVE 'D' TO WS-NEW-STATUS
           MOVE 'D' TO WS-HIST-ACTION
           IF WS-DSP-CNT = 0
              MOVE "CARD DISPUTE RAISED FOR THE NETWORK" TO WS-NOTE
           ELSE
              MOVE "JOINED DISPUTE ALREADY RAISED BY SETTLEMENT"
                TO WS-NOTE
           END-IF
           PERFORM WRITE-HISTORY
           EXEC SQL COMMIT END-EXEC
           DISPLAY "HANDED TO THE DISPUTE DESK (CB-DISPUTE-MAINT) - "
                   "ID_TRX " WS-ID-TRX.
       HAND-TO-DISPUTE-EXIT.
           EXIT.

      *> A complaint still with the dispute desk waits for the
      *> network outcome; CB-DISPUTE-MAINT returns it to 'A'.
       RESOLVE-COMPLAINT.
           DISPLAY "COMPLAINT ID     : " WITH NO ADVANCING
           ACCEPT WS-CMP-ID

           EXEC SQL
              SELECT STATUS, CUST_ID
              INTO :WS-STATUS, :WS-CUST-ID
              FROM COMPLAINT
              WHERE CMP_ID = :WS-CMP-ID
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-STATUS = 'S'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "RESOLVE FAILED: COMPLAINT NOT FOUND OR "
                      "ALREADY RESOLVED"
              GO TO RESOLVE-COMPLAINT-EXIT
           END-IF

           IF WS-STATUS = 'D'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "RESOLVE FAILED: STILL WITH THE DISPUTE DESK"
              GO TO RESOLVE-COMPLAINT-EXIT
           END-IF

           DISPLAY "OUTCOME (U=UPHELD, P=PARTLY, R=REJECTED): "
                   WITH NO ADVANCING
           ACCEPT WS-OUTCOME
           EVALUATE WS-OUTCOME
             WHEN 'U'
                MOVE "DITERIMA" TO WS-OUTCOME-TEXT
             WHEN 'P'
                MOVE "DITERIMA SEBAGIAN" TO WS-OUTCOME-TEXT
             WHEN 'R'
                MOVE "DITOLAK" TO WS-OUTCOME-TEXT
             WHEN OTHER
                EXEC SQL ROLLBACK END-EXEC
                DISPLAY "INVALID OUTCOME"
                GO TO RESOLVE-COMPLAINT-EXIT
           END-EVALUATE

           MOVE 0 TO WS-REFUND
           IF WS-OUTCOME NOT = 'R'
              DISPLAY "AMOUNT REFUNDED (0=NONE): " WITH NO ADVANCING
              ACCEPT WS-REFUND
           END-IF
           DISPLAY "RESOLUTION       : " WITH NO ADVANCING
           ACCEPT WS-NOTE
           IF WS-NOTE = SPACES
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "A RESOLUTION NOTE IS REQUIRED"
              GO TO RESOLVE-COMPLAINT-EXIT
           END-IF

           EXEC SQL
              UPDATE COMPLAINT
              SET STATUS = 'S',
                  OUTCOME = :WS-OUTCOME,
                  RESOLUTION = :WS-NOTE,
                  REFUND_AMT = :WS-REFUND,
                  RESOLVED_BY = :WS-USER,
                  RESOLVED_TS = CURRENT TIMESTAMP,
                  BREACH_RES = CASE WHEN CURRENT DATE > RESOLVE_DUE
                                    THEN 'Y' ELSE BREACH_RES END,
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE CMP_ID = :WS-CMP-ID
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "RESOLVE FAILED, SQLCODE " SQLCODE
              GO TO RESOLVE-COMPLAINT-EXIT
           END-IF

           MOVE WS-STATUS TO WS-OLD-STATUS
           MOVE 'S' TO WS-NEW-STATUS
           MOVE 'S' TO WS-HIST-ACTION
           PERFORM WRITE-HISTORY

           MOVE 'CMPRSLV' TO WS-NOTIF-EVENT
           MOVE SPACES TO WS-MESSAGE
           STRING "PENGADUAN " DELIMITED BY SIZE
                  WS-CMP-ID DELIMITED BY SPACE
                  " TELAH SELESAI: " DELIMITED BY SIZE
                  WS-OUTCOME-TEXT DELIMITED BY SIZE
             INTO WS-MESSAGE
           PERFORM QUEUE-LETTER

           EXEC SQL COMMIT END-EXEC
           DISPLAY "COMPLAINT RESOLVED - " WS-OUTCOME-TEXT
           IF WS-QUEUED NOT = 'Y'
              DISPLAY "NO CONTACT OR ADDRESS ON FILE - SEND THE "
                      "RESOLUTION LETTER BY HAND"
           END-IF.
       RESOLVE-COMPLAINT-EXIT.
           EXIT.

       LIST-COMPLAINTS.
           DISPLAY "CUST ID          : " WITH NO ADVANCING
           ACCEPT WS-CUST-ID
           PERFORM RESOLVE-ALIAS

           DISPLAY "==================================================="
           DISPLAY "COMPLAINTS - " WS-CUST-ID
           DISPLAY "==================================================="
           MOVE 0 TO WS-LIST-CNT

           EXEC SQL
              DECLARE CMPL-CUR CURSOR FOR
              SELECT CMP_ID, CATEGORY, STATUS, CHAR(RECEIVED_DATE),
                     CHAR(RESOLVE_DUE), ASSIGNED_UNIT, DESCRIPTION
              FROM COMPLAINT
              WHERE CUST_ID = :WS-CUST-ID
              ORDER BY RECEIVED_DATE DESC, CMP_ID
           END-EXEC

           EXEC SQL OPEN CMPL-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CMPL-CUR
                 INTO :WS-CMP-ID, :WS-CATEGORY, :WS-STATUS,
                      :WS-RECEIVED, :WS-RESOLVE-DUE, :WS-UNIT,
                      :WS-DESCRIPTION
              END-EXEC
              IF SQLCODE = 0
                 ADD 1 TO WS-LIST-CNT
                 DISPLAY WS-CMP-ID " " WS-CATEGORY " " WS-STATUS
                         "  RECEIVED " WS-RECEIVED
                         "  DUE " WS-RESOLVE-DUE "  " WS-UNIT
                 DISPLAY "    " WS-DESCRIPTION
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CMPL-CUR END-EXEC
           IF WS-LIST-CNT = 0
              DISPLAY "  (NONE)"
           END-IF.
       LIST-COMPLAINTS-EXIT.
           EXIT.

       SHOW-HISTORY.
           DISPLAY "COMPLAINT ID     : " WITH NO ADVANCING
           ACCEPT WS-CMP-ID

           EXEC SQL
              SELECT CUST_ID, CATEGORY, STATUS, ID_TRX, AMOUNT,
                     CHAR(RECEIVED_DATE), CHAR(ACK_DUE),
                     CHAR(RESOLVE_DUE), ASSIGNED_UNIT, DESCRIPTION
              INTO :WS-CUST-ID, :WS-CATEGORY, :WS-STATUS,
                   :WS-ID-TRX, :WS-AMOUNT, :WS-RECEIVED,
                   :WS-ACK-DUE, :WS-RESOLVE-DUE, :WS-UNIT,
                   :WS-DESCRIPTION
              FROM COMPLAINT
              WHERE CMP_ID = :WS-CMP-ID
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "COMPLAINT NOT FOUND"
              GO TO SHOW-HISTORY-EXIT
           END-IF

           DISPLAY "==================================================="
           DISPLAY "COMPLAINT " WS-CMP-ID "  CUST " WS-CUST-ID
           DISPLAY "CATEGORY " WS-CATEGORY "  STATUS " WS-STATUS
                   "  UNIT " WS-UNIT
           DISPLAY "RECEIVED " WS-RECEIVED "  ACK BY " WS-ACK-DUE
                   "  RESOLVE BY " WS-RESOLVE-DUE
           IF WS-ID-TRX NOT = SPACES
              DISPLAY "ID_TRX " WS-ID-TRX "  AMOUNT " WS-AMOUNT
           END-IF
           DISPLAY WS-DESCRIPTION
           DISPLAY "---------------------------------------------------"

           EXEC SQL
              DECLARE CMPH-CUR CURSOR FOR
              SELECT CHAR(HIST_TS), ACTION, OLD_STATUS, NEW_STATUS,
                     USER_ID, NOTE
              FROM COMPLAINT_HIST
              WHERE CMP_ID = :WS-CMP-ID
              ORDER BY HIST_TS
           END-EXEC

           EXEC SQL OPEN CMPH-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CMPH-CUR
                 INTO :WS-HIST-TS, :WS-HIST-ACTION, :WS-OLD-STATUS,
                      :WS-NEW-STATUS, :WS-HIST-USER, :WS-NOTE
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY WS-HIST-TS(1:19) " " WS-HIST-ACTION " "
                         WS-OLD-STATUS "->" WS-NEW-STATUS " "
                         WS-HIST-USER " " WS-NOTE
              END-IF
           END-PERFORM

           DISPLAY "==================================================="
           EXEC SQL CLOSE CMPH-CUR END-EXEC.
       SHOW-HISTORY-EXIT.
           EXIT.

       WRITE-HISTORY.
           EXEC SQL
              INSERT INTO COMPLAINT_HIST
              (CMP_ID, HIST_TS, ACTION, OLD_STATUS, NEW_STATUS,
               USER_ID, NOTE)
              VALUES
              (:WS-CMP-ID, CURRENT TIMESTAMP, :WS-HIST-ACTION,
               :WS-OLD-STATUS, :WS-NEW-STATUS, :WS-USER, :WS-NOTE)
           END-EXEC.

      *> Letters follow the customer's alert contact when there is
      *> one, the postal address ('L') otherwise. A postal letter is
      *> queued to the customer id; CB-NOTIFY-DELIVER reads the full
      *> address from CUST_MASTER when it prints it. Queued inside
      *> the caller's unit of work.
       QUEUE-LETTER.
           MOVE 'N' TO WS-QUEUED
           MOVE SPACES TO WS-ADDRESS
           EXEC SQL
              SELECT COALESCE(ADDRESS, ' ')
              INTO :WS-ADDRESS
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           MOVE SPACES TO WS-PREF-CHANNEL
           MOVE SPACES TO WS-DESTINATION
           EXEC SQL
              SELECT COALESCE(CHANNEL, ' '),
                     COALESCE(DESTINATION, ' ')
              INTO :WS-PREF-CHANNEL, :WS-DESTINATION
              FROM ALERT_PREFERENCE
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           IF WS-DESTINATION = SPACES
              AND WS-ADDRESS NOT = SPACES
              MOVE 'L' TO WS-PREF-CHANNEL
              MOVE WS-CUST-ID TO WS-DESTINATION
           END-IF

           IF WS-DESTINATION NOT = SPACES
              CALL 'CB-REF-NUMBER' USING 'NT' WS-NOTIF-ID
              EXEC SQL
                 INSERT INTO NOTIFICATION_QUEUE
                 (ID_NOTIF, MAKER_ID, ID_TRX, EVENT, MESSAGE, STATUS,
                  NOTIF_TYPE, CHANNEL, DESTINATION, RETRY_CNT,
                  CREATED_TS)
                 VALUES
                 (:WS-NOTIF-ID, :WS-CUST-ID, :WS-CMP-ID,
                  :WS-NOTIF-EVENT, :WS-MESSAGE, 'N', 'C',
                  :WS-PREF-CHANNEL, :WS-DESTINATION, 0,
                  CURRENT TIMESTAMP)
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'Y' TO WS-QUEUED
              END-IF
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
