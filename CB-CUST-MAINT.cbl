      *> C=Create customer, U=Update customer, L=Link REKENING to
      *> a customer, E=Exposure inquiry across a customer's
      *> accounts, A=Alert preference (channel, threshold, events),
      *> R=Risk profile (AML rating and expected monthly activity),
      *> K=KYC refresh (periodic re-verification done at the
      *> branch), W=Worklist of customers due for a KYC refresh,
      *> T=Tax residency and FATCA/CRS self-certification,
      *> S=Staff / VIP marking (views of these customers are
      *> singled out in the monthly view-access review),
      *> P=Priority banking relationship manager assignment.
       01 WS-CUST-ID    PIC X(20).
       01 WS-NAME       PIC X(40).
       01 WS-ADDRESS    PIC X(60).
       01 WS-EXP-DR      PIC S9(13)V99 COMP-3.
       01 WS-WL-HIT      PIC X(1).
       01 WS-OLD-NAME    PIC X(40).
       01 WS-BIRTH-DATE  PIC X(10).
       01 WS-REQ-KYC     PIC X(1).
       01 WS-NIK-CONTEXT PIC X(10).
       01 WS-NIK-RESULT  PIC X(1).
       01 WS-SCORE-NIK   PIC 9(3).
       01 WS-SCORE-NAME  PIC 9(3).
       01 WS-SCORE-DOB   PIC 9(3).
       01 WS-OVR-SUPV    PIC X(10).
       01 WS-OVR-OK      PIC X(1).
       01 WS-OVR-REASON  PIC X(60).
       01 WS-CUST-FOUND  PIC X(1).
       01 WS-ALIAS-TO    PIC X(20).
       01 WS-ID-EXPIRY   PIC X(10).
       01 WS-OLD-EXPIRY  PIC X(10).
       01 WS-OLD-REVIEW  PIC X(10).
       01 WS-NEW-REVIEW  PIC X(10).
       01 WS-REVIEW-YRS  PIC S9(3) COMP-3.
       01 WS-TODAY       PIC X(10).
       01 WS-REFRESH-ID  PIC X(20).
       01 WS-REFRESH-NOTE PIC X(60).
       01 WS-BRANCH-ID   PIC X(4).
       01 WS-WL-REASON   PIC X(1).
       01 WS-DUE-DATE    PIC X(10).
       01 WS-DAYS-OVER   PIC S9(5) COMP-3.
       01 WS-RESTRICT    PIC X(1).
       01 WS-WL-CNT      PIC 9(5) VALUE 0.
       01 WS-PARAM-KEY   PIC X(20).
       01 WS-NATIONALITY PIC X(2).
       01 WS-BIRTH-CTRY  PIC X(2).
       01 WS-SELF-CERT   PIC X(1).
       01 WS-RES-TABLE.
          05 WS-RES-ENTRY OCCURS 3 TIMES.
             10 WS-RES-COUNTRY PIC X(2).
             10 WS-RES-TIN     PIC X(20).
             10 WS-RES-NO-TIN  PIC X(1).
       01 WS-RES-IDX     PIC 9(1).
       01 WS-TAX-COUNTRY PIC X(2).
       01 WS-TAX-TIN     PIC X(20).
       01 WS-TAX-NO-TIN  PIC X(1).
       01 WS-RES-DONE    PIC X(1).
       01 WS-CHG-CHANNEL PIC X(6) VALUE 'BRANCH'.
       01 WS-CHG-RESP    PIC X(2).
       01 WS-VIEW-REASON PIC X(2) VALUE SPACES.
       01 WS-VIEW-OK     PIC X(1).
       01 WS-VIEW-REK    PIC X(6) VALUE SPACES.
       01 WS-STAFF-FLAG  PIC X(1).
       01 WS-VIP-FLAG    PIC X(1).
       01 WS-PRIO-TIER   PIC X(1).
       01 WS-RM-ID       PIC X(10).
       01 WS-OLD-RM      PIC X(10).
       01 WS-RM-STATUS   PIC X(1).

       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
           END-IF

           DISPLAY "ACTION (C=CREATE, U=UPDATE, L=LINK ACCT, "
                   "E=EXPOSURE, A=ALERT PREF, R=RISK PROFILE, "
                   "K=KYC REFRESH, W=REFRESH WORKLIST, "
                   "T=TAX RESIDENCY, S=STAFF/VIP, P=PRIORITY RM): "
                   WITH NO ADVANCING
           ACCEPT WS-ACTION

             WHEN 'L'
                PERFORM LINK-ACCOUNT
             WHEN 'E'
                PERFORM SHOW-EXPOSURE THRU SHOW-EXPOSURE-EXIT
             WHEN 'A'
                PERFORM SET-ALERT-PREFERENCE
                        THRU SET-ALERT-PREFERENCE-EXIT
             WHEN 'R'
                PERFORM SET-RISK-PROFILE THRU SET-RISK-PROFILE-EXIT
             WHEN 'K'
                PERFORM REFRESH-KYC THRU REFRESH-KYC-EXIT
             WHEN 'W'
                PERFORM LIST-REFRESH-WORKLIST
             WHEN 'T'
                PERFORM SET-TAX-PROFILE THRU SET-TAX-PROFILE-EXIT
             WHEN 'S'
                PERFORM SET-SENSITIVITY THRU SET-SENSITIVITY-EXIT
             WHEN 'P'
                PERFORM ASSIGN-RM THRU ASSIGN-RM-EXIT
             WHEN OTHER
                DISPLAY "INVALID ACTION"
           END-EVALUATE
           ACCEPT WS-ADDRESS
           DISPLAY "ID NUMBER  : " WITH NO ADVANCING
           ACCEPT WS-ID-NUMBER
           DISPLAY "BIRTH DATE (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-BIRTH-DATE
           DISPLAY "ID EXPIRY (YYYY-MM-DD, BLANK=SEUMUR HIDUP): "
                   WITH NO ADVANCING
           ACCEPT WS-ID-EXPIRY
           DISPLAY "KYC STATUS (V=VERIFIED, P=PENDING): "
                   WITH NO ADVANCING
           ACCEPT WS-KYC-STATUS
      *> with MAX(CUST_ID) and hoping nobody inserted in between.
           CALL 'CB-REF-NUMBER' USING 'CU' WS-CUST-ID

           MOVE 'ONBOARD   ' TO WS-NIK-CONTEXT
           PERFORM VERIFY-NIK THRU VERIFY-NIK-EXIT

      *> Every new name goes through the sanctions/PEP screen. A
      *> hit does not stop the record being created - compliance
      *> needs the CIF to investigate against - but the KYC status
           EXEC SQL
              INSERT INTO CUST_MASTER
              (CUST_ID, CUST_NAME, ADDRESS, ID_NUMBER, KYC_STATUS,
               BIRTH_DATE, NIK_RESULT, NIK_SCORE_NIK, NIK_SCORE_NAME,
               NIK_SCORE_DOB, NIK_CHECKED_TS, KYC_OVR_BY,
               KYC_OVR_REASON, ID_EXPIRY, KYC_LAST_REVIEW,
               KYC_RESTRICT, CREATED_TS)
              VALUES
              (:WS-CUST-ID, :WS-NAME, :WS-ADDRESS,
               :WS-ID-NUMBER, :WS-KYC-STATUS, :WS-BIRTH-DATE,
               :WS-NIK-RESULT, :WS-SCORE-NIK, :WS-SCORE-NAME,
               :WS-SCORE-DOB, CURRENT TIMESTAMP, :WS-OVR-SUPV,
               :WS-OVR-REASON, NULLIF(:WS-ID-EXPIRY, ' '),
               CURRENT DATE, 'N', CURRENT TIMESTAMP)
           END-EXEC

           EXEC SQL COMMIT END-EXEC
       UPDATE-CUSTOMER.
           DISPLAY "CUST ID    : " WITH NO ADVANCING
           ACCEPT WS-CUST-ID
           PERFORM RESOLVE-ALIAS
           DISPLAY "NAME       : " WITH NO ADVANCING
           ACCEPT WS-NAME
           DISPLAY "ADDRESS    : " WITH NO ADVANCING
           ACCEPT WS-ADDRESS
           DISPLAY "BIRTH DATE (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-BIRTH-DATE
           DISPLAY "ID EXPIRY (YYYY-MM-DD, BLANK=SEUMUR HIDUP): "
                   WITH NO ADVANCING
           ACCEPT WS-ID-EXPIRY
           DISPLAY "KYC STATUS (V=VERIFIED, P=PENDING): "
                   WITH NO ADVANCING
           ACCEPT WS-KYC-STATUS
      *> Unchanged names skip the screen so routine address
      *> maintenance does not spam the review queue.
           EXEC SQL
              SELECT CUST_NAME, ID_NUMBER
              INTO :WS-OLD-NAME, :WS-ID-NUMBER
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           MOVE 'N' TO WS-CUST-FOUND
           IF SQLCODE = 0
              MOVE 'Y' TO WS-CUST-FOUND
              MOVE 'UPDATE    ' TO WS-NIK-CONTEXT
              PERFORM VERIFY-NIK THRU VERIFY-NIK-EXIT
           END-IF

           IF WS-CUST-FOUND = 'Y' AND WS-NAME NOT = WS-OLD-NAME
              CALL 'CB-WATCHLIST-SCREEN'
                USING WS-NAME 'NAMECHG   ' WS-CUST-ID WS-WL-HIT
              IF WS-WL-HIT = 'Y'
              SET CUST_NAME = :WS-NAME,
                  ADDRESS = :WS-ADDRESS,
                  KYC_STATUS = :WS-KYC-STATUS,
                  BIRTH_DATE = :WS-BIRTH-DATE,
                  NIK_RESULT = :WS-NIK-RESULT,
                  NIK_SCORE_NIK = :WS-SCORE-NIK,
                  NIK_SCORE_NAME = :WS-SCORE-NAME,
                  NIK_SCORE_DOB = :WS-SCORE-DOB,
                  NIK_CHECKED_TS = CURRENT TIMESTAMP,
                  KYC_OVR_BY = :WS-OVR-SUPV,
                  KYC_OVR_REASON = :WS-OVR-REASON,
                  ID_EXPIRY = NULLIF(:WS-ID-EXPIRY, ' '),
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC
              DISPLAY "UPDATE FAILED: CUSTOMER NOT FOUND"
           END-IF.

      *> The NIK, name and date of birth go to the civil registry
      *> through CB-NIK-VERIFY, and the operator's say-so no longer
      *> makes a customer 'V': that takes a registry match, or a
      *> supervisor signing on at this session - not the operator -
      *> with a reason that is kept on the customer record. Anything
      *> else is held at 'P'; when the registry was unavailable the
      *> customer waits on the retry queue and CB-NIK-REVERIFY
      *> promotes them overnight on a match. A watchlist hold
      *> applied afterwards still wins over all of this.
       VERIFY-NIK.
           MOVE SPACES TO WS-OVR-SUPV
           MOVE SPACES TO WS-OVR-REASON
           MOVE WS-KYC-STATUS TO WS-REQ-KYC

           CALL 'CB-NIK-VERIFY'
             USING WS-CUST-ID WS-ID-NUMBER WS-NAME WS-BIRTH-DATE
                   WS-NIK-CONTEXT WS-REQ-KYC WS-NIK-RESULT
                   WS-SCORE-NIK WS-SCORE-NAME WS-SCORE-DOB

           EVALUATE WS-NIK-RESULT
             WHEN 'M'
                DISPLAY "DUKCAPIL: DATA COCOK"
             WHEN 'U'
                DISPLAY "DUKCAPIL: LAYANAN TIDAK TERSEDIA - "
                        "DIVERIFIKASI ULANG MALAM INI"
             WHEN OTHER
                DISPLAY "DUKCAPIL: DATA TIDAK COCOK"
           END-EVALUATE
           DISPLAY "SKOR NIK " WS-SCORE-NIK "  NAMA " WS-SCORE-NAME
                   "  TGL LAHIR " WS-SCORE-DOB

           IF WS-KYC-STATUS NOT = 'V' OR WS-NIK-RESULT = 'M'
              GO TO VERIFY-NIK-EXIT
           END-IF

           MOVE 'P' TO WS-KYC-STATUS
           DISPLAY "KYC V BUTUH OVERRIDE SUPERVISOR (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-OVR-OK
           IF WS-OVR-OK NOT = 'Y'
              DISPLAY "KYC DITAHAN PENDING"
              GO TO VERIFY-NIK-EXIT
           END-IF

           CALL 'CB-SIGNON'
             USING 'CB-CUST-OVR ' 'SU' WS-OVR-SUPV WS-OVR-OK
           IF WS-OVR-OK NOT = 'Y'
              MOVE SPACES TO WS-OVR-SUPV
              DISPLAY "KYC DITAHAN PENDING"
              GO TO VERIFY-NIK-EXIT
           END-IF

           IF WS-OVR-SUPV = WS-OPERATOR
              DISPLAY "OVERRIDE DITOLAK: SUPERVISOR HARUS ORANG "
                      "LAIN"
              MOVE SPACES TO WS-OVR-SUPV
              GO TO VERIFY-NIK-EXIT
           END-IF

           DISPLAY "ALASAN OVERRIDE: " WITH NO ADVANCING
           ACCEPT WS-OVR-REASON
           IF WS-OVR-REASON = SPACES
              DISPLAY "OVERRIDE DITOLAK: ALASAN WAJIB DIISI"
              MOVE SPACES TO WS-OVR-SUPV
              GO TO VERIFY-NIK-EXIT
           END-IF

           MOVE 'V' TO WS-KYC-STATUS
           DISPLAY "KYC V DENGAN OVERRIDE " WS-OVR-SUPV.
       VERIFY-NIK-EXIT.
           EXIT.

       LINK-ACCOUNT.
           DISPLAY "NO_REK     : " WITH NO ADVANCING
           ACCEPT WS-NO-REK
           DISPLAY "CUST ID    : " WITH NO ADVANCING
           ACCEPT WS-CUST-ID
           PERFORM RESOLVE-ALIAS

           EXEC SQL
              UPDATE REKENING
      *> One preference row per customer: the channel alerts go
      *> out on, the amount below which nothing is sent, and which
      *> event families the customer opted into. Re-keying simply
      *> replaces the row. A new destination goes through
      *> CB-CONTACT-CHANGE first, in the same unit of work: the old
      *> contact is told and the cooling-off starts, or nothing is
      *> saved at all.
       SET-ALERT-PREFERENCE.
           DISPLAY "CUST ID    : " WITH NO ADVANCING
           ACCEPT WS-CUST-ID
           PERFORM RESOLVE-ALIAS
           DISPLAY "CHANNEL (S=SMS, E=EMAIL): " WITH NO ADVANCING
           ACCEPT WS-PREF-CHANNEL
           DISPLAY "DESTINATION (HP/EMAIL)  : " WITH NO ADVANCING
           DISPLAY "ALERT KARTU (Y/N)       : " WITH NO ADVANCING
           ACCEPT WS-EVT-CARD

           CALL 'CB-CONTACT-CHANGE'
             USING WS-CUST-ID WS-PREF-CHANNEL WS-DESTINATION
                   WS-OPERATOR WS-CHG-CHANNEL WS-CHG-RESP
           IF WS-CHG-RESP NOT = '00'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "SAVE FAILED: CONTACT CHANGE NOT RECORDED ("
                      WS-CHG-RESP ")"
              GO TO SET-ALERT-PREFERENCE-EXIT
           END-IF

           EXEC SQL
              DELETE FROM ALERT_PREFERENCE
              WHERE CUST_ID = :WS-CUST-ID

           EXEC SQL COMMIT END-EXEC
           DISPLAY "ALERT PREFERENCE SAVED".
       SET-ALERT-PREFERENCE-EXIT.
           EXIT.

      *> The customer-level profile CB-AML-MONITOR judges actual
      *> behavior against: a risk rating and the monthly credit and
      *> debit turnover the relationship expects to see. The rating
      *> also sets when the customer is next due for a KYC refresh,
      *> counted from the last one (or from onboarding): a rating
      *> raised to 'H' on a customer last reviewed four years ago
      *> is overdue at once.
       SET-RISK-PROFILE.
           DISPLAY "CUST ID    : " WITH NO ADVANCING
           ACCEPT WS-CUST-ID
           PERFORM RESOLVE-ALIAS
           DISPLAY "RISK RATING (L/M/H): " WITH NO ADVANCING
           ACCEPT WS-RISK-RATING
           DISPLAY "EXPECTED MONTHLY CREDITS: " WITH NO ADVANCING
           DISPLAY "EXPECTED MONTHLY DEBITS : " WITH NO ADVANCING
           ACCEPT WS-EXP-DR

           IF WS-RISK-RATING NOT = 'L' AND WS-RISK-RATING NOT = 'M'
              AND WS-RISK-RATING NOT = 'H'
              DISPLAY "SAVE FAILED: RISK RATING MUST BE L, M OR H"
              GO TO SET-RISK-PROFILE-EXIT
           END-IF
           PERFORM GET-REVIEW-YEARS

           EXEC SQL
              UPDATE CUST_MASTER
              SET RISK_RATING = :WS-RISK-RATING,
                  EXP_MONTHLY_CR = :WS-EXP-CR,
                  EXP_MONTHLY_DR = :WS-EXP-DR,
                  KYC_NEXT_REVIEW =
                     COALESCE(KYC_LAST_REVIEW, DATE(CREATED_TS),
                              CURRENT DATE)
                     + :WS-REVIEW-YRS YEARS,
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "RISK PROFILE SAVED - KYC REFRESH EVERY "
                      WS-REVIEW-YRS " YEAR(S)"
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "SAVE FAILED: CUSTOMER NOT FOUND"
           END-IF.
       SET-RISK-PROFILE-EXIT.
           EXIT.

       SHOW-EXPOSURE.
           DISPLAY "CUST ID    : " WITH NO ADVANCING
           ACCEPT WS-CUST-ID
           PERFORM RESOLVE-ALIAS

           CALL 'CB-VIEW-LOG'
             USING WS-OPERATOR 'CB-CUST-MNT ' WS-CUST-ID WS-VIEW-REK
                   WS-VIEW-REASON WS-VIEW-OK
           IF WS-VIEW-OK NOT = 'Y'
              GO TO SHOW-EXPOSURE-EXIT
           END-IF

           EXEC SQL
              SELECT SUM(SALDO)
           ELSE
              DISPLAY "NO ACCOUNTS FOUND FOR CUSTOMER"
           END-IF.
       SHOW-EXPOSURE-EXIT.
           EXIT.

      *> Staff of the bank and customers the bank treats as VIP are
      *> marked here; CB-VIEW-REVIEW lists every view of them.
       SET-SENSITIVITY.
           DISPLAY "CUST ID    : " WITH NO ADVANCING
           ACCEPT WS-CUST-ID
           PERFORM RESOLVE-ALIAS
           DISPLAY "BANK STAFF (Y/N)  : " WITH NO ADVANCING
           ACCEPT WS-STAFF-FLAG
           DISPLAY "VIP (Y/N)         : " WITH NO ADVANCING
           ACCEPT WS-VIP-FLAG

           IF (WS-STAFF-FLAG NOT = 'Y' AND WS-STAFF-FLAG NOT = 'N')
              OR (WS-VIP-FLAG NOT = 'Y' AND WS-VIP-FLAG NOT = 'N')
              DISPLAY "SAVE FAILED: ANSWER Y OR N"
              GO TO SET-SENSITIVITY-EXIT
           END-IF

           EXEC SQL
              UPDATE CUST_MASTER
              SET STAFF_FLAG = :WS-STAFF-FLAG,
                  VIP_FLAG = :WS-VIP-FLAG,
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "MARKING SAVED"
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "SAVE FAILED: CUSTOMER NOT FOUND"
           END-IF.
       SET-SENSITIVITY-EXIT.
           EXIT.

      *> Every customer CB-PRIORITY-TIER puts on a priority tier is
      *> looked after by one relationship manager, an active
      *> USER_MASTER operator; the month-end run lists those still
      *> waiting for one. A blank RM takes the customer off the
      *> RM's book without touching the tier.
       ASSIGN-RM.
           DISPLAY "CUST ID    : " WITH NO ADVANCING
           ACCEPT WS-CUST-ID
           PERFORM RESOLVE-ALIAS

           EXEC SQL
              SELECT COALESCE(PRIORITY_TIER, ' '),
                     COALESCE(RM_ID, ' ')
              INTO :WS-PRIO-TIER, :WS-OLD-RM
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "SAVE FAILED: CUSTOMER NOT FOUND"
              GO TO ASSIGN-RM-EXIT
           END-IF

           IF WS-PRIO-TIER = SPACE
              DISPLAY "SAVE FAILED: CUSTOMER IS NOT ON A PRIORITY TIER"
              GO TO ASSIGN-RM-EXIT
           END-IF

           DISPLAY "TIER       : " WS-PRIO-TIER
                   "   CURRENT RM : " WS-OLD-RM
           DISPLAY "NEW RM USER ID (BLANK=NONE): " WITH NO ADVANCING
           ACCEPT WS-RM-ID

           IF WS-RM-ID NOT = SPACES
              EXEC SQL
                 SELECT STATUS
                 INTO :WS-RM-STATUS
                 FROM USER_MASTER
                 WHERE USER_ID = :WS-RM-ID
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-RM-STATUS NOT = 'A'
                 DISPLAY "SAVE FAILED: RM IS NOT AN ACTIVE USER"
                 GO TO ASSIGN-RM-EXIT
              END-IF
           END-IF

           EXEC SQL
              UPDATE CUST_MASTER
              SET RM_ID = NULLIF(:WS-RM-ID, ' '),
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "RM ASSIGNMENT SAVED"
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "SAVE FAILED: SQLCODE " SQLCODE
           END-IF.
       ASSIGN-RM-EXIT.
           EXIT.

      *> Review period by risk rating, in years: KYC-YRS-H, -M and
      *> -L in SYS_PARAM, defaulting to the regulator's 1, 3 and 5.
       GET-REVIEW-YEARS.
           MOVE SPACES TO WS-PARAM-KEY
           STRING 'KYC-YRS-' WS-RISK-RATING
             DELIMITED BY SIZE INTO WS-PARAM-KEY
           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-REVIEW-YRS
              FROM SYS_PARAM
              WHERE PARAM_KEY = :WS-PARAM-KEY
           END-EXEC
           IF SQLCODE NOT = 0
              EVALUATE WS-RISK-RATING
                WHEN 'H'
                   MOVE 1 TO WS-REVIEW-YRS
                WHEN 'M'
                   MOVE 3 TO WS-REVIEW-YRS
                WHEN OTHER
                   MOVE 5 TO WS-REVIEW-YRS
              END-EVALUATE
           END-IF.

      *> The periodic refresh, done with the customer at the branch:
      *> the ID document is seen again and its expiry re-keyed (it
      *> may not already be expired), and the refresh is recorded in
      *> KYC_REFRESH_LOG with the dates it moved. It restarts the
      *> clock from today at the period the risk rating calls for,
      *> lifts any restriction CB-KYC-REFRESH applied for being
      *> overdue, and closes the customer's worklist item. Name,
      *> address and NIK changes found at the refresh go through
      *> 'U' as always.
       REFRESH-KYC.
           DISPLAY "CUST ID    : " WITH NO ADVANCING
           ACCEPT WS-CUST-ID
           PERFORM RESOLVE-ALIAS

           EXEC SQL
              SELECT COALESCE(RISK_RATING, ' '),
                     COALESCE(CHAR(ID_EXPIRY), ' '),
                     COALESCE(CHAR(KYC_NEXT_REVIEW), ' '),
                     COALESCE(KYC_RESTRICT, 'N')
              INTO :WS-RISK-RATING, :WS-OLD-EXPIRY, :WS-OLD-REVIEW,
                   :WS-RESTRICT
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
              FOR UPDATE
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "REFRESH FAILED: CUSTOMER NOT FOUND"
              GO TO REFRESH-KYC-EXIT
           END-IF

           IF WS-RISK-RATING = SPACE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "REFRESH REJECTED: NO RISK RATING - SET THE "
                      "RISK PROFILE (R) FIRST"
              GO TO REFRESH-KYC-EXIT
           END-IF

           DISPLAY "RISK " WS-RISK-RATING "  NEXT REVIEW " WS-OLD-REVIEW
                   "  ID EXPIRY " WS-OLD-EXPIRY
           IF WS-RESTRICT = 'Y'
              DISPLAY "** RESTRICTED - KYC REFRESH OVERDUE **"
           END-IF
           DISPLAY "ID EXPIRY (YYYY-MM-DD, BLANK=SEUMUR HIDUP): "
                   WITH NO ADVANCING
           ACCEPT WS-ID-EXPIRY
           DISPLAY "CATATAN REFRESH : " WITH NO ADVANCING
           ACCEPT WS-REFRESH-NOTE

           IF WS-REFRESH-NOTE = SPACES
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "REFRESH REJECTED: NOTE IS REQUIRED"
              GO TO REFRESH-KYC-EXIT
           END-IF

           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
             DELIMITED BY SIZE INTO WS-TODAY
           IF WS-ID-EXPIRY NOT = SPACES AND WS-ID-EXPIRY <= WS-TODAY
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "REFRESH REJECTED: ID DOCUMENT EXPIRED - "
                      "RENEW IT BEFORE THE REFRESH"
              GO TO REFRESH-KYC-EXIT
           END-IF

           PERFORM GET-REVIEW-YEARS
           EXEC SQL
              SELECT CHAR(CURRENT DATE + :WS-REVIEW-YRS YEARS)
              INTO :WS-NEW-REVIEW
              FROM SYSIBM.SYSDUMMY1
           END-EXEC

           EXEC SQL
              UPDATE CUST_MASTER
              SET ID_EXPIRY = NULLIF(:WS-ID-EXPIRY, ' '),
                  KYC_LAST_REVIEW = CURRENT DATE,
                  KYC_NEXT_REVIEW = :WS-NEW-REVIEW,
                  KYC_RESTRICT = 'N',
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "REFRESH FAILED, SQLCODE " SQLCODE
              GO TO REFRESH-KYC-EXIT
           END-IF

           CALL 'CB-REF-NUMBER' USING 'KR' WS-REFRESH-ID

           EXEC SQL
              INSERT INTO KYC_REFRESH_LOG
              (REFRESH_ID, CUST_ID, RISK_RATING, OLD_NEXT_REVIEW,
               NEW_NEXT_REVIEW, OLD_ID_EXPIRY, NEW_ID_EXPIRY,
               WAS_RESTRICTED, NOTE, DONE_BY, DONE_TS)
              VALUES
              (:WS-REFRESH-ID, :WS-CUST-ID, :WS-RISK-RATING,
               NULLIF(:WS-OLD-REVIEW, ' '), :WS-NEW-REVIEW,
               NULLIF(:WS-OLD-EXPIRY, ' '),
               NULLIF(:WS-ID-EXPIRY, ' '), :WS-RESTRICT,
               :WS-REFRESH-NOTE, :WS-OPERATOR, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "REFRESH NOT RECORDED, SQLCODE " SQLCODE
              GO TO REFRESH-KYC-EXIT
           END-IF

           EXEC SQL
              UPDATE KYC_REFRESH_WL
              SET STATUS = 'D',
                  REFRESH_ID = :WS-REFRESH-ID,
                  DONE_TS = CURRENT TIMESTAMP
              WHERE CUST_ID = :WS-CUST-ID
                AND STATUS = 'O'
           END-EXEC

           IF SQLCODE < 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "WORKLIST CLOSE FAILED, SQLCODE " SQLCODE
              GO TO REFRESH-KYC-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "KYC REFRESHED - REF " WS-REFRESH-ID
           DISPLAY "NEXT REVIEW " WS-NEW-REVIEW
           IF WS-RESTRICT = 'Y'
              DISPLAY "RESTRICTION LIFTED"
           END-IF.
       REFRESH-KYC-EXIT.
           EXIT.

      *> The branch's view of what CB-KYC-REFRESH put on the
      *> worklist, most overdue first.
       LIST-REFRESH-WORKLIST.
           DISPLAY "BRANCH (BLANK=ALL): " WITH NO ADVANCING
           ACCEPT WS-BRANCH-ID

           EXEC SQL
              DECLARE KWL-CUR CURSOR FOR
              SELECT W.CUST_ID, C.CUST_NAME, W.BRANCH_ID, W.REASON,
                     CHAR(W.DUE_DATE), W.DAYS_OVERDUE,
                     COALESCE(C.KYC_RESTRICT, 'N')
              FROM KYC_REFRESH_WL W, CUST_MASTER C
              WHERE W.STATUS = 'O'
                AND C.CUST_ID = W.CUST_ID
                AND (:WS-BRANCH-ID = ' '
                     OR W.BRANCH_ID = :WS-BRANCH-ID)
              ORDER BY W.DAYS_OVERDUE DESC, W.CUST_ID
           END-EXEC

           EXEC SQL OPEN KWL-CUR END-EXEC

           DISPLAY "CUST ID              NAME"
                   "                                     BRCH R "
                   "DUE        OVERDUE X"
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH KWL-CUR
                 INTO :WS-CUST-ID, :WS-NAME, :WS-BRANCH-ID,
                      :WS-WL-REASON, :WS-DUE-DATE, :WS-DAYS-OVER,
                      :WS-RESTRICT
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-WL-CNT
                 DISPLAY WS-CUST-ID " " WS-NAME " " WS-BRANCH-ID " "
                         WS-WL-REASON " " WS-DUE-DATE " "
                         WS-DAYS-OVER " " WS-RESTRICT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE KWL-CUR END-EXEC
           DISPLAY "CUSTOMERS DUE: " WS-WL-CNT
                   "  (R=REVIEW DATE, E=ID EXPIRY, B=BOTH; "
                   "X=RESTRICTED)".

      *> What the automatic exchange of information rules need to
      *> know about a customer: nationality and country of birth,
      *> up to three countries of tax residence each with its TIN
      *> (or the reason there is none - A=country issues no TIN,
      *> B=customer cannot obtain one, C=not required there), and
      *> whether the customer's signed self-certification is on
      *> file. Re-keying replaces the residence rows whole. Whether
      *> the customer is reportable is decided by CB-TAX-DUEDIL
      *> from all of this together with the indicia it finds.
       SET-TAX-PROFILE.
           DISPLAY "CUST ID    : " WITH NO ADVANCING
           ACCEPT WS-CUST-ID
           PERFORM RESOLVE-ALIAS
           DISPLAY "NATIONALITY (ISO, E.G. ID/US): " WITH NO ADVANCING
           ACCEPT WS-NATIONALITY
           DISPLAY "COUNTRY OF BIRTH (ISO)       : " WITH NO ADVANCING
           ACCEPT WS-BIRTH-CTRY

           MOVE SPACES TO WS-RES-TABLE
           MOVE 'N' TO WS-RES-DONE
           PERFORM CAPTURE-RESIDENCE
              VARYING WS-RES-IDX FROM 1 BY 1
              UNTIL WS-RES-IDX > 3 OR WS-RES-DONE NOT = 'N'

           IF WS-RES-DONE = 'X'
              DISPLAY "SAVE REJECTED: EACH TAX RESIDENCE NEEDS A TIN "
                      "OR A NO-TIN REASON A, B OR C"
              GO TO SET-TAX-PROFILE-EXIT
           END-IF

           IF WS-RES-COUNTRY(1) = SPACES
              DISPLAY "SAVE REJECTED: AT LEAST ONE COUNTRY OF TAX "
                      "RESIDENCE IS REQUIRED"
              GO TO SET-TAX-PROFILE-EXIT
           END-IF

           DISPLAY "SELF-CERTIFICATION SIGNED AND ON FILE (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-SELF-CERT
           IF WS-SELF-CERT NOT = 'Y'
              MOVE 'N' TO WS-SELF-CERT
           END-IF

           EXEC SQL
              UPDATE CUST_MASTER
              SET NATIONALITY = :WS-NATIONALITY,
                  BIRTH_COUNTRY = :WS-BIRTH-CTRY,
                  SELF_CERT = :WS-SELF-CERT,
                  SELF_CERT_DATE =
                     CASE WHEN :WS-SELF-CERT = 'Y'
                          THEN CURRENT DATE ELSE NULL END,
                  TAX_UPD_BY = :WS-OPERATOR,
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "SAVE FAILED: CUSTOMER NOT FOUND"
              GO TO SET-TAX-PROFILE-EXIT
           END-IF

           EXEC SQL
              DELETE FROM CUST_TAX_RESIDENCE
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           PERFORM SAVE-RESIDENCE
              VARYING WS-RES-IDX FROM 1 BY 1
              UNTIL WS-RES-IDX > 3

           IF WS-RES-DONE = 'E'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "SAVE FAILED, SQLCODE " SQLCODE
              GO TO SET-TAX-PROFILE-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "TAX RESIDENCY SAVED - REPORTABILITY IS SET BY "
                   "THE NEXT DUE-DILIGENCE RUN".
       SET-TAX-PROFILE-EXIT.
           EXIT.

       CAPTURE-RESIDENCE.
           DISPLAY "TAX RESIDENCE " WS-RES-IDX " (ISO, BLANK=DONE): "
                   WITH NO ADVANCING
           ACCEPT WS-RES-COUNTRY(WS-RES-IDX)
           IF WS-RES-COUNTRY(WS-RES-IDX) = SPACES
              MOVE 'Y' TO WS-RES-DONE
           ELSE
              DISPLAY "  TIN (BLANK=NONE)         : " WITH NO ADVANCING
              ACCEPT WS-RES-TIN(WS-RES-IDX)
              IF WS-RES-TIN(WS-RES-IDX) = SPACES
                 DISPLAY "  NO-TIN REASON (A/B/C)    : "
                         WITH NO ADVANCING
                 ACCEPT WS-RES-NO-TIN(WS-RES-IDX)
                 IF WS-RES-NO-TIN(WS-RES-IDX) NOT = 'A'
                    AND WS-RES-NO-TIN(WS-RES-IDX) NOT = 'B'
                    AND WS-RES-NO-TIN(WS-RES-IDX) NOT = 'C'
                    MOVE 'X' TO WS-RES-DONE
                 END-IF
              END-IF
           END-IF.

       SAVE-RESIDENCE.
           IF WS-RES-COUNTRY(WS-RES-IDX) NOT = SPACES
              AND WS-RES-DONE NOT = 'E'
              MOVE WS-RES-COUNTRY(WS-RES-IDX) TO WS-TAX-COUNTRY
              MOVE WS-RES-TIN(WS-RES-IDX) TO WS-TAX-TIN
              MOVE WS-RES-NO-TIN(WS-RES-IDX) TO WS-TAX-NO-TIN
              EXEC SQL
                 INSERT INTO CUST_TAX_RESIDENCE
                 (CUST_ID, SEQ_NO, COUNTRY, TIN, NO_TIN_REASON,
                  UPDATED_BY, UPDATED_TS)
                 VALUES
                 (:WS-CUST-ID, :WS-RES-IDX, :WS-TAX-COUNTRY,
                  :WS-TAX-TIN, :WS-TAX-NO-TIN, :WS-OPERATOR,
                  CURRENT TIMESTAMP)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'E' TO WS-RES-DONE
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
