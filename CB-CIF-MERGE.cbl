       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-CIF-MERGE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ACTION       PIC X(1).
      *> L=List the open duplicate worklist, P=Propose a merge,
      *> D=Dismiss a worklist pair as two different people,
      *> A=Approve a proposed merge, R=Reject a proposed merge,
      *> H=History of one merge (its before/after record).
       01 WS-SIGNON-OK    PIC X(1).
       01 WS-USER         PIC X(10).
       01 WS-CONFIRM      PIC X(1).

       01 WS-DUP-ID       PIC X(20).
       01 WS-DUP-STATUS   PIC X(1).
       01 WS-MATCH-TYPE   PIC X(1).
       01 WS-SCORE        PIC 9(3).
       01 WS-CUST-ID-1    PIC X(20).
       01 WS-CUST-ID-2    PIC X(20).
       01 WS-MERGE-ID     PIC X(20).
       01 WS-MERGE-STATUS PIC X(1).
      *> P = proposed, A = approved and carried out, R = rejected.
       01 WS-SURV-ID      PIC X(20).
       01 WS-RET-ID       PIC X(20).
       01 WS-REASON       PIC X(60).
       01 WS-PROPOSED-BY  PIC X(10).
       01 WS-PEND-CNT     PIC 9(5).

       01 WS-CHK-ID       PIC X(20).
       01 WS-CHK-NAME     PIC X(40).
       01 WS-CHK-KYC      PIC X(1).
       01 WS-CHK-ACCTS    PIC 9(5).
       01 WS-CHK-OK       PIC X(1).

       01 WS-SURV-NAME    PIC X(40).
       01 WS-SURV-KYC     PIC X(1).
       01 WS-SURV-RISK    PIC X(1).
       01 WS-RET-NAME     PIC X(40).
       01 WS-RET-ADDRESS  PIC X(60).
       01 WS-RET-ID-NO    PIC X(20).
       01 WS-RET-BIRTH    PIC X(10).
       01 WS-RET-KYC      PIC X(1).
       01 WS-RET-RISK     PIC X(1).
       01 WS-NEW-RISK     PIC X(1).
       01 WS-SURV-PREF    PIC 9(5).
       01 WS-FAILED       PIC X(1).
       01 WS-FAIL-STEP    PIC X(20).

       01 WS-TABLE-NAME   PIC X(20).
       01 WS-ROW-KEY      PIC X(40).
       01 WS-ROW-ACTION   PIC X(1).
       01 WS-OLD-CUST     PIC X(20).
       01 WS-NEW-CUST     PIC X(20).
       01 WS-LIST-CNT     PIC 9(5) VALUE 0.

      *> Merging two CUST_IDs that are the same person. The desk
      *> works the worklist CB-CIF-DUPSCAN fills: a pair is either
      *> dismissed as two people or proposed for a merge naming the
      *> surviving CUST_ID, and a second supervisor - never the
      *> proposer - approves it. Approval moves, in one unit of
      *> work, the retired customer's accounts (REKENING.CUST_ID),
      *> joint-ownership rows, alert preference, internet-banking
      *> login, loans, collateral, guarantees, group memberships,
      *> AML cases, watchlist hits, savings plans, safe deposit box
      *> rentals and openers, agent registration, bound devices,
      *> tax residences, KYC refresh worklist rows, complaints and
      *> pension registrations onto the survivor; every row
      *> moved (or dropped because the survivor already had its
      *> own) is written to CIF_MERGE_DETAIL with its old and new
      *> CUST_ID, and the retired customer's details are kept on
      *> the CIF_MERGE row. The survivor takes the higher of the
      *> two AML risk ratings. The retired CUST_MASTER row stays,
      *> marked 'M' and pointing at the survivor, and CUST_ALIAS
      *> maps the old id onward so anything still quoting it
      *> resolves - including ids merged into it earlier.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-CIF-MERGE' 'SU' WS-USER WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF

           DISPLAY "ACTION (L=LIST, P=PROPOSE, D=DISMISS, "
                   "A=APPROVE, R=REJECT, H=HISTORY): "
                   WITH NO ADVANCING
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
             WHEN 'L'
                PERFORM LIST-WORKLIST
             WHEN 'P'
                PERFORM PROPOSE-MERGE THRU PROPOSE-MERGE-EXIT
             WHEN 'D'
                PERFORM DISMISS-PAIR THRU DISMISS-PAIR-EXIT
             WHEN 'A'
                PERFORM APPROVE-MERGE THRU APPROVE-MERGE-EXIT
             WHEN 'R'
                PERFORM REJECT-MERGE THRU REJECT-MERGE-EXIT
             WHEN 'H'
                PERFORM SHOW-HISTORY THRU SHOW-HISTORY-EXIT
             WHEN OTHER
                DISPLAY "INVALID ACTION"
           END-EVALUATE

           STOP RUN.

       LIST-WORKLIST.
           EXEC SQL
              DECLARE CDW-CUR CURSOR FOR
              SELECT DUP_ID, MATCH_TYPE, SCORE, CUST_ID_1, CUST_ID_2
              FROM CIF_DUP_CANDIDATE
              WHERE STATUS = 'O'
              ORDER BY MATCH_TYPE, FOUND_TS
           END-EXEC

           EXEC SQL OPEN CDW-CUR END-EXEC

           DISPLAY "DUP ID               T SCR CUST 1"
                   "               CUST 2"
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CDW-CUR
                 INTO :WS-DUP-ID, :WS-MATCH-TYPE, :WS-SCORE,
                      :WS-CUST-ID-1, :WS-CUST-ID-2
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-LIST-CNT
                 DISPLAY WS-DUP-ID " " WS-MATCH-TYPE " " WS-SCORE
                         " " WS-CUST-ID-1 " " WS-CUST-ID-2
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CDW-CUR END-EXEC
           DISPLAY "OPEN PAIRS: " WS-LIST-CNT.

      *> A proposal may come off the worklist (quote the DUP ID) or,
      *> for a pair the scan missed, name the two CUST_IDs directly.
      *> Neither customer may already be merged away or be in
      *> another merge waiting for approval.
       PROPOSE-MERGE.
           MOVE SPACES TO WS-DUP-ID
           DISPLAY "DUP ID (BLANK=KEY CUST IDS): " WITH NO ADVANCING
           ACCEPT WS-DUP-ID

           IF WS-DUP-ID NOT = SPACES
              EXEC SQL
                 SELECT CUST_ID_1, CUST_ID_2, STATUS
                 INTO :WS-CUST-ID-1, :WS-CUST-ID-2, :WS-DUP-STATUS
                 FROM CIF_DUP_CANDIDATE
                 WHERE DUP_ID = :WS-DUP-ID
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-DUP-STATUS NOT = 'O'
                 DISPLAY "PROPOSE REJECTED: NO OPEN WORKLIST PAIR "
                         WS-DUP-ID
                 GO TO PROPOSE-MERGE-EXIT
              END-IF
           ELSE
              DISPLAY "CUST ID 1  : " WITH NO ADVANCING
              ACCEPT WS-CUST-ID-1
              DISPLAY "CUST ID 2  : " WITH NO ADVANCING
              ACCEPT WS-CUST-ID-2
           END-IF

           IF WS-CUST-ID-1 = WS-CUST-ID-2
              DISPLAY "PROPOSE REJECTED: SAME CUSTOMER TWICE"
              GO TO PROPOSE-MERGE-EXIT
           END-IF

           MOVE WS-CUST-ID-1 TO WS-CHK-ID
           PERFORM SHOW-CANDIDATE
           IF WS-CHK-OK NOT = 'Y'
              GO TO PROPOSE-MERGE-EXIT
           END-IF
           MOVE WS-CUST-ID-2 TO WS-CHK-ID
           PERFORM SHOW-CANDIDATE
           IF WS-CHK-OK NOT = 'Y'
              GO TO PROPOSE-MERGE-EXIT
           END-IF

           DISPLAY "SURVIVING CUST ID: " WITH NO ADVANCING
           ACCEPT WS-SURV-ID
           EVALUATE WS-SURV-ID
             WHEN WS-CUST-ID-1
                MOVE WS-CUST-ID-2 TO WS-RET-ID
             WHEN WS-CUST-ID-2
                MOVE WS-CUST-ID-1 TO WS-RET-ID
             WHEN OTHER
                DISPLAY "PROPOSE REJECTED: SURVIVOR MUST BE ONE OF "
                        "THE PAIR"
                GO TO PROPOSE-MERGE-EXIT
           END-EVALUATE

           DISPLAY "REASON     : " WITH NO ADVANCING
           ACCEPT WS-REASON
           IF WS-REASON = SPACES
              DISPLAY "PROPOSE REJECTED: REASON IS REQUIRED"
              GO TO PROPOSE-MERGE-EXIT
           END-IF

           MOVE 0 TO WS-PEND-CNT
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-PEND-CNT
              FROM CIF_MERGE
              WHERE STATUS = 'P'
                AND (SURV_CUST_ID IN (:WS-SURV-ID, :WS-RET-ID)
                     OR RET_CUST_ID IN (:WS-SURV-ID, :WS-RET-ID))
           END-EXEC
           IF WS-PEND-CNT > 0
              DISPLAY "PROPOSE REJECTED: A MERGE FOR ONE OF THESE "
                      "CUSTOMERS IS ALREADY AWAITING APPROVAL"
              GO TO PROPOSE-MERGE-EXIT
           END-IF

           CALL 'CB-REF-NUMBER' USING 'CM' WS-MERGE-ID

           EXEC SQL
              INSERT INTO CIF_MERGE
              (MERGE_ID, DUP_ID, SURV_CUST_ID, RET_CUST_ID, REASON,
               STATUS, PROPOSED_BY, PROPOSED_TS)
              VALUES
              (:WS-MERGE-ID, :WS-DUP-ID, :WS-SURV-ID, :WS-RET-ID,
               :WS-REASON, 'P', :WS-USER, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "PROPOSAL NOT RECORDED, SQLCODE " SQLCODE
              GO TO PROPOSE-MERGE-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "MERGE PROPOSED - MERGE ID " WS-MERGE-ID
           DISPLAY "  " WS-RET-ID " INTO " WS-SURV-ID
           DISPLAY "AWAITING APPROVAL BY A SECOND SUPERVISOR".
       PROPOSE-MERGE-EXIT.
           EXIT.

       SHOW-CANDIDATE.
           MOVE 'N' TO WS-CHK-OK
           EXEC SQL
              SELECT CUST_NAME, COALESCE(KYC_STATUS, ' ')
              INTO :WS-CHK-NAME, :WS-CHK-KYC
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CHK-ID
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "CUSTOMER NOT FOUND: " WS-CHK-ID
           ELSE
              IF WS-CHK-KYC = 'M'
                 DISPLAY "CUSTOMER ALREADY MERGED AWAY: " WS-CHK-ID
              ELSE
                 MOVE 0 TO WS-CHK-ACCTS
                 EXEC SQL
                    SELECT COUNT(*)
                    INTO :WS-CHK-ACCTS
                    FROM REKENING
                    WHERE CUST_ID = :WS-CHK-ID
                 END-EXEC
                 DISPLAY WS-CHK-ID " " WS-CHK-NAME " KYC "
                         WS-CHK-KYC " REK " WS-CHK-ACCTS
                 MOVE 'Y' TO WS-CHK-OK
              END-IF
           END-IF.

       DISMISS-PAIR.
           DISPLAY "DUP ID     : " WITH NO ADVANCING
           ACCEPT WS-DUP-ID
           DISPLAY "REASON     : " WITH NO ADVANCING
           ACCEPT WS-REASON
           IF WS-REASON = SPACES
              DISPLAY "DISMISS REJECTED: REASON IS REQUIRED"
              GO TO DISMISS-PAIR-EXIT
           END-IF

           EXEC SQL
              UPDATE CIF_DUP_CANDIDATE
              SET STATUS = 'X',
                  CLOSED_BY = :WS-USER,
                  CLOSE_NOTE = :WS-REASON,
                  CLOSED_TS = CURRENT TIMESTAMP
              WHERE DUP_ID = :WS-DUP-ID
                AND STATUS = 'O'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "PAIR DISMISSED - NOT THE SAME PERSON"
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "DISMISS FAILED: NO OPEN WORKLIST PAIR "
                      WS-DUP-ID
           END-IF.
       DISMISS-PAIR-EXIT.
           EXIT.

       REJECT-MERGE.
           DISPLAY "MERGE ID   : " WITH NO ADVANCING
           ACCEPT WS-MERGE-ID

           EXEC SQL
              UPDATE CIF_MERGE
              SET STATUS = 'R',
                  APPROVED_BY = :WS-USER,
                  APPROVED_TS = CURRENT TIMESTAMP
              WHERE MERGE_ID = :WS-MERGE-ID
                AND STATUS = 'P'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "MERGE REJECTED"
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "REJECT FAILED: NO PROPOSED MERGE " WS-MERGE-ID
           END-IF.
       REJECT-MERGE-EXIT.
           EXIT.

       APPROVE-MERGE.
           DISPLAY "MERGE ID   : " WITH NO ADVANCING
           ACCEPT WS-MERGE-ID

           EXEC SQL
              SELECT DUP_ID, SURV_CUST_ID, RET_CUST_ID, REASON,
                     STATUS, PROPOSED_BY
              INTO :WS-DUP-ID, :WS-SURV-ID, :WS-RET-ID, :WS-REASON,
                   :WS-MERGE-STATUS, :WS-PROPOSED-BY
              FROM CIF_MERGE
              WHERE MERGE_ID = :WS-MERGE-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-MERGE-STATUS NOT = 'P'
              DISPLAY "APPROVE FAILED: NO PROPOSED MERGE "
                      WS-MERGE-ID
              GO TO APPROVE-MERGE-EXIT
           END-IF

           IF WS-PROPOSED-BY = WS-USER
              DISPLAY "APPROVE FAILED: PROPOSER CANNOT APPROVE "
                      "THEIR OWN MERGE"
              GO TO APPROVE-MERGE-EXIT
           END-IF

           DISPLAY "SURVIVOR : " WITH NO ADVANCING
           MOVE WS-SURV-ID TO WS-CHK-ID
           PERFORM SHOW-CANDIDATE
           IF WS-CHK-OK NOT = 'Y'
              GO TO APPROVE-MERGE-EXIT
           END-IF
           DISPLAY "RETIRED  : " WITH NO ADVANCING
           MOVE WS-RET-ID TO WS-CHK-ID
           PERFORM SHOW-CANDIDATE
           IF WS-CHK-OK NOT = 'Y'
              GO TO APPROVE-MERGE-EXIT
           END-IF
           DISPLAY "REASON   : " WS-REASON
           DISPLAY "PROPOSED : " WS-PROPOSED-BY
           DISPLAY "APPROVE ? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
              GO TO APPROVE-MERGE-EXIT
           END-IF

           EXEC SQL
              SELECT CUST_NAME, COALESCE(KYC_STATUS, ' '),
                     COALESCE(RISK_RATING, ' ')
              INTO :WS-SURV-NAME, :WS-SURV-KYC, :WS-SURV-RISK
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-SURV-ID
              FOR UPDATE
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-SURV-KYC = 'M'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: SURVIVOR MOVED UNDERNEATH US"
              GO TO APPROVE-MERGE-EXIT
           END-IF

           EXEC SQL
              SELECT CUST_NAME, ADDRESS, ID_NUMBER,
                     COALESCE(CHAR(BIRTH_DATE), ' '),
                     COALESCE(KYC_STATUS, ' '),
                     COALESCE(RISK_RATING, ' ')
              INTO :WS-RET-NAME, :WS-RET-ADDRESS, :WS-RET-ID-NO,
                   :WS-RET-BIRTH, :WS-RET-KYC, :WS-RET-RISK
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-RET-ID
              FOR UPDATE
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-RET-KYC = 'M'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: RETIRED CUSTOMER MOVED "
                      "UNDERNEATH US"
              GO TO APPROVE-MERGE-EXIT
           END-IF

           MOVE WS-SURV-RISK TO WS-NEW-RISK
           IF WS-RET-RISK = 'H'
              OR (WS-RET-RISK = 'M' AND WS-SURV-RISK NOT = 'H')
              OR (WS-RET-RISK = 'L' AND WS-SURV-RISK = ' ')
              MOVE WS-RET-RISK TO WS-NEW-RISK
           END-IF

           EXEC SQL
              UPDATE CIF_MERGE
              SET STATUS = 'A',
                  APPROVED_BY = :WS-USER,
                  APPROVED_TS = CURRENT TIMESTAMP,
                  RET_NAME = :WS-RET-NAME,
                  RET_ADDRESS = :WS-RET-ADDRESS,
                  RET_ID_NUMBER = :WS-RET-ID-NO,
                  RET_BIRTH_DATE = :WS-RET-BIRTH,
                  RET_KYC_STATUS = :WS-RET-KYC,
                  RET_RISK = :WS-RET-RISK,
                  SURV_RISK_BEFORE = :WS-SURV-RISK,
                  SURV_RISK_AFTER = :WS-NEW-RISK
              WHERE MERGE_ID = :WS-MERGE-ID
                AND STATUS = 'P'
                AND PROPOSED_BY <> :WS-USER
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: MERGE MOVED UNDERNEATH US"
              GO TO APPROVE-MERGE-EXIT
           END-IF

           MOVE 'N' TO WS-FAILED
           PERFORM MOVE-ACCOUNTS
           PERFORM MOVE-OWNERS
           PERFORM MOVE-ALERT-PREF
           PERFORM MOVE-SERVICE-ROWS
           PERFORM MOVE-SDB-OPENER
           PERFORM MOVE-IB-DEVICE
           PERFORM MOVE-CUST-TAX-RESIDENCE
           PERFORM MOVE-GROUP-MEMBERS
           PERFORM MOVE-ALIASES
           PERFORM RETIRE-CUSTOMER

           IF WS-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "MERGE FAILED AT " WS-FAIL-STEP
                      " - NOTHING MOVED"
              GO TO APPROVE-MERGE-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "MERGE DONE - " WS-RET-ID " NOW RESOLVES TO "
                   WS-SURV-ID
           DISPLAY "RISK RATING " WS-SURV-RISK " -> " WS-NEW-RISK.
       APPROVE-MERGE-EXIT.
           EXIT.

      *> Each move below is logged before it is made: the detail
      *> row is selected from the very rows the UPDATE then moves,
      *> under the same locks, so the record and the move cannot
      *> disagree.
       MOVE-ACCOUNTS.
           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, 'REKENING', NO_REK, 'M',
                     CUST_ID, :WS-SURV-ID, CURRENT TIMESTAMP
              FROM REKENING
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           IF SQLCODE < 0
              MOVE 'Y' TO WS-FAILED
              MOVE 'REKENING LOG' TO WS-FAIL-STEP
           END-IF

           EXEC SQL
              UPDATE REKENING
              SET CUST_ID = :WS-SURV-ID
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           IF SQLCODE < 0
              MOVE 'Y' TO WS-FAILED
              MOVE 'REKENING' TO WS-FAIL-STEP
           END-IF.

      *> A joint account both CUST_IDs were owners of keeps the
      *> survivor's row; the retired one's is dropped, not doubled.
       MOVE-OWNERS.
           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, 'ACCOUNT_OWNER', O.NO_REK,
                     CASE WHEN EXISTS
                          (SELECT 1 FROM ACCOUNT_OWNER S
                           WHERE S.NO_REK = O.NO_REK
                             AND S.CUST_ID = :WS-SURV-ID)
                          THEN 'D' ELSE 'M' END,
                     O.CUST_ID, :WS-SURV-ID, CURRENT TIMESTAMP
              FROM ACCOUNT_OWNER O
              WHERE O.CUST_ID = :WS-RET-ID
           END-EXEC
           IF SQLCODE < 0
              MOVE 'Y' TO WS-FAILED
              MOVE 'ACCOUNT_OWNER LOG' TO WS-FAIL-STEP
           END-IF

           EXEC SQL
              DELETE FROM ACCOUNT_OWNER
              WHERE CUST_ID = :WS-RET-ID
                AND NO_REK IN
                    (SELECT S.NO_REK FROM ACCOUNT_OWNER S
                     WHERE S.CUST_ID = :WS-SURV-ID)
           END-EXEC
           IF SQLCODE < 0
              MOVE 'Y' TO WS-FAILED
              MOVE 'ACCOUNT_OWNER DROP' TO WS-FAIL-STEP
           END-IF

           EXEC SQL
              UPDATE ACCOUNT_OWNER
              SET CUST_ID = :WS-SURV-ID
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           IF SQLCODE < 0
              MOVE 'Y' TO WS-FAILED
              MOVE 'ACCOUNT_OWNER' TO WS-FAIL-STEP
           END-IF.

      *> One preference row per customer: the survivor's own wins,
      *> and only a survivor without one inherits the retired row.
       MOVE-ALERT-PREF.
           MOVE 0 TO WS-SURV-PREF
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-SURV-PREF
              FROM ALERT_PREFERENCE
              WHERE CUST_ID = :WS-SURV-ID
           END-EXEC

           IF WS-SURV-PREF > 0
              MOVE 'D' TO WS-ROW-ACTION
           ELSE
              MOVE 'M' TO WS-ROW-ACTION
           END-IF

           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, 'ALERT_PREFERENCE', DESTINATION,
                     :WS-ROW-ACTION, CUST_ID, :WS-SURV-ID,
                     CURRENT TIMESTAMP
              FROM ALERT_PREFERENCE
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           IF SQLCODE < 0
              MOVE 'Y' TO WS-FAILED
              MOVE 'ALERT_PREFERENCE LOG' TO WS-FAIL-STEP
           END-IF

           IF WS-SURV-PREF > 0
              EXEC SQL
                 DELETE FROM ALERT_PREFERENCE
                 WHERE CUST_ID = :WS-RET-ID
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE ALERT_PREFERENCE
                 SET CUST_ID = :WS-SURV-ID
                 WHERE CUST_ID = :WS-RET-ID
              END-EXEC
           END-IF
           IF SQLCODE < 0
              MOVE 'Y' TO WS-FAILED
              MOVE 'ALERT_PREFERENCE' TO WS-FAIL-STEP
           END-IF.

      *> Tables where a row simply belongs to one customer and
      *> follows them: internet-banking login, loans, collateral,
      *> guarantees, AML cases, savings plans, box rentals, agent
      *> registrations, the KYC refresh worklist, complaints,
      *> pensions, payment proxy aliases (PROXY_ALIAS), and the
      *> watchlist hits raised on the customer record (onboarding,
      *> name change, periodic re-screen - hits raised on a
      *> clearing item belong to the item, not the customer).
       MOVE-SERVICE-ROWS.
           MOVE 'IBANK_CRED' TO WS-TABLE-NAME
           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, :WS-TABLE-NAME, USER_ID, 'M',
                     CUST_ID, :WS-SURV-ID, CURRENT TIMESTAMP
              FROM IBANK_CRED
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-LOG-STEP
           EXEC SQL
              UPDATE IBANK_CRED
              SET CUST_ID = :WS-SURV-ID
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-MOVE-STEP

           MOVE 'LOAN_MASTER' TO WS-TABLE-NAME
           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, :WS-TABLE-NAME, LOAN_ID, 'M',
                     CUST_ID, :WS-SURV-ID, CURRENT TIMESTAMP
              FROM LOAN_MASTER
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-LOG-STEP
           EXEC SQL
              UPDATE LOAN_MASTER
              SET CUST_ID = :WS-SURV-ID
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-MOVE-STEP

           MOVE 'COLLATERAL' TO WS-TABLE-NAME
           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, :WS-TABLE-NAME, COLL_ID, 'M',
                     CUST_ID, :WS-SURV-ID, CURRENT TIMESTAMP
              FROM COLLATERAL
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-LOG-STEP
           EXEC SQL
              UPDATE COLLATERAL
              SET CUST_ID = :WS-SURV-ID
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-MOVE-STEP

           MOVE 'BANK_GUARANTEE' TO WS-TABLE-NAME
           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, :WS-TABLE-NAME, BG_ID, 'M',
                     CUST_ID, :WS-SURV-ID, CURRENT TIMESTAMP
              FROM BANK_GUARANTEE
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-LOG-STEP
           EXEC SQL
              UPDATE BANK_GUARANTEE
              SET CUST_ID = :WS-SURV-ID
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-MOVE-STEP

           MOVE 'AML_CASE' TO WS-TABLE-NAME
           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, :WS-TABLE-NAME, CASE_ID, 'M',
                     CUST_ID, :WS-SURV-ID, CURRENT TIMESTAMP
              FROM AML_CASE
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-LOG-STEP
           EXEC SQL
              UPDATE AML_CASE
              SET CUST_ID = :WS-SURV-ID
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-MOVE-STEP

           MOVE 'WATCH_HIT' TO WS-TABLE-NAME
           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, :WS-TABLE-NAME, HIT_ID, 'M',
                     CONTEXT_REF, :WS-SURV-ID, CURRENT TIMESTAMP
              FROM WATCH_HIT
              WHERE CONTEXT_REF = :WS-RET-ID
                AND CONTEXT IN ('ONBOARD', 'NAMECHG', 'RESCREEN')
           END-EXEC
           PERFORM CHECK-LOG-STEP
           EXEC SQL
              UPDATE WATCH_HIT
              SET CONTEXT_REF = :WS-SURV-ID
              WHERE CONTEXT_REF = :WS-RET-ID
                AND CONTEXT IN ('ONBOARD', 'NAMECHG', 'RESCREEN')
           END-EXEC
           PERFORM CHECK-MOVE-STEP

           MOVE 'SAVINGS_PLAN' TO WS-TABLE-NAME
           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, :WS-TABLE-NAME, PLAN_ID, 'M',
                     CUST_ID, :WS-SURV-ID, CURRENT TIMESTAMP
              FROM SAVINGS_PLAN
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-LOG-STEP
           EXEC SQL
              UPDATE SAVINGS_PLAN
              SET CUST_ID = :WS-SURV-ID
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-MOVE-STEP

           MOVE 'SDB_RENTAL' TO WS-TABLE-NAME
           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, :WS-TABLE-NAME, RENTAL_ID, 'M',
                     CUST_ID, :WS-SURV-ID, CURRENT TIMESTAMP
              FROM SDB_RENTAL
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-LOG-STEP
           EXEC SQL
              UPDATE SDB_RENTAL
              SET CUST_ID = :WS-SURV-ID
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-MOVE-STEP

           MOVE 'AGENT_MASTER' TO WS-TABLE-NAME
           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, :WS-TABLE-NAME, AGENT_ID, 'M',
                     CUST_ID, :WS-SURV-ID, CURRENT TIMESTAMP
              FROM AGENT_MASTER
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-LOG-STEP
           EXEC SQL
              UPDATE AGENT_MASTER
              SET CUST_ID = :WS-SURV-ID
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-MOVE-STEP

           MOVE 'KYC_REFRESH_WL' TO WS-TABLE-NAME
           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, :WS-TABLE-NAME, WL_ID, 'M',
                     CUST_ID, :WS-SURV-ID, CURRENT TIMESTAMP
              FROM KYC_REFRESH_WL
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-LOG-STEP
           EXEC SQL
              UPDATE KYC_REFRESH_WL
              SET CUST_ID = :WS-SURV-ID
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-MOVE-STEP

           MOVE 'COMPLAINT' TO WS-TABLE-NAME
           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, :WS-TABLE-NAME, CMP_ID, 'M',
                     CUST_ID, :WS-SURV-ID, CURRENT TIMESTAMP
              FROM COMPLAINT
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-LOG-STEP
           EXEC SQL
              UPDATE COMPLAINT
              SET CUST_ID = :WS-SURV-ID
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-MOVE-STEP

           MOVE 'PENSIONER' TO WS-TABLE-NAME
           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, :WS-TABLE-NAME, PENSION_NO, 'M',
                     CUST_ID, :WS-SURV-ID, CURRENT TIMESTAMP
              FROM PENSIONER
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-LOG-STEP
           EXEC SQL
              UPDATE PENSIONER
              SET CUST_ID = :WS-SURV-ID
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-MOVE-STEP

           MOVE 'PROXY_ALIAS' TO WS-TABLE-NAME
           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, :WS-TABLE-NAME, ALIAS_ID, 'M',
                     CUST_ID, :WS-SURV-ID, CURRENT TIMESTAMP
              FROM PROXY_ALIAS
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-LOG-STEP
           EXEC SQL
              UPDATE PROXY_ALIAS
              SET CUST_ID = :WS-SURV-ID
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-MOVE-STEP.

      *> A box the survivor can already open keeps the survivor's
      *> own opener row; the retired id's is dropped.
       MOVE-SDB-OPENER.
           MOVE 'SDB_OPENER' TO WS-TABLE-NAME
           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, :WS-TABLE-NAME, G.RENTAL_ID,
                     CASE WHEN EXISTS
                          (SELECT 1 FROM SDB_OPENER S
                           WHERE S.CUST_ID = :WS-SURV-ID
                             AND S.RENTAL_ID = G.RENTAL_ID)
                          THEN 'D' ELSE 'M' END,
                     G.CUST_ID, :WS-SURV-ID, CURRENT TIMESTAMP
              FROM SDB_OPENER G
              WHERE G.CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-LOG-STEP

           EXEC SQL
              DELETE FROM SDB_OPENER G
              WHERE G.CUST_ID = :WS-RET-ID
                AND EXISTS
                    (SELECT 1 FROM SDB_OPENER S
                     WHERE S.CUST_ID = :WS-SURV-ID
                       AND S.RENTAL_ID = G.RENTAL_ID)
           END-EXEC
           PERFORM CHECK-MOVE-STEP

           EXEC SQL
              UPDATE SDB_OPENER
              SET CUST_ID = :WS-SURV-ID
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-MOVE-STEP.

      *> The same handset registered under both ids stays on the
      *> survivor's row, binding and all.
       MOVE-IB-DEVICE.
           MOVE 'IB_DEVICE' TO WS-TABLE-NAME
           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, :WS-TABLE-NAME, G.DEVICE_ID,
                     CASE WHEN EXISTS
                          (SELECT 1 FROM IB_DEVICE S
                           WHERE S.CUST_ID = :WS-SURV-ID
                             AND S.DEVICE_ID = G.DEVICE_ID)
                          THEN 'D' ELSE 'M' END,
                     G.CUST_ID, :WS-SURV-ID, CURRENT TIMESTAMP
              FROM IB_DEVICE G
              WHERE G.CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-LOG-STEP

           EXEC SQL
              DELETE FROM IB_DEVICE G
              WHERE G.CUST_ID = :WS-RET-ID
                AND EXISTS
                    (SELECT 1 FROM IB_DEVICE S
                     WHERE S.CUST_ID = :WS-SURV-ID
                       AND S.DEVICE_ID = G.DEVICE_ID)
           END-EXEC
           PERFORM CHECK-MOVE-STEP

           EXEC SQL
              UPDATE IB_DEVICE
              SET CUST_ID = :WS-SURV-ID
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-MOVE-STEP.

      *> Tax residences are one self-certification: where the
      *> survivor has certified, that certification stands whole
      *> and the retired id's residences are dropped; otherwise the
      *> retired id's move across as they are.
       MOVE-CUST-TAX-RESIDENCE.
           MOVE 'CUST_TAX_RESIDENCE' TO WS-TABLE-NAME
           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, :WS-TABLE-NAME, G.COUNTRY,
                     CASE WHEN EXISTS
                          (SELECT 1 FROM CUST_TAX_RESIDENCE S
                           WHERE S.CUST_ID = :WS-SURV-ID)
                          THEN 'D' ELSE 'M' END,
                     G.CUST_ID, :WS-SURV-ID, CURRENT TIMESTAMP
              FROM CUST_TAX_RESIDENCE G
              WHERE G.CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-LOG-STEP

           EXEC SQL
              DELETE FROM CUST_TAX_RESIDENCE G
              WHERE G.CUST_ID = :WS-RET-ID
                AND EXISTS
                    (SELECT 1 FROM CUST_TAX_RESIDENCE S
                     WHERE S.CUST_ID = :WS-SURV-ID)
           END-EXEC
           PERFORM CHECK-MOVE-STEP

           EXEC SQL
              UPDATE CUST_TAX_RESIDENCE
              SET CUST_ID = :WS-SURV-ID
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           PERFORM CHECK-MOVE-STEP.

       CHECK-LOG-STEP.
           IF SQLCODE < 0
              MOVE 'Y' TO WS-FAILED
              MOVE WS-TABLE-NAME TO WS-FAIL-STEP
           END-IF.

       CHECK-MOVE-STEP.
           IF SQLCODE < 0
              MOVE 'Y' TO WS-FAILED
              MOVE WS-TABLE-NAME TO WS-FAIL-STEP
           END-IF.

      *> A customer sits in one active group at a time: where the
      *> survivor already has a membership of the same group, or
      *> an active one while the retired id's is active too, the
      *> survivor's stands and the retired one's is dropped.
       MOVE-GROUP-MEMBERS.
           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, 'CUST_GROUP_MEMBER', G.GROUP_ID,
                     CASE WHEN EXISTS
                          (SELECT 1 FROM CUST_GROUP_MEMBER S
                           WHERE S.CUST_ID = :WS-SURV-ID
                             AND (S.GROUP_ID = G.GROUP_ID
                                  OR (S.STATUS = 'A'
                                      AND G.STATUS = 'A')))
                          THEN 'D' ELSE 'M' END,
                     G.CUST_ID, :WS-SURV-ID, CURRENT TIMESTAMP
              FROM CUST_GROUP_MEMBER G
              WHERE G.CUST_ID = :WS-RET-ID
           END-EXEC
           IF SQLCODE < 0
              MOVE 'Y' TO WS-FAILED
              MOVE 'CUST_GROUP_MEMBER LOG' TO WS-FAIL-STEP
           END-IF

           EXEC SQL
              DELETE FROM CUST_GROUP_MEMBER G
              WHERE G.CUST_ID = :WS-RET-ID
                AND EXISTS
                    (SELECT 1 FROM CUST_GROUP_MEMBER S
                     WHERE S.CUST_ID = :WS-SURV-ID
                       AND (S.GROUP_ID = G.GROUP_ID
                            OR (S.STATUS = 'A'
                                AND G.STATUS = 'A')))
           END-EXEC
           IF SQLCODE < 0
              MOVE 'Y' TO WS-FAILED
              MOVE 'CUST_GROUP_MEMBER DROP' TO WS-FAIL-STEP
           END-IF

           EXEC SQL
              UPDATE CUST_GROUP_MEMBER
              SET CUST_ID = :WS-SURV-ID
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           IF SQLCODE < 0
              MOVE 'Y' TO WS-FAILED
              MOVE 'CUST_GROUP_MEMBER' TO WS-FAIL-STEP
           END-IF.

      *> Ids merged into the retired customer earlier now point
      *> straight at the survivor, so resolving an alias is always
      *> one lookup, never a chain.
       MOVE-ALIASES.
           EXEC SQL
              INSERT INTO CIF_MERGE_DETAIL
              (MERGE_ID, TABLE_NAME, ROW_KEY, ROW_ACTION,
               OLD_CUST_ID, NEW_CUST_ID, CREATED_TS)
              SELECT :WS-MERGE-ID, 'CUST_ALIAS', ALIAS_CUST_ID, 'M',
                     CUST_ID, :WS-SURV-ID, CURRENT TIMESTAMP
              FROM CUST_ALIAS
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           IF SQLCODE < 0
              MOVE 'Y' TO WS-FAILED
              MOVE 'CUST_ALIAS LOG' TO WS-FAIL-STEP
           END-IF

           EXEC SQL
              UPDATE CUST_ALIAS
              SET CUST_ID = :WS-SURV-ID
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           IF SQLCODE < 0
              MOVE 'Y' TO WS-FAILED
              MOVE 'CUST_ALIAS' TO WS-FAIL-STEP
           END-IF

           EXEC SQL
              INSERT INTO CUST_ALIAS
              (ALIAS_CUST_ID, CUST_ID, MERGE_ID, CREATED_TS)
              VALUES
              (:WS-RET-ID, :WS-SURV-ID, :WS-MERGE-ID,
               CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'Y' TO WS-FAILED
              MOVE 'CUST_ALIAS NEW' TO WS-FAIL-STEP
           END-IF.

       RETIRE-CUSTOMER.
           EXEC SQL
              UPDATE CUST_MASTER
              SET KYC_STATUS = 'M',
                  MERGED_INTO = :WS-SURV-ID,
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE CUST_ID = :WS-RET-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE 'Y' TO WS-FAILED
              MOVE 'CUST_MASTER RETIRE' TO WS-FAIL-STEP
           END-IF

           EXEC SQL
              UPDATE CUST_MASTER
              SET RISK_RATING = :WS-NEW-RISK,
                  UPDATED_TS = CURRENT TIMESTAMP
              WHERE CUST_ID = :WS-SURV-ID
           END-EXEC
           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              MOVE 'Y' TO WS-FAILED
              MOVE 'CUST_MASTER RISK' TO WS-FAIL-STEP
           END-IF

      *> The worklist pair this came from, and any other open pair
      *> naming the retired id, are closed as merged.
           EXEC SQL
              UPDATE CIF_DUP_CANDIDATE
              SET STATUS = 'M',
                  CLOSED_BY = :WS-USER,
                  CLOSE_NOTE = :WS-MERGE-ID,
                  CLOSED_TS = CURRENT TIMESTAMP
              WHERE STATUS = 'O'
                AND (CUST_ID_1 = :WS-RET-ID
                     OR CUST_ID_2 = :WS-RET-ID
                     OR DUP_ID = :WS-DUP-ID)
           END-EXEC
           IF SQLCODE < 0
              MOVE 'Y' TO WS-FAILED
              MOVE 'CIF_DUP_CANDIDATE' TO WS-FAIL-STEP
           END-IF.

       SHOW-HISTORY.
           DISPLAY "MERGE ID   : " WITH NO ADVANCING
           ACCEPT WS-MERGE-ID

           EXEC SQL
              SELECT SURV_CUST_ID, RET_CUST_ID, STATUS, REASON,
                     PROPOSED_BY, COALESCE(APPROVED_BY, ' '),
                     COALESCE(RET_NAME, ' '),
                     COALESCE(RET_ID_NUMBER, ' '),
                     COALESCE(RET_KYC_STATUS, ' '),
                     COALESCE(SURV_RISK_BEFORE, ' '),
                     COALESCE(SURV_RISK_AFTER, ' ')
              INTO :WS-SURV-ID, :WS-RET-ID, :WS-MERGE-STATUS,
                   :WS-REASON, :WS-PROPOSED-BY, :WS-USER,
                   :WS-RET-NAME, :WS-RET-ID-NO, :WS-RET-KYC,
                   :WS-SURV-RISK, :WS-NEW-RISK
              FROM CIF_MERGE
              WHERE MERGE_ID = :WS-MERGE-ID
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "MERGE NOT FOUND"
              GO TO SHOW-HISTORY-EXIT
           END-IF

           DISPLAY "MERGE " WS-MERGE-ID "  STATUS " WS-MERGE-STATUS
           DISPLAY "  RETIRED  " WS-RET-ID " " WS-RET-NAME
           DISPLAY "           ID NO " WS-RET-ID-NO
                   "  KYC BEFORE " WS-RET-KYC
           DISPLAY "  SURVIVOR " WS-SURV-ID
                   "  RISK " WS-SURV-RISK " -> " WS-NEW-RISK
           DISPLAY "  REASON   " WS-REASON
           DISPLAY "  PROPOSED " WS-PROPOSED-BY
                   "  DECIDED " WS-USER

           EXEC SQL
              DECLARE CMD-CUR CURSOR FOR
              SELECT TABLE_NAME, ROW_KEY, ROW_ACTION, OLD_CUST_ID,
                     NEW_CUST_ID
              FROM CIF_MERGE_DETAIL
              WHERE MERGE_ID = :WS-MERGE-ID
              ORDER BY TABLE_NAME, ROW_KEY
           END-EXEC

           EXEC SQL OPEN CMD-CUR END-EXEC

           DISPLAY "TABLE                KEY"
                   "                                      "
                   "M/D BEFORE -> AFTER"
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CMD-CUR
                 INTO :WS-TABLE-NAME, :WS-ROW-KEY, :WS-ROW-ACTION,
                      :WS-OLD-CUST, :WS-NEW-CUST
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-LIST-CNT
                 DISPLAY WS-TABLE-NAME " " WS-ROW-KEY " "
                         WS-ROW-ACTION " " WS-OLD-CUST " -> "
                         WS-NEW-CUST
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CMD-CUR END-EXEC
           DISPLAY "ROWS MOVED OR DROPPED: " WS-LIST-CNT.
       SHOW-HISTORY-EXIT.
           EXIT.
