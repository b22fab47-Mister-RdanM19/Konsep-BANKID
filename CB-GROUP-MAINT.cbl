       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-GROUP-MAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ACTION       PIC X(1).
      *> N=propose a New group, J=propose a member Joins, L=propose
      *> a member Leaves, F=propose a related-party Flag change,
      *> A=Approve a proposed change, I=Inquire a group.
       01 WS-SIGNON-OK  PIC X(1).
       01 WS-USER         PIC X(10).
       01 WS-CHG-ID       PIC X(20).
       01 WS-CHG-TYPE     PIC X(2).
      *> NG = new group, JM = join member, LM = leave member,
      *> RP = related-party flag.
       01 WS-CHG-STATUS   PIC X(1).
       01 WS-PROPOSED-BY  PIC X(10).
       01 WS-GROUP-ID     PIC X(20).
       01 WS-GROUP-NAME   PIC X(60).
       01 WS-GROUP-STATUS PIC X(1).
       01 WS-RELATED      PIC X(1).
       01 WS-CUST-ID      PIC X(20).
       01 WS-CUST-NAME    PIC X(40).
       01 WS-RELATION     PIC X(3).
      *> OWN = ownership, CTL = control, MGT = common management,
      *> FIN = financial dependence.
       01 WS-OWN-PCT      PIC S9(3)V99 COMP-3.
       01 WS-REASON       PIC X(60).
       01 WS-DUP-CNT      PIC 9(5).
       01 WS-MEMBER-CNT   PIC 9(5).

       01 WS-BMPK-ADD     PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-BMPK-GROUP   PIC X(20).
       01 WS-BMPK-RELATED PIC X(1).
       01 WS-BMPK-EXPO    PIC S9(15)V99 COMP-3.
       01 WS-BMPK-LIMIT   PIC S9(15)V99 COMP-3.
       01 WS-BMPK-RESULT  PIC X(1).

      *> The connected-party register behind the legal lending
      *> limit. Customers linked by ownership, control, common
      *> management or financial dependence are one borrower for
      *> BMPK purposes and are kept as a CUST_GROUP with its
      *> CUST_GROUP_MEMBER rows; a group that is a related party of
      *> the bank (its shareholders, board, management and their
      *> interests) carries RELATED_PARTY = 'Y' and falls under the
      *> related-party limit instead. A customer belongs to at most
      *> one group. Nothing here changes on one person's say-so:
      *> each change is a CUST_GROUP_CHANGE proposal that a second
      *> user applies, so a borrower cannot be quietly moved out of
      *> its group to make room for a new facility. CB-BMPK-CHECK
      *> reads the register; the approval shows the group's
      *> exposure against its limit as it will stand.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-GROUP-MNT' 'SU' WS-USER WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF

           DISPLAY "ACTION (N=NEW GROUP, J=JOIN, L=LEAVE, "
                   "F=RELATED FLAG, A=APPROVE, I=INQUIRE): "
                   WITH NO ADVANCING
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
             WHEN 'N'
                PERFORM PROPOSE-NEW-GROUP
                        THRU PROPOSE-NEW-GROUP-EXIT
             WHEN 'J'
                PERFORM PROPOSE-JOIN THRU PROPOSE-JOIN-EXIT
             WHEN 'L'
                PERFORM PROPOSE-LEAVE THRU PROPOSE-LEAVE-EXIT
             WHEN 'F'
                PERFORM PROPOSE-FLAG THRU PROPOSE-FLAG-EXIT
             WHEN 'A'
                PERFORM APPROVE-CHANGE THRU APPROVE-CHANGE-EXIT
             WHEN 'I'
                PERFORM INQUIRE-GROUP THRU INQUIRE-GROUP-EXIT
             WHEN OTHER
                DISPLAY "INVALID ACTION"
           END-EVALUATE

           STOP RUN.

       PROPOSE-NEW-GROUP.
           DISPLAY "NAMA GRUP    : " WITH NO ADVANCING
           ACCEPT WS-GROUP-NAME
           DISPLAY "PIHAK TERKAIT DENGAN BANK (Y/N): "
                   WITH NO ADVANCING
           ACCEPT WS-RELATED
           DISPLAY "DASAR / KETERANGAN: " WITH NO ADVANCING
           ACCEPT WS-REASON

           IF WS-GROUP-NAME = SPACES
              OR (WS-RELATED NOT = 'Y' AND WS-RELATED NOT = 'N')
              DISPLAY "PROPOSE REJECTED: NAME AND Y/N FLAG ARE "
                      "MANDATORY"
              GO TO PROPOSE-NEW-GROUP-EXIT
           END-IF

           CALL 'CB-REF-NUMBER' USING 'CG' WS-GROUP-ID
           MOVE 'NG' TO WS-CHG-TYPE
           MOVE SPACES TO WS-CUST-ID
           MOVE SPACES TO WS-RELATION
           MOVE 0 TO WS-OWN-PCT
           PERFORM WRITE-CHANGE
           DISPLAY "GROUP " WS-GROUP-ID " PROPOSED - CHANGE "
                   WS-CHG-ID.
       PROPOSE-NEW-GROUP-EXIT.
           EXIT.

       PROPOSE-JOIN.
           DISPLAY "GROUP ID     : " WITH NO ADVANCING
           ACCEPT WS-GROUP-ID
           DISPLAY "CUST ID      : " WITH NO ADVANCING
           ACCEPT WS-CUST-ID
           DISPLAY "HUBUNGAN (OWN/CTL/MGT/FIN): " WITH NO ADVANCING
           ACCEPT WS-RELATION
           DISPLAY "KEPEMILIKAN (%, 0=N/A): " WITH NO ADVANCING
           ACCEPT WS-OWN-PCT
           DISPLAY "DASAR / KETERANGAN: " WITH NO ADVANCING
           ACCEPT WS-REASON

           PERFORM READ-GROUP
           IF SQLCODE NOT = 0 OR WS-GROUP-STATUS NOT = 'A'
              DISPLAY "PROPOSE REJECTED: GROUP NOT ACTIVE"
              GO TO PROPOSE-JOIN-EXIT
           END-IF

           IF WS-RELATION NOT = 'OWN' AND WS-RELATION NOT = 'CTL'
              AND WS-RELATION NOT = 'MGT'
              AND WS-RELATION NOT = 'FIN'
              DISPLAY "PROPOSE REJECTED: INVALID RELATIONSHIP"
              GO TO PROPOSE-JOIN-EXIT
           END-IF

           IF WS-OWN-PCT < 0 OR WS-OWN-PCT > 100
              DISPLAY "PROPOSE REJECTED: OWNERSHIP OUT OF RANGE"
              GO TO PROPOSE-JOIN-EXIT
           END-IF

           EXEC SQL
              SELECT CUST_NAME
              INTO :WS-CUST-NAME
              FROM CUST_MASTER
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "PROPOSE REJECTED: CUSTOMER NOT FOUND"
              GO TO PROPOSE-JOIN-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DUP-CNT
              FROM CUST_GROUP_MEMBER
              WHERE CUST_ID = :WS-CUST-ID
                AND STATUS = 'A'
           END-EXEC

           IF WS-DUP-CNT > 0
              DISPLAY "PROPOSE REJECTED: CUSTOMER ALREADY IN A "
                      "GROUP - PROPOSE THE LEAVE FIRST"
              GO TO PROPOSE-JOIN-EXIT
           END-IF

           MOVE 'JM' TO WS-CHG-TYPE
           PERFORM WRITE-CHANGE
           DISPLAY WS-CUST-NAME " PROPOSED INTO " WS-GROUP-NAME
           DISPLAY "CHANGE " WS-CHG-ID " AWAITING APPROVAL".
       PROPOSE-JOIN-EXIT.
           EXIT.

       PROPOSE-LEAVE.
           DISPLAY "CUST ID      : " WITH NO ADVANCING
           ACCEPT WS-CUST-ID
           DISPLAY "DASAR / KETERANGAN: " WITH NO ADVANCING
           ACCEPT WS-REASON

           EXEC SQL
              SELECT GROUP_ID
              INTO :WS-GROUP-ID
              FROM CUST_GROUP_MEMBER
              WHERE CUST_ID = :WS-CUST-ID
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "PROPOSE REJECTED: CUSTOMER IS IN NO GROUP"
              GO TO PROPOSE-LEAVE-EXIT
           END-IF

           IF WS-REASON = SPACES
              DISPLAY "PROPOSE REJECTED: REASON IS MANDATORY"
              GO TO PROPOSE-LEAVE-EXIT
           END-IF

           MOVE 'LM' TO WS-CHG-TYPE
           MOVE SPACES TO WS-RELATION
           MOVE 0 TO WS-OWN-PCT
           PERFORM WRITE-CHANGE
           DISPLAY "LEAVE PROPOSED - CHANGE " WS-CHG-ID.
       PROPOSE-LEAVE-EXIT.
           EXIT.

       PROPOSE-FLAG.
           DISPLAY "GROUP ID     : " WITH NO ADVANCING
           ACCEPT WS-GROUP-ID

           PERFORM READ-GROUP
           IF SQLCODE NOT = 0 OR WS-GROUP-STATUS NOT = 'A'
              DISPLAY "PROPOSE REJECTED: GROUP NOT ACTIVE"
              GO TO PROPOSE-FLAG-EXIT
           END-IF

           DISPLAY "PIHAK TERKAIT SEKARANG " WS-RELATED
                   " - BARU (Y/N): " WITH NO ADVANCING
           ACCEPT WS-RELATED
           DISPLAY "DASAR / KETERANGAN: " WITH NO ADVANCING
           ACCEPT WS-REASON

           IF (WS-RELATED NOT = 'Y' AND WS-RELATED NOT = 'N')
              OR WS-REASON = SPACES
              DISPLAY "PROPOSE REJECTED: Y/N FLAG AND REASON ARE "
                      "MANDATORY"
              GO TO PROPOSE-FLAG-EXIT
           END-IF

           MOVE 'RP' TO WS-CHG-TYPE
           MOVE SPACES TO WS-CUST-ID
           MOVE SPACES TO WS-RELATION
           MOVE 0 TO WS-OWN-PCT
           PERFORM WRITE-CHANGE
           DISPLAY "FLAG CHANGE PROPOSED - CHANGE " WS-CHG-ID.
       PROPOSE-FLAG-EXIT.
           EXIT.

       READ-GROUP.
           EXEC SQL
              SELECT GROUP_NAME, RELATED_PARTY, STATUS
              INTO :WS-GROUP-NAME, :WS-RELATED, :WS-GROUP-STATUS
              FROM CUST_GROUP
              WHERE GROUP_ID = :WS-GROUP-ID
           END-EXEC.

       WRITE-CHANGE.
           CALL 'CB-REF-NUMBER' USING 'GC' WS-CHG-ID

           EXEC SQL
              INSERT INTO CUST_GROUP_CHANGE
              (CHG_ID, CHG_TYPE, GROUP_ID, GROUP_NAME,
               RELATED_PARTY, CUST_ID, RELATION, OWN_PCT, REASON,
               STATUS, PROPOSED_BY, PROPOSED_TS)
              VALUES
              (:WS-CHG-ID, :WS-CHG-TYPE, :WS-GROUP-ID,
               :WS-GROUP-NAME, :WS-RELATED, :WS-CUST-ID,
               :WS-RELATION, :WS-OWN-PCT, :WS-REASON, 'P',
               :WS-USER, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "PROPOSAL NOT RECORDED, SQLCODE " SQLCODE
           END-IF.

      *> The second user applies the change. A join is re-checked
      *> (the customer may have joined another group meanwhile) and
      *> the group's BMPK position after the change is shown - a
      *> change that puts the group over its limit is still applied,
      *> because the register has to say what is true, but the
      *> breach is told to the approver and CB-BMPK-MONITOR will
      *> report it tonight.
       APPROVE-CHANGE.
           DISPLAY "CHANGE ID    : " WITH NO ADVANCING
           ACCEPT WS-CHG-ID

           EXEC SQL
              SELECT CHG_TYPE, GROUP_ID, GROUP_NAME, RELATED_PARTY,
                     CUST_ID, RELATION, OWN_PCT, REASON, STATUS,
                     PROPOSED_BY
              INTO :WS-CHG-TYPE, :WS-GROUP-ID, :WS-GROUP-NAME,
                   :WS-RELATED, :WS-CUST-ID, :WS-RELATION,
                   :WS-OWN-PCT, :WS-REASON, :WS-CHG-STATUS,
                   :WS-PROPOSED-BY
              FROM CUST_GROUP_CHANGE
              WHERE CHG_ID = :WS-CHG-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-CHG-STATUS NOT = 'P'
              DISPLAY "APPROVE FAILED: NO PENDING CHANGE"
              GO TO APPROVE-CHANGE-EXIT
           END-IF

           IF WS-PROPOSED-BY = WS-USER
              DISPLAY "APPROVE FAILED: PROPOSER CANNOT APPROVE "
                      "THEIR OWN CHANGE"
              GO TO APPROVE-CHANGE-EXIT
           END-IF

           DISPLAY WS-CHG-TYPE " GROUP " WS-GROUP-ID
                   " CUST " WS-CUST-ID " " WS-RELATION
                   " FLAG " WS-RELATED
           DISPLAY "  " WS-REASON

           EVALUATE WS-CHG-TYPE
             WHEN 'NG'
                EXEC SQL
                   INSERT INTO CUST_GROUP
                   (GROUP_ID, GROUP_NAME, RELATED_PARTY, STATUS,
                    CREATED_BY, APPROVED_BY, APPROVED_TS)
                   VALUES
                   (:WS-GROUP-ID, :WS-GROUP-NAME, :WS-RELATED, 'A',
                    :WS-PROPOSED-BY, :WS-USER, CURRENT TIMESTAMP)
                END-EXEC
             WHEN 'JM'
                EXEC SQL
                   SELECT COUNT(*)
                   INTO :WS-DUP-CNT
                   FROM CUST_GROUP_MEMBER
                   WHERE CUST_ID = :WS-CUST-ID
                     AND STATUS = 'A'
                END-EXEC
                IF WS-DUP-CNT > 0
                   DISPLAY "APPROVE FAILED: CUSTOMER JOINED A GROUP "
                           "IN THE MEANTIME"
                   GO TO APPROVE-CHANGE-EXIT
                END-IF
                EXEC SQL
                   INSERT INTO CUST_GROUP_MEMBER
                   (GROUP_ID, CUST_ID, RELATION, OWN_PCT, STATUS,
                    JOINED_BY, JOINED_TS)
                   VALUES
                   (:WS-GROUP-ID, :WS-CUST-ID, :WS-RELATION,
                    :WS-OWN-PCT, 'A', :WS-USER, CURRENT TIMESTAMP)
                END-EXEC
             WHEN 'LM'
                EXEC SQL
                   UPDATE CUST_GROUP_MEMBER
                   SET STATUS = 'X',
                       LEFT_BY = :WS-USER,
                       LEFT_TS = CURRENT TIMESTAMP
                   WHERE CUST_ID = :WS-CUST-ID
                     AND GROUP_ID = :WS-GROUP-ID
                     AND STATUS = 'A'
                END-EXEC
             WHEN 'RP'
                EXEC SQL
                   UPDATE CUST_GROUP
                   SET RELATED_PARTY = :WS-RELATED
                   WHERE GROUP_ID = :WS-GROUP-ID
                     AND STATUS = 'A'
                END-EXEC
           END-EVALUATE

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: REGISTER MOVED UNDERNEATH US"
              GO TO APPROVE-CHANGE-EXIT
           END-IF

           EXEC SQL
              UPDATE CUST_GROUP_CHANGE
              SET STATUS = 'A',
                  APPROVED_BY = :WS-USER,
                  APPROVED_TS = CURRENT TIMESTAMP
              WHERE CHG_ID = :WS-CHG-ID
                AND STATUS = 'P'
                AND PROPOSED_BY <> :WS-USER
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "APPROVE FAILED: PROPOSAL MOVED UNDERNEATH US"
              GO TO APPROVE-CHANGE-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "CHANGE APPLIED"

           IF WS-CUST-ID NOT = SPACES
              CALL 'CB-BMPK-CHECK'
                USING WS-CUST-ID WS-BMPK-ADD WS-BMPK-GROUP
                      WS-BMPK-RELATED WS-BMPK-EXPO WS-BMPK-LIMIT
                      WS-BMPK-RESULT
              PERFORM SHOW-BMPK
           END-IF.
       APPROVE-CHANGE-EXIT.
           EXIT.

       SHOW-BMPK.
           EVALUATE WS-BMPK-RESULT
             WHEN 'Y'
                DISPLAY "BMPK: EXPOSURE " WS-BMPK-EXPO
                        " WITHIN LIMIT " WS-BMPK-LIMIT
             WHEN 'N'
                DISPLAY "BMPK BREACH: EXPOSURE " WS-BMPK-EXPO
                        " OVER LIMIT " WS-BMPK-LIMIT
             WHEN OTHER
                DISPLAY "BMPK: LIMIT PARAMETERS NOT SET"
           END-EVALUATE.

       INQUIRE-GROUP.
           DISPLAY "GROUP ID     : " WITH NO ADVANCING
           ACCEPT WS-GROUP-ID

           PERFORM READ-GROUP
           IF SQLCODE NOT = 0
              DISPLAY "GROUP NOT FOUND"
              GO TO INQUIRE-GROUP-EXIT
           END-IF

           DISPLAY "==================================================="
           DISPLAY "GROUP " WS-GROUP-ID "  " WS-GROUP-NAME
           DISPLAY "STATUS " WS-GROUP-STATUS
                   "  PIHAK TERKAIT " WS-RELATED
           DISPLAY "---------------------------------------------------"

           EXEC SQL
              DECLARE GRM-CUR CURSOR FOR
              SELECT M.CUST_ID, COALESCE(C.CUST_NAME, ' '),
                     M.RELATION, M.OWN_PCT
              FROM CUST_GROUP_MEMBER M
                   LEFT JOIN CUST_MASTER C ON C.CUST_ID = M.CUST_ID
              WHERE M.GROUP_ID = :WS-GROUP-ID
                AND M.STATUS = 'A'
              ORDER BY M.CUST_ID
           END-EXEC

           EXEC SQL OPEN GRM-CUR END-EXEC

           MOVE 0 TO WS-MEMBER-CNT
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH GRM-CUR
                 INTO :WS-CUST-ID, :WS-CUST-NAME, :WS-RELATION,
                      :WS-OWN-PCT
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-MEMBER-CNT
                 DISPLAY "  " WS-CUST-ID " " WS-CUST-NAME
                         " " WS-RELATION " " WS-OWN-PCT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE GRM-CUR END-EXEC

           DISPLAY "MEMBERS: " WS-MEMBER-CNT

           EXEC SQL
              DECLARE GRC-CUR CURSOR FOR
              SELECT CHG_ID, CHG_TYPE, CUST_ID, PROPOSED_BY
              FROM CUST_GROUP_CHANGE
              WHERE GROUP_ID = :WS-GROUP-ID
                AND STATUS = 'P'
              ORDER BY PROPOSED_TS
           END-EXEC

           EXEC SQL OPEN GRC-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH GRC-CUR
                 INTO :WS-CHG-ID, :WS-CHG-TYPE, :WS-CUST-ID,
                      :WS-PROPOSED-BY
              END-EXEC

              IF SQLCODE = 0
                 DISPLAY "  PENDING " WS-CHG-ID " " WS-CHG-TYPE
                         " " WS-CUST-ID " BY " WS-PROPOSED-BY
              END-IF
           END-PERFORM

           EXEC SQL CLOSE GRC-CUR END-EXEC

           IF WS-MEMBER-CNT > 0
              EXEC SQL
                 SELECT MIN(CUST_ID)
                 INTO :WS-CUST-ID
                 FROM CUST_GROUP_MEMBER
                 WHERE GROUP_ID = :WS-GROUP-ID
                   AND STATUS = 'A'
              END-EXEC
              CALL 'CB-BMPK-CHECK'
                USING WS-CUST-ID WS-BMPK-ADD WS-BMPK-GROUP
                      WS-BMPK-RELATED WS-BMPK-EXPO WS-BMPK-LIMIT
                      WS-BMPK-RESULT
              PERFORM SHOW-BMPK
           END-IF

           DISPLAY "==================================================="
           CONTINUE.
       INQUIRE-GROUP-EXIT.
           EXIT.
