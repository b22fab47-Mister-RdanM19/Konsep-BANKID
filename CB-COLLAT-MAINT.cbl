       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-COLLAT-MAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ACTION       PIC X(1).
      *> R=Register collateral, L=Link it to a facility,
      *> V=reValuation, N=iNsurance renewal, M=Move custody,
      *> X=release the original documents, I=Inquire.
       01 WS-SIGNON-OK  PIC X(1).
       01 WS-USER         PIC X(10).
       01 WS-COLL-ID      PIC X(20).
       01 WS-COLL-TYPE    PIC X(4).
      *> SHM / SHGB = land certificate (bound by APHT),
      *> BPKB = vehicle ownership book (bound by fiducia),
      *> LAIN = anything else.
       01 WS-DOC-NO       PIC X(30).
       01 WS-OWNER-NAME   PIC X(40).
       01 WS-CUST-ID      PIC X(20).
       01 WS-BRANCH-ID    PIC X(4).
       01 WS-APPR-VALUE   PIC S9(13)V99 COMP-3.
       01 WS-APPR-DATE    PIC X(10).
       01 WS-APPRAISER    PIC X(40).
       01 WS-BIND-TYPE    PIC X(4).
      *> APHT = hak tanggungan, FIDU = fiducia, NONE = not bound.
       01 WS-BIND-REF     PIC X(30).
       01 WS-BIND-AMT     PIC S9(13)V99 COMP-3.
       01 WS-INS-POLICY   PIC X(30).
       01 WS-INSURER      PIC X(40).
       01 WS-INS-EXPIRY   PIC X(10).
       01 WS-CUSTODY      PIC X(40).
       01 WS-RELEASED-TO  PIC X(40).
       01 WS-COLL-STATUS  PIC X(1).
       01 WS-DUP-CNT      PIC 9(5).
       01 WS-OPEN-CNT     PIC 9(5).
       01 WS-CONFIRM      PIC X(1).
       01 WS-TODAY        PIC X(10).

       01 WS-FAC-TYPE     PIC X(2).
       01 WS-FAC-ID       PIC X(20).
       01 WS-FAC-STATUS   PIC X(1).
       01 WS-LINK-STATUS  PIC X(1).

      *> The land certificates and vehicle books behind our loans
      *> leave the filing cabinet for COLLATERAL: what the item is,
      *> its document number and registered owner, the latest
      *> appraisal (every revaluation is kept in COLL_VALUATION),
      *> how it is bound to the bank (APHT for land, fiducia for
      *> vehicles), the insurance policy covering it and where the
      *> original is physically kept. COLLATERAL_LINK ties an item
      *> to each loan (LOAN_MASTER) or overdraft line (OD_FACILITY,
      *> keyed by its account) it secures - one item may secure
      *> several facilities and one facility several items. The
      *> originals go back to the owner only once every facility
      *> the item secures is finished: a written-off loan is not
      *> finished, its collateral is how the recovery is made.
      *> CB-COLLAT-MONITOR watches appraisal age and insurance
      *> expiry, and CB-CKPN-CALC counts bound, current items as
      *> eligible collateral.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-COLLAT-MT' 'SU' WS-USER WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF

           STRING FUNCTION CURRENT-DATE(1:4) "-"
                  FUNCTION CURRENT-DATE(5:2) "-"
                  FUNCTION CURRENT-DATE(7:2)
             DELIMITED BY SIZE INTO WS-TODAY

           DISPLAY "ACTION (R=REGISTER, L=LINK, V=REVALUE, "
                   "N=INSURANCE, M=MOVE CUSTODY, X=RELEASE, "
                   "I=INQUIRE): " WITH NO ADVANCING
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
             WHEN 'R'
                PERFORM REGISTER-COLLATERAL
                        THRU REGISTER-COLLATERAL-EXIT
             WHEN 'L'
                PERFORM LINK-FACILITY THRU LINK-FACILITY-EXIT
             WHEN 'V'
                PERFORM REVALUE-COLLATERAL
                        THRU REVALUE-COLLATERAL-EXIT
             WHEN 'N'
                PERFORM RENEW-INSURANCE THRU RENEW-INSURANCE-EXIT
             WHEN 'M'
                PERFORM MOVE-CUSTODY THRU MOVE-CUSTODY-EXIT
             WHEN 'X'
                PERFORM RELEASE-DOCUMENTS
                        THRU RELEASE-DOCUMENTS-EXIT
             WHEN 'I'
                PERFORM INQUIRE-COLLATERAL
                        THRU INQUIRE-COLLATERAL-EXIT
             WHEN OTHER
                DISPLAY "INVALID ACTION"
           END-EVALUATE

           STOP RUN.

      *> The same document may only be on the register once while
      *> the bank still holds it; the binding must suit the type.
       REGISTER-COLLATERAL.
           DISPLAY "JENIS (SHM/SHGB/BPKB/LAIN): " WITH NO ADVANCING
           ACCEPT WS-COLL-TYPE
           DISPLAY "NO DOKUMEN   : " WITH NO ADVANCING
           ACCEPT WS-DOC-NO
           DISPLAY "NAMA PEMILIK : " WITH NO ADVANCING
           ACCEPT WS-OWNER-NAME
           DISPLAY "CUST ID DEBITUR: " WITH NO ADVANCING
           ACCEPT WS-CUST-ID
           DISPLAY "BRANCH ID    : " WITH NO ADVANCING
           ACCEPT WS-BRANCH-ID
           DISPLAY "NILAI TAKSASI: " WITH NO ADVANCING
           ACCEPT WS-APPR-VALUE
           DISPLAY "TGL TAKSASI (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-APPR-DATE
           DISPLAY "PENILAI      : " WITH NO ADVANCING
           ACCEPT WS-APPRAISER
           DISPLAY "PENGIKATAN (APHT/FIDU/NONE): " WITH NO ADVANCING
           ACCEPT WS-BIND-TYPE
           IF WS-BIND-TYPE NOT = 'NONE'
              DISPLAY "NO AKTA/SERTIFIKAT PENGIKATAN: "
                      WITH NO ADVANCING
              ACCEPT WS-BIND-REF
              DISPLAY "NILAI PENGIKATAN: " WITH NO ADVANCING
              ACCEPT WS-BIND-AMT
           ELSE
              MOVE SPACES TO WS-BIND-REF
              MOVE 0 TO WS-BIND-AMT
           END-IF
           DISPLAY "NO POLIS ASURANSI (BLANK=TIDAK ADA): "
                   WITH NO ADVANCING
           ACCEPT WS-INS-POLICY
           IF WS-INS-POLICY NOT = SPACES
              DISPLAY "PERUSAHAAN ASURANSI: " WITH NO ADVANCING
              ACCEPT WS-INSURER
              DISPLAY "POLIS BERAKHIR (YYYY-MM-DD): "
                      WITH NO ADVANCING
              ACCEPT WS-INS-EXPIRY
           ELSE
              MOVE SPACES TO WS-INSURER
              MOVE SPACES TO WS-INS-EXPIRY
           END-IF
           DISPLAY "LOKASI PENYIMPANAN: " WITH NO ADVANCING
           ACCEPT WS-CUSTODY

           IF WS-COLL-TYPE NOT = 'SHM ' AND WS-COLL-TYPE NOT = 'SHGB'
              AND WS-COLL-TYPE NOT = 'BPKB'
              AND WS-COLL-TYPE NOT = 'LAIN'
              DISPLAY "REGISTER REJECTED: INVALID COLLATERAL TYPE"
              GO TO REGISTER-COLLATERAL-EXIT
           END-IF

           IF WS-DOC-NO = SPACES OR WS-OWNER-NAME = SPACES
              OR WS-CUSTODY = SPACES
              DISPLAY "REGISTER REJECTED: DOCUMENT NO, OWNER AND "
                      "CUSTODY LOCATION ARE MANDATORY"
              GO TO REGISTER-COLLATERAL-EXIT
           END-IF

           IF WS-APPR-VALUE <= 0 OR WS-APPR-DATE = SPACES
              OR WS-APPR-DATE > WS-TODAY
              DISPLAY "REGISTER REJECTED: APPRAISAL VALUE AND A "
                      "DATE NOT IN THE FUTURE ARE MANDATORY"
              GO TO REGISTER-COLLATERAL-EXIT
           END-IF

           IF (WS-BIND-TYPE = 'APHT'
               AND WS-COLL-TYPE NOT = 'SHM '
               AND WS-COLL-TYPE NOT = 'SHGB')
              OR (WS-BIND-TYPE = 'FIDU' AND WS-COLL-TYPE = 'SHM ')
              OR (WS-BIND-TYPE = 'FIDU' AND WS-COLL-TYPE = 'SHGB')
              OR (WS-BIND-TYPE NOT = 'APHT'
                  AND WS-BIND-TYPE NOT = 'FIDU'
                  AND WS-BIND-TYPE NOT = 'NONE')
              DISPLAY "REGISTER REJECTED: BINDING DOES NOT SUIT "
                      "THE COLLATERAL TYPE"
              GO TO REGISTER-COLLATERAL-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DUP-CNT
              FROM COLLATERAL
              WHERE COLL_TYPE = :WS-COLL-TYPE
                AND DOC_NO = :WS-DOC-NO
                AND STATUS = 'A'
           END-EXEC

           IF WS-DUP-CNT > 0
              DISPLAY "REGISTER REJECTED: DOCUMENT ALREADY ON THE "
                      "REGISTER"
              GO TO REGISTER-COLLATERAL-EXIT
           END-IF

           CALL 'CB-REF-NUMBER' USING 'CL' WS-COLL-ID

           EXEC SQL
              INSERT INTO COLLATERAL
              (COLL_ID, COLL_TYPE, DOC_NO, OWNER_NAME, CUST_ID,
               BRANCH_ID, APPRAISED_VALUE, APPRAISAL_DATE,
               APPRAISER, BIND_TYPE, BIND_REF, BIND_AMT,
               INS_POLICY, INSURER, INS_EXPIRY, CUSTODY_LOC,
               STATUS, REGISTERED_BY, REGISTERED_TS)
              VALUES
              (:WS-COLL-ID, :WS-COLL-TYPE, :WS-DOC-NO,
               :WS-OWNER-NAME, :WS-CUST-ID, :WS-BRANCH-ID,
               :WS-APPR-VALUE, :WS-APPR-DATE, :WS-APPRAISER,
               :WS-BIND-TYPE, :WS-BIND-REF, :WS-BIND-AMT,
               :WS-INS-POLICY, :WS-INSURER, :WS-INS-EXPIRY,
               :WS-CUSTODY, 'A', :WS-USER, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "REGISTER FAILED, SQLCODE " SQLCODE
              GO TO REGISTER-COLLATERAL-EXIT
           END-IF

           PERFORM WRITE-VALUATION

           EXEC SQL COMMIT END-EXEC
           DISPLAY "COLLATERAL REGISTERED - " WS-COLL-ID.
       REGISTER-COLLATERAL-EXIT.
           EXIT.

       WRITE-VALUATION.
           EXEC SQL
              INSERT INTO COLL_VALUATION
              (COLL_ID, APPRAISAL_DATE, APPRAISED_VALUE, APPRAISER,
               ENTERED_BY, ENTERED_TS)
              VALUES
              (:WS-COLL-ID, :WS-APPR-DATE, :WS-APPR-VALUE,
               :WS-APPRAISER, :WS-USER, CURRENT TIMESTAMP)
           END-EXEC.

      *> A link is only made to a facility still being granted or
      *> running - proposed or active.
       LINK-FACILITY.
           DISPLAY "COLLATERAL ID: " WITH NO ADVANCING
           ACCEPT WS-COLL-ID
           DISPLAY "FASILITAS (LN=LOAN, OD=OVERDRAFT): "
                   WITH NO ADVANCING
           ACCEPT WS-FAC-TYPE
           DISPLAY "LOAN ID / REK OD: " WITH NO ADVANCING
           ACCEPT WS-FAC-ID

           PERFORM READ-COLLATERAL
           IF SQLCODE NOT = 0 OR WS-COLL-STATUS NOT = 'A'
              DISPLAY "LINK REJECTED: COLLATERAL NOT HELD"
              GO TO LINK-FACILITY-EXIT
           END-IF

           EVALUATE WS-FAC-TYPE
             WHEN 'LN'
                EXEC SQL
                   SELECT STATUS
                   INTO :WS-FAC-STATUS
                   FROM LOAN_MASTER
                   WHERE LOAN_ID = :WS-FAC-ID
                END-EXEC
             WHEN 'OD'
                EXEC SQL
                   SELECT MIN(STATUS)
                   INTO :WS-FAC-STATUS
                   FROM OD_FACILITY
                   WHERE NO_REK = :WS-FAC-ID
                     AND STATUS IN ('A', 'P')
                END-EXEC
             WHEN OTHER
                DISPLAY "LINK REJECTED: INVALID FACILITY TYPE"
                GO TO LINK-FACILITY-EXIT
           END-EVALUATE

           IF SQLCODE NOT = 0
              OR (WS-FAC-STATUS NOT = 'A' AND WS-FAC-STATUS NOT = 'P')
              DISPLAY "LINK REJECTED: FACILITY NOT PROPOSED OR "
                      "ACTIVE"
              GO TO LINK-FACILITY-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DUP-CNT
              FROM COLLATERAL_LINK
              WHERE COLL_ID = :WS-COLL-ID
                AND FACILITY_TYPE = :WS-FAC-TYPE
                AND FACILITY_ID = :WS-FAC-ID
                AND STATUS = 'A'
           END-EXEC

           IF WS-DUP-CNT > 0
              DISPLAY "LINK REJECTED: ALREADY LINKED"
              GO TO LINK-FACILITY-EXIT
           END-IF

           EXEC SQL
              INSERT INTO COLLATERAL_LINK
              (COLL_ID, FACILITY_TYPE, FACILITY_ID, STATUS,
               LINKED_BY, LINKED_TS)
              VALUES
              (:WS-COLL-ID, :WS-FAC-TYPE, :WS-FAC-ID, 'A',
               :WS-USER, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "LINK FAILED, SQLCODE " SQLCODE
              GO TO LINK-FACILITY-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "COLLATERAL " WS-COLL-ID " SECURES "
                   WS-FAC-TYPE " " WS-FAC-ID.
       LINK-FACILITY-EXIT.
           EXIT.

       READ-COLLATERAL.
           EXEC SQL
              SELECT COLL_TYPE, DOC_NO, OWNER_NAME, CUST_ID,
                     BRANCH_ID, APPRAISED_VALUE, APPRAISAL_DATE,
                     BIND_TYPE, COALESCE(BIND_REF, ' '),
                     COALESCE(INS_POLICY, ' '),
                     COALESCE(INS_EXPIRY, ' '), CUSTODY_LOC, STATUS
              INTO :WS-COLL-TYPE, :WS-DOC-NO, :WS-OWNER-NAME,
                   :WS-CUST-ID, :WS-BRANCH-ID, :WS-APPR-VALUE,
                   :WS-APPR-DATE, :WS-BIND-TYPE, :WS-BIND-REF,
                   :WS-INS-POLICY, :WS-INS-EXPIRY, :WS-CUSTODY,
                   :WS-COLL-STATUS
              FROM COLLATERAL
              WHERE COLL_ID = :WS-COLL-ID
           END-EXEC.

      *> A new appraisal replaces the value the register works
      *> with; the old one stays in COLL_VALUATION.
       REVALUE-COLLATERAL.
           DISPLAY "COLLATERAL ID: " WITH NO ADVANCING
           ACCEPT WS-COLL-ID

           PERFORM READ-COLLATERAL
           IF SQLCODE NOT = 0 OR WS-COLL-STATUS NOT = 'A'
              DISPLAY "REVALUE REJECTED: COLLATERAL NOT HELD"
              GO TO REVALUE-COLLATERAL-EXIT
           END-IF

           DISPLAY "NILAI TAKSASI BARU: " WITH NO ADVANCING
           ACCEPT WS-APPR-VALUE
           DISPLAY "TGL TAKSASI (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-APPR-DATE
           DISPLAY "PENILAI      : " WITH NO ADVANCING
           ACCEPT WS-APPRAISER

           IF WS-APPR-VALUE <= 0 OR WS-APPR-DATE = SPACES
              OR WS-APPR-DATE > WS-TODAY
              DISPLAY "REVALUE REJECTED: APPRAISAL VALUE AND A "
                      "DATE NOT IN THE FUTURE ARE MANDATORY"
              GO TO REVALUE-COLLATERAL-EXIT
           END-IF

           EXEC SQL
              UPDATE COLLATERAL
              SET APPRAISED_VALUE = :WS-APPR-VALUE,
                  APPRAISAL_DATE = :WS-APPR-DATE,
                  APPRAISER = :WS-APPRAISER
              WHERE COLL_ID = :WS-COLL-ID
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE = 0
              PERFORM WRITE-VALUATION
           END-IF

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "REVALUE FAILED, SQLCODE " SQLCODE
              GO TO REVALUE-COLLATERAL-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "COLLATERAL REVALUED - " WS-APPR-VALUE
                   " PER " WS-APPR-DATE.
       REVALUE-COLLATERAL-EXIT.
           EXIT.

       RENEW-INSURANCE.
           DISPLAY "COLLATERAL ID: " WITH NO ADVANCING
           ACCEPT WS-COLL-ID

           PERFORM READ-COLLATERAL
           IF SQLCODE NOT = 0 OR WS-COLL-STATUS NOT = 'A'
              DISPLAY "RENEWAL REJECTED: COLLATERAL NOT HELD"
              GO TO RENEW-INSURANCE-EXIT
           END-IF

           DISPLAY "NO POLIS     : " WITH NO ADVANCING
           ACCEPT WS-INS-POLICY
           DISPLAY "PERUSAHAAN ASURANSI: " WITH NO ADVANCING
           ACCEPT WS-INSURER
           DISPLAY "POLIS BERAKHIR (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-INS-EXPIRY

           IF WS-INS-POLICY = SPACES OR WS-INS-EXPIRY <= WS-TODAY
              DISPLAY "RENEWAL REJECTED: POLICY NO AND A FUTURE "
                      "EXPIRY ARE MANDATORY"
              GO TO RENEW-INSURANCE-EXIT
           END-IF

           EXEC SQL
              UPDATE COLLATERAL
              SET INS_POLICY = :WS-INS-POLICY,
                  INSURER = :WS-INSURER,
                  INS_EXPIRY = :WS-INS-EXPIRY
              WHERE COLL_ID = :WS-COLL-ID
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "INSURANCE RECORDED - BERLAKU S/D "
                      WS-INS-EXPIRY
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "RENEWAL FAILED, SQLCODE " SQLCODE
           END-IF.
       RENEW-INSURANCE-EXIT.
           EXIT.

       MOVE-CUSTODY.
           DISPLAY "COLLATERAL ID: " WITH NO ADVANCING
           ACCEPT WS-COLL-ID

           PERFORM READ-COLLATERAL
           IF SQLCODE NOT = 0 OR WS-COLL-STATUS NOT = 'A'
              DISPLAY "MOVE REJECTED: COLLATERAL NOT HELD"
              GO TO MOVE-CUSTODY-EXIT
           END-IF

           DISPLAY "LOKASI SEKARANG: " WS-CUSTODY
           DISPLAY "LOKASI BARU  : " WITH NO ADVANCING
           ACCEPT WS-CUSTODY

           IF WS-CUSTODY = SPACES
              DISPLAY "MOVE REJECTED: LOCATION IS MANDATORY"
              GO TO MOVE-CUSTODY-EXIT
           END-IF

           EXEC SQL
              UPDATE COLLATERAL
              SET CUSTODY_LOC = :WS-CUSTODY,
                  CUSTODY_BY = :WS-USER,
                  CUSTODY_TS = CURRENT TIMESTAMP
              WHERE COLL_ID = :WS-COLL-ID
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "CUSTODY MOVED TO " WS-CUSTODY
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "MOVE FAILED, SQLCODE " SQLCODE
           END-IF.
       MOVE-CUSTODY-EXIT.
           EXIT.

      *> The originals leave the bank only when no facility the
      *> item secures is still open: a loan proposed, running or
      *> written off, an overdraft line proposed or active, or an
      *> overdraft account still in debit.
       RELEASE-DOCUMENTS.
           DISPLAY "COLLATERAL ID: " WITH NO ADVANCING
           ACCEPT WS-COLL-ID

           PERFORM READ-COLLATERAL
           IF SQLCODE NOT = 0 OR WS-COLL-STATUS NOT = 'A'
              DISPLAY "RELEASE REJECTED: COLLATERAL NOT HELD"
              GO TO RELEASE-DOCUMENTS-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-OPEN-CNT
              FROM COLLATERAL_LINK K
              WHERE K.COLL_ID = :WS-COLL-ID
                AND K.STATUS = 'A'
                AND ((K.FACILITY_TYPE = 'LN'
                      AND EXISTS
                          (SELECT 1 FROM LOAN_MASTER L
                           WHERE L.LOAN_ID = K.FACILITY_ID
                             AND L.STATUS IN ('P', 'A', 'W')))
                  OR (K.FACILITY_TYPE = 'OD'
                      AND (EXISTS
                           (SELECT 1 FROM OD_FACILITY F
                            WHERE F.NO_REK = K.FACILITY_ID
                              AND F.STATUS IN ('P', 'A'))
                        OR EXISTS
                           (SELECT 1 FROM REKENING R
                            WHERE R.NO_REK = K.FACILITY_ID
                              AND R.SALDO < 0))))
           END-EXEC

           IF SQLCODE NOT = 0 OR WS-OPEN-CNT > 0
              DISPLAY "RELEASE REJECTED: " WS-OPEN-CNT
                      " SECURED FACILITY(IES) STILL OPEN"
              GO TO RELEASE-DOCUMENTS-EXIT
           END-IF

           DISPLAY "DISERAHKAN KEPADA: " WITH NO ADVANCING
           ACCEPT WS-RELEASED-TO
           IF WS-RELEASED-TO = SPACES
              DISPLAY "RELEASE REJECTED: RECIPIENT IS MANDATORY"
              GO TO RELEASE-DOCUMENTS-EXIT
           END-IF

           DISPLAY "SERAHKAN " WS-COLL-TYPE " " WS-DOC-NO
                   " ? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
              GO TO RELEASE-DOCUMENTS-EXIT
           END-IF

           EXEC SQL
              UPDATE COLLATERAL_LINK
              SET STATUS = 'X',
                  UNLINKED_BY = :WS-USER,
                  UNLINKED_TS = CURRENT TIMESTAMP
              WHERE COLL_ID = :WS-COLL-ID
                AND STATUS = 'A'
           END-EXEC

           EXEC SQL
              UPDATE COLLATERAL
              SET STATUS = 'R',
                  RELEASED_TO = :WS-RELEASED-TO,
                  RELEASED_BY = :WS-USER,
                  RELEASED_TS = CURRENT TIMESTAMP
              WHERE COLL_ID = :WS-COLL-ID
                AND STATUS = 'A'
           END-EXEC

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "DOCUMENTS RELEASED - " WS-COLL-ID
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "RELEASE FAILED: COLLATERAL MOVED UNDERNEATH "
                      "US"
           END-IF.
       RELEASE-DOCUMENTS-EXIT.
           EXIT.

       INQUIRE-COLLATERAL.
           DISPLAY "COLLATERAL ID: " WITH NO ADVANCING
           ACCEPT WS-COLL-ID

           PERFORM READ-COLLATERAL
           IF SQLCODE NOT = 0
              DISPLAY "COLLATERAL NOT FOUND"
              GO TO INQUIRE-COLLATERAL-EXIT
           END-IF

           DISPLAY "==================================================="
           DISPLAY "COLLATERAL " WS-COLL-ID "  STATUS " WS-COLL-STATUS
           DISPLAY "JENIS " WS-COLL-TYPE "  NO " WS-DOC-NO
           DISPLAY "PEMILIK " WS-OWNER-NAME
           DISPLAY "DEBITUR " WS-CUST-ID "  CABANG " WS-BRANCH-ID
           DISPLAY "TAKSASI " WS-APPR-VALUE " PER " WS-APPR-DATE
           DISPLAY "PENGIKATAN " WS-BIND-TYPE " " WS-BIND-REF
           DISPLAY "ASURANSI " WS-INS-POLICY " S/D " WS-INS-EXPIRY
           DISPLAY "LOKASI " WS-CUSTODY
           DISPLAY "---------------------------------------------------"
           PERFORM LIST-LINKS
           DISPLAY "==================================================="
           CONTINUE.
       INQUIRE-COLLATERAL-EXIT.
           EXIT.

       LIST-LINKS.
           EXEC SQL
              DECLARE CLK-CUR CURSOR FOR
              SELECT FACILITY_TYPE, FACILITY_ID, STATUS
              FROM COLLATERAL_LINK
              WHERE COLL_ID = :WS-COLL-ID
              ORDER BY LINKED_TS
           END-EXEC

           EXEC SQL OPEN CLK-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CLK-CUR
                 INTO :WS-FAC-TYPE, :WS-FAC-ID, :WS-LINK-STATUS
              END-EXEC

              IF SQLCODE = 0
                 DISPLAY "  SECURES " WS-FAC-TYPE " " WS-FAC-ID
                         "  LINK " WS-LINK-STATUS
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CLK-CUR END-EXEC.
