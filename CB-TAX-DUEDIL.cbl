       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-TAX-DUEDIL.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-CUST-ID      PIC X(20).
       01 WS-CUST-NAME    PIC X(40).
       01 WS-RESIDENCY    PIC X(1).
       01 WS-NATIONALITY  PIC X(2).
       01 WS-BIRTH-CTRY   PIC X(2).
       01 WS-SELF-CERT    PIC X(1).
       01 WS-DESTINATION  PIC X(40).
       01 WS-FOREIGN-CNT  PIC 9(3).
       01 WS-US-CNT       PIC 9(3).
       01 WS-OLD-STATUS   PIC X(1).
       01 WS-ACCT-CNT     PIC 9(5).

       01 WS-INDICIA.
          05 WS-IND-RESIDENT PIC X(1).
          05 WS-IND-NATION   PIC X(1).
          05 WS-IND-BIRTH    PIC X(1).
          05 WS-IND-TAXRES   PIC X(1).
          05 WS-IND-PHONE    PIC X(1).
          05 WS-IND-US       PIC X(1).
      *> One letter per indicium found, blank where none:
      *> R = non-resident flag, N = foreign nationality, B = born
      *> abroad, T = foreign tax residence on file, P = foreign
      *> telephone number; U in the last byte when any of them
      *> points to the United States, so an undocumented customer
      *> is reported under FATCA rather than CRS.
       01 WS-NEW-STATUS   PIC X(1).
      *> N = not reportable, F = FATCA (US person), C = CRS (other
      *> foreign tax resident), B = both, U = foreign indicia but
      *> no self-certification - undocumented, to be cured.

       01 WS-SCAN-CNT     PIC 9(7) VALUE 0.
       01 WS-FATCA-CNT    PIC 9(7) VALUE 0.
       01 WS-CRS-CNT      PIC 9(7) VALUE 0.
       01 WS-BOTH-CNT     PIC 9(7) VALUE 0.
       01 WS-UNDOC-CNT    PIC 9(7) VALUE 0.
       01 WS-NEW-UNDOC    PIC 9(7) VALUE 0.
       01 WS-CHANGED-CNT  PIC 9(7) VALUE 0.
       01 WS-ERR-CNT      PIC 9(7) VALUE 0.

      *> FATCA/CRS due diligence, run at month-end over every live
      *> customer. Foreign indicia are looked for in what the bank
      *> already holds - the non-resident flag, nationality and
      *> country of birth, the tax residences captured under 'T' in
      *> CB-CUST-MAINT, and an international (non +62) number on the
      *> alert contact. A customer with no indicia is not
      *> reportable. One with indicia and a self-certification on
      *> file is classified by what they certified: a US national
      *> or US tax resident is a FATCA person, any other foreign tax
      *> residence makes them CRS, and a certification of
      *> Indonesian residence only cures the indicia. Indicia
      *> without a self-certification flag the customer 'U': listed
      *> here with their accounts for the branch to obtain one, and
      *> carried in the annual CB-TAX-EXTRACT as undocumented. The
      *> result is kept on CUST_MASTER (TAX_REPORTABLE, TAX_INDICIA)
      *> and a change of classification is written to TAX_DD_LOG.
       PROCEDURE DIVISION.
           DISPLAY "==================================================="
           DISPLAY "FATCA / CRS DUE DILIGENCE"
           DISPLAY "==================================================="
           DISPLAY "UNDOCUMENTED (INDICIA, NO SELF-CERTIFICATION):"
           DISPLAY "CUST ID              NAME"
                   "                                     IND    REK"

           EXEC SQL
              DECLARE TDD-CUR CURSOR FOR
              SELECT C.CUST_ID, C.CUST_NAME,
                     COALESCE(C.RESIDENCY, 'R'),
                     COALESCE(C.NATIONALITY, ' '),
                     COALESCE(C.BIRTH_COUNTRY, ' '),
                     COALESCE(C.SELF_CERT, 'N'),
                     COALESCE(P.DESTINATION, ' '),
                     (SELECT COUNT(*) FROM CUST_TAX_RESIDENCE T
                      WHERE T.CUST_ID = C.CUST_ID
                        AND T.COUNTRY <> 'ID'),
                     (SELECT COUNT(*) FROM CUST_TAX_RESIDENCE T
                      WHERE T.CUST_ID = C.CUST_ID
                        AND T.COUNTRY = 'US'),
                     COALESCE(C.TAX_REPORTABLE, ' ')
              FROM CUST_MASTER C
                   LEFT JOIN ALERT_PREFERENCE P
                     ON P.CUST_ID = C.CUST_ID
              WHERE COALESCE(C.KYC_STATUS, ' ') <> 'M'
              ORDER BY C.CUST_ID
           END-EXEC

           EXEC SQL OPEN TDD-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH TDD-CUR
                 INTO :WS-CUST-ID, :WS-CUST-NAME, :WS-RESIDENCY,
                      :WS-NATIONALITY, :WS-BIRTH-CTRY,
                      :WS-SELF-CERT, :WS-DESTINATION,
                      :WS-FOREIGN-CNT, :WS-US-CNT, :WS-OLD-STATUS
              END-EXEC

              IF SQLCODE = 0
                 ADD 1 TO WS-SCAN-CNT
                 PERFORM CLASSIFY-CUSTOMER
                 PERFORM RECORD-STATUS THRU RECORD-STATUS-EXIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE TDD-CUR END-EXEC

           DISPLAY "---------------------------------------------------"
           DISPLAY "CUSTOMERS SCREENED    : " WS-SCAN-CNT
           DISPLAY "REPORTABLE - FATCA    : " WS-FATCA-CNT
           DISPLAY "REPORTABLE - CRS      : " WS-CRS-CNT
           DISPLAY "REPORTABLE - BOTH     : " WS-BOTH-CNT
           DISPLAY "UNDOCUMENTED          : " WS-UNDOC-CNT
           DISPLAY "  NEW THIS RUN        : " WS-NEW-UNDOC
           DISPLAY "CLASSIFICATION CHANGED: " WS-CHANGED-CNT
           DISPLAY "FAILURES              : " WS-ERR-CNT
           DISPLAY "==================================================="

           IF WS-ERR-CNT > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-NEW-UNDOC > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           GOBACK.

       CLASSIFY-CUSTOMER.
           MOVE SPACES TO WS-INDICIA

           IF WS-RESIDENCY = 'N'
              MOVE 'R' TO WS-IND-RESIDENT
           END-IF
           IF WS-NATIONALITY NOT = SPACES AND WS-NATIONALITY NOT = 'ID'
              MOVE 'N' TO WS-IND-NATION
           END-IF
           IF WS-BIRTH-CTRY NOT = SPACES AND WS-BIRTH-CTRY NOT = 'ID'
              MOVE 'B' TO WS-IND-BIRTH
           END-IF
           IF WS-FOREIGN-CNT > 0
              MOVE 'T' TO WS-IND-TAXRES
           END-IF
           IF WS-DESTINATION(1:1) = '+'
              AND WS-DESTINATION(1:3) NOT = '+62'
              MOVE 'P' TO WS-IND-PHONE
           END-IF

           IF WS-NATIONALITY = 'US' OR WS-BIRTH-CTRY = 'US'
              OR WS-US-CNT > 0
              OR (WS-DESTINATION(1:2) = '+1'
                  AND WS-DESTINATION(3:1) IS NUMERIC)
              MOVE 'U' TO WS-IND-US
           END-IF

           EVALUATE TRUE
             WHEN WS-INDICIA = SPACES
                MOVE 'N' TO WS-NEW-STATUS
             WHEN WS-SELF-CERT NOT = 'Y'
                MOVE 'U' TO WS-NEW-STATUS
      *> Certified: only what was certified counts now. A US
      *> national is a US person wherever they live.
             WHEN (WS-US-CNT > 0 OR WS-NATIONALITY = 'US')
                  AND WS-FOREIGN-CNT > WS-US-CNT
                MOVE 'B' TO WS-NEW-STATUS
             WHEN WS-US-CNT > 0 OR WS-NATIONALITY = 'US'
                MOVE 'F' TO WS-NEW-STATUS
             WHEN WS-FOREIGN-CNT > 0
                MOVE 'C' TO WS-NEW-STATUS
             WHEN OTHER
                MOVE 'N' TO WS-NEW-STATUS
           END-EVALUATE

           EVALUATE WS-NEW-STATUS
             WHEN 'F'
                ADD 1 TO WS-FATCA-CNT
             WHEN 'C'
                ADD 1 TO WS-CRS-CNT
             WHEN 'B'
                ADD 1 TO WS-BOTH-CNT
             WHEN 'U'
                ADD 1 TO WS-UNDOC-CNT
           END-EVALUATE.

      *> Only a change is written, so an unchanged book costs one
      *> read per customer. Ends on a COMMIT or ROLLBACK either way
      *> so the cursor loop sees a clean SQLCODE.
       RECORD-STATUS.
           IF WS-NEW-STATUS = 'U'
              MOVE 0 TO WS-ACCT-CNT
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-ACCT-CNT
                 FROM REKENING
                 WHERE CUST_ID = :WS-CUST-ID
              END-EXEC
              DISPLAY WS-CUST-ID " " WS-CUST-NAME " " WS-INDICIA
                      " " WS-ACCT-CNT
           END-IF

           IF WS-NEW-STATUS = WS-OLD-STATUS
              EXEC SQL COMMIT END-EXEC
              GO TO RECORD-STATUS-EXIT
           END-IF

           EXEC SQL
              UPDATE CUST_MASTER
              SET TAX_REPORTABLE = :WS-NEW-STATUS,
                  TAX_INDICIA = :WS-INDICIA,
                  TAX_DD_TS = CURRENT TIMESTAMP
              WHERE CUST_ID = :WS-CUST-ID
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "CLASSIFY FAILED " WS-CUST-ID
              ADD 1 TO WS-ERR-CNT
              GO TO RECORD-STATUS-EXIT
           END-IF

           EXEC SQL
              INSERT INTO TAX_DD_LOG
              (CUST_ID, OLD_STATUS, NEW_STATUS, INDICIA, SELF_CERT,
               CREATED_TS)
              VALUES
              (:WS-CUST-ID, :WS-OLD-STATUS, :WS-NEW-STATUS,
               :WS-INDICIA, :WS-SELF-CERT, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "CLASSIFY LOG FAILED " WS-CUST-ID
              ADD 1 TO WS-ERR-CNT
              GO TO RECORD-STATUS-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           ADD 1 TO WS-CHANGED-CNT
           IF WS-NEW-STATUS = 'U'
              ADD 1 TO WS-NEW-UNDOC
           END-IF.
       RECORD-STATUS-EXIT.
           EXIT.
