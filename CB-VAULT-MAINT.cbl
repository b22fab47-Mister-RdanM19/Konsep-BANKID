       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-VAULT-MAINT.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-ACTION       PIC X(1).
      *> O=Opening count, C=Closing count, D=Dispatch a cash order,
      *> R=Receive a cash order, L=set holding Limits, S=Status.
       01 WS-SIGNON-OK    PIC X(1).
       01 WS-USER         PIC X(10).
       01 WS-CUST2        PIC X(10).
       01 WS-CUST2-OK     PIC X(1).
       01 WS-SUPV-ID      PIC X(10).
       01 WS-SUPV-OK      PIC X(1).
       01 WS-BRANCH-ID    PIC X(4).

       01 WS-BOOK-100K    PIC 9(7).
       01 WS-BOOK-50K     PIC 9(7).
       01 WS-BOOK-20K     PIC 9(7).
       01 WS-BOOK-10K     PIC 9(7).
       01 WS-BOOK-VALUE   PIC S9(13)V99 COMP-3.
       01 WS-MAX-HOLDING  PIC S9(13)V99 COMP-3.
       01 WS-MIN-HOLDING  PIC S9(13)V99 COMP-3.

       01 WS-CNT-100K     PIC 9(7).
       01 WS-CNT-50K      PIC 9(7).
       01 WS-CNT-20K      PIC 9(7).
       01 WS-CNT-10K      PIC 9(7).
       01 WS-CNT-VALUE    PIC S9(13)V99 COMP-3.
       01 WS-VARIANCE     PIC S9(13)V99 COMP-3.
       01 WS-COUNT-ID     PIC X(20).

       01 WS-ORDER-ID     PIC X(20).
       01 WS-ORDER-TYPE   PIC X(1).
       01 WS-FROM-BRANCH  PIC X(4).
       01 WS-TO-BRANCH    PIC X(4).
       01 WS-DELIV-DATE   PIC X(10).
       01 WS-ORDER-VALUE  PIC S9(13)V99 COMP-3.
       01 WS-SHIP-VALUE   PIC S9(13)V99 COMP-3.
       01 WS-CIT-IN       PIC S9(13)V99 COMP-3.
       01 WS-CIT-OUT      PIC S9(13)V99 COMP-3.

      *> The branch vault (khasanah) as a denominated book, not a
      *> single figure: BRANCH_VAULT carries note counts per
      *> denomination beside VAULT_VALUE, the teller's buy and sell
      *> move both, and every opening of the vault - the opening and
      *> closing counts, a cash order dispatched to or received from
      *> the cash centre - needs two custodians, the signed-on user
      *> and a second one signing on at the point of use, never the
      *> same person. A count that disagrees with the book records
      *> the variance in VAULT_COUNT and the book takes the counted
      *> notes, so the next count starts from what is really there.
      *> Cash orders are proposed by CB-VAULT-PLAN against the
      *> branch's holding limits; dispatch takes the notes out of
      *> the sending vault and leaves the order in transit ('T'),
      *> and only the receiving side's count puts them into the
      *> receiving vault ('R') - so cash on the road is always on
      *> CASH_ORDER, never off the books.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-VAULT    ' 'TL' WS-USER WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF

           DISPLAY "BRANCH ID    : " WITH NO ADVANCING
           ACCEPT WS-BRANCH-ID
           DISPLAY "ACTION (O=OPEN COUNT, C=CLOSE COUNT, D=DISPATCH, "
                   "R=RECEIVE, L=LIMITS, S=STATUS): "
                   WITH NO ADVANCING
           ACCEPT WS-ACTION

           EVALUATE WS-ACTION
             WHEN 'O'
                PERFORM COUNT-VAULT THRU COUNT-VAULT-EXIT
             WHEN 'C'
                PERFORM COUNT-VAULT THRU COUNT-VAULT-EXIT
             WHEN 'D'
                PERFORM DISPATCH-ORDER THRU DISPATCH-ORDER-EXIT
             WHEN 'R'
                PERFORM RECEIVE-ORDER THRU RECEIVE-ORDER-EXIT
             WHEN 'L'
                PERFORM SET-LIMITS THRU SET-LIMITS-EXIT
             WHEN 'S'
                PERFORM SHOW-STATUS THRU SHOW-STATUS-EXIT
             WHEN OTHER
                DISPLAY "INVALID ACTION"
           END-EVALUATE

           STOP RUN.

      *> The second key: another custodian signs on here, at the
      *> vault, for this one operation.
       SECOND-CUSTODIAN.
           MOVE 'N' TO WS-CUST2-OK
           DISPLAY "CUSTODIAN KEDUA SIGN ON"
           CALL 'CB-SIGNON'
             USING 'CB-VAULT-2ND' 'TL' WS-CUST2 WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              GO TO SECOND-CUSTODIAN-EXIT
           END-IF
           IF WS-CUST2 = WS-USER
              DISPLAY "DITOLAK: CUSTODIAN KEDUA HARUS ORANG LAIN"
              GO TO SECOND-CUSTODIAN-EXIT
           END-IF
           MOVE 'Y' TO WS-CUST2-OK.
       SECOND-CUSTODIAN-EXIT.
           EXIT.

       ACCEPT-NOTE-COUNT.
           DISPLAY "LBR 100K     : " WITH NO ADVANCING
           ACCEPT WS-CNT-100K
           DISPLAY "LBR 50K      : " WITH NO ADVANCING
           ACCEPT WS-CNT-50K
           DISPLAY "LBR 20K      : " WITH NO ADVANCING
           ACCEPT WS-CNT-20K
           DISPLAY "LBR 10K      : " WITH NO ADVANCING
           ACCEPT WS-CNT-10K
           COMPUTE WS-CNT-VALUE =
              (WS-CNT-100K * 100000) + (WS-CNT-50K * 50000) +
              (WS-CNT-20K * 20000) + (WS-CNT-10K * 10000).

       READ-VAULT.
           EXEC SQL
              SELECT COALESCE(VLT_100K, 0), COALESCE(VLT_50K, 0),
                     COALESCE(VLT_20K, 0), COALESCE(VLT_10K, 0),
                     VAULT_VALUE,
                     COALESCE(MAX_HOLDING, 0), COALESCE(MIN_HOLDING, 0)
              INTO :WS-BOOK-100K, :WS-BOOK-50K, :WS-BOOK-20K,
                   :WS-BOOK-10K, :WS-BOOK-VALUE,
                   :WS-MAX-HOLDING, :WS-MIN-HOLDING
              FROM BRANCH_VAULT
              WHERE BRANCH_ID = :WS-BRANCH-ID
              FOR UPDATE
           END-EXEC.

       COUNT-VAULT.
           PERFORM SECOND-CUSTODIAN THRU SECOND-CUSTODIAN-EXIT
           IF WS-CUST2-OK NOT = 'Y'
              GO TO COUNT-VAULT-EXIT
           END-IF

           PERFORM READ-VAULT
           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "KHASANAH TIDAK DIKENAL: " WS-BRANCH-ID
              GO TO COUNT-VAULT-EXIT
           END-IF

           DISPLAY "HITUNG FISIK KHASANAH"
           PERFORM ACCEPT-NOTE-COUNT
           COMPUTE WS-VARIANCE = WS-CNT-VALUE - WS-BOOK-VALUE

           CALL 'CB-REF-NUMBER' USING 'VK' WS-COUNT-ID
           EXEC SQL
              INSERT INTO VAULT_COUNT
              (COUNT_ID, BRANCH_ID, COUNT_TYPE, CUSTODIAN_1,
               CUSTODIAN_2, BOOK_100K, BOOK_50K, BOOK_20K, BOOK_10K,
               BOOK_VALUE, CNT_100K, CNT_50K, CNT_20K, CNT_10K,
               CNT_VALUE, VARIANCE, COUNTED_TS)
              VALUES
              (:WS-COUNT-ID, :WS-BRANCH-ID, :WS-ACTION, :WS-USER,
               :WS-CUST2, :WS-BOOK-100K, :WS-BOOK-50K,
               :WS-BOOK-20K, :WS-BOOK-10K, :WS-BOOK-VALUE,
               :WS-CNT-100K, :WS-CNT-50K, :WS-CNT-20K,
               :WS-CNT-10K, :WS-CNT-VALUE, :WS-VARIANCE,
               CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "HITUNG GAGAL, SQLCODE " SQLCODE
              GO TO COUNT-VAULT-EXIT
           END-IF

           EXEC SQL
              UPDATE BRANCH_VAULT
              SET VLT_100K = :WS-CNT-100K,
                  VLT_50K  = :WS-CNT-50K,
                  VLT_20K  = :WS-CNT-20K,
                  VLT_10K  = :WS-CNT-10K,
                  VAULT_VALUE = :WS-CNT-VALUE,
                  LAST_COUNT_TS = CURRENT TIMESTAMP
              WHERE BRANCH_ID = :WS-BRANCH-ID
           END-EXEC

           EXEC SQL COMMIT END-EXEC

           DISPLAY "==================================================="
           DISPLAY "VAULT COUNT - " WS-BRANCH-ID " TYPE " WS-ACTION
           DISPLAY "CUSTODIANS     : " WS-USER " / " WS-CUST2
           DISPLAY "BOOK VALUE     : " WS-BOOK-VALUE
           DISPLAY "COUNTED VALUE  : " WS-CNT-VALUE
           DISPLAY "VARIANCE       : " WS-VARIANCE
           IF WS-MAX-HOLDING > 0 AND WS-CNT-VALUE > WS-MAX-HOLDING
              DISPLAY "ABOVE HOLDING LIMIT " WS-MAX-HOLDING
           END-IF
           IF WS-CNT-VALUE < WS-MIN-HOLDING
              DISPLAY "BELOW MINIMUM HOLDING " WS-MIN-HOLDING
           END-IF
           DISPLAY "==================================================="
           IF WS-VARIANCE NOT = 0
              DISPLAY "SELISIH KHASANAH DICATAT - LAPOR KEPALA CABANG"
           END-IF.
       COUNT-VAULT-EXIT.
           EXIT.

      *> The sending vault releases the order: the custodians key
      *> the notes actually packed (the proposal is a value, the
      *> bag is notes), the vault must hold every one of them, and
      *> the order goes in transit carrying the packed counts.
       DISPATCH-ORDER.
           DISPLAY "ORDER ID     : " WITH NO ADVANCING
           ACCEPT WS-ORDER-ID

           EXEC SQL
              SELECT ORDER_TYPE, TO_BRANCH, ORDER_VALUE, DELIV_DATE
              INTO :WS-ORDER-TYPE, :WS-TO-BRANCH, :WS-ORDER-VALUE,
                   :WS-DELIV-DATE
              FROM CASH_ORDER
              WHERE ORDER_ID = :WS-ORDER-ID
                AND FROM_BRANCH = :WS-BRANCH-ID
                AND STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "ORDER TIDAK DITEMUKAN ATAU BUKAN DARI CABANG INI"
              GO TO DISPATCH-ORDER-EXIT
           END-IF

           DISPLAY "KIRIM KE " WS-TO-BRANCH
                   "  TGL " WS-DELIV-DATE
                   "  NILAI USULAN " WS-ORDER-VALUE

           PERFORM SECOND-CUSTODIAN THRU SECOND-CUSTODIAN-EXIT
           IF WS-CUST2-OK NOT = 'Y'
              GO TO DISPATCH-ORDER-EXIT
           END-IF

           PERFORM ACCEPT-NOTE-COUNT

           PERFORM READ-VAULT
           IF SQLCODE NOT = 0
              OR WS-CNT-100K > WS-BOOK-100K
              OR WS-CNT-50K > WS-BOOK-50K
              OR WS-CNT-20K > WS-BOOK-20K
              OR WS-CNT-10K > WS-BOOK-10K
              OR WS-CNT-VALUE NOT > 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "KIRIM DITOLAK: UANG DI KHASANAH TIDAK CUKUP"
              GO TO DISPATCH-ORDER-EXIT
           END-IF

           EXEC SQL
              UPDATE BRANCH_VAULT
              SET VLT_100K = VLT_100K - :WS-CNT-100K,
                  VLT_50K  = VLT_50K - :WS-CNT-50K,
                  VLT_20K  = VLT_20K - :WS-CNT-20K,
                  VLT_10K  = VLT_10K - :WS-CNT-10K,
                  VAULT_VALUE = VAULT_VALUE - :WS-CNT-VALUE
              WHERE BRANCH_ID = :WS-BRANCH-ID
           END-EXEC

           EXEC SQL
              UPDATE CASH_ORDER
              SET STATUS = 'T',
                  SHIP_100K = :WS-CNT-100K,
                  SHIP_50K  = :WS-CNT-50K,
                  SHIP_20K  = :WS-CNT-20K,
                  SHIP_10K  = :WS-CNT-10K,
                  SHIP_VALUE = :WS-CNT-VALUE,
                  DISPATCHED_BY = :WS-USER,
                  DISPATCH_CUST2 = :WS-CUST2,
                  DISPATCHED_TS = CURRENT TIMESTAMP
              WHERE ORDER_ID = :WS-ORDER-ID
                AND STATUS = 'P'
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "KIRIM GAGAL: ORDER SUDAH DIPROSES"
              GO TO DISPATCH-ORDER-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "ORDER DIKIRIM - DALAM PERJALANAN: " WS-CNT-VALUE.
       DISPATCH-ORDER-EXIT.
           EXIT.

      *> The receiving vault's count closes the transit: what was
      *> counted in goes into the vault, and a difference from what
      *> was packed is recorded on the order as the receipt
      *> variance for the two branches to chase.
       RECEIVE-ORDER.
           DISPLAY "ORDER ID     : " WITH NO ADVANCING
           ACCEPT WS-ORDER-ID

           EXEC SQL
              SELECT FROM_BRANCH, SHIP_VALUE
              INTO :WS-FROM-BRANCH, :WS-SHIP-VALUE
              FROM CASH_ORDER
              WHERE ORDER_ID = :WS-ORDER-ID
                AND TO_BRANCH = :WS-BRANCH-ID
                AND STATUS = 'T'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "ORDER TIDAK DALAM PERJALANAN KE CABANG INI"
              GO TO RECEIVE-ORDER-EXIT
           END-IF

           DISPLAY "DARI " WS-FROM-BRANCH
                   "  NILAI DIKIRIM " WS-SHIP-VALUE

           PERFORM SECOND-CUSTODIAN THRU SECOND-CUSTODIAN-EXIT
           IF WS-CUST2-OK NOT = 'Y'
              GO TO RECEIVE-ORDER-EXIT
           END-IF

           DISPLAY "HITUNG PENERIMAAN"
           PERFORM ACCEPT-NOTE-COUNT
           COMPUTE WS-VARIANCE = WS-CNT-VALUE - WS-SHIP-VALUE

           PERFORM READ-VAULT
           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "KHASANAH TIDAK DIKENAL: " WS-BRANCH-ID
              GO TO RECEIVE-ORDER-EXIT
           END-IF

           EXEC SQL
              UPDATE BRANCH_VAULT
              SET VLT_100K = COALESCE(VLT_100K, 0) + :WS-CNT-100K,
                  VLT_50K  = COALESCE(VLT_50K, 0) + :WS-CNT-50K,
                  VLT_20K  = COALESCE(VLT_20K, 0) + :WS-CNT-20K,
                  VLT_10K  = COALESCE(VLT_10K, 0) + :WS-CNT-10K,
                  VAULT_VALUE = VAULT_VALUE + :WS-CNT-VALUE
              WHERE BRANCH_ID = :WS-BRANCH-ID
           END-EXEC

           EXEC SQL
              UPDATE CASH_ORDER
              SET STATUS = 'R',
                  RECV_VALUE = :WS-CNT-VALUE,
                  RECV_VARIANCE = :WS-VARIANCE,
                  RECEIVED_BY = :WS-USER,
                  RECEIVE_CUST2 = :WS-CUST2,
                  RECEIVED_TS = CURRENT TIMESTAMP
              WHERE ORDER_ID = :WS-ORDER-ID
                AND STATUS = 'T'
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "TERIMA GAGAL: ORDER SUDAH DIPROSES"
              GO TO RECEIVE-ORDER-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "ORDER DITERIMA: " WS-CNT-VALUE
           IF WS-VARIANCE NOT = 0
              DISPLAY "SELISIH PENERIMAAN " WS-VARIANCE
                      " - LAPOR KEPALA CABANG"
           END-IF.
       RECEIVE-ORDER-EXIT.
           EXIT.

      *> The insured maximum and the operating minimum are a
      *> supervisor's decision, taken at the point of use.
       SET-LIMITS.
           CALL 'CB-SIGNON'
             USING 'CB-VAULT-LIM' 'SU' WS-SUPV-ID WS-SUPV-OK
           IF WS-SUPV-OK NOT = 'Y'
              DISPLAY "LIMIT DITOLAK: PERLU SUPERVISOR"
              GO TO SET-LIMITS-EXIT
           END-IF

           DISPLAY "BATAS MAKSIMUM : " WITH NO ADVANCING
           ACCEPT WS-MAX-HOLDING
           DISPLAY "BATAS MINIMUM  : " WITH NO ADVANCING
           ACCEPT WS-MIN-HOLDING

           IF WS-MIN-HOLDING < 0 OR WS-MAX-HOLDING NOT > WS-MIN-HOLDING
              DISPLAY "LIMIT DITOLAK: MAKSIMUM HARUS DI ATAS MINIMUM"
              GO TO SET-LIMITS-EXIT
           END-IF

           EXEC SQL
              UPDATE BRANCH_VAULT
              SET MAX_HOLDING = :WS-MAX-HOLDING,
                  MIN_HOLDING = :WS-MIN-HOLDING,
                  LIMIT_SET_BY = :WS-SUPV-ID,
                  LIMIT_SET_TS = CURRENT TIMESTAMP
              WHERE BRANCH_ID = :WS-BRANCH-ID
           END-EXEC

           IF SQLCODE NOT = 0 OR SQLERRD(3) = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "KHASANAH TIDAK DIKENAL: " WS-BRANCH-ID
              GO TO SET-LIMITS-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           DISPLAY "LIMIT DISIMPAN - MAKS " WS-MAX-HOLDING
                   " MIN " WS-MIN-HOLDING.
       SET-LIMITS-EXIT.
           EXIT.

       SHOW-STATUS.
           EXEC SQL
              SELECT COALESCE(VLT_100K, 0), COALESCE(VLT_50K, 0),
                     COALESCE(VLT_20K, 0), COALESCE(VLT_10K, 0),
                     VAULT_VALUE,
                     COALESCE(MAX_HOLDING, 0), COALESCE(MIN_HOLDING, 0)
              INTO :WS-BOOK-100K, :WS-BOOK-50K, :WS-BOOK-20K,
                   :WS-BOOK-10K, :WS-BOOK-VALUE,
                   :WS-MAX-HOLDING, :WS-MIN-HOLDING
              FROM BRANCH_VAULT
              WHERE BRANCH_ID = :WS-BRANCH-ID
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "KHASANAH TIDAK DIKENAL: " WS-BRANCH-ID
              GO TO SHOW-STATUS-EXIT
           END-IF

           EXEC SQL
              SELECT COALESCE(SUM(SHIP_VALUE), 0)
              INTO :WS-CIT-IN
              FROM CASH_ORDER
              WHERE TO_BRANCH = :WS-BRANCH-ID
                AND STATUS = 'T'
           END-EXEC

           EXEC SQL
              SELECT COALESCE(SUM(SHIP_VALUE), 0)
              INTO :WS-CIT-OUT
              FROM CASH_ORDER
              WHERE FROM_BRANCH = :WS-BRANCH-ID
                AND STATUS = 'T'
           END-EXEC

           DISPLAY "==================================================="
           DISPLAY "VAULT STATUS - " WS-BRANCH-ID
           DISPLAY "100K / 50K    : " WS-BOOK-100K " / " WS-BOOK-50K
           DISPLAY "20K / 10K     : " WS-BOOK-20K " / " WS-BOOK-10K
           DISPLAY "VAULT VALUE   : " WS-BOOK-VALUE
           DISPLAY "LIMIT MAX/MIN : " WS-MAX-HOLDING
                   " / " WS-MIN-HOLDING
           DISPLAY "IN TRANSIT IN : " WS-CIT-IN
           DISPLAY "IN TRANSIT OUT: " WS-CIT-OUT
           DISPLAY "==================================================="
           CONTINUE.
       SHOW-STATUS-EXIT.
           EXIT.
