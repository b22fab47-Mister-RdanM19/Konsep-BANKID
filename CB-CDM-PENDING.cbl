
       01 WS-DENOM-TOTAL PIC S9(11)V99 COMP-3.
       01 WS-CDM-ID      PIC X(20).
       01 WS-CDM-CHANNEL PIC X(6) VALUE 'CDM'.
       01 WS-BUS-DATE    PIC X(10).

       LINKAGE SECTION.
       01 WS-NO-REK     PIC X(6).
              GOBACK
           END-IF

      *> The deposit carries the business date its credit posts
      *> under, the same one CB-AUDIT-LOG stamps on the trail, so
      *> CB-GL-RECON counts machine deposits into the same day as
      *> the balance they moved.
           CALL 'CB-POST-DATE' USING WS-CDM-CHANNEL WS-BUS-DATE

           CALL 'CB-REF-NUMBER' USING 'CD' WS-CDM-ID
           EXEC SQL
              INSERT INTO CDM_TRX
              (ID_TRX, NO_REK, JUMLAH, STATUS, WAKTU, BUS_DATE,
               DENOM_100K, DENOM_50K, DENOM_20K, DENOM_10K,
               MACHINE_ID)
              VALUES
               :WS-AMOUNT,
               'P',
               CURRENT TIMESTAMP,
               :WS-BUS-DATE,
               :WS-DENOM-100K,
               :WS-DENOM-50K,
               :WS-DENOM-20K,
