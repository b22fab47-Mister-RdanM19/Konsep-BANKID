              DECLARE RSC-CUR CURSOR FOR
              SELECT CUST_ID, CUST_NAME
              FROM CUST_MASTER
              WHERE COALESCE(KYC_STATUS, ' ') <> 'M'
              ORDER BY CUST_ID
           END-EXEC

