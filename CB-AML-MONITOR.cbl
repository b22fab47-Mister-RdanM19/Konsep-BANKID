                     EXP_MONTHLY_DR
              FROM CUST_MASTER
              WHERE RISK_RATING IS NOT NULL
                AND COALESCE(KYC_STATUS, ' ') <> 'M'
           END-EXEC

           EXEC SQL OPEN AML-CUR END-EXEC
