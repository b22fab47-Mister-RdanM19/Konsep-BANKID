       01 WS-PATH-PREFIX  PIC X(150).
       01 WS-FEED-PATH    PIC X(200).
       01 WS-FEED-STATUS  PIC X(2).

       01 WS-NO-REK       PIC X(6).
       01 WS-FORMAT       PIC X(1).
           DISPLAY "FEED PATH PREFIX          : " WITH NO ADVANCING
           ACCEPT WS-PATH-PREFIX

           EXEC SQL
              DECLARE ENR-CUR CURSOR FOR
              SELECT NO_REK, STMT_FORMAT
              WHERE NO_REK = :WS-NO-REK
                AND RESP_CODE = '00'
                AND AFTER_BAL <> BEFORE_BAL
                AND BUS_DATE = :WS-BUS-DATE
              ORDER BY WAKTU
           END-EXEC

