       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-PROXY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROXY-FILE ASSIGN TO WS-PROXY-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROXY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROXY-FILE.
       01  PROXY-LINE      PIC X(120).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-PROXY-PATH   PIC X(200).
       01 WS-PROXY-STATUS PIC X(2).
       01 WS-TS-START     PIC X(19).
       01 WS-TS-END       PIC X(19).
       01 WS-OWN-BANK     PIC X(4).

       01 WS-CHG-ID       PIC X(20).
       01 WS-ALIAS-TYPE   PIC X(1).
       01 WS-ALIAS-VALUE  PIC X(40).
       01 WS-ACTION       PIC X(1).
       01 WS-NO-REK       PIC X(6).
       01 WS-PORT-BANK    PIC X(4).
       01 WS-WAKTU        PIC X(19).

       01 WS-CHG-CNT      PIC 9(7) VALUE 0.

      *> The day's proxy registry changes for the central proxy
      *> directory, which is what other banks resolve our
      *> customers' aliases against. One line per PROXY_CHANGE row
      *> logged by CB-PROXY-UPDATE during the business date, in the
      *> order they happened, so the directory replays them in
      *> sequence (a register then a delete on the same day must
      *> end deleted): action R/S/A/P/D, the alias, the account it
      *> points at and, for a port, the receiving bank. Header
      *> carries our bank code and the date, trailer the count; an
      *> empty day still sends header and zero trailer.
       PROCEDURE DIVISION.
           DISPLAY "BUSINESS DATE (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-BUS-DATE
           DISPLAY "PROXY DIRECTORY FILE PATH : " WITH NO ADVANCING
           ACCEPT WS-PROXY-PATH

           STRING WS-BUS-DATE " 00:00:00" DELIMITED BY SIZE
             INTO WS-TS-START
           STRING WS-BUS-DATE " 23:59:59" DELIMITED BY SIZE
             INTO WS-TS-END

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-OWN-BANK
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'OWN-BANK-CODE'
           END-EXEC

           IF SQLCODE NOT = 0
              DISPLAY "RUN ABORTED: OWN-BANK-CODE NOT IN SYS_PARAM"
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT PROXY-FILE
           IF WS-PROXY-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN PROXY FILE, STATUS "
                      WS-PROXY-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE SPACES TO PROXY-LINE
           STRING 'H,' WS-OWN-BANK ',' WS-BUS-DATE
             DELIMITED BY SIZE INTO PROXY-LINE
           WRITE PROXY-LINE

           EXEC SQL
              DECLARE CHG-CUR CURSOR FOR
              SELECT CHG_ID, ALIAS_TYPE, ALIAS_VALUE, ACTION,
                     NO_REK, COALESCE(PORT_BANK_CODE, ' '),
                     CHAR(WAKTU)
              FROM PROXY_CHANGE
              WHERE WAKTU BETWEEN :WS-TS-START AND :WS-TS-END
              ORDER BY WAKTU, CHG_ID
           END-EXEC

           EXEC SQL OPEN CHG-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH CHG-CUR
                 INTO :WS-CHG-ID, :WS-ALIAS-TYPE, :WS-ALIAS-VALUE,
                      :WS-ACTION, :WS-NO-REK, :WS-PORT-BANK,
                      :WS-WAKTU
              END-EXEC

              IF SQLCODE = 0
                 MOVE SPACES TO PROXY-LINE
                 STRING 'D,' WS-ACTION ','
                        WS-ALIAS-TYPE ','
                        WS-ALIAS-VALUE ','
                        WS-NO-REK ','
                        WS-PORT-BANK ','
                        WS-WAKTU ','
                        WS-CHG-ID
                   DELIMITED BY SIZE INTO PROXY-LINE
                 WRITE PROXY-LINE
                 ADD 1 TO WS-CHG-CNT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE CHG-CUR END-EXEC

           MOVE SPACES TO PROXY-LINE
           STRING 'T,' WS-CHG-CNT
             DELIMITED BY SIZE INTO PROXY-LINE
           WRITE PROXY-LINE

           CLOSE PROXY-FILE

           DISPLAY "PROXY CHANGES REPORTED : " WS-CHG-CNT
           STOP RUN.
