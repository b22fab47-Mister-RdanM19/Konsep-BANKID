       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-VA-COLLECT-FEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-FILE ASSIGN TO WS-FEED-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-FILE.
       01  FEED-LINE       PIC X(120).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-PATH-PREFIX  PIC X(150).
       01 WS-FEED-PATH    PIC X(200).
       01 WS-FEED-STATUS  PIC X(2).

       01 WS-VA-PREFIX    PIC X(6).
       01 WS-CORP-NAME    PIC X(30).
       01 WS-NO-REK       PIC X(6).

       01 WS-ID-TRX       PIC X(20).
       01 WS-TRX-CODE     PIC X(2).
       01 WS-WAKTU        PIC X(19).
       01 WS-AMOUNT       PIC S9(11)V99 COMP-3.
       01 WS-VA-NO        PIC X(16).
       01 WS-PAYER-NAME   PIC X(30).
       01 WS-CHANNEL      PIC X(6).

       01 WS-AMT-EDIT     PIC -(11)9.99.
       01 WS-TOT-EDIT     PIC -(13)9.99.
       01 WS-PAY-CNT      PIC 9(7).
       01 WS-PAY-TOTAL    PIC S9(13)V99 COMP-3.

       01 WS-CORP-CNT     PIC 9(5) VALUE 0.

      *> The corporate's daily "who paid" file for the virtual
      *> account service: one file per active VA_RANGE per business
      *> date, delivered the way CB-STMT-FEED delivers the mutasi.
      *> Every successful posting of the day whose AUDIT_LOG entry
      *> CB-VA-POSTED stamped with one of the corporate's VA numbers
      *> is one detail line - VA number, payer name as registered,
      *> amount, time, channel and our ID_TRX as the reference the
      *> corporate reconciles against its ':61:' line. A header
      *> names the corporate and date and a trailer carries count
      *> and total; a day with no payments still gets the file with
      *> a zero trailer, since silence would look like a failed
      *> delivery. The day is the posting's BUS_DATE, not the clock:
      *> a credit taken after the EOD cut-off belongs to the next
      *> business day's file, as it does to that day's journal.
       PROCEDURE DIVISION.
           DISPLAY "BUSINESS DATE (YYYY-MM-DD, BLANK=CONTROL): "
                   WITH NO ADVANCING
           ACCEPT WS-BUS-DATE
           IF WS-BUS-DATE = SPACES
              EXEC SQL
                 SELECT CURR_BUS_DATE
                 INTO :WS-BUS-DATE
                 FROM BUSINESS_DATE
              END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY "NO BUSINESS_DATE CONTROL ROW - ABORT"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           DISPLAY "FEED PATH PREFIX          : " WITH NO ADVANCING
           ACCEPT WS-PATH-PREFIX

           EXEC SQL
              DECLARE RNG-CUR CURSOR FOR
              SELECT VA_PREFIX, CORP_NAME, NO_REK
              FROM VA_RANGE
              WHERE STATUS = 'A'
              ORDER BY VA_PREFIX
           END-EXEC

           EXEC SQL OPEN RNG-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH RNG-CUR
                 INTO :WS-VA-PREFIX, :WS-CORP-NAME, :WS-NO-REK
              END-EXEC

              IF SQLCODE = 0
                 PERFORM FEED-ONE-CORPORATE
                         THRU FEED-ONE-CORPORATE-EXIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE RNG-CUR END-EXEC

           DISPLAY "VA COLLECTION FILES PRODUCED : " WS-CORP-CNT
           STOP RUN.

       FEED-ONE-CORPORATE.
           MOVE SPACES TO WS-FEED-PATH
           STRING WS-PATH-PREFIX DELIMITED BY SPACE
                  '-' WS-VA-PREFIX '.VAC' DELIMITED BY SIZE
             INTO WS-FEED-PATH

           OPEN OUTPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
              DISPLAY "  SKIPPED " WS-VA-PREFIX
                      ": CANNOT OPEN " WS-FEED-PATH
              GO TO FEED-ONE-CORPORATE-EXIT
           END-IF

           MOVE 0 TO WS-PAY-CNT
           MOVE 0 TO WS-PAY-TOTAL

           MOVE SPACES TO FEED-LINE
           STRING 'H,' WS-VA-PREFIX ',' WS-CORP-NAME ','
                  WS-NO-REK ',' WS-BUS-DATE
             DELIMITED BY SIZE INTO FEED-LINE
           WRITE FEED-LINE

      *> The owner's NO_REK is part of the match, so only credits
      *> that actually reached this corporate's collection account
      *> are reported to it.
           EXEC SQL
              DECLARE PAY-CUR CURSOR FOR
              SELECT A.ID_TRX, A.TRX_CODE, CHAR(A.WAKTU), A.AMOUNT,
                     A.VA_NO, COALESCE(V.PAYER_NAME, ' '),
                     A.CHANNEL
              FROM AUDIT_LOG A
                   LEFT OUTER JOIN VA_NUMBER V
                   ON V.VA_NO = A.VA_NO
              WHERE A.NO_REK = :WS-NO-REK
                AND SUBSTR(A.VA_NO, 1, 6) = :WS-VA-PREFIX
                AND A.RESP_CODE = '00'
                AND A.BUS_DATE = :WS-BUS-DATE
              ORDER BY A.WAKTU
           END-EXEC

           EXEC SQL OPEN PAY-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH PAY-CUR
                 INTO :WS-ID-TRX, :WS-TRX-CODE, :WS-WAKTU,
                      :WS-AMOUNT, :WS-VA-NO, :WS-PAYER-NAME,
                      :WS-CHANNEL
              END-EXEC

              IF SQLCODE = 0
                 MOVE WS-AMOUNT TO WS-AMT-EDIT
                 MOVE SPACES TO FEED-LINE
                 STRING 'D,' WS-VA-NO ','
                        WS-PAYER-NAME ','
                        WS-AMT-EDIT ','
                        WS-WAKTU ','
                        WS-CHANNEL ','
                        WS-TRX-CODE ','
                        WS-ID-TRX
                   DELIMITED BY SIZE INTO FEED-LINE
                 WRITE FEED-LINE
                 ADD 1 TO WS-PAY-CNT
                 ADD WS-AMOUNT TO WS-PAY-TOTAL
              END-IF
           END-PERFORM

           EXEC SQL CLOSE PAY-CUR END-EXEC

           MOVE WS-PAY-TOTAL TO WS-TOT-EDIT
           MOVE SPACES TO FEED-LINE
           STRING 'T,' WS-PAY-CNT ',' WS-TOT-EDIT
             DELIMITED BY SIZE INTO FEED-LINE
           WRITE FEED-LINE

           CLOSE FEED-FILE

           ADD 1 TO WS-CORP-CNT
           DISPLAY "  " WS-VA-PREFIX "  " WS-PAY-CNT " PAYMENTS".
       FEED-ONE-CORPORATE-EXIT.
           EXIT.
