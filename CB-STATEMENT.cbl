       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-SIGNON-OK PIC X(1).
       01 WS-USER      PIC X(10).
       01 WS-VIEW-REASON PIC X(2) VALUE SPACES.
       01 WS-VIEW-OK   PIC X(1).
       01 WS-VIEW-CUST PIC X(20) VALUE SPACES.

       01 WS-NO-REK    PIC X(6).
       01 WS-DATE-FROM PIC X(10).
       01 WS-DATE-TO   PIC X(10).

       01 WS-POST-DATE  PIC X(10).
       01 WS-WAKTU      PIC X(19).
       01 WS-TRX-CODE   PIC X(2).
       01 WS-AMOUNT     PIC S9(11)V99 COMP-3.
       01 WS-MONTH-FROM  PIC X(7).
       01 WS-MONTH-TO    PIC X(7).
       01 WS-ARCH-MONTH  PIC X(7).
       01 WS-ARCH-DATE   PIC X(10).
       01 WS-YYYY        PIC 9(4).
       01 WS-MM          PIC 9(2).

      *> Pulls straight from AUDIT_LOG's own before/after snapshot
      *> (added for reconstructing disputed transactions) rather than
      *> month overlapping the range (ARCHIVE_CTL, written by
      *> CB-AUDIT-ARCHIVE) is read from its archive file first -
      *> archives are the older history - and the online table
      *> supplies the rest. Lines are selected and shown by the
      *> business date they posted under, so a transfer made after
      *> the EOD cut-off appears on the next day's statement with
      *> its clock time beside it. Archives are filed by clock
      *> month, so the months either side of the range are read
      *> too for entries whose business date falls inside it. The
      *> operator asking is signed on and the view recorded through
      *> CB-VIEW-LOG first.
       PROCEDURE DIVISION.
           CALL 'CB-SIGNON'
             USING 'CB-STATEMENT' '**' WS-USER WS-SIGNON-OK
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF

           DISPLAY "NO_REK          : " WITH NO ADVANCING
           ACCEPT WS-NO-REK
           DISPLAY "FROM (YYYY-MM-DD): " WITH NO ADVANCING
           DISPLAY "TO   (YYYY-MM-DD): " WITH NO ADVANCING
           ACCEPT WS-DATE-TO

           CALL 'CB-VIEW-LOG'
             USING WS-USER 'CB-STATEMENT' WS-VIEW-CUST WS-NO-REK
                   WS-VIEW-REASON WS-VIEW-OK
           IF WS-VIEW-OK NOT = 'Y'
              STOP RUN
           END-IF

           DISPLAY "==================================================="
           DISPLAY "ACCOUNT STATEMENT - " WS-NO-REK
           DISPLAY "PERIOD " WS-DATE-FROM " TO " WS-DATE-TO
           DISPLAY "==================================================="

           MOVE WS-DATE-FROM(1:4) TO WS-YYYY
           MOVE WS-DATE-FROM(6:2) TO WS-MM
           IF WS-MM = 1
              MOVE 12 TO WS-MM
              SUBTRACT 1 FROM WS-YYYY
           ELSE
              SUBTRACT 1 FROM WS-MM
           END-IF
           MOVE SPACES TO WS-MONTH-FROM
           STRING WS-YYYY "-" WS-MM DELIMITED BY SIZE
             INTO WS-MONTH-FROM
           MOVE WS-DATE-TO(1:4) TO WS-YYYY
           MOVE WS-DATE-TO(6:2) TO WS-MM
           IF WS-MM = 12
              MOVE 1 TO WS-MM
              ADD 1 TO WS-YYYY
           ELSE
              ADD 1 TO WS-MM
           END-IF
           MOVE SPACES TO WS-MONTH-TO
           STRING WS-YYYY "-" WS-MM DELIMITED BY SIZE
             INTO WS-MONTH-TO
           PERFORM SERVE-ARCHIVED-MONTHS

           EXEC SQL
              DECLARE STMT-CUR CURSOR FOR
              SELECT CHAR(BUS_DATE), WAKTU, TRX_CODE, AMOUNT,
                     BEFORE_BAL, AFTER_BAL
              FROM AUDIT_LOG
              WHERE NO_REK = :WS-NO-REK
                AND BUS_DATE BETWEEN :WS-DATE-FROM AND :WS-DATE-TO
              ORDER BY BUS_DATE, WAKTU
           END-EXEC

           EXEC SQL OPEN STMT-CUR END-EXEC
           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH STMT-CUR
                 INTO :WS-POST-DATE, :WS-WAKTU, :WS-TRX-CODE,
                      :WS-AMOUNT, :WS-BEFORE-BAL, :WS-AFTER-BAL
              END-EXEC

              IF SQLCODE = 0
                 DISPLAY WS-POST-DATE " " WS-WAKTU " " WS-TRX-CODE
                         "  AMOUNT " WS-AMOUNT
                         "  BAL BEFORE " WS-BEFORE-BAL
                         "  BAL AFTER " WS-AFTER-BAL
                    AT END MOVE 'Y' TO WS-ARCH-EOF
                 END-READ

                 MOVE ARCH-BUS-DATE TO WS-ARCH-DATE
                 IF WS-ARCH-DATE = SPACES
                    MOVE ARCH-WAKTU(1:10) TO WS-ARCH-DATE
                 END-IF

                 IF WS-ARCH-EOF NOT = 'Y'
                    AND ARCH-REC-TYPE = 'D'
                    AND ARCH-NO-REK = WS-NO-REK
                    AND WS-ARCH-DATE >= WS-DATE-FROM
                    AND WS-ARCH-DATE <= WS-DATE-TO
                    DISPLAY WS-ARCH-DATE " " ARCH-WAKTU " "
                            ARCH-TRX-CODE
                            "  AMOUNT " ARCH-AMOUNT
                            "  BAL BEFORE " ARCH-BEFORE
                            "  BAL AFTER " ARCH-AFTER
