       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-SUSPECT-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNR-FILE ASSIGN TO WS-SNR-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SNR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNR-FILE.
       01  SNR-RECORD.
           05 SNR-REC-TYPE  PIC X(1).
      *> H = header (bank, period), D = one retained note,
      *> S = count and face value per denomination, F = footer.
           05 SNR-DATA      PIC X(100).
           05 SNR-HEADER REDEFINES SNR-DATA.
              10 SNR-BANK-CODE  PIC X(4).
              10 SNR-PERIOD     PIC X(7).
              10 FILLER         PIC X(89).
           05 SNR-NOTE REDEFINES SNR-DATA.
              10 SNR-NOTE-ID    PIC X(20).
              10 SNR-CAPT-DATE  PIC X(10).
              10 SNR-BRANCH-ID  PIC X(4).
              10 SNR-SOURCE     PIC X(1).
              10 SNR-TERMINAL   PIC X(8).
              10 SNR-DENOM      PIC 9(7).
              10 SNR-SERIAL-NO  PIC X(15).
              10 SNR-STATUS     PIC X(1).
              10 SNR-HANDOVER   PIC X(20).
              10 FILLER         PIC X(14).
           05 SNR-SUMMARY REDEFINES SNR-DATA.
              10 SNR-SUM-DENOM  PIC 9(7).
              10 SNR-SUM-CNT    PIC 9(7).
              10 SNR-SUM-VALUE  PIC 9(13)V99.
              10 FILLER         PIC X(71).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-PERIOD       PIC X(7).
       01 WS-SNR-PATH     PIC X(200).
       01 WS-SNR-STATUS   PIC X(2).
       01 WS-DATE-LO      PIC X(10).
       01 WS-DATE-HI      PIC X(10).
       01 WS-OWN-BANK     PIC X(4).

       01 WS-NOTE-ID      PIC X(20).
       01 WS-CAPT-DATE    PIC X(10).
       01 WS-BRANCH-ID    PIC X(4).
       01 WS-SOURCE       PIC X(1).
       01 WS-TERMINAL-ID  PIC X(8).
       01 WS-DENOM        PIC S9(7) COMP-3.
       01 WS-SERIAL-NO    PIC X(15).
       01 WS-STATUS       PIC X(1).
       01 WS-HANDOVER-REF PIC X(20).
       01 WS-DENOM-CNT    PIC 9(7).
       01 WS-DENOM-VALUE  PIC S9(13)V99 COMP-3.

       01 WS-NOTE-CNT     PIC 9(7) VALUE 0.
       01 WS-NOTE-VALUE   PIC S9(13)V99 COMP-3 VALUE 0.
       01 WS-HELD-CNT     PIC 9(7) VALUE 0.

      *> The monthly return to Bank Indonesia of suspected
      *> counterfeit rupiah the bank took out of circulation: every
      *> note registered during the month, from a counter or a
      *> machine's reject bin, with the denomination, serial number,
      *> where it was found and whether it has been handed over
      *> yet (and under which BI receipt), then a count and face
      *> value per denomination. The depositing customer is not
      *> reported. Notes still held at a branch are counted on the
      *> run log so ops can chase the hand-over.
       PROCEDURE DIVISION.
           DISPLAY "MONTH-END BUSINESS DATE (YYYY-MM-DD): "
                   WITH NO ADVANCING
           ACCEPT WS-BUS-DATE
           DISPLAY "BI RETURN FILE PATH : " WITH NO ADVANCING
           ACCEPT WS-SNR-PATH

           MOVE WS-BUS-DATE(1:7) TO WS-PERIOD
           STRING WS-PERIOD "-01" DELIMITED BY SIZE
             INTO WS-DATE-LO
           STRING WS-PERIOD "-31" DELIMITED BY SIZE
             INTO WS-DATE-HI

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

           OPEN OUTPUT SNR-FILE
           IF WS-SNR-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN BI RETURN FILE, STATUS "
                      WS-SNR-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE SPACES TO SNR-RECORD
           MOVE 'H' TO SNR-REC-TYPE
           MOVE WS-OWN-BANK TO SNR-BANK-CODE
           MOVE WS-PERIOD TO SNR-PERIOD
           WRITE SNR-RECORD

           PERFORM WRITE-NOTE-LINES
           PERFORM WRITE-DENOM-LINES

           MOVE SPACES TO SNR-RECORD
           MOVE 'F' TO SNR-REC-TYPE
           WRITE SNR-RECORD

           CLOSE SNR-FILE

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-HELD-CNT
              FROM SUSPECT_NOTE
              WHERE STATUS = 'H'
           END-EXEC

           DISPLAY "==================================================="
           DISPLAY "SUSPECT NOTE RETURN - " WS-PERIOD
           DISPLAY "NOTES REPORTED : " WS-NOTE-CNT
           DISPLAY "FACE VALUE     : " WS-NOTE-VALUE
           DISPLAY "STILL HELD AT BRANCHES (ALL MONTHS): " WS-HELD-CNT
           DISPLAY "==================================================="
           STOP RUN.

       WRITE-NOTE-LINES.
           EXEC SQL
              DECLARE SNR-CUR CURSOR FOR
              SELECT NOTE_ID, BUS_DATE, BRANCH_ID, SOURCE,
                     TERMINAL_ID, DENOM, SERIAL_NO, STATUS,
                     COALESCE(HANDOVER_REF, ' ')
              FROM SUSPECT_NOTE
              WHERE BUS_DATE BETWEEN :WS-DATE-LO AND :WS-DATE-HI
              ORDER BY BUS_DATE, NOTE_ID
           END-EXEC

           EXEC SQL OPEN SNR-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH SNR-CUR
                 INTO :WS-NOTE-ID, :WS-CAPT-DATE, :WS-BRANCH-ID,
                      :WS-SOURCE, :WS-TERMINAL-ID, :WS-DENOM,
                      :WS-SERIAL-NO, :WS-STATUS, :WS-HANDOVER-REF
              END-EXEC

              IF SQLCODE = 0
                 MOVE SPACES TO SNR-RECORD
                 MOVE 'D' TO SNR-REC-TYPE
                 MOVE WS-NOTE-ID TO SNR-NOTE-ID
                 MOVE WS-CAPT-DATE TO SNR-CAPT-DATE
                 MOVE WS-BRANCH-ID TO SNR-BRANCH-ID
                 MOVE WS-SOURCE TO SNR-SOURCE
                 MOVE WS-TERMINAL-ID TO SNR-TERMINAL
                 MOVE WS-DENOM TO SNR-DENOM
                 MOVE WS-SERIAL-NO TO SNR-SERIAL-NO
                 MOVE WS-STATUS TO SNR-STATUS
                 MOVE WS-HANDOVER-REF TO SNR-HANDOVER
                 WRITE SNR-RECORD
                 ADD 1 TO WS-NOTE-CNT
                 ADD WS-DENOM TO WS-NOTE-VALUE
              END-IF
           END-PERFORM

           EXEC SQL CLOSE SNR-CUR END-EXEC.

       WRITE-DENOM-LINES.
           EXEC SQL
              DECLARE SNS-CUR CURSOR FOR
              SELECT DENOM, COUNT(*), SUM(DENOM)
              FROM SUSPECT_NOTE
              WHERE BUS_DATE BETWEEN :WS-DATE-LO AND :WS-DATE-HI
              GROUP BY DENOM
              ORDER BY DENOM DESC
           END-EXEC

           EXEC SQL OPEN SNS-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH SNS-CUR
                 INTO :WS-DENOM, :WS-DENOM-CNT, :WS-DENOM-VALUE
              END-EXEC

              IF SQLCODE = 0
                 MOVE SPACES TO SNR-RECORD
                 MOVE 'S' TO SNR-REC-TYPE
                 MOVE WS-DENOM TO SNR-SUM-DENOM
                 MOVE WS-DENOM-CNT TO SNR-SUM-CNT
                 MOVE WS-DENOM-VALUE TO SNR-SUM-VALUE
                 WRITE SNR-RECORD
              END-IF
           END-PERFORM

           EXEC SQL CLOSE SNS-CUR END-EXEC.
