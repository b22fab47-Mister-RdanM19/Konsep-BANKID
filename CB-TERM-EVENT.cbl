       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-TERM-EVENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVT-FILE ASSIGN TO WS-EVT-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EVT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVT-FILE.
       01  EVT-RECORD.
           05 EVT-TERMINAL-ID PIC X(8).
           05 EVT-TS          PIC X(19).
      *> YYYY-MM-DD HH:MM:SS, the machine's own clock at the change.
           05 EVT-CODE        PIC X(2).
      *> CL = cash low, DF = dispenser fault, CR = card reader
      *> fault, PP = receipt printer out of paper, SM = supervisor
      *> mode, CM = communications lost (raised by the device
      *> handler on the machine's behalf).
           05 EVT-STATE       PIC X(1).
      *> O = condition raised, C = condition cleared.
           05 EVT-DETAIL      PIC X(40).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-EVT-PATH     PIC X(200).
       01 WS-EVT-STATUS   PIC X(2).
       01 WS-EOF          PIC X(1) VALUE 'N'.

       01 WS-EVENT-ID     PIC X(20).
       01 WS-MACHINE-TYPE PIC X(3).
       01 WS-DUP-CNT      PIC 9(5).
       01 WS-REJECT-WHY   PIC X(30).

       01 WS-READ-CNT     PIC 9(7) VALUE 0.
       01 WS-OPEN-CNT     PIC 9(7) VALUE 0.
       01 WS-CLOSE-CNT    PIC 9(7) VALUE 0.
       01 WS-REPEAT-CNT   PIC 9(7) VALUE 0.
       01 WS-ORPHAN-CNT   PIC 9(7) VALUE 0.
       01 WS-REJECT-CNT   PIC 9(7) VALUE 0.
       01 WS-ERR-CNT      PIC 9(7) VALUE 0.

      *> Device status ingestion. TERMINAL_MASTER's STATUS is only
      *> what an operator sets; what the machines themselves report
      *> - cash low, dispenser or card reader fault, printer out of
      *> paper, supervisor mode, comms lost - comes in on the device
      *> handler's status file and is kept here as TERMINAL_EVENT,
      *> one row per condition with the time it was raised and the
      *> time it cleared. A raise for a condition already open on
      *> that terminal is the machine repeating itself and is
      *> counted, not stored; a clear closes the open row. Loading
      *> the same file twice changes nothing, so the handler may
      *> drop it as often as it likes through the day and the EOD
      *> step picks up whatever is left. A clear that matches no
      *> open row (raised before the feed started, or lost) is
      *> listed so ops can see the gap, but not invented into
      *> downtime. CB-TERM-AVAIL reads the log.
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
                 GOBACK
              END-IF
           END-IF

           DISPLAY "DEVICE STATUS FILE (BLANK=TERMEVT-YYYYMMDD.DAT): "
                   WITH NO ADVANCING
           ACCEPT WS-EVT-PATH
           IF WS-EVT-PATH = SPACES
              STRING 'TERMEVT-' WS-BUS-DATE(1:4) WS-BUS-DATE(6:2)
                     WS-BUS-DATE(9:2) '.DAT' DELIMITED BY SIZE
                INTO WS-EVT-PATH
           END-IF

           DISPLAY "==================================================="
           DISPLAY "TERMINAL DEVICE STATUS LOAD - " WS-BUS-DATE
           DISPLAY "==================================================="

      *> No file is a quiet day from the handler or a late drop -
      *> worth a warning, never a reason to halt the night.
           OPEN INPUT EVT-FILE
           IF WS-EVT-STATUS = "35"
              DISPLAY "NO DEVICE STATUS FILE " WS-EVT-PATH
              MOVE 4 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-EVT-STATUS NOT = "00"
              DISPLAY "CANNOT OPEN DEVICE STATUS FILE, STATUS "
                      WS-EVT-STATUS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              READ EVT-FILE
                 AT END MOVE 'Y' TO WS-EOF
              END-READ

              IF WS-EOF NOT = 'Y'
                 ADD 1 TO WS-READ-CNT
                 PERFORM LOAD-ONE-EVENT THRU LOAD-ONE-EVENT-EXIT
              END-IF
           END-PERFORM

           CLOSE EVT-FILE

           DISPLAY "---------------------------------------------------"
           DISPLAY "RECORDS READ          : " WS-READ-CNT
           DISPLAY "CONDITIONS OPENED     : " WS-OPEN-CNT
           DISPLAY "CONDITIONS CLEARED    : " WS-CLOSE-CNT
           DISPLAY "REPEATS IGNORED       : " WS-REPEAT-CNT
           DISPLAY "CLEARS WITHOUT RAISE  : " WS-ORPHAN-CNT
           DISPLAY "RECORDS REJECTED      : " WS-REJECT-CNT
           DISPLAY "FAILURES              : " WS-ERR-CNT
           DISPLAY "==================================================="

           IF WS-ERR-CNT > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-REJECT-CNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           GOBACK.

      *> One status record, committed on its own so a failure part
      *> way down the file leaves everything before it loaded and a
      *> rerun simply skips it as repeats.
       LOAD-ONE-EVENT.
           MOVE SPACES TO WS-REJECT-WHY
           EVALUATE EVT-CODE
             WHEN 'CL'
             WHEN 'DF'
             WHEN 'CR'
             WHEN 'PP'
             WHEN 'SM'
             WHEN 'CM'
                CONTINUE
             WHEN OTHER
                MOVE "UNKNOWN DEVICE CODE" TO WS-REJECT-WHY
           END-EVALUATE
           IF EVT-STATE NOT = 'O' AND EVT-STATE NOT = 'C'
              MOVE "STATE MUST BE O OR C" TO WS-REJECT-WHY
           END-IF

           IF WS-REJECT-WHY = SPACES
              EXEC SQL
                 SELECT MACHINE_TYPE
                 INTO :WS-MACHINE-TYPE
                 FROM TERMINAL_MASTER
                 WHERE TERMINAL_ID = :EVT-TERMINAL-ID
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE "NOT IN TERMINAL_MASTER" TO WS-REJECT-WHY
              ELSE
                 IF WS-MACHINE-TYPE NOT = 'ATM'
                    AND WS-MACHINE-TYPE NOT = 'CDM'
                    MOVE "NOT AN ATM OR CDM" TO WS-REJECT-WHY
                 END-IF
              END-IF
           END-IF

           IF WS-REJECT-WHY NOT = SPACES
              ADD 1 TO WS-REJECT-CNT
              DISPLAY "  REJECTED " EVT-TERMINAL-ID " " EVT-TS " "
                      EVT-CODE " " EVT-STATE " - " WS-REJECT-WHY
              GO TO LOAD-ONE-EVENT-EXIT
           END-IF

           IF EVT-STATE = 'O'
              PERFORM OPEN-CONDITION THRU OPEN-CONDITION-EXIT
           ELSE
              PERFORM CLOSE-CONDITION THRU CLOSE-CONDITION-EXIT
           END-IF.
       LOAD-ONE-EVENT-EXIT.
           EXIT.

      *> Still open, or already loaded with this very raise time
      *> (the same file again): nothing new to record.
       OPEN-CONDITION.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DUP-CNT
              FROM TERMINAL_EVENT
              WHERE TERMINAL_ID = :EVT-TERMINAL-ID
                AND EVENT_CODE = :EVT-CODE
                AND (CLOSE_TS IS NULL
                     OR OPEN_TS = TIMESTAMP(:EVT-TS))
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1 TO WS-ERR-CNT
              DISPLAY "  LOOKUP FAILED " EVT-TERMINAL-ID " " EVT-CODE
                      " SQLCODE " SQLCODE
              GO TO OPEN-CONDITION-EXIT
           END-IF
           IF WS-DUP-CNT > 0
              ADD 1 TO WS-REPEAT-CNT
              GO TO OPEN-CONDITION-EXIT
           END-IF

           CALL 'CB-REF-NUMBER' USING 'TE' WS-EVENT-ID

           EXEC SQL
              INSERT INTO TERMINAL_EVENT
              (EVENT_ID, TERMINAL_ID, EVENT_CODE, SOURCE, OPEN_TS,
               OPEN_DETAIL, LOADED_TS)
              VALUES
              (:WS-EVENT-ID, :EVT-TERMINAL-ID, :EVT-CODE, 'D',
               TIMESTAMP(:EVT-TS), :EVT-DETAIL, CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
              ADD 1 TO WS-OPEN-CNT
           ELSE
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-ERR-CNT
              DISPLAY "  OPEN FAILED " EVT-TERMINAL-ID " " EVT-CODE
                      " SQLCODE " SQLCODE
           END-IF.
       OPEN-CONDITION-EXIT.
           EXIT.

       CLOSE-CONDITION.
           EXEC SQL
              UPDATE TERMINAL_EVENT
              SET CLOSE_TS = TIMESTAMP(:EVT-TS),
                  CLOSE_DETAIL = :EVT-DETAIL
              WHERE TERMINAL_ID = :EVT-TERMINAL-ID
                AND EVENT_CODE = :EVT-CODE
                AND CLOSE_TS IS NULL
                AND OPEN_TS <= TIMESTAMP(:EVT-TS)
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              EXEC SQL ROLLBACK END-EXEC
              ADD 1 TO WS-ERR-CNT
              DISPLAY "  CLEAR FAILED " EVT-TERMINAL-ID " " EVT-CODE
                      " SQLCODE " SQLCODE
              GO TO CLOSE-CONDITION-EXIT
           END-IF

           IF SQLCODE = 0 AND SQLERRD(3) > 0
              EXEC SQL COMMIT END-EXEC
              ADD 1 TO WS-CLOSE-CNT
              GO TO CLOSE-CONDITION-EXIT
           END-IF

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-DUP-CNT
              FROM TERMINAL_EVENT
              WHERE TERMINAL_ID = :EVT-TERMINAL-ID
                AND EVENT_CODE = :EVT-CODE
                AND CLOSE_TS = TIMESTAMP(:EVT-TS)
           END-EXEC
           IF SQLCODE = 0 AND WS-DUP-CNT > 0
              ADD 1 TO WS-REPEAT-CNT
           ELSE
              ADD 1 TO WS-ORPHAN-CNT
              DISPLAY "  CLEAR WITHOUT RAISE " EVT-TERMINAL-ID " "
                      EVT-TS " " EVT-CODE
           END-IF.
       CLOSE-CONDITION-EXIT.
           EXIT.
