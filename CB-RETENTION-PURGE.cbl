       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-RETENTION-PURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-FILE ASSIGN TO WS-ARCH-PATH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-FILE.
       COPY PURGEREC.

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-BUS-DATE     PIC X(10).
       01 WS-RUN-MONTH    PIC X(7).
       01 WS-PATH-PREFIX  PIC X(150).
       01 WS-ARCH-PATH    PIC X(200).
       01 WS-ARCH-STATUS  PIC X(2).
       01 WS-EOF          PIC X(1).
       01 WS-CHUNK-SIZE   PIC 9(5).
       01 WS-CHUNK-EDIT   PIC Z(4)9.

      *> The active policies, loaded before any table is touched so
      *> no cursor over RETENTION_POLICY stays open across the
      *> per-chunk commits.
       01 WS-POL-CNT      PIC 9(3) VALUE 0.
       01 WS-POL-IDX      PIC 9(3).
       01 WS-POL-TABLE.
          05 WS-POL-ENTRY OCCURS 50 TIMES.
             10 WS-POL-NAME    PIC X(20).
       01 WS-POL-EOF      PIC X(1).

       01 WS-TABLE-NAME   PIC X(20).
       01 WS-KEY-EXPR     PIC X(200).
       01 WS-AGE-COLUMN   PIC X(30).
       01 WS-ROW-EXPR     PIC X(900).
       01 WS-TRX-COLUMN   PIC X(30).
       01 WS-ACCT-COLUMN  PIC X(30).
       01 WS-RETAIN-DAYS  PIC 9(5).
       01 WS-ARCHIVE-FLAG PIC X(1).
       01 WS-ELIGIBLE-PRED PIC X(300).
       01 WS-STD-CNT      PIC 9(5).
       01 WS-STD-ADDED    PIC 9(3) VALUE 0.

       01 WS-PHASE        PIC X(1).
      *> U = unloading to the archive, D = deleting, C = complete.
       01 WS-CUTOFF-TS    PIC X(19).
       01 WS-ARCH-CNT     PIC 9(9).
       01 WS-DEL-CNT      PIC 9(9).
       01 WS-KEPT-CNT     PIC 9(9).
       01 WS-HELD-CNT     PIC 9(9).
       01 WS-LAST-LINE    PIC 9(9).
       01 WS-LINE-NO      PIC 9(9).
       01 WS-SINCE-COMMIT PIC 9(5).
       01 WS-VERIFY-CNT   PIC 9(9).
       01 WS-TRL-CNT      PIC 9(9).
       01 WS-TRL-SEEN     PIC X(1).
       01 WS-TABLE-FAILED PIC X(1).
       01 WS-CHUNK-DONE   PIC X(1).
       01 WS-CHUNK-ROWS   PIC S9(9) COMP-5.

       01 WS-DATE-X       PIC X(8).
       01 WS-DATE-NUM REDEFINES WS-DATE-X PIC 9(8).
       01 WS-DATE-INT     PIC 9(8).

       01 WS-ROW-KEY      PIC X(80).
       01 WS-ROW-DATA     PIC X(900).

       01 WS-SQL-TEXT     PIC X(3000).
       01 WS-SQL-PTR      PIC 9(4).
       01 WS-PIECE        PIC X(900).
       01 WS-PIECE-LEN    PIC 9(4).
       01 WS-BASE-COND    PIC X(900).
       01 WS-HOLD-COND    PIC X(1500).

       01 WS-RUN-TABLES   PIC 9(3) VALUE 0.
       01 WS-RUN-FAILED   PIC 9(3) VALUE 0.
       01 WS-RUN-ARCH     PIC 9(9) VALUE 0.
       01 WS-RUN-DEL      PIC 9(9) VALUE 0.
       01 WS-RUN-HELD     PIC 9(9) VALUE 0.

      *> Month-end retention purge for the operational tables
      *> CB-AUDIT-ARCHIVE does not cover. What goes, and when, is
      *> RETENTION_POLICY: per table the retention in days, whether
      *> rows are archived before they are deleted, and the status
      *> predicate a row must meet to be eligible at all (an
      *> undelivered notification or a live token never goes,
      *> however old). The standard catalogue below is put on file
      *> the first time a table is missing; the bank changes it
      *> through CB-RETENTION-MAINT under dual control. A row still
      *> referenced by an open item - an open settlement dispute or
      *> exception queue entry on its transaction, an open AML case
      *> or dispute on its account's customer - is held back
      *> whatever its age, and the run reports how many were.
      *>
      *> An archived table is unloaded whole to a sequential file
      *> with a count trailer, the file read back and footed before
      *> anything is deleted, then deleted key by key from the file
      *> in chunks of PURGE-CHUNK rows, each chunk committed with
      *> its restart point on PURGE_RUN; a row an item has taken
      *> hold of since the unload is kept. A table without archive
      *> is deleted in committed chunks directly. A failed run is
      *> simply run again: a table finished this month is skipped,
      *> one half done carries on from its last committed chunk
      *> with the same cut-off and file. One table failing does not
      *> stop the others; the step then ends RC 8.
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
           DISPLAY "ARCHIVE PATH PREFIX (BLANK=PURGE): "
                   WITH NO ADVANCING
           ACCEPT WS-PATH-PREFIX
           IF WS-PATH-PREFIX = SPACES
              MOVE 'PURGE' TO WS-PATH-PREFIX
           END-IF
           MOVE WS-BUS-DATE(1:7) TO WS-RUN-MONTH

           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-CHUNK-SIZE
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'PURGE-CHUNK'
           END-EXEC
           IF SQLCODE NOT = 0 OR WS-CHUNK-SIZE = 0
              MOVE 1000 TO WS-CHUNK-SIZE
           END-IF
           MOVE WS-CHUNK-SIZE TO WS-CHUNK-EDIT

           PERFORM ENSURE-STANDARD-POLICIES
           PERFORM LOAD-POLICIES

           DISPLAY "==================================================="
           DISPLAY "RETENTION PURGE " WS-RUN-MONTH " - " WS-BUS-DATE
           DISPLAY "==================================================="

           PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                   UNTIL WS-POL-IDX > WS-POL-CNT
              PERFORM PURGE-ONE-TABLE THRU PURGE-ONE-TABLE-EXIT
           END-PERFORM

           DISPLAY "==================================================="
           DISPLAY "STANDARD POLICIES ADDED : " WS-STD-ADDED
           DISPLAY "TABLES PURGED           : " WS-RUN-TABLES
           DISPLAY "TABLES FAILED           : " WS-RUN-FAILED
           DISPLAY "ROWS ARCHIVED           : " WS-RUN-ARCH
           DISPLAY "ROWS DELETED            : " WS-RUN-DEL
           DISPLAY "ROWS HELD BY OPEN ITEMS : " WS-RUN-HELD
           DISPLAY "==================================================="

           IF WS-RUN-FAILED > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       LOAD-POLICIES.
           EXEC SQL
              DECLARE RPL-CUR CURSOR FOR
              SELECT TABLE_NAME
              FROM RETENTION_POLICY
              WHERE STATUS = 'A'
              ORDER BY TABLE_NAME
           END-EXEC

           EXEC SQL OPEN RPL-CUR END-EXEC

           MOVE 'N' TO WS-POL-EOF
           PERFORM UNTIL WS-POL-EOF = 'Y'
              EXEC SQL
                 FETCH RPL-CUR INTO :WS-TABLE-NAME
              END-EXEC

              IF SQLCODE = 0
                 IF WS-POL-CNT < 50
                    ADD 1 TO WS-POL-CNT
                    MOVE WS-TABLE-NAME TO WS-POL-NAME(WS-POL-CNT)
                 ELSE
                    DISPLAY "OVER 50 POLICIES - SKIPPED "
                            WS-TABLE-NAME
                    ADD 1 TO WS-RUN-FAILED
                 END-IF
              ELSE
                 MOVE 'Y' TO WS-POL-EOF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE RPL-CUR END-EXEC.

       PURGE-ONE-TABLE.
           MOVE WS-POL-NAME(WS-POL-IDX) TO WS-TABLE-NAME
           MOVE 'N' TO WS-TABLE-FAILED

           EXEC SQL
              SELECT KEY_EXPR, AGE_COLUMN, ROW_EXPR,
                     COALESCE(TRX_COLUMN, ' '),
                     COALESCE(ACCT_COLUMN, ' '),
                     RETAIN_DAYS, ARCHIVE_FLAG, ELIGIBLE_PRED
              INTO :WS-KEY-EXPR, :WS-AGE-COLUMN, :WS-ROW-EXPR,
                   :WS-TRX-COLUMN, :WS-ACCT-COLUMN,
                   :WS-RETAIN-DAYS, :WS-ARCHIVE-FLAG,
                   :WS-ELIGIBLE-PRED
              FROM RETENTION_POLICY
              WHERE TABLE_NAME = :WS-TABLE-NAME
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY WS-TABLE-NAME " FAILED: POLICY READ SQLCODE "
                      SQLCODE
              ADD 1 TO WS-RUN-FAILED
              GO TO PURGE-ONE-TABLE-EXIT
           END-IF

           PERFORM FIND-RUN THRU FIND-RUN-EXIT
           IF WS-TABLE-FAILED = 'Y'
              ADD 1 TO WS-RUN-FAILED
              GO TO PURGE-ONE-TABLE-EXIT
           END-IF
           IF WS-PHASE = 'C'
              DISPLAY WS-TABLE-NAME " ALREADY PURGED FOR "
                      WS-RUN-MONTH
              GO TO PURGE-ONE-TABLE-EXIT
           END-IF

           PERFORM BUILD-CONDITIONS
           PERFORM COUNT-HELD THRU COUNT-HELD-EXIT
           IF WS-TABLE-FAILED = 'Y'
              ADD 1 TO WS-RUN-FAILED
              GO TO PURGE-ONE-TABLE-EXIT
           END-IF

           IF WS-PHASE = 'U'
              PERFORM UNLOAD-TABLE THRU UNLOAD-TABLE-EXIT
              IF WS-TABLE-FAILED = 'Y'
                 ADD 1 TO WS-RUN-FAILED
                 GO TO PURGE-ONE-TABLE-EXIT
              END-IF
           END-IF

           IF WS-ARCHIVE-FLAG = 'Y'
              PERFORM DELETE-ARCHIVED THRU DELETE-ARCHIVED-EXIT
           ELSE
              PERFORM DELETE-IN-CHUNKS THRU DELETE-IN-CHUNKS-EXIT
           END-IF
           IF WS-TABLE-FAILED = 'Y'
              ADD 1 TO WS-RUN-FAILED
              GO TO PURGE-ONE-TABLE-EXIT
           END-IF

           EXEC SQL
              UPDATE PURGE_RUN
              SET PHASE = 'C',
                  DEL_CNT = :WS-DEL-CNT,
                  KEPT_CNT = :WS-KEPT-CNT,
                  HELD_CNT = :WS-HELD-CNT,
                  ENDED_TS = CURRENT TIMESTAMP
              WHERE RUN_MONTH = :WS-RUN-MONTH
                AND TABLE_NAME = :WS-TABLE-NAME
           END-EXEC
           EXEC SQL COMMIT END-EXEC

           ADD 1 TO WS-RUN-TABLES
           ADD WS-ARCH-CNT TO WS-RUN-ARCH
           ADD WS-DEL-CNT TO WS-RUN-DEL
           ADD WS-HELD-CNT TO WS-RUN-HELD
           ADD WS-KEPT-CNT TO WS-RUN-HELD
           DISPLAY WS-TABLE-NAME " BEFORE " WS-CUTOFF-TS(1:10)
                   " ARCHIVED " WS-ARCH-CNT " DELETED " WS-DEL-CNT
                   " HELD " WS-HELD-CNT
           IF WS-KEPT-CNT > 0
              DISPLAY "   KEPT AFTER ARCHIVING (NEW HOLD) "
                      WS-KEPT-CNT
           END-IF.
       PURGE-ONE-TABLE-EXIT.
           EXIT.

      *> This month's PURGE_RUN row for the table: a restart picks
      *> up its cut-off, file and position; a first run fixes the
      *> cut-off (retention days back from the business date) and
      *> the archive file name and commits them before any work.
       FIND-RUN.
           MOVE 0 TO WS-ARCH-CNT WS-DEL-CNT WS-KEPT-CNT WS-LAST-LINE

           EXEC SQL
              SELECT PHASE, CUTOFF_TS, COALESCE(FILE_PATH, ' '),
                     ARCH_CNT, DEL_CNT, KEPT_CNT, LAST_LINE
              INTO :WS-PHASE, :WS-CUTOFF-TS, :WS-ARCH-PATH,
                   :WS-ARCH-CNT, :WS-DEL-CNT, :WS-KEPT-CNT,
                   :WS-LAST-LINE
              FROM PURGE_RUN
              WHERE RUN_MONTH = :WS-RUN-MONTH
                AND TABLE_NAME = :WS-TABLE-NAME
           END-EXEC

           IF SQLCODE = 0
              IF WS-PHASE NOT = 'C'
                 DISPLAY WS-TABLE-NAME " RESTARTING AT PHASE "
                         WS-PHASE " LINE " WS-LAST-LINE
              END-IF
              GO TO FIND-RUN-EXIT
           END-IF
           IF SQLCODE NOT = 100
              DISPLAY WS-TABLE-NAME " FAILED: RUN READ SQLCODE "
                      SQLCODE
              MOVE 'Y' TO WS-TABLE-FAILED
              GO TO FIND-RUN-EXIT
           END-IF

           STRING WS-BUS-DATE(1:4) WS-BUS-DATE(6:2) WS-BUS-DATE(9:2)
             DELIMITED BY SIZE INTO WS-DATE-X
           COMPUTE WS-DATE-INT =
              FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - WS-RETAIN-DAYS
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           STRING WS-DATE-X(1:4) "-" WS-DATE-X(5:2) "-"
                  WS-DATE-X(7:2) " 00:00:00"
             DELIMITED BY SIZE INTO WS-CUTOFF-TS

           MOVE SPACES TO WS-ARCH-PATH
           IF WS-ARCHIVE-FLAG = 'Y'
              MOVE 'U' TO WS-PHASE
              STRING WS-PATH-PREFIX DELIMITED BY SPACE
                     '-' DELIMITED BY SIZE
                     WS-TABLE-NAME DELIMITED BY SPACE
                     '-' WS-RUN-MONTH(1:4) WS-RUN-MONTH(6:2) '.ARC'
                     DELIMITED BY SIZE
                INTO WS-ARCH-PATH
           ELSE
              MOVE 'D' TO WS-PHASE
           END-IF

           EXEC SQL
              INSERT INTO PURGE_RUN
              (RUN_MONTH, TABLE_NAME, PHASE, CUTOFF_TS, FILE_PATH,
               ARCH_CNT, DEL_CNT, KEPT_CNT, HELD_CNT, LAST_LINE,
               STARTED_TS)
              VALUES
              (:WS-RUN-MONTH, :WS-TABLE-NAME, :WS-PHASE,
               :WS-CUTOFF-TS, NULLIF(:WS-ARCH-PATH, ' '),
               0, 0, 0, 0, 0, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY WS-TABLE-NAME " FAILED: RUN NOT RECORDED, "
                      "SQLCODE " SQLCODE
              MOVE 'Y' TO WS-TABLE-FAILED
              GO TO FIND-RUN-EXIT
           END-IF
           EXEC SQL COMMIT END-EXEC.
       FIND-RUN-EXIT.
           EXIT.

      *> WS-BASE-COND: old enough and in a final status.
      *> WS-HOLD-COND: no open item refers to the row. The table is
      *> always correlated as T; the policy's columns are bare.
       BUILD-CONDITIONS.
           MOVE SPACES TO WS-SQL-TEXT
           MOVE 1 TO WS-SQL-PTR
           MOVE SPACES TO WS-PIECE
           STRING "T." DELIMITED BY SIZE
                  WS-AGE-COLUMN DELIMITED BY SPACE
                  " < '" WS-CUTOFF-TS "' AND (" DELIMITED BY SIZE
             INTO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE WS-ELIGIBLE-PRED TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE ")" TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE WS-SQL-TEXT TO WS-BASE-COND

           MOVE SPACES TO WS-SQL-TEXT
           MOVE 1 TO WS-SQL-PTR
           MOVE "1 = 1" TO WS-PIECE
           PERFORM APPEND-PIECE

           IF WS-TRX-COLUMN NOT = SPACES
              MOVE SPACES TO WS-PIECE
              STRING "AND NOT EXISTS (SELECT 1 FROM "
                     "SETTLEMENT_DISPUTE D WHERE D.ID_TRX = T."
                     DELIMITED BY SIZE
                     WS-TRX-COLUMN DELIMITED BY SPACE
                     " AND COALESCE(D.STATUS, 'O') NOT IN "
                     "('W', 'L'))" DELIMITED BY SIZE
                INTO WS-PIECE
              PERFORM APPEND-PIECE
              MOVE SPACES TO WS-PIECE
              STRING "AND NOT EXISTS (SELECT 1 FROM "
                     "EXCEPTION_QUEUE E WHERE E.ID_TRX = T."
                     DELIMITED BY SIZE
                     WS-TRX-COLUMN DELIMITED BY SPACE
                     " AND COALESCE(E.STATUS, 'O') = 'O')"
                     DELIMITED BY SIZE
                INTO WS-PIECE
              PERFORM APPEND-PIECE
           END-IF

           IF WS-ACCT-COLUMN NOT = SPACES
              MOVE SPACES TO WS-PIECE
              STRING "AND NOT EXISTS (SELECT 1 FROM REKENING R, "
                     "AML_CASE C WHERE R.NO_REK = T."
                     DELIMITED BY SIZE
                     WS-ACCT-COLUMN DELIMITED BY SPACE
                     " AND C.CUST_ID = R.CUST_ID "
                     "AND C.STATUS = 'O')" DELIMITED BY SIZE
                INTO WS-PIECE
              PERFORM APPEND-PIECE
              MOVE SPACES TO WS-PIECE
              STRING "AND NOT EXISTS (SELECT 1 FROM "
                     "SETTLEMENT_DISPUTE D, AUDIT_LOG A "
                     "WHERE A.NO_REK = T." DELIMITED BY SIZE
                     WS-ACCT-COLUMN DELIMITED BY SPACE
                     " AND D.ID_TRX = A.ID_TRX "
                     "AND COALESCE(D.STATUS, 'O') NOT IN "
                     "('W', 'L'))" DELIMITED BY SIZE
                INTO WS-PIECE
              PERFORM APPEND-PIECE
           END-IF
           MOVE WS-SQL-TEXT TO WS-HOLD-COND.

      *> Adds WS-PIECE, trailing blanks dropped, and one blank to
      *> the statement being built in WS-SQL-TEXT.
       APPEND-PIECE.
           PERFORM VARYING WS-PIECE-LEN FROM 900 BY -1
                   UNTIL WS-PIECE-LEN = 0
                      OR WS-PIECE(WS-PIECE-LEN:1) NOT = SPACE
              CONTINUE
           END-PERFORM
           IF WS-PIECE-LEN > 0
              STRING WS-PIECE(1:WS-PIECE-LEN) " " DELIMITED BY SIZE
                INTO WS-SQL-TEXT
                WITH POINTER WS-SQL-PTR
           END-IF.

       START-STATEMENT.
           MOVE SPACES TO WS-SQL-TEXT
           MOVE 1 TO WS-SQL-PTR.

       APPEND-TABLE.
           MOVE SPACES TO WS-PIECE
           STRING WS-TABLE-NAME DELIMITED BY SPACE
                  " T" DELIMITED BY SIZE
             INTO WS-PIECE
           PERFORM APPEND-PIECE.

       APPEND-BASE-AND-HOLD.
           MOVE WS-BASE-COND TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE "AND (" TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE WS-HOLD-COND TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE ")" TO WS-PIECE
           PERFORM APPEND-PIECE.

      *> Rows old enough and final but referenced by an open item.
       COUNT-HELD.
           PERFORM START-STATEMENT
           MOVE "SELECT COUNT(*) FROM" TO WS-PIECE
           PERFORM APPEND-PIECE
           PERFORM APPEND-TABLE
           MOVE "WHERE" TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE WS-BASE-COND TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE "AND NOT (" TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE WS-HOLD-COND TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE ")" TO WS-PIECE
           PERFORM APPEND-PIECE

           EXEC SQL
              DECLARE PG-CNT-CUR CURSOR FOR PG-CNT-STMT
           END-EXEC

           EXEC SQL
              PREPARE PG-CNT-STMT FROM :WS-SQL-TEXT
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY WS-TABLE-NAME " FAILED: POLICY DOES NOT "
                      "PREPARE, SQLCODE " SQLCODE
              MOVE 'Y' TO WS-TABLE-FAILED
              GO TO COUNT-HELD-EXIT
           END-IF

           EXEC SQL OPEN PG-CNT-CUR END-EXEC
           EXEC SQL
              FETCH PG-CNT-CUR INTO :WS-HELD-CNT
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY WS-TABLE-NAME " FAILED: HELD COUNT SQLCODE "
                      SQLCODE
              MOVE 'Y' TO WS-TABLE-FAILED
           END-IF
           EXEC SQL CLOSE PG-CNT-CUR END-EXEC.
       COUNT-HELD-EXIT.
           EXIT.

      *> Unload, then foot the file against its own trailer before
      *> the run is allowed into the delete phase. A restart in this
      *> phase writes the file again from the top.
       UNLOAD-TABLE.
           MOVE 0 TO WS-ARCH-CNT

           PERFORM START-STATEMENT
           MOVE "SELECT" TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE WS-KEY-EXPR TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE "," TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE WS-ROW-EXPR TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE "FROM" TO WS-PIECE
           PERFORM APPEND-PIECE
           PERFORM APPEND-TABLE
           MOVE "WHERE" TO WS-PIECE
           PERFORM APPEND-PIECE
           PERFORM APPEND-BASE-AND-HOLD
           MOVE "ORDER BY 1" TO WS-PIECE
           PERFORM APPEND-PIECE

           EXEC SQL
              DECLARE PG-UNL-CUR CURSOR FOR PG-UNL-STMT
           END-EXEC

           EXEC SQL
              PREPARE PG-UNL-STMT FROM :WS-SQL-TEXT
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY WS-TABLE-NAME " FAILED: UNLOAD DOES NOT "
                      "PREPARE, SQLCODE " SQLCODE
              MOVE 'Y' TO WS-TABLE-FAILED
              GO TO UNLOAD-TABLE-EXIT
           END-IF

           OPEN OUTPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = "00"
              DISPLAY WS-TABLE-NAME " FAILED: CANNOT OPEN "
                      WS-ARCH-PATH
              MOVE 'Y' TO WS-TABLE-FAILED
              GO TO UNLOAD-TABLE-EXIT
           END-IF

           MOVE SPACES TO PURGE-RECORD
           MOVE 'H' TO PURGE-REC-TYPE
           MOVE WS-TABLE-NAME TO PURGE-HDR-TABLE
           MOVE WS-RUN-MONTH TO PURGE-HDR-MONTH
           MOVE WS-CUTOFF-TS TO PURGE-HDR-CUTOFF
           WRITE PURGE-RECORD

           EXEC SQL OPEN PG-UNL-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH PG-UNL-CUR INTO :WS-ROW-KEY, :WS-ROW-DATA
              END-EXEC

              IF SQLCODE = 0
                 MOVE SPACES TO PURGE-RECORD
                 MOVE 'D' TO PURGE-REC-TYPE
                 MOVE WS-ROW-KEY TO PURGE-ROW-KEY
                 MOVE WS-ROW-DATA TO PURGE-ROW-DATA
                 WRITE PURGE-RECORD
                 ADD 1 TO WS-ARCH-CNT
              END-IF
           END-PERFORM

           IF SQLCODE < 0
              DISPLAY WS-TABLE-NAME " FAILED: UNLOAD SQLCODE "
                      SQLCODE
              MOVE 'Y' TO WS-TABLE-FAILED
           END-IF

           EXEC SQL CLOSE PG-UNL-CUR END-EXEC

           MOVE SPACES TO PURGE-RECORD
           MOVE 'T' TO PURGE-REC-TYPE
           MOVE WS-TABLE-NAME TO PURGE-TRL-TABLE
           MOVE WS-ARCH-CNT TO PURGE-TRL-CNT
           WRITE PURGE-RECORD

           CLOSE ARCH-FILE

           IF WS-TABLE-FAILED = 'Y'
              GO TO UNLOAD-TABLE-EXIT
           END-IF

           PERFORM VERIFY-ARCHIVE THRU VERIFY-ARCHIVE-EXIT
           IF WS-TABLE-FAILED = 'Y'
              GO TO UNLOAD-TABLE-EXIT
           END-IF

           MOVE 'D' TO WS-PHASE
           MOVE 0 TO WS-LAST-LINE WS-DEL-CNT WS-KEPT-CNT
           EXEC SQL
              UPDATE PURGE_RUN
              SET PHASE = 'D',
                  ARCH_CNT = :WS-ARCH-CNT,
                  HELD_CNT = :WS-HELD-CNT,
                  LAST_LINE = 0
              WHERE RUN_MONTH = :WS-RUN-MONTH
                AND TABLE_NAME = :WS-TABLE-NAME
           END-EXEC
           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY WS-TABLE-NAME " FAILED: RUN UPDATE SQLCODE "
                      SQLCODE
              MOVE 'Y' TO WS-TABLE-FAILED
              GO TO UNLOAD-TABLE-EXIT
           END-IF
           EXEC SQL COMMIT END-EXEC.
       UNLOAD-TABLE-EXIT.
           EXIT.

       VERIFY-ARCHIVE.
           MOVE 0 TO WS-VERIFY-CNT
           MOVE 'N' TO WS-TRL-SEEN
           MOVE 'N' TO WS-EOF
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = "00"
              DISPLAY WS-TABLE-NAME " FAILED: CANNOT REOPEN "
                      WS-ARCH-PATH
              MOVE 'Y' TO WS-TABLE-FAILED
              GO TO VERIFY-ARCHIVE-EXIT
           END-IF

           PERFORM UNTIL WS-EOF = 'Y'
              READ ARCH-FILE
                 AT END MOVE 'Y' TO WS-EOF
              END-READ

              IF WS-EOF NOT = 'Y'
                 EVALUATE PURGE-REC-TYPE
                   WHEN 'D'
                      ADD 1 TO WS-VERIFY-CNT
                   WHEN 'T'
                      MOVE 'Y' TO WS-TRL-SEEN
                      MOVE PURGE-TRL-CNT TO WS-TRL-CNT
                 END-EVALUATE
              END-IF
           END-PERFORM

           CLOSE ARCH-FILE

           IF WS-TRL-SEEN NOT = 'Y'
              OR WS-VERIFY-CNT NOT = WS-TRL-CNT
              OR WS-VERIFY-CNT NOT = WS-ARCH-CNT
              DISPLAY WS-TABLE-NAME " FAILED: ARCHIVE DOES NOT "
                      "VERIFY - UNLOADED " WS-ARCH-CNT
                      " READBACK " WS-VERIFY-CNT
              MOVE 'Y' TO WS-TABLE-FAILED
           END-IF.
       VERIFY-ARCHIVE-EXIT.
           EXIT.

      *> Only rows that are in the verified archive are deleted, and
      *> each still has to meet the policy and be free of holds at
      *> the moment it goes. The position committed with each chunk
      *> is the archive line reached, so a restart skips what is
      *> already done.
       DELETE-ARCHIVED.
           PERFORM START-STATEMENT
           MOVE "DELETE FROM" TO WS-PIECE
           PERFORM APPEND-PIECE
           PERFORM APPEND-TABLE
           MOVE "WHERE" TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE WS-KEY-EXPR TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE "= ? AND" TO WS-PIECE
           PERFORM APPEND-PIECE
           PERFORM APPEND-BASE-AND-HOLD

           EXEC SQL
              PREPARE PG-DEL-STMT FROM :WS-SQL-TEXT
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY WS-TABLE-NAME " FAILED: DELETE DOES NOT "
                      "PREPARE, SQLCODE " SQLCODE
              MOVE 'Y' TO WS-TABLE-FAILED
              GO TO DELETE-ARCHIVED-EXIT
           END-IF

           MOVE 'N' TO WS-EOF
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = "00"
              DISPLAY WS-TABLE-NAME " FAILED: CANNOT OPEN "
                      WS-ARCH-PATH
              MOVE 'Y' TO WS-TABLE-FAILED
              GO TO DELETE-ARCHIVED-EXIT
           END-IF

           MOVE 0 TO WS-LINE-NO WS-SINCE-COMMIT
           PERFORM UNTIL WS-EOF = 'Y' OR WS-TABLE-FAILED = 'Y'
              READ ARCH-FILE
                 AT END MOVE 'Y' TO WS-EOF
              END-READ

              IF WS-EOF NOT = 'Y' AND PURGE-REC-TYPE = 'D'
                 ADD 1 TO WS-LINE-NO
                 IF WS-LINE-NO > WS-LAST-LINE
                    PERFORM DELETE-ONE-ROW
                 END-IF
              END-IF
           END-PERFORM

           CLOSE ARCH-FILE

           IF WS-TABLE-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
           END-IF.
       DELETE-ARCHIVED-EXIT.
           EXIT.

       DELETE-ONE-ROW.
           MOVE PURGE-ROW-KEY TO WS-ROW-KEY
           EXEC SQL
              EXECUTE PG-DEL-STMT USING :WS-ROW-KEY
           END-EXEC

           EVALUATE TRUE
             WHEN SQLCODE = 0 AND SQLERRD(3) > 0
                ADD 1 TO WS-DEL-CNT
             WHEN SQLCODE = 0 OR SQLCODE = 100
                ADD 1 TO WS-KEPT-CNT
             WHEN OTHER
                DISPLAY WS-TABLE-NAME " FAILED: DELETE SQLCODE "
                        SQLCODE " AT LINE " WS-LINE-NO
                MOVE 'Y' TO WS-TABLE-FAILED
           END-EVALUATE

           IF WS-TABLE-FAILED NOT = 'Y'
              ADD 1 TO WS-SINCE-COMMIT
              IF WS-SINCE-COMMIT >= WS-CHUNK-SIZE
                 MOVE WS-LINE-NO TO WS-LAST-LINE
                 PERFORM COMMIT-CHUNK
              END-IF
           END-IF.

       COMMIT-CHUNK.
           EXEC SQL
              UPDATE PURGE_RUN
              SET DEL_CNT = :WS-DEL-CNT,
                  KEPT_CNT = :WS-KEPT-CNT,
                  LAST_LINE = :WS-LAST-LINE
              WHERE RUN_MONTH = :WS-RUN-MONTH
                AND TABLE_NAME = :WS-TABLE-NAME
           END-EXEC
           IF SQLCODE NOT = 0
              DISPLAY WS-TABLE-NAME " FAILED: RUN UPDATE SQLCODE "
                      SQLCODE
              MOVE 'Y' TO WS-TABLE-FAILED
           ELSE
              EXEC SQL COMMIT END-EXEC
              MOVE 0 TO WS-SINCE-COMMIT
           END-IF.

      *> No archive: each pass deletes up to PURGE-CHUNK eligible,
      *> unheld rows and commits; the table is done when a pass
      *> finds fewer. Nothing to reposition on a restart - the next
      *> pass simply finds what is left.
       DELETE-IN-CHUNKS.
           PERFORM START-STATEMENT
           MOVE "DELETE FROM" TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE WS-TABLE-NAME TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE "WHERE" TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE WS-KEY-EXPR TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE "IN (SELECT" TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE WS-KEY-EXPR TO WS-PIECE
           PERFORM APPEND-PIECE
           MOVE "FROM" TO WS-PIECE
           PERFORM APPEND-PIECE
           PERFORM APPEND-TABLE
           MOVE "WHERE" TO WS-PIECE
           PERFORM APPEND-PIECE
           PERFORM APPEND-BASE-AND-HOLD
           MOVE SPACES TO WS-PIECE
           STRING "FETCH FIRST " WS-CHUNK-EDIT " ROWS ONLY)"
             DELIMITED BY SIZE INTO WS-PIECE
           PERFORM APPEND-PIECE

           MOVE 'N' TO WS-CHUNK-DONE
           PERFORM UNTIL WS-CHUNK-DONE = 'Y'
              EXEC SQL
                 EXECUTE IMMEDIATE :WS-SQL-TEXT
              END-EXEC

              EVALUATE TRUE
                WHEN SQLCODE = 0
                   MOVE SQLERRD(3) TO WS-CHUNK-ROWS
                   ADD WS-CHUNK-ROWS TO WS-DEL-CNT
                   PERFORM COMMIT-CHUNK
                   IF WS-TABLE-FAILED = 'Y'
                      OR WS-CHUNK-ROWS < WS-CHUNK-SIZE
                      MOVE 'Y' TO WS-CHUNK-DONE
                   END-IF
                WHEN SQLCODE = 100
                   MOVE 'Y' TO WS-CHUNK-DONE
                WHEN OTHER
                   DISPLAY WS-TABLE-NAME " FAILED: DELETE SQLCODE "
                           SQLCODE
                   MOVE 'Y' TO WS-TABLE-FAILED
                   MOVE 'Y' TO WS-CHUNK-DONE
              END-EVALUATE
           END-PERFORM

           IF WS-TABLE-FAILED = 'Y'
              EXEC SQL ROLLBACK END-EXEC
           END-IF.
       DELETE-IN-CHUNKS-EXIT.
           EXIT.

      *> The standard catalogue. KEY_EXPR identifies one row (tables
      *> without a single key column use a composite); ROW_EXPR is
      *> the archived image. TRX_COLUMN / ACCT_COLUMN name the
      *> column holding a transaction id / account number an open
      *> item can refer to, blank when the table carries none.
       ENSURE-STANDARD-POLICIES.
           MOVE 'NOTIFICATION_QUEUE' TO WS-TABLE-NAME
           MOVE 'ID_NOTIF' TO WS-KEY-EXPR
           MOVE 'CREATED_TS' TO WS-AGE-COLUMN
           MOVE SPACES TO WS-ROW-EXPR
           STRING "ID_NOTIF || '|' || COALESCE(ID_TRX, '') || '|' || "
                  "COALESCE(MAKER_ID, '') || '|' || "
                  "COALESCE(EVENT, '') || '|' || STATUS || '|' || "
                  "COALESCE(NOTIF_TYPE, '') || '|' || "
                  "COALESCE(CHANNEL, '') || '|' || "
                  "COALESCE(DESTINATION, '') || '|' || "
                  "CHAR(CREATED_TS) || '|' || COALESCE(MESSAGE, '')"
             DELIMITED BY SIZE INTO WS-ROW-EXPR
           MOVE 'ID_TRX' TO WS-TRX-COLUMN
           MOVE SPACES TO WS-ACCT-COLUMN
           MOVE 180 TO WS-RETAIN-DAYS
           MOVE 'Y' TO WS-ARCHIVE-FLAG
           MOVE "STATUS IN ('D', 'X')" TO WS-ELIGIBLE-PRED
           PERFORM ADD-STANDARD-POLICY

           MOVE 'OTP_CHALLENGE' TO WS-TABLE-NAME
           MOVE 'OTP_ID' TO WS-KEY-EXPR
           MOVE 'CREATED_TS' TO WS-AGE-COLUMN
           MOVE SPACES TO WS-ROW-EXPR
           STRING "OTP_ID || '|' || USER_ID || '|' || STATUS || '|' "
                  "|| CHAR(CREATED_TS)"
             DELIMITED BY SIZE INTO WS-ROW-EXPR
           MOVE SPACES TO WS-TRX-COLUMN WS-ACCT-COLUMN
           MOVE 30 TO WS-RETAIN-DAYS
           MOVE 'N' TO WS-ARCHIVE-FLAG
           MOVE "(STATUS <> 'A' OR EXPIRY_TS < CURRENT TIMESTAMP)"
             TO WS-ELIGIBLE-PRED
           PERFORM ADD-STANDARD-POLICY

           MOVE 'SIGNON_LOG' TO WS-TABLE-NAME
           MOVE "USER_ID || '|' || PROGRAM_ID || '|' || CHAR(WAKTU)"
             TO WS-KEY-EXPR
           MOVE 'WAKTU' TO WS-AGE-COLUMN
           MOVE SPACES TO WS-ROW-EXPR
           STRING "USER_ID || '|' || PROGRAM_ID || '|' || "
                  "COALESCE(REQ_ROLE, '') || '|' || RESULT || '|' || "
                  "CHAR(WAKTU)"
             DELIMITED BY SIZE INTO WS-ROW-EXPR
           MOVE SPACES TO WS-TRX-COLUMN WS-ACCT-COLUMN
           MOVE 365 TO WS-RETAIN-DAYS
           MOVE 'Y' TO WS-ARCHIVE-FLAG
           MOVE "1 = 1" TO WS-ELIGIBLE-PRED
           PERFORM ADD-STANDARD-POLICY

           MOVE 'STANDIN_LOG' TO WS-TABLE-NAME
           MOVE 'STANDIN_ID' TO WS-KEY-EXPR
           MOVE 'WAKTU' TO WS-AGE-COLUMN
           MOVE SPACES TO WS-ROW-EXPR
           STRING "STANDIN_ID || '|' || NO_KARTU || '|' || NO_REK || "
                  "'|' || CHAR(AMOUNT) || '|' || "
                  "COALESCE(TERMINAL_ID, '') || '|' || "
                  "COALESCE(CURRENCY_CODE, '') || '|' || STATUS || "
                  "'|' || CHAR(WAKTU) || '|' || "
                  "COALESCE(CHAR(REPLAYED_TS), '')"
             DELIMITED BY SIZE INTO WS-ROW-EXPR
           MOVE SPACES TO WS-TRX-COLUMN
           MOVE 'NO_REK' TO WS-ACCT-COLUMN
           MOVE 180 TO WS-RETAIN-DAYS
           MOVE 'Y' TO WS-ARCHIVE-FLAG
           MOVE "STATUS IN ('R', 'N')" TO WS-ELIGIBLE-PRED
           PERFORM ADD-STANDARD-POLICY

           MOVE 'BILLPAY_INQ' TO WS-TABLE-NAME
           MOVE 'INQ_REF' TO WS-KEY-EXPR
           MOVE 'WAKTU' TO WS-AGE-COLUMN
           MOVE SPACES TO WS-ROW-EXPR
           STRING "INQ_REF || '|' || BILLER_CODE || '|' || BILL_NO "
                  "|| '|' || STATUS || '|' || CHAR(WAKTU)"
             DELIMITED BY SIZE INTO WS-ROW-EXPR
           MOVE SPACES TO WS-TRX-COLUMN WS-ACCT-COLUMN
           MOVE 90 TO WS-RETAIN-DAYS
           MOVE 'N' TO WS-ARCHIVE-FLAG
           MOVE "1 = 1" TO WS-ELIGIBLE-PRED
           PERFORM ADD-STANDARD-POLICY

           MOVE 'IB_NAME_INQ' TO WS-TABLE-NAME
           MOVE 'INQ_REF' TO WS-KEY-EXPR
           MOVE 'WAKTU' TO WS-AGE-COLUMN
           MOVE SPACES TO WS-ROW-EXPR
           STRING "INQ_REF || '|' || DST_BANK_CODE || '|' || "
                  "DST_ACCT_IB || '|' || STATUS || '|' || CHAR(WAKTU)"
             DELIMITED BY SIZE INTO WS-ROW-EXPR
           MOVE SPACES TO WS-TRX-COLUMN WS-ACCT-COLUMN
           MOVE 90 TO WS-RETAIN-DAYS
           MOVE 'N' TO WS-ARCHIVE-FLAG
           MOVE "1 = 1" TO WS-ELIGIBLE-PRED
           PERFORM ADD-STANDARD-POLICY

      *> The token's AUTH_CODE is a secret and stays out of the
      *> archive.
           MOVE 'WITHDRAWAL_TOKEN' TO WS-TABLE-NAME
           MOVE 'TOKEN_CODE' TO WS-KEY-EXPR
           MOVE 'CREATED_TS' TO WS-AGE-COLUMN
           MOVE SPACES TO WS-ROW-EXPR
           STRING "TOKEN_CODE || '|' || NO_REK || '|' || "
                  "CHAR(AMOUNT) || '|' || STATUS || '|' || "
                  "CHAR(EXPIRY_TS) || '|' || COALESCE(CREATED_BY, '') "
                  "|| '|' || CHAR(CREATED_TS)"
             DELIMITED BY SIZE INTO WS-ROW-EXPR
           MOVE SPACES TO WS-TRX-COLUMN
           MOVE 'NO_REK' TO WS-ACCT-COLUMN
           MOVE 180 TO WS-RETAIN-DAYS
           MOVE 'Y' TO WS-ARCHIVE-FLAG
           MOVE "(STATUS <> 'A' OR EXPIRY_TS < CURRENT TIMESTAMP)"
             TO WS-ELIGIBLE-PRED
           PERFORM ADD-STANDARD-POLICY

           MOVE 'EOD_RUN_LOG' TO WS-TABLE-NAME
           MOVE SPACES TO WS-KEY-EXPR
           STRING "CHAR(BUS_DATE) || '|' || CHAR(STEP_NO) || '|' || "
                  "CHAR(STARTED_TS)"
             DELIMITED BY SIZE INTO WS-KEY-EXPR
           MOVE 'STARTED_TS' TO WS-AGE-COLUMN
           MOVE SPACES TO WS-ROW-EXPR
           STRING "CHAR(BUS_DATE) || '|' || CHAR(STEP_NO) || '|' || "
                  "PROGRAM_ID || '|' || STATUS || '|' || "
                  "COALESCE(CHAR(RC), '') || '|' || CHAR(STARTED_TS) "
                  "|| '|' || COALESCE(CHAR(ENDED_TS), '')"
             DELIMITED BY SIZE INTO WS-ROW-EXPR
           MOVE SPACES TO WS-TRX-COLUMN WS-ACCT-COLUMN
           MOVE 400 TO WS-RETAIN-DAYS
           MOVE 'Y' TO WS-ARCHIVE-FLAG
           MOVE "STATUS <> 'R'" TO WS-ELIGIBLE-PRED
           PERFORM ADD-STANDARD-POLICY

      *> S, F and R are the queue's final statuses.
           MOVE 'TRX_QUEUE' TO WS-TABLE-NAME
           MOVE 'ID_TRX' TO WS-KEY-EXPR
           MOVE 'UPDATED_TS' TO WS-AGE-COLUMN
           MOVE SPACES TO WS-ROW-EXPR
           STRING "ID_TRX || '|' || NO_REK_SRC || '|' || "
                  "COALESCE(NO_REK_DST, '') || '|' || CHAR(AMOUNT) || "
                  "'|' || STATUS || '|' || COALESCE(MAKER_ID, '') || "
                  "'|' || COALESCE(TRX_TYPE, '') || '|' || "
                  "CHAR(UPDATED_TS)"
             DELIMITED BY SIZE INTO WS-ROW-EXPR
           MOVE 'ID_TRX' TO WS-TRX-COLUMN
           MOVE 'NO_REK_SRC' TO WS-ACCT-COLUMN
           MOVE 365 TO WS-RETAIN-DAYS
           MOVE 'Y' TO WS-ARCHIVE-FLAG
           MOVE "STATUS IN ('S', 'F', 'R')" TO WS-ELIGIBLE-PRED
           PERFORM ADD-STANDARD-POLICY.

       ADD-STANDARD-POLICY.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-STD-CNT
              FROM RETENTION_POLICY
              WHERE TABLE_NAME = :WS-TABLE-NAME
           END-EXEC

           IF SQLCODE = 0 AND WS-STD-CNT = 0
              EXEC SQL
                 INSERT INTO RETENTION_POLICY
                 (TABLE_NAME, KEY_EXPR, AGE_COLUMN, ROW_EXPR,
                  TRX_COLUMN, ACCT_COLUMN, RETAIN_DAYS, ARCHIVE_FLAG,
                  ELIGIBLE_PRED, STATUS, APPROVED_BY, APPROVED_TS)
                 VALUES
                 (:WS-TABLE-NAME, :WS-KEY-EXPR, :WS-AGE-COLUMN,
                  :WS-ROW-EXPR, NULLIF(:WS-TRX-COLUMN, ' '),
                  NULLIF(:WS-ACCT-COLUMN, ' '), :WS-RETAIN-DAYS,
                  :WS-ARCHIVE-FLAG, :WS-ELIGIBLE-PRED, 'A',
                  'SYSTEM', CURRENT TIMESTAMP)
              END-EXEC
              IF SQLCODE = 0
                 EXEC SQL COMMIT END-EXEC
                 ADD 1 TO WS-STD-ADDED
              ELSE
                 EXEC SQL ROLLBACK END-EXEC
              END-IF
           END-IF.
