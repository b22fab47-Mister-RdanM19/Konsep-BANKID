       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-CIF-DUPSCAN.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-NAME-PCT     PIC S9(3) COMP-3.
       01 WS-CUST-ID-1    PIC X(20).
       01 WS-CUST-ID-2    PIC X(20).
       01 WS-NAME-1       PIC X(40).
       01 WS-NAME-2       PIC X(40).
       01 WS-ID-NUMBER    PIC X(20).
       01 WS-MATCH-TYPE   PIC X(1).
      *> I = same ID_NUMBER, N = close name, same birth date and
      *> address.
       01 WS-SCORE        PIC 9(3).
       01 WS-FIRST-SCORE  PIC 9(3).
       01 WS-PAIR-CNT     PIC 9(5).
       01 WS-DUP-ID       PIC X(20).

       01 WS-NORM-NAME    PIC X(40).
       01 WS-NORM-OTHER   PIC X(40).
       01 WS-TOKEN-TABLE.
          05 WS-TOKEN OCCURS 8 TIMES PIC X(20).
       01 WS-TOKEN-IDX    PIC 9(1).
       01 WS-TOKEN-LEN    PIC 9(2).
       01 WS-SCAN-POS     PIC 9(3).
       01 WS-SCAN-MAX     PIC 9(3).
       01 WS-TOKEN-HIT    PIC X(1).
       01 WS-USED-CNT     PIC 9(1).
       01 WS-MATCH-CNT    PIC 9(1).

       01 WS-ID-CNT       PIC 9(7) VALUE 0.
       01 WS-NAME-CNT     PIC 9(7) VALUE 0.
       01 WS-KNOWN-CNT    PIC 9(7) VALUE 0.
       01 WS-ERR-CNT      PIC 9(7) VALUE 0.

      *> Finds customers probably entered twice by branch onboarding
      *> and puts each pair on the CIF_DUP_CANDIDATE worklist that
      *> CB-CIF-MERGE works from. Two rules: the same ID_NUMBER
      *> under two CUST_IDs is near-certain; otherwise the same
      *> birth date and the same address with names scoring at or
      *> above CIF-NAME-PCT (default 80), tokens compared the way
      *> the watchlist screen compares them, is probable. Customers
      *> already merged away ('M') are left out, and a pair that is
      *> already on the worklist - open, merged or dismissed as not
      *> the same person - is never listed again, so the run can be
      *> repeated as often as the desk likes.
       PROCEDURE DIVISION.
           EXEC SQL
              SELECT PARAM_VALUE
              INTO :WS-NAME-PCT
              FROM SYS_PARAM
              WHERE PARAM_KEY = 'CIF-NAME-PCT'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 80 TO WS-NAME-PCT
           END-IF

           DISPLAY "==================================================="
           DISPLAY "DUPLICATE CIF SCAN"
           DISPLAY "==================================================="

           PERFORM SCAN-SAME-ID
           PERFORM SCAN-SAME-PERSON

           DISPLAY "---------------------------------------------------"
           DISPLAY "NEW PAIRS - SAME ID NUMBER : " WS-ID-CNT
           DISPLAY "NEW PAIRS - NAME/DOB/ADDR  : " WS-NAME-CNT
           DISPLAY "ALREADY ON WORKLIST        : " WS-KNOWN-CNT
           DISPLAY "FAILURES                   : " WS-ERR-CNT
           DISPLAY "==================================================="

           IF WS-ERR-CNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.

       SCAN-SAME-ID.
           EXEC SQL
              DECLARE DPI-CUR CURSOR FOR
              SELECT A.CUST_ID, B.CUST_ID, A.ID_NUMBER
              FROM CUST_MASTER A, CUST_MASTER B
              WHERE A.ID_NUMBER = B.ID_NUMBER
                AND A.CUST_ID < B.CUST_ID
                AND A.ID_NUMBER <> ' '
                AND COALESCE(A.KYC_STATUS, ' ') <> 'M'
                AND COALESCE(B.KYC_STATUS, ' ') <> 'M'
              ORDER BY A.CUST_ID, B.CUST_ID
           END-EXEC

           EXEC SQL OPEN DPI-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH DPI-CUR
                 INTO :WS-CUST-ID-1, :WS-CUST-ID-2, :WS-ID-NUMBER
              END-EXEC

              IF SQLCODE = 0
                 MOVE 'I' TO WS-MATCH-TYPE
                 MOVE 100 TO WS-SCORE
                 PERFORM RECORD-PAIR THRU RECORD-PAIR-EXIT
              END-IF
           END-PERFORM

           EXEC SQL CLOSE DPI-CUR END-EXEC.

      *> Pairs already caught by the ID rule are skipped here by the
      *> worklist check in RECORD-PAIR.
       SCAN-SAME-PERSON.
           EXEC SQL
              DECLARE DPN-CUR CURSOR FOR
              SELECT A.CUST_ID, B.CUST_ID, A.CUST_NAME, B.CUST_NAME
              FROM CUST_MASTER A, CUST_MASTER B
              WHERE A.BIRTH_DATE = B.BIRTH_DATE
                AND UPPER(A.ADDRESS) = UPPER(B.ADDRESS)
                AND A.CUST_ID < B.CUST_ID
                AND COALESCE(A.KYC_STATUS, ' ') <> 'M'
                AND COALESCE(B.KYC_STATUS, ' ') <> 'M'
              ORDER BY A.CUST_ID, B.CUST_ID
           END-EXEC

           EXEC SQL OPEN DPN-CUR END-EXEC

           PERFORM UNTIL SQLCODE NOT = 0
              EXEC SQL
                 FETCH DPN-CUR
                 INTO :WS-CUST-ID-1, :WS-CUST-ID-2, :WS-NAME-1,
                      :WS-NAME-2
              END-EXEC

              IF SQLCODE = 0
                 PERFORM SCORE-NAMES
                 IF WS-SCORE >= WS-NAME-PCT
                    MOVE 'N' TO WS-MATCH-TYPE
                    PERFORM RECORD-PAIR THRU RECORD-PAIR-EXIT
                 END-IF
              END-IF
           END-PERFORM

           EXEC SQL CLOSE DPN-CUR END-EXEC.

      *> One way round, every token of one name must appear in the
      *> other; both ways are scored and the better kept, so "SITI
      *> AMINAH" and "SITI NUR AMINAH" pair up whichever was keyed
      *> first.
       SCORE-NAMES.
           MOVE FUNCTION UPPER-CASE(WS-NAME-1) TO WS-NORM-NAME
           MOVE FUNCTION UPPER-CASE(WS-NAME-2) TO WS-NORM-OTHER
           PERFORM SCORE-ONE-WAY
           MOVE WS-SCORE TO WS-FIRST-SCORE

           MOVE FUNCTION UPPER-CASE(WS-NAME-2) TO WS-NORM-NAME
           MOVE FUNCTION UPPER-CASE(WS-NAME-1) TO WS-NORM-OTHER
           PERFORM SCORE-ONE-WAY
           IF WS-FIRST-SCORE > WS-SCORE
              MOVE WS-FIRST-SCORE TO WS-SCORE
           END-IF.

       SCORE-ONE-WAY.
           MOVE 0 TO WS-SCORE
           MOVE SPACES TO WS-TOKEN-TABLE
           UNSTRING WS-NORM-NAME
             DELIMITED BY ALL ' '
             INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3) WS-TOKEN(4)
                  WS-TOKEN(5) WS-TOKEN(6) WS-TOKEN(7) WS-TOKEN(8)
           END-UNSTRING

           MOVE 0 TO WS-USED-CNT
           MOVE 0 TO WS-MATCH-CNT
           PERFORM VARYING WS-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-TOKEN-IDX > 8
              IF WS-TOKEN(WS-TOKEN-IDX) NOT = SPACES
                 MOVE 0 TO WS-TOKEN-LEN
                 INSPECT FUNCTION REVERSE(WS-TOKEN(WS-TOKEN-IDX))
                    TALLYING WS-TOKEN-LEN
                    FOR LEADING SPACES
                 COMPUTE WS-TOKEN-LEN = 20 - WS-TOKEN-LEN
                 IF WS-TOKEN-LEN >= 3
                    ADD 1 TO WS-USED-CNT
                    PERFORM SCAN-TOKEN-IN-OTHER
                    IF WS-TOKEN-HIT = 'Y'
                       ADD 1 TO WS-MATCH-CNT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WS-USED-CNT > 0
              COMPUTE WS-SCORE =
                 (WS-MATCH-CNT * 100) / WS-USED-CNT
           END-IF.

       SCAN-TOKEN-IN-OTHER.
           MOVE 'N' TO WS-TOKEN-HIT
           COMPUTE WS-SCAN-MAX = 40 - WS-TOKEN-LEN + 1
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > WS-SCAN-MAX
                      OR WS-TOKEN-HIT = 'Y'
              IF WS-NORM-OTHER(WS-SCAN-POS:WS-TOKEN-LEN)
                 = WS-TOKEN(WS-TOKEN-IDX)(1:WS-TOKEN-LEN)
                 MOVE 'Y' TO WS-TOKEN-HIT
              END-IF
           END-PERFORM.

      *> Ends on a COMMIT so the cursor loop sees a clean SQLCODE.
       RECORD-PAIR.
           MOVE 0 TO WS-PAIR-CNT
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-PAIR-CNT
              FROM CIF_DUP_CANDIDATE
              WHERE CUST_ID_1 = :WS-CUST-ID-1
                AND CUST_ID_2 = :WS-CUST-ID-2
           END-EXEC

           IF WS-PAIR-CNT > 0
              ADD 1 TO WS-KNOWN-CNT
              EXEC SQL COMMIT END-EXEC
              GO TO RECORD-PAIR-EXIT
           END-IF

           CALL 'CB-REF-NUMBER' USING 'DC' WS-DUP-ID

           EXEC SQL
              INSERT INTO CIF_DUP_CANDIDATE
              (DUP_ID, CUST_ID_1, CUST_ID_2, MATCH_TYPE, SCORE,
               STATUS, FOUND_TS)
              VALUES
              (:WS-DUP-ID, :WS-CUST-ID-1, :WS-CUST-ID-2,
               :WS-MATCH-TYPE, :WS-SCORE, 'O', CURRENT TIMESTAMP)
           END-EXEC

           IF SQLCODE NOT = 0
              EXEC SQL ROLLBACK END-EXEC
              DISPLAY "WORKLIST INSERT FAILED " WS-CUST-ID-1 " "
                      WS-CUST-ID-2
              ADD 1 TO WS-ERR-CNT
              GO TO RECORD-PAIR-EXIT
           END-IF

           EXEC SQL COMMIT END-EXEC
           IF WS-MATCH-TYPE = 'I'
              ADD 1 TO WS-ID-CNT
           ELSE
              ADD 1 TO WS-NAME-CNT
           END-IF
           DISPLAY WS-DUP-ID " " WS-MATCH-TYPE " " WS-SCORE " "
                   WS-CUST-ID-1 " " WS-CUST-ID-2.
       RECORD-PAIR-EXIT.
           EXIT.
