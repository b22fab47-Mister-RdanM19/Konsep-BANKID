       IDENTIFICATION DIVISION.
       PROGRAM-ID. CB-POST-DATE.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-CURR-BUS-DATE PIC X(10).
       01 WS-NEXT-BUS-DATE PIC X(10).
       01 WS-CUTOFF-FLAG   PIC X(1).

       LINKAGE SECTION.
       01 WS-CHANNEL      PIC X(6).
       01 WS-POST-DATE    PIC X(10).

       PROCEDURE DIVISION USING WS-CHANNEL WS-POST-DATE.

      *> The business date a posting belongs to, asked once by
      *> every writer of a dated money movement (CB-AUDIT-LOG for
      *> the trail, CB-CDM-PENDING for the machine deposit) so the
      *> rule lives in one place. Until CB-EOD-DRIVER declares the
      *> cut-off everything belongs to CURR_BUS_DATE. From the
      *> cut-off until the date advances, the closing day's own
      *> batch work (channel BATCH) still posts into the day being
      *> closed, while every customer channel - ATM, CDM, IBANK,
      *> AGENT, NETWRK, BRANCH - posts into NEXT_BUS_DATE, so the
      *> machines stay up through the batch window without their
      *> traffic leaking into the day the GL is closing. With no
      *> BUSINESS_DATE row at all the calendar date is used, as
      *> before the control row existed.
           EXEC SQL
              SELECT CURR_BUS_DATE,
                     COALESCE(NEXT_BUS_DATE, CURR_BUS_DATE),
                     COALESCE(CUTOFF_FLAG, 'N')
              INTO :WS-CURR-BUS-DATE, :WS-NEXT-BUS-DATE,
                   :WS-CUTOFF-FLAG
              FROM BUSINESS_DATE
           END-EXEC

           IF SQLCODE NOT = 0
              STRING FUNCTION CURRENT-DATE(1:4) "-"
                     FUNCTION CURRENT-DATE(5:2) "-"
                     FUNCTION CURRENT-DATE(7:2)
                DELIMITED BY SIZE INTO WS-POST-DATE
              GOBACK
           END-IF

           IF WS-CUTOFF-FLAG = 'Y' AND WS-CHANNEL NOT = 'BATCH'
              MOVE WS-NEXT-BUS-DATE TO WS-POST-DATE
           ELSE
              MOVE WS-CURR-BUS-DATE TO WS-POST-DATE
           END-IF

           GOBACK.
