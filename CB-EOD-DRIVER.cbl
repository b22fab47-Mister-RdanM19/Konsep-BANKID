       01 WS-STEP-TABLE.
          05 FILLER PIC X(20) VALUE 'CB-QUEUE-EXPIRE'.
          05 FILLER PIC X(20) VALUE 'CB-CDM-AUTOREV'.
          05 FILLER PIC X(20) VALUE 'CB-PENSION-CLAWBACK'.
          05 FILLER PIC X(20) VALUE 'CB-SI-SCHEDULER'.
          05 FILLER PIC X(20) VALUE 'CB-LOAN-COLLECT'.
          05 FILLER PIC X(20) VALUE 'CB-PLAN-COLLECT'.
          05 FILLER PIC X(20) VALUE 'CB-DELINQ-AGING'.
          05 FILLER PIC X(20) VALUE 'CB-SWEEP-EOD'.
          05 FILLER PIC X(20) VALUE 'CB-EOD-INTEREST'.
          05 FILLER PIC X(20) VALUE 'CB-DORMANT-SWEEP'.
          05 FILLER PIC X(20) VALUE 'CB-BG-EXPIRY'.
          05 FILLER PIC X(20) VALUE 'CB-SDB-BILLING'.
          05 FILLER PIC X(20) VALUE 'CB-BMPK-MONITOR'.
          05 FILLER PIC X(20) VALUE 'CB-SWITCH-SETTLEMENT'.
          05 FILLER PIC X(20) VALUE 'CB-GL-RECON'.
          05 FILLER PIC X(20) VALUE 'CB-GWM-CALC'.
          05 FILLER PIC X(20) VALUE 'CB-NIK-REVERIFY'.
          05 FILLER PIC X(20) VALUE 'CB-COMPLAINT-AGING'.
          05 FILLER PIC X(20) VALUE 'CB-TERM-EVENT'.
          05 FILLER PIC X(20) VALUE 'CB-TERM-AVAIL'.
       01 WS-STEP-LIST REDEFINES WS-STEP-TABLE.
          05 WS-STEP-NAME OCCURS 20 TIMES PIC X(20).

      *> The month-end leg: run only on the month's last business
      *> night (the night whose NEXT business date falls in a new
      *> month), after the daily chain has come through clean,
      *> before the date advances. Tiering goes first so the admin
      *> fee run waives on the tiers just assigned; the retention
      *> purge goes last, after everything that reads the month.
       01 WS-ME-STEP-TABLE.
          05 FILLER PIC X(20) VALUE 'CB-PRIORITY-TIER'.
          05 FILLER PIC X(20) VALUE 'CB-ADMIN-FEE'.
          05 FILLER PIC X(20) VALUE 'CB-CKPN-CALC'.
          05 FILLER PIC X(20) VALUE 'CB-COLLAT-MONITOR'.
          05 FILLER PIC X(20) VALUE 'CB-AGENT-COMMISSION'.
          05 FILLER PIC X(20) VALUE 'CB-KYC-REFRESH'.
          05 FILLER PIC X(20) VALUE 'CB-TAX-DUEDIL'.
          05 FILLER PIC X(20) VALUE 'CB-PENSION-REMIND'.
          05 FILLER PIC X(20) VALUE 'CB-RETENTION-PURGE'.
       01 WS-ME-STEP-LIST REDEFINES WS-ME-STEP-TABLE.
          05 WS-ME-STEP-NAME OCCURS 9 TIMES PIC X(20).
       01 WS-ME-IDX         PIC 9(2).

       01 WS-LOG-STEP       PIC 9(2).
      *> control pair (the programs themselves default their blank
      *> date prompts to it), runs the nightly jobs in dependency
      *> order - queue hygiene first, scheduling and accrual next,
      *> the reconciliations and the reserve position last -
      *> records each step's start, end and outcome in
      *> EOD_RUN_LOG, and halts the chain the moment
      *> a step fails so nothing reconciles on top of a broken
      *> predecessor. A clean chain advances the business date
      *> through HOLIDAY_CALENDAR (weekends and named holidays skip)
      *> and prints the single morning-after summary ops reads with
      *> their coffee. Before the first step the driver declares the
      *> EOD cut-off on BUSINESS_DATE: from then on the channels post
      *> into the next business date (CB-POST-DATE) while the chain
      *> closes the current one, so ATMs and mobile stay up through
      *> the batch window. The cut-off stays declared across a halt
      *> and is lifted only when the date advances.
       PROCEDURE DIVISION.
           EXEC SQL
              SELECT CURR_BUS_DATE, PRIOR_BUS_DATE
              STOP RUN
           END-IF

           PERFORM COMPUTE-NEXT-BUS-DATE
           PERFORM DECLARE-CUTOFF

           DISPLAY "==================================================="
           DISPLAY "EOD CHAIN FOR BUSINESS DATE " WS-CURR-BUS-DATE
           DISPLAY "CHANNEL POSTINGS NOW DATED  " WS-NEXT-DATE
           DISPLAY "==================================================="

           PERFORM VARYING WS-STEP-NO FROM 1 BY 1
                   UNTIL WS-STEP-NO > 20 OR WS-HALTED = 'Y'
              MOVE WS-STEP-NAME(WS-STEP-NO) TO WS-STEP-PROGRAM
              PERFORM RUN-ONE-STEP
           END-PERFORM
              DISPLAY "CHAIN HALTED - FIX AND RERUN; BUSINESS DATE "
                      "NOT ADVANCED"
           ELSE
              IF WS-NEXT-DATE(1:7) NOT = WS-CURR-BUS-DATE(1:7)
                 PERFORM RUN-MONTH-END-STEPS
              END-IF
                 DISPLAY "MONTH-END LEG HALTED - FIX AND RERUN; "
                         "BUSINESS DATE NOT ADVANCED"
              ELSE
                 PERFORM RUN-EXTRACT-STEP
                 IF WS-HALTED = 'Y'
                    DISPLAY "WAREHOUSE EXTRACT FAILED - FIX AND "
                            "RERUN; BUSINESS DATE NOT ADVANCED"
                 ELSE
                    PERFORM ADVANCE-BUSINESS-DATE
                 END-IF
              END-IF
           END-IF

      *> chain; a failure halts the same way a daily step's does.
       RUN-MONTH-END-STEPS.
           PERFORM VARYING WS-ME-IDX FROM 1 BY 1
                   UNTIL WS-ME-IDX > 9 OR WS-HALTED = 'Y'
              MOVE WS-ME-STEP-NAME(WS-ME-IDX) TO WS-STEP-PROGRAM
              COMPUTE WS-STEP-NO = 90 + WS-ME-IDX
              PERFORM RUN-ONE-STEP
           END-PERFORM.

      *> The warehouse extract goes last, logged as step 80, so the
      *> day it delivers includes the month-end leg's postings; a
      *> rerun of the chain re-sends nothing already delivered.
       RUN-EXTRACT-STEP.
           MOVE 'CB-DWH-EXTRACT' TO WS-STEP-PROGRAM
           MOVE 80 TO WS-STEP-NO
           PERFORM RUN-ONE-STEP.

      *> Next working day: step one calendar day at a time past
      *> weekends (INTEGER-OF-DATE's 1601-01-01 epoch was a Monday,
      *> so MOD 7 gives 6 = Saturday, 0 = Sunday) and every date
              END-IF
           END-PERFORM.

      *> A rerun after a halt declares the same cut-off again and
      *> keeps the original CUTOFF_TS.
       DECLARE-CUTOFF.
           EXEC SQL
              UPDATE BUSINESS_DATE
              SET NEXT_BUS_DATE = :WS-NEXT-DATE,
                  CUTOFF_TS = CASE WHEN COALESCE(CUTOFF_FLAG, 'N')
                                        = 'Y'
                                   THEN CUTOFF_TS
                                   ELSE CURRENT TIMESTAMP END,
                  CUTOFF_FLAG = 'Y'
           END-EXEC
           EXEC SQL COMMIT END-EXEC.

      *> The new day opens with no cut-off: the postings the channels
      *> made into it during the window are already dated for it.
       ADVANCE-BUSINESS-DATE.
           EXEC SQL
              UPDATE BUSINESS_DATE
              SET PRIOR_BUS_DATE = :WS-CURR-BUS-DATE,
                  CURR_BUS_DATE = :WS-NEXT-DATE,
                  NEXT_BUS_DATE = NULL,
                  CUTOFF_FLAG = 'N'
           END-EXEC
           EXEC SQL COMMIT END-EXEC

