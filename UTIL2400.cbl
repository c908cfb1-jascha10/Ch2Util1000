      *  RUNCTL run-control records the billing run writes. The
      *  balancing report either says IN BALANCE per period or
      *  lists every account that is out, with the difference.
      *  Ahead of the balancing, a cycle completeness section lists
      *  every cycle the BILLCAL billing calendar schedules for the
      *  periods under review as billed, not billed, or billed off
      *  schedule, from the completion stamps the billing run puts
      *  on the calendar - so a month-end run before the last cycle
      *  has billed says so on the first page.
      *
      *  Modification History:
      *  08-22-2026  JS  Original month-end balancing program.
      *                  sized for the full customer base and the
      *                  run now stops rather than balance against
      *                  a partial load.
      *  10-15-2026  JS  Unbilled revenue accrual memo - the
      *                  UTIL3200 GLACCR extract is cross-footed
      *                  and its accrual (U) and reversal (V)
      *                  totals printed beside the period
      *                  verdicts, outside the three-way
      *                  balance.
      *  10-15-2026  JS  Cycle completeness section ahead of the
      *                  balancing - every BILLCAL calendar row
      *                  for the periods under review (or the
      *                  run month when the GL extract is empty)
      *                  printed as billed, not billed, or
      *                  billed off schedule from the completion
      *                  stamps UTIL2000 leaves, with the
      *                  period's counts and a verdict.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.

           SELECT GL-ACCRUAL       ASSIGN TO 'GLACCR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-ACCRUAL-STATUS.

           SELECT BILLING-CALENDAR ASSIGN TO 'BILLCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-CALENDAR-STATUS.

           SELECT BALANCING-REPORT ASSIGN TO 'BALRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCING-REPORT-STATUS.
       01  RC-RECORD.
           COPY RCRECORD.

      *****************************************************************
      * UNBILLED REVENUE ACCRUAL EXTRACT FROM UTIL3200 - THE MONTH'S
      * ACCRUAL (U) AND ITS NEXT-MONTH REVERSAL (V). IT IS NOT BILLED
      * REVENUE AND HAS NO BILL HISTORY OR RUN CONTROL BEHIND IT, SO
      * IT IS CROSS-FOOTED AND REPORTED AS A MEMO ALONGSIDE THE
      * BALANCE, NEVER FOLDED INTO IT.
      *****************************************************************
       FD  GL-ACCRUAL
           RECORDING MODE IS F.
       01  GA-RECORD.
           COPY GLRECORD REPLACING LEADING ==GL== BY ==GA==.

      *****************************************************************
      * BILLING CALENDAR - EACH PERIOD'S SCHEDULED CYCLES AND THE
      * COMPLETION STAMPS UTIL2000 LEAVES ON THEM. READ ONLY.
      *****************************************************************
       FD  BILLING-CALENDAR
           RECORDING MODE IS F.
       01  CL-RECORD.
           COPY CLRECORD.

       FD  BALANCING-REPORT
           RECORDING MODE IS F.
       01  BAL-RECORD                   PIC X(132).
       01  WS-GL-EXTRACT-STATUS        PIC X(02)  VALUE '00'.
       01  WS-BILL-HISTORY-STATUS      PIC X(02)  VALUE '00'.
       01  WS-RUN-CONTROL-STATUS       PIC X(02)  VALUE '00'.
       01  WS-GL-ACCRUAL-STATUS        PIC X(02)  VALUE '00'.
       01  WS-BALANCING-REPORT-STATUS  PIC X(02)  VALUE '00'.
       01  WS-BILLING-CALENDAR-STATUS  PIC X(02)  VALUE '00'.
       01  WS-GL-EOF-SW                PIC X(01)  VALUE 'N'.
           88  WS-EOF-GL-EXTRACT                  VALUE 'Y'.
       01  WS-BH-EOF-SW                PIC X(01)  VALUE 'N'.
           88  WS-EOF-BILL-HISTORY                VALUE 'Y'.
       01  WS-RC-EOF-SW                PIC X(01)  VALUE 'N'.
           88  WS-EOF-RUN-CONTROL                 VALUE 'Y'.
       01  WS-GA-EOF-SW                PIC X(01)  VALUE 'N'.
           88  WS-EOF-GL-ACCRUAL                  VALUE 'Y'.
       01  WS-GA-AVAILABLE-SW          PIC X(01)  VALUE 'N'.
           88  WS-GA-AVAILABLE                    VALUE 'Y'.
       01  WS-CAL-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-EOF-BILLING-CALENDAR            VALUE 'Y'.
       01  WS-CAL-AVAILABLE-SW         PIC X(01)  VALUE 'N'.
           88  WS-CAL-AVAILABLE                   VALUE 'Y'.

      *****************************************************************
      * BILL HISTORY TABLE - EVERY ROW, KEYED ACCOUNT PLUS BILLING
               10  WS-PT-ADJ-AMOUNT     PIC S9(9)V99.
               10  WS-PT-ERROR-COUNT    PIC 9(5).

      *****************************************************************
      * UNBILLED REVENUE ACCRUAL MEMO TOTALS - THE ACCRUAL AND THE
      * REVERSAL MUST CARRY THE SAME COUNT AND AMOUNT. THE CLASS AND
      * CYCLE DETAIL IS ON THE UTIL3200 ACCRUAL REPORT.
      *****************************************************************
       01  WS-GA-READ-COUNT             PIC 9(5)   VALUE 0.
       01  WS-GA-ACCRUAL-PERIOD         PIC 9(6)   VALUE 0.
       01  WS-GA-ACCRUAL-COUNT          PIC 9(5)   VALUE 0.
       01  WS-GA-ACCRUAL-AMOUNT         PIC 9(9)V99 VALUE 0.
       01  WS-GA-REVERSAL-PERIOD        PIC 9(6)   VALUE 0.
       01  WS-GA-REVERSAL-COUNT         PIC 9(5)   VALUE 0.
       01  WS-GA-REVERSAL-AMOUNT        PIC 9(9)V99 VALUE 0.
       01  WS-GA-OTHER-COUNT            PIC 9(5)   VALUE 0.

      *****************************************************************
      * BILLING CALENDAR TABLE - EVERY BILLCAL ROW AS KEYED AND
      * STAMPED, LOOKED AT A ROW AT A TIME THROUGH THE WORK RECORD
      * SO THE COMPLETION FIELDS ARE ONLY TOUCHED ON A ROW STAMPED
      * COMPLETE. THE CYCLE COUNTS ARE FOR THE PERIOD BEING PRINTED;
      * THE NOT-BILLED TOTAL IS FOR THE WHOLE RUN.
      *****************************************************************
       01  WS-CAL-TABLE-MAX             PIC 9(4)   VALUE 600.
       01  WS-CAL-TABLE-COUNT           PIC 9(4)   VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 600 TIMES
               INDEXED BY WS-CAL-IDX.
               10  WS-CAL-IMAGE         PIC X(63).
       01  WS-CAL-WORK.
           COPY CLRECORD REPLACING LEADING ==CL== BY ==CW==.
       01  WS-CC-PERIOD                 PIC 9(6)   VALUE 0.
       01  WS-CC-SCHEDULED              PIC 9(3)   VALUE 0.
       01  WS-CC-BILLED                 PIC 9(3)   VALUE 0.
       01  WS-CC-OFF-SCHEDULE           PIC 9(3)   VALUE 0.
       01  WS-CC-NOT-BILLED             PIC 9(3)   VALUE 0.
       01  WS-CC-NOT-BILLED-TOTAL       PIC 9(5)   VALUE 0.

      *****************************************************************
      * CROSS-FOOT AND MATCHING WORK AREAS
      *****************************************************************
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-PV-TEXT               PIC X(60).

       01  WS-COMPLETE-HEAD-LINE.
           05  FILLER                   PIC X(60)  VALUE
               'CYCLE COMPLETENESS - BILLING CALENDAR'.

       01  WS-COMPLETE-COLUMN-LINE.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FILLER                   PIC X(10)  VALUE 'PERIOD'.
           05  FILLER                   PIC X(05)  VALUE 'CYC'.
           05  FILLER                   PIC X(11)  VALUE 'READ DATE'.
           05  FILLER                   PIC X(11)  VALUE 'BILL DATE'.
           05  FILLER                   PIC X(21)  VALUE 'STATUS'.
           05  FILLER                   PIC X(10)  VALUE 'DONE ON'.
           05  FILLER                   PIC X(08)  VALUE 'BILLED'.
           05  FILLER                   PIC X(16)  VALUE
               '        AMOUNT'.
           05  FILLER                   PIC X(20)  VALUE 'NOTE'.

       01  WS-COMPLETE-DETAIL-LINE.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-CD-PERIOD             PIC 9(6).
           05  FILLER                   PIC X(04)  VALUE SPACES.
           05  WS-CD-CYCLE              PIC 9(1).
           05  FILLER                   PIC X(04)  VALUE SPACES.
           05  WS-CD-READ-DATE          PIC 9(8).
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  WS-CD-BILL-DATE          PIC 9(8).
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  WS-CD-STATUS             PIC X(20).
           05  FILLER                   PIC X(01)  VALUE SPACES.
           05  WS-CD-COMPLETED-DATE     PIC X(08).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-CD-BILLED             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-CD-AMOUNT             PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-CD-NOTE               PIC X(20).

       01  WS-COMPLETE-TOTAL-LINE.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FILLER                   PIC X(07)  VALUE 'PERIOD '.
           05  WS-CT-PERIOD             PIC 9(6).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-CT-SCHEDULED          PIC ZZ9.
           05  FILLER                   PIC X(12)  VALUE
               ' SCHEDULED'.
           05  WS-CT-BILLED             PIC ZZ9.
           05  FILLER                   PIC X(09)  VALUE ' BILLED'.
           05  WS-CT-OFF-SCHEDULE       PIC ZZ9.
           05  FILLER                   PIC X(15)  VALUE
               ' OFF-SCHEDULE'.
           05  WS-CT-NOT-BILLED         PIC ZZ9.
           05  FILLER                   PIC X(11)  VALUE
               ' NOT BILLED'.

       01  WS-ACCRUAL-HEAD-LINE.
           05  FILLER                   PIC X(60)  VALUE
               'UNBILLED REVENUE ACCRUAL - MEMO, NOT IN BALANCE ABOVE'.

       01  WS-ACCRUAL-DETAIL-LINE.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-AD-SOURCE             PIC X(14).
           05  WS-AD-COUNT              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-AD-AMOUNT             PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FILLER                   PIC X(07)  VALUE 'PERIOD '.
           05  WS-AD-PERIOD             PIC 9(6).

      *****************************************************************
      * IT'S GO TIME!
      *****************************************************************
       PROCEDURE DIVISION.

      *****************************************************************
      * MAINLINE - PRINT THE CYCLE COMPLETENESS OF THE PERIODS THE
      * GL EXTRACT COVERS, LOAD THE BILL HISTORY, WALK THE GL
      * EXTRACT CROSS-FOOTING AND MATCHING, FOLD IN THE RUN CONTROL
      * RECORDS, LIST THE ORPHANED HISTORY ROWS, FOOT THE UNBILLED
      * ACCRUAL EXTRACT, AND PRINT THE PER-PERIOD VERDICTS AND THE
      * ACCRUAL MEMO.
      *****************************************************************
       000-MAIN.
           DISPLAY '*************************************'.
           OPEN OUTPUT BALANCING-REPORT.
           PERFORM 900-PRINT-HEADERS.

           PERFORM 110-SCAN-GL-PERIODS.
           PERFORM 120-LOAD-BILLING-CALENDAR.
           PERFORM 940-PRINT-CYCLE-COMPLETENESS.

           PERFORM 150-LOAD-BILL-HISTORY.
           PERFORM 200-PROCESS-GL-EXTRACT.
           PERFORM 250-ACCUMULATE-BH-PERIODS.
           PERFORM 300-PROCESS-RUN-CONTROL.
           PERFORM 400-LIST-ORPHAN-HISTORY.
           PERFORM 600-PROCESS-ACCRUAL-EXTRACT.
           PERFORM 950-PRINT-PERIOD-SUMMARIES.
           PERFORM 960-PRINT-ACCRUAL-MEMO.

           CLOSE BALANCING-REPORT.

           STOP RUN.

      *****************************************************************
      * PASS THE GL EXTRACT ONCE AHEAD OF THE BALANCING JUST TO SET
      * UP THE PERIODS IT COVERS, SO THE CYCLE COMPLETENESS CAN BE
      * PRINTED FIRST. NOTHING IS COUNTED OR FOOTED HERE - THE
      * BALANCING WALK BELOW READS THE EXTRACT AGAIN FROM THE TOP.
      * A MISSING EXTRACT IS REPORTED BY THAT WALK.
      *****************************************************************
       110-SCAN-GL-PERIODS.
           OPEN INPUT GL-EXTRACT.

           IF WS-GL-EXTRACT-STATUS = '00'
               PERFORM 115-SCAN-ONE-GL-REC
                   UNTIL WS-EOF-GL-EXTRACT
               CLOSE GL-EXTRACT
           END-IF.

           MOVE 'N' TO WS-GL-EOF-SW.

      *****************************************************************
      * SET UP THE PERIOD ROW FOR ONE GL RECORD DURING THE PASS
      * ABOVE.
      *****************************************************************
       115-SCAN-ONE-GL-REC.
           READ GL-EXTRACT
               AT END
                   MOVE 'Y' TO WS-GL-EOF-SW
               NOT AT END
                   MOVE GL-BILLING-PERIOD TO WS-PERIOD-SEARCH-KEY
                   PERFORM 500-FIND-PERIOD-ENTRY
           END-READ.

      *****************************************************************
      * LOAD THE BILLING CALENDAR. A MISSING FILE MEANS NO SCHEDULE
      * TO PROVE COMPLETENESS AGAINST; A TABLE THAT FILLS LEAVES
      * THE LATER ROWS UNCHECKED AND SAYS SO.
      *****************************************************************
       120-LOAD-BILLING-CALENDAR.
           OPEN INPUT BILLING-CALENDAR.

           IF WS-BILLING-CALENDAR-STATUS = '00'
               MOVE 'Y' TO WS-CAL-AVAILABLE-SW
               PERFORM 125-READ-CALENDAR-REC
                   UNTIL WS-EOF-BILLING-CALENDAR
                   OR WS-CAL-TABLE-COUNT >= WS-CAL-TABLE-MAX
               IF NOT WS-EOF-BILLING-CALENDAR
                   DISPLAY 'WARNING: BILLING CALENDAR TABLE FULL AT '
                       WS-CAL-TABLE-MAX ' ROWS - LATER ROWS NOT '
                       'CHECKED FOR COMPLETENESS'
               END-IF
               CLOSE BILLING-CALENDAR
           ELSE
               DISPLAY 'NO BILLCAL FILE - CYCLE COMPLETENESS NOT '
                   'CHECKED'
           END-IF.

      *****************************************************************
      * READ ONE BILLING CALENDAR ROW INTO THE TABLE.
      *****************************************************************
       125-READ-CALENDAR-REC.
           READ BILLING-CALENDAR
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CAL-TABLE-COUNT
                   SET WS-CAL-IDX TO WS-CAL-TABLE-COUNT
                   MOVE CL-RECORD TO WS-CAL-IMAGE (WS-CAL-IDX)
           END-READ.

      *****************************************************************
      * LOAD EVERY BILL HISTORY ROW INTO THE MATCHING TABLE AND
      * ROLL ITS COUNT AND AMOUNT INTO ITS PERIOD.
               MOVE WS-PERIOD-IDX TO WS-PERIOD-FOUND-IDX
           END-IF.

      *****************************************************************
      * WALK THE UNBILLED REVENUE ACCRUAL EXTRACT - CROSS-FOOT EVERY
      * RECORD AND TOTAL THE ACCRUAL AND THE REVERSAL FOR THE MEMO.
      * A MISSING FILE (STATUS 35) MEANS NO ACCRUAL HAS BEEN RUN.
      *****************************************************************
       600-PROCESS-ACCRUAL-EXTRACT.
           MOVE 'N' TO WS-GA-AVAILABLE-SW.
           OPEN INPUT GL-ACCRUAL.

           IF WS-GL-ACCRUAL-STATUS = '00'
               MOVE 'Y' TO WS-GA-AVAILABLE-SW
               PERFORM 610-READ-GA-REC
               PERFORM 620-FOOT-ONE-GA-REC
                   UNTIL WS-EOF-GL-ACCRUAL
               CLOSE GL-ACCRUAL
           ELSE
               DISPLAY 'NO GLACCR FILE - NO UNBILLED ACCRUAL TO '
                   'REFERENCE'
           END-IF.

      *****************************************************************
      * READ THE NEXT ACCRUAL EXTRACT RECORD.
      *****************************************************************
       610-READ-GA-REC.
           READ GL-ACCRUAL
               AT END
                   MOVE 'Y' TO WS-GA-EOF-SW
               NOT AT END
                   ADD 1 TO WS-GA-READ-COUNT
           END-READ.

      *****************************************************************
      * FOOT ONE ACCRUAL RECORD THE SAME WAY A GL RECORD IS FOOTED
      * AND ADD IT TO THE ACCRUAL OR THE REVERSAL TOTAL. AN
      * EXCEPTION HERE IS LISTED BUT COUNTS AGAINST NO BILLING
      * PERIOD'S VERDICT.
      *****************************************************************
       620-FOOT-ONE-GA-REC.
           EVALUATE TRUE
               WHEN GA-UNBILLED-ACCRUAL
                   MOVE GA-BILLING-PERIOD TO WS-GA-ACCRUAL-PERIOD
                   ADD 1 TO WS-GA-ACCRUAL-COUNT
                   ADD GA-TOTAL-BILL TO WS-GA-ACCRUAL-AMOUNT
               WHEN GA-ACCRUAL-REVERSAL
                   MOVE GA-BILLING-PERIOD TO WS-GA-REVERSAL-PERIOD
                   ADD 1 TO WS-GA-REVERSAL-COUNT
                   ADD GA-TOTAL-BILL TO WS-GA-REVERSAL-AMOUNT
               WHEN OTHER
                   ADD 1 TO WS-GA-OTHER-COUNT
           END-EVALUATE.

           COMPUTE WS-COMPONENT-SUM =
               GA-TIER1-REVENUE + GA-TIER2-REVENUE
               + GA-TIER3-REVENUE + GA-DEMAND-REVENUE
               + GA-SERVICE-FEE
               + GA-PAST-DUE-REVENUE + GA-LATE-FEE-REVENUE
               + GA-RECONNECT-REVENUE
               + GA-TAX-REVENUE + GA-FRANCHISE-REVENUE.
           COMPUTE WS-FOOTED-TOTAL =
               WS-COMPONENT-SUM + GA-BUDGET-ADJ.

           IF WS-COMPONENT-SUM NOT = GA-ACTUAL-BILL
               OR WS-FOOTED-TOTAL NOT = GA-TOTAL-BILL
               COMPUTE WS-DIFFERENCE =
                   WS-FOOTED-TOTAL - GA-TOTAL-BILL
               MOVE GA-ACCOUNT-NUMBER TO WS-EX-ACCOUNT
               MOVE GA-BILLING-PERIOD TO WS-EX-PERIOD
               MOVE 'ACCRUAL RECORD DOES NOT CROSS-FOOT   '
                   TO WS-EX-MESSAGE
               MOVE WS-FOOTED-TOTAL TO WS-EX-AMOUNT-1
               MOVE GA-TOTAL-BILL   TO WS-EX-AMOUNT-2
               MOVE 0 TO WS-PERIOD-SEARCH-KEY
               PERFORM 820-WRITE-EXCEPTION-LINE
           END-IF.

           PERFORM 610-READ-GA-REC.

      *****************************************************************
      * WRITE ONE EXCEPTION LINE FOR THE GL RECORD IN HAND.
      *****************************************************************

           MOVE 2 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT THE CYCLE COMPLETENESS SECTION - EVERY CALENDAR ROW
      * FOR EACH PERIOD THE GL EXTRACT COVERS, OR FOR THE RUN MONTH
      * WHEN THE EXTRACT IS EMPTY OR MISSING (NOTHING BILLED AT ALL
      * IS THE MOST INCOMPLETE MONTH THERE IS).
      *****************************************************************
       940-PRINT-CYCLE-COMPLETENESS.
           WRITE BAL-RECORD FROM WS-COMPLETE-HEAD-LINE.
           ADD 1 TO WS-LINE-COUNT.

           IF NOT WS-CAL-AVAILABLE
               MOVE 'NO BILLCAL FILE - CYCLE COMPLETENESS NOT CHECKED'
                   TO WS-PV-TEXT
               WRITE BAL-RECORD FROM WS-PERIOD-VERDICT-LINE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               WRITE BAL-RECORD FROM WS-COMPLETE-COLUMN-LINE
               ADD 1 TO WS-LINE-COUNT
               IF WS-PERIOD-TABLE-COUNT = 0
                   COMPUTE WS-CC-PERIOD =
                       WS-RUN-YYYY * 100 + WS-RUN-MM
                   PERFORM 942-PRINT-PERIOD-CYCLES
               ELSE
                   PERFORM 941-PRINT-ONE-PERIOD-CYCLES
                       VARYING WS-PERIOD-IDX FROM 1 BY 1
                       UNTIL WS-PERIOD-IDX > WS-PERIOD-TABLE-COUNT
               END-IF
           END-IF.

           WRITE BAL-RECORD FROM SPACES.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT ONE GL PERIOD'S CYCLES DURING THE LOOP ABOVE.
      *****************************************************************
       941-PRINT-ONE-PERIOD-CYCLES.
           MOVE WS-PT-PERIOD (WS-PERIOD-IDX) TO WS-CC-PERIOD.
           PERFORM 942-PRINT-PERIOD-CYCLES.

      *****************************************************************
      * PRINT EVERY CALENDAR ROW FOR ONE PERIOD, THEN THE PERIOD'S
      * COUNTS AND ITS VERDICT - COMPLETE ONLY WHEN NO SCHEDULED
      * CYCLE IS STILL UNBILLED.
      *****************************************************************
       942-PRINT-PERIOD-CYCLES.
           MOVE 0 TO WS-CC-SCHEDULED.
           MOVE 0 TO WS-CC-BILLED.
           MOVE 0 TO WS-CC-OFF-SCHEDULE.
           MOVE 0 TO WS-CC-NOT-BILLED.

           PERFORM 944-PRINT-ONE-CYCLE
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-TABLE-COUNT.

           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 1
               PERFORM 900-PRINT-HEADERS
           END-IF.

           MOVE WS-CC-PERIOD       TO WS-CT-PERIOD.
           MOVE WS-CC-SCHEDULED    TO WS-CT-SCHEDULED.
           MOVE WS-CC-BILLED       TO WS-CT-BILLED.
           MOVE WS-CC-OFF-SCHEDULE TO WS-CT-OFF-SCHEDULE.
           MOVE WS-CC-NOT-BILLED   TO WS-CT-NOT-BILLED.
           WRITE BAL-RECORD FROM WS-COMPLETE-TOTAL-LINE.

           EVALUATE TRUE
               WHEN WS-CC-SCHEDULED = 0
                   MOVE 'NO CYCLES ON THE BILLING CALENDAR FOR PERIOD'
                       TO WS-PV-TEXT
               WHEN WS-CC-NOT-BILLED > 0
                   MOVE '*** NOT COMPLETE - CYCLES STILL TO BILL ***'
                       TO WS-PV-TEXT
               WHEN OTHER
                   MOVE '*** ALL SCHEDULED CYCLES BILLED ***'
                       TO WS-PV-TEXT
           END-EVALUATE.
           WRITE BAL-RECORD FROM WS-PERIOD-VERDICT-LINE.
           ADD 2 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT ONE CALENDAR ROW DURING THE LOOP ABOVE WHEN IT BELONGS
      * TO THE PERIOD. BILLED OFF-SCHEDULE MEANS THE STAMP SHOWS THE
      * RUN NEEDED THE OVERRIDE, FINISHED ON A DAY OTHER THAN THE
      * BILL DATE, OR BILLED A CYCLE THE CALENDAR NEVER SCHEDULED.
      *****************************************************************
       944-PRINT-ONE-CYCLE.
           MOVE WS-CAL-IMAGE (WS-CAL-IDX) TO WS-CAL-WORK.

           IF CW-BILLING-PERIOD = WS-CC-PERIOD
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 900-PRINT-HEADERS
               END-IF
               IF NOT CW-NOT-SCHEDULED
                   ADD 1 TO WS-CC-SCHEDULED
               END-IF
               MOVE CW-BILLING-PERIOD TO WS-CD-PERIOD
               MOVE CW-CYCLE          TO WS-CD-CYCLE
               MOVE CW-READ-DATE      TO WS-CD-READ-DATE
               MOVE CW-BILL-DATE      TO WS-CD-BILL-DATE
               MOVE SPACES            TO WS-CD-NOTE
               IF CW-CYCLE-COMPLETE
                   MOVE CW-COMPLETED-DATE TO WS-CD-COMPLETED-DATE
                   MOVE CW-CUST-BILLED    TO WS-CD-BILLED
                   MOVE CW-TOTAL-BILLED   TO WS-CD-AMOUNT
                   EVALUATE TRUE
                       WHEN CW-NOT-SCHEDULED
                           MOVE 'NOT ON CALENDAR' TO WS-CD-NOTE
                       WHEN CW-RUN-OVERRIDDEN
                           MOVE 'RUN UNDER OVERRIDE' TO WS-CD-NOTE
                       WHEN CW-COMPLETED-DATE > CW-BILL-DATE
                           MOVE 'COMPLETED LATE' TO WS-CD-NOTE
                       WHEN CW-COMPLETED-DATE < CW-BILL-DATE
                           MOVE 'COMPLETED EARLY' TO WS-CD-NOTE
                   END-EVALUATE
                   IF WS-CD-NOTE = SPACES
                       MOVE 'BILLED' TO WS-CD-STATUS
                       ADD 1 TO WS-CC-BILLED
                   ELSE
                       MOVE 'BILLED OFF-SCHEDULE' TO WS-CD-STATUS
                       ADD 1 TO WS-CC-OFF-SCHEDULE
                   END-IF
               ELSE
                   MOVE SPACES       TO WS-CD-COMPLETED-DATE
                   MOVE 0            TO WS-CD-BILLED
                   MOVE 0            TO WS-CD-AMOUNT
                   MOVE 'NOT BILLED' TO WS-CD-STATUS
                   ADD 1 TO WS-CC-NOT-BILLED
                   ADD 1 TO WS-CC-NOT-BILLED-TOTAL
               END-IF
               WRITE BAL-RECORD FROM WS-COMPLETE-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

      *****************************************************************
      * PRINT THE PER-PERIOD SUMMARIES - GL, BILL HISTORY, AND RUN
      * CONTROL COUNTS AND AMOUNTS SIDE BY SIDE, AND THE VERDICT.
           DISPLAY '  BILLHIST ROWS READ   : ' WS-BH-READ-COUNT.
           DISPLAY '  RUNCTL RECORDS READ  : ' WS-RC-READ-COUNT.
           DISPLAY '  EXCEPTIONS LISTED    : ' WS-EXCEPTION-COUNT.
           DISPLAY '  GLACCR RECORDS READ  : ' WS-GA-READ-COUNT.
           DISPLAY '  CYCLES NOT BILLED    : ' WS-CC-NOT-BILLED-TOTAL.

      *****************************************************************
      * PRINT ONE PERIOD'S THREE-WAY SUMMARY AND ITS VERDICT. THE
           END-IF.
           WRITE BAL-RECORD FROM WS-PERIOD-VERDICT-LINE.
           ADD 6 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT THE UNBILLED REVENUE ACCRUAL MEMO - THE MONTH'S
      * ACCRUAL AND ITS REVERSAL FROM GLACCR, WHICH MUST AGREE. THE
      * ACCRUAL IS ESTIMATED, NOT BILLED, SO IT STANDS BESIDE THE
      * PERIOD VERDICTS RATHER THAN IN THEM; THE CLASS AND CYCLE
      * BREAKDOWN IS ON THE UTIL3200 ACCRUAL REPORT.
      *****************************************************************
       960-PRINT-ACCRUAL-MEMO.
           IF WS-LINE-COUNT >= 44
               PERFORM 900-PRINT-HEADERS
           END-IF.

           WRITE BAL-RECORD FROM SPACES.
           WRITE BAL-RECORD FROM WS-ACCRUAL-HEAD-LINE.
           ADD 2 TO WS-LINE-COUNT.

           IF NOT WS-GA-AVAILABLE
               MOVE 'NO GLACCR FILE - NO ACCRUAL RUN THIS MONTH'
                   TO WS-PV-TEXT
               WRITE BAL-RECORD FROM WS-PERIOD-VERDICT-LINE
               ADD 1 TO WS-LINE-COUNT
           ELSE
               MOVE 'ACCRUAL (U)   '       TO WS-AD-SOURCE
               MOVE WS-GA-ACCRUAL-COUNT    TO WS-AD-COUNT
               MOVE WS-GA-ACCRUAL-AMOUNT   TO WS-AD-AMOUNT
               MOVE WS-GA-ACCRUAL-PERIOD   TO WS-AD-PERIOD
               WRITE BAL-RECORD FROM WS-ACCRUAL-DETAIL-LINE
               MOVE 'REVERSAL (V)  '       TO WS-AD-SOURCE
               MOVE WS-GA-REVERSAL-COUNT   TO WS-AD-COUNT
               MOVE WS-GA-REVERSAL-AMOUNT  TO WS-AD-AMOUNT
               MOVE WS-GA-REVERSAL-PERIOD  TO WS-AD-PERIOD
               WRITE BAL-RECORD FROM WS-ACCRUAL-DETAIL-LINE
               IF WS-GA-ACCRUAL-COUNT = WS-GA-REVERSAL-COUNT
                   AND WS-GA-ACCRUAL-AMOUNT = WS-GA-REVERSAL-AMOUNT
                   AND WS-GA-OTHER-COUNT = 0
                   MOVE 'ACCRUAL AND REVERSAL AGREE - SEE UTIL3200'
                       TO WS-PV-TEXT
               ELSE
                   MOVE '*** ACCRUAL AND REVERSAL DO NOT AGREE ***'
                       TO WS-PV-TEXT
               END-IF
               WRITE BAL-RECORD FROM WS-PERIOD-VERDICT-LINE
               ADD 3 TO WS-LINE-COUNT
           END-IF.
