      *                  night's run can no longer truncate close
      *                  and reconnect-clear transactions the
      *                  maintenance run has not consumed.
      *  10-15-2026  JS  PAYHIST items now carry an item type in
      *                  the key (blank for the billed amount,
      *                  F/R for returned-payment charges) - the
      *                  open-item walk starts at the blank type
      *                  and the bill's own item is written as
      *                  type blank. The cash-only flag rides
      *                  through the change image, and a
      *                  suspense row on hold for review is not
      *                  drawn as a statement credit before its
      *                  hold date.
      *  10-15-2026  JS  A security deposit due on the master
      *                  bills on the statement as its own line
      *                  and its own type D open item (kept out
      *                  of the total bill, GL, and run control)
      *                  and is recorded on the new DEPOSIT
      *                  file; the change image clears the due
      *                  amount. A final bill applies the
      *                  deposit paid plus interest against the
      *                  amount due and sends any remainder to
      *                  the refund report. Deposit items are
      *                  not arrears.
      *  10-15-2026  JS  Autopay customers' statements now say
      *                  the amount will be drafted on the due
      *                  date in place of the remittance stub;
      *                  the autopay enrollment fields ride
      *                  through the change images unchanged.
      *  10-15-2026  JS  Every bill now posts its charges, late
      *                  and reconnect fees, deposit, suspense
      *                  credit and final-bill deposit and
      *                  credits to the new LEDGER file with a
      *                  running balance; the refund sweep posts
      *                  each refund.
      *  10-15-2026  JS  Billing calendar enforcement - the run
      *                  loads the new BILLCAL calendar and
      *                  refuses a cycle that is not scheduled
      *                  to bill on the run date or is already
      *                  marked complete, unless the new RUNPARM
      *                  override column is set (a restart is
      *                  not held to the date). At end of job
      *                  the cycle's calendar row is stamped
      *                  complete with the period's RUNCTL
      *                  counts for the cycle and BILLCAL is
      *                  rewritten.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-WORK-STATUS.

           SELECT BILLING-CALENDAR ASSIGN TO 'BILLCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-CALENDAR-STATUS.

           SELECT TAX-RATE-FILE    ASSIGN TO 'TAXRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-RATE-STATUS.
               RECORD KEY IS BA-ARCHIVE-KEY
               FILE STATUS IS WS-BILL-ARCHIVE-STATUS.

           SELECT DEPOSIT-FILE     ASSIGN TO 'DEPOSIT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-ACCOUNT-NUMBER
               FILE STATUS IS WS-DEPOSIT-FILE-STATUS.

           SELECT LEDGER-FILE      ASSIGN TO 'LEDGER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LG-LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *****************************************************************
      * RUN PARAMETERS - A SINGLE CONTROL RECORD READ AT STARTUP
      * THAT SELECTS DETAIL OR SUMMARY MODE FOR THIS RUN. A MISSING
      * FILE DEFAULTS TO DETAIL, TODAY'S BEHAVIOR. A Y IN THE
      * OVERRIDE COLUMN LETS THE RUN GO AHEAD WHEN THE BILLING
      * CALENDAR DOES NOT SCHEDULE THE CYCLE FOR TODAY OR ALREADY
      * HAS IT COMPLETE.
      *****************************************************************
       FD  RUN-PARAMETERS
           RECORDING MODE IS F.
       01  RP-RECORD.
           05  RP-MODE                  PIC X(01).
           05  RP-CYCLE                 PIC X(01).
           05  RP-OVERRIDE              PIC X(01).

      *****************************************************************
      * CUSTOMER STATEMENTS - THE MAIL HOUSE PRINT FILE. ONE
       01  RW-RECORD.
           COPY RCRECORD REPLACING LEADING ==RC== BY ==RW==.

      *****************************************************************
      * BILLING CALENDAR - THE SCHEDULED READ AND BILL DATE FOR
      * EVERY PERIOD AND CYCLE. LOADED TO A TABLE AT STARTUP TO HOLD
      * THE RUN TO ITS SCHEDULE, AND REWRITTEN FROM THE TABLE AT
      * END OF JOB WITH THIS CYCLE'S ROW STAMPED COMPLETE.
      *****************************************************************
       FD  BILLING-CALENDAR
           RECORDING MODE IS F.
       01  CL-RECORD.
           COPY CLRECORD.

      *****************************************************************
      * TAX RATE TABLE - ONE ROW PER JURISDICTION CODE / EFFECTIVE
      * DATE, CARRYING THE STATE UTILITY TAX RATE AND THE MUNICIPAL
       01  BA-RECORD.
           COPY BARECORD.

      *****************************************************************
      * CUSTOMER SECURITY DEPOSITS - ONE ROW PER ACCOUNT. A DEPOSIT
      * DUE ON THE MASTER IS BILLED AND RECORDED HERE, AND A FINAL
      * BILL TAKES THE DEPOSIT HELD PLUS ITS INTEREST AS A CREDIT.
      *****************************************************************
       FD  DEPOSIT-FILE.
       01  DP-RECORD.
           COPY DPRECORD.

      *****************************************************************
      * CUSTOMER TRANSACTION LEDGER - EVERY CHARGE AND CREDIT THE
      * BILL PUTS ON THE ACCOUNT, AND EVERY REFUND THE SWEEP TAKES
      * OFF SUSPENSE, IS ADDED HERE WITH THE RUNNING BALANCE.
      *****************************************************************
       FD  LEDGER-FILE.
       01  LG-RECORD.
           COPY LGRECORD.

       WORKING-STORAGE SECTION.

      *****************************************************************
       01  WS-BUDGET-DEFERRAL-STATUS   PIC X(02)  VALUE '00'.
       01  WS-RUN-CONTROL-STATUS       PIC X(02)  VALUE '00'.
       01  WS-RUN-CONTROL-WORK-STATUS  PIC X(02)  VALUE '00'.
       01  WS-BILLING-CALENDAR-STATUS  PIC X(02)  VALUE '00'.
       01  WS-TAX-RATE-STATUS          PIC X(02)  VALUE '00'.
       01  WS-SUSPENSE-FILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-REFUND-REPORT-STATUS     PIC X(02)  VALUE '00'.
       01  WS-MAINT-TRANS-STATUS       PIC X(02)  VALUE '00'.
       01  WS-BILL-ARCHIVE-STATUS      PIC X(02)  VALUE '00'.
       01  WS-DEPOSIT-FILE-STATUS      PIC X(02)  VALUE '00'.
       01  WS-SUSP-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-EOF-SUSPENSE-FILE               VALUE 'Y'.
       01  WS-CAL-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF-BILLING-CALENDAR            VALUE 'Y'.
       01  WS-RC-EOF-SW                 PIC X(01) VALUE 'N'.
           88  WS-EOF-RUN-CONTROL                 VALUE 'Y'.
       01  WS-TAX-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-EOF-TAX-RATE                    VALUE 'Y'.
       01  WS-BUDG-EOF-SW               PIC X(01) VALUE 'N'.
       01  WS-AR-ITEM-SW                PIC X(01)  VALUE 'N'.
           88  WS-AR-ITEM-IN-HAND                  VALUE 'Y'.
       01  WS-NEW-RECEIVABLE            PIC S9(7)V99 VALUE 0.

      *****************************************************************
      * LEDGER FIGURES FOR THE CUSTOMER BEING BILLED - WHAT THE
      * OPEN-ITEM POSTING ACTUALLY ADDED TO PAYHIST, WHAT A FINAL
      * BILL CLEARED OFF IT, AND WHAT THE BILL PARKED ON SUSPENSE
      * AS CREDIT DUE THE CUSTOMER - SO THE LEDGER ENTRIES MOVE THE
      * BALANCE BY EXACTLY WHAT PAYHIST AND SUSPFILE MOVED.
      *****************************************************************
       01  WS-LG-ITEM-POSTED            PIC S9(7)V99 VALUE 0.
       01  WS-LG-ITEMS-CLEARED          PIC S9(7)V99 VALUE 0.
       01  WS-LG-SETTLE-CREDIT          PIC S9(7)V99 VALUE 0.
       01  WS-LG-DEPOSIT-REFUND         PIC S9(7)V99 VALUE 0.
       01  WS-LG-CHARGES                PIC S9(7)V99 VALUE 0.
       01  WS-LATE-FEE-FLAT-AMT         PIC 9(2)V99 VALUE 25.00.
       01  WS-LATE-FEE-CHARGED          PIC 9(2)V99 VALUE 0.

               10  WS-SU-METHOD         PIC X(01).
               10  WS-SU-REASON         PIC X(35).
               10  WS-SU-RESOLVED-SW    PIC X(01).
               10  WS-SU-HOLD-UNTIL     PIC 9(8).

       01  WS-SUSP-CREDIT-APPLIED       PIC 9(6)V99 VALUE 0.
       01  WS-CREDIT-CAPACITY           PIC S9(7)V99 VALUE 0.
       01  WS-CREDIT-APPLIED-COUNT      PIC 9(5)   VALUE 0.
       01  WS-CREDIT-APPLIED-TOTAL      PIC 9(8)V99 VALUE 0.

      *****************************************************************
      * SECURITY DEPOSIT WORK AREAS. A DEPOSIT BILLED IS NOT A
      * CHARGE FOR SERVICE - IT STAYS OUT OF THE TOTAL BILL (AND SO
      * OUT OF THE REGISTER, GL, AND RUN CONTROL) AND RIDES ON THE
      * STATEMENT AND ITS OWN TYPE D OPEN ITEM, ADDED ONLY TO THE
      * AMOUNT DUE. ON A FINAL BILL THE DEPOSIT PAID PLUS INTEREST
      * IS A CREDIT AGAINST THE AMOUNT DUE, LIKE SUSPENSE CASH, AND
      * WHAT THE BILL CANNOT ABSORB IS REFUNDED.
      *****************************************************************
       01  WS-DEPOSIT-FOUND-SW          PIC X(01)  VALUE 'N'.
           88  WS-DEPOSIT-FOUND                     VALUE 'Y'.
       01  WS-DEPOSIT-BILLED            PIC 9(5)V99 VALUE 0.
       01  WS-DEPOSIT-HELD              PIC 9(6)V99 VALUE 0.
       01  WS-DEPOSIT-CREDIT            PIC 9(6)V99 VALUE 0.
       01  WS-DEPOSIT-REFUND            PIC 9(6)V99 VALUE 0.
       01  WS-DEPOSIT-BILLED-COUNT      PIC 9(5)   VALUE 0.
       01  WS-DEPOSIT-BILLED-TOTAL      PIC 9(8)V99 VALUE 0.
       01  WS-DEPOSIT-APPLIED-COUNT     PIC 9(5)   VALUE 0.
       01  WS-DEPOSIT-APPLIED-TOTAL     PIC 9(8)V99 VALUE 0.

      *****************************************************************
      * REFUND CUTOFF - SUSPENSE OLDER THAN THIS DATE AT END OF RUN
      * IS REFUND-DUE. TWO CALENDAR MONTHS BACK FROM THE RUN DATE
           05  WS-RUNCTLWK-CYCLE-CHAR   PIC 9(01)  VALUE 0.
       01  WS-CUST-OFFCYCLE-COUNT       PIC 9(5)   VALUE 0.

      *****************************************************************
      * BILLING CALENDAR TABLE - EVERY BILLCAL ROW, KEPT AS KEYED SO
      * THE END-OF-JOB REWRITE GIVES THE BILLING OFFICE BACK ITS
      * FILE WITH ONLY THIS CYCLE'S ROW CHANGED. SIZED FOR FIVE
      * YEARS OF TEN CYCLES; THE RUN STOPS RATHER THAN REWRITE A
      * PARTIAL LOAD. THE OVERRIDE SWITCH IS THE RUNPARM FLAG; THE
      * OFF-SCHEDULE SWITCH SAYS THIS RUN ACTUALLY NEEDED IT, AND
      * RIDES ONTO THE COMPLETION STAMP.
      *****************************************************************
       01  WS-CAL-TABLE-MAX             PIC 9(4)   VALUE 600.
       01  WS-CAL-TABLE-COUNT           PIC 9(4)   VALUE 0.
       01  WS-CAL-FOUND-IDX             PIC 9(4)   VALUE 0.
       01  WS-CAL-SEARCH-KEY.
           05  WS-CAL-SEARCH-PERIOD     PIC 9(6)   VALUE 0.
           05  WS-CAL-SEARCH-CYCLE      PIC 9(1)   VALUE 0.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 600 TIMES
               INDEXED BY WS-CAL-IDX.
               10  WS-CAL-KEY           PIC X(07).
               10  WS-CAL-IMAGE         PIC X(63).
       01  WS-CAL-WORK.
           COPY CLRECORD REPLACING LEADING ==CL== BY ==CW==.
       01  WS-CAL-RC-CYCLE              PIC 9(1)   VALUE 0.
       01  WS-SCHEDULE-PROBLEM          PIC X(48)  VALUE SPACES.
       01  WS-SCHEDULE-OVERRIDE-SW      PIC X(01)  VALUE 'N'.
           88  WS-SCHEDULE-OVERRIDE                VALUE 'Y'.
       01  WS-OFF-SCHEDULE-SW           PIC X(01)  VALUE 'N'.
           88  WS-RUN-OFF-SCHEDULE                 VALUE 'Y'.

      *****************************************************************
      * ALREADY-BILLED GUARD - WITH NIGHTLY CYCLE RUNS, AN ACCOUNT
      * WHOSE BILL HISTORY ALREADY SHOWS A BILL IN THIS PERIOD
           05  WS-ST-STUB-SCAN          PIC X(22).
           05  FILLER                   PIC X(06)  VALUE SPACES.

      *****************************************************************
      * AUTOPAY CUSTOMERS GET THIS IN PLACE OF THE REMITTANCE STUB -
      * UTIL3400 DRAFTS THE AMOUNT FROM THEIR BANK ON THE DUE DATE.
      *****************************************************************
       01  WS-ST-DRAFT-LINE.
           05  FILLER                   PIC X(39)  VALUE
               'DO NOT PAY - AMOUNT WILL BE DRAFTED ON '.
           05  WS-ST-DRAFT-DATE         PIC X(10).
           05  FILLER                   PIC X(31)  VALUE SPACES.

      *****************************************************************
      * CURRENT "INPUT" FIELDS (LOADED PER CUSTOMER)
      *****************************************************************
           88  WS-RECONNECT-FEE-DUE           VALUE 'Y'.
       01  WS-BILL-CYCLE            PIC 9(01)   VALUE 0.
       01  WS-LAST-ROLL-PERIOD      PIC 9(06)   VALUE 0.
       01  WS-CASH-ONLY-FLAG        PIC X(01)   VALUE SPACE.
       01  WS-DEPOSIT-DUE-AMT       PIC 9(4)V99 VALUE 0.
       01  WS-AUTOPAY-FLAG          PIC X(01)   VALUE SPACE.
           88  WS-ON-AUTOPAY                  VALUE 'Y'.
       01  WS-BANK-ROUTING          PIC X(09)   VALUE SPACES.
       01  WS-BANK-ACCOUNT          PIC X(17)   VALUE SPACES.
       01  WS-BANK-ACCT-TYPE        PIC X(01)   VALUE SPACE.
       01  WS-LAST-DRAFT-RETURN     PIC 9(08)   VALUE 0.

      *****************************************************************
      * WORK AREAS
       01  WS-MONEY-ED              PIC $$,$$$,$$9.99.
       01  WS-MONEY-ED2             PIC $$,$$$,$$9.99.

      *****************************************************************
      * LEDGER POSTING AREA - THE CALLER FILLS IN THE ACCOUNT, ENTRY
      * TYPE, PERIOD, SIGNED AMOUNT (CHARGE POSITIVE, CREDIT
      * NEGATIVE), AND DESCRIPTION, MOVES 'M' TO THE MEMO SWITCH
      * FOR AN ENTRY THAT LEAVES THE BALANCE ALONE, AND PERFORMS
      * 780-POST-LEDGER-ENTRY.
      *****************************************************************
       01  WS-LEDGER-STATUS            PIC X(02)  VALUE '00'.
       01  WS-LEDGER-POST.
           05  WS-LG-ACCOUNT           PIC 9(7)   VALUE 0.
           05  WS-LG-TYPE              PIC X(02)  VALUE SPACES.
           05  WS-LG-PERIOD            PIC 9(6)   VALUE 0.
           05  WS-LG-AMOUNT            PIC S9(7)V99 VALUE 0.
           05  WS-LG-MEMO-SW           PIC X(01)  VALUE SPACE.
               88  WS-LG-MEMO                     VALUE 'M'.
           05  WS-LG-DESC              PIC X(30)  VALUE SPACES.
       01  WS-LG-CONTROL-FOUND-SW      PIC X(01)  VALUE 'N'.
           88  WS-LG-CONTROL-FOUND                VALUE 'Y'.
       01  WS-LG-SEQUENCE              PIC 9(7)   VALUE 0.
       01  WS-LG-BALANCE               PIC S9(7)V99 VALUE 0.
       01  WS-LEDGER-ENTRY-COUNT       PIC 9(7)   VALUE 0.

      *****************************************************************
      * IT'S GO TIME!
      *****************************************************************
           PERFORM 152-OPEN-BILL-HISTORY.
           PERFORM 153-OPEN-PAYMENT-HISTORY.
           PERFORM 155-OPEN-BILL-ARCHIVE.
           PERFORM 156-OPEN-DEPOSIT-FILE.
           PERFORM 157-OPEN-LEDGER-FILE.
           PERFORM 167-LOAD-BUDGET-DEFERRALS.
           PERFORM 169-LOAD-SUSPENSE-FILE.
           PERFORM 145-LOAD-CHECKPOINT.
           PERFORM 158-CHECK-BILLING-CALENDAR.
           PERFORM 146-RECOVER-RUN-CONTROL.
           PERFORM 148-OPEN-RUN-OUTPUTS.

           PERFORM 965-SWEEP-REFUNDS-DUE.
           PERFORM 747-REWRITE-SUSPENSE-FILE.
           PERFORM 960-WRITE-RUN-CONTROL.
           PERFORM 962-STAMP-CALENDAR-COMPLETE.
           PERFORM 725-CLEAR-CHECKPOINT.

           CLOSE CUSTOMER-MASTER.
           CLOSE CUST-STATEMENTS.
           CLOSE MAINT-TRANS.
           CLOSE BILL-ARCHIVE.
           CLOSE DEPOSIT-FILE.
           CLOSE LEDGER-FILE.

           STOP RUN.

                   MOVE CM-RECONNECT-FLAG TO WS-RECONNECT-FLAG
                   MOVE CM-BILL-CYCLE     TO WS-BILL-CYCLE
                   MOVE CM-LAST-ROLL-PERIOD TO WS-LAST-ROLL-PERIOD
                   MOVE CM-CASH-ONLY-FLAG TO WS-CASH-ONLY-FLAG
                   IF CM-DEPOSIT-DUE-AMT NUMERIC
                       MOVE CM-DEPOSIT-DUE-AMT TO WS-DEPOSIT-DUE-AMT
                   ELSE
                       MOVE 0 TO WS-DEPOSIT-DUE-AMT
                   END-IF
                   MOVE CM-AUTOPAY-FLAG   TO WS-AUTOPAY-FLAG
                   MOVE CM-BANK-ROUTING   TO WS-BANK-ROUTING
                   MOVE CM-BANK-ACCOUNT   TO WS-BANK-ACCOUNT
                   MOVE CM-BANK-ACCT-TYPE TO WS-BANK-ACCT-TYPE
                   IF CM-LAST-DRAFT-RETURN NUMERIC
                       MOVE CM-LAST-DRAFT-RETURN
                           TO WS-LAST-DRAFT-RETURN
                   ELSE
                       MOVE 0 TO WS-LAST-DRAFT-RETURN
                   END-IF
           END-READ.

      *****************************************************************
               WRITE ST-RECORD FROM WS-ST-ADJ-LINE
           END-IF.

           IF WS-DEPOSIT-BILLED > 0
               MOVE 'SECURITY DEPOSIT'  TO WS-ST-CHARGE-LABEL
               MOVE WS-DEPOSIT-BILLED   TO WS-ST-CHARGE-AMT
               WRITE ST-RECORD FROM WS-ST-CHARGE-LINE
           END-IF.

           IF WS-DEPOSIT-CREDIT > 0
               MOVE 'DEPOSIT/INTEREST APPLIED' TO WS-ST-ADJ-LABEL
               COMPUTE WS-CREDIT-DISPLAY = 0 - WS-DEPOSIT-CREDIT
               MOVE WS-CREDIT-DISPLAY        TO WS-ST-ADJ-AMT
               WRITE ST-RECORD FROM WS-ST-ADJ-LINE
           END-IF.

           IF WS-DEPOSIT-REFUND > 0
               MOVE 'DEPOSIT TO BE REFUNDED' TO WS-ST-CHARGE-LABEL
               MOVE WS-DEPOSIT-REFUND        TO WS-ST-CHARGE-AMT
               WRITE ST-RECORD FROM WS-ST-CHARGE-LINE
           END-IF.

           MOVE 'TOTAL AMOUNT DUE'  TO WS-ST-CHARGE-LABEL.
           MOVE WS-AMOUNT-DUE       TO WS-ST-CHARGE-AMT.
           WRITE ST-RECORD FROM WS-ST-CHARGE-LINE.
           WRITE ST-RECORD FROM WS-ST-DUE-DATE-LINE.
           WRITE ST-RECORD FROM SPACES.

           IF WS-ON-AUTOPAY
               MOVE WS-DUE-DATE-ED TO WS-ST-DRAFT-DATE
               WRITE ST-RECORD FROM WS-ST-DRAFT-LINE
           ELSE
               PERFORM 805-BUILD-SCAN-CODE
               WRITE ST-RECORD FROM WS-ST-STUB-BREAK
               MOVE WS-ACCOUNT-NUMBER TO WS-ST-STUB-ACCOUNT
               MOVE WS-DUE-DATE-ED    TO WS-ST-STUB-DUE-DATE
               MOVE WS-AMOUNT-DUE     TO WS-ST-STUB-AMT
               MOVE WS-SCAN-CODE      TO WS-ST-STUB-SCAN
               WRITE ST-RECORD FROM WS-ST-STUB-LINE
           END-IF.

           ADD 1 TO WS-STMT-WRITTEN-COUNT.

      * READ THE RUN-PARAMETER CONTROL RECORD TO DECIDE WHETHER THIS
      * RUN PRINTS FULL PER-CUSTOMER DETAIL OR TOTALS ONLY. A MISSING
      * FILE, OR A BLANK/UNRECOGNIZED MODE, LEAVES DETAIL AS THE
      * DEFAULT. ONLY A Y SETS THE BILLING CALENDAR OVERRIDE.
      *****************************************************************
       147-LOAD-RUN-PARAMETERS.
           OPEN INPUT RUN-PARAMETERS.
                       IF RP-CYCLE NUMERIC AND RP-CYCLE NOT = '0'
                           MOVE RP-CYCLE TO WS-RUN-CYCLE
                       END-IF
                       IF RP-OVERRIDE = 'Y'
                           MOVE 'Y' TO WS-SCHEDULE-OVERRIDE-SW
                       END-IF
               END-READ
               CLOSE RUN-PARAMETERS
           END-IF.
               DISPLAY 'BILLING CYCLE: ALL (FULL BASE)'
           END-IF.

           IF WS-SCHEDULE-OVERRIDE
               DISPLAY 'BILLING CALENDAR OVERRIDE: SET'
           END-IF.

      *****************************************************************
      * LOAD THE BILLING CALENDAR AND HOLD THIS RUN TO IT. THE CYCLE
      * MUST HAVE A ROW FOR THE BILLING PERIOD, THE ROW MUST NOT
      * ALREADY BE STAMPED COMPLETE, AND ITS BILL DATE MUST BE THE
      * RUN DATE - EXCEPT THAT A RESTART IS FINISHING A RUN THAT
      * ALREADY PASSED THIS CHECK, SO IT IS NOT HELD TO THE DATE. A
      * MISSING BILLCAL MEANS NOTHING IS SCHEDULED. A RUN THAT FAILS
      * THE CHECK STOPS HERE, BEFORE ANYTHING IS POSTED, UNLESS THE
      * RUNPARM OVERRIDE IS SET - THEN IT BILLS, AND THE COMPLETION
      * STAMP RECORDS THAT IT RAN OFF SCHEDULE.
      *****************************************************************
       158-CHECK-BILLING-CALENDAR.
           OPEN INPUT BILLING-CALENDAR.

           EVALUATE WS-BILLING-CALENDAR-STATUS
               WHEN '00'
                   PERFORM 159-READ-CALENDAR-REC
                       UNTIL WS-EOF-BILLING-CALENDAR
                       OR WS-CAL-TABLE-COUNT >= WS-CAL-TABLE-MAX
                   IF NOT WS-EOF-BILLING-CALENDAR
                       DISPLAY 'BILLING CALENDAR TABLE FULL AT '
                           WS-CAL-TABLE-MAX ' ROWS - THE REWRITE '
                           'WOULD DROP THE REST OF BILLCAL. '
                           'INCREASE WS-CAL-TABLE-MAX AND RERUN.'
                       STOP RUN
                   END-IF
                   CLOSE BILLING-CALENDAR
               WHEN '35'
                   DISPLAY 'NO BILLCAL FILE - NO CYCLE IS SCHEDULED'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN BILLING-CALENDAR - STATUS '
                       WS-BILLING-CALENDAR-STATUS
                   STOP RUN
           END-EVALUATE.

           MOVE WS-BILLING-PERIOD TO WS-CAL-SEARCH-PERIOD.
           MOVE WS-RUN-CYCLE      TO WS-CAL-SEARCH-CYCLE.
           PERFORM 162-FIND-CALENDAR-ENTRY.

           MOVE SPACES TO WS-SCHEDULE-PROBLEM.
           IF WS-CAL-FOUND-IDX = 0
               MOVE 'CYCLE IS NOT ON THE CALENDAR FOR THIS PERIOD'
                   TO WS-SCHEDULE-PROBLEM
           ELSE
               SET WS-CAL-IDX TO WS-CAL-FOUND-IDX
               MOVE WS-CAL-IMAGE (WS-CAL-IDX) TO WS-CAL-WORK
               EVALUATE TRUE
                   WHEN CW-CYCLE-COMPLETE
                       MOVE 'CYCLE IS ALREADY MARKED COMPLETE'
                           TO WS-SCHEDULE-PROBLEM
                   WHEN CW-BILL-DATE NOT NUMERIC
                       MOVE 'CALENDAR ROW CARRIES NO VALID BILL DATE'
                           TO WS-SCHEDULE-PROBLEM
                   WHEN CW-BILL-DATE = WS-RUN-DATE-NUM
                       CONTINUE
                   WHEN WS-RESTARTING
                       DISPLAY 'BILLING CALENDAR: RESTART - BILL DATE '
                           CW-BILL-DATE ' NOT ENFORCED'
                   WHEN OTHER
                       MOVE 'CYCLE IS NOT SCHEDULED TO BILL TODAY'
                           TO WS-SCHEDULE-PROBLEM
               END-EVALUATE
           END-IF.

           IF WS-SCHEDULE-PROBLEM = SPACES
               DISPLAY 'BILLING CALENDAR: CYCLE ' WS-RUN-CYCLE
                   ' PERIOD ' WS-BILLING-PERIOD ' ON SCHEDULE'
           ELSE
               DISPLAY 'BILLING CALENDAR: CYCLE ' WS-RUN-CYCLE
                   ' PERIOD ' WS-BILLING-PERIOD ' - '
                   WS-SCHEDULE-PROBLEM
               IF WS-CAL-FOUND-IDX > 0
                   DISPLAY '  SCHEDULED BILL DATE ' CW-BILL-DATE
                       ', RUN DATE ' WS-RUN-DATE-NUM
               END-IF
               IF WS-SCHEDULE-OVERRIDE
                   MOVE 'Y' TO WS-OFF-SCHEDULE-SW
                   DISPLAY '  RUNPARM OVERRIDE SET - BILLING OFF '
                       'SCHEDULE'
               ELSE
                   DISPLAY '  RUN REFUSED - SET THE RUNPARM OVERRIDE '
                       '(COLUMN 3 = Y) TO BILL THIS CYCLE ANYWAY'
                   STOP RUN
               END-IF
           END-IF.

      *****************************************************************
      * READ ONE BILLING CALENDAR ROW INTO THE TABLE.
      *****************************************************************
       159-READ-CALENDAR-REC.
           READ BILLING-CALENDAR
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CAL-TABLE-COUNT
                   SET WS-CAL-IDX TO WS-CAL-TABLE-COUNT
                   MOVE CL-CALENDAR-KEY TO WS-CAL-KEY (WS-CAL-IDX)
                   MOVE CL-RECORD       TO WS-CAL-IMAGE (WS-CAL-IDX)
           END-READ.

      *****************************************************************
      * FIND THE CALENDAR ROW FOR THE SEARCH PERIOD AND CYCLE. ZERO
      * MEANS THE CALENDAR DOES NOT SCHEDULE IT.
      *****************************************************************
       162-FIND-CALENDAR-ENTRY.
           MOVE 0 TO WS-CAL-FOUND-IDX.
           PERFORM 163-CHECK-CALENDAR-ENTRY
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-TABLE-COUNT.

      *****************************************************************
      * EXAMINE ONE CALENDAR-TABLE ROW DURING THE SEARCH ABOVE.
      *****************************************************************
       163-CHECK-CALENDAR-ENTRY.
           IF WS-CAL-KEY (WS-CAL-IDX) = WS-CAL-SEARCH-KEY
               AND WS-CAL-FOUND-IDX = 0
               MOVE WS-CAL-IDX TO WS-CAL-FOUND-IDX
           END-IF.

      *****************************************************************
      * LOAD THE ENTIRE RATE SCHEDULE INTO WS-RATE-TABLE ONE TIME AT
      * STARTUP. THE TABLE IS SEARCHED PER CUSTOMER BY
               STOP RUN
           END-IF.

      *****************************************************************
      * OPEN THE KEYED DEPOSIT FILE FOR UPDATE, CREATING IT EMPTY
      * ONLY WHEN IT DOES NOT EXIST YET (STATUS 35). ANY OTHER
      * FAILURE STOPS THE RUN: BILLING ON WOULD BILL DEPOSITS WITH
      * NOTHING TO RECORD THEM AGAINST AND CLOSE FINAL-BILLED
      * ACCOUNTS WITHOUT RETURNING THE DEPOSIT HELD.
      *****************************************************************
       156-OPEN-DEPOSIT-FILE.
           OPEN I-O DEPOSIT-FILE.
           IF WS-DEPOSIT-FILE-STATUS = '35'
               OPEN OUTPUT DEPOSIT-FILE
               CLOSE DEPOSIT-FILE
               OPEN I-O DEPOSIT-FILE
           END-IF.
           IF WS-DEPOSIT-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN DEPOSIT-FILE - STATUS '
                   WS-DEPOSIT-FILE-STATUS
                   ' - A FRESH FILE IS CREATED ONLY WHEN NONE '
                   'EXISTS (STATUS 35). STOPPING RATHER THAN BILL '
                   'WITH NO DEPOSIT RECORDS'
               STOP RUN
           END-IF.

      *****************************************************************
      * OPEN THE KEYED CUSTOMER LEDGER FOR UPDATE, CREATING IT EMPTY
      * ONLY WHEN IT DOES NOT EXIST YET (STATUS 35, THE FIRST RUN).
      * ANY OTHER FAILURE STOPS THE RUN: BILLING ON WOULD LEAVE
      * CHARGES ON PAYHIST THAT THE ACCOUNT HISTORY NEVER SHOWS.
      *****************************************************************
       157-OPEN-LEDGER-FILE.
           OPEN I-O LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN LEDGER-FILE - STATUS '
                   WS-LEDGER-STATUS
                   ' - A FRESH FILE IS CREATED ONLY WHEN NONE '
                   'EXISTS (STATUS 35). STOPPING RATHER THAN POST '
                   'WITH NO LEDGER ENTRIES'
               STOP RUN
           END-IF.

      *****************************************************************
      * LOAD THE BUDGET DEFERRAL TABLE FROM BUDGDEF. A MISSING FILE
      * (STATUS 35) SIMPLY MEANS NO BUDGET-PLAN CUSTOMER HAS A
                       WS-SU-METHOD (WS-SUSP-IDX)
                   MOVE SP-REASON       TO WS-SU-REASON (WS-SUSP-IDX)
                   MOVE 'N' TO WS-SU-RESOLVED-SW (WS-SUSP-IDX)
                   MOVE SP-HOLD-UNTIL-DATE TO
                       WS-SU-HOLD-UNTIL (WS-SUSP-IDX)
           END-READ.

      *****************************************************************
           MOVE 'N' TO WS-AR-ITEM-SW.
           MOVE WS-ACCOUNT-NUMBER TO PH-ACCOUNT-NUMBER.
           MOVE 0 TO PH-BILLING-PERIOD.
           MOVE SPACE TO PH-ITEM-TYPE.
           START PAYMENT-HISTORY
               KEY IS NOT LESS THAN PH-OPEN-ITEM-KEY
               INVALID KEY

      *****************************************************************
      * ROLL ONE OPEN ITEM INTO THE ACCOUNT TOTALS DURING THE WALK
      * ABOVE, THEN FETCH THE NEXT. AN UNPAID DEPOSIT ITEM IS NOT
      * ARREARS - IT DRAWS NO LATE FEE, AND A FINAL BILL DOES NOT
      * FOLD IT IN (THE ITEM SIMPLY COMES OFF WITH THE OTHERS).
      *****************************************************************
       197-SUM-ONE-OPEN-ITEM.
           IF NOT PH-DEPOSIT-ITEM
               ADD PH-BALANCE-DUE TO WS-OPEN-ITEMS-TOTAL
               IF PH-BALANCE-DUE > 0
                   AND PH-DUE-DATE < WS-RUN-DATE-NUM
                   ADD PH-BALANCE-DUE TO WS-PAST-DUE-AMOUNT
               END-IF
           END-IF.
           PERFORM 198-READ-NEXT-ITEM.

               PERFORM 715-CLEAR-OLD-ITEMS
               COMPUTE WS-NEW-RECEIVABLE =
                   WS-TOTAL-BILL - WS-SUSP-CREDIT-APPLIED
                   - WS-DEPOSIT-CREDIT
           ELSE
               COMPUTE WS-NEW-RECEIVABLE =
                   WS-TOTAL-BILL - WS-PAST-DUE-AMOUNT
           END-IF.

           IF WS-NEW-RECEIVABLE > 0
               MOVE WS-NEW-RECEIVABLE TO WS-LG-ITEM-POSTED
               MOVE WS-ACCOUNT-NUMBER TO PH-ACCOUNT-NUMBER
               MOVE WS-BILLING-PERIOD TO PH-BILLING-PERIOD
               MOVE SPACE             TO PH-ITEM-TYPE
               READ PAYMENT-HISTORY
                   INVALID KEY
                       MOVE WS-DUE-DATE-NUM    TO PH-DUE-DATE
      * FETCH THE NEXT.
      *****************************************************************
       716-DELETE-ONE-ITEM.
           ADD PH-BALANCE-DUE TO WS-LG-ITEMS-CLEARED.
           DELETE PAYMENT-HISTORY
               INVALID KEY
                   DISPLAY 'PAYHIST DELETE FAILED FOR '
           END-DELETE.
           PERFORM 198-READ-NEXT-ITEM.

      *****************************************************************
      * POST A DEPOSIT BILLED THIS PERIOD TO PAYHIST AS ITS OWN TYPE
      * D OPEN ITEM, DUE WITH THE BILL. UTIL2100 RECORDS THE CASH
      * THAT CLEARS IT ON THE DEPOSIT FILE.
      *****************************************************************
       711-WRITE-DEPOSIT-ITEM.
           IF WS-DEPOSIT-BILLED > 0 AND WS-AR-AVAILABLE
               MOVE WS-ACCOUNT-NUMBER TO PH-ACCOUNT-NUMBER
               MOVE WS-BILLING-PERIOD TO PH-BILLING-PERIOD
               MOVE 'D'               TO PH-ITEM-TYPE
               READ PAYMENT-HISTORY
                   INVALID KEY
                       MOVE WS-DUE-DATE-NUM    TO PH-DUE-DATE
                       MOVE WS-DEPOSIT-BILLED  TO PH-BALANCE-DUE
                       WRITE PH-RECORD
                           INVALID KEY
                               DISPLAY 'PAYHIST DEPOSIT WRITE FAILED '
                                   'FOR ' WS-ACCOUNT-NUMBER
                                   ' - STATUS '
                                   WS-PAYMENT-HISTORY-STATUS
                       END-WRITE
                   NOT INVALID KEY
                       ADD WS-DEPOSIT-BILLED TO PH-BALANCE-DUE
                       MOVE WS-DUE-DATE-NUM  TO PH-DUE-DATE
                       REWRITE PH-RECORD
                           INVALID KEY
                               DISPLAY 'PAYHIST DEPOSIT REWRITE '
                                   'FAILED FOR ' WS-ACCOUNT-NUMBER
                                   ' - STATUS '
                                   WS-PAYMENT-HISTORY-STATUS
                       END-REWRITE
               END-READ
           END-IF.

      *****************************************************************
      * RECORD THE DEPOSIT ON THE DEPOSIT FILE. A NEWLY BILLED
      * DEPOSIT RAISES THE REQUIREMENT ON A ROW STILL HELD, OR
      * STARTS THE ROW OVER WHEN THE OLD DEPOSIT WAS ALREADY
      * SETTLED (OR THERE WAS NONE). A FINAL BILL SETTLES THE ROW
      * WITH WHAT WAS APPLIED AND REFUNDED.
      *****************************************************************
       712-POST-DEPOSIT-RECORD.
           IF WS-DEPOSIT-BILLED > 0
               IF WS-DEPOSIT-FOUND AND DP-HELD
                   MOVE WS-DEPOSIT-DUE-AMT TO DP-AMOUNT-REQUIRED
                   MOVE WS-RUN-DATE-NUM    TO DP-DATE-BILLED
                   PERFORM 713-REWRITE-DEPOSIT
               ELSE
                   MOVE WS-ACCOUNT-NUMBER  TO DP-ACCOUNT-NUMBER
                   MOVE WS-DEPOSIT-DUE-AMT TO DP-AMOUNT-REQUIRED
                   MOVE 0                  TO DP-AMOUNT-PAID
                   MOVE 0                  TO DP-DATE-PAID
                   MOVE 0                  TO DP-INTEREST-ACCRUED
                   MOVE WS-RUN-DATE-NUM    TO DP-DATE-BILLED
                   MOVE WS-BILLING-PERIOD  TO DP-LAST-INTEREST-PERIOD
                   MOVE 'H'                TO DP-STATUS
                   MOVE 0                  TO DP-AMOUNT-SETTLED
                   MOVE 0                  TO DP-DATE-SETTLED
                   IF WS-DEPOSIT-FOUND
                       PERFORM 713-REWRITE-DEPOSIT
                   ELSE
                       WRITE DP-RECORD
                           INVALID KEY
                               DISPLAY 'DEPOSIT WRITE FAILED FOR '
                                   WS-ACCOUNT-NUMBER ' - STATUS '
                                   WS-DEPOSIT-FILE-STATUS
                       END-WRITE
                   END-IF
               END-IF
               ADD 1 TO WS-DEPOSIT-BILLED-COUNT
               ADD WS-DEPOSIT-BILLED TO WS-DEPOSIT-BILLED-TOTAL
           END-IF.

           IF WS-FINAL-BILL AND WS-DEPOSIT-FOUND AND DP-HELD
               MOVE 'F' TO DP-STATUS
               COMPUTE DP-AMOUNT-SETTLED =
                   WS-DEPOSIT-CREDIT + WS-DEPOSIT-REFUND
               MOVE WS-RUN-DATE-NUM TO DP-DATE-SETTLED
               PERFORM 713-REWRITE-DEPOSIT
           END-IF.

      *****************************************************************
      * REWRITE THE DEPOSIT ROW IN HAND.
      *****************************************************************
       713-REWRITE-DEPOSIT.
           REWRITE DP-RECORD
               INVALID KEY
                   DISPLAY 'DEPOSIT REWRITE FAILED FOR '
                       WS-ACCOUNT-NUMBER ' - STATUS '
                       WS-DEPOSIT-FILE-STATUS
           END-REWRITE.

      *****************************************************************
      * POST THE BILL JUST PRODUCED TO THE CUSTOMER'S LEDGER, ONE
      * ENTRY PER KIND OF MONEY - THE PERIOD'S CHARGES, THE LATE
      * AND RECONNECT FEES, A DEPOSIT BILLED, THE SUSPENSE CASH
      * DRAWN AGAINST THE BILL (A MEMO - THAT CASH WAS ALREADY A
      * CREDIT ON THE ACCOUNT), AND ON A FINAL BILL THE DEPOSIT
      * APPLIED AND ANY CREDIT PARKED ON SUSPENSE FOR REFUND. THE
      * CHARGES ENTRY IS WORKED BACK FROM WHAT 710-WRITE-OPEN-ITEM
      * ACTUALLY DID TO PAYHIST (THE ITEM ADDED, LESS THE OLD ITEMS
      * A FINAL BILL CLEARED) WITH THE CREDITS AND FEES TAKEN BACK
      * OUT, SO PAST-DUE AMOUNTS FOLDED INTO THE BILL - ALREADY ON
      * THE LEDGER FROM THEIR OWN PERIODS - NEVER COUNT TWICE.
      *****************************************************************
       740-POST-BILL-LEDGER.
           MOVE WS-ACCOUNT-NUMBER TO WS-LG-ACCOUNT.
           MOVE WS-BILLING-PERIOD TO WS-LG-PERIOD.

           COMPUTE WS-LG-CHARGES =
               WS-LG-ITEM-POSTED - WS-LG-ITEMS-CLEARED
               + WS-SUSP-CREDIT-APPLIED + WS-DEPOSIT-CREDIT
               - WS-LATE-FEE-CHARGED - WS-RECONNECT-CHARGED.
           MOVE 'BL'          TO WS-LG-TYPE.
           MOVE WS-LG-CHARGES TO WS-LG-AMOUNT.
           IF WS-FINAL-BILL
               MOVE 'FINAL BILL CHARGES' TO WS-LG-DESC
           ELSE
               MOVE 'CURRENT CHARGES'    TO WS-LG-DESC
           END-IF.
           PERFORM 780-POST-LEDGER-ENTRY.

           IF WS-LATE-FEE-CHARGED > 0
               MOVE 'LF'                TO WS-LG-TYPE
               MOVE WS-LATE-FEE-CHARGED TO WS-LG-AMOUNT
               MOVE 'LATE PAYMENT FEE'  TO WS-LG-DESC
               PERFORM 780-POST-LEDGER-ENTRY
           END-IF.

           IF WS-RECONNECT-CHARGED > 0
               MOVE 'RC'                 TO WS-LG-TYPE
               MOVE WS-RECONNECT-CHARGED TO WS-LG-AMOUNT
               MOVE 'RECONNECT FEE'      TO WS-LG-DESC
               PERFORM 780-POST-LEDGER-ENTRY
           END-IF.

           IF WS-DEPOSIT-BILLED > 0
               MOVE 'DB'                TO WS-LG-TYPE
               MOVE WS-DEPOSIT-BILLED   TO WS-LG-AMOUNT
               MOVE 'SECURITY DEPOSIT BILLED' TO WS-LG-DESC
               PERFORM 780-POST-LEDGER-ENTRY
           END-IF.

           IF WS-SUSP-CREDIT-APPLIED > 0
               MOVE 'SC' TO WS-LG-TYPE
               COMPUTE WS-LG-AMOUNT = 0 - WS-SUSP-CREDIT-APPLIED
               MOVE 'M'  TO WS-LG-MEMO-SW
               MOVE 'SUSPENSE CASH APPLIED TO BILL' TO WS-LG-DESC
               PERFORM 780-POST-LEDGER-ENTRY
           END-IF.

           IF WS-DEPOSIT-CREDIT > 0
               MOVE 'DA' TO WS-LG-TYPE
               COMPUTE WS-LG-AMOUNT = 0 - WS-DEPOSIT-CREDIT
               MOVE 'DEPOSIT APPLIED TO FINAL BILL' TO WS-LG-DESC
               PERFORM 780-POST-LEDGER-ENTRY
           END-IF.

           IF WS-LG-DEPOSIT-REFUND > 0
               MOVE 'DR' TO WS-LG-TYPE
               COMPUTE WS-LG-AMOUNT = 0 - WS-LG-DEPOSIT-REFUND
               MOVE 'DEPOSIT BALANCE DUE CUSTOMER' TO WS-LG-DESC
               PERFORM 780-POST-LEDGER-ENTRY
           END-IF.

           IF WS-LG-SETTLE-CREDIT > 0
               MOVE 'BC' TO WS-LG-TYPE
               COMPUTE WS-LG-AMOUNT = 0 - WS-LG-SETTLE-CREDIT
               MOVE 'BUDGET CREDIT DUE CUSTOMER' TO WS-LG-DESC
               PERFORM 780-POST-LEDGER-ENTRY
           END-IF.

      *****************************************************************
      * POST ONE ENTRY TO THE ACCOUNT'S LEDGER. THE ACCOUNT'S
      * CONTROL ROW (SEQUENCE ZERO) GIVES THE NEXT SEQUENCE AND THE
      * BALANCE BEFORE THE ENTRY, AND IS WRITTEN BACK FIRST, SO A
      * FAILURE PART WAY LEAVES A GAP IN THE SEQUENCE BUT NEVER TWO
      * ENTRIES UNDER ONE NUMBER. A MEMO ENTRY LEAVES THE BALANCE
      * WHERE IT WAS. THE MEMO SWITCH IS CLEARED FOR THE NEXT CALL.
      *****************************************************************
       780-POST-LEDGER-ENTRY.
           MOVE 'N' TO WS-LG-CONTROL-FOUND-SW.
           MOVE WS-LG-ACCOUNT TO LG-ACCOUNT-NUMBER.
           MOVE 0             TO LG-ENTRY-SEQUENCE.
           READ LEDGER-FILE
               INVALID KEY
                   MOVE SPACES      TO LG-CONTROL-DATA
                   MOVE 0           TO LG-LAST-SEQUENCE
                   MOVE 0           TO LG-CURRENT-BALANCE
                   MOVE WS-RUN-DATE-NUM TO LG-OPENED-DATE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-LG-CONTROL-FOUND-SW
           END-READ.

           ADD 1 TO LG-LAST-SEQUENCE.
           IF NOT WS-LG-MEMO
               ADD WS-LG-AMOUNT TO LG-CURRENT-BALANCE
           END-IF.
           MOVE WS-RUN-DATE-NUM    TO LG-LAST-ENTRY-DATE.
           MOVE LG-LAST-SEQUENCE   TO WS-LG-SEQUENCE.
           MOVE LG-CURRENT-BALANCE TO WS-LG-BALANCE.

           IF WS-LG-CONTROL-FOUND
               REWRITE LG-RECORD
                   INVALID KEY
                       DISPLAY 'LEDGER CONTROL REWRITE FAILED FOR '
                           WS-LG-ACCOUNT ' - STATUS ' WS-LEDGER-STATUS
               END-REWRITE
           ELSE
               WRITE LG-RECORD
                   INVALID KEY
                       DISPLAY 'LEDGER CONTROL WRITE FAILED FOR '
                           WS-LG-ACCOUNT ' - STATUS ' WS-LEDGER-STATUS
               END-WRITE
           END-IF.

           MOVE WS-LG-SEQUENCE  TO LG-ENTRY-SEQUENCE.
           MOVE WS-RUN-DATE-NUM TO LG-ENTRY-DATE.
           MOVE WS-LG-TYPE      TO LG-TRANS-TYPE.
           MOVE WS-LG-PERIOD    TO LG-BILLING-PERIOD.
           MOVE WS-LG-AMOUNT    TO LG-AMOUNT.
           MOVE WS-LG-BALANCE   TO LG-RUNNING-BALANCE.
           MOVE WS-LG-MEMO-SW   TO LG-MEMO-FLAG.
           MOVE 'UTIL2000'      TO LG-SOURCE-PROGRAM.
           MOVE WS-LG-DESC      TO LG-DESCRIPTION.
           WRITE LG-RECORD
               INVALID KEY
                   DISPLAY 'LEDGER WRITE FAILED FOR '
                       WS-LG-ACCOUNT ' - STATUS ' WS-LEDGER-STATUS
           END-WRITE.
           ADD 1 TO WS-LEDGER-ENTRY-COUNT.
           MOVE SPACE TO WS-LG-MEMO-SW.

      *****************************************************************
      * REWRITE THE CHECKPOINT FILE WITH THE ACCOUNT NUMBER OF THE
      * CUSTOMER JUST BILLED. OPEN OUTPUT TRUNCATES THE FILE SO IT
               MOVE WS-SU-AMOUNT (WS-SUSP-IDX)  TO SP-AMOUNT
               MOVE WS-SU-METHOD (WS-SUSP-IDX)  TO SP-PAYMENT-METHOD
               MOVE WS-SU-REASON (WS-SUSP-IDX)  TO SP-REASON
               MOVE WS-SU-HOLD-UNTIL (WS-SUSP-IDX)
                   TO SP-HOLD-UNTIL-DATE
               WRITE SF-RECORD
           END-IF.

      * END-OF-RUN REFUND SWEEP - ANY SUSPENSE ROW STILL UNRESOLVED
      * AND OLDER THAN THE SIXTY-DAY CUTOFF GOES ON THE REFUND-DUE
      * REPORT AND COMES OFF THE FILE, SO THE SAME CASH CAN NEVER
      * BOTH REFUND AND CREDIT A LATER BILL. A DEPOSIT LEFT OVER
      * FROM A FINAL BILL (METHOD D) IS REFUNDED AT ONCE - THE
      * ACCOUNT IS CLOSING AND HAS NO LATER BILL TO CREDIT.
      *****************************************************************
       965-SWEEP-REFUNDS-DUE.
           OPEN OUTPUT REFUND-REPORT.
               WS-CREDIT-APPLIED-TOTAL.
           DISPLAY '  REFUNDS DUE          : ' WS-REFUND-COUNT
               ' FOR ' WS-REFUND-TOTAL.
           DISPLAY '  LEDGER ENTRIES POSTED: ' WS-LEDGER-ENTRY-COUNT.

      *****************************************************************
      * EXAMINE ONE SUSPENSE ROW DURING THE REFUND SWEEP ABOVE.
      *****************************************************************
       966-CHECK-ONE-REFUND.
           IF WS-SU-RESOLVED-SW (WS-SUSP-IDX) = 'N'
               AND (WS-SU-DATE (WS-SUSP-IDX) < WS-REFUND-CUTOFF-NUM
                   OR WS-SU-METHOD (WS-SUSP-IDX) = 'D')
               MOVE WS-SU-ACCOUNT (WS-SUSP-IDX) TO WS-RF-ACCOUNT
               MOVE WS-SU-DATE (WS-SUSP-IDX)    TO WS-RF-PAY-DATE
               MOVE WS-SU-METHOD (WS-SUSP-IDX)  TO WS-RF-METHOD
               MOVE WS-SU-AMOUNT (WS-SUSP-IDX)  TO WS-RF-AMOUNT
               IF WS-SU-METHOD (WS-SUSP-IDX) = 'D'
                   MOVE 'DEPOSIT BALANCE AFTER FINAL BILL'
                       TO WS-RF-REASON
               ELSE
                   MOVE 'REFUND DUE - OVER 60 DAYS UNAPPLIED'
                       TO WS-RF-REASON
               END-IF
               WRITE REF-RECORD FROM WS-REFUND-LINE
               ADD 1 TO WS-REFUND-COUNT
               ADD WS-SU-AMOUNT (WS-SUSP-IDX) TO WS-REFUND-TOTAL
               MOVE WS-SU-ACCOUNT (WS-SUSP-IDX) TO WS-LG-ACCOUNT
               MOVE WS-BILLING-PERIOD           TO WS-LG-PERIOD
               MOVE 'RF'                        TO WS-LG-TYPE
               MOVE WS-SU-AMOUNT (WS-SUSP-IDX)  TO WS-LG-AMOUNT
               MOVE 'REFUND DUE - OFF SUSPENSE' TO WS-LG-DESC
               PERFORM 780-POST-LEDGER-ENTRY
               MOVE 'Y' TO WS-SU-RESOLVED-SW (WS-SUSP-IDX)
           END-IF.


      *****************************************************************
      * LEAVE THE CHANGE TRANSACTION THAT CLEARS THE RECONNECT FEE
      * FLAG AND THE DEPOSIT DUE NOW THAT THEY ARE ON A STATEMENT -
      * WITHOUT IT THE FEE OR DEPOSIT WOULD BILL AGAIN EVERY MONTH.
      *****************************************************************
       736-WRITE-RECONN-CLEAR-TRANS.
           PERFORM 737-BUILD-MAINT-IMAGE.
      *****************************************************************
      * BUILD THE CUSTTRAN-LAYOUT CHANGE IMAGE FROM THE CUSTOMER IN
      * HAND. THE RECONNECT FLAG GOES OUT CLEARED WHENEVER THE FEE
      * WAS CHARGED THIS RUN, WHICHEVER TRANSACTION CARRIES IT. THE
      * DEPOSIT DUE ALWAYS GOES OUT ZERO - A REGULAR BILL HAS JUST
      * BILLED OR RECORDED IT, AND A CLOSING ACCOUNT OWES NONE.
      *****************************************************************
       737-BUILD-MAINT-IMAGE.
           MOVE 'C'                TO MT-ACTION.
           MOVE WS-STOP-DATE-NUM   TO MT-STOP-DATE.
           MOVE WS-BILL-CYCLE      TO MT-BILL-CYCLE.
           MOVE WS-LAST-ROLL-PERIOD TO MT-LAST-ROLL-PERIOD.
           MOVE WS-CASH-ONLY-FLAG  TO MT-CASH-ONLY-FLAG.
           MOVE 0                  TO MT-DEPOSIT-DUE-AMT.
           MOVE WS-AUTOPAY-FLAG    TO MT-AUTOPAY-FLAG.
           MOVE WS-BANK-ROUTING    TO MT-BANK-ROUTING.
           MOVE WS-BANK-ACCOUNT    TO MT-BANK-ACCOUNT.
           MOVE WS-BANK-ACCT-TYPE  TO MT-BANK-ACCT-TYPE.
           MOVE WS-LAST-DRAFT-RETURN TO MT-LAST-DRAFT-RETURN.
           IF WS-RECONNECT-CHARGED > 0
               MOVE SPACE TO MT-RECONNECT-FLAG
           ELSE
               PERFORM 300-CALC-CHARGES
               PERFORM 305-CALC-TAXES
               PERFORM 307-ADD-RECONNECT-FEE
               PERFORM 308-CHECK-DEPOSIT
               PERFORM 310-ADD-PAST-DUE-CHARGES
               PERFORM 320-APPLY-BUDGET-BILLING
               PERFORM 340-APPLY-SUSPENSE-CREDIT
               PERFORM 342-APPLY-DEPOSIT

               IF WS-MODE-DETAIL
                   PERFORM 400-DISPLAY-RESULTS
               PERFORM 700-WRITE-BILL-HISTORY
               PERFORM 705-WRITE-BILL-ARCHIVE
               PERFORM 710-WRITE-OPEN-ITEM
               PERFORM 711-WRITE-DEPOSIT-ITEM
               PERFORM 712-POST-DEPOSIT-RECORD
               PERFORM 740-POST-BILL-LEDGER
               PERFORM 730-WRITE-GL-EXTRACT
               IF WS-FINAL-BILL
                   ADD 1 TO WS-FINAL-BILL-COUNT
                   PERFORM 735-WRITE-CLOSE-TRANS
               ELSE
                   IF WS-RECONNECT-CHARGED > 0
                       OR WS-DEPOSIT-DUE-AMT > 0
                       PERFORM 736-WRITE-RECONN-CLEAR-TRANS
                   END-IF
               END-IF
                    WS-PRIOR-DEMAND-PORTION
                    WS-PRIOR-TAX-PORTION
                    WS-KWH-OLD
                    WS-KWH-NEW
                    WS-LG-ITEM-POSTED
                    WS-LG-ITEMS-CLEARED
                    WS-LG-SETTLE-CREDIT
                    WS-LG-DEPOSIT-REFUND.

           MOVE 'N' TO WS-RATE-SPLIT-SW.
           MOVE 'N' TO WS-DEMAND-SPLIT-SW.
               ADD WS-RECONNECT-CHARGED  TO WS-TOTAL-BILL
           END-IF.

      *****************************************************************
      * LOOK UP THE ACCOUNT'S DEPOSIT ROW AND, ON A REGULAR BILL
      * WITH A DEPOSIT DUE ON THE MASTER, WORK OUT HOW MUCH OF IT
      * STILL HAS TO BILL - A DEPOSIT ALREADY HELD COUNTS TOWARD
      * THE NEW REQUIREMENT, SO A RAISED REQUIREMENT BILLS ONLY
      * THE DIFFERENCE AND A RERUN BILLS NOTHING TWICE. A FINAL
      * BILL NEVER BILLS A DEPOSIT.
      *****************************************************************
       308-CHECK-DEPOSIT.
           MOVE 'N' TO WS-DEPOSIT-FOUND-SW.
           MOVE 0   TO WS-DEPOSIT-BILLED.
           MOVE 0   TO WS-DEPOSIT-HELD.
           MOVE WS-ACCOUNT-NUMBER TO DP-ACCOUNT-NUMBER.
           READ DEPOSIT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-DEPOSIT-FOUND-SW
           END-READ.

           IF WS-DEPOSIT-FOUND AND DP-HELD
               MOVE DP-AMOUNT-REQUIRED TO WS-DEPOSIT-HELD
           END-IF.

           IF NOT WS-FINAL-BILL
               AND WS-DEPOSIT-DUE-AMT > WS-DEPOSIT-HELD
               COMPUTE WS-DEPOSIT-BILLED =
                   WS-DEPOSIT-DUE-AMT - WS-DEPOSIT-HELD
           END-IF.

      *****************************************************************
      * ADD THE OLD-BALANCE PORTION AND A FLAT LATE FEE TO THE
      * CURRENT BILL. A NORMAL BILL FOLDS IN ONLY THE ITEMS ALREADY
           END-IF.

      *****************************************************************
      * A DEPOSIT BILLED THIS PERIOD ADDS TO THE AMOUNT DUE. ON A
      * FINAL BILL THE DEPOSIT PAID IN PLUS THE INTEREST IT HAS
      * EARNED COMES OFF THE AMOUNT DUE, UP TO THE AMOUNT DUE; THE
      * REST GOES TO SUSPENSE AS A DEPOSIT REFUND, WHICH THE REFUND
      * SWEEP AT THE END OF THE RUN PUTS ON THE REFUND REPORT.
      *****************************************************************
       342-APPLY-DEPOSIT.
           MOVE 0 TO WS-DEPOSIT-CREDIT.
           MOVE 0 TO WS-DEPOSIT-REFUND.

           IF WS-DEPOSIT-BILLED > 0
               ADD WS-DEPOSIT-BILLED TO WS-AMOUNT-DUE
           END-IF.

           IF WS-FINAL-BILL AND WS-DEPOSIT-FOUND AND DP-HELD
               COMPUTE WS-DEPOSIT-CREDIT =
                   DP-AMOUNT-PAID + DP-INTEREST-ACCRUED
               IF WS-DEPOSIT-CREDIT > WS-AMOUNT-DUE
                   COMPUTE WS-DEPOSIT-REFUND =
                       WS-DEPOSIT-CREDIT - WS-AMOUNT-DUE
                   MOVE WS-AMOUNT-DUE TO WS-DEPOSIT-CREDIT
               END-IF
               SUBTRACT WS-DEPOSIT-CREDIT FROM WS-AMOUNT-DUE
               IF WS-DEPOSIT-REFUND > 0
                   PERFORM 343-SUSPEND-DEPOSIT-REFUND
               END-IF
               ADD 1 TO WS-DEPOSIT-APPLIED-COUNT
               ADD WS-DEPOSIT-CREDIT TO WS-DEPOSIT-APPLIED-TOTAL
           END-IF.

      *****************************************************************
      * PARK THE DEPOSIT LEFT OVER AFTER A FINAL BILL IN THE
      * SUSPENSE TABLE, METHOD D, FOR THE REFUND SWEEP - THE SAME
      * WAY A FINAL BUDGET SETTLEMENT CREDIT IS PARKED.
      *****************************************************************
       343-SUSPEND-DEPOSIT-REFUND.
           IF WS-SUSP-TABLE-COUNT < WS-SUSP-TABLE-MAX
               ADD 1 TO WS-SUSP-TABLE-COUNT
               SET WS-SUSP-IDX TO WS-SUSP-TABLE-COUNT
               MOVE WS-ACCOUNT-NUMBER TO WS-SU-ACCOUNT (WS-SUSP-IDX)
               MOVE WS-RUN-DATE-NUM   TO WS-SU-DATE (WS-SUSP-IDX)
               MOVE WS-DEPOSIT-REFUND TO WS-SU-AMOUNT (WS-SUSP-IDX)
               MOVE 'D' TO WS-SU-METHOD (WS-SUSP-IDX)
               MOVE 'DEPOSIT REFUND - FINAL BILL'
                   TO WS-SU-REASON (WS-SUSP-IDX)
               MOVE 'N' TO WS-SU-RESOLVED-SW (WS-SUSP-IDX)
               MOVE 0 TO WS-SU-HOLD-UNTIL (WS-SUSP-IDX)
               MOVE WS-DEPOSIT-REFUND TO WS-LG-DEPOSIT-REFUND
           ELSE
               DISPLAY 'WARNING: SUSPENSE TABLE FULL - DEPOSIT '
                   'REFUND FOR ACCOUNT '
                   WS-ACCOUNT-NUMBER ' MUST BE REFUNDED BY HAND'
           END-IF.

      *****************************************************************
      * EXAMINE ONE SUSPENSE ROW DURING THE CREDIT DRAW ABOVE. A
      * CASH-ONLY ACCOUNT'S CHECK HELD FOR REVIEW IS NOT CREDITED
      * UNTIL ITS HOLD DATE HAS PASSED.
      *****************************************************************
       345-DRAW-ONE-CREDIT.
           IF WS-SU-ACCOUNT (WS-SUSP-IDX) = WS-ACCOUNT-NUMBER
               AND WS-SU-RESOLVED-SW (WS-SUSP-IDX) = 'N'
               AND WS-SU-HOLD-UNTIL (WS-SUSP-IDX) <= WS-RUN-DATE-NUM
               AND WS-CREDIT-CAPACITY > 0
               IF WS-SU-AMOUNT (WS-SUSP-IDX) <= WS-CREDIT-CAPACITY
                   ADD WS-SU-AMOUNT (WS-SUSP-IDX)
               MOVE 'BUDGET SETTLEMENT CREDIT - FINAL BILL'
                   TO WS-SU-REASON (WS-SUSP-IDX)
               MOVE 'N' TO WS-SU-RESOLVED-SW (WS-SUSP-IDX)
               MOVE 0 TO WS-SU-HOLD-UNTIL (WS-SUSP-IDX)
               MOVE WS-SU-AMOUNT (WS-SUSP-IDX) TO WS-LG-SETTLE-CREDIT
           ELSE
               DISPLAY 'WARNING: SUSPENSE TABLE FULL - FINAL '
                   'SETTLEMENT CREDIT FOR ACCOUNT '
               WS-CUST-DONE-COUNT.
           DISPLAY '  FINAL BILLS PRODUCED : ' WS-FINAL-BILL-COUNT.
           DISPLAY '  RECONNECT FEES BILLED: ' WS-TOTAL-RECONNECT.
           DISPLAY '  DEPOSITS BILLED      : '
               WS-DEPOSIT-BILLED-COUNT ' FOR '
               WS-DEPOSIT-BILLED-TOTAL.
           DISPLAY '  DEPOSITS APPLIED     : '
               WS-DEPOSIT-APPLIED-COUNT ' FOR '
               WS-DEPOSIT-APPLIED-TOTAL.
           DISPLAY '  STATEMENTS WRITTEN   : ' WS-STMT-WRITTEN-COUNT.

      *****************************************************************

           OPEN OUTPUT RUN-CONTROL-WORK.
           CLOSE RUN-CONTROL-WORK.

      *****************************************************************
      * STAMP THIS CYCLE'S CALENDAR ROW COMPLETE WITH ITS RUN
      * CONTROL COUNTS AND REWRITE BILLCAL. THE COUNTS ARE EVERY
      * RUNCTL RECORD FOR THE PERIOD AND CYCLE, SO AN ABENDED
      * INVOCATION'S RECOVERED RECORD AND THE RESTART'S OWN ADD UP
      * TO THE WHOLE CYCLE. AN OVERRIDE RUN OF A CYCLE THE CALENDAR
      * DID NOT SCHEDULE ADDS A ROW WITH NO SCHEDULED DATES, SO
      * MONTH-END STILL SEES THE CYCLE BILLED OFF SCHEDULE.
      *****************************************************************
       962-STAMP-CALENDAR-COMPLETE.
           IF WS-CAL-FOUND-IDX = 0
               IF WS-CAL-TABLE-COUNT < WS-CAL-TABLE-MAX
                   ADD 1 TO WS-CAL-TABLE-COUNT
                   MOVE WS-CAL-TABLE-COUNT TO WS-CAL-FOUND-IDX
                   MOVE SPACES            TO WS-CAL-WORK
                   MOVE WS-BILLING-PERIOD TO CW-BILLING-PERIOD
                   MOVE WS-RUN-CYCLE      TO CW-CYCLE
                   MOVE 0                 TO CW-READ-DATE
                   MOVE 0                 TO CW-BILL-DATE
               ELSE
                   DISPLAY 'BILLING CALENDAR TABLE FULL - CYCLE '
                       WS-RUN-CYCLE ' NOT STAMPED COMPLETE'
               END-IF
           ELSE
               SET WS-CAL-IDX TO WS-CAL-FOUND-IDX
               MOVE WS-CAL-IMAGE (WS-CAL-IDX) TO WS-CAL-WORK
           END-IF.

           IF WS-CAL-FOUND-IDX > 0
               PERFORM 963-SUM-CYCLE-RUN-CONTROL
               MOVE 'C'             TO CW-COMPLETE-FLAG
               MOVE WS-RUN-DATE-NUM TO CW-COMPLETED-DATE
               IF WS-RUN-OFF-SCHEDULE
                   MOVE 'Y' TO CW-OVERRIDE-FLAG
               ELSE
                   MOVE 'N' TO CW-OVERRIDE-FLAG
               END-IF
               SET WS-CAL-IDX TO WS-CAL-FOUND-IDX
               MOVE CW-CALENDAR-KEY TO WS-CAL-KEY (WS-CAL-IDX)
               MOVE WS-CAL-WORK     TO WS-CAL-IMAGE (WS-CAL-IDX)
               PERFORM 967-REWRITE-BILLING-CALENDAR
           END-IF.

      *****************************************************************
      * SUM THE PERIOD'S RUNCTL RECORDS FOR THIS CYCLE INTO THE
      * STAMP. A RECORD WRITTEN BEFORE RUNCTL CARRIED THE CYCLE HAS
      * A BLANK CYCLE AND WAS A FULL-BASE RUN, SO IT COUNTS AS
      * CYCLE 0. IF RUNCTL WILL NOT OPEN, THIS INVOCATION'S OWN
      * COUNTS ARE STAMPED.
      *****************************************************************
       963-SUM-CYCLE-RUN-CONTROL.
           MOVE 0 TO CW-CUST-READ.
           MOVE 0 TO CW-CUST-BILLED.
           MOVE 0 TO CW-CUST-REJECTED.
           MOVE 0 TO CW-CUST-SKIPPED.
           MOVE 0 TO CW-TOTAL-BILLED.
           MOVE 'N' TO WS-RC-EOF-SW.

           OPEN INPUT RUN-CONTROL.
           IF WS-RUN-CONTROL-STATUS = '00'
               PERFORM 964-SUM-ONE-RC-REC
                   UNTIL WS-EOF-RUN-CONTROL
               CLOSE RUN-CONTROL
           ELSE
               DISPLAY 'UNABLE TO REREAD RUN-CONTROL - STATUS '
                   WS-RUN-CONTROL-STATUS ' - CALENDAR STAMPED WITH '
                   'THIS RUN''S COUNTS ONLY'
               MOVE RW-CUST-READ     TO CW-CUST-READ
               MOVE RW-CUST-BILLED   TO CW-CUST-BILLED
               MOVE RW-CUST-REJECTED TO CW-CUST-REJECTED
               MOVE RW-CUST-SKIPPED  TO CW-CUST-SKIPPED
               MOVE RW-TOTAL-BILLED  TO CW-TOTAL-BILLED
           END-IF.

      *****************************************************************
      * ADD ONE RUNCTL RECORD TO THE STAMP WHEN IT BELONGS TO THIS
      * PERIOD AND CYCLE.
      *****************************************************************
       964-SUM-ONE-RC-REC.
           READ RUN-CONTROL
               AT END
                   MOVE 'Y' TO WS-RC-EOF-SW
               NOT AT END
                   IF RC-CYCLE NUMERIC
                       MOVE RC-CYCLE TO WS-CAL-RC-CYCLE
                   ELSE
                       MOVE 0 TO WS-CAL-RC-CYCLE
                   END-IF
                   IF RC-BILLING-PERIOD = WS-BILLING-PERIOD
                       AND WS-CAL-RC-CYCLE = WS-RUN-CYCLE
                       ADD RC-CUST-READ     TO CW-CUST-READ
                       ADD RC-CUST-BILLED   TO CW-CUST-BILLED
                       ADD RC-CUST-REJECTED TO CW-CUST-REJECTED
                       ADD RC-CUST-SKIPPED  TO CW-CUST-SKIPPED
                       ADD RC-TOTAL-BILLED  TO CW-TOTAL-BILLED
                   END-IF
           END-READ.

      *****************************************************************
      * REWRITE BILLCAL FROM THE TABLE - EVERY ROW AS IT WAS LOADED
      * EXCEPT THE ONE JUST STAMPED. A FILE THAT WILL NOT OPEN
      * LEAVES THE CYCLE UNSTAMPED, SO MONTH-END SHOWS IT NOT
      * BILLED UNTIL SOMEONE LOOKS.
      *****************************************************************
       967-REWRITE-BILLING-CALENDAR.
           OPEN OUTPUT BILLING-CALENDAR.
           IF WS-BILLING-CALENDAR-STATUS NOT = '00'
               DISPLAY 'UNABLE TO REWRITE BILLING-CALENDAR - STATUS '
                   WS-BILLING-CALENDAR-STATUS ' - CYCLE '
                   WS-RUN-CYCLE ' NOT STAMPED COMPLETE'
           ELSE
               PERFORM 968-WRITE-ONE-CALENDAR-ROW
                   VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-TABLE-COUNT
               CLOSE BILLING-CALENDAR
               DISPLAY 'BILLING CALENDAR: CYCLE ' WS-RUN-CYCLE
                   ' PERIOD ' WS-BILLING-PERIOD ' STAMPED COMPLETE - '
                   CW-CUST-BILLED ' BILLED'
           END-IF.

      *****************************************************************
      * WRITE ONE CALENDAR ROW DURING THE REWRITE ABOVE.
      *****************************************************************
       968-WRITE-ONE-CALENDAR-ROW.
           MOVE WS-CAL-IMAGE (WS-CAL-IDX) TO CL-RECORD.
           WRITE CL-RECORD.
