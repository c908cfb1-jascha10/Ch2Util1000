      *  re-dispatched before bill day instead of the holes turning
      *  up on REJFILE.
      *
      *  Each read is checked against its cycle's read window on the
      *  BILLCAL billing calendar - the read date through the bill
      *  date of the cycle's next bill - and the reads that came in
      *  outside it are totaled by route with a console warning, so
      *  a route read too early or too late is caught before bill
      *  day.
      *
      *  A closed or disconnected account's readings are left where
      *  they stood when the meter was pulled. A good read on one of
      *  those meters is not applied; one that has advanced past the
      *  frozen reading goes to the DEADREAD file for the revenue
      *  protection run.
      *
      *  The route file is sorted by account before a balanced-line
      *  merge against CUSTIN (which arrives in ascending account
      *  sequence from UTIL2200), and the updated master is written
      *                  code this program does not know rejects
      *                  the record to the exception report
      *                  instead of trusting its reading field.
      *  10-15-2026  JS  Record length bumped for the cash-only
      *                  flag on the master.
      *  10-15-2026  JS  Record length bumped for the security
      *                  deposit due amount on the master.
      *  10-15-2026  JS  Record length bumped for the autopay
      *                  enrollment fields on the master.
      *  10-15-2026  JS  Closed and disconnected accounts keep
      *                  the readings they had when the meter
      *                  was pulled; a read on one is not
      *                  applied, and one that has advanced past
      *                  that reading goes to the new DEADREAD
      *                  file for the revenue protection run.
      *  10-15-2026  JS  Each read is checked against its
      *                  cycle's read window on the new BILLCAL
      *                  billing calendar (read date through
      *                  bill date of the cycle's next open
      *                  bill); reads outside it are totaled by
      *                  route on the missed list with a console
      *                  warning per route.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MISSED-REPORT-STATUS.

           SELECT DEAD-METER-FILE  ASSIGN TO 'DEADREAD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEAD-METER-STATUS.

           SELECT BILLING-CALENDAR ASSIGN TO 'BILLCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLING-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *****************************************************************
       FD  MASTER-NEW
           RECORDING MODE IS F.
       01  NM-RECORD                    PIC X(183).

      *****************************************************************
      * READING EXCEPTION REPORT - ONE LINE PER READ THAT FAILED
           RECORDING MODE IS F.
       01  MR-RECORD                    PIC X(110).

      *****************************************************************
      * DEAD-METER READS - ONE RECORD PER READ ON A CLOSED OR
      * DISCONNECTED ACCOUNT THAT ADVANCED PAST THE READING FROZEN
      * ON THE MASTER, FOR THE REVENUE PROTECTION RUN.
      *****************************************************************
       FD  DEAD-METER-FILE
           RECORDING MODE IS F.
       01  DR-RECORD.
           COPY DRRECORD.

      *****************************************************************
      * BILLING CALENDAR - READ ONLY HERE, FOR EACH CYCLE'S READ
      * WINDOW. A MISSING FILE MEANS NO WINDOW IS CHECKED.
      *****************************************************************
       FD  BILLING-CALENDAR
           RECORDING MODE IS F.
       01  CL-RECORD.
           COPY CLRECORD.

       WORKING-STORAGE SECTION.

      *****************************************************************
       01  WS-MASTER-NEW-STATUS        PIC X(02)  VALUE '00'.
       01  WS-EXCEPTION-REPORT-STATUS  PIC X(02)  VALUE '00'.
       01  WS-MISSED-REPORT-STATUS     PIC X(02)  VALUE '00'.
       01  WS-DEAD-METER-STATUS        PIC X(02)  VALUE '00'.
       01  WS-BILLING-CALENDAR-STATUS  PIC X(02)  VALUE '00'.
       01  WS-CAL-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-EOF-BILLING-CALENDAR            VALUE 'Y'.
       01  WS-CAL-AVAILABLE-SW         PIC X(01)  VALUE 'N'.
           88  WS-CAL-AVAILABLE                   VALUE 'Y'.

      *****************************************************************
      * BALANCED-LINE MERGE CONTROL - SAME PATTERN AS UTIL2200. THE
       01  WS-MISSED-REASON             PIC X(30)  VALUE SPACES.
       01  WS-ACCT-ROUTE                PIC X(08)  VALUE SPACES.
       01  WS-CURR-PERIOD               PIC 9(06)  VALUE 0.
       01  WS-DEAD-READ-NUM             PIC 9(06)  VALUE 0.

      *****************************************************************
      * CYCLE READ WINDOWS - FOR EACH CYCLE, THE READ DATE AND BILL
      * DATE OF ITS NEXT BILL ON THE CALENDAR: THE EARLIEST ROW NOT
      * YET STAMPED COMPLETE WHOSE BILL DATE IS NOT BEFORE THE RUN
      * DATE. THAT BILL IS THE ONE THESE READS FEED, SO A READ DATED
      * BEFORE ITS READ DATE OR AFTER ITS BILL DATE CAME IN OUTSIDE
      * THE WINDOW. SUBSCRIPTED BY CYCLE PLUS ONE; A ZERO BILL DATE
      * MEANS THE CALENDAR HAS NO BILL COMING FOR THE CYCLE.
      *****************************************************************
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-ENTRY OCCURS 10 TIMES.
               10  WS-WIN-READ-DATE     PIC 9(8).
               10  WS-WIN-BILL-DATE     PIC 9(8).
       01  WS-WINDOW-SUB                PIC 9(2)   VALUE 0.
       01  WS-READ-CYCLE                PIC 9(1)   VALUE 0.

      *****************************************************************
      * PER-ROUTE TALLY TABLE - READS APPLIED AND READS MISSED FOR
      * EACH READER ID SEEN THIS RUN, PRINTED AT THE FOOT OF THE
      * MISSED-READS LIST, WITH THE READS THAT CAME IN OUTSIDE THEIR
      * CYCLE'S READ WINDOW. ACCOUNTS NO READER VISITED TALLY UNDER
      * THE ???????? ROUTE.
      *****************************************************************
       01  WS-ROUTE-TABLE-MAX           PIC 9(3)   VALUE 50.
               10  WS-RTT-ROUTE-ID      PIC X(08).
               10  WS-RTT-APPLIED       PIC 9(5).
               10  WS-RTT-MISSED        PIC 9(5).
               10  WS-RTT-OFF-WINDOW    PIC 9(5).

      *****************************************************************
      * CONTROL TOTALS
       01  WS-READ-REJECT-COUNT         PIC 9(5)   VALUE 0.
       01  WS-UNKNOWN-ACCT-COUNT        PIC 9(5)   VALUE 0.
       01  WS-MISSED-COUNT              PIC 9(5)   VALUE 0.
       01  WS-DEAD-METER-READ-COUNT     PIC 9(5)   VALUE 0.
       01  WS-DEAD-METER-ADVANCED       PIC 9(5)   VALUE 0.
       01  WS-OFF-WINDOW-COUNT          PIC 9(5)   VALUE 0.
       01  WS-NO-WINDOW-COUNT           PIC 9(5)   VALUE 0.

      *****************************************************************
      * RUN DATE AND REPORT PAGE CONTROL
           05  WS-RUN-YYYY              PIC 9(4).
           05  WS-RUN-MM                PIC 9(2).
           05  WS-RUN-DD                PIC 9(2).
       01  WS-RUN-DATE-NUM              PIC 9(8)   VALUE 0.
       01  WS-RUN-DATE-ED               PIC X(10)  VALUE SPACES.

       01  WS-PAGE-NUMBER               PIC 9(3)   VALUE 0.
           05  WS-RT-TL-APPLIED         PIC ZZ,ZZ9.
           05  FILLER                   PIC X(09)  VALUE '  MISSED'.
           05  WS-RT-TL-MISSED          PIC ZZ,ZZ9.
           05  FILLER                   PIC X(13)  VALUE
               '  OFF WINDOW'.
           05  WS-RT-TL-OFF-WINDOW      PIC ZZ,ZZ9.

      *****************************************************************
      * IT'S GO TIME!
           STRING WS-RUN-MM  '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-ED.
           COMPUTE WS-CURR-PERIOD = WS-RUN-YYYY * 100 + WS-RUN-MM.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.

           PERFORM 110-CHECK-INPUT-FILES.
           PERFORM 120-LOAD-READ-WINDOWS.

           SORT ROUTE-SORT-WORK
               ON ASCENDING KEY RS-ACCOUNT-NUMBER
           OPEN OUTPUT MASTER-NEW.
           OPEN OUTPUT EXCEPTION-REPORT.
           OPEN OUTPUT MISSED-REPORT.
           OPEN OUTPUT DEAD-METER-FILE.
           PERFORM 905-PRINT-MISSED-HEADERS.

           PERFORM 210-READ-MASTER.
           CLOSE MASTER-NEW.
           CLOSE EXCEPTION-REPORT.
           CLOSE MISSED-REPORT.
           CLOSE DEAD-METER-FILE.

           STOP RUN.

           END-IF.
           CLOSE ROUTE-FILE.

      *****************************************************************
      * LOAD EACH CYCLE'S READ WINDOW FROM THE BILLING CALENDAR. THE
      * CALENDAR IS OPTIONAL HERE - WITHOUT IT THE READS ARE TAKEN
      * AS THEY COME, AS THEY ALWAYS WERE.
      *****************************************************************
       120-LOAD-READ-WINDOWS.
           MOVE ZEROS TO WS-WINDOW-TABLE.
           OPEN INPUT BILLING-CALENDAR.

           IF WS-BILLING-CALENDAR-STATUS = '00'
               MOVE 'Y' TO WS-CAL-AVAILABLE-SW
               PERFORM 125-READ-CALENDAR-REC
                   UNTIL WS-EOF-BILLING-CALENDAR
               CLOSE BILLING-CALENDAR
           ELSE
               DISPLAY 'NO BILLCAL FILE - READ WINDOWS NOT CHECKED'
           END-IF.

      *****************************************************************
      * READ ONE CALENDAR ROW AND KEEP IT AS ITS CYCLE'S WINDOW WHEN
      * IT IS AN OPEN BILL NOT BEFORE TODAY AND EARLIER THAN THE ONE
      * ALREADY HELD. A ROW WITH A BAD CYCLE OR DATE IS PASSED BY.
      *****************************************************************
       125-READ-CALENDAR-REC.
           READ BILLING-CALENDAR
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-SW
               NOT AT END
                   IF CL-CYCLE NUMERIC
                       AND CL-READ-DATE NUMERIC
                       AND CL-BILL-DATE NUMERIC
                       AND NOT CL-CYCLE-COMPLETE
                       AND CL-BILL-DATE >= WS-RUN-DATE-NUM
                       COMPUTE WS-WINDOW-SUB = CL-CYCLE + 1
                       IF WS-WIN-BILL-DATE (WS-WINDOW-SUB) = 0
                           OR CL-BILL-DATE <
                               WS-WIN-BILL-DATE (WS-WINDOW-SUB)
                           MOVE CL-READ-DATE TO
                               WS-WIN-READ-DATE (WS-WINDOW-SUB)
                           MOVE CL-BILL-DATE TO
                               WS-WIN-BILL-DATE (WS-WINDOW-SUB)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      * READ THE NEXT MASTER RECORD. THE KEY GOES TO HIGH-VALUES AT
      * END OF FILE SO THE MERGE COMPARES KEEP WORKING UNCHANGED
      * READING - THE ROLL THE CLERK USED TO KEY - SO THE NEW READ
      * IS VALIDATED AGAINST EXACTLY THE PRIOR READING BILL DAY
      * WILL SUBTRACT. THEN THE READ IS VALIDATED AND APPLIED, OR
      * LEFT MISSING FOR THE ESTIMATE LOGIC. A CLOSED OR
      * DISCONNECTED ACCOUNT IS NEITHER ROLLED NOR GIVEN THE READ -
      * ITS READINGS STAY AT THE LAST POSITION BEFORE THE METER WAS
      * PULLED, AND THE READ IS ONLY CHECKED AGAINST IT.
      *****************************************************************
       400-APPLY-ONE-READ.
           IF NOT WS-ALLOCATED
               PERFORM 850-WRITE-REJECT-LINE
           ELSE
               MOVE RT-READER-ID TO WS-ACCT-ROUTE
               PERFORM 440-CHECK-READ-WINDOW
               IF NOT WS-READINGS-ROLLED
                   AND WK-ACCOUNT-STATUS NOT = 'C'
                   AND WK-ACCOUNT-STATUS NOT = 'D'
                   PERFORM 410-ROLL-READINGS
               END-IF
               EVALUATE TRUE
                       PERFORM 850-WRITE-REJECT-LINE
                       MOVE 'UNKNOWN TROUBLE CODE - NOT APPLIED'
                           TO WS-MISSED-REASON
                   WHEN WK-ACCOUNT-STATUS = 'C'
                   WHEN WK-ACCOUNT-STATUS = 'D'
                       PERFORM 430-CHECK-DEAD-METER-READ
                   WHEN OTHER
                       PERFORM 420-VALIDATE-ONE-READ
                       IF WS-READ-VALID
               END-IF
           END-IF.

      *****************************************************************
      * CHECK A READ TAKEN ON A CLOSED OR DISCONNECTED METER AGAINST
      * THE READING FROZEN ON THE MASTER - THE CURRENT READING IF
      * ONE WAS ON FILE WHEN THE METER WAS PULLED, ELSE THE PRIOR.
      * THE READ IS NEVER APPLIED. ONE THAT HAS ADVANCED (ALLOWING
      * FOR THE DIAL ROLLING OVER, WITHIN THE REASONABLE-USAGE
      * CEILING) IS WRITTEN TO DEADREAD AND SHOWN ON THE EXCEPTION
      * REPORT; ONE FURTHER BELOW THE FROZEN READING THAN A DIAL
      * ROLLOVER EXPLAINS IS TAKEN AS A MISREAD AND LEFT ALONE.
      *****************************************************************
       430-CHECK-DEAD-METER-READ.
           MOVE 0 TO WS-USAGE-CALC.
           IF WK-CURRENT-READING NUMERIC
               MOVE WK-CURRENT-READING TO WS-DEAD-READ-NUM
           ELSE
               MOVE WK-PRIOR-READING   TO WS-DEAD-READ-NUM
           END-IF.

           IF RT-READING NOT NUMERIC
               ADD 1 TO WS-READ-REJECT-COUNT
               MOVE 'READING NOT NUMERIC' TO WS-REJECT-REASON
               PERFORM 850-WRITE-REJECT-LINE
           ELSE
               ADD 1 TO WS-DEAD-METER-READ-COUNT
               MOVE RT-READING TO WS-READING-NUM
               IF WS-READING-NUM >= WS-DEAD-READ-NUM
                   COMPUTE WS-USAGE-CALC =
                       WS-READING-NUM - WS-DEAD-READ-NUM
               ELSE
                   COMPUTE WS-USAGE-CALC =
                       WS-METER-MODULUS - WS-DEAD-READ-NUM
                       + WS-READING-NUM
                   IF WS-USAGE-CALC > WS-MAX-REASONABLE-KWH
                       MOVE 0 TO WS-USAGE-CALC
                   END-IF
               END-IF
               IF WS-USAGE-CALC > 0
                   PERFORM 720-WRITE-DEAD-METER-REC
                   IF WK-ACCOUNT-STATUS = 'C'
                       MOVE 'CLOSED ACCOUNT METER ADVANCED - NOT USED'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE 'DISCONNECTED METER ADVANCED - NOT USED'
                           TO WS-REJECT-REASON
                   END-IF
                   PERFORM 850-WRITE-REJECT-LINE
               END-IF
           END-IF.

      *****************************************************************
      * CHECK THE ROUTE RECORD'S READ DATE AGAINST THE ACCOUNT'S
      * CYCLE WINDOW. THE READ IS STILL APPLIED (OR NOT) ON ITS OWN
      * MERITS - THE WINDOW ONLY WARNS, BY ROUTE. A CYCLE-0 ACCOUNT
      * BILLS IN EVERY RUN AND HAS NO WINDOW OF ITS OWN UNLESS THE
      * CALENDAR SCHEDULES A FULL-BASE RUN; A CYCLE 1-9 ACCOUNT
      * WITH NO BILL COMING ON THE CALENDAR IS COUNTED.
      *****************************************************************
       440-CHECK-READ-WINDOW.
           IF WS-CAL-AVAILABLE
               IF WK-BILL-CYCLE NUMERIC
                   MOVE WK-BILL-CYCLE TO WS-READ-CYCLE
               ELSE
                   MOVE 0 TO WS-READ-CYCLE
               END-IF
               COMPUTE WS-WINDOW-SUB = WS-READ-CYCLE + 1
               IF WS-WIN-BILL-DATE (WS-WINDOW-SUB) = 0
                   IF WS-READ-CYCLE > 0
                       ADD 1 TO WS-NO-WINDOW-COUNT
                   END-IF
               ELSE
                   IF RT-READ-DATE NOT NUMERIC
                       OR RT-READ-DATE <
                           WS-WIN-READ-DATE (WS-WINDOW-SUB)
                       OR RT-READ-DATE >
                           WS-WIN-BILL-DATE (WS-WINDOW-SUB)
                       PERFORM 730-TALLY-ROUTE-OFF-WINDOW
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * FIND (OR CREATE) THE TALLY ROW FOR A ROUTE. A FULL TABLE
      * LEAVES THE FOUND INDEX AT ZERO AND THE ROUTE GOES UNTALLIED
                       WS-RTT-ROUTE-ID (WS-ROUTE-IDX)
                   MOVE 0 TO WS-RTT-APPLIED (WS-ROUTE-IDX)
                   MOVE 0 TO WS-RTT-MISSED (WS-ROUTE-IDX)
                   MOVE 0 TO WS-RTT-OFF-WINDOW (WS-ROUTE-IDX)
                   MOVE WS-ROUTE-TABLE-COUNT TO WS-ROUTE-FOUND-IDX
               ELSE
                   DISPLAY 'WARNING: ROUTE TABLE FULL - ROUTE '
               ADD 1 TO WS-RTT-APPLIED (WS-ROUTE-IDX)
           END-IF.

      *****************************************************************
      * COUNT ONE READ OUTSIDE ITS CYCLE'S READ WINDOW UNDER ITS
      * ROUTE.
      *****************************************************************
       730-TALLY-ROUTE-OFF-WINDOW.
           ADD 1 TO WS-OFF-WINDOW-COUNT.
           MOVE RT-READER-ID TO WS-ROUTE-SEARCH-ID.
           PERFORM 600-FIND-ROUTE-ENTRY.
           IF WS-ROUTE-FOUND-IDX > 0
               SET WS-ROUTE-IDX TO WS-ROUTE-FOUND-IDX
               ADD 1 TO WS-RTT-OFF-WINDOW (WS-ROUTE-IDX)
           END-IF.

      *****************************************************************
      * WRITE ONE DEAD-METER READ FOR THE REVENUE PROTECTION RUN.
      *****************************************************************
       720-WRITE-DEAD-METER-REC.
           ADD 1 TO WS-DEAD-METER-ADVANCED.
           MOVE WK-ACCOUNT-NUMBER TO DR-ACCOUNT-NUMBER.
           MOVE WK-ACCOUNT-STATUS TO DR-ACCOUNT-STATUS.
           MOVE RT-READ-DATE      TO DR-READ-DATE.
           MOVE RT-READER-ID      TO DR-READER-ID.
           MOVE WS-DEAD-READ-NUM  TO DR-DISCONNECT-READING.
           MOVE WS-READING-NUM    TO DR-ROUTE-READING.
           MOVE WS-USAGE-CALC     TO DR-KWH-ADVANCED.
           WRITE DR-RECORD.

      *****************************************************************
      * WRITE ONE LINE TO THE READING EXCEPTION REPORT FOR THE
      * ROUTE RECORD IN HAND, HEADING A NEW PAGE FIRST WHENEVER THE
           MOVE RT-ACCOUNT-NUMBER TO WS-RJ-ACCOUNT.
           MOVE RT-READER-ID      TO WS-RJ-ROUTE.
           MOVE RT-READ-DATE      TO WS-RJ-READ-DATE.
           EVALUATE TRUE
               WHEN NOT WS-ALLOCATED
                   MOVE 0 TO WS-RJ-PRIOR-READ
               WHEN WK-ACCOUNT-STATUS = 'C'
               WHEN WK-ACCOUNT-STATUS = 'D'
                   MOVE WS-DEAD-READ-NUM TO WS-RJ-PRIOR-READ
               WHEN OTHER
                   MOVE WK-PRIOR-READING TO WS-RJ-PRIOR-READ
           END-EVALUATE.
           MOVE RT-READING        TO WS-RJ-READING.
           MOVE WS-USAGE-CALC     TO WS-RJ-USAGE.
           MOVE WS-REJECT-REASON  TO WS-RJ-REASON.
      *****************************************************************
      * PRINT THE PER-ROUTE TOTALS ON THE MISSED LIST AND THE
      * CONTROL COUNTS ON THE CONSOLE. READS APPLIED PLUS TROUBLE
      * SKIPS PLUS REJECTS PLUS UNKNOWN ACCOUNTS PLUS READS ON DEAD
      * METERS MUST EQUAL READS READ FOR THE RUN TO BALANCE. READS
      * OUTSIDE THE CYCLE WINDOW ARE A WARNING ACROSS ALL OF THOSE,
      * NOT A BUCKET OF THEIR OWN.
      *****************************************************************
       950-PRINT-TOTALS.
           WRITE MR-RECORD FROM SPACES.
           DISPLAY '  TROUBLE - NO READING : ' WS-TROUBLE-COUNT.
           DISPLAY '  READS REJECTED       : ' WS-READ-REJECT-COUNT.
           DISPLAY '  UNKNOWN ACCOUNTS     : ' WS-UNKNOWN-ACCT-COUNT.
           DISPLAY '  READS ON DEAD METERS : '
               WS-DEAD-METER-READ-COUNT.
           DISPLAY '    ADVANCED - DEADREAD: ' WS-DEAD-METER-ADVANCED.
           DISPLAY '  ACCOUNTS STILL UNREAD: ' WS-MISSED-COUNT.
           IF WS-CAL-AVAILABLE
               DISPLAY '  READS OUTSIDE WINDOW : ' WS-OFF-WINDOW-COUNT
               DISPLAY '  READS - NO BILL DUE  : ' WS-NO-WINDOW-COUNT
           END-IF.

      *****************************************************************
      * PRINT ONE ROUTE'S APPLIED/MISSED/OFF-WINDOW TOTALS DURING
      * THE LOOP ABOVE, WARNING ON THE CONSOLE FOR A ROUTE WITH
      * READS OUTSIDE THEIR CYCLE'S WINDOW.
      *****************************************************************
       955-PRINT-ONE-ROUTE-TOTAL.
           MOVE WS-RTT-ROUTE-ID (WS-ROUTE-IDX) TO WS-RT-TL-ROUTE.
           MOVE WS-RTT-APPLIED (WS-ROUTE-IDX)  TO WS-RT-TL-APPLIED.
           MOVE WS-RTT-MISSED (WS-ROUTE-IDX)   TO WS-RT-TL-MISSED.
           MOVE WS-RTT-OFF-WINDOW (WS-ROUTE-IDX)
               TO WS-RT-TL-OFF-WINDOW.
           WRITE MR-RECORD FROM WS-ROUTE-TOTAL-LINE.
           IF WS-RTT-OFF-WINDOW (WS-ROUTE-IDX) > 0
               DISPLAY 'WARNING: ROUTE ' WS-RTT-ROUTE-ID (WS-ROUTE-IDX)
                   ' - ' WS-RTT-OFF-WINDOW (WS-ROUTE-IDX)
                   ' READS OUTSIDE THE CYCLE READ WINDOW'
           END-IF.
