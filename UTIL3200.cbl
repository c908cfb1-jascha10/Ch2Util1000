       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTIL3200.
      *****************************************************************
      *  Programmer.:Jacob Schamp
      *  Date.......:10-15-2026
      *  GitHub URL.:https://github.com/jascha10/Ch2Util1000
      *  Description:Month-end unbilled revenue accrual. With cycle
      *  billing an account read early in the month carries most of
      *  a month of consumption at month-end that no bill has
      *  booked yet. This run works out each account's days of
      *  service from its last bill date on BILLHIST to month-end,
      *  estimates the kWh from the account's recent daily average
      *  on BILLARCH, and prices it at the current RATESCH energy
      *  and demand rows for the account's class and the month-end
      *  season, tier limits and demand scaled to the days the same
      *  way a final bill's partial month is. Each account accrued
      *  gets an accrual entry (code U) for the month and its
      *  automatic reversal (code V) for the next month on the
      *  GLACCR extract, and the accrual report totals it by rate
      *  class and billing cycle for UTIL2400 to reference. The
      *  month accrued is the run month unless the ACCRPARM card
      *  names another.
      *
      *  Modification History:
      *  10-15-2026  JS  Original unbilled revenue accrual program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-PARMS    ASSIGN TO 'ACCRPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-PARMS-STATUS.

           SELECT CUSTOMER-MASTER  ASSIGN TO 'CUSTIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT RATE-SCHEDULE    ASSIGN TO 'RATESCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-SCHEDULE-STATUS.

           SELECT BILL-HISTORY     ASSIGN TO 'BILLHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BH-ACCOUNT-NUMBER
               FILE STATUS IS WS-BILL-HISTORY-STATUS.

           SELECT BILL-ARCHIVE     ASSIGN TO 'BILLARCH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-ARCHIVE-KEY
               FILE STATUS IS WS-BILL-ARCHIVE-STATUS.

           SELECT GL-ACCRUAL       ASSIGN TO 'GLACCR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-ACCRUAL-STATUS.

           SELECT ACCRUAL-REPORT   ASSIGN TO 'ACCRRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * RUN PARAMETERS - A SINGLE OPTIONAL CONTROL RECORD WITH THE
      * MONTH TO ACCRUE (YYYYMM), FOR A MONTH-END RUN THAT GOES
      * AFTER MIDNIGHT ON THE FIRST. A MISSING FILE, OR A BLANK OR
      * INVALID PERIOD, ACCRUES THE RUN MONTH.
      *****************************************************************
       FD  ACCRUAL-PARMS
           RECORDING MODE IS F.
       01  AP-RECORD.
           05  AP-ACCRUAL-PERIOD        PIC X(06).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CM-RECORD.
           COPY CMRECORD.

      *****************************************************************
      * RATE SCHEDULE - THE SAME TYPED ROWS THE BILLING RUN PRICES
      * FROM. TYPE E CARRIES THE ENERGY TIER LIMITS AND RATES, TYPE
      * D A DEMAND RATE PER PEAK KW. THE QUALIFYING ROW FOR THE
      * CLASS AND SEASON WITH THE LATEST EFFECTIVE DATE NOT AFTER
      * MONTH-END IS THE CURRENT ONE.
      *****************************************************************
       FD  RATE-SCHEDULE
           RECORDING MODE IS F.
       01  RS-RECORD.
           05  RS-RECORD-TYPE           PIC X(01).
               88  RS-ENERGY-ROW                  VALUE 'E'.
               88  RS-DEMAND-ROW                  VALUE 'D'.
           05  RS-EFFECTIVE-DATE        PIC 9(8).
           05  RS-CUST-CLASS            PIC X(01).
           05  RS-SEASON                PIC X(01).
           05  RS-RATE-DETAIL           PIC X(19).
           05  RS-ENERGY-DETAIL REDEFINES RS-RATE-DETAIL.
               10  RS-TIER1-LIMIT       PIC 9(5).
               10  RS-TIER2-LIMIT       PIC 9(5).
               10  RS-RATE-TIER1        PIC V99.
               10  RS-RATE-TIER2        PIC V99.
               10  RS-RATE-TIER3        PIC V99.
               10  FILLER               PIC X(03).
           05  RS-DEMAND-DETAIL REDEFINES RS-RATE-DETAIL.
               10  RS-DEMAND-RATE       PIC 9(3)V99.
               10  FILLER               PIC X(14).

      *****************************************************************
      * BILL HISTORY - THE ACCOUNT'S LAST BILL DATE IS WHERE ITS
      * UNBILLED DAYS START. READ ONLY.
      *****************************************************************
       FD  BILL-HISTORY.
       01  BH-RECORD.
           COPY BHRECORD.

      *****************************************************************
      * BILL ARCHIVE - THE ACCOUNT'S LAST FEW BILLS GIVE ITS RECENT
      * DAILY AVERAGE USE. READ ONLY.
      *****************************************************************
       FD  BILL-ARCHIVE.
       01  BA-RECORD.
           COPY BARECORD.

      *****************************************************************
      * ACCRUAL GL EXTRACT - FOR EVERY ACCOUNT ACCRUED, THE ACCRUAL
      * ENTRY (CODE U) FOR THE MONTH AND ITS REVERSAL (CODE V) FOR
      * THE NEXT MONTH. REBUILT EACH RUN, SO A RERUN OF THE SAME
      * MONTH REPLACES RATHER THAN DOUBLES THE ACCRUAL.
      *****************************************************************
       FD  GL-ACCRUAL
           RECORDING MODE IS F.
       01  GL-RECORD.
           COPY GLRECORD.

      *****************************************************************
      * ACCRUAL REPORT - THE ACCOUNTS THAT COULD NOT BE ACCRUED OR
      * LOOK WRONG, THEN THE ACCRUAL BY RATE CLASS AND BILLING
      * CYCLE, CLOSED OUT BY TOTALS THAT TIE TO THE GLACCR ENTRIES.
      *****************************************************************
       FD  ACCRUAL-REPORT
           RECORDING MODE IS F.
       01  AR-RECORD                    PIC X(120).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * FILE STATUS AND SWITCHES
      *****************************************************************
       01  WS-ACCRUAL-PARMS-STATUS     PIC X(02)  VALUE '00'.
       01  WS-CUSTOMER-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-RATE-SCHEDULE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-BILL-HISTORY-STATUS      PIC X(02)  VALUE '00'.
       01  WS-BILL-ARCHIVE-STATUS      PIC X(02)  VALUE '00'.
       01  WS-GL-ACCRUAL-STATUS        PIC X(02)  VALUE '00'.
       01  WS-ACCRUAL-REPORT-STATUS    PIC X(02)  VALUE '00'.
       01  WS-CUST-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-CUSTOMER-MASTER             VALUE 'Y'.
       01  WS-RATE-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-RATE-SCHEDULE               VALUE 'Y'.
       01  WS-ARCHIVE-AVAILABLE-SW     PIC X(01)  VALUE 'N'.
           88  WS-ARCHIVE-AVAILABLE               VALUE 'Y'.
       01  WS-ARCH-ROW-SW              PIC X(01)  VALUE 'N'.
           88  WS-ARCH-ROW-IN-HAND                VALUE 'Y'.
       01  WS-ACCRUE-SW                PIC X(01)  VALUE 'N'.
           88  WS-ACCRUE-ACCOUNT                  VALUE 'Y'.
       01  WS-RATE-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-RATE-FOUND                      VALUE 'Y'.
       01  WS-DEMAND-FOUND-SW          PIC X(01)  VALUE 'N'.
           88  WS-DEMAND-FOUND                    VALUE 'Y'.

      *****************************************************************
      * THE MONTH BEING ACCRUED - ITS LAST DAY IS THE ACCRUAL DATE,
      * AND THE REVERSAL BOOKS TO THE PERIOD AFTER IT.
      *****************************************************************
       01  WS-ACCRUAL-PERIOD.
           05  WS-ACCR-YYYY             PIC 9(4).
           05  WS-ACCR-MM               PIC 9(2).
       01  WS-ACCRUAL-PERIOD-NUM REDEFINES WS-ACCRUAL-PERIOD
                                        PIC 9(6).
       01  WS-PARM-PERIOD.
           05  WS-PARM-YYYY             PIC 9(4).
           05  WS-PARM-MM               PIC 9(2).
       01  WS-ACCRUAL-DATE.
           05  WS-ACCD-YYYY             PIC 9(4).
           05  WS-ACCD-MM               PIC 9(2).
           05  WS-ACCD-DD               PIC 9(2).
       01  WS-ACCRUAL-DATE-NUM REDEFINES WS-ACCRUAL-DATE
                                        PIC 9(8).
       01  WS-ACCRUAL-DATE-ED           PIC X(10)  VALUE SPACES.
       01  WS-ACCRUAL-DATE-DAYS         PIC S9(7)  VALUE 0.
       01  WS-REVERSAL-PERIOD-NUM       PIC 9(6)   VALUE 0.
       01  WS-ARCH-START-PERIOD         PIC 9(6)   VALUE 0.

      *****************************************************************
      * DAYS IN THE MONTH BEING ACCRUED, INCLUDING THE LEAP-YEAR
      * FEBRUARY - THE TIER LIMITS AND DEMAND RATE ARE MONTHLY, SO
      * THEY ARE SCALED BY UNBILLED DAYS OVER THIS.
      *****************************************************************
       01  WS-HOLD-YYYY                 PIC 9(4)   VALUE 0.
       01  WS-HOLD-MM                   PIC 9(2)   VALUE 0.
       01  WS-DAYS-IN-MONTH             PIC 9(2)   VALUE 0.
       01  WS-LEAP-WORK                 PIC 9(4)   VALUE 0.
       01  WS-LEAP-REM                  PIC 9(4)   VALUE 0.

      *****************************************************************
      * SEASONAL RATE SELECTION - THE MONTH ACCRUED PICKS THE
      * SEASON, AND RATE ROWS MATCH ON THEIR OWN SEASON OR THE
      * ALL-YEAR CODE, THE SAME AS THE BILLING RUN.
      *****************************************************************
       01  WS-SUMMER-START-MM           PIC 9(2)   VALUE 06.
       01  WS-SUMMER-END-MM             PIC 9(2)   VALUE 09.
       01  WS-SEASON-CODE               PIC X(01)  VALUE 'W'.

      *****************************************************************
      * RATE SCHEDULE TABLE - LOADED ONCE FROM RATESCH.
      *****************************************************************
       01  WS-RATE-TABLE-MAX            PIC 9(3)   VALUE 50.
       01  WS-RATE-TABLE-COUNT          PIC 9(3)   VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES INDEXED BY WS-RATE-IDX.
               10  WS-RT-RECORD-TYPE    PIC X(01).
               10  WS-RT-EFFECTIVE-DATE PIC 9(8).
               10  WS-RT-CUST-CLASS     PIC X(01).
               10  WS-RT-SEASON         PIC X(01).
               10  WS-RT-DETAIL         PIC X(19).
               10  WS-RT-ENERGY-DETAIL REDEFINES WS-RT-DETAIL.
                   15  WS-RT-TIER1-LIMIT PIC 9(5).
                   15  WS-RT-TIER2-LIMIT PIC 9(5).
                   15  WS-RT-RATE-TIER1 PIC V99.
                   15  WS-RT-RATE-TIER2 PIC V99.
                   15  WS-RT-RATE-TIER3 PIC V99.
                   15  FILLER           PIC X(03).
               10  WS-RT-DEMAND-DETAIL REDEFINES WS-RT-DETAIL.
                   15  WS-RT-DEMAND-RATE PIC 9(3)V99.
                   15  FILLER           PIC X(14).

       01  WS-BEST-EFFECTIVE-DATE       PIC 9(8)   VALUE 0.
       01  WS-BEST-DEMAND-DATE          PIC 9(8)   VALUE 0.
       01  WS-TIER1-LIMIT               PIC 9(6)   VALUE 0.
       01  WS-TIER2-LIMIT               PIC 9(6)   VALUE 0.
       01  WS-RATE-TIER1                PIC V99    VALUE 0.
       01  WS-RATE-TIER2                PIC V99    VALUE 0.
       01  WS-RATE-TIER3                PIC V99    VALUE 0.
       01  WS-DEMAND-RATE               PIC 9(3)V99 VALUE 0.

      *****************************************************************
      * RATE CLASSES THE REPORT BREAKS ON, IN PRINT ORDER.
      *****************************************************************
       01  WS-CLASS-NAME-VALUES.
           05  FILLER                   PIC X(12)  VALUE
               'RRESIDENTIAL'.
           05  FILLER                   PIC X(12)  VALUE
               'CCOMMERCIAL '.
           05  FILLER                   PIC X(12)  VALUE
               'IINDUSTRIAL '.
       01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAME-VALUES.
           05  WS-CLASS-NAME-ENTRY OCCURS 3 TIMES.
               10  WS-CN-CODE           PIC X(01).
               10  WS-CN-NAME           PIC X(11).

      *****************************************************************
      * ACCRUAL TOTALS BY RATE CLASS AND BILLING CYCLE - ONE ROW PER
      * CLASS ABOVE, ONE CELL PER CYCLE 0-9 (CYCLE 0 IS AN ACCOUNT
      * NOT YET ASSIGNED ONE).
      *****************************************************************
       01  WS-ACCRUAL-TABLE.
           05  WS-AC-CLASS OCCURS 3 TIMES INDEXED BY WS-CLS-IDX.
               10  WS-AC-CYCLE OCCURS 10 TIMES INDEXED BY WS-CYC-IDX.
                   15  WS-AC-ACCOUNTS   PIC 9(5).
                   15  WS-AC-DAYS       PIC 9(7).
                   15  WS-AC-KWH        PIC 9(9).
                   15  WS-AC-ENERGY     PIC 9(8)V99.
                   15  WS-AC-DEMAND     PIC 9(8)V99.

       01  WS-CLASS-SUB                 PIC 9(2)   VALUE 0.
       01  WS-CYCLE-NUM                 PIC 9(1)   VALUE 0.
       01  WS-CYCLE-SUB                 PIC 9(2)   VALUE 0.
       01  WS-SUB-ACCOUNTS              PIC 9(5)   VALUE 0.
       01  WS-SUB-DAYS                  PIC 9(7)   VALUE 0.
       01  WS-SUB-KWH                   PIC 9(9)   VALUE 0.
       01  WS-SUB-ENERGY                PIC 9(8)V99 VALUE 0.
       01  WS-SUB-DEMAND                PIC 9(8)V99 VALUE 0.

      *****************************************************************
      * RECENT USAGE WINDOW - THE ACCOUNT'S LAST FOUR ARCHIVED BILLS
      * IN PERIOD ORDER. THE OLDEST ONE'S BILL DATE STARTS THE SPAN
      * AND THE KWH OF THE BILLS AFTER IT IS WHAT WAS USED OVER IT.
      *****************************************************************
       01  WS-WINDOW-MAX                PIC 9(1)   VALUE 4.
       01  WS-WINDOW-COUNT              PIC 9(1)   VALUE 0.
       01  WS-WINDOW-SUB                PIC 9(1)   VALUE 0.
       01  WS-USAGE-WINDOW.
           05  WS-UW-ENTRY OCCURS 4 TIMES.
               10  WS-UW-BILL-DATE      PIC 9(8).
               10  WS-UW-KWH            PIC 9(5).

      *****************************************************************
      * A SINGLE BILL WITH NOTHING BEFORE IT TO MEASURE FROM IS
      * TAKEN AS A MONTH OF THIS MANY DAYS.
      *****************************************************************
       01  WS-DEFAULT-BILL-DAYS         PIC 9(2)   VALUE 30.

      *****************************************************************
      * THE UNBILLED DAYS PAST WHICH THE CYCLE EVIDENTLY HAS NOT
      * BILLED THIS MONTH - STILL ACCRUED, BUT LISTED FOR REVIEW.
      *****************************************************************
       01  WS-MISSED-CYCLE-DAYS         PIC 9(2)   VALUE 45.

      *****************************************************************
      * DATE-TO-DAY-NUMBER CONVERSION WORK AREAS - THE SAME DAY
      * NUMBER UTIL2300 AGES WITH, GOOD ENOUGH TO SUBTRACT TWO DATES
      * FOR A SPAN IN DAYS.
      *****************************************************************
       01  WS-D2D-DATE.
           05  WS-D2D-YYYY              PIC 9(4).
           05  WS-D2D-MM                PIC 9(2).
           05  WS-D2D-DD                PIC 9(2).
       01  WS-D2D-DAYS                  PIC S9(7)  VALUE 0.
       01  WS-D2D-YEARS                 PIC 9(4)   VALUE 0.
       01  WS-D2D-WORK                  PIC 9(7)   VALUE 0.
       01  WS-D2D-REM                   PIC 9(4)   VALUE 0.
       01  WS-D2D-LEAP-SW               PIC X(1)   VALUE 'N'.
           88  WS-D2D-LEAP-YEAR                    VALUE 'Y'.

      *****************************************************************
      * WORK AREAS FOR THE ACCOUNT BEING ACCRUED
      *****************************************************************
       01  WS-SERVICE-END-DATE          PIC 9(8)   VALUE 0.
       01  WS-SERVICE-END-DAYS          PIC S9(7)  VALUE 0.
       01  WS-LAST-BILL-DATE            PIC 9(8)   VALUE 0.
       01  WS-LAST-BILL-DAYS            PIC S9(7)  VALUE 0.
       01  WS-UNBILLED-DAYS             PIC S9(5)  VALUE 0.
       01  WS-SPAN-START-DAYS           PIC S9(7)  VALUE 0.
       01  WS-SPAN-DAYS                 PIC S9(5)  VALUE 0.
       01  WS-SPAN-KWH                  PIC 9(7)   VALUE 0.
       01  WS-DAILY-AVG-KWH             PIC 9(5)V9(4) VALUE 0.
       01  WS-ACCRUED-KWH               PIC 9(6)   VALUE 0.
       01  WS-TIER1-KWH                 PIC 9(6)   VALUE 0.
       01  WS-TIER2-KWH                 PIC 9(6)   VALUE 0.
       01  WS-TIER3-KWH                 PIC 9(6)   VALUE 0.
       01  WS-TIER1-CHARGE              PIC 9(6)V99 VALUE 0.
       01  WS-TIER2-CHARGE              PIC 9(6)V99 VALUE 0.
       01  WS-TIER3-CHARGE              PIC 9(6)V99 VALUE 0.
       01  WS-ENERGY-CHARGE             PIC 9(6)V99 VALUE 0.
       01  WS-DEMAND-CHARGE             PIC 9(6)V99 VALUE 0.
       01  WS-ACCRUED-AMOUNT            PIC 9(6)V99 VALUE 0.
       01  WS-EXCEPTION-REASON          PIC X(44)  VALUE SPACES.

      *****************************************************************
      * CONTROL TOTALS - THE ACCRUAL ENTRIES AND THE REVERSAL
      * ENTRIES EACH TIE TO THE GRAND TOTAL OF THE CLASS AND CYCLE
      * SUMMARY.
      *****************************************************************
       01  WS-CUST-READ-COUNT           PIC 9(5)   VALUE 0.
       01  WS-INACTIVE-COUNT            PIC 9(5)   VALUE 0.
       01  WS-BILLED-THROUGH-COUNT      PIC 9(5)   VALUE 0.
       01  WS-NOT-ACCRUED-COUNT         PIC 9(5)   VALUE 0.
       01  WS-MISSED-CYCLE-COUNT        PIC 9(5)   VALUE 0.
       01  WS-LAST-BILL-BASIS-COUNT     PIC 9(5)   VALUE 0.
       01  WS-ACCRUAL-COUNT             PIC 9(5)   VALUE 0.
       01  WS-ACCRUAL-TOTAL             PIC 9(8)V99 VALUE 0.
       01  WS-REVERSAL-COUNT            PIC 9(5)   VALUE 0.
       01  WS-REVERSAL-TOTAL            PIC 9(8)V99 VALUE 0.
       01  WS-EXCEPTION-LINES           PIC 9(5)   VALUE 0.

      *****************************************************************
      * RUN DATE AND REPORT PAGE CONTROL
      *****************************************************************
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY              PIC 9(4).
           05  WS-RUN-MM                PIC 9(2).
           05  WS-RUN-DD                PIC 9(2).
       01  WS-RUN-DATE-NUM              PIC 9(8)   VALUE 0.
       01  WS-RUN-DATE-ED               PIC X(10)  VALUE SPACES.
       01  WS-RUN-PERIOD-NUM            PIC 9(6)   VALUE 0.

       01  WS-PAGE-NUMBER               PIC 9(3)   VALUE 0.
       01  WS-LINE-COUNT                PIC 9(2)   VALUE 99.
       01  WS-LINES-PER-PAGE            PIC 9(2)   VALUE 50.

      *****************************************************************
      * REPORT LINE LAYOUTS
      *****************************************************************
       01  WS-HEADING-1.
           05  FILLER                   PIC X(10)  VALUE 'UTIL3200'.
           05  FILLER                   PIC X(28)  VALUE
               'UNBILLED REVENUE ACCRUAL'.
           05  FILLER                   PIC X(12)  VALUE 'RUN DATE: '.
           05  WS-H1-RUN-DATE           PIC X(10).
           05  FILLER                   PIC X(06)  VALUE 'PAGE  '.
           05  WS-H1-PAGE               PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER                   PIC X(16)  VALUE
               'ACCRUED THROUGH '.
           05  WS-H2-ACCRUAL-DATE       PIC X(10).
           05  FILLER                   PIC X(22)  VALUE
               '   REVERSED IN PERIOD '.
           05  WS-H2-REVERSAL-PERIOD    PIC 9(6).

       01  WS-SECTION-LINE.
           05  FILLER                   PIC X(10)  VALUE SPACES.
           05  WS-SL-TEXT               PIC X(50).

       01  WS-EXCEPTION-HEAD-LINE.
           05  FILLER                   PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(06)  VALUE 'CLASS'.
           05  FILLER                   PIC X(06)  VALUE 'CYCLE'.
           05  FILLER                   PIC X(10)  VALUE 'LAST BILL'.
           05  FILLER                   PIC X(08)  VALUE '  DAYS'.
           05  FILLER                   PIC X(44)  VALUE 'REASON'.

       01  WS-EXCEPTION-LINE.
           05  WS-EL-ACCOUNT            PIC 9(7).
           05  FILLER                   PIC X(05)  VALUE SPACES.
           05  WS-EL-CLASS              PIC X(01).
           05  FILLER                   PIC X(06)  VALUE SPACES.
           05  WS-EL-CYCLE              PIC 9(1).
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  WS-EL-LAST-BILL          PIC 9(8).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-EL-DAYS               PIC ZZZ9-.
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  WS-EL-REASON             PIC X(44).

       01  WS-SUMMARY-HEAD-LINE.
           05  FILLER                   PIC X(14)  VALUE 'RATE CLASS'.
           05  FILLER                   PIC X(05)  VALUE 'CYCLE'.
           05  FILLER                   PIC X(08)  VALUE 'ACCTS'.
           05  FILLER                   PIC X(09)  VALUE '    DAYS'.
           05  FILLER                   PIC X(13)  VALUE '         KWH'.
           05  FILLER                   PIC X(16)  VALUE
               '         ENERGY'.
           05  FILLER                   PIC X(16)  VALUE
               '         DEMAND'.
           05  FILLER                   PIC X(14)  VALUE
               '         TOTAL'.

       01  WS-SUMMARY-LINE.
           05  WS-SM-CLASS              PIC X(12).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-SM-CYCLE              PIC X(05).
           05  WS-SM-ACCOUNTS           PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-SM-DAYS               PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-SM-KWH                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-SM-ENERGY             PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-SM-DEMAND             PIC $$$,$$$,$$9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-SM-TOTAL              PIC $$$,$$$,$$9.99.

       01  WS-REPORT-TOTAL-LINE.
           05  WS-RT-LABEL              PIC X(24)  VALUE SPACES.
           05  WS-RT-COUNT              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RT-AMOUNT             PIC $$,$$$,$$9.99.

      *****************************************************************
      * IT'S GO TIME!
      *****************************************************************
       PROCEDURE DIVISION.

      *****************************************************************
      * MAINLINE - SET THE MONTH BEING ACCRUED, LOAD THE RATES, OPEN
      * THE FILES, ACCRUE EVERY ACCOUNT ON THE MASTER, PRINT THE
      * CLASS AND CYCLE SUMMARY AND THE TOTALS, CLOSE UP.
      *****************************************************************
       000-MAIN.
           DISPLAY '*************************************'.
           DISPLAY '*** UTIL3200 - UNBILLED ACCRUAL   ***'.
           DISPLAY '*************************************'.
           DISPLAY ' '.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           STRING WS-RUN-MM  '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-ED.
           COMPUTE WS-RUN-PERIOD-NUM = WS-RUN-YYYY * 100 + WS-RUN-MM.

           PERFORM 110-LOAD-PARAMETERS.
           PERFORM 115-SET-ACCRUAL-DATES.
           PERFORM 120-LOAD-RATE-SCHEDULE.
           PERFORM 130-OPEN-BILL-HISTORY.
           PERFORM 140-OPEN-BILL-ARCHIVE.
           PERFORM 150-OPEN-CUSTOMER-MASTER.

           OPEN OUTPUT GL-ACCRUAL.
           OPEN OUTPUT ACCRUAL-REPORT.

           INITIALIZE WS-ACCRUAL-TABLE.

           MOVE 'ACCOUNTS NOT ACCRUED OR FOR REVIEW' TO WS-SL-TEXT.
           PERFORM 830-WRITE-SECTION-LINE.
           PERFORM 835-WRITE-EXCEPTION-HEAD.

           PERFORM 200-READ-CUSTOMER.
           PERFORM 210-ACCRUE-ONE-CUSTOMER
               UNTIL WS-EOF-CUSTOMER-MASTER.

           IF WS-EXCEPTION-LINES = 0
               MOVE 'NONE' TO WS-SL-TEXT
               PERFORM 840-WRITE-TEXT-LINE
           END-IF.

           PERFORM 850-PRINT-ACCRUAL-SUMMARY.
           PERFORM 950-PRINT-TOTALS.

           CLOSE CUSTOMER-MASTER.
           CLOSE BILL-HISTORY.
           IF WS-ARCHIVE-AVAILABLE
               CLOSE BILL-ARCHIVE
           END-IF.
           CLOSE GL-ACCRUAL.
           CLOSE ACCRUAL-REPORT.

           STOP RUN.

      *****************************************************************
      * READ THE OPTIONAL ACCRPARM CARD FOR THE MONTH TO ACCRUE. A
      * MISSING FILE, OR A BLANK OR INVALID PERIOD, LEAVES THE RUN
      * MONTH.
      *****************************************************************
       110-LOAD-PARAMETERS.
           MOVE WS-RUN-PERIOD-NUM TO WS-ACCRUAL-PERIOD-NUM.
           OPEN INPUT ACCRUAL-PARMS.

           IF WS-ACCRUAL-PARMS-STATUS = '00'
               READ ACCRUAL-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-ACCRUAL-PERIOD NUMERIC
                           MOVE AP-ACCRUAL-PERIOD TO WS-PARM-PERIOD
                           IF WS-PARM-YYYY > 0
                               AND WS-PARM-MM >= 1
                               AND WS-PARM-MM <= 12
                               MOVE WS-PARM-PERIOD
                                   TO WS-ACCRUAL-PERIOD
                           ELSE
                               DISPLAY 'ACCRPARM PERIOD '
                                   AP-ACCRUAL-PERIOD
                                   ' INVALID - ACCRUING THE RUN MONTH'
                           END-IF
                       END-IF
               END-READ
               CLOSE ACCRUAL-PARMS
           END-IF.

      *****************************************************************
      * THE ACCRUAL DATE IS THE LAST DAY OF THE MONTH ACCRUED, AND
      * THE REVERSAL BOOKS TO THE FOLLOWING PERIOD. THE MONTH ALSO
      * PICKS THE RATE SEASON, AND THE ARCHIVE IS READ FROM A YEAR
      * BACK.
      *****************************************************************
       115-SET-ACCRUAL-DATES.
           MOVE WS-ACCR-YYYY TO WS-HOLD-YYYY.
           MOVE WS-ACCR-MM   TO WS-HOLD-MM.
           PERFORM 117-SET-DAYS-IN-MONTH.

           MOVE WS-ACCR-YYYY     TO WS-ACCD-YYYY.
           MOVE WS-ACCR-MM       TO WS-ACCD-MM.
           MOVE WS-DAYS-IN-MONTH TO WS-ACCD-DD.
           STRING WS-ACCD-MM '/' WS-ACCD-DD '/' WS-ACCD-YYYY
               DELIMITED BY SIZE INTO WS-ACCRUAL-DATE-ED.

           MOVE WS-ACCRUAL-DATE-NUM TO WS-D2D-DATE.
           PERFORM 190-DATE-TO-DAYS.
           MOVE WS-D2D-DAYS TO WS-ACCRUAL-DATE-DAYS.

           IF WS-ACCR-MM = 12
               COMPUTE WS-REVERSAL-PERIOD-NUM =
                   (WS-ACCR-YYYY + 1) * 100 + 1
           ELSE
               COMPUTE WS-REVERSAL-PERIOD-NUM =
                   WS-ACCRUAL-PERIOD-NUM + 1
           END-IF.

           COMPUTE WS-ARCH-START-PERIOD = WS-ACCRUAL-PERIOD-NUM - 100.

           IF WS-ACCR-MM >= WS-SUMMER-START-MM
               AND WS-ACCR-MM <= WS-SUMMER-END-MM
               MOVE 'S' TO WS-SEASON-CODE
           ELSE
               MOVE 'W' TO WS-SEASON-CODE
           END-IF.

           DISPLAY 'ACCRUING PERIOD ' WS-ACCRUAL-PERIOD-NUM
               ' THROUGH ' WS-ACCRUAL-DATE-ED
               ' - REVERSAL IN PERIOD ' WS-REVERSAL-PERIOD-NUM.

      *****************************************************************
      * SET WS-DAYS-IN-MONTH FOR WS-HOLD-MM OF WS-HOLD-YYYY,
      * INCLUDING THE LEAP-YEAR FEBRUARY.
      *****************************************************************
       117-SET-DAYS-IN-MONTH.
           EVALUATE WS-HOLD-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-HOLD-YYYY BY 4 GIVING WS-LEAP-WORK
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                       DIVIDE WS-HOLD-YYYY BY 100 GIVING WS-LEAP-WORK
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           DIVIDE WS-HOLD-YYYY BY 400
                               GIVING WS-LEAP-WORK
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM NOT = 0
                               MOVE 28 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DAYS-IN-MONTH
           END-EVALUATE.

      *****************************************************************
      * LOAD THE ENTIRE RATE SCHEDULE ONE TIME AT STARTUP. RATESCH
      * IS REQUIRED - WITH NO RATES THERE IS NOTHING TO PRICE THE
      * ACCRUAL AT.
      *****************************************************************
       120-LOAD-RATE-SCHEDULE.
           OPEN INPUT RATE-SCHEDULE.
           IF WS-RATE-SCHEDULE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN RATE-SCHEDULE - STATUS '
                   WS-RATE-SCHEDULE-STATUS
               STOP RUN
           END-IF.

           PERFORM 125-READ-RATE-SCHEDULE-REC
               UNTIL WS-EOF-RATE-SCHEDULE
               OR WS-RATE-TABLE-COUNT >= WS-RATE-TABLE-MAX.
           CLOSE RATE-SCHEDULE.

           IF NOT WS-EOF-RATE-SCHEDULE
               DISPLAY 'WARNING: RATE-SCHEDULE TABLE FULL AT '
                   WS-RATE-TABLE-MAX ' ENTRIES - REMAINING RATESCH '
                   'RECORDS WERE NOT LOADED'
           END-IF.

      *****************************************************************
      * READ ONE RATE-SCHEDULE RECORD AND ADD IT TO WS-RATE-TABLE.
      *****************************************************************
       125-READ-RATE-SCHEDULE-REC.
           READ RATE-SCHEDULE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RATE-TABLE-COUNT
                   SET WS-RATE-IDX TO WS-RATE-TABLE-COUNT
                   MOVE RS-RECORD-TYPE TO
                       WS-RT-RECORD-TYPE (WS-RATE-IDX)
                   MOVE RS-EFFECTIVE-DATE TO
                       WS-RT-EFFECTIVE-DATE (WS-RATE-IDX)
                   MOVE RS-CUST-CLASS TO
                       WS-RT-CUST-CLASS (WS-RATE-IDX)
                   MOVE RS-SEASON TO
                       WS-RT-SEASON (WS-RATE-IDX)
                   MOVE RS-RATE-DETAIL TO
                       WS-RT-DETAIL (WS-RATE-IDX)
           END-READ.

      *****************************************************************
      * OPEN THE KEYED BILL HISTORY. IT IS REQUIRED - WITHOUT THE
      * LAST BILL DATES THERE IS NO WAY TO COUNT UNBILLED DAYS.
      *****************************************************************
       130-OPEN-BILL-HISTORY.
           OPEN INPUT BILL-HISTORY.
           IF WS-BILL-HISTORY-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BILL-HISTORY - STATUS '
                   WS-BILL-HISTORY-STATUS
                   ' - NO LAST BILL DATES TO ACCRUE FROM'
               STOP RUN
           END-IF.

      *****************************************************************
      * OPEN THE KEYED BILL ARCHIVE. A MISSING FILE (STATUS 35)
      * LEAVES EVERY ACCOUNT'S DAILY AVERAGE TO ITS LAST BILL ON
      * BILLHIST. ANY OTHER FAILURE STOPS THE RUN.
      *****************************************************************
       140-OPEN-BILL-ARCHIVE.
           MOVE 'N' TO WS-ARCHIVE-AVAILABLE-SW.
           OPEN INPUT BILL-ARCHIVE.
           EVALUATE WS-BILL-ARCHIVE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-ARCHIVE-AVAILABLE-SW
               WHEN '35'
                   DISPLAY 'NO BILL-ARCHIVE FILE - DAILY AVERAGES '
                       'TAKEN FROM THE LAST BILL ONLY'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN BILL-ARCHIVE - STATUS '
                       WS-BILL-ARCHIVE-STATUS
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * OPEN THE CUSTOMER MASTER THAT DRIVES THE RUN.
      *****************************************************************
       150-OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CUSTOMER-MASTER - STATUS '
                   WS-CUSTOMER-MASTER-STATUS
               STOP RUN
           END-IF.

      *****************************************************************
      * CONVERT WS-D2D-DATE (YYYYMMDD) TO A DAY NUMBER SO TWO DATES
      * CAN BE SUBTRACTED FOR A SPAN IN DAYS. COUNTS WHOLE YEARS
      * WITH THE GREGORIAN LEAP RULE, THEN THE DAYS INTO THE YEAR.
      *****************************************************************
       190-DATE-TO-DAYS.
           COMPUTE WS-D2D-YEARS = WS-D2D-YYYY - 1.
           COMPUTE WS-D2D-DAYS =
               WS-D2D-YEARS * 365
               + WS-D2D-YEARS / 4
               - WS-D2D-YEARS / 100
               + WS-D2D-YEARS / 400.

           MOVE 'N' TO WS-D2D-LEAP-SW.
           DIVIDE WS-D2D-YYYY BY 4 GIVING WS-D2D-WORK
               REMAINDER WS-D2D-REM.
           IF WS-D2D-REM = 0
               MOVE 'Y' TO WS-D2D-LEAP-SW
               DIVIDE WS-D2D-YYYY BY 100 GIVING WS-D2D-WORK
                   REMAINDER WS-D2D-REM
               IF WS-D2D-REM = 0
                   DIVIDE WS-D2D-YYYY BY 400 GIVING WS-D2D-WORK
                       REMAINDER WS-D2D-REM
                   IF WS-D2D-REM NOT = 0
                       MOVE 'N' TO WS-D2D-LEAP-SW
                   END-IF
               END-IF
           END-IF.

           EVALUATE WS-D2D-MM
               WHEN 1  ADD 0   TO WS-D2D-DAYS
               WHEN 2  ADD 31  TO WS-D2D-DAYS
               WHEN 3  ADD 59  TO WS-D2D-DAYS
               WHEN 4  ADD 90  TO WS-D2D-DAYS
               WHEN 5  ADD 120 TO WS-D2D-DAYS
               WHEN 6  ADD 151 TO WS-D2D-DAYS
               WHEN 7  ADD 181 TO WS-D2D-DAYS
               WHEN 8  ADD 212 TO WS-D2D-DAYS
               WHEN 9  ADD 243 TO WS-D2D-DAYS
               WHEN 10 ADD 273 TO WS-D2D-DAYS
               WHEN 11 ADD 304 TO WS-D2D-DAYS
               WHEN 12 ADD 334 TO WS-D2D-DAYS
           END-EVALUATE.

           IF WS-D2D-LEAP-YEAR AND WS-D2D-MM > 2
               ADD 1 TO WS-D2D-DAYS
           END-IF.

           ADD WS-D2D-DD TO WS-D2D-DAYS.

      *****************************************************************
      * READ THE NEXT CUSTOMER MASTER RECORD.
      *****************************************************************
       200-READ-CUSTOMER.
           READ CUSTOMER-MASTER
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CUST-READ-COUNT
           END-READ.

      *****************************************************************
      * ACCRUE ONE CUSTOMER - COUNT ITS UNBILLED DAYS, ESTIMATE ITS
      * KWH, PRICE IT, BOOK THE ACCRUAL AND ITS REVERSAL, AND ROLL
      * IT INTO ITS CLASS AND CYCLE. EACH STEP CAN DROP THE ACCOUNT
      * OUT WITH A REASON ON THE REPORT.
      *****************************************************************
       210-ACCRUE-ONE-CUSTOMER.
           MOVE 'Y' TO WS-ACCRUE-SW.
           MOVE 0   TO WS-LAST-BILL-DATE.
           MOVE 0   TO WS-UNBILLED-DAYS.

           PERFORM 220-COUNT-UNBILLED-DAYS.

           IF WS-ACCRUE-ACCOUNT
               PERFORM 240-SELECT-RATE-SCHEDULE
           END-IF.

           IF WS-ACCRUE-ACCOUNT
               PERFORM 230-CALC-DAILY-AVERAGE
               PERFORM 260-PRICE-ACCRUAL
               PERFORM 700-WRITE-ACCRUAL-ENTRIES
               PERFORM 270-ROLL-INTO-SUMMARY
               IF WS-UNBILLED-DAYS > WS-MISSED-CYCLE-DAYS
                   ADD 1 TO WS-MISSED-CYCLE-COUNT
                   MOVE 'ACCRUED - CYCLE NOT BILLED THIS MONTH'
                       TO WS-EXCEPTION-REASON
                   PERFORM 820-WRITE-EXCEPTION-LINE
               END-IF
           END-IF.

           PERFORM 200-READ-CUSTOMER.

      *****************************************************************
      * WORK OUT THE ACCOUNT'S UNBILLED DAYS - FROM ITS LAST BILL
      * DATE TO MONTH-END, OR TO ITS STOP DATE WHEN A STOP FALLS
      * FIRST. A CLOSED OR DISCONNECTED ACCOUNT TAKES NO SERVICE,
      * AND AN ACCOUNT BILLED THROUGH MONTH-END HAS NOTHING UNBILLED.
      *****************************************************************
       220-COUNT-UNBILLED-DAYS.
           IF CM-ACCOUNT-CLOSED OR CM-DISCONNECTED
               ADD 1 TO WS-INACTIVE-COUNT
               MOVE 'N' TO WS-ACCRUE-SW
           END-IF.

           IF WS-ACCRUE-ACCOUNT
               EVALUATE CM-CUST-CLASS
                   WHEN 'R'
                       SET WS-CLS-IDX TO 1
                   WHEN 'C'
                       SET WS-CLS-IDX TO 2
                   WHEN 'I'
                       SET WS-CLS-IDX TO 3
                   WHEN OTHER
                       MOVE 'NOT ACCRUED - UNKNOWN RATE CLASS'
                           TO WS-EXCEPTION-REASON
                       PERFORM 290-DROP-ACCOUNT
               END-EVALUATE
           END-IF.

           IF WS-ACCRUE-ACCOUNT
               MOVE CM-ACCOUNT-NUMBER TO BH-ACCOUNT-NUMBER
               READ BILL-HISTORY
                   INVALID KEY
                       MOVE 'NOT ACCRUED - NEVER BILLED, NO BILLHIST'
                           TO WS-EXCEPTION-REASON
                       PERFORM 290-DROP-ACCOUNT
                   NOT INVALID KEY
                       MOVE BH-BILL-DATE TO WS-LAST-BILL-DATE
               END-READ
           END-IF.

           IF WS-ACCRUE-ACCOUNT
               MOVE WS-ACCRUAL-DATE-NUM TO WS-SERVICE-END-DATE
               IF CM-STOP-PENDING
                   AND CM-STOP-DATE > 0
                   AND CM-STOP-DATE < WS-ACCRUAL-DATE-NUM
                   MOVE CM-STOP-DATE TO WS-SERVICE-END-DATE
               END-IF
               MOVE WS-SERVICE-END-DATE TO WS-D2D-DATE
               PERFORM 190-DATE-TO-DAYS
               MOVE WS-D2D-DAYS TO WS-SERVICE-END-DAYS
               MOVE WS-LAST-BILL-DATE TO WS-D2D-DATE
               PERFORM 190-DATE-TO-DAYS
               MOVE WS-D2D-DAYS TO WS-LAST-BILL-DAYS
               COMPUTE WS-UNBILLED-DAYS =
                   WS-SERVICE-END-DAYS - WS-LAST-BILL-DAYS
               IF WS-UNBILLED-DAYS <= 0
                   ADD 1 TO WS-BILLED-THROUGH-COUNT
                   MOVE 'N' TO WS-ACCRUE-SW
               END-IF
           END-IF.

      *****************************************************************
      * THE ACCOUNT'S RECENT DAILY AVERAGE - THE KWH OF UP TO ITS
      * LAST THREE ARCHIVED BILLS OVER THE DAYS THEY SPAN, MEASURED
      * FROM THE BILL DATE BEFORE THEM. A SINGLE ARCHIVED BILL IS
      * TAKEN AS A STANDARD MONTH, AND WITH NOTHING ARCHIVED THE
      * LAST BILL ON BILLHIST STANDS IN FOR IT.
      *****************************************************************
       230-CALC-DAILY-AVERAGE.
           MOVE 0 TO WS-WINDOW-COUNT.
           MOVE 0 TO WS-DAILY-AVG-KWH.

           IF WS-ARCHIVE-AVAILABLE
               PERFORM 232-LOAD-USAGE-WINDOW
           END-IF.

           MOVE 0 TO WS-SPAN-KWH.
           MOVE 0 TO WS-SPAN-DAYS.
           IF WS-WINDOW-COUNT > 1
               PERFORM 236-SUM-WINDOW-KWH
                   VARYING WS-WINDOW-SUB FROM 2 BY 1
                   UNTIL WS-WINDOW-SUB > WS-WINDOW-COUNT
               MOVE WS-UW-BILL-DATE (1) TO WS-D2D-DATE
               PERFORM 190-DATE-TO-DAYS
               MOVE WS-D2D-DAYS TO WS-SPAN-START-DAYS
               MOVE WS-UW-BILL-DATE (WS-WINDOW-COUNT) TO WS-D2D-DATE
               PERFORM 190-DATE-TO-DAYS
               COMPUTE WS-SPAN-DAYS = WS-D2D-DAYS - WS-SPAN-START-DAYS
           END-IF.

           EVALUATE TRUE
               WHEN WS-SPAN-DAYS > 0
                   COMPUTE WS-DAILY-AVG-KWH ROUNDED =
                       WS-SPAN-KWH / WS-SPAN-DAYS
               WHEN WS-WINDOW-COUNT > 0
                   COMPUTE WS-DAILY-AVG-KWH ROUNDED =
                       WS-UW-KWH (WS-WINDOW-COUNT)
                       / WS-DEFAULT-BILL-DAYS
               WHEN OTHER
                   ADD 1 TO WS-LAST-BILL-BASIS-COUNT
                   COMPUTE WS-DAILY-AVG-KWH ROUNDED =
                       BH-KWH-USED / WS-DEFAULT-BILL-DAYS
           END-EVALUATE.

           COMPUTE WS-ACCRUED-KWH ROUNDED =
               WS-DAILY-AVG-KWH * WS-UNBILLED-DAYS.

      *****************************************************************
      * WALK THE ACCOUNT'S ARCHIVED BILLS FROM A YEAR BEFORE THE
      * MONTH ACCRUED, KEEPING THE LAST FOUR BILLED ON OR BEFORE
      * THE ACCOUNT'S LAST BILL DATE.
      *****************************************************************
       232-LOAD-USAGE-WINDOW.
           MOVE CM-ACCOUNT-NUMBER    TO BA-ACCOUNT-NUMBER.
           MOVE WS-ARCH-START-PERIOD TO BA-BILLING-PERIOD.
           MOVE 'N' TO WS-ARCH-ROW-SW.
           START BILL-ARCHIVE
               KEY IS NOT LESS THAN BA-ARCHIVE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 238-READ-NEXT-ARCHIVE
           END-START.

           PERFORM 234-KEEP-ARCHIVE-ROW
               UNTIL NOT WS-ARCH-ROW-IN-HAND.

      *****************************************************************
      * KEEP ONE ARCHIVED BILL IN THE WINDOW, SLIDING THE OLDEST OUT
      * WHEN IT IS FULL, THEN READ THE NEXT.
      *****************************************************************
       234-KEEP-ARCHIVE-ROW.
           IF BA-BILL-DATE <= WS-LAST-BILL-DATE
               IF WS-WINDOW-COUNT >= WS-WINDOW-MAX
                   PERFORM 235-SLIDE-WINDOW
                       VARYING WS-WINDOW-SUB FROM 1 BY 1
                       UNTIL WS-WINDOW-SUB >= WS-WINDOW-MAX
               ELSE
                   ADD 1 TO WS-WINDOW-COUNT
               END-IF
               MOVE BA-BILL-DATE TO WS-UW-BILL-DATE (WS-WINDOW-COUNT)
               MOVE BA-KWH-USED  TO WS-UW-KWH (WS-WINDOW-COUNT)
           END-IF.
           PERFORM 238-READ-NEXT-ARCHIVE.

      *****************************************************************
      * MOVE ONE WINDOW ENTRY DOWN A PLACE.
      *****************************************************************
       235-SLIDE-WINDOW.
           MOVE WS-UW-ENTRY (WS-WINDOW-SUB + 1)
               TO WS-UW-ENTRY (WS-WINDOW-SUB).

      *****************************************************************
      * ADD ONE WINDOW ENTRY'S KWH INTO THE SPAN TOTAL.
      *****************************************************************
       236-SUM-WINDOW-KWH.
           ADD WS-UW-KWH (WS-WINDOW-SUB) TO WS-SPAN-KWH.

      *****************************************************************
      * READ THE ACCOUNT'S NEXT ARCHIVED BILL IN KEY ORDER. THE WALK
      * IS OVER AT END OF FILE OR WHEN THE ACCOUNT NUMBER CHANGES.
      *****************************************************************
       238-READ-NEXT-ARCHIVE.
           MOVE 'N' TO WS-ARCH-ROW-SW.
           READ BILL-ARCHIVE NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF BA-ACCOUNT-NUMBER = CM-ACCOUNT-NUMBER
                       MOVE 'Y' TO WS-ARCH-ROW-SW
                   END-IF
           END-READ.

      *****************************************************************
      * FIND THE CURRENT TYPE-E ENERGY ROW AND TYPE-D DEMAND ROW
      * FOR THE ACCOUNT'S CLASS AND THE MONTH-END SEASON - THE
      * LATEST EFFECTIVE DATE NOT AFTER MONTH-END. NO ENERGY ROW
      * MEANS THE ACCOUNT CANNOT BE PRICED; NO DEMAND ROW MEANS THE
      * CLASS HAS NO DEMAND CHARGE.
      *****************************************************************
       240-SELECT-RATE-SCHEDULE.
           MOVE 0   TO WS-BEST-EFFECTIVE-DATE.
           MOVE 0   TO WS-BEST-DEMAND-DATE.
           MOVE 0   TO WS-DEMAND-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW.
           MOVE 'N' TO WS-DEMAND-FOUND-SW.

           PERFORM 245-CHECK-RATE-ENTRY
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-TABLE-COUNT.

           IF NOT WS-RATE-FOUND
               MOVE 'NOT ACCRUED - NO RATE SCHEDULE FOR CLASS'
                   TO WS-EXCEPTION-REASON
               PERFORM 290-DROP-ACCOUNT
           END-IF.

      *****************************************************************
      * EXAMINE ONE RATE-TABLE ENTRY DURING THE SEARCH ABOVE.
      *****************************************************************
       245-CHECK-RATE-ENTRY.
           IF WS-RT-CUST-CLASS (WS-RATE-IDX) = CM-CUST-CLASS
               AND (WS-RT-SEASON (WS-RATE-IDX) = 'A'
                   OR WS-RT-SEASON (WS-RATE-IDX) = WS-SEASON-CODE)
               AND WS-RT-EFFECTIVE-DATE (WS-RATE-IDX)
                   <= WS-ACCRUAL-DATE-NUM
               EVALUATE WS-RT-RECORD-TYPE (WS-RATE-IDX)
                   WHEN 'E'
                       IF WS-RT-EFFECTIVE-DATE (WS-RATE-IDX)
                           >= WS-BEST-EFFECTIVE-DATE
                           MOVE WS-RT-EFFECTIVE-DATE (WS-RATE-IDX)
                               TO WS-BEST-EFFECTIVE-DATE
                           MOVE WS-RT-TIER1-LIMIT (WS-RATE-IDX)
                               TO WS-TIER1-LIMIT
                           MOVE WS-RT-TIER2-LIMIT (WS-RATE-IDX)
                               TO WS-TIER2-LIMIT
                           MOVE WS-RT-RATE-TIER1 (WS-RATE-IDX)
                               TO WS-RATE-TIER1
                           MOVE WS-RT-RATE-TIER2 (WS-RATE-IDX)
                               TO WS-RATE-TIER2
                           MOVE WS-RT-RATE-TIER3 (WS-RATE-IDX)
                               TO WS-RATE-TIER3
                           MOVE 'Y' TO WS-RATE-FOUND-SW
                       END-IF
                   WHEN 'D'
                       IF WS-RT-EFFECTIVE-DATE (WS-RATE-IDX)
                           >= WS-BEST-DEMAND-DATE
                           MOVE WS-RT-EFFECTIVE-DATE (WS-RATE-IDX)
                               TO WS-BEST-DEMAND-DATE
                           MOVE WS-RT-DEMAND-RATE (WS-RATE-IDX)
                               TO WS-DEMAND-RATE
                           MOVE 'Y' TO WS-DEMAND-FOUND-SW
                       END-IF
               END-EVALUATE
           END-IF.

      *****************************************************************
      * PRICE THE ACCRUED KWH - THE TIER LIMITS ARE SCALED TO THE
      * UNBILLED DAYS SO THE PARTIAL MONTH CLIMBS THE TIERS AT THE
      * PACE A FULL MONTH WOULD, AND THE MONTHLY DEMAND CHARGE ON
      * THE PEAK KW IS TAKEN FOR THE SAME SHARE OF THE MONTH.
      *****************************************************************
       260-PRICE-ACCRUAL.
           COMPUTE WS-TIER1-LIMIT ROUNDED =
               WS-TIER1-LIMIT * WS-UNBILLED-DAYS / WS-DAYS-IN-MONTH.
           COMPUTE WS-TIER2-LIMIT ROUNDED =
               WS-TIER2-LIMIT * WS-UNBILLED-DAYS / WS-DAYS-IN-MONTH.

           IF WS-ACCRUED-KWH <= WS-TIER1-LIMIT
               MOVE WS-ACCRUED-KWH TO WS-TIER1-KWH
               MOVE 0 TO WS-TIER2-KWH WS-TIER3-KWH
           ELSE
               MOVE WS-TIER1-LIMIT TO WS-TIER1-KWH
               IF WS-ACCRUED-KWH <= (WS-TIER1-LIMIT + WS-TIER2-LIMIT)
                   COMPUTE WS-TIER2-KWH =
                       WS-ACCRUED-KWH - WS-TIER1-LIMIT
                   MOVE 0 TO WS-TIER3-KWH
               ELSE
                   MOVE WS-TIER2-LIMIT TO WS-TIER2-KWH
                   COMPUTE WS-TIER3-KWH =
                       WS-ACCRUED-KWH - WS-TIER1-LIMIT - WS-TIER2-LIMIT
               END-IF
           END-IF.

           COMPUTE WS-TIER1-CHARGE ROUNDED =
               WS-TIER1-KWH * WS-RATE-TIER1.
           COMPUTE WS-TIER2-CHARGE ROUNDED =
               WS-TIER2-KWH * WS-RATE-TIER2.
           COMPUTE WS-TIER3-CHARGE ROUNDED =
               WS-TIER3-KWH * WS-RATE-TIER3.
           COMPUTE WS-ENERGY-CHARGE =
               WS-TIER1-CHARGE + WS-TIER2-CHARGE + WS-TIER3-CHARGE.

           MOVE 0 TO WS-DEMAND-CHARGE.
           IF WS-DEMAND-FOUND
               COMPUTE WS-DEMAND-CHARGE ROUNDED =
                   CM-PEAK-KW-READING * WS-DEMAND-RATE
                   * WS-UNBILLED-DAYS / WS-DAYS-IN-MONTH
           END-IF.

           COMPUTE WS-ACCRUED-AMOUNT =
               WS-ENERGY-CHARGE + WS-DEMAND-CHARGE.

      *****************************************************************
      * ROLL THE ACCOUNT INTO ITS RATE CLASS AND BILLING CYCLE.
      *****************************************************************
       270-ROLL-INTO-SUMMARY.
           COMPUTE WS-CYCLE-SUB = CM-BILL-CYCLE + 1.
           SET WS-CYC-IDX TO WS-CYCLE-SUB.
           ADD 1                TO WS-AC-ACCOUNTS (WS-CLS-IDX,
                                                   WS-CYC-IDX).
           ADD WS-UNBILLED-DAYS TO WS-AC-DAYS (WS-CLS-IDX, WS-CYC-IDX).
           ADD WS-ACCRUED-KWH   TO WS-AC-KWH (WS-CLS-IDX, WS-CYC-IDX).
           ADD WS-ENERGY-CHARGE TO WS-AC-ENERGY (WS-CLS-IDX,
                                                 WS-CYC-IDX).
           ADD WS-DEMAND-CHARGE TO WS-AC-DEMAND (WS-CLS-IDX,
                                                 WS-CYC-IDX).

      *****************************************************************
      * THE ACCOUNT CANNOT BE ACCRUED - LIST IT WITH THE REASON.
      *****************************************************************
       290-DROP-ACCOUNT.
           MOVE 'N' TO WS-ACCRUE-SW.
           ADD 1 TO WS-NOT-ACCRUED-COUNT.
           PERFORM 820-WRITE-EXCEPTION-LINE.

      *****************************************************************
      * BOOK THE ACCOUNT'S ACCRUAL (CODE U) TO THE MONTH ACCRUED AND
      * ITS REVERSAL (CODE V), THE SAME AMOUNTS, TO THE NEXT PERIOD.
      * THE TIER AND DEMAND BREAKOUT FOOTS TO THE ACTUAL AND TOTAL
      * THE SAME AS A BILL'S.
      *****************************************************************
       700-WRITE-ACCRUAL-ENTRIES.
           MOVE CM-ACCOUNT-NUMBER   TO GL-ACCOUNT-NUMBER.
           MOVE WS-ACCRUAL-PERIOD-NUM TO GL-BILLING-PERIOD.
           MOVE WS-TIER1-CHARGE     TO GL-TIER1-REVENUE.
           MOVE WS-TIER2-CHARGE     TO GL-TIER2-REVENUE.
           MOVE WS-TIER3-CHARGE     TO GL-TIER3-REVENUE.
           MOVE WS-DEMAND-CHARGE    TO GL-DEMAND-REVENUE.
           MOVE 0                   TO GL-SERVICE-FEE.
           MOVE 0                   TO GL-PAST-DUE-REVENUE.
           MOVE 0                   TO GL-LATE-FEE-REVENUE.
           MOVE 0                   TO GL-RECONNECT-REVENUE.
           MOVE 0                   TO GL-TAX-REVENUE.
           MOVE 0                   TO GL-FRANCHISE-REVENUE.
           MOVE WS-ACCRUED-AMOUNT   TO GL-ACTUAL-BILL.
           MOVE 0                   TO GL-BUDGET-ADJ.
           MOVE WS-ACCRUED-AMOUNT   TO GL-TOTAL-BILL.
           MOVE 'U'                 TO GL-ADJ-CODE.
           MOVE 0                   TO GL-PRIOR-RATE-REVENUE.
           MOVE 0                   TO GL-PRIOR-TAX-REVENUE.
           WRITE GL-RECORD.
           ADD 1                    TO WS-ACCRUAL-COUNT.
           ADD WS-ACCRUED-AMOUNT    TO WS-ACCRUAL-TOTAL.

           MOVE WS-REVERSAL-PERIOD-NUM TO GL-BILLING-PERIOD.
           MOVE 'V'                 TO GL-ADJ-CODE.
           WRITE GL-RECORD.
           ADD 1                    TO WS-REVERSAL-COUNT.
           ADD WS-ACCRUED-AMOUNT    TO WS-REVERSAL-TOTAL.

      *****************************************************************
      * WRITE ONE ACCOUNT TO THE NOT-ACCRUED / REVIEW LIST.
      *****************************************************************
       820-WRITE-EXCEPTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 900-PRINT-HEADERS
               PERFORM 835-WRITE-EXCEPTION-HEAD
           END-IF.

           MOVE CM-ACCOUNT-NUMBER   TO WS-EL-ACCOUNT.
           MOVE CM-CUST-CLASS       TO WS-EL-CLASS.
           MOVE CM-BILL-CYCLE       TO WS-EL-CYCLE.
           MOVE WS-LAST-BILL-DATE   TO WS-EL-LAST-BILL.
           MOVE WS-UNBILLED-DAYS    TO WS-EL-DAYS.
           MOVE WS-EXCEPTION-REASON TO WS-EL-REASON.
           WRITE AR-RECORD FROM WS-EXCEPTION-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-EXCEPTION-LINES.

      *****************************************************************
      * WRITE A SECTION TITLE LINE, SET OFF BY A BLANK LINE.
      *****************************************************************
       830-WRITE-SECTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 2
               PERFORM 900-PRINT-HEADERS
           END-IF.

           WRITE AR-RECORD FROM SPACES.
           WRITE AR-RECORD FROM WS-SECTION-LINE.
           ADD 2 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE THE COLUMN HEADINGS OVER THE NOT-ACCRUED LIST.
      *****************************************************************
       835-WRITE-EXCEPTION-HEAD.
           WRITE AR-RECORD FROM WS-EXCEPTION-HEAD-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE A LINE OF TEXT UNDER A SECTION TITLE.
      *****************************************************************
       840-WRITE-TEXT-LINE.
           WRITE AR-RECORD FROM WS-SECTION-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT THE ACCRUAL BY RATE CLASS AND BILLING CYCLE - A LINE
      * PER CYCLE THAT ACCRUED ANYTHING, A SUBTOTAL PER CLASS, AND
      * THE GRAND TOTAL THE GLACCR ENTRIES TIE TO.
      *****************************************************************
       850-PRINT-ACCRUAL-SUMMARY.
           MOVE 'ACCRUAL BY RATE CLASS AND BILLING CYCLE'
               TO WS-SL-TEXT.
           PERFORM 830-WRITE-SECTION-LINE.
           PERFORM 860-WRITE-SUMMARY-HEAD.

           PERFORM 852-PRINT-ONE-CLASS
               VARYING WS-CLS-IDX FROM 1 BY 1
               UNTIL WS-CLS-IDX > 3.

           MOVE 0 TO WS-SUB-ACCOUNTS WS-SUB-DAYS WS-SUB-KWH
                     WS-SUB-ENERGY WS-SUB-DEMAND.
           PERFORM 856-ADD-CLASS-TO-GRAND
               VARYING WS-CLS-IDX FROM 1 BY 1
               UNTIL WS-CLS-IDX > 3.
           WRITE AR-RECORD FROM SPACES.
           ADD 1 TO WS-LINE-COUNT.
           MOVE 'ALL CLASSES' TO WS-SM-CLASS.
           MOVE 'ALL'         TO WS-SM-CYCLE.
           PERFORM 858-WRITE-SUBTOTAL-LINE.

      *****************************************************************
      * PRINT ONE RATE CLASS - ITS CYCLE LINES, THEN ITS SUBTOTAL.
      * A CLASS THAT ACCRUED NOTHING IS LEFT OFF.
      *****************************************************************
       852-PRINT-ONE-CLASS.
           MOVE 0 TO WS-SUB-ACCOUNTS WS-SUB-DAYS WS-SUB-KWH
                     WS-SUB-ENERGY WS-SUB-DEMAND.
           PERFORM 854-PRINT-ONE-CYCLE
               VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > 10.

           IF WS-SUB-ACCOUNTS > 0
               SET WS-CLASS-SUB TO WS-CLS-IDX
               MOVE WS-CN-NAME (WS-CLASS-SUB) TO WS-SM-CLASS
               MOVE 'ALL' TO WS-SM-CYCLE
               PERFORM 858-WRITE-SUBTOTAL-LINE
               WRITE AR-RECORD FROM SPACES
               ADD 1 TO WS-LINE-COUNT
           END-IF.

      *****************************************************************
      * PRINT ONE CLASS AND CYCLE CELL, IF IT ACCRUED ANYTHING, AND
      * ADD IT INTO THE CLASS SUBTOTAL.
      *****************************************************************
       854-PRINT-ONE-CYCLE.
           IF WS-AC-ACCOUNTS (WS-CLS-IDX, WS-CYC-IDX) > 0
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM 900-PRINT-HEADERS
                   PERFORM 860-WRITE-SUMMARY-HEAD
               END-IF
               SET WS-CLASS-SUB TO WS-CLS-IDX
               MOVE WS-CN-NAME (WS-CLASS-SUB) TO WS-SM-CLASS
               SET WS-CYCLE-SUB TO WS-CYC-IDX
               COMPUTE WS-CYCLE-NUM = WS-CYCLE-SUB - 1
               MOVE SPACES TO WS-SM-CYCLE
               MOVE WS-CYCLE-NUM TO WS-SM-CYCLE (3:1)
               MOVE WS-AC-ACCOUNTS (WS-CLS-IDX, WS-CYC-IDX)
                   TO WS-SM-ACCOUNTS
               MOVE WS-AC-DAYS (WS-CLS-IDX, WS-CYC-IDX) TO WS-SM-DAYS
               MOVE WS-AC-KWH (WS-CLS-IDX, WS-CYC-IDX)  TO WS-SM-KWH
               MOVE WS-AC-ENERGY (WS-CLS-IDX, WS-CYC-IDX)
                   TO WS-SM-ENERGY
               MOVE WS-AC-DEMAND (WS-CLS-IDX, WS-CYC-IDX)
                   TO WS-SM-DEMAND
               COMPUTE WS-SM-TOTAL =
                   WS-AC-ENERGY (WS-CLS-IDX, WS-CYC-IDX)
                   + WS-AC-DEMAND (WS-CLS-IDX, WS-CYC-IDX)
               WRITE AR-RECORD FROM WS-SUMMARY-LINE
               ADD 1 TO WS-LINE-COUNT
               ADD WS-AC-ACCOUNTS (WS-CLS-IDX, WS-CYC-IDX)
                   TO WS-SUB-ACCOUNTS
               ADD WS-AC-DAYS (WS-CLS-IDX, WS-CYC-IDX) TO WS-SUB-DAYS
               ADD WS-AC-KWH (WS-CLS-IDX, WS-CYC-IDX)  TO WS-SUB-KWH
               ADD WS-AC-ENERGY (WS-CLS-IDX, WS-CYC-IDX)
                   TO WS-SUB-ENERGY
               ADD WS-AC-DEMAND (WS-CLS-IDX, WS-CYC-IDX)
                   TO WS-SUB-DEMAND
           END-IF.

      *****************************************************************
      * ADD EVERY CYCLE OF ONE CLASS INTO THE GRAND TOTAL.
      *****************************************************************
       856-ADD-CLASS-TO-GRAND.
           PERFORM 857-ADD-CELL-TO-GRAND
               VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > 10.

      *****************************************************************
      * ADD ONE CLASS AND CYCLE CELL INTO THE GRAND TOTAL.
      *****************************************************************
       857-ADD-CELL-TO-GRAND.
           ADD WS-AC-ACCOUNTS (WS-CLS-IDX, WS-CYC-IDX)
               TO WS-SUB-ACCOUNTS.
           ADD WS-AC-DAYS (WS-CLS-IDX, WS-CYC-IDX)   TO WS-SUB-DAYS.
           ADD WS-AC-KWH (WS-CLS-IDX, WS-CYC-IDX)    TO WS-SUB-KWH.
           ADD WS-AC-ENERGY (WS-CLS-IDX, WS-CYC-IDX) TO WS-SUB-ENERGY.
           ADD WS-AC-DEMAND (WS-CLS-IDX, WS-CYC-IDX) TO WS-SUB-DEMAND.

      *****************************************************************
      * WRITE A CLASS SUBTOTAL OR THE GRAND TOTAL LINE FROM THE
      * SUBTOTAL FIELDS.
      *****************************************************************
       858-WRITE-SUBTOTAL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 900-PRINT-HEADERS
               PERFORM 860-WRITE-SUMMARY-HEAD
           END-IF.
           MOVE WS-SUB-ACCOUNTS TO WS-SM-ACCOUNTS.
           MOVE WS-SUB-DAYS     TO WS-SM-DAYS.
           MOVE WS-SUB-KWH      TO WS-SM-KWH.
           MOVE WS-SUB-ENERGY   TO WS-SM-ENERGY.
           MOVE WS-SUB-DEMAND   TO WS-SM-DEMAND.
           COMPUTE WS-SM-TOTAL = WS-SUB-ENERGY + WS-SUB-DEMAND.
           WRITE AR-RECORD FROM WS-SUMMARY-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE THE COLUMN HEADINGS OVER THE CLASS AND CYCLE SUMMARY.
      *****************************************************************
       860-WRITE-SUMMARY-HEAD.
           WRITE AR-RECORD FROM WS-SUMMARY-HEAD-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * START A NEW REPORT PAGE.
      *****************************************************************
       900-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE-ED         TO WS-H1-RUN-DATE.
           MOVE WS-PAGE-NUMBER         TO WS-H1-PAGE.
           MOVE WS-ACCRUAL-DATE-ED     TO WS-H2-ACCRUAL-DATE.
           MOVE WS-REVERSAL-PERIOD-NUM TO WS-H2-REVERSAL-PERIOD.

           IF WS-PAGE-NUMBER > 1
               WRITE AR-RECORD FROM SPACES
           END-IF.

           WRITE AR-RECORD FROM WS-HEADING-1.
           WRITE AR-RECORD FROM WS-HEADING-2.

           MOVE 2 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE THE CONTROL TOTALS - THE ACCRUAL AND REVERSAL ENTRIES
      * EACH TIE TO THE GRAND TOTAL OF THE CLASS AND CYCLE SUMMARY.
      *****************************************************************
       950-PRINT-TOTALS.
           IF WS-PAGE-NUMBER = 0
               PERFORM 900-PRINT-HEADERS
           END-IF.

           WRITE AR-RECORD FROM SPACES.

           MOVE 'ACCRUAL ENTRIES (U)'    TO WS-RT-LABEL.
           MOVE WS-ACCRUAL-COUNT         TO WS-RT-COUNT.
           MOVE WS-ACCRUAL-TOTAL         TO WS-RT-AMOUNT.
           WRITE AR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'REVERSAL ENTRIES (V)'   TO WS-RT-LABEL.
           MOVE WS-REVERSAL-COUNT        TO WS-RT-COUNT.
           MOVE WS-REVERSAL-TOTAL        TO WS-RT-AMOUNT.
           WRITE AR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'ACCOUNTS NOT ACCRUED'   TO WS-RT-LABEL.
           MOVE WS-NOT-ACCRUED-COUNT     TO WS-RT-COUNT.
           MOVE 0                        TO WS-RT-AMOUNT.
           WRITE AR-RECORD FROM WS-REPORT-TOTAL-LINE.

           DISPLAY ' '.
           DISPLAY 'ACCRUAL CONTROL TOTALS'.
           DISPLAY '  CUSTOMERS READ       : ' WS-CUST-READ-COUNT.
           DISPLAY '  CLOSED/DISCONNECTED  : ' WS-INACTIVE-COUNT.
           DISPLAY '  BILLED THRU MONTH-END: ' WS-BILLED-THROUGH-COUNT.
           DISPLAY '  NOT ACCRUED          : ' WS-NOT-ACCRUED-COUNT.
           DISPLAY '  CYCLE NOT BILLED     : ' WS-MISSED-CYCLE-COUNT.
           DISPLAY '  AVERAGE FROM BILLHIST: '
               WS-LAST-BILL-BASIS-COUNT.
           DISPLAY '  ACCRUAL ENTRIES (U)  : ' WS-ACCRUAL-COUNT
               ' FOR ' WS-ACCRUAL-TOTAL.
           DISPLAY '  REVERSAL ENTRIES (V) : ' WS-REVERSAL-COUNT
               ' FOR ' WS-REVERSAL-TOTAL.
