       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTIL3300.
      *****************************************************************
      *  Programmer.:Jacob Schamp
      *  Date.......:10-15-2026
      *  GitHub URL.:https://github.com/jascha10/Ch2Util1000
      *  Description:Rate case what-if simulation. The regulatory
      *  group needs to know what a proposed tier structure would
      *  have collected before a rate case is filed. This run reads
      *  a proposed schedule in the RATESCH layout (E and D rows,
      *  seasons) from PROPRATE and re-prices every bill on BILLARCH
      *  in a 12-month window at it - the actual kWh billed through
      *  the proposed tiers, and the billed demand (backed out of
      *  the demand charge at the rate it was billed at) at the
      *  proposed demand rate. The report sets current against
      *  proposed energy and demand revenue by rate class and month,
      *  with the dollar and percent change, and closes with the
      *  spread of annual bill impacts across residential
      *  customers. Every file is opened for input only - it is a
      *  reporting run, so several proposals can be tried before
      *  filing. The window starts at the period on the SIMPARM
      *  card, or twelve months before the run month.
      *
      *  Modification History:
      *  10-15-2026  JS  Original rate case simulation program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIMULATION-PARMS ASSIGN TO 'SIMPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULATION-PARMS-STATUS.

           SELECT CUSTOMER-MASTER  ASSIGN TO 'CUSTIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT RATE-SCHEDULE    ASSIGN TO 'RATESCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-SCHEDULE-STATUS.

           SELECT PROPOSED-SCHEDULE ASSIGN TO 'PROPRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROPOSED-SCHEDULE-STATUS.

           SELECT BILL-ARCHIVE     ASSIGN TO 'BILLARCH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BA-ARCHIVE-KEY
               FILE STATUS IS WS-BILL-ARCHIVE-STATUS.

           SELECT SIMULATION-REPORT ASSIGN TO 'SIMRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMULATION-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * RUN PARAMETERS - A SINGLE OPTIONAL CONTROL RECORD WITH THE
      * FIRST PERIOD (YYYYMM) OF THE 12-MONTH WINDOW. A MISSING
      * FILE, OR A BLANK OR INVALID PERIOD, STARTS THE WINDOW TWELVE
      * MONTHS BEFORE THE RUN MONTH.
      *****************************************************************
       FD  SIMULATION-PARMS
           RECORDING MODE IS F.
       01  SP-RECORD.
           05  SP-START-PERIOD          PIC X(06).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CM-RECORD.
           COPY CMRECORD.

      *****************************************************************
      * CURRENT RATE SCHEDULE - READ ONLY, TO FIND THE DEMAND RATE
      * EACH ARCHIVED BILL WAS PRICED AT SO ITS BILLED KW CAN BE
      * BACKED OUT OF THE DEMAND CHARGE.
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

      *****************************************************************
      * PROPOSED RATE SCHEDULE - THE SAME LAYOUT AS RATESCH. EACH
      * ROW IS TAKEN AS IN EFFECT FOR THE WHOLE WINDOW; WHERE A
      * CLASS AND SEASON HAVE MORE THAN ONE ROW, THE LATEST
      * EFFECTIVE DATE GOVERNS.
      *****************************************************************
       FD  PROPOSED-SCHEDULE
           RECORDING MODE IS F.
       01  PS-RECORD.
           05  PS-RECORD-TYPE           PIC X(01).
           05  PS-EFFECTIVE-DATE        PIC 9(8).
           05  PS-CUST-CLASS            PIC X(01).
           05  PS-SEASON                PIC X(01).
           05  PS-RATE-DETAIL           PIC X(19).

      *****************************************************************
      * BILL ARCHIVE - READ ONLY, IN KEY (ACCOUNT, PERIOD) ORDER.
      *****************************************************************
       FD  BILL-ARCHIVE.
       01  BA-RECORD.
           COPY BARECORD.

      *****************************************************************
      * SIMULATION REPORT - CURRENT AGAINST PROPOSED BY RATE CLASS
      * AND MONTH, THEN THE RESIDENTIAL BILL-IMPACT DISTRIBUTION.
      *****************************************************************
       FD  SIMULATION-REPORT
           RECORDING MODE IS F.
       01  SR-RECORD                    PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * FILE STATUS AND SWITCHES
      *****************************************************************
       01  WS-SIMULATION-PARMS-STATUS  PIC X(02)  VALUE '00'.
       01  WS-CUSTOMER-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-RATE-SCHEDULE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-PROPOSED-SCHEDULE-STATUS PIC X(02)  VALUE '00'.
       01  WS-BILL-ARCHIVE-STATUS      PIC X(02)  VALUE '00'.
       01  WS-SIMULATION-REPORT-STATUS PIC X(02)  VALUE '00'.
       01  WS-CUST-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-CUSTOMER-MASTER             VALUE 'Y'.
       01  WS-RATE-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-RATE-SCHEDULE               VALUE 'Y'.
       01  WS-PROP-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-PROPOSED-SCHEDULE           VALUE 'Y'.
       01  WS-ARCH-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-BILL-ARCHIVE                VALUE 'Y'.
       01  WS-RATE-FOUND-SW            PIC X(01)  VALUE 'N'.
           88  WS-RATE-FOUND                      VALUE 'Y'.

      *****************************************************************
      * THE 12-MONTH WINDOW - ITS FIRST PERIOD, AND EACH MONTH'S
      * PERIOD FOR THE REPORT.
      *****************************************************************
       01  WS-WINDOW-START.
           05  WS-WIN-START-YYYY        PIC 9(4).
           05  WS-WIN-START-MM          PIC 9(2).
       01  WS-WINDOW-START-NUM REDEFINES WS-WINDOW-START
                                        PIC 9(6).
       01  WS-WINDOW-END-NUM            PIC 9(6)   VALUE 0.
       01  WS-PARM-PERIOD.
           05  WS-PARM-YYYY             PIC 9(4).
           05  WS-PARM-MM               PIC 9(2).
       01  WS-STEP-PERIOD.
           05  WS-STEP-YYYY             PIC 9(4).
           05  WS-STEP-MM               PIC 9(2).
       01  WS-STEP-PERIOD-NUM REDEFINES WS-STEP-PERIOD
                                        PIC 9(6).
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-PERIOD         PIC 9(6)
               OCCURS 12 TIMES INDEXED BY WS-WIN-IDX.
       01  WS-WINDOW-START-MONTHS       PIC 9(6)   VALUE 0.
       01  WS-BILL-PERIOD.
           05  WS-BP-YYYY               PIC 9(4).
           05  WS-BP-MM                 PIC 9(2).
       01  WS-MONTH-SUB                 PIC S9(4)  VALUE 0.

      *****************************************************************
      * SEASONAL RATE SELECTION - THE MONTH BILLED PICKS THE SEASON,
      * AND RATE ROWS MATCH ON THEIR OWN SEASON OR THE ALL-YEAR
      * CODE, THE SAME AS THE BILLING RUN.
      *****************************************************************
       01  WS-SUMMER-START-MM           PIC 9(2)   VALUE 06.
       01  WS-SUMMER-END-MM             PIC 9(2)   VALUE 09.
       01  WS-SEASON-CODE               PIC X(01)  VALUE 'W'.

      *****************************************************************
      * RATE TABLE - THE CURRENT (C) AND PROPOSED (P) SCHEDULES
      * LOADED SIDE BY SIDE, EACH ROW TAGGED WITH ITS SOURCE.
      *****************************************************************
       01  WS-RATE-TABLE-MAX            PIC 9(3)   VALUE 100.
       01  WS-RATE-TABLE-COUNT          PIC 9(3)   VALUE 0.
       01  WS-PROP-ROW-COUNT            PIC 9(3)   VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 100 TIMES INDEXED BY WS-RATE-IDX.
               10  WS-RT-SOURCE         PIC X(01).
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

       01  WS-SEARCH-SOURCE             PIC X(01)  VALUE SPACE.
       01  WS-SEARCH-TYPE               PIC X(01)  VALUE SPACE.
       01  WS-SEARCH-CLASS              PIC X(01)  VALUE SPACE.
       01  WS-SEARCH-DATE               PIC 9(8)   VALUE 0.
       01  WS-BEST-EFFECTIVE-DATE       PIC 9(8)   VALUE 0.
       01  WS-BEST-RATE-IDX             PIC 9(3)   VALUE 0.

      *****************************************************************
      * CUSTOMER LOOKUP TABLE - ACCOUNT AND RATE CLASS, LOADED ONCE
      * FROM CUSTIN. THE RUN STOPS ON OVERFLOW RATHER THAN LEAVE
      * CUSTOMERS OUT OF THE SIMULATION.
      *****************************************************************
       01  WS-CUST-TABLE-MAX            PIC 9(4)   VALUE 5000.
       01  WS-CUST-TABLE-COUNT          PIC 9(4)   VALUE 0.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES
               INDEXED BY WS-CUST-IDX.
               10  WS-CT-ACCOUNT        PIC 9(7).
               10  WS-CT-CLASS          PIC X(01).

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
       01  WS-CLASS-SUB                 PIC 9(2)   VALUE 0.

      *****************************************************************
      * SIMULATION TOTALS BY RATE CLASS AND MONTH OF THE WINDOW -
      * ONE BILL IS ONE CUSTOMER FOR THE MONTH.
      *****************************************************************
       01  WS-SIM-TABLE.
           05  WS-SIM-CLASS OCCURS 3 TIMES INDEXED BY WS-CLS-IDX.
               10  WS-SIM-MONTH OCCURS 12 TIMES INDEXED BY WS-MON-IDX.
                   15  WS-SM-BILLS      PIC 9(5).
                   15  WS-SM-KWH        PIC 9(9).
                   15  WS-SM-CURRENT    PIC 9(9)V99.
                   15  WS-SM-PROPOSED   PIC 9(9)V99.

       01  WS-PRT-BILLS                 PIC 9(6)   VALUE 0.
       01  WS-PRT-KWH                   PIC 9(10)  VALUE 0.
       01  WS-PRT-CURRENT               PIC 9(10)V99 VALUE 0.
       01  WS-PRT-PROPOSED              PIC 9(10)V99 VALUE 0.
       01  WS-SUB-BILLS                 PIC 9(6)   VALUE 0.
       01  WS-SUB-KWH                   PIC 9(10)  VALUE 0.
       01  WS-SUB-CURRENT               PIC 9(10)V99 VALUE 0.
       01  WS-SUB-PROPOSED              PIC 9(10)V99 VALUE 0.
       01  WS-GRAND-BILLS               PIC 9(6)   VALUE 0.
       01  WS-GRAND-KWH                 PIC 9(10)  VALUE 0.
       01  WS-GRAND-CURRENT             PIC 9(10)V99 VALUE 0.
       01  WS-GRAND-PROPOSED            PIC 9(10)V99 VALUE 0.
       01  WS-CHANGE-AMOUNT             PIC S9(10)V99 VALUE 0.
       01  WS-CHANGE-PCT                PIC S9(5)V9 VALUE 0.

      *****************************************************************
      * RESIDENTIAL BILL-IMPACT DISTRIBUTION - EACH RESIDENTIAL
      * CUSTOMER'S WINDOW TOTAL, PROPOSED AGAINST CURRENT, FALLS IN
      * ONE BAND.
      *****************************************************************
       01  WS-BAND-LABEL-VALUES.
           05  FILLER                   PIC X(20)  VALUE
               'DECREASE'.
           05  FILLER                   PIC X(20)  VALUE
               '0% TO UNDER 5%'.
           05  FILLER                   PIC X(20)  VALUE
               '5% TO UNDER 10%'.
           05  FILLER                   PIC X(20)  VALUE
               '10% TO UNDER 15%'.
           05  FILLER                   PIC X(20)  VALUE
               '15% TO UNDER 20%'.
           05  FILLER                   PIC X(20)  VALUE
               '20% TO UNDER 25%'.
           05  FILLER                   PIC X(20)  VALUE
               '25% AND OVER'.
       01  WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABEL-VALUES.
           05  WS-BAND-LABEL            PIC X(20) OCCURS 7 TIMES.

       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY OCCURS 7 TIMES INDEXED BY WS-BAND-IDX.
               10  WS-BD-CUSTOMERS      PIC 9(6).
               10  WS-BD-CHANGE         PIC S9(9)V99.
       01  WS-BAND-SUB                  PIC 9(1)   VALUE 0.
       01  WS-RES-CUSTOMER-COUNT        PIC 9(6)   VALUE 0.
       01  WS-BAND-PCT                  PIC 9(3)V9 VALUE 0.
       01  WS-BAND-AVERAGE              PIC S9(7)V99 VALUE 0.

      *****************************************************************
      * WORK AREAS FOR THE ACCOUNT AND BILL BEING SIMULATED
      *****************************************************************
       01  WS-PREV-ACCOUNT              PIC 9(7)   VALUE 0.
       01  WS-ACCT-CLASS                PIC X(01)  VALUE SPACE.
       01  WS-ACCT-CURRENT              PIC 9(8)V99 VALUE 0.
       01  WS-ACCT-PROPOSED             PIC 9(8)V99 VALUE 0.
       01  WS-ACCT-BILLS                PIC 9(3)   VALUE 0.
       01  WS-TIER1-LIMIT               PIC 9(5)   VALUE 0.
       01  WS-TIER2-LIMIT               PIC 9(5)   VALUE 0.
       01  WS-RATE-TIER1                PIC V99    VALUE 0.
       01  WS-RATE-TIER2                PIC V99    VALUE 0.
       01  WS-RATE-TIER3                PIC V99    VALUE 0.
       01  WS-TIER1-KWH                 PIC 9(5)   VALUE 0.
       01  WS-TIER2-KWH                 PIC 9(5)   VALUE 0.
       01  WS-TIER3-KWH                 PIC 9(5)   VALUE 0.
       01  WS-BILLED-KW                 PIC 9(5)V9 VALUE 0.
       01  WS-CURRENT-REVENUE           PIC 9(7)V99 VALUE 0.
       01  WS-PROPOSED-ENERGY           PIC 9(7)V99 VALUE 0.
       01  WS-PROPOSED-DEMAND           PIC 9(7)V99 VALUE 0.
       01  WS-PROPOSED-REVENUE          PIC 9(7)V99 VALUE 0.

      *****************************************************************
      * CONTROL TOTALS
      *****************************************************************
       01  WS-ARCH-READ-COUNT           PIC 9(7)   VALUE 0.
       01  WS-OUTSIDE-WINDOW-COUNT      PIC 9(7)   VALUE 0.
       01  WS-NOT-ON-MASTER-COUNT       PIC 9(7)   VALUE 0.
       01  WS-SIMULATED-COUNT           PIC 9(7)   VALUE 0.
       01  WS-NO-PROP-ENERGY-COUNT      PIC 9(7)   VALUE 0.
       01  WS-DEMAND-KEPT-COUNT         PIC 9(7)   VALUE 0.

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
           05  FILLER                   PIC X(10)  VALUE 'UTIL3300'.
           05  FILLER                   PIC X(28)  VALUE
               'RATE CASE SIMULATION'.
           05  FILLER                   PIC X(12)  VALUE 'RUN DATE: '.
           05  WS-H1-RUN-DATE           PIC X(10).
           05  FILLER                   PIC X(06)  VALUE 'PAGE  '.
           05  WS-H1-PAGE               PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER                   PIC X(23)  VALUE
               'BILLS RE-PRICED FROM '.
           05  WS-H2-START-PERIOD       PIC 9(6).
           05  FILLER                   PIC X(06)  VALUE ' THRU '.
           05  WS-H2-END-PERIOD         PIC 9(6).
           05  FILLER                   PIC X(40)  VALUE
               ' - ENERGY AND DEMAND REVENUE ONLY'.

       01  WS-SECTION-LINE.
           05  FILLER                   PIC X(10)  VALUE SPACES.
           05  WS-SL-TEXT               PIC X(60).

       01  WS-CLASS-HEAD-LINE.
           05  FILLER                   PIC X(14)  VALUE 'RATE CLASS'.
           05  FILLER                   PIC X(08)  VALUE 'PERIOD'.
           05  FILLER                   PIC X(09)  VALUE 'CUSTOMERS'.
           05  FILLER                   PIC X(14)  VALUE
               '          KWH'.
           05  FILLER                   PIC X(17)  VALUE
               '          CURRENT'.
           05  FILLER                   PIC X(17)  VALUE
               '         PROPOSED'.
           05  FILLER                   PIC X(18)  VALUE
               '           CHANGE'.
           05  FILLER                   PIC X(09)  VALUE
               '  CHANGE%'.

       01  WS-CLASS-LINE.
           05  WS-CL-CLASS              PIC X(12).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-CL-PERIOD             PIC X(06).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-CL-CUSTOMERS          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-CL-KWH                PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-CL-CURRENT            PIC $$$$,$$$,$$9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-CL-PROPOSED           PIC $$$$,$$$,$$9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-CL-CHANGE             PIC $$$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-CL-PCT                PIC ----9.9.
           05  FILLER                   PIC X(01)  VALUE '%'.

       01  WS-BAND-HEAD-LINE.
           05  FILLER                   PIC X(22)  VALUE
               'ANNUAL BILL CHANGE'.
           05  FILLER                   PIC X(10)  VALUE 'CUSTOMERS'.
           05  FILLER                   PIC X(10)  VALUE
               ' OF TOTAL'.
           05  FILLER                   PIC X(20)  VALUE
               '  AVERAGE CHANGE'.

       01  WS-BAND-LINE.
           05  WS-BL-LABEL              PIC X(20).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-BL-CUSTOMERS          PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(04)  VALUE SPACES.
           05  WS-BL-PCT                PIC ZZ9.9.
           05  FILLER                   PIC X(01)  VALUE '%'.
           05  FILLER                   PIC X(04)  VALUE SPACES.
           05  WS-BL-AVERAGE            PIC $$,$$$,$$9.99-.

       01  WS-REPORT-TOTAL-LINE.
           05  WS-RT-LABEL              PIC X(24)  VALUE SPACES.
           05  WS-RT-COUNT              PIC Z,ZZZ,ZZ9.

      *****************************************************************
      * IT'S GO TIME!
      *****************************************************************
       PROCEDURE DIVISION.

      *****************************************************************
      * MAINLINE - SET THE WINDOW, LOAD THE CUSTOMERS AND BOTH RATE
      * SCHEDULES, RE-PRICE THE ARCHIVE ONE ACCOUNT AT A TIME, THEN
      * PRINT THE CLASS AND MONTH COMPARISON, THE BILL-IMPACT
      * DISTRIBUTION, AND THE TOTALS.
      *****************************************************************
       000-MAIN.
           DISPLAY '*************************************'.
           DISPLAY '*** UTIL3300 - RATE CASE WHAT-IF  ***'.
           DISPLAY '*************************************'.
           DISPLAY ' '.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           STRING WS-RUN-MM  '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-ED.
           COMPUTE WS-RUN-PERIOD-NUM = WS-RUN-YYYY * 100 + WS-RUN-MM.

           PERFORM 110-LOAD-PARAMETERS.
           PERFORM 115-SET-WINDOW.
           PERFORM 120-LOAD-CUSTOMER-TABLE.
           PERFORM 130-LOAD-CURRENT-RATES.
           PERFORM 140-LOAD-PROPOSED-RATES.
           PERFORM 150-OPEN-BILL-ARCHIVE.

           OPEN OUTPUT SIMULATION-REPORT.
           INITIALIZE WS-SIM-TABLE.
           INITIALIZE WS-BAND-TABLE.

           PERFORM 200-READ-ARCHIVE.
           PERFORM 210-SIMULATE-ONE-BILL
               UNTIL WS-EOF-BILL-ARCHIVE.
           PERFORM 260-CLOSE-OUT-ACCOUNT.
           CLOSE BILL-ARCHIVE.

           PERFORM 900-PRINT-HEADERS.
           PERFORM 850-PRINT-CLASS-COMPARISON.
           PERFORM 870-PRINT-IMPACT-DISTRIBUTION.
           PERFORM 950-PRINT-TOTALS.

           CLOSE SIMULATION-REPORT.

           STOP RUN.

      *****************************************************************
      * READ THE OPTIONAL SIMPARM CARD FOR THE FIRST PERIOD OF THE
      * WINDOW. A MISSING FILE, OR A BLANK OR INVALID PERIOD, STARTS
      * IT TWELVE MONTHS BEFORE THE RUN MONTH.
      *****************************************************************
       110-LOAD-PARAMETERS.
           COMPUTE WS-WINDOW-START-NUM = WS-RUN-PERIOD-NUM - 100.
           OPEN INPUT SIMULATION-PARMS.

           IF WS-SIMULATION-PARMS-STATUS = '00'
               READ SIMULATION-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SP-START-PERIOD NUMERIC
                           MOVE SP-START-PERIOD TO WS-PARM-PERIOD
                           IF WS-PARM-YYYY > 0
                               AND WS-PARM-MM >= 1
                               AND WS-PARM-MM <= 12
                               MOVE WS-PARM-PERIOD TO WS-WINDOW-START
                           ELSE
                               DISPLAY 'SIMPARM PERIOD '
                                   SP-START-PERIOD
                                   ' INVALID - USING THE DEFAULT WINDOW'
                           END-IF
                       END-IF
               END-READ
               CLOSE SIMULATION-PARMS
           END-IF.

      *****************************************************************
      * LAY OUT THE TWELVE PERIODS OF THE WINDOW.
      *****************************************************************
       115-SET-WINDOW.
           MOVE WS-WINDOW-START TO WS-STEP-PERIOD.
           COMPUTE WS-WINDOW-START-MONTHS =
               WS-WIN-START-YYYY * 12 + WS-WIN-START-MM.

           PERFORM 117-SET-ONE-WINDOW-MONTH
               VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > 12.

           MOVE WS-WINDOW-PERIOD (12) TO WS-WINDOW-END-NUM.
           DISPLAY 'SIMULATION WINDOW: ' WS-WINDOW-START-NUM
               ' THRU ' WS-WINDOW-END-NUM.

      *****************************************************************
      * RECORD ONE WINDOW PERIOD AND STEP TO THE NEXT MONTH.
      *****************************************************************
       117-SET-ONE-WINDOW-MONTH.
           MOVE WS-STEP-PERIOD-NUM TO WS-WINDOW-PERIOD (WS-WIN-IDX).
           IF WS-STEP-MM = 12
               ADD 1 TO WS-STEP-YYYY
               MOVE 1 TO WS-STEP-MM
           ELSE
               ADD 1 TO WS-STEP-MM
           END-IF.

      *****************************************************************
      * LOAD ACCOUNT AND RATE CLASS FOR EVERY CUSTOMER ON THE
      * MASTER. AN OPEN FAILURE OR AN OVERFLOW STOPS THE RUN.
      *****************************************************************
       120-LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-MASTER.

           IF WS-CUSTOMER-MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CUSTOMER-MASTER - STATUS '
                   WS-CUSTOMER-MASTER-STATUS
                   ' - NO WAY TO TELL EACH BILL''S RATE CLASS'
               STOP RUN
           END-IF.

           PERFORM 125-READ-CUSTOMER-REC
               UNTIL WS-EOF-CUSTOMER-MASTER
               OR WS-CUST-TABLE-COUNT >= WS-CUST-TABLE-MAX.
           IF NOT WS-EOF-CUSTOMER-MASTER
               DISPLAY 'CUSTOMER TABLE FULL AT '
                   WS-CUST-TABLE-MAX ' ENTRIES - CUSTOMERS WOULD BE '
                   'LEFT OUT. INCREASE WS-CUST-TABLE-MAX AND RERUN.'
               STOP RUN
           END-IF.
           CLOSE CUSTOMER-MASTER.

      *****************************************************************
      * READ ONE CUSTOMER RECORD AND ADD IT TO THE LOOKUP TABLE.
      *****************************************************************
       125-READ-CUSTOMER-REC.
           READ CUSTOMER-MASTER
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CUST-TABLE-COUNT
                   SET WS-CUST-IDX TO WS-CUST-TABLE-COUNT
                   MOVE CM-ACCOUNT-NUMBER TO
                       WS-CT-ACCOUNT (WS-CUST-IDX)
                   MOVE CM-CUST-CLASS TO
                       WS-CT-CLASS (WS-CUST-IDX)
           END-READ.

      *****************************************************************
      * LOAD THE CURRENT RATE SCHEDULE. IT IS REQUIRED - WITHOUT IT
      * THE BILLED DEMAND CANNOT BE BACKED OUT OF THE ARCHIVE.
      *****************************************************************
       130-LOAD-CURRENT-RATES.
           OPEN INPUT RATE-SCHEDULE.
           IF WS-RATE-SCHEDULE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN RATE-SCHEDULE - STATUS '
                   WS-RATE-SCHEDULE-STATUS
               STOP RUN
           END-IF.

           PERFORM 135-READ-CURRENT-RATE-REC
               UNTIL WS-EOF-RATE-SCHEDULE.
           CLOSE RATE-SCHEDULE.

      *****************************************************************
      * READ ONE CURRENT RATE ROW INTO THE TABLE, TAGGED C.
      *****************************************************************
       135-READ-CURRENT-RATE-REC.
           READ RATE-SCHEDULE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-SW
               NOT AT END
                   PERFORM 138-CHECK-RATE-TABLE-ROOM
                   ADD 1 TO WS-RATE-TABLE-COUNT
                   SET WS-RATE-IDX TO WS-RATE-TABLE-COUNT
                   MOVE 'C' TO WS-RT-SOURCE (WS-RATE-IDX)
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
      * STOP RATHER THAN SIMULATE AGAINST A PARTIAL SCHEDULE.
      *****************************************************************
       138-CHECK-RATE-TABLE-ROOM.
           IF WS-RATE-TABLE-COUNT >= WS-RATE-TABLE-MAX
               DISPLAY 'RATE TABLE FULL AT ' WS-RATE-TABLE-MAX
                   ' ROWS - INCREASE WS-RATE-TABLE-MAX AND RERUN.'
               STOP RUN
           END-IF.

      *****************************************************************
      * LOAD THE PROPOSED RATE SCHEDULE. IT IS REQUIRED, AND MUST
      * HOLD AT LEAST ONE ROW - IT IS THE WHOLE POINT OF THE RUN.
      *****************************************************************
       140-LOAD-PROPOSED-RATES.
           OPEN INPUT PROPOSED-SCHEDULE.
           IF WS-PROPOSED-SCHEDULE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PROPOSED-SCHEDULE - STATUS '
                   WS-PROPOSED-SCHEDULE-STATUS
               STOP RUN
           END-IF.

           PERFORM 145-READ-PROPOSED-RATE-REC
               UNTIL WS-EOF-PROPOSED-SCHEDULE.
           CLOSE PROPOSED-SCHEDULE.

           IF WS-PROP-ROW-COUNT = 0
               DISPLAY 'PROPOSED-SCHEDULE IS EMPTY - NOTHING TO '
                   'SIMULATE'
               STOP RUN
           END-IF.

      *****************************************************************
      * READ ONE PROPOSED RATE ROW INTO THE TABLE, TAGGED P.
      *****************************************************************
       145-READ-PROPOSED-RATE-REC.
           READ PROPOSED-SCHEDULE
               AT END
                   MOVE 'Y' TO WS-PROP-EOF-SW
               NOT AT END
                   PERFORM 138-CHECK-RATE-TABLE-ROOM
                   ADD 1 TO WS-RATE-TABLE-COUNT
                   ADD 1 TO WS-PROP-ROW-COUNT
                   SET WS-RATE-IDX TO WS-RATE-TABLE-COUNT
                   MOVE 'P' TO WS-RT-SOURCE (WS-RATE-IDX)
                   MOVE PS-RECORD-TYPE TO
                       WS-RT-RECORD-TYPE (WS-RATE-IDX)
                   MOVE PS-EFFECTIVE-DATE TO
                       WS-RT-EFFECTIVE-DATE (WS-RATE-IDX)
                   MOVE PS-CUST-CLASS TO
                       WS-RT-CUST-CLASS (WS-RATE-IDX)
                   MOVE PS-SEASON TO
                       WS-RT-SEASON (WS-RATE-IDX)
                   MOVE PS-RATE-DETAIL TO
                       WS-RT-DETAIL (WS-RATE-IDX)
           END-READ.

      *****************************************************************
      * OPEN THE BILL ARCHIVE FOR INPUT. WITH NO ARCHIVE THERE IS
      * NOTHING TO RE-PRICE.
      *****************************************************************
       150-OPEN-BILL-ARCHIVE.
           OPEN INPUT BILL-ARCHIVE.
           IF WS-BILL-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BILL-ARCHIVE - STATUS '
                   WS-BILL-ARCHIVE-STATUS
                   ' - NO BILLS TO SIMULATE'
               STOP RUN
           END-IF.

      *****************************************************************
      * READ THE NEXT ARCHIVED BILL IN KEY ORDER.
      *****************************************************************
       200-READ-ARCHIVE.
           READ BILL-ARCHIVE
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ARCH-READ-COUNT
           END-READ.

      *****************************************************************
      * SIMULATE ONE ARCHIVED BILL. A NEW ACCOUNT CLOSES OUT THE
      * LAST ONE'S BILL IMPACT AND LOOKS UP ITS OWN RATE CLASS. A
      * BILL INSIDE THE WINDOW IS RE-PRICED AND ROLLED INTO ITS
      * CLASS AND MONTH.
      *****************************************************************
       210-SIMULATE-ONE-BILL.
           IF BA-ACCOUNT-NUMBER NOT = WS-PREV-ACCOUNT
               PERFORM 260-CLOSE-OUT-ACCOUNT
               PERFORM 250-START-ACCOUNT
           END-IF.

           MOVE BA-BILLING-PERIOD TO WS-BILL-PERIOD.
           COMPUTE WS-MONTH-SUB =
               WS-BP-YYYY * 12 + WS-BP-MM
               - WS-WINDOW-START-MONTHS + 1.

           EVALUATE TRUE
               WHEN WS-MONTH-SUB < 1 OR WS-MONTH-SUB > 12
                   ADD 1 TO WS-OUTSIDE-WINDOW-COUNT
               WHEN WS-CLASS-SUB = 0
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
               WHEN OTHER
                   PERFORM 300-REPRICE-BILL
                   PERFORM 270-ROLL-INTO-CLASS-MONTH
           END-EVALUATE.

           PERFORM 200-READ-ARCHIVE.

      *****************************************************************
      * START A NEW ACCOUNT - LOOK UP ITS RATE CLASS ON THE MASTER
      * AND CLEAR ITS WINDOW TOTALS. AN ACCOUNT NOT ON THE MASTER,
      * OR IN A CLASS THE REPORT DOES NOT CARRY, IS LEFT OUT.
      *****************************************************************
       250-START-ACCOUNT.
           MOVE BA-ACCOUNT-NUMBER TO WS-PREV-ACCOUNT.
           MOVE 0     TO WS-ACCT-CURRENT.
           MOVE 0     TO WS-ACCT-PROPOSED.
           MOVE 0     TO WS-ACCT-BILLS.
           MOVE SPACE TO WS-ACCT-CLASS.
           MOVE 0     TO WS-CLASS-SUB.

           PERFORM 255-CHECK-CUST-ENTRY
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-TABLE-COUNT
               OR WS-ACCT-CLASS NOT = SPACE.

           EVALUATE WS-ACCT-CLASS
               WHEN 'R'
                   MOVE 1 TO WS-CLASS-SUB
               WHEN 'C'
                   MOVE 2 TO WS-CLASS-SUB
               WHEN 'I'
                   MOVE 3 TO WS-CLASS-SUB
               WHEN OTHER
                   MOVE 0 TO WS-CLASS-SUB
           END-EVALUATE.

      *****************************************************************
      * EXAMINE ONE CUSTOMER-TABLE ENTRY DURING THE SEARCH ABOVE.
      *****************************************************************
       255-CHECK-CUST-ENTRY.
           IF WS-CT-ACCOUNT (WS-CUST-IDX) = BA-ACCOUNT-NUMBER
               MOVE WS-CT-CLASS (WS-CUST-IDX) TO WS-ACCT-CLASS
           END-IF.

      *****************************************************************
      * CLOSE OUT THE ACCOUNT JUST FINISHED - A RESIDENTIAL CUSTOMER
      * WITH BILLS IN THE WINDOW FALLS INTO ONE BILL-IMPACT BAND BY
      * THE PERCENT CHANGE IN ITS WINDOW TOTAL.
      *****************************************************************
       260-CLOSE-OUT-ACCOUNT.
           IF WS-ACCT-CLASS = 'R' AND WS-ACCT-BILLS > 0
               COMPUTE WS-CHANGE-AMOUNT =
                   WS-ACCT-PROPOSED - WS-ACCT-CURRENT
               IF WS-ACCT-CURRENT > 0
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       WS-CHANGE-AMOUNT * 100 / WS-ACCT-CURRENT
               ELSE
                   IF WS-CHANGE-AMOUNT > 0
                       MOVE 100 TO WS-CHANGE-PCT
                   ELSE
                       MOVE 0 TO WS-CHANGE-PCT
                   END-IF
               END-IF
               EVALUATE TRUE
                   WHEN WS-CHANGE-AMOUNT < 0
                       MOVE 1 TO WS-BAND-SUB
                   WHEN WS-CHANGE-PCT < 5
                       MOVE 2 TO WS-BAND-SUB
                   WHEN WS-CHANGE-PCT < 10
                       MOVE 3 TO WS-BAND-SUB
                   WHEN WS-CHANGE-PCT < 15
                       MOVE 4 TO WS-BAND-SUB
                   WHEN WS-CHANGE-PCT < 20
                       MOVE 5 TO WS-BAND-SUB
                   WHEN WS-CHANGE-PCT < 25
                       MOVE 6 TO WS-BAND-SUB
                   WHEN OTHER
                       MOVE 7 TO WS-BAND-SUB
               END-EVALUATE
               SET WS-BAND-IDX TO WS-BAND-SUB
               ADD 1 TO WS-BD-CUSTOMERS (WS-BAND-IDX)
               ADD WS-CHANGE-AMOUNT TO WS-BD-CHANGE (WS-BAND-IDX)
               ADD 1 TO WS-RES-CUSTOMER-COUNT
           END-IF.

      *****************************************************************
      * ROLL THE RE-PRICED BILL INTO ITS CLASS AND MONTH AND INTO
      * THE ACCOUNT'S WINDOW TOTALS.
      *****************************************************************
       270-ROLL-INTO-CLASS-MONTH.
           SET WS-CLS-IDX TO WS-CLASS-SUB.
           SET WS-MON-IDX TO WS-MONTH-SUB.
           ADD 1 TO WS-SM-BILLS (WS-CLS-IDX, WS-MON-IDX).
           ADD BA-KWH-USED TO WS-SM-KWH (WS-CLS-IDX, WS-MON-IDX).
           ADD WS-CURRENT-REVENUE
               TO WS-SM-CURRENT (WS-CLS-IDX, WS-MON-IDX).
           ADD WS-PROPOSED-REVENUE
               TO WS-SM-PROPOSED (WS-CLS-IDX, WS-MON-IDX).

           ADD 1 TO WS-ACCT-BILLS.
           ADD WS-CURRENT-REVENUE  TO WS-ACCT-CURRENT.
           ADD WS-PROPOSED-REVENUE TO WS-ACCT-PROPOSED.
           ADD 1 TO WS-SIMULATED-COUNT.

      *****************************************************************
      * RE-PRICE ONE BILL. CURRENT REVENUE IS THE ENERGY AND DEMAND
      * THE BILL ACTUALLY CARRIED. PROPOSED ENERGY RUNS THE BILLED
      * KWH THROUGH THE PROPOSED TIERS FOR THE CLASS AND THE SEASON
      * OF THE MONTH BILLED; PROPOSED DEMAND IS THE BILLED KW AT
      * THE PROPOSED DEMAND RATE.
      *****************************************************************
       300-REPRICE-BILL.
           COMPUTE WS-CURRENT-REVENUE =
               BA-TIER1-CHARGE + BA-TIER2-CHARGE + BA-TIER3-CHARGE
               + BA-DEMAND-CHARGE.

           IF WS-BP-MM >= WS-SUMMER-START-MM
               AND WS-BP-MM <= WS-SUMMER-END-MM
               MOVE 'S' TO WS-SEASON-CODE
           ELSE
               MOVE 'W' TO WS-SEASON-CODE
           END-IF.

           PERFORM 310-PRICE-PROPOSED-ENERGY.
           PERFORM 320-PRICE-PROPOSED-DEMAND.

           COMPUTE WS-PROPOSED-REVENUE =
               WS-PROPOSED-ENERGY + WS-PROPOSED-DEMAND.

      *****************************************************************
      * PROPOSED ENERGY - THE BILLED KWH THROUGH THE PROPOSED TIER
      * LIMITS AND RATES. A CLASS THE PROPOSAL HAS NO ENERGY ROW FOR
      * KEEPS ITS CURRENT ENERGY CHARGES.
      *****************************************************************
       310-PRICE-PROPOSED-ENERGY.
           MOVE 'P'      TO WS-SEARCH-SOURCE.
           MOVE 'E'      TO WS-SEARCH-TYPE.
           MOVE 99999999 TO WS-SEARCH-DATE.
           PERFORM 400-SELECT-RATE-ROW.

           IF NOT WS-RATE-FOUND
               ADD 1 TO WS-NO-PROP-ENERGY-COUNT
               COMPUTE WS-PROPOSED-ENERGY =
                   BA-TIER1-CHARGE + BA-TIER2-CHARGE + BA-TIER3-CHARGE
           ELSE
               SET WS-RATE-IDX TO WS-BEST-RATE-IDX
               MOVE WS-RT-TIER1-LIMIT (WS-RATE-IDX) TO WS-TIER1-LIMIT
               MOVE WS-RT-TIER2-LIMIT (WS-RATE-IDX) TO WS-TIER2-LIMIT
               MOVE WS-RT-RATE-TIER1 (WS-RATE-IDX)  TO WS-RATE-TIER1
               MOVE WS-RT-RATE-TIER2 (WS-RATE-IDX)  TO WS-RATE-TIER2
               MOVE WS-RT-RATE-TIER3 (WS-RATE-IDX)  TO WS-RATE-TIER3

               IF BA-KWH-USED <= WS-TIER1-LIMIT
                   MOVE BA-KWH-USED TO WS-TIER1-KWH
                   MOVE 0 TO WS-TIER2-KWH WS-TIER3-KWH
               ELSE
                   MOVE WS-TIER1-LIMIT TO WS-TIER1-KWH
                   IF BA-KWH-USED <= (WS-TIER1-LIMIT + WS-TIER2-LIMIT)
                       COMPUTE WS-TIER2-KWH =
                           BA-KWH-USED - WS-TIER1-LIMIT
                       MOVE 0 TO WS-TIER3-KWH
                   ELSE
                       MOVE WS-TIER2-LIMIT TO WS-TIER2-KWH
                       COMPUTE WS-TIER3-KWH =
                           BA-KWH-USED - WS-TIER1-LIMIT
                           - WS-TIER2-LIMIT
                   END-IF
               END-IF

               COMPUTE WS-PROPOSED-ENERGY ROUNDED =
                   WS-TIER1-KWH * WS-RATE-TIER1
                   + WS-TIER2-KWH * WS-RATE-TIER2
                   + WS-TIER3-KWH * WS-RATE-TIER3
           END-IF.

      *****************************************************************
      * PROPOSED DEMAND - THE BILLED KW IS THE BILL'S DEMAND CHARGE
      * OVER THE CURRENT DEMAND RATE IN EFFECT ON ITS BILL DATE,
      * PRICED AT THE PROPOSED RATE (NO PROPOSED ROW MEANS NO
      * DEMAND CHARGE UNDER THE PROPOSAL). A DEMAND CHARGE WITH NO
      * CURRENT RATE TO BACK IT OUT OF IS CARRIED UNCHANGED.
      *****************************************************************
       320-PRICE-PROPOSED-DEMAND.
           MOVE 0 TO WS-PROPOSED-DEMAND.

           IF BA-DEMAND-CHARGE > 0
               MOVE 'C'          TO WS-SEARCH-SOURCE
               MOVE 'D'          TO WS-SEARCH-TYPE
               MOVE BA-BILL-DATE TO WS-SEARCH-DATE
               PERFORM 400-SELECT-RATE-ROW
               IF WS-RATE-FOUND
                   SET WS-RATE-IDX TO WS-BEST-RATE-IDX
                   IF WS-RT-DEMAND-RATE (WS-RATE-IDX) = 0
                       MOVE 'N' TO WS-RATE-FOUND-SW
                   END-IF
               END-IF
               IF NOT WS-RATE-FOUND
                   ADD 1 TO WS-DEMAND-KEPT-COUNT
                   MOVE BA-DEMAND-CHARGE TO WS-PROPOSED-DEMAND
               ELSE
                   COMPUTE WS-BILLED-KW ROUNDED =
                       BA-DEMAND-CHARGE
                       / WS-RT-DEMAND-RATE (WS-RATE-IDX)
                   MOVE 'P'      TO WS-SEARCH-SOURCE
                   MOVE 99999999 TO WS-SEARCH-DATE
                   PERFORM 400-SELECT-RATE-ROW
                   IF WS-RATE-FOUND
                       SET WS-RATE-IDX TO WS-BEST-RATE-IDX
                       COMPUTE WS-PROPOSED-DEMAND ROUNDED =
                           WS-BILLED-KW
                           * WS-RT-DEMAND-RATE (WS-RATE-IDX)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * FIND THE RATE ROW FROM WS-SEARCH-SOURCE OF TYPE
      * WS-SEARCH-TYPE FOR THE ACCOUNT'S CLASS AND THE SEASON, WITH
      * THE LATEST EFFECTIVE DATE NOT AFTER WS-SEARCH-DATE. ITS
      * TABLE POSITION IS LEFT IN WS-BEST-RATE-IDX.
      *****************************************************************
       400-SELECT-RATE-ROW.
           MOVE WS-ACCT-CLASS TO WS-SEARCH-CLASS.
           MOVE 0   TO WS-BEST-EFFECTIVE-DATE.
           MOVE 0   TO WS-BEST-RATE-IDX.
           MOVE 'N' TO WS-RATE-FOUND-SW.

           PERFORM 410-CHECK-RATE-ENTRY
               VARYING WS-RATE-IDX FROM 1 BY 1
               UNTIL WS-RATE-IDX > WS-RATE-TABLE-COUNT.

      *****************************************************************
      * EXAMINE ONE RATE-TABLE ENTRY DURING THE SEARCH ABOVE.
      *****************************************************************
       410-CHECK-RATE-ENTRY.
           IF WS-RT-SOURCE (WS-RATE-IDX) = WS-SEARCH-SOURCE
               AND WS-RT-RECORD-TYPE (WS-RATE-IDX) = WS-SEARCH-TYPE
               AND WS-RT-CUST-CLASS (WS-RATE-IDX) = WS-SEARCH-CLASS
               AND (WS-RT-SEASON (WS-RATE-IDX) = 'A'
                   OR WS-RT-SEASON (WS-RATE-IDX) = WS-SEASON-CODE)
               AND WS-RT-EFFECTIVE-DATE (WS-RATE-IDX)
                   <= WS-SEARCH-DATE
               AND WS-RT-EFFECTIVE-DATE (WS-RATE-IDX)
                   >= WS-BEST-EFFECTIVE-DATE
               MOVE WS-RT-EFFECTIVE-DATE (WS-RATE-IDX)
                   TO WS-BEST-EFFECTIVE-DATE
               SET WS-BEST-RATE-IDX TO WS-RATE-IDX
               MOVE 'Y' TO WS-RATE-FOUND-SW
           END-IF.

      *****************************************************************
      * PRINT THE SIDE-BY-SIDE COMPARISON - FOR EACH RATE CLASS A
      * LINE PER MONTH OF THE WINDOW AND A CLASS TOTAL, THEN THE
      * TOTAL FOR ALL CLASSES.
      *****************************************************************
       850-PRINT-CLASS-COMPARISON.
           MOVE 'CURRENT AGAINST PROPOSED BY RATE CLASS AND MONTH'
               TO WS-SL-TEXT.
           PERFORM 830-WRITE-SECTION-LINE.
           PERFORM 835-WRITE-CLASS-HEAD.

           MOVE 0 TO WS-GRAND-BILLS WS-GRAND-KWH
                     WS-GRAND-CURRENT WS-GRAND-PROPOSED.
           PERFORM 852-PRINT-ONE-CLASS
               VARYING WS-CLS-IDX FROM 1 BY 1
               UNTIL WS-CLS-IDX > 3.

           MOVE WS-GRAND-BILLS    TO WS-PRT-BILLS.
           MOVE WS-GRAND-KWH      TO WS-PRT-KWH.
           MOVE WS-GRAND-CURRENT  TO WS-PRT-CURRENT.
           MOVE WS-GRAND-PROPOSED TO WS-PRT-PROPOSED.
           MOVE 'ALL CLASSES' TO WS-CL-CLASS.
           MOVE 'ALL'         TO WS-CL-PERIOD.
           PERFORM 858-WRITE-CLASS-LINE.

      *****************************************************************
      * PRINT ONE RATE CLASS - ITS TWELVE MONTHS, THEN ITS TOTAL,
      * WHICH IS ADDED INTO THE TOTAL FOR ALL CLASSES.
      *****************************************************************
       852-PRINT-ONE-CLASS.
           SET WS-CLASS-SUB TO WS-CLS-IDX.
           MOVE 0 TO WS-SUB-BILLS WS-SUB-KWH
                     WS-SUB-CURRENT WS-SUB-PROPOSED.
           PERFORM 854-PRINT-ONE-MONTH
               VARYING WS-MON-IDX FROM 1 BY 1
               UNTIL WS-MON-IDX > 12.

           MOVE WS-SUB-BILLS    TO WS-PRT-BILLS.
           MOVE WS-SUB-KWH      TO WS-PRT-KWH.
           MOVE WS-SUB-CURRENT  TO WS-PRT-CURRENT.
           MOVE WS-SUB-PROPOSED TO WS-PRT-PROPOSED.
           MOVE WS-CN-NAME (WS-CLASS-SUB) TO WS-CL-CLASS.
           MOVE 'ALL' TO WS-CL-PERIOD.
           PERFORM 858-WRITE-CLASS-LINE.
           WRITE SR-RECORD FROM SPACES.
           ADD 1 TO WS-LINE-COUNT.

           ADD WS-SUB-BILLS    TO WS-GRAND-BILLS.
           ADD WS-SUB-KWH      TO WS-GRAND-KWH.
           ADD WS-SUB-CURRENT  TO WS-GRAND-CURRENT.
           ADD WS-SUB-PROPOSED TO WS-GRAND-PROPOSED.

      *****************************************************************
      * PRINT ONE CLASS AND MONTH AND ADD IT INTO THE CLASS TOTAL.
      *****************************************************************
       854-PRINT-ONE-MONTH.
           MOVE WS-SM-BILLS (WS-CLS-IDX, WS-MON-IDX)    TO WS-PRT-BILLS.
           MOVE WS-SM-KWH (WS-CLS-IDX, WS-MON-IDX)      TO WS-PRT-KWH.
           MOVE WS-SM-CURRENT (WS-CLS-IDX, WS-MON-IDX)
               TO WS-PRT-CURRENT.
           MOVE WS-SM-PROPOSED (WS-CLS-IDX, WS-MON-IDX)
               TO WS-PRT-PROPOSED.
           MOVE WS-CN-NAME (WS-CLASS-SUB) TO WS-CL-CLASS.
           MOVE WS-WINDOW-PERIOD (WS-MON-IDX) TO WS-CL-PERIOD.
           PERFORM 858-WRITE-CLASS-LINE.

           ADD WS-PRT-BILLS    TO WS-SUB-BILLS.
           ADD WS-PRT-KWH      TO WS-SUB-KWH.
           ADD WS-PRT-CURRENT  TO WS-SUB-CURRENT.
           ADD WS-PRT-PROPOSED TO WS-SUB-PROPOSED.

      *****************************************************************
      * WRITE ONE COMPARISON LINE FROM THE PRINT FIELDS, WITH THE
      * DOLLAR AND PERCENT CHANGE.
      *****************************************************************
       858-WRITE-CLASS-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 900-PRINT-HEADERS
               PERFORM 835-WRITE-CLASS-HEAD
           END-IF.

           COMPUTE WS-CHANGE-AMOUNT =
               WS-PRT-PROPOSED - WS-PRT-CURRENT.
           IF WS-PRT-CURRENT > 0
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   WS-CHANGE-AMOUNT * 100 / WS-PRT-CURRENT
           ELSE
               MOVE 0 TO WS-CHANGE-PCT
           END-IF.

           MOVE WS-PRT-BILLS     TO WS-CL-CUSTOMERS.
           MOVE WS-PRT-KWH       TO WS-CL-KWH.
           MOVE WS-PRT-CURRENT   TO WS-CL-CURRENT.
           MOVE WS-PRT-PROPOSED  TO WS-CL-PROPOSED.
           MOVE WS-CHANGE-AMOUNT TO WS-CL-CHANGE.
           MOVE WS-CHANGE-PCT    TO WS-CL-PCT.
           WRITE SR-RECORD FROM WS-CLASS-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT THE RESIDENTIAL BILL-IMPACT DISTRIBUTION - HOW MANY
      * RESIDENTIAL CUSTOMERS' WINDOW TOTALS FALL IN EACH BAND OF
      * CHANGE, AND THEIR AVERAGE DOLLAR CHANGE.
      *****************************************************************
       870-PRINT-IMPACT-DISTRIBUTION.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 12
               PERFORM 900-PRINT-HEADERS
           END-IF.

           MOVE 'RESIDENTIAL BILL-IMPACT DISTRIBUTION' TO WS-SL-TEXT.
           PERFORM 830-WRITE-SECTION-LINE.
           WRITE SR-RECORD FROM WS-BAND-HEAD-LINE.
           ADD 1 TO WS-LINE-COUNT.

           PERFORM 875-PRINT-ONE-BAND
               VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 7.

      *****************************************************************
      * PRINT ONE BILL-IMPACT BAND.
      *****************************************************************
       875-PRINT-ONE-BAND.
           SET WS-BAND-SUB TO WS-BAND-IDX.
           MOVE WS-BAND-LABEL (WS-BAND-SUB) TO WS-BL-LABEL.
           MOVE WS-BD-CUSTOMERS (WS-BAND-IDX) TO WS-BL-CUSTOMERS.

           MOVE 0 TO WS-BAND-PCT.
           MOVE 0 TO WS-BAND-AVERAGE.
           IF WS-RES-CUSTOMER-COUNT > 0
               COMPUTE WS-BAND-PCT ROUNDED =
                   WS-BD-CUSTOMERS (WS-BAND-IDX) * 100
                   / WS-RES-CUSTOMER-COUNT
           END-IF.
           IF WS-BD-CUSTOMERS (WS-BAND-IDX) > 0
               COMPUTE WS-BAND-AVERAGE ROUNDED =
                   WS-BD-CHANGE (WS-BAND-IDX)
                   / WS-BD-CUSTOMERS (WS-BAND-IDX)
           END-IF.
           MOVE WS-BAND-PCT     TO WS-BL-PCT.
           MOVE WS-BAND-AVERAGE TO WS-BL-AVERAGE.

           WRITE SR-RECORD FROM WS-BAND-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE A SECTION TITLE LINE, SET OFF BY A BLANK LINE.
      *****************************************************************
       830-WRITE-SECTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 2
               PERFORM 900-PRINT-HEADERS
           END-IF.

           WRITE SR-RECORD FROM SPACES.
           WRITE SR-RECORD FROM WS-SECTION-LINE.
           ADD 2 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE THE COLUMN HEADINGS OVER THE CLASS COMPARISON.
      *****************************************************************
       835-WRITE-CLASS-HEAD.
           WRITE SR-RECORD FROM WS-CLASS-HEAD-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * START A NEW REPORT PAGE.
      *****************************************************************
       900-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE-ED      TO WS-H1-RUN-DATE.
           MOVE WS-PAGE-NUMBER      TO WS-H1-PAGE.
           MOVE WS-WINDOW-START-NUM TO WS-H2-START-PERIOD.
           MOVE WS-WINDOW-END-NUM   TO WS-H2-END-PERIOD.

           IF WS-PAGE-NUMBER > 1
               WRITE SR-RECORD FROM SPACES
           END-IF.

           WRITE SR-RECORD FROM WS-HEADING-1.
           WRITE SR-RECORD FROM WS-HEADING-2.

           MOVE 2 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE THE CONTROL TOTALS - EVERY ARCHIVED BILL READ IS
      * EITHER OUTSIDE THE WINDOW, NOT ON THE MASTER, OR SIMULATED.
      *****************************************************************
       950-PRINT-TOTALS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 8
               PERFORM 900-PRINT-HEADERS
           END-IF.

           WRITE SR-RECORD FROM SPACES.

           MOVE 'ARCHIVED BILLS READ'    TO WS-RT-LABEL.
           MOVE WS-ARCH-READ-COUNT       TO WS-RT-COUNT.
           WRITE SR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'OUTSIDE THE WINDOW'     TO WS-RT-LABEL.
           MOVE WS-OUTSIDE-WINDOW-COUNT  TO WS-RT-COUNT.
           WRITE SR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'ACCOUNT NOT ON MASTER'  TO WS-RT-LABEL.
           MOVE WS-NOT-ON-MASTER-COUNT   TO WS-RT-COUNT.
           WRITE SR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'BILLS SIMULATED'        TO WS-RT-LABEL.
           MOVE WS-SIMULATED-COUNT       TO WS-RT-COUNT.
           WRITE SR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'NO PROPOSED ENERGY ROW' TO WS-RT-LABEL.
           MOVE WS-NO-PROP-ENERGY-COUNT  TO WS-RT-COUNT.
           WRITE SR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'DEMAND NOT RE-PRICED'   TO WS-RT-LABEL.
           MOVE WS-DEMAND-KEPT-COUNT     TO WS-RT-COUNT.
           WRITE SR-RECORD FROM WS-REPORT-TOTAL-LINE.

           DISPLAY ' '.
           DISPLAY 'SIMULATION CONTROL TOTALS'.
           DISPLAY '  ARCHIVED BILLS READ  : ' WS-ARCH-READ-COUNT.
           DISPLAY '  OUTSIDE THE WINDOW   : ' WS-OUTSIDE-WINDOW-COUNT.
           DISPLAY '  NOT ON MASTER        : ' WS-NOT-ON-MASTER-COUNT.
           DISPLAY '  BILLS SIMULATED      : ' WS-SIMULATED-COUNT.
           DISPLAY '  NO PROPOSED ENERGY   : ' WS-NO-PROP-ENERGY-COUNT.
           DISPLAY '  DEMAND NOT RE-PRICED : ' WS-DEMAND-KEPT-COUNT.
           DISPLAY '  RESIDENTIAL CUSTOMERS: ' WS-RES-CUSTOMER-COUNT.
