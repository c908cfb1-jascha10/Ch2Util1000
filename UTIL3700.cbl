       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTIL3700.
      *****************************************************************
      *  Programmer.:Jacob Schamp
      *  Date.......:10-15-2026
      *  GitHub URL.:https://github.com/jascha10/Ch2Util1000
      *  Description:Tax and franchise fee remittance. UTIL2000
      *  bills the utility tax and the franchise fee at the TAXRATE
      *  rates for the customer's jurisdiction, but the GL extract
      *  carries only the dollars, not the jurisdiction. This
      *  monthly run sorts the GLEXTR postings for the period by
      *  account and matches them to CUSTIN for the jurisdiction
      *  code, then gives each jurisdiction the taxable sales base
      *  (energy, demand, and service fee - what UTIL2000 taxes),
      *  the rates from TAXRATE, the tax and franchise fee billed,
      *  the net of the UTIL2700 reversals (R) and rebills (B), and
      *  the net due. When a rate change took effect inside the
      *  period the amounts billed are also broken into the portion
      *  at the prior rate and the portion at the current rate.
      *  The grand totals are proved back to the GLEXTR totals for
      *  the period, and a utility tax record (T) and a franchise
      *  fee record (F) per jurisdiction go to the REMITOUT file
      *  accounts payable cuts the checks from. The period is the
      *  latest one on GLEXTR unless the RMITPARM card names one.
      *  Every file but the two outputs is opened INPUT only.
      *
      *  Modification History:
      *  10-15-2026  JS  Original tax and franchise remittance program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMIT-PARMS      ASSIGN TO 'RMITPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-PARMS-STATUS.

           SELECT CUSTOMER-MASTER  ASSIGN TO 'CUSTIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT TAX-RATE-FILE    ASSIGN TO 'TAXRATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-RATE-STATUS.

           SELECT GL-EXTRACT       ASSIGN TO 'GLEXTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-EXTRACT-STATUS.

           SELECT GL-SORTED        ASSIGN TO 'GLSRTD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-SORTED-STATUS.

           SELECT GL-SORT-WORK     ASSIGN TO 'SORTWK1'.

           SELECT REMITTANCE-FILE  ASSIGN TO 'REMITOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMITTANCE-FILE-STATUS.

           SELECT REMITTANCE-REPORT ASSIGN TO 'RMITRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMITTANCE-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * RUN PARAMETERS - A SINGLE OPTIONAL CONTROL RECORD. COLUMNS
      * 1-6 THE BILLING PERIOD TO REMIT (YYYYMM). A MISSING FILE, OR
      * A BLANK OR INVALID PERIOD, REMITS THE LATEST PERIOD ON
      * GLEXTR.
      *****************************************************************
       FD  REMIT-PARMS
           RECORDING MODE IS F.
       01  RM-PARM-RECORD.
           05  RMP-REMIT-PERIOD         PIC X(06).

      *****************************************************************
      * CUSTOMER MASTER - IN ASCENDING ACCOUNT SEQUENCE. SUPPLIES
      * THE JURISDICTION CODE FOR EACH GL POSTING.
      *****************************************************************
       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CM-RECORD.
           COPY CMRECORD.

      *****************************************************************
      * JURISDICTION TAX TABLE - THE SAME FILE UTIL2000 BILLS FROM.
      * ONE ROW PER JURISDICTION PER EFFECTIVE DATE.
      *****************************************************************
       FD  TAX-RATE-FILE
           RECORDING MODE IS F.
       01  TX-RECORD.
           05  TX-JURISDICTION          PIC X(04).
           05  TX-EFFECTIVE-DATE        PIC 9(8).
           05  TX-TAX-RATE              PIC V9999.
           05  TX-FRANCHISE-RATE        PIC V9999.

      *****************************************************************
      * GENERAL LEDGER EXTRACT - THE BILLING RUN'S POSTINGS PLUS THE
      * UTIL2700 REVERSAL/REBILL PAIRS APPENDED TO IT. READ ONCE
      * HERE FOR THE LATEST PERIOD, THEN SORTED BY ACCOUNT.
      *****************************************************************
       FD  GL-EXTRACT
           RECORDING MODE IS F.
       01  GL-RECORD.
           COPY GLRECORD.

       SD  GL-SORT-WORK.
       01  GS-RECORD.
           05  GS-ACCOUNT-NUMBER        PIC 9(7).
           05  FILLER                   PIC X(118).

       FD  GL-SORTED
           RECORDING MODE IS F.
       01  GT-RECORD.
           COPY GLRECORD REPLACING LEADING ==GL== BY ==GT==.

      *****************************************************************
      * REMITTANCE FILE FOR ACCOUNTS PAYABLE - FOR EACH JURISDICTION
      * IN CODE SEQUENCE, A UTILITY TAX RECORD (T) THEN A FRANCHISE
      * FEE RECORD (F). THE RATE IS THE ONE IN EFFECT AT THE END OF
      * THE PERIOD; WHEN A RATE CHANGE TOOK EFFECT INSIDE THE PERIOD
      * THE RATE IT REPLACED AND THE AMOUNT BILLED AT IT ARE CARRIED
      * AS WELL (OTHERWISE ZERO). THE AMOUNT DUE IS THE AMOUNT
      * BILLED PLUS THE NET OF THE PERIOD'S REBILLS LESS REVERSALS.
      * THE PAY FLAG SAYS WHETHER A CHECK IS DUE (P), THE
      * ADJUSTMENTS LEFT A CREDIT TO TAKE ON THE NEXT RETURN (C), OR
      * NOTHING IS DUE (Z). ACCOUNTS WITH NO JURISDICTION, AND
      * ACCOUNTS NOT FOUND ON CUSTIN, ARE NOT REMITTED.
      *****************************************************************
       FD  REMITTANCE-FILE
           RECORDING MODE IS F.
       01  RM-RECORD.
           05  RM-JURISDICTION          PIC X(04).
           05  RM-REMIT-TYPE            PIC X(01).
               88  RM-UTILITY-TAX                 VALUE 'T'.
               88  RM-FRANCHISE-FEE               VALUE 'F'.
           05  RM-BILLING-PERIOD        PIC 9(6).
           05  RM-RUN-DATE              PIC 9(8).
           05  RM-BILL-COUNT            PIC 9(5).
           05  RM-TAXABLE-BASE          PIC 9(9)V99.
           05  RM-RATE                  PIC V9999.
           05  RM-RATE-EFFECTIVE-DATE   PIC 9(8).
           05  RM-PRIOR-RATE            PIC V9999.
           05  RM-AMOUNT-BILLED         PIC 9(9)V99.
           05  RM-PRIOR-RATE-AMOUNT     PIC 9(9)V99.
           05  RM-BASE-ADJUSTMENT       PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  RM-AMOUNT-ADJUSTMENT     PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  RM-AMOUNT-DUE            PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           05  RM-PAY-FLAG              PIC X(01).
               88  RM-CHECK-DUE                   VALUE 'P'.
               88  RM-CREDIT-CARRIED              VALUE 'C'.
               88  RM-NOTHING-DUE                 VALUE 'Z'.

      *****************************************************************
      * REMITTANCE REPORT - A BLOCK PER JURISDICTION, THEN THE GRAND
      * TOTALS AND THE PROOF TO GLEXTR.
      *****************************************************************
       FD  REMITTANCE-REPORT
           RECORDING MODE IS F.
       01  RR-RECORD                    PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * FILE STATUS AND SWITCHES
      *****************************************************************
       01  WS-REMIT-PARMS-STATUS       PIC X(02)  VALUE '00'.
       01  WS-CUSTOMER-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-TAX-RATE-STATUS          PIC X(02)  VALUE '00'.
       01  WS-GL-EXTRACT-STATUS        PIC X(02)  VALUE '00'.
       01  WS-GL-SORTED-STATUS         PIC X(02)  VALUE '00'.
       01  WS-REMITTANCE-FILE-STATUS   PIC X(02)  VALUE '00'.
       01  WS-REMITTANCE-REPORT-STATUS PIC X(02)  VALUE '00'.
       01  WS-CUST-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-CUSTOMER-MASTER             VALUE 'Y'.
       01  WS-GL-EOF-SW                PIC X(01)  VALUE 'N'.
           88  WS-EOF-GL-EXTRACT                  VALUE 'Y'.
       01  WS-TAX-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-EOF-TAX-RATE                    VALUE 'Y'.
       01  WS-PARM-PERIOD-SW           PIC X(01)  VALUE 'N'.
           88  WS-PARM-PERIOD-GIVEN               VALUE 'Y'.
       01  WS-PRIOR-TAX-SW             PIC X(01)  VALUE 'N'.
           88  WS-PRIOR-TAX-FOUND                 VALUE 'Y'.

      *****************************************************************
      * THE PERIOD REMITTED AND THE DATES THAT BOUND IT. ANY DATE
      * IN THE MONTH IS AT OR BELOW DAY 31, SO THAT SERVES AS THE
      * MONTH-END BOUND FOR THE RATE SEARCH.
      *****************************************************************
       01  WS-REMIT-PERIOD.
           05  WS-REMIT-YYYY            PIC 9(4).
           05  WS-REMIT-MM              PIC 9(2).
       01  WS-REMIT-PERIOD-NUM REDEFINES WS-REMIT-PERIOD
                                        PIC 9(6).
       01  WS-PARM-PERIOD.
           05  WS-PARM-YYYY             PIC 9(4).
           05  WS-PARM-MM               PIC 9(2).
       01  WS-RUN-PERIOD-NUM            PIC 9(6)   VALUE 0.
       01  WS-LATEST-GL-PERIOD          PIC 9(6)   VALUE 0.
       01  WS-PERIOD-START-NUM          PIC 9(8)   VALUE 0.
       01  WS-PERIOD-END-NUM            PIC 9(8)   VALUE 0.

      *****************************************************************
      * TAX TABLE - LOADED ONCE AT STARTUP FROM TAXRATE.
      *****************************************************************
       01  WS-TAX-TABLE-MAX             PIC 9(3)   VALUE 50.
       01  WS-TAX-TABLE-COUNT           PIC 9(3)   VALUE 0.
       01  WS-TAX-TABLE.
           05  WS-TAX-ENTRY OCCURS 50 TIMES INDEXED BY WS-TAX-IDX.
               10  WS-TX-JURISDICTION   PIC X(04).
               10  WS-TX-EFFECTIVE-DATE PIC 9(8).
               10  WS-TX-TAX-RATE       PIC V9999.
               10  WS-TX-FRANCHISE-RATE PIC V9999.

       01  WS-JURISDICTION              PIC X(04)  VALUE SPACES.
       01  WS-BEST-TAX-DATE             PIC 9(8)   VALUE 0.
       01  WS-BEST-PRIOR-TAX-DATE       PIC 9(8)   VALUE 0.

      *****************************************************************
      * JURISDICTION TABLE - ONE ENTRY PER JURISDICTION CODE FOUND
      * ON THE PERIOD'S POSTINGS, KEPT IN CODE SEQUENCE AS ENTRIES
      * ARE ADDED. A BLANK CODE IS AN EXEMPT ACCOUNT; '????' HOLDS
      * THE POSTINGS FOR ACCOUNTS NO LONGER ON CUSTIN. THE BILLED
      * FIELDS ARE THE ORIGINAL POSTINGS; THE PRIOR FIELDS ARE THE
      * PART OF THEM BILLED AT THE RATE A MID-PERIOD CHANGE
      * REPLACED; THE ADJUSTMENT FIELDS NET THE REBILLS (B) LESS
      * THE REVERSALS (R).
      *****************************************************************
       01  WS-JUR-TABLE-MAX             PIC 9(3)   VALUE 100.
       01  WS-JUR-TABLE-COUNT           PIC 9(3)   VALUE 0.
       01  WS-JUR-SUB                   PIC 9(3)   VALUE 0.
       01  WS-JUR-FOUND-IDX             PIC 9(3)   VALUE 0.
       01  WS-JUR-INSERT-SUB            PIC 9(3)   VALUE 0.
       01  WS-JUR-NEXT-SUB              PIC 9(3)   VALUE 0.
       01  WS-NO-JURISDICTION           PIC X(04)  VALUE SPACES.
       01  WS-UNASSIGNED-JURISDICTION   PIC X(04)  VALUE '????'.
       01  WS-JUR-TABLE.
           05  WS-JUR-ENTRY OCCURS 100 TIMES.
               10  WS-JT-JURISDICTION   PIC X(04).
               10  WS-JT-RATE-SW        PIC X(01).
                   88  WS-JT-RATE-FOUND           VALUE 'Y'.
               10  WS-JT-RATE-DATE      PIC 9(8).
               10  WS-JT-TAX-RATE       PIC V9999.
               10  WS-JT-FRANCHISE-RATE PIC V9999.
               10  WS-JT-PRIOR-SW       PIC X(01).
                   88  WS-JT-RATE-CHANGED         VALUE 'Y'.
               10  WS-JT-PRIOR-TAX-RATE PIC V9999.
               10  WS-JT-PRIOR-FRAN-RATE PIC V9999.
               10  WS-JT-BILL-COUNT     PIC 9(5).
               10  WS-JT-BASE           PIC 9(9)V99.
               10  WS-JT-TAX            PIC 9(9)V99.
               10  WS-JT-FRANCHISE      PIC 9(9)V99.
               10  WS-JT-PRIOR-COUNT    PIC 9(5).
               10  WS-JT-PRIOR-BASE     PIC 9(9)V99.
               10  WS-JT-PRIOR-TAX      PIC 9(9)V99.
               10  WS-JT-PRIOR-FRANCHISE PIC 9(9)V99.
               10  WS-JT-ADJ-COUNT      PIC 9(5).
               10  WS-JT-ADJ-BASE       PIC S9(9)V99.
               10  WS-JT-ADJ-TAX        PIC S9(9)V99.
               10  WS-JT-ADJ-FRANCHISE  PIC S9(9)V99.

      *****************************************************************
      * BALANCED-LINE MATCH OF THE SORTED POSTINGS AGAINST THE
      * MASTER - EACH KEY GOES TO HIGH-VALUES AT END OF FILE.
      *****************************************************************
       01  WS-MASTER-KEY                PIC X(07)  VALUE LOW-VALUES.
       01  WS-GL-KEY                    PIC X(07)  VALUE LOW-VALUES.

      *****************************************************************
      * WORK AREAS FOR THE POSTING IN HAND
      *****************************************************************
       01  WS-GL-BASE                   PIC 9(7)V99 VALUE 0.
       01  WS-PRIOR-COMBINED-RATE       PIC V9999  VALUE 0.
       01  WS-PRIOR-PORTION-BASE        PIC 9(7)V99 VALUE 0.
       01  WS-PRIOR-PORTION-TAX         PIC 9(6)V99 VALUE 0.
       01  WS-PRIOR-PORTION-FRAN        PIC 9(6)V99 VALUE 0.
       01  WS-AT-PRIOR-TAX              PIC 9(6)V99 VALUE 0.
       01  WS-AT-PRIOR-FRAN             PIC 9(6)V99 VALUE 0.
       01  WS-AT-CURRENT-TAX            PIC 9(6)V99 VALUE 0.
       01  WS-AT-CURRENT-FRAN           PIC 9(6)V99 VALUE 0.

      *****************************************************************
      * WORK AREAS FOR THE JURISDICTION BEING PRINTED
      *****************************************************************
       01  WS-DUE-BASE                  PIC S9(9)V99 VALUE 0.
       01  WS-DUE-TAX                   PIC S9(9)V99 VALUE 0.
       01  WS-DUE-FRANCHISE             PIC S9(9)V99 VALUE 0.
       01  WS-DATE-WORK                 PIC 9(8)   VALUE 0.
       01  WS-DATE-WORK-X REDEFINES WS-DATE-WORK.
           05  WS-DW-YYYY               PIC 9(4).
           05  WS-DW-MM                 PIC 9(2).
           05  WS-DW-DD                 PIC 9(2).
       01  WS-DATE-WORK-ED              PIC X(10)  VALUE SPACES.

      *****************************************************************
      * CONTROL TOTALS - THE GLEXTR SIDE IS ADDED STRAIGHT FROM THE
      * POSTINGS, THE JURISDICTION SIDE FROM THE TABLE, SO THE PROOF
      * CATCHES A POSTING THAT MISSED ITS JURISDICTION.
      *****************************************************************
       01  WS-GL-READ-COUNT             PIC 9(6)   VALUE 0.
       01  WS-OTHER-PERIOD-COUNT        PIC 9(6)   VALUE 0.
       01  WS-OTHER-CODE-COUNT          PIC 9(6)   VALUE 0.
       01  WS-CUST-READ-COUNT           PIC 9(6)   VALUE 0.
       01  WS-UNASSIGNED-COUNT          PIC 9(6)   VALUE 0.
       01  WS-REMIT-RECORD-COUNT        PIC 9(5)   VALUE 0.
       01  WS-CHECK-COUNT               PIC 9(5)   VALUE 0.
       01  WS-CREDIT-COUNT              PIC 9(5)   VALUE 0.

       01  WS-GL-ORIG-COUNT             PIC 9(6)   VALUE 0.
       01  WS-GL-ORIG-BASE              PIC 9(9)V99 VALUE 0.
       01  WS-GL-ORIG-TAX               PIC 9(9)V99 VALUE 0.
       01  WS-GL-ORIG-FRANCHISE         PIC 9(9)V99 VALUE 0.
       01  WS-GL-REV-COUNT              PIC 9(6)   VALUE 0.
       01  WS-GL-REV-BASE               PIC 9(9)V99 VALUE 0.
       01  WS-GL-REV-TAX                PIC 9(9)V99 VALUE 0.
       01  WS-GL-REV-FRANCHISE          PIC 9(9)V99 VALUE 0.
       01  WS-GL-REB-COUNT              PIC 9(6)   VALUE 0.
       01  WS-GL-REB-BASE               PIC 9(9)V99 VALUE 0.
       01  WS-GL-REB-TAX                PIC 9(9)V99 VALUE 0.
       01  WS-GL-REB-FRANCHISE          PIC 9(9)V99 VALUE 0.

       01  WS-ALL-BILL-COUNT            PIC 9(6)   VALUE 0.
       01  WS-ALL-BASE                  PIC 9(9)V99 VALUE 0.
       01  WS-ALL-TAX                   PIC 9(9)V99 VALUE 0.
       01  WS-ALL-FRANCHISE             PIC 9(9)V99 VALUE 0.
       01  WS-ALL-ADJ-COUNT             PIC 9(6)   VALUE 0.
       01  WS-ALL-ADJ-BASE              PIC S9(9)V99 VALUE 0.
       01  WS-ALL-ADJ-TAX               PIC S9(9)V99 VALUE 0.
       01  WS-ALL-ADJ-FRANCHISE         PIC S9(9)V99 VALUE 0.
       01  WS-REMITTED-TAX              PIC S9(9)V99 VALUE 0.
       01  WS-REMITTED-FRANCHISE        PIC S9(9)V99 VALUE 0.
       01  WS-NOT-REMITTED-TAX          PIC S9(9)V99 VALUE 0.
       01  WS-NOT-REMITTED-FRANCHISE    PIC S9(9)V99 VALUE 0.

       01  WS-GL-NET-ADJ-BASE           PIC S9(9)V99 VALUE 0.
       01  WS-GL-NET-ADJ-TAX            PIC S9(9)V99 VALUE 0.
       01  WS-GL-NET-ADJ-FRANCHISE      PIC S9(9)V99 VALUE 0.

      *****************************************************************
      * RUN DATE AND REPORT PAGE CONTROL
      *****************************************************************
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY              PIC 9(4).
           05  WS-RUN-MM                PIC 9(2).
           05  WS-RUN-DD                PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                        PIC 9(8).
       01  WS-RUN-DATE-ED               PIC X(10)  VALUE SPACES.

       01  WS-PAGE-NUMBER               PIC 9(3)   VALUE 0.
       01  WS-LINE-COUNT                PIC 9(2)   VALUE 99.
       01  WS-LINES-PER-PAGE            PIC 9(2)   VALUE 50.

      *****************************************************************
      * REPORT LINE LAYOUTS
      *****************************************************************
       01  WS-HEADING-1.
           05  FILLER                   PIC X(10)  VALUE 'UTIL3700'.
           05  FILLER                   PIC X(28)  VALUE
               'TAX/FRANCHISE REMITTANCE'.
           05  FILLER                   PIC X(12)  VALUE 'RUN DATE: '.
           05  WS-H1-RUN-DATE           PIC X(10).
           05  FILLER                   PIC X(06)  VALUE 'PAGE  '.
           05  WS-H1-PAGE               PIC ZZ9.
           05  FILLER                   PIC X(04)  VALUE SPACES.
           05  FILLER                   PIC X(08)  VALUE 'PERIOD: '.
           05  WS-H1-PERIOD             PIC 9(6).

       01  WS-HEADING-2.
           05  FILLER                   PIC X(06)  VALUE 'JUR'.
           05  FILLER                   PIC X(18)  VALUE SPACES.
           05  FILLER                   PIC X(09)  VALUE '  BILLS'.
           05  FILLER                   PIC X(16)  VALUE
               '  TAXABLE BASE'.
           05  FILLER                   PIC X(07)  VALUE 'TAX RT'.
           05  FILLER                   PIC X(07)  VALUE 'FRN RT'.
           05  FILLER                   PIC X(15)  VALUE
               '  UTILITY TAX'.
           05  FILLER                   PIC X(15)  VALUE
               'FRANCHISE FEE'.
           05  FILLER                   PIC X(16)  VALUE
               '         TOTAL'.
           05  FILLER                   PIC X(23)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-JURISDICTION       PIC X(04).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-DL-LABEL              PIC X(18).
           05  WS-DL-COUNT              PIC ZZZ,ZZZ.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-DL-BASE               PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-DL-TAX-RATE           PIC .9999 BLANK WHEN ZERO.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-DL-FRAN-RATE          PIC .9999 BLANK WHEN ZERO.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-DL-TAX                PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-DL-FRANCHISE          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-DL-TOTAL              PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-DL-NOTE               PIC X(21).

       01  WS-TEXT-LINE.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-TL-TEXT               PIC X(90).

       01  WS-REPORT-TOTAL-LINE.
           05  WS-RT-LABEL              PIC X(40)  VALUE SPACES.
           05  WS-RT-COUNT              PIC ZZZ,ZZ9.

      *****************************************************************
      * IT'S GO TIME!
      *****************************************************************
       PROCEDURE DIVISION.

      *****************************************************************
      * MAINLINE - PICK THE PERIOD, LOAD THE TAX RATES, SORT THE GL
      * EXTRACT BY ACCOUNT AND MATCH IT TO THE MASTER, THEN PRINT
      * AND REMIT EACH JURISDICTION, PROVE THE TOTALS, CLOSE UP.
      *****************************************************************
       000-MAIN.
           DISPLAY '*************************************'.
           DISPLAY '*** UTIL3700 - TAX/FRANCHISE REMIT **'.
           DISPLAY '*************************************'.
           DISPLAY ' '.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-MM  '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-ED.
           COMPUTE WS-RUN-PERIOD-NUM = WS-RUN-YYYY * 100 + WS-RUN-MM.

           PERFORM 110-CHECK-INPUT-FILES.
           PERFORM 120-LOAD-PARAMETERS.
           IF NOT WS-PARM-PERIOD-GIVEN
               PERFORM 130-FIND-LATEST-PERIOD
           END-IF.
           COMPUTE WS-PERIOD-START-NUM = WS-REMIT-PERIOD-NUM * 100 + 1.
           COMPUTE WS-PERIOD-END-NUM = WS-REMIT-PERIOD-NUM * 100 + 31.
           DISPLAY 'PERIOD REMITTED: ' WS-REMIT-PERIOD-NUM.

           PERFORM 150-LOAD-TAX-RATES.

           SORT GL-SORT-WORK
               ON ASCENDING KEY GS-ACCOUNT-NUMBER
               WITH DUPLICATES IN ORDER
               USING GL-EXTRACT
               GIVING GL-SORTED.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CUSTOMER-MASTER - STATUS '
                   WS-CUSTOMER-MASTER-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT GL-SORTED.
           IF WS-GL-SORTED-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN SORTED GL EXTRACT - STATUS '
                   WS-GL-SORTED-STATUS
               STOP RUN
           END-IF.

           OPEN OUTPUT REMITTANCE-FILE.
           OPEN OUTPUT REMITTANCE-REPORT.

           PERFORM 200-READ-CUSTOMER.
           PERFORM 205-READ-GL-SORTED.
           PERFORM 210-PROCESS-ONE-POSTING
               UNTIL WS-GL-KEY = HIGH-VALUES.

           PERFORM 900-PRINT-HEADERS.
           IF WS-JUR-TABLE-COUNT = 0
               MOVE 'NO TAX POSTINGS FOR THE PERIOD' TO WS-TL-TEXT
               PERFORM 840-WRITE-TEXT-LINE
           END-IF.
           PERFORM 800-PRINT-ONE-JURISDICTION
               VARYING WS-JUR-SUB FROM 1 BY 1
               UNTIL WS-JUR-SUB > WS-JUR-TABLE-COUNT.

           PERFORM 950-PRINT-TOTALS.

           CLOSE CUSTOMER-MASTER.
           CLOSE GL-SORTED.
           CLOSE REMITTANCE-FILE.
           CLOSE REMITTANCE-REPORT.

           STOP RUN.

      *****************************************************************
      * THE MASTER AND THE GL EXTRACT MUST BOTH BE PRESENT BEFORE
      * THE SORT RUNS - A REMITTANCE WITHOUT EITHER IS A SETUP
      * ERROR, NOT SOMETHING TO GUESS AROUND.
      *****************************************************************
       110-CHECK-INPUT-FILES.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CUSTOMER-MASTER - STATUS '
                   WS-CUSTOMER-MASTER-STATUS
               STOP RUN
           END-IF.
           CLOSE CUSTOMER-MASTER.

           OPEN INPUT GL-EXTRACT.
           IF WS-GL-EXTRACT-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GL-EXTRACT - STATUS '
                   WS-GL-EXTRACT-STATUS
               STOP RUN
           END-IF.
           CLOSE GL-EXTRACT.

      *****************************************************************
      * READ THE OPTIONAL RMITPARM CARD FOR THE PERIOD TO REMIT. A
      * MISSING FILE, OR A BLANK OR INVALID PERIOD, LEAVES THE
      * CHOICE TO THE GL EXTRACT.
      *****************************************************************
       120-LOAD-PARAMETERS.
           MOVE WS-RUN-PERIOD-NUM TO WS-REMIT-PERIOD-NUM.
           OPEN INPUT REMIT-PARMS.

           IF WS-REMIT-PARMS-STATUS = '00'
               READ REMIT-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RMP-REMIT-PERIOD NUMERIC
                           MOVE RMP-REMIT-PERIOD TO WS-PARM-PERIOD
                           IF WS-PARM-YYYY > 0
                               AND WS-PARM-MM >= 1
                               AND WS-PARM-MM <= 12
                               MOVE WS-PARM-PERIOD
                                   TO WS-REMIT-PERIOD
                               MOVE 'Y' TO WS-PARM-PERIOD-SW
                           ELSE
                               DISPLAY 'RMITPARM PERIOD '
                                   RMP-REMIT-PERIOD
                                   ' INVALID - USING GLEXTR PERIOD'
                           END-IF
                       END-IF
               END-READ
               CLOSE REMIT-PARMS
           END-IF.

      *****************************************************************
      * WITH NO PERIOD ON THE CARD, REMIT THE LATEST BILLING PERIOD
      * ON THE GL EXTRACT. AN EMPTY EXTRACT LEAVES THE RUN MONTH.
      *****************************************************************
       130-FIND-LATEST-PERIOD.
           MOVE 0   TO WS-LATEST-GL-PERIOD.
           MOVE 'N' TO WS-GL-EOF-SW.
           OPEN INPUT GL-EXTRACT.
           PERFORM 135-SCAN-ONE-GL-RECORD
               UNTIL WS-EOF-GL-EXTRACT.
           CLOSE GL-EXTRACT.

           IF WS-LATEST-GL-PERIOD > 0
               MOVE WS-LATEST-GL-PERIOD TO WS-REMIT-PERIOD-NUM
           END-IF.

      *****************************************************************
      * READ ONE GL EXTRACT RECORD DURING THE PERIOD SCAN ABOVE.
      *****************************************************************
       135-SCAN-ONE-GL-RECORD.
           READ GL-EXTRACT
               AT END
                   MOVE 'Y' TO WS-GL-EOF-SW
               NOT AT END
                   IF GL-BILLING-PERIOD NUMERIC
                       AND GL-BILLING-PERIOD > WS-LATEST-GL-PERIOD
                       MOVE GL-BILLING-PERIOD TO WS-LATEST-GL-PERIOD
                   END-IF
           END-READ.

      *****************************************************************
      * LOAD THE JURISDICTION TAX TABLE ONE TIME AT STARTUP. A
      * MISSING FILE LEAVES THE RATES BLANK ON THE REPORT - THE
      * AMOUNTS COME FROM THE GL EXTRACT EITHER WAY.
      *****************************************************************
       150-LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAX-RATE-STATUS NOT = '00'
               DISPLAY 'NO TAXRATE FILE - RATES WILL NOT BE SHOWN'
           ELSE
               PERFORM 151-READ-TAX-RATE-REC
                   UNTIL WS-EOF-TAX-RATE
                   OR WS-TAX-TABLE-COUNT >= WS-TAX-TABLE-MAX
               IF NOT WS-EOF-TAX-RATE
                   DISPLAY 'WARNING: TAX-RATE TABLE FULL AT '
                       WS-TAX-TABLE-MAX ' ENTRIES - REMAINING '
                       'TAXRATE RECORDS WERE NOT LOADED'
               END-IF
               CLOSE TAX-RATE-FILE
           END-IF.

      *****************************************************************
      * READ ONE TAX-RATE RECORD AND ADD IT TO WS-TAX-TABLE.
      *****************************************************************
       151-READ-TAX-RATE-REC.
           READ TAX-RATE-FILE
               AT END
                   MOVE 'Y' TO WS-TAX-EOF-SW
               NOT AT END
                   ADD 1 TO WS-TAX-TABLE-COUNT
                   SET WS-TAX-IDX TO WS-TAX-TABLE-COUNT
                   MOVE TX-JURISDICTION TO
                       WS-TX-JURISDICTION (WS-TAX-IDX)
                   MOVE TX-EFFECTIVE-DATE TO
                       WS-TX-EFFECTIVE-DATE (WS-TAX-IDX)
                   MOVE TX-TAX-RATE TO
                       WS-TX-TAX-RATE (WS-TAX-IDX)
                   MOVE TX-FRANCHISE-RATE TO
                       WS-TX-FRANCHISE-RATE (WS-TAX-IDX)
           END-READ.

      *****************************************************************
      * READ THE NEXT CUSTOMER MASTER RECORD.
      *****************************************************************
       200-READ-CUSTOMER.
           READ CUSTOMER-MASTER
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SW
                   MOVE HIGH-VALUES TO WS-MASTER-KEY
               NOT AT END
                   ADD 1 TO WS-CUST-READ-COUNT
                   MOVE CM-ACCOUNT-NUMBER TO WS-MASTER-KEY
           END-READ.

      *****************************************************************
      * READ THE NEXT SORTED GL POSTING.
      *****************************************************************
       205-READ-GL-SORTED.
           READ GL-SORTED
               AT END
                   MOVE HIGH-VALUES TO WS-GL-KEY
               NOT AT END
                   ADD 1 TO WS-GL-READ-COUNT
                   MOVE GT-ACCOUNT-NUMBER TO WS-GL-KEY
           END-READ.

      *****************************************************************
      * TAKE ONE POSTING. ONLY THE PERIOD REMITTED COUNTS, AND ONLY
      * THE BILLING RUN'S ORIGINALS AND THE UTIL2700 REVERSAL/REBILL
      * PAIRS. THE MASTER IS BROUGHT UP TO THE POSTING'S ACCOUNT FOR
      * ITS JURISDICTION.
      *****************************************************************
       210-PROCESS-ONE-POSTING.
           EVALUATE TRUE
               WHEN GT-BILLING-PERIOD NOT = WS-REMIT-PERIOD-NUM
                   ADD 1 TO WS-OTHER-PERIOD-COUNT
               WHEN NOT GT-ORIGINAL-POSTING
                   AND NOT GT-REVERSAL
                   AND NOT GT-REBILL
                   ADD 1 TO WS-OTHER-CODE-COUNT
               WHEN OTHER
                   PERFORM 220-SET-JURISDICTION
                   PERFORM 500-FIND-JURISDICTION
                   COMPUTE WS-GL-BASE =
                       GT-TIER1-REVENUE + GT-TIER2-REVENUE
                       + GT-TIER3-REVENUE + GT-DEMAND-REVENUE
                       + GT-SERVICE-FEE
                   EVALUATE TRUE
                       WHEN GT-REVERSAL
                           PERFORM 320-POST-REVERSAL
                       WHEN GT-REBILL
                           PERFORM 330-POST-REBILL
                       WHEN OTHER
                           PERFORM 300-POST-ORIGINAL
                   END-EVALUATE
           END-EVALUATE.

           PERFORM 205-READ-GL-SORTED.

      *****************************************************************
      * ADVANCE THE MASTER TO THE POSTING'S ACCOUNT. AN ACCOUNT NO
      * LONGER ON CUSTIN CANNOT BE PLACED IN A JURISDICTION, SO ITS
      * AMOUNTS GO TO THE UNASSIGNED ENTRY FOR FOLLOW-UP.
      *****************************************************************
       220-SET-JURISDICTION.
           PERFORM 200-READ-CUSTOMER
               UNTIL WS-MASTER-KEY >= WS-GL-KEY.

           IF WS-MASTER-KEY = WS-GL-KEY
               MOVE CM-JURISDICTION TO WS-JURISDICTION
           ELSE
               MOVE WS-UNASSIGNED-JURISDICTION TO WS-JURISDICTION
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF.

      *****************************************************************
      * ADD AN ORIGINAL BILLING-RUN POSTING TO ITS JURISDICTION. IF
      * THE JURISDICTION'S RATE CHANGED INSIDE THE PERIOD, WORK OUT
      * HOW MUCH OF IT WAS BILLED AT THE RATE THAT WAS REPLACED.
      *****************************************************************
       300-POST-ORIGINAL.
           ADD 1                    TO WS-GL-ORIG-COUNT.
           ADD WS-GL-BASE           TO WS-GL-ORIG-BASE.
           ADD GT-TAX-REVENUE       TO WS-GL-ORIG-TAX.
           ADD GT-FRANCHISE-REVENUE TO WS-GL-ORIG-FRANCHISE.

           ADD 1 TO WS-JT-BILL-COUNT (WS-JUR-FOUND-IDX).
           ADD WS-GL-BASE TO WS-JT-BASE (WS-JUR-FOUND-IDX).
           ADD GT-TAX-REVENUE TO WS-JT-TAX (WS-JUR-FOUND-IDX).
           ADD GT-FRANCHISE-REVENUE
               TO WS-JT-FRANCHISE (WS-JUR-FOUND-IDX).

           IF WS-JT-RATE-CHANGED (WS-JUR-FOUND-IDX)
               IF GT-PRIOR-TAX-REVENUE > 0
                   PERFORM 310-SPLIT-PRIOR-PORTION
               ELSE
                   PERFORM 315-CHECK-WHOLE-BILL-PRIOR
               END-IF
           END-IF.

      *****************************************************************
      * A BILL UTIL2000 SPLIT BY DAYS CARRIES THE TAX PLUS FRANCHISE
      * AT THE OLD RATES IN GL-PRIOR-TAX-REVENUE. THAT IS BROKEN
      * BACK INTO TAX AND FRANCHISE IN PROPORTION TO THE OLD RATES,
      * AND THE BASE IT WAS FIGURED ON IS THE PORTION OVER THEIR
      * SUM. THE FRANCHISE TAKES THE ROUNDING PENNY.
      *****************************************************************
       310-SPLIT-PRIOR-PORTION.
           COMPUTE WS-PRIOR-COMBINED-RATE =
               WS-JT-PRIOR-TAX-RATE (WS-JUR-FOUND-IDX)
               + WS-JT-PRIOR-FRAN-RATE (WS-JUR-FOUND-IDX).

           IF WS-PRIOR-COMBINED-RATE > 0
               COMPUTE WS-PRIOR-PORTION-BASE ROUNDED =
                   GT-PRIOR-TAX-REVENUE / WS-PRIOR-COMBINED-RATE
               COMPUTE WS-PRIOR-PORTION-TAX ROUNDED =
                   GT-PRIOR-TAX-REVENUE
                   * WS-JT-PRIOR-TAX-RATE (WS-JUR-FOUND-IDX)
                   / WS-PRIOR-COMBINED-RATE
               COMPUTE WS-PRIOR-PORTION-FRAN =
                   GT-PRIOR-TAX-REVENUE - WS-PRIOR-PORTION-TAX
               ADD 1 TO WS-JT-PRIOR-COUNT (WS-JUR-FOUND-IDX)
               ADD WS-PRIOR-PORTION-BASE
                   TO WS-JT-PRIOR-BASE (WS-JUR-FOUND-IDX)
               ADD WS-PRIOR-PORTION-TAX
                   TO WS-JT-PRIOR-TAX (WS-JUR-FOUND-IDX)
               ADD WS-PRIOR-PORTION-FRAN
                   TO WS-JT-PRIOR-FRANCHISE (WS-JUR-FOUND-IDX)
           END-IF.

      *****************************************************************
      * UTIL2000 TAKES THE RATE IN EFFECT ON THE RUN DATE, SO A
      * CYCLE BILLED BEFORE THE NEW RATE'S EFFECTIVE DATE WAS TAXED
      * WHOLLY AT THE OLD RATE AND CARRIES NO PRIOR PORTION. SUCH A
      * BILL IS KNOWN BY ITS AMOUNTS - THEY MATCH THE OLD RATES AND
      * NOT THE NEW ONES.
      *****************************************************************
       315-CHECK-WHOLE-BILL-PRIOR.
           COMPUTE WS-AT-PRIOR-TAX ROUNDED =
               WS-GL-BASE * WS-JT-PRIOR-TAX-RATE (WS-JUR-FOUND-IDX).
           COMPUTE WS-AT-PRIOR-FRAN ROUNDED =
               WS-GL-BASE * WS-JT-PRIOR-FRAN-RATE (WS-JUR-FOUND-IDX).
           COMPUTE WS-AT-CURRENT-TAX ROUNDED =
               WS-GL-BASE * WS-JT-TAX-RATE (WS-JUR-FOUND-IDX).
           COMPUTE WS-AT-CURRENT-FRAN ROUNDED =
               WS-GL-BASE * WS-JT-FRANCHISE-RATE (WS-JUR-FOUND-IDX).

           IF WS-AT-PRIOR-TAX = GT-TAX-REVENUE
               AND WS-AT-PRIOR-FRAN = GT-FRANCHISE-REVENUE
               AND (WS-AT-CURRENT-TAX NOT = GT-TAX-REVENUE
                   OR WS-AT-CURRENT-FRAN NOT = GT-FRANCHISE-REVENUE)
               ADD 1 TO WS-JT-PRIOR-COUNT (WS-JUR-FOUND-IDX)
               ADD WS-GL-BASE TO WS-JT-PRIOR-BASE (WS-JUR-FOUND-IDX)
               ADD GT-TAX-REVENUE
                   TO WS-JT-PRIOR-TAX (WS-JUR-FOUND-IDX)
               ADD GT-FRANCHISE-REVENUE
                   TO WS-JT-PRIOR-FRANCHISE (WS-JUR-FOUND-IDX)
           END-IF.

      *****************************************************************
      * A UTIL2700 REVERSAL TAKES THE BAD BILL'S AMOUNTS BACK OUT.
      *****************************************************************
       320-POST-REVERSAL.
           ADD 1                    TO WS-GL-REV-COUNT.
           ADD WS-GL-BASE           TO WS-GL-REV-BASE.
           ADD GT-TAX-REVENUE       TO WS-GL-REV-TAX.
           ADD GT-FRANCHISE-REVENUE TO WS-GL-REV-FRANCHISE.

           ADD 1 TO WS-JT-ADJ-COUNT (WS-JUR-FOUND-IDX).
           SUBTRACT WS-GL-BASE FROM WS-JT-ADJ-BASE (WS-JUR-FOUND-IDX).
           SUBTRACT GT-TAX-REVENUE
               FROM WS-JT-ADJ-TAX (WS-JUR-FOUND-IDX).
           SUBTRACT GT-FRANCHISE-REVENUE
               FROM WS-JT-ADJ-FRANCHISE (WS-JUR-FOUND-IDX).

      *****************************************************************
      * A UTIL2700 REBILL PUTS THE CORRECTED AMOUNTS BACK IN.
      *****************************************************************
       330-POST-REBILL.
           ADD 1                    TO WS-GL-REB-COUNT.
           ADD WS-GL-BASE           TO WS-GL-REB-BASE.
           ADD GT-TAX-REVENUE       TO WS-GL-REB-TAX.
           ADD GT-FRANCHISE-REVENUE TO WS-GL-REB-FRANCHISE.

           ADD 1 TO WS-JT-ADJ-COUNT (WS-JUR-FOUND-IDX).
           ADD WS-GL-BASE TO WS-JT-ADJ-BASE (WS-JUR-FOUND-IDX).
           ADD GT-TAX-REVENUE TO WS-JT-ADJ-TAX (WS-JUR-FOUND-IDX).
           ADD GT-FRANCHISE-REVENUE
               TO WS-JT-ADJ-FRANCHISE (WS-JUR-FOUND-IDX).

      *****************************************************************
      * FIND WS-JURISDICTION IN THE JURISDICTION TABLE, ADDING IT IF
      * THIS IS ITS FIRST POSTING. WS-JUR-FOUND-IDX POINTS AT IT.
      *****************************************************************
       500-FIND-JURISDICTION.
           MOVE 0 TO WS-JUR-FOUND-IDX.
           PERFORM 505-CHECK-JURISDICTION-ENTRY
               VARYING WS-JUR-SUB FROM 1 BY 1
               UNTIL WS-JUR-SUB > WS-JUR-TABLE-COUNT
               OR WS-JUR-FOUND-IDX > 0.

           IF WS-JUR-FOUND-IDX = 0
               PERFORM 510-ADD-JURISDICTION
           END-IF.

      *****************************************************************
      * EXAMINE ONE JURISDICTION-TABLE ENTRY DURING THE SEARCH ABOVE.
      *****************************************************************
       505-CHECK-JURISDICTION-ENTRY.
           IF WS-JT-JURISDICTION (WS-JUR-SUB) = WS-JURISDICTION
               MOVE WS-JUR-SUB TO WS-JUR-FOUND-IDX
           END-IF.

      *****************************************************************
      * OPEN A NEW JURISDICTION ENTRY IN CODE SEQUENCE, SLIDING THE
      * HIGHER CODES UP ONE. A FULL TABLE STOPS THE RUN - A RETURN
      * SHORT A JURISDICTION WOULD BE WRONG, AND NOTHING HAS BEEN
      * WRITTEN TO REMITOUT YET.
      *****************************************************************
       510-ADD-JURISDICTION.
           IF WS-JUR-TABLE-COUNT >= WS-JUR-TABLE-MAX
               DISPLAY 'JURISDICTION TABLE FULL AT ' WS-JUR-TABLE-MAX
                   ' ENTRIES - RUN STOPPED, NOTHING REMITTED'
               STOP RUN
           END-IF.

           COMPUTE WS-JUR-INSERT-SUB = WS-JUR-TABLE-COUNT + 1.
           PERFORM 512-CHECK-INSERT-POINT
               VARYING WS-JUR-SUB FROM 1 BY 1
               UNTIL WS-JUR-SUB > WS-JUR-TABLE-COUNT.
           PERFORM 514-SLIDE-ENTRY-UP
               VARYING WS-JUR-SUB FROM WS-JUR-TABLE-COUNT BY -1
               UNTIL WS-JUR-SUB < WS-JUR-INSERT-SUB.

           ADD 1 TO WS-JUR-TABLE-COUNT.
           MOVE WS-JUR-INSERT-SUB TO WS-JUR-FOUND-IDX.
           INITIALIZE WS-JUR-ENTRY (WS-JUR-FOUND-IDX).
           MOVE WS-JURISDICTION
               TO WS-JT-JURISDICTION (WS-JUR-FOUND-IDX).
           MOVE 'N' TO WS-JT-RATE-SW (WS-JUR-FOUND-IDX).
           MOVE 'N' TO WS-JT-PRIOR-SW (WS-JUR-FOUND-IDX).

           IF WS-JURISDICTION NOT = WS-NO-JURISDICTION
               AND WS-JURISDICTION NOT = WS-UNASSIGNED-JURISDICTION
               PERFORM 520-SELECT-TAX-RATE
           END-IF.

      *****************************************************************
      * THE NEW CODE GOES AHEAD OF THE FIRST ENTRY THAT SORTS HIGHER.
      *****************************************************************
       512-CHECK-INSERT-POINT.
           IF WS-JT-JURISDICTION (WS-JUR-SUB) > WS-JURISDICTION
               AND WS-JUR-INSERT-SUB > WS-JUR-TABLE-COUNT
               MOVE WS-JUR-SUB TO WS-JUR-INSERT-SUB
           END-IF.

      *****************************************************************
      * MOVE ONE ENTRY UP A SLOT TO MAKE ROOM FOR THE NEW CODE.
      *****************************************************************
       514-SLIDE-ENTRY-UP.
           COMPUTE WS-JUR-NEXT-SUB = WS-JUR-SUB + 1.
           MOVE WS-JUR-ENTRY (WS-JUR-SUB)
               TO WS-JUR-ENTRY (WS-JUR-NEXT-SUB).

      *****************************************************************
      * FIND THE TAX ROW FOR THE NEW JURISDICTION WITH THE LATEST
      * EFFECTIVE DATE INSIDE OR BEFORE THE PERIOD. IF THAT ROW TOOK
      * EFFECT AFTER THE FIRST OF THE MONTH, THE ROW IT REPLACED IS
      * THE PRIOR RATE - THE SAME TEST UTIL2000 SPLITS A BILL ON.
      *****************************************************************
       520-SELECT-TAX-RATE.
           MOVE 0 TO WS-BEST-TAX-DATE.
           PERFORM 522-CHECK-TAX-ENTRY
               VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > WS-TAX-TABLE-COUNT.

           IF WS-JT-RATE-FOUND (WS-JUR-FOUND-IDX)
               AND WS-BEST-TAX-DATE > WS-PERIOD-START-NUM
               MOVE 0   TO WS-BEST-PRIOR-TAX-DATE
               MOVE 'N' TO WS-PRIOR-TAX-SW
               PERFORM 524-CHECK-PRIOR-TAX
                   VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-TABLE-COUNT
               IF WS-PRIOR-TAX-FOUND
                   MOVE 'Y' TO WS-JT-PRIOR-SW (WS-JUR-FOUND-IDX)
               END-IF
           END-IF.

      *****************************************************************
      * EXAMINE ONE TAX-TABLE ENTRY DURING THE SEARCH ABOVE.
      *****************************************************************
       522-CHECK-TAX-ENTRY.
           IF WS-TX-JURISDICTION (WS-TAX-IDX) = WS-JURISDICTION
               AND WS-TX-EFFECTIVE-DATE (WS-TAX-IDX)
                   <= WS-PERIOD-END-NUM
               AND WS-TX-EFFECTIVE-DATE (WS-TAX-IDX)
                   >= WS-BEST-TAX-DATE
               MOVE WS-TX-EFFECTIVE-DATE (WS-TAX-IDX)
                   TO WS-BEST-TAX-DATE
               MOVE WS-TX-EFFECTIVE-DATE (WS-TAX-IDX)
                   TO WS-JT-RATE-DATE (WS-JUR-FOUND-IDX)
               MOVE WS-TX-TAX-RATE (WS-TAX-IDX)
                   TO WS-JT-TAX-RATE (WS-JUR-FOUND-IDX)
               MOVE WS-TX-FRANCHISE-RATE (WS-TAX-IDX)
                   TO WS-JT-FRANCHISE-RATE (WS-JUR-FOUND-IDX)
               MOVE 'Y' TO WS-JT-RATE-SW (WS-JUR-FOUND-IDX)
           END-IF.

      *****************************************************************
      * EXAMINE ONE TAX-TABLE ENTRY DURING THE PRIOR-RATE SEARCH
      * ABOVE.
      *****************************************************************
       524-CHECK-PRIOR-TAX.
           IF WS-TX-JURISDICTION (WS-TAX-IDX) = WS-JURISDICTION
               AND WS-TX-EFFECTIVE-DATE (WS-TAX-IDX)
                   < WS-BEST-TAX-DATE
               AND WS-TX-EFFECTIVE-DATE (WS-TAX-IDX)
                   >= WS-BEST-PRIOR-TAX-DATE
               MOVE WS-TX-EFFECTIVE-DATE (WS-TAX-IDX)
                   TO WS-BEST-PRIOR-TAX-DATE
               MOVE WS-TX-TAX-RATE (WS-TAX-IDX)
                   TO WS-JT-PRIOR-TAX-RATE (WS-JUR-FOUND-IDX)
               MOVE WS-TX-FRANCHISE-RATE (WS-TAX-IDX)
                   TO WS-JT-PRIOR-FRAN-RATE (WS-JUR-FOUND-IDX)
               MOVE 'Y' TO WS-PRIOR-TAX-SW
           END-IF.

      *****************************************************************
      * WRITE THE JURISDICTION'S UTILITY TAX AND FRANCHISE FEE
      * REMITTANCE RECORDS FROM THE NET DUE JUST FIGURED.
      *****************************************************************
       700-WRITE-REMITTANCES.
           MOVE SPACES TO RM-RECORD.
           MOVE WS-JT-JURISDICTION (WS-JUR-SUB) TO RM-JURISDICTION.
           MOVE WS-REMIT-PERIOD-NUM        TO RM-BILLING-PERIOD.
           MOVE WS-RUN-DATE-NUM            TO RM-RUN-DATE.
           MOVE WS-JT-BILL-COUNT (WS-JUR-SUB) TO RM-BILL-COUNT.
           MOVE WS-JT-BASE (WS-JUR-SUB)    TO RM-TAXABLE-BASE.
           MOVE WS-JT-RATE-DATE (WS-JUR-SUB)
               TO RM-RATE-EFFECTIVE-DATE.
           MOVE WS-JT-ADJ-BASE (WS-JUR-SUB) TO RM-BASE-ADJUSTMENT.

           MOVE 'T'                        TO RM-REMIT-TYPE.
           MOVE WS-JT-TAX-RATE (WS-JUR-SUB) TO RM-RATE.
           MOVE WS-JT-PRIOR-TAX-RATE (WS-JUR-SUB) TO RM-PRIOR-RATE.
           MOVE WS-JT-TAX (WS-JUR-SUB)     TO RM-AMOUNT-BILLED.
           MOVE WS-JT-PRIOR-TAX (WS-JUR-SUB) TO RM-PRIOR-RATE-AMOUNT.
           MOVE WS-JT-ADJ-TAX (WS-JUR-SUB) TO RM-AMOUNT-ADJUSTMENT.
           MOVE WS-DUE-TAX                 TO RM-AMOUNT-DUE.
           PERFORM 710-SET-PAY-FLAG.
           WRITE RM-RECORD.
           ADD 1 TO WS-REMIT-RECORD-COUNT.

           MOVE 'F'                        TO RM-REMIT-TYPE.
           MOVE WS-JT-FRANCHISE-RATE (WS-JUR-SUB) TO RM-RATE.
           MOVE WS-JT-PRIOR-FRAN-RATE (WS-JUR-SUB) TO RM-PRIOR-RATE.
           MOVE WS-JT-FRANCHISE (WS-JUR-SUB) TO RM-AMOUNT-BILLED.
           MOVE WS-JT-PRIOR-FRANCHISE (WS-JUR-SUB)
               TO RM-PRIOR-RATE-AMOUNT.
           MOVE WS-JT-ADJ-FRANCHISE (WS-JUR-SUB)
               TO RM-AMOUNT-ADJUSTMENT.
           MOVE WS-DUE-FRANCHISE           TO RM-AMOUNT-DUE.
           PERFORM 710-SET-PAY-FLAG.
           WRITE RM-RECORD.
           ADD 1 TO WS-REMIT-RECORD-COUNT.

      *****************************************************************
      * A CHECK IS CUT ONLY FOR A POSITIVE AMOUNT DUE.
      *****************************************************************
       710-SET-PAY-FLAG.
           EVALUATE TRUE
               WHEN RM-AMOUNT-DUE > 0
                   MOVE 'P' TO RM-PAY-FLAG
                   ADD 1 TO WS-CHECK-COUNT
               WHEN RM-AMOUNT-DUE < 0
                   MOVE 'C' TO RM-PAY-FLAG
                   ADD 1 TO WS-CREDIT-COUNT
               WHEN OTHER
                   MOVE 'Z' TO RM-PAY-FLAG
           END-EVALUATE.

      *****************************************************************
      * PRINT ONE JURISDICTION'S BLOCK - WHAT WAS BILLED, ITS SPLIT
      * BY RATE WHEN THE RATE CHANGED IN THE PERIOD, THE NET OF THE
      * REVERSALS AND REBILLS, AND THE NET DUE - THEN REMIT IT.
      * EXEMPT AND UNASSIGNED AMOUNTS PRINT BUT ARE NOT REMITTED.
      *****************************************************************
       800-PRINT-ONE-JURISDICTION.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 6
               PERFORM 900-PRINT-HEADERS
           END-IF.

           MOVE WS-JT-JURISDICTION (WS-JUR-SUB) TO WS-JURISDICTION.
           COMPUTE WS-DUE-BASE =
               WS-JT-BASE (WS-JUR-SUB) + WS-JT-ADJ-BASE (WS-JUR-SUB).
           COMPUTE WS-DUE-TAX =
               WS-JT-TAX (WS-JUR-SUB) + WS-JT-ADJ-TAX (WS-JUR-SUB).
           COMPUTE WS-DUE-FRANCHISE =
               WS-JT-FRANCHISE (WS-JUR-SUB)
               + WS-JT-ADJ-FRANCHISE (WS-JUR-SUB).

           ADD WS-JT-BILL-COUNT (WS-JUR-SUB) TO WS-ALL-BILL-COUNT.
           ADD WS-JT-BASE (WS-JUR-SUB)       TO WS-ALL-BASE.
           ADD WS-JT-TAX (WS-JUR-SUB)        TO WS-ALL-TAX.
           ADD WS-JT-FRANCHISE (WS-JUR-SUB)  TO WS-ALL-FRANCHISE.
           ADD WS-JT-ADJ-COUNT (WS-JUR-SUB)  TO WS-ALL-ADJ-COUNT.
           ADD WS-JT-ADJ-BASE (WS-JUR-SUB)   TO WS-ALL-ADJ-BASE.
           ADD WS-JT-ADJ-TAX (WS-JUR-SUB)    TO WS-ALL-ADJ-TAX.
           ADD WS-JT-ADJ-FRANCHISE (WS-JUR-SUB)
               TO WS-ALL-ADJ-FRANCHISE.

           MOVE SPACES TO WS-DETAIL-LINE.
           EVALUATE WS-JURISDICTION
               WHEN WS-NO-JURISDICTION
                   MOVE 'NONE' TO WS-DL-JURISDICTION
               WHEN OTHER
                   MOVE WS-JURISDICTION TO WS-DL-JURISDICTION
           END-EVALUATE.
           MOVE 'BILLED'                      TO WS-DL-LABEL.
           MOVE WS-JT-BILL-COUNT (WS-JUR-SUB) TO WS-DL-COUNT.
           MOVE WS-JT-BASE (WS-JUR-SUB)       TO WS-DL-BASE.
           MOVE WS-JT-TAX-RATE (WS-JUR-SUB)   TO WS-DL-TAX-RATE.
           MOVE WS-JT-FRANCHISE-RATE (WS-JUR-SUB) TO WS-DL-FRAN-RATE.
           MOVE WS-JT-TAX (WS-JUR-SUB)        TO WS-DL-TAX.
           MOVE WS-JT-FRANCHISE (WS-JUR-SUB)  TO WS-DL-FRANCHISE.
           COMPUTE WS-DL-TOTAL =
               WS-JT-TAX (WS-JUR-SUB) + WS-JT-FRANCHISE (WS-JUR-SUB).
           IF WS-JT-RATE-FOUND (WS-JUR-SUB)
               MOVE WS-JT-RATE-DATE (WS-JUR-SUB) TO WS-DATE-WORK
               PERFORM 890-EDIT-DATE-WORK
               STRING 'RATE EFF ' WS-DATE-WORK-ED
                   DELIMITED BY SIZE INTO WS-DL-NOTE
           END-IF.
           PERFORM 820-WRITE-DETAIL-LINE.

           IF WS-JT-RATE-CHANGED (WS-JUR-SUB)
               PERFORM 810-PRINT-RATE-PORTIONS
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'R/B ADJUSTMENTS'             TO WS-DL-LABEL.
           MOVE WS-JT-ADJ-COUNT (WS-JUR-SUB)  TO WS-DL-COUNT.
           MOVE WS-JT-ADJ-BASE (WS-JUR-SUB)   TO WS-DL-BASE.
           MOVE WS-JT-ADJ-TAX (WS-JUR-SUB)    TO WS-DL-TAX.
           MOVE WS-JT-ADJ-FRANCHISE (WS-JUR-SUB) TO WS-DL-FRANCHISE.
           COMPUTE WS-DL-TOTAL =
               WS-JT-ADJ-TAX (WS-JUR-SUB)
               + WS-JT-ADJ-FRANCHISE (WS-JUR-SUB).
           PERFORM 820-WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'NET DUE'                     TO WS-DL-LABEL.
           MOVE WS-DUE-BASE                   TO WS-DL-BASE.
           MOVE WS-DUE-TAX                    TO WS-DL-TAX.
           MOVE WS-DUE-FRANCHISE              TO WS-DL-FRANCHISE.
           COMPUTE WS-DL-TOTAL = WS-DUE-TAX + WS-DUE-FRANCHISE.
           EVALUATE WS-JURISDICTION
               WHEN WS-NO-JURISDICTION
                   MOVE 'EXEMPT - NOT REMITTED' TO WS-DL-NOTE
                   ADD WS-DUE-TAX       TO WS-NOT-REMITTED-TAX
                   ADD WS-DUE-FRANCHISE TO WS-NOT-REMITTED-FRANCHISE
               WHEN WS-UNASSIGNED-JURISDICTION
                   MOVE 'NOT ON CUSTIN'         TO WS-DL-NOTE
                   ADD WS-DUE-TAX       TO WS-NOT-REMITTED-TAX
                   ADD WS-DUE-FRANCHISE TO WS-NOT-REMITTED-FRANCHISE
               WHEN OTHER
                   ADD WS-DUE-TAX       TO WS-REMITTED-TAX
                   ADD WS-DUE-FRANCHISE TO WS-REMITTED-FRANCHISE
                   PERFORM 700-WRITE-REMITTANCES
           END-EVALUATE.
           PERFORM 820-WRITE-DETAIL-LINE.

           IF WS-JURISDICTION = WS-NO-JURISDICTION
               AND (WS-DUE-TAX NOT = 0 OR WS-DUE-FRANCHISE NOT = 0)
               MOVE 'EXEMPT ON CUSTIN BUT TAX BILLED - RESOLVE FIRST'
                   TO WS-TL-TEXT
               PERFORM 840-WRITE-TEXT-LINE
           END-IF.
           IF WS-JURISDICTION = WS-UNASSIGNED-JURISDICTION
               MOVE 'NOT ON CUSTIN - ASSIGN BY HAND BEFORE FILING'
                   TO WS-TL-TEXT
               PERFORM 840-WRITE-TEXT-LINE
           END-IF.

           WRITE RR-RECORD FROM SPACES.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * THE RATE CHANGED INSIDE THE PERIOD - SHOW THE PART OF WHAT
      * WAS BILLED AT THE RATE REPLACED AND THE PART AT THE CURRENT
      * RATE. THE COUNT AT THE PRIOR RATE TAKES IN BILLS SPLIT BY
      * DAYS AND BILLS TAXED WHOLLY AT THE OLD RATE.
      *****************************************************************
       810-PRINT-RATE-PORTIONS.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE '  AT PRIOR RATE'              TO WS-DL-LABEL.
           MOVE WS-JT-PRIOR-COUNT (WS-JUR-SUB) TO WS-DL-COUNT.
           MOVE WS-JT-PRIOR-BASE (WS-JUR-SUB)  TO WS-DL-BASE.
           MOVE WS-JT-PRIOR-TAX-RATE (WS-JUR-SUB) TO WS-DL-TAX-RATE.
           MOVE WS-JT-PRIOR-FRAN-RATE (WS-JUR-SUB)
               TO WS-DL-FRAN-RATE.
           MOVE WS-JT-PRIOR-TAX (WS-JUR-SUB)   TO WS-DL-TAX.
           MOVE WS-JT-PRIOR-FRANCHISE (WS-JUR-SUB)
               TO WS-DL-FRANCHISE.
           COMPUTE WS-DL-TOTAL =
               WS-JT-PRIOR-TAX (WS-JUR-SUB)
               + WS-JT-PRIOR-FRANCHISE (WS-JUR-SUB).
           PERFORM 820-WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE '  AT CURRENT RATE'            TO WS-DL-LABEL.
           COMPUTE WS-DL-BASE =
               WS-JT-BASE (WS-JUR-SUB) - WS-JT-PRIOR-BASE (WS-JUR-SUB).
           MOVE WS-JT-TAX-RATE (WS-JUR-SUB)    TO WS-DL-TAX-RATE.
           MOVE WS-JT-FRANCHISE-RATE (WS-JUR-SUB) TO WS-DL-FRAN-RATE.
           COMPUTE WS-DL-TAX =
               WS-JT-TAX (WS-JUR-SUB) - WS-JT-PRIOR-TAX (WS-JUR-SUB).
           COMPUTE WS-DL-FRANCHISE =
               WS-JT-FRANCHISE (WS-JUR-SUB)
               - WS-JT-PRIOR-FRANCHISE (WS-JUR-SUB).
           COMPUTE WS-DL-TOTAL =
               WS-JT-TAX (WS-JUR-SUB) + WS-JT-FRANCHISE (WS-JUR-SUB)
               - WS-JT-PRIOR-TAX (WS-JUR-SUB)
               - WS-JT-PRIOR-FRANCHISE (WS-JUR-SUB).
           PERFORM 820-WRITE-DETAIL-LINE.

      *****************************************************************
      * WRITE ONE DETAIL LINE.
      *****************************************************************
       820-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 900-PRINT-HEADERS
           END-IF.

           WRITE RR-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE ONE LINE OF TEXT.
      *****************************************************************
       840-WRITE-TEXT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 900-PRINT-HEADERS
           END-IF.

           WRITE RR-RECORD FROM WS-TEXT-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * EDIT WS-DATE-WORK AS MM/DD/YYYY.
      *****************************************************************
       890-EDIT-DATE-WORK.
           MOVE SPACES TO WS-DATE-WORK-ED.
           STRING WS-DW-MM '/' WS-DW-DD '/' WS-DW-YYYY
               DELIMITED BY SIZE INTO WS-DATE-WORK-ED.

      *****************************************************************
      * START A NEW REPORT PAGE.
      *****************************************************************
       900-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE-ED      TO WS-H1-RUN-DATE.
           MOVE WS-PAGE-NUMBER      TO WS-H1-PAGE.
           MOVE WS-REMIT-PERIOD-NUM TO WS-H1-PERIOD.

           IF WS-PAGE-NUMBER > 1
               WRITE RR-RECORD FROM SPACES
           END-IF.

           WRITE RR-RECORD FROM WS-HEADING-1.
           WRITE RR-RECORD FROM WS-HEADING-2.

           MOVE 2 TO WS-LINE-COUNT.

      *****************************************************************
      * PRINT THE GRAND TOTALS FOR ALL JURISDICTIONS AND PROVE THEM
      * TO THE GLEXTR POSTINGS FOR THE PERIOD - THE BILLED AMOUNTS
      * TO THE ORIGINALS, THE ADJUSTMENTS TO THE REBILLS LESS THE
      * REVERSALS. THEN THE REMITTED AND NOT-REMITTED SPLIT AND THE
      * CONTROL TOTALS ON THE CONSOLE.
      *****************************************************************
       950-PRINT-TOTALS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 16
               PERFORM 900-PRINT-HEADERS
           END-IF.

           COMPUTE WS-GL-NET-ADJ-BASE = WS-GL-REB-BASE - WS-GL-REV-BASE.
           COMPUTE WS-GL-NET-ADJ-TAX = WS-GL-REB-TAX - WS-GL-REV-TAX.
           COMPUTE WS-GL-NET-ADJ-FRANCHISE =
               WS-GL-REB-FRANCHISE - WS-GL-REV-FRANCHISE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'ALL'                         TO WS-DL-JURISDICTION.
           MOVE 'BILLED'                      TO WS-DL-LABEL.
           MOVE WS-ALL-BILL-COUNT             TO WS-DL-COUNT.
           MOVE WS-ALL-BASE                   TO WS-DL-BASE.
           MOVE WS-ALL-TAX                    TO WS-DL-TAX.
           MOVE WS-ALL-FRANCHISE              TO WS-DL-FRANCHISE.
           COMPUTE WS-DL-TOTAL = WS-ALL-TAX + WS-ALL-FRANCHISE.
           PERFORM 820-WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'R/B ADJUSTMENTS'             TO WS-DL-LABEL.
           MOVE WS-ALL-ADJ-COUNT              TO WS-DL-COUNT.
           MOVE WS-ALL-ADJ-BASE               TO WS-DL-BASE.
           MOVE WS-ALL-ADJ-TAX                TO WS-DL-TAX.
           MOVE WS-ALL-ADJ-FRANCHISE          TO WS-DL-FRANCHISE.
           COMPUTE WS-DL-TOTAL = WS-ALL-ADJ-TAX + WS-ALL-ADJ-FRANCHISE.
           PERFORM 820-WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'NET DUE'                     TO WS-DL-LABEL.
           COMPUTE WS-DL-BASE = WS-ALL-BASE + WS-ALL-ADJ-BASE.
           COMPUTE WS-DL-TAX = WS-ALL-TAX + WS-ALL-ADJ-TAX.
           COMPUTE WS-DL-FRANCHISE =
               WS-ALL-FRANCHISE + WS-ALL-ADJ-FRANCHISE.
           COMPUTE WS-DL-TOTAL =
               WS-ALL-TAX + WS-ALL-ADJ-TAX
               + WS-ALL-FRANCHISE + WS-ALL-ADJ-FRANCHISE.
           PERFORM 820-WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE '  REMITTED'                  TO WS-DL-LABEL.
           MOVE WS-REMITTED-TAX               TO WS-DL-TAX.
           MOVE WS-REMITTED-FRANCHISE         TO WS-DL-FRANCHISE.
           COMPUTE WS-DL-TOTAL =
               WS-REMITTED-TAX + WS-REMITTED-FRANCHISE.
           PERFORM 820-WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE '  NOT REMITTED'              TO WS-DL-LABEL.
           MOVE WS-NOT-REMITTED-TAX           TO WS-DL-TAX.
           MOVE WS-NOT-REMITTED-FRANCHISE     TO WS-DL-FRANCHISE.
           COMPUTE WS-DL-TOTAL =
               WS-NOT-REMITTED-TAX + WS-NOT-REMITTED-FRANCHISE.
           PERFORM 820-WRITE-DETAIL-LINE.

           WRITE RR-RECORD FROM SPACES.
           ADD 1 TO WS-LINE-COUNT.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'GL'                          TO WS-DL-JURISDICTION.
           MOVE 'GLEXTR ORIGINALS'            TO WS-DL-LABEL.
           MOVE WS-GL-ORIG-COUNT              TO WS-DL-COUNT.
           MOVE WS-GL-ORIG-BASE               TO WS-DL-BASE.
           MOVE WS-GL-ORIG-TAX                TO WS-DL-TAX.
           MOVE WS-GL-ORIG-FRANCHISE          TO WS-DL-FRANCHISE.
           COMPUTE WS-DL-TOTAL =
               WS-GL-ORIG-TAX + WS-GL-ORIG-FRANCHISE.
           PERFORM 820-WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'GLEXTR REVERSALS'            TO WS-DL-LABEL.
           MOVE WS-GL-REV-COUNT               TO WS-DL-COUNT.
           MOVE WS-GL-REV-BASE                TO WS-DL-BASE.
           MOVE WS-GL-REV-TAX                 TO WS-DL-TAX.
           MOVE WS-GL-REV-FRANCHISE           TO WS-DL-FRANCHISE.
           COMPUTE WS-DL-TOTAL =
               WS-GL-REV-TAX + WS-GL-REV-FRANCHISE.
           PERFORM 820-WRITE-DETAIL-LINE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'GLEXTR REBILLS'              TO WS-DL-LABEL.
           MOVE WS-GL-REB-COUNT               TO WS-DL-COUNT.
           MOVE WS-GL-REB-BASE                TO WS-DL-BASE.
           MOVE WS-GL-REB-TAX                 TO WS-DL-TAX.
           MOVE WS-GL-REB-FRANCHISE           TO WS-DL-FRANCHISE.
           COMPUTE WS-DL-TOTAL =
               WS-GL-REB-TAX + WS-GL-REB-FRANCHISE.
           PERFORM 820-WRITE-DETAIL-LINE.

           WRITE RR-RECORD FROM SPACES.
           ADD 1 TO WS-LINE-COUNT.

           IF WS-ALL-BASE = WS-GL-ORIG-BASE
               AND WS-ALL-TAX = WS-GL-ORIG-TAX
               AND WS-ALL-FRANCHISE = WS-GL-ORIG-FRANCHISE
               AND WS-ALL-ADJ-BASE = WS-GL-NET-ADJ-BASE
               AND WS-ALL-ADJ-TAX = WS-GL-NET-ADJ-TAX
               AND WS-ALL-ADJ-FRANCHISE = WS-GL-NET-ADJ-FRANCHISE
               MOVE 'JURISDICTION TOTALS TIE TO GLEXTR FOR THE PERIOD'
                   TO WS-TL-TEXT
           ELSE
               MOVE '*** JURISDICTION TOTALS DO NOT TIE TO GLEXTR ***'
                   TO WS-TL-TEXT
           END-IF.
           PERFORM 840-WRITE-TEXT-LINE.
           DISPLAY WS-TL-TEXT.

           WRITE RR-RECORD FROM SPACES.
           MOVE 'REMITTANCE RECORDS WRITTEN'     TO WS-RT-LABEL.
           MOVE WS-REMIT-RECORD-COUNT            TO WS-RT-COUNT.
           WRITE RR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE '  CHECKS DUE (P)'               TO WS-RT-LABEL.
           MOVE WS-CHECK-COUNT                   TO WS-RT-COUNT.
           WRITE RR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE '  CREDITS CARRIED (C)'          TO WS-RT-LABEL.
           MOVE WS-CREDIT-COUNT                  TO WS-RT-COUNT.
           WRITE RR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'POSTINGS NOT ON CUSTIN'         TO WS-RT-LABEL.
           MOVE WS-UNASSIGNED-COUNT              TO WS-RT-COUNT.
           WRITE RR-RECORD FROM WS-REPORT-TOTAL-LINE.

           DISPLAY ' '.
           DISPLAY 'REMITTANCE CONTROL TOTALS'.
           DISPLAY '  GL RECORDS READ      : ' WS-GL-READ-COUNT.
           DISPLAY '  OTHER PERIODS        : ' WS-OTHER-PERIOD-COUNT.
           DISPLAY '  OTHER ADJ CODES      : ' WS-OTHER-CODE-COUNT.
           DISPLAY '  ORIGINAL POSTINGS    : ' WS-GL-ORIG-COUNT.
           DISPLAY '  REVERSALS (R)        : ' WS-GL-REV-COUNT.
           DISPLAY '  REBILLS (B)          : ' WS-GL-REB-COUNT.
           DISPLAY '  NOT ON CUSTIN        : ' WS-UNASSIGNED-COUNT.
           DISPLAY '  JURISDICTIONS        : ' WS-JUR-TABLE-COUNT.
           DISPLAY '  REMITTANCE RECORDS   : ' WS-REMIT-RECORD-COUNT.
           DISPLAY '  CHECKS DUE           : ' WS-CHECK-COUNT.
           DISPLAY '  CREDITS CARRIED      : ' WS-CREDIT-COUNT.
