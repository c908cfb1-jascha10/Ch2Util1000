       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTIL3500.
      *****************************************************************
      *  Programmer.:Jacob Schamp
      *  Date.......:10-15-2026
      *  GitHub URL.:https://github.com/jascha10/Ch2Util1000
      *  Description:Statement of account and customer ledger
      *  reconciliation. PAYHIST drops an item once it is paid, so
      *  a disputed balance could not be walked back through what
      *  was charged, paid, adjusted, and credited. The posting runs
      *  now write every money movement to the keyed LEDGER file;
      *  this run prints a statement of account from it for each
      *  account on the STMTACCT list - the balance brought forward
      *  into the date range, every entry in the range with its
      *  running balance, and the closing balance - over the date
      *  range on the optional STMTPARM card (default the twelve
      *  months to the run date). It then proves the ledger against
      *  the receivable files: every account's ledger balance must
      *  equal its open PAYHIST items less its SUSPFILE credit, and
      *  each account that does not is listed with the difference.
      *  An O in the STMTPARM conversion column posts an opening
      *  balance entry (OB) for each account carrying a balance
      *  that has no ledger yet, which brings accounts billed before
      *  the ledger existed onto it.
      *
      *  Modification History:
      *  10-15-2026  JS  Original statement of account program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-PARMS  ASSIGN TO 'STMTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-PARMS-STATUS.

           SELECT STATEMENT-ACCOUNTS ASSIGN TO 'STMTACCT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-ACCOUNTS-STATUS.

           SELECT CUSTOMER-MASTER  ASSIGN TO 'CUSTIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT SUSPENSE-FILE    ASSIGN TO 'SUSPFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT PAYMENT-HISTORY  ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-OPEN-ITEM-KEY
               FILE STATUS IS WS-PAYMENT-HISTORY-STATUS.

           SELECT LEDGER-FILE      ASSIGN TO 'LEDGER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT STATEMENT-REPORT ASSIGN TO 'STMTRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * RUN PARAMETERS - A SINGLE OPTIONAL CONTROL RECORD WITH THE
      * FIRST AND LAST ENTRY DATES (YYYYMMDD) OF THE STATEMENTS AND
      * THE CONVERSION SWITCH (O POSTS OPENING BALANCES). A MISSING
      * FILE, OR A BLANK OR INVALID DATE, LEAVES THE DEFAULT RANGE -
      * THE TWELVE MONTHS ENDING ON THE RUN DATE.
      *****************************************************************
       FD  STATEMENT-PARMS
           RECORDING MODE IS F.
       01  SM-RECORD.
           05  SM-FROM-DATE             PIC X(08).
           05  SM-THRU-DATE             PIC X(08).
           05  SM-CONVERSION-SW         PIC X(01).

      *****************************************************************
      * STATEMENT ACCOUNT LIST - ONE ACCOUNT NUMBER PER RECORD, EACH
      * GETTING A STATEMENT OF ACCOUNT. OPTIONAL - WITHOUT IT THE
      * RUN IS THE RECONCILIATION ALONE.
      *****************************************************************
       FD  STATEMENT-ACCOUNTS
           RECORDING MODE IS F.
       01  SA-RECORD.
           05  SA-ACCOUNT-NUMBER        PIC X(07).

      *****************************************************************
      * CUSTOMER MASTER - SCANNED ONCE FOR THE NAME AND SERVICE
      * ADDRESS OF EACH ACCOUNT ON THE LIST.
      *****************************************************************
       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CM-RECORD.
           COPY CMRECORD.

      *****************************************************************
      * SUSPENSE FILE - READ ONLY, EACH ACCOUNT'S CARRIED CREDIT
      * TOTALLED FOR THE RECONCILIATION.
      *****************************************************************
       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SF-RECORD.
           COPY SURECORD.

      *****************************************************************
      * PAYMENT HISTORY / ACCOUNTS RECEIVABLE - OPEN ITEM. READ ONLY,
      * IN KEY ORDER, EACH ACCOUNT'S OPEN ITEMS TOTALLED FOR THE
      * RECONCILIATION.
      *****************************************************************
       FD  PAYMENT-HISTORY.
       01  PH-RECORD.
           COPY PHRECORD.

      *****************************************************************
      * CUSTOMER TRANSACTION LEDGER - READ BY KEY FOR THE STATEMENTS
      * AND IN KEY ORDER, ONE CONTROL ROW PER ACCOUNT, FOR THE
      * RECONCILIATION. UPDATED ONLY ON A CONVERSION RUN, WHEN THE
      * OPENING BALANCE ENTRIES ARE POSTED.
      *****************************************************************
       FD  LEDGER-FILE.
       01  LG-RECORD.
           COPY LGRECORD.

      *****************************************************************
      * STATEMENT REPORT - ONE STATEMENT OF ACCOUNT PER PAGE, THEN
      * THE LEDGER RECONCILIATION AND THE CONTROL TOTALS.
      *****************************************************************
       FD  STATEMENT-REPORT
           RECORDING MODE IS F.
       01  SR-RECORD                    PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * FILE STATUS AND SWITCHES
      *****************************************************************
       01  WS-STATEMENT-PARMS-STATUS   PIC X(02)  VALUE '00'.
       01  WS-STATEMENT-ACCOUNTS-STATUS PIC X(02) VALUE '00'.
       01  WS-CUSTOMER-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-SUSPENSE-FILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-PAYMENT-HISTORY-STATUS   PIC X(02)  VALUE '00'.
       01  WS-STATEMENT-REPORT-STATUS  PIC X(02)  VALUE '00'.
       01  WS-ACCT-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-STATEMENT-ACCOUNTS          VALUE 'Y'.
       01  WS-CUST-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-CUSTOMER-MASTER             VALUE 'Y'.
       01  WS-SUSP-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-SUSPENSE-FILE               VALUE 'Y'.
       01  WS-PH-EOF-SW                PIC X(01)  VALUE 'N'.
           88  WS-EOF-PAYMENT-HISTORY             VALUE 'Y'.
       01  WS-LEDGER-EOF-SW            PIC X(01)  VALUE 'N'.
           88  WS-EOF-LEDGER-FILE                 VALUE 'Y'.
       01  WS-LEDGER-AVAILABLE-SW      PIC X(01)  VALUE 'N'.
           88  WS-LEDGER-AVAILABLE                VALUE 'Y'.
       01  WS-CONVERSION-SW            PIC X(01)  VALUE 'N'.
           88  WS-CONVERSION-RUN                  VALUE 'Y'.
       01  WS-STMT-DONE-SW             PIC X(01)  VALUE 'N'.
           88  WS-STMT-DONE                       VALUE 'Y'.
       01  WS-OPENING-PRINTED-SW       PIC X(01)  VALUE 'N'.
           88  WS-OPENING-PRINTED                 VALUE 'Y'.
       01  WS-CONTROL-FOUND-SW         PIC X(01)  VALUE 'N'.
           88  WS-CONTROL-FOUND                   VALUE 'Y'.
       01  WS-HAS-LEDGER-SW            PIC X(01)  VALUE 'N'.
           88  WS-HAS-LEDGER                      VALUE 'Y'.

      *****************************************************************
      * STATEMENT DATE RANGE
      *****************************************************************
       01  WS-FROM-DATE-NUM             PIC 9(8)   VALUE 0.
       01  WS-THRU-DATE-NUM             PIC 9(8)   VALUE 0.
       01  WS-PARM-FROM-DATE            PIC 9(8)   VALUE 0.
       01  WS-PARM-THRU-DATE            PIC 9(8)   VALUE 0.
       01  WS-FROM-DATE-ED              PIC X(10)  VALUE SPACES.
       01  WS-THRU-DATE-ED              PIC X(10)  VALUE SPACES.

      *****************************************************************
      * DATE EDIT WORK AREA - YYYYMMDD IN, MM/DD/YYYY OUT.
      *****************************************************************
       01  WS-EDIT-DATE-IN.
           05  WS-EDIT-YYYY             PIC 9(4).
           05  WS-EDIT-MM               PIC 9(2).
           05  WS-EDIT-DD               PIC 9(2).
       01  WS-EDIT-DATE-NUM REDEFINES WS-EDIT-DATE-IN
                                        PIC 9(8).
       01  WS-EDIT-DATE-OUT             PIC X(10)  VALUE SPACES.

      *****************************************************************
      * STATEMENT ACCOUNT TABLE - THE ACCOUNTS ON STMTACCT, IN THE
      * ORDER GIVEN, WITH THE NAME AND ADDRESS FROM THE MASTER SCAN.
      * THE RUN STOPS ON OVERFLOW RATHER THAN SKIP STATEMENTS.
      *****************************************************************
       01  WS-ACCT-TABLE-MAX            PIC 9(3)   VALUE 500.
       01  WS-ACCT-TABLE-COUNT          PIC 9(3)   VALUE 0.
       01  WS-ACCT-SUB                  PIC 9(3)   VALUE 0.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-AT-ACCOUNT        PIC 9(7).
               10  WS-AT-CM-FOUND-SW    PIC X(01).
                   88  WS-AT-CM-FOUND             VALUE 'Y'.
               10  WS-AT-NAME           PIC X(25).
               10  WS-AT-ADDRESS        PIC X(25).

      *****************************************************************
      * SUSPENSE CREDIT BY ACCOUNT - SUSPFILE ROWS TOTALLED TO ONE
      * ENTRY PER ACCOUNT, EACH MARKED ONCE THE RECONCILIATION HAS
      * TAKEN IT UP. THE RUN STOPS ON OVERFLOW RATHER THAN
      * RECONCILE AGAINST PART OF THE CREDIT.
      *****************************************************************
       01  WS-SUSP-TABLE-MAX            PIC 9(4)   VALUE 5000.
       01  WS-SUSP-TABLE-COUNT          PIC 9(4)   VALUE 0.
       01  WS-SUSP-FOUND-IDX            PIC 9(4)   VALUE 0.
       01  WS-SUSP-TABLE.
           05  WS-SUSP-ENTRY OCCURS 5000 TIMES
               INDEXED BY WS-SUSP-IDX.
               10  WS-SX-ACCOUNT        PIC 9(7).
               10  WS-SX-AMOUNT         PIC 9(7)V99.
               10  WS-SX-MATCHED-SW     PIC X(01).
                   88  WS-SX-MATCHED              VALUE 'Y'.

      *****************************************************************
      * OPENING BALANCES TO POST ON A CONVERSION RUN - QUEUED DURING
      * THE RECONCILIATION AND POSTED AFTER IT, SO THE READ THROUGH
      * THE LEDGER IS NEVER WRITTEN UNDER. ANY OVER THE TABLE SIZE
      * ARE LEFT FOR THE NEXT CONVERSION RUN.
      *****************************************************************
       01  WS-OPEN-TABLE-MAX            PIC 9(4)   VALUE 2000.
       01  WS-OPEN-TABLE-COUNT          PIC 9(4)   VALUE 0.
       01  WS-OPEN-SUB                  PIC 9(4)   VALUE 0.
       01  WS-OPEN-TABLE.
           05  WS-OPEN-ENTRY OCCURS 2000 TIMES.
               10  WS-OB-ACCOUNT        PIC 9(7).
               10  WS-OB-AMOUNT         PIC S9(7)V99.

      *****************************************************************
      * STATEMENT WORK AREAS FOR THE ACCOUNT BEING PRINTED
      *****************************************************************
       01  WS-ST-ACCOUNT                PIC 9(7)   VALUE 0.
       01  WS-ST-OPENING                PIC S9(7)V99 VALUE 0.
       01  WS-ST-CLOSING                PIC S9(7)V99 VALUE 0.
       01  WS-ST-CHARGES                PIC S9(7)V99 VALUE 0.
       01  WS-ST-CREDITS                PIC S9(7)V99 VALUE 0.
       01  WS-ST-ENTRY-COUNT            PIC 9(5)   VALUE 0.
       01  WS-ST-PRIOR-COUNT            PIC 9(5)   VALUE 0.

      *****************************************************************
      * RECONCILIATION WORK AREAS - THE NEXT ACCOUNT ON EACH FILE
      * (HIGH VALUES AT END OF FILE) AND THE THREE BALANCES FOR THE
      * ACCOUNT IN HAND.
      *****************************************************************
       01  WS-HIGH-ACCOUNT              PIC 9(8)   VALUE 99999999.
       01  WS-RC-LEDGER-ACCOUNT         PIC 9(8)   VALUE 0.
       01  WS-RC-LEDGER-NEXT-BAL        PIC S9(7)V99 VALUE 0.
       01  WS-RC-PH-ACCOUNT             PIC 9(8)   VALUE 0.
       01  WS-RC-PH-NEXT-SUM            PIC 9(7)V99 VALUE 0.
       01  WS-RC-ACCOUNT                PIC 9(8)   VALUE 0.
       01  WS-RC-LEDGER-BAL             PIC S9(7)V99 VALUE 0.
       01  WS-RC-PH-OPEN                PIC 9(7)V99 VALUE 0.
       01  WS-RC-SUSP-CREDIT            PIC 9(7)V99 VALUE 0.
       01  WS-RC-EXPECTED               PIC S9(7)V99 VALUE 0.
       01  WS-RC-DIFFERENCE             PIC S9(7)V99 VALUE 0.

      *****************************************************************
      * CONTROL TOTALS
      *****************************************************************
       01  WS-STATEMENT-COUNT           PIC 9(5)   VALUE 0.
       01  WS-STMT-ENTRY-TOTAL          PIC 9(7)   VALUE 0.
       01  WS-NOT-ON-MASTER-COUNT       PIC 9(5)   VALUE 0.
       01  WS-NO-LEDGER-STMT-COUNT      PIC 9(5)   VALUE 0.
       01  WS-BAD-ACCOUNT-COUNT         PIC 9(5)   VALUE 0.
       01  WS-RECONCILED-COUNT          PIC 9(7)   VALUE 0.
       01  WS-IN-BALANCE-COUNT          PIC 9(7)   VALUE 0.
       01  WS-OUT-OF-BALANCE-COUNT      PIC 9(7)   VALUE 0.
       01  WS-NO-LEDGER-COUNT           PIC 9(7)   VALUE 0.
       01  WS-OPENING-DEFERRED-COUNT    PIC 9(7)   VALUE 0.
       01  WS-PH-ITEM-COUNT             PIC 9(7)   VALUE 0.
       01  WS-LEDGER-TOTAL              PIC S9(9)V99 VALUE 0.
       01  WS-PH-OPEN-TOTAL             PIC S9(9)V99 VALUE 0.
       01  WS-SUSP-CREDIT-TOTAL         PIC S9(9)V99 VALUE 0.
       01  WS-DIFFERENCE-TOTAL          PIC S9(9)V99 VALUE 0.
       01  WS-OPENING-POSTED-TOTAL      PIC S9(9)V99 VALUE 0.

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
           05  FILLER                   PIC X(10)  VALUE 'UTIL3500'.
           05  FILLER                   PIC X(28)  VALUE
               'CUSTOMER LEDGER REPORT'.
           05  FILLER                   PIC X(12)  VALUE 'RUN DATE: '.
           05  WS-H1-RUN-DATE           PIC X(10).
           05  FILLER                   PIC X(06)  VALUE 'PAGE  '.
           05  WS-H1-PAGE               PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER                   PIC X(26)  VALUE
               'STATEMENT ENTRIES DATED '.
           05  WS-H2-FROM-DATE          PIC X(10).
           05  FILLER                   PIC X(06)  VALUE ' THRU '.
           05  WS-H2-THRU-DATE          PIC X(10).

       01  WS-SECTION-LINE.
           05  FILLER                   PIC X(10)  VALUE SPACES.
           05  WS-SL-TEXT               PIC X(60).

       01  WS-ACCOUNT-HEAD-LINE.
           05  FILLER                   PIC X(09)  VALUE 'ACCOUNT '.
           05  WS-AH-ACCOUNT            PIC 9(7).
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  WS-AH-NAME               PIC X(25).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-AH-ADDRESS            PIC X(25).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-AH-NOTE               PIC X(30).

       01  WS-ENTRY-HEAD-LINE.
           05  FILLER                   PIC X(12)  VALUE 'DATE'.
           05  FILLER                   PIC X(04)  VALUE 'TY'.
           05  FILLER                   PIC X(08)  VALUE 'PERIOD'.
           05  FILLER                   PIC X(32)  VALUE 'DESCRIPTION'.
           05  FILLER                   PIC X(16)  VALUE
               '       CHARGES'.
           05  FILLER                   PIC X(16)  VALUE
               '       CREDITS'.
           05  FILLER                   PIC X(17)  VALUE
               ' MEMO (NO BAL)'.
           05  FILLER                   PIC X(17)  VALUE
               '       BALANCE'.
           05  FILLER                   PIC X(08)  VALUE 'SOURCE'.

       01  WS-ENTRY-LINE.
           05  WS-EL-DATE               PIC X(10).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-EL-TYPE               PIC X(02).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-EL-PERIOD             PIC X(06).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-EL-DESCRIPTION        PIC X(30).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-EL-CHARGES            PIC $$$,$$$,$$9.99 BLANK ZERO.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-EL-CREDITS            PIC $$$,$$$,$$9.99 BLANK ZERO.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-EL-MEMO               PIC $$$,$$$,$$9.99-
                                        BLANK ZERO.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-EL-BALANCE            PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-EL-SOURCE             PIC X(08).

       01  WS-STATEMENT-TOTAL-LINE.
           05  FILLER                   PIC X(24)  VALUE SPACES.
           05  WS-STL-LABEL             PIC X(30).
           05  FILLER                   PIC X(51)  VALUE SPACES.
           05  WS-STL-AMOUNT            PIC $$$,$$$,$$9.99-.

       01  WS-RECON-HEAD-LINE.
           05  FILLER                   PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(17)  VALUE
               'LEDGER BALANCE'.
           05  FILLER                   PIC X(17)  VALUE
               '  PAYHIST OPEN'.
           05  FILLER                   PIC X(17)  VALUE
               '  SUSP. CREDIT'.
           05  FILLER                   PIC X(17)  VALUE
               'OPEN LESS SUSP'.
           05  FILLER                   PIC X(17)  VALUE
               '    DIFFERENCE'.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FILLER                   PIC X(30)  VALUE 'NOTE'.

       01  WS-RECON-LINE.
           05  WS-RL-ACCOUNT            PIC 9(7).
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  WS-RL-LEDGER             PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RL-PH-OPEN            PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RL-SUSP               PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RL-EXPECTED           PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RL-DIFFERENCE         PIC $$$,$$$,$$9.99-.
           05  FILLER                   PIC X(04)  VALUE SPACES.
           05  WS-RL-NOTE               PIC X(30).

       01  WS-REPORT-TOTAL-LINE.
           05  WS-RT-LABEL              PIC X(26)  VALUE SPACES.
           05  WS-RT-COUNT              PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RT-AMOUNT             PIC $$$$,$$$,$$9.99-
                                        BLANK ZERO.

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
       PROCEDURE DIVISION.

      *****************************************************************
      * MAINLINE - SET THE DATE RANGE, LOAD THE ACCOUNT LIST, NAMES,
      * AND SUSPENSE CREDIT, OPEN THE LEDGER AND PAYHIST, PRINT A
      * STATEMENT FOR EACH ACCOUNT ON THE LIST, RECONCILE THE WHOLE
      * LEDGER, POST ANY OPENING BALANCES, AND PRINT THE TOTALS.
      *****************************************************************
       000-MAIN.
           DISPLAY '*************************************'.
           DISPLAY '*** UTIL3500 - CUSTOMER LEDGER    ***'.
           DISPLAY '*************************************'.
           DISPLAY ' '.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           STRING WS-RUN-MM  '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-ED.
           COMPUTE WS-RUN-PERIOD-NUM = WS-RUN-YYYY * 100 + WS-RUN-MM.

           PERFORM 110-LOAD-PARAMETERS.
           PERFORM 120-LOAD-ACCOUNT-LIST.
           IF WS-ACCT-TABLE-COUNT > 0
               PERFORM 130-SCAN-CUSTOMER-MASTER
           END-IF.
           PERFORM 140-LOAD-SUSPENSE-FILE.
           PERFORM 150-OPEN-LEDGER-FILE.
           PERFORM 160-OPEN-PAYMENT-HISTORY.

           OPEN OUTPUT STATEMENT-REPORT.

           PERFORM 200-PRINT-ONE-STATEMENT
               VARYING WS-ACCT-SUB FROM 1 BY 1
               UNTIL WS-ACCT-SUB > WS-ACCT-TABLE-COUNT.

           PERFORM 300-RECONCILE-LEDGER.

           IF WS-CONVERSION-RUN
               PERFORM 400-POST-OPENING-BALANCE
                   VARYING WS-OPEN-SUB FROM 1 BY 1
                   UNTIL WS-OPEN-SUB > WS-OPEN-TABLE-COUNT
           END-IF.

           PERFORM 950-PRINT-TOTALS.

           IF WS-LEDGER-AVAILABLE
               CLOSE LEDGER-FILE
           END-IF.
           CLOSE PAYMENT-HISTORY.
           CLOSE STATEMENT-REPORT.

           STOP RUN.

      *****************************************************************
      * READ THE OPTIONAL STMTPARM CARD FOR THE DATE RANGE AND THE
      * CONVERSION SWITCH. A MISSING FILE, A BLANK OR NON-NUMERIC
      * DATE, OR A RANGE THAT ENDS BEFORE IT STARTS LEAVES THE
      * DEFAULT - THE TWELVE MONTHS ENDING ON THE RUN DATE.
      *****************************************************************
       110-LOAD-PARAMETERS.
           COMPUTE WS-FROM-DATE-NUM = WS-RUN-DATE-NUM - 10000 + 1.
           MOVE WS-RUN-DATE-NUM TO WS-THRU-DATE-NUM.
           OPEN INPUT STATEMENT-PARMS.

           IF WS-STATEMENT-PARMS-STATUS = '00'
               READ STATEMENT-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 115-APPLY-PARAMETERS
               END-READ
               CLOSE STATEMENT-PARMS
           END-IF.

           MOVE WS-FROM-DATE-NUM TO WS-EDIT-DATE-NUM.
           PERFORM 190-EDIT-DATE.
           MOVE WS-EDIT-DATE-OUT TO WS-FROM-DATE-ED.
           MOVE WS-THRU-DATE-NUM TO WS-EDIT-DATE-NUM.
           PERFORM 190-EDIT-DATE.
           MOVE WS-EDIT-DATE-OUT TO WS-THRU-DATE-ED.
           DISPLAY 'STATEMENT RANGE: ' WS-FROM-DATE-ED
               ' THRU ' WS-THRU-DATE-ED.
           IF WS-CONVERSION-RUN
               DISPLAY 'CONVERSION RUN - OPENING BALANCES WILL BE '
                   'POSTED FOR ACCOUNTS WITH NO LEDGER'
           END-IF.

      *****************************************************************
      * TAKE THE DATES AND SWITCH OFF THE CARD JUST READ.
      *****************************************************************
       115-APPLY-PARAMETERS.
           IF SM-FROM-DATE NUMERIC AND SM-THRU-DATE NUMERIC
               MOVE SM-FROM-DATE TO WS-PARM-FROM-DATE
               MOVE SM-THRU-DATE TO WS-PARM-THRU-DATE
               IF WS-PARM-FROM-DATE > 0
                   AND WS-PARM-THRU-DATE >= WS-PARM-FROM-DATE
                   MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE-NUM
                   MOVE WS-PARM-THRU-DATE TO WS-THRU-DATE-NUM
               ELSE
                   DISPLAY 'STMTPARM RANGE ' SM-FROM-DATE ' - '
                       SM-THRU-DATE
                       ' INVALID - USING THE DEFAULT RANGE'
               END-IF
           END-IF.
           IF SM-CONVERSION-SW = 'O'
               MOVE 'Y' TO WS-CONVERSION-SW
           END-IF.

      *****************************************************************
      * LOAD THE ACCOUNTS TO PRINT STATEMENTS FOR. A MISSING LIST
      * MEANS NO STATEMENTS THIS RUN - THE RECONCILIATION STILL
      * RUNS. A NON-NUMERIC ACCOUNT IS LISTED AND SKIPPED.
      *****************************************************************
       120-LOAD-ACCOUNT-LIST.
           OPEN INPUT STATEMENT-ACCOUNTS.

           EVALUATE WS-STATEMENT-ACCOUNTS-STATUS
               WHEN '00'
                   PERFORM 125-READ-ACCOUNT-REC
                       UNTIL WS-EOF-STATEMENT-ACCOUNTS
                       OR WS-ACCT-TABLE-COUNT >= WS-ACCT-TABLE-MAX
                   IF NOT WS-EOF-STATEMENT-ACCOUNTS
                       DISPLAY 'ACCOUNT TABLE FULL AT '
                           WS-ACCT-TABLE-MAX ' ENTRIES - STATEMENTS '
                           'WOULD BE LEFT OUT. SPLIT STMTACCT OR '
                           'INCREASE WS-ACCT-TABLE-MAX AND RERUN.'
                       STOP RUN
                   END-IF
                   CLOSE STATEMENT-ACCOUNTS
               WHEN '35'
                   DISPLAY 'NO STATEMENT ACCOUNT LIST - '
                       'RECONCILIATION ONLY'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN STATEMENT-ACCOUNTS - '
                       'STATUS ' WS-STATEMENT-ACCOUNTS-STATUS
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * READ ONE REQUESTED ACCOUNT INTO THE TABLE.
      *****************************************************************
       125-READ-ACCOUNT-REC.
           READ STATEMENT-ACCOUNTS
               AT END
                   MOVE 'Y' TO WS-ACCT-EOF-SW
               NOT AT END
                   IF SA-ACCOUNT-NUMBER NUMERIC
                       ADD 1 TO WS-ACCT-TABLE-COUNT
                       MOVE WS-ACCT-TABLE-COUNT TO WS-ACCT-SUB
                       MOVE SA-ACCOUNT-NUMBER TO
                           WS-AT-ACCOUNT (WS-ACCT-SUB)
                       MOVE 'N' TO WS-AT-CM-FOUND-SW (WS-ACCT-SUB)
                       MOVE 'NOT ON CUSTOMER MASTER' TO
                           WS-AT-NAME (WS-ACCT-SUB)
                       MOVE SPACES TO WS-AT-ADDRESS (WS-ACCT-SUB)
                   ELSE
                       DISPLAY 'STMTACCT ACCOUNT ' SA-ACCOUNT-NUMBER
                           ' NOT NUMERIC - SKIPPED'
                       ADD 1 TO WS-BAD-ACCOUNT-COUNT
                   END-IF
           END-READ.

      *****************************************************************
      * SCAN THE CUSTOMER MASTER ONCE FOR THE NAME AND SERVICE
      * ADDRESS OF EACH ACCOUNT ON THE LIST. WITHOUT THE MASTER THE
      * STATEMENTS STILL PRINT, WITHOUT NAMES.
      *****************************************************************
       130-SCAN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER.

           IF WS-CUSTOMER-MASTER-STATUS = '00'
               PERFORM 135-READ-CUSTOMER-REC
                   UNTIL WS-EOF-CUSTOMER-MASTER
               CLOSE CUSTOMER-MASTER
           ELSE
               DISPLAY 'UNABLE TO OPEN CUSTOMER-MASTER - STATUS '
                   WS-CUSTOMER-MASTER-STATUS
                   ' - STATEMENTS PRINT WITHOUT NAMES'
           END-IF.

      *****************************************************************
      * READ ONE CUSTOMER RECORD AND OFFER IT TO EVERY ACCOUNT ON
      * THE LIST.
      *****************************************************************
       135-READ-CUSTOMER-REC.
           READ CUSTOMER-MASTER
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SW
               NOT AT END
                   PERFORM 136-MATCH-CM-TO-ACCOUNT
                       VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > WS-ACCT-TABLE-COUNT
           END-READ.

      *****************************************************************
      * TAKE THE NAME AND ADDRESS FOR A LISTED ACCOUNT.
      *****************************************************************
       136-MATCH-CM-TO-ACCOUNT.
           IF WS-AT-ACCOUNT (WS-ACCT-SUB) = CM-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-AT-CM-FOUND-SW (WS-ACCT-SUB)
               MOVE CM-MAIL-NAME TO WS-AT-NAME (WS-ACCT-SUB)
               MOVE CM-SERVICE-ADDRESS TO WS-AT-ADDRESS (WS-ACCT-SUB)
           END-IF.

      *****************************************************************
      * TOTAL THE SUSPFILE CREDIT BY ACCOUNT. A MISSING FILE (STATUS
      * 35) SIMPLY MEANS NO CASH IS SITTING IN SUSPENSE.
      *****************************************************************
       140-LOAD-SUSPENSE-FILE.
           OPEN INPUT SUSPENSE-FILE.

           EVALUATE WS-SUSPENSE-FILE-STATUS
               WHEN '00'
                   PERFORM 145-READ-SUSPENSE-REC
                       UNTIL WS-EOF-SUSPENSE-FILE
                   CLOSE SUSPENSE-FILE
               WHEN '35'
                   DISPLAY 'NO SUSPENSE FILE - NO CASH CARRIED IN '
                       'SUSPENSE'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN SUSPENSE-FILE - STATUS '
                       WS-SUSPENSE-FILE-STATUS
                       ' - THE LEDGER CANNOT BE RECONCILED WITHOUT IT'
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * READ ONE SUSPENSE ROW AND ADD IT TO ITS ACCOUNT'S ENTRY,
      * STARTING A NEW ENTRY FOR AN ACCOUNT NOT SEEN YET.
      *****************************************************************
       145-READ-SUSPENSE-REC.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-SUSP-EOF-SW
               NOT AT END
                   MOVE SP-ACCOUNT-NUMBER TO WS-RC-ACCOUNT
                   PERFORM 147-FIND-SUSPENSE-ENTRY
                   IF WS-SUSP-FOUND-IDX = 0
                       PERFORM 149-ADD-SUSPENSE-ENTRY
                   END-IF
                   SET WS-SUSP-IDX TO WS-SUSP-FOUND-IDX
                   ADD SP-AMOUNT TO WS-SX-AMOUNT (WS-SUSP-IDX)
                   ADD SP-AMOUNT TO WS-SUSP-CREDIT-TOTAL
           END-READ.

      *****************************************************************
      * FIND THE SUSPENSE ENTRY FOR WS-RC-ACCOUNT, ZERO IF NONE.
      *****************************************************************
       147-FIND-SUSPENSE-ENTRY.
           MOVE 0 TO WS-SUSP-FOUND-IDX.
           PERFORM 148-CHECK-SUSP-ENTRY
               VARYING WS-SUSP-IDX FROM 1 BY 1
               UNTIL WS-SUSP-IDX > WS-SUSP-TABLE-COUNT
               OR WS-SUSP-FOUND-IDX > 0.

      *****************************************************************
      * EXAMINE ONE SUSPENSE ENTRY DURING THE SEARCH ABOVE.
      *****************************************************************
       148-CHECK-SUSP-ENTRY.
           IF WS-SX-ACCOUNT (WS-SUSP-IDX) = WS-RC-ACCOUNT
               SET WS-SUSP-FOUND-IDX TO WS-SUSP-IDX
           END-IF.

      *****************************************************************
      * START A SUSPENSE ENTRY FOR A NEW ACCOUNT. THE RUN STOPS ON
      * OVERFLOW RATHER THAN RECONCILE AGAINST PART OF THE CREDIT.
      *****************************************************************
       149-ADD-SUSPENSE-ENTRY.
           IF WS-SUSP-TABLE-COUNT >= WS-SUSP-TABLE-MAX
               DISPLAY 'SUSPENSE TABLE FULL AT ' WS-SUSP-TABLE-MAX
                   ' ACCOUNTS - INCREASE WS-SUSP-TABLE-MAX AND RERUN.'
               STOP RUN
           END-IF.
           ADD 1 TO WS-SUSP-TABLE-COUNT.
           MOVE WS-SUSP-TABLE-COUNT TO WS-SUSP-FOUND-IDX.
           SET WS-SUSP-IDX TO WS-SUSP-FOUND-IDX.
           MOVE SP-ACCOUNT-NUMBER TO WS-SX-ACCOUNT (WS-SUSP-IDX).
           MOVE 0   TO WS-SX-AMOUNT (WS-SUSP-IDX).
           MOVE 'N' TO WS-SX-MATCHED-SW (WS-SUSP-IDX).

      *****************************************************************
      * OPEN THE CUSTOMER LEDGER. A REPORTING RUN ONLY READS IT, AND
      * A MISSING FILE (STATUS 35) MEANS NOTHING HAS POSTED YET. A
      * CONVERSION RUN OPENS IT FOR UPDATE, CREATING IT EMPTY IF
      * NEED BE, SINCE IT POSTS THE OPENING BALANCES. ANY OTHER
      * FAILURE STOPS THE RUN.
      *****************************************************************
       150-OPEN-LEDGER-FILE.
           IF WS-CONVERSION-RUN
               OPEN I-O LEDGER-FILE
               IF WS-LEDGER-STATUS = '35'
                   OPEN OUTPUT LEDGER-FILE
                   CLOSE LEDGER-FILE
                   OPEN I-O LEDGER-FILE
               END-IF
           ELSE
               OPEN INPUT LEDGER-FILE
           END-IF.

           EVALUATE WS-LEDGER-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-LEDGER-AVAILABLE-SW
               WHEN '35'
                   DISPLAY 'NO LEDGER FILE - NOTHING POSTED YET'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN LEDGER-FILE - STATUS '
                       WS-LEDGER-STATUS
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * OPEN PAYHIST TO READ THROUGH IN KEY ORDER. A MISSING FILE
      * (STATUS 35) MEANS NO ACCOUNT HAS AN OPEN ITEM.
      *****************************************************************
       160-OPEN-PAYMENT-HISTORY.
           OPEN INPUT PAYMENT-HISTORY.
           EVALUATE WS-PAYMENT-HISTORY-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'NO PAYMENT-HISTORY FILE - NO OPEN ITEMS'
                   MOVE 'Y' TO WS-PH-EOF-SW
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN PAYMENT-HISTORY - STATUS '
                       WS-PAYMENT-HISTORY-STATUS
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * EDIT WS-EDIT-DATE-NUM (YYYYMMDD) AS MM/DD/YYYY.
      *****************************************************************
       190-EDIT-DATE.
           MOVE SPACES TO WS-EDIT-DATE-OUT.
           STRING WS-EDIT-MM '/' WS-EDIT-DD '/' WS-EDIT-YYYY
               DELIMITED BY SIZE INTO WS-EDIT-DATE-OUT.

      *****************************************************************
      * PRINT ONE STATEMENT OF ACCOUNT, ON ITS OWN PAGE, DURING THE
      * LOOP IN 000-MAIN. THE ACCOUNT'S ENTRIES ARE READ IN SEQUENCE
      * ORDER (WHICH IS DATE ORDER) FROM THE FIRST ONE: AN ENTRY
      * BEFORE THE RANGE ONLY CARRIES ITS RUNNING BALANCE FORWARD AS
      * THE OPENING BALANCE, AN ENTRY IN THE RANGE PRINTS, AND THE
      * FIRST ENTRY PAST THE RANGE ENDS THE STATEMENT.
      *****************************************************************
       200-PRINT-ONE-STATEMENT.
           MOVE WS-AT-ACCOUNT (WS-ACCT-SUB) TO WS-ST-ACCOUNT.
           MOVE 0   TO WS-ST-OPENING.
           MOVE 0   TO WS-ST-CLOSING.
           MOVE 0   TO WS-ST-CHARGES.
           MOVE 0   TO WS-ST-CREDITS.
           MOVE 0   TO WS-ST-ENTRY-COUNT.
           MOVE 0   TO WS-ST-PRIOR-COUNT.
           MOVE 'N' TO WS-OPENING-PRINTED-SW.
           MOVE 'Y' TO WS-STMT-DONE-SW.
           ADD 1 TO WS-STATEMENT-COUNT.
           IF NOT WS-AT-CM-FOUND (WS-ACCT-SUB)
               ADD 1 TO WS-NOT-ON-MASTER-COUNT
           END-IF.

           PERFORM 900-PRINT-HEADERS.
           MOVE SPACES TO WS-AH-NOTE.
           PERFORM 800-WRITE-ACCOUNT-HEAD.

           IF WS-LEDGER-AVAILABLE
               MOVE WS-ST-ACCOUNT TO LG-ACCOUNT-NUMBER
               MOVE 1             TO LG-ENTRY-SEQUENCE
               START LEDGER-FILE
                   KEY IS NOT LESS THAN LG-LEDGER-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'N' TO WS-STMT-DONE-SW
                       PERFORM 210-READ-STATEMENT-ENTRY
               END-START
           END-IF.

           PERFORM 220-TAKE-STATEMENT-ENTRY
               UNTIL WS-STMT-DONE.

           IF WS-ST-ENTRY-COUNT = 0 AND WS-ST-PRIOR-COUNT = 0
               MOVE 'NO LEDGER ENTRIES FOR THIS ACCOUNT' TO WS-SL-TEXT
               PERFORM 830-WRITE-SECTION-LINE
               ADD 1 TO WS-NO-LEDGER-STMT-COUNT
           ELSE
               IF NOT WS-OPENING-PRINTED
                   PERFORM 805-WRITE-OPENING-LINE
               END-IF
               IF WS-ST-ENTRY-COUNT = 0
                   MOVE 'NO ACTIVITY IN THE STATEMENT RANGE'
                       TO WS-SL-TEXT
                   PERFORM 830-WRITE-SECTION-LINE
               END-IF
               PERFORM 815-WRITE-STATEMENT-TOTALS
           END-IF.

      *****************************************************************
      * READ THE ACCOUNT'S NEXT LEDGER ENTRY. THE STATEMENT IS DONE
      * AT END OF FILE OR WHEN THE ACCOUNT NUMBER CHANGES.
      *****************************************************************
       210-READ-STATEMENT-ENTRY.
           READ LEDGER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-STMT-DONE-SW
               NOT AT END
                   IF LG-ACCOUNT-NUMBER NOT = WS-ST-ACCOUNT
                       MOVE 'Y' TO WS-STMT-DONE-SW
                   END-IF
           END-READ.

      *****************************************************************
      * PLACE THE ENTRY IN HAND AGAINST THE DATE RANGE, THEN FETCH
      * THE NEXT. A MEMO ENTRY PRINTS IN ITS OWN COLUMN AND LEAVES
      * THE CHARGE AND CREDIT TOTALS ALONE.
      *****************************************************************
       220-TAKE-STATEMENT-ENTRY.
           EVALUATE TRUE
               WHEN LG-ENTRY-DATE < WS-FROM-DATE-NUM
                   MOVE LG-RUNNING-BALANCE TO WS-ST-OPENING
                   MOVE LG-RUNNING-BALANCE TO WS-ST-CLOSING
                   ADD 1 TO WS-ST-PRIOR-COUNT
               WHEN LG-ENTRY-DATE > WS-THRU-DATE-NUM
                   MOVE 'Y' TO WS-STMT-DONE-SW
               WHEN OTHER
                   IF NOT WS-OPENING-PRINTED
                       PERFORM 805-WRITE-OPENING-LINE
                   END-IF
                   EVALUATE TRUE
                       WHEN LG-MEMO-ENTRY
                           CONTINUE
                       WHEN LG-AMOUNT < 0
                           SUBTRACT LG-AMOUNT FROM WS-ST-CREDITS
                       WHEN OTHER
                           ADD LG-AMOUNT TO WS-ST-CHARGES
                   END-EVALUATE
                   MOVE LG-RUNNING-BALANCE TO WS-ST-CLOSING
                   ADD 1 TO WS-ST-ENTRY-COUNT
                   ADD 1 TO WS-STMT-ENTRY-TOTAL
                   PERFORM 810-WRITE-ENTRY-LINE
           END-EVALUATE.

           IF NOT WS-STMT-DONE
               PERFORM 210-READ-STATEMENT-ENTRY
           END-IF.

      *****************************************************************
      * PROVE THE LEDGER AGAINST THE RECEIVABLE FILES. THE LEDGER
      * CONTROL ROWS AND THE PAYHIST ITEMS ARE BOTH IN ACCOUNT
      * ORDER, SO THEY ARE MATCHED SIDE BY SIDE ONE ACCOUNT AT A
      * TIME, EACH WITH ITS SUSPFILE CREDIT; AN ACCOUNT WITH ONLY
      * SUSPENSE CREDIT IS TAKEN UP AFTERWARDS. ONLY THE ACCOUNTS
      * THAT DO NOT BALANCE ARE LISTED.
      *****************************************************************
       300-RECONCILE-LEDGER.
           MOVE 'LEDGER RECONCILIATION - LEDGER BALANCE AGAINST OPEN '
               TO WS-SL-TEXT.
           PERFORM 900-PRINT-HEADERS.
           PERFORM 830-WRITE-SECTION-LINE.
           MOVE 'PAYHIST ITEMS LESS SUSPFILE CREDIT, EXCEPTIONS ONLY'
               TO WS-SL-TEXT.
           WRITE SR-RECORD FROM WS-SECTION-LINE.
           WRITE SR-RECORD FROM SPACES.
           WRITE SR-RECORD FROM WS-RECON-HEAD-LINE.
           ADD 3 TO WS-LINE-COUNT.

           MOVE 'N' TO WS-LEDGER-EOF-SW.
           IF WS-LEDGER-AVAILABLE
               MOVE 0 TO LG-ACCOUNT-NUMBER
               MOVE 0 TO LG-ENTRY-SEQUENCE
               START LEDGER-FILE
                   KEY IS NOT LESS THAN LG-LEDGER-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LEDGER-EOF-SW
               END-START
           ELSE
               MOVE 'Y' TO WS-LEDGER-EOF-SW
           END-IF.
           PERFORM 310-NEXT-LEDGER-ACCOUNT.

           IF NOT WS-EOF-PAYMENT-HISTORY
               PERFORM 327-READ-PAYHIST-REC
           END-IF.
           PERFORM 320-NEXT-PAYHIST-ACCOUNT.

           PERFORM 330-RECONCILE-ONE-ACCOUNT
               UNTIL WS-RC-LEDGER-ACCOUNT = WS-HIGH-ACCOUNT
               AND WS-RC-PH-ACCOUNT = WS-HIGH-ACCOUNT.

           PERFORM 340-RECONCILE-SUSPENSE-ONLY
               VARYING WS-SUSP-IDX FROM 1 BY 1
               UNTIL WS-SUSP-IDX > WS-SUSP-TABLE-COUNT.

           IF WS-OUT-OF-BALANCE-COUNT = 0 AND WS-NO-LEDGER-COUNT = 0
               MOVE 'EVERY ACCOUNT BALANCES' TO WS-SL-TEXT
               PERFORM 830-WRITE-SECTION-LINE
           END-IF.

      *****************************************************************
      * FETCH THE NEXT ACCOUNT'S LEDGER CONTROL ROW - THE FIRST ROW
      * OF EACH ACCOUNT, SEQUENCE ZERO. ONCE IT IS IN HAND THE FILE
      * IS REPOSITIONED PAST THE ACCOUNT'S ENTRIES, SO ONLY CONTROL
      * ROWS ARE READ. HIGH VALUES AT END OF FILE.
      *****************************************************************
       310-NEXT-LEDGER-ACCOUNT.
           MOVE WS-HIGH-ACCOUNT TO WS-RC-LEDGER-ACCOUNT.
           MOVE 'N' TO WS-CONTROL-FOUND-SW.
           PERFORM 312-READ-LEDGER-NEXT
               UNTIL WS-EOF-LEDGER-FILE
               OR WS-CONTROL-FOUND.

      *****************************************************************
      * READ THE NEXT LEDGER ROW DURING THE SEARCH ABOVE. AN ENTRY
      * ROW AHEAD OF ANY CONTROL ROW (A CONTROL WRITE THAT FAILED)
      * IS PASSED OVER; ITS ACCOUNT THEN SHOWS AS HAVING NO LEDGER.
      *****************************************************************
       312-READ-LEDGER-NEXT.
           READ LEDGER-FILE NEXT
               AT END
                   MOVE 'Y' TO WS-LEDGER-EOF-SW
           END-READ.

           IF NOT WS-EOF-LEDGER-FILE AND LG-CONTROL-ROW
               MOVE 'Y' TO WS-CONTROL-FOUND-SW
               MOVE LG-ACCOUNT-NUMBER  TO WS-RC-LEDGER-ACCOUNT
               MOVE LG-CURRENT-BALANCE TO WS-RC-LEDGER-NEXT-BAL
               PERFORM 314-SKIP-PAST-ACCOUNT
           END-IF.

      *****************************************************************
      * POSITION THE LEDGER AT THE NEXT ACCOUNT'S CONTROL ROW.
      *****************************************************************
       314-SKIP-PAST-ACCOUNT.
           IF LG-ACCOUNT-NUMBER = 9999999
               MOVE 'Y' TO WS-LEDGER-EOF-SW
           ELSE
               ADD 1 TO LG-ACCOUNT-NUMBER
               MOVE 0 TO LG-ENTRY-SEQUENCE
               START LEDGER-FILE
                   KEY IS NOT LESS THAN LG-LEDGER-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LEDGER-EOF-SW
               END-START
           END-IF.

      *****************************************************************
      * TOTAL THE NEXT ACCOUNT'S OPEN PAYHIST ITEMS. THE FIRST ITEM
      * IS ALREADY IN HAND; THE WALK ENDS ON THE FIRST ITEM OF THE
      * FOLLOWING ACCOUNT, WHICH STAYS IN HAND. HIGH VALUES AT END
      * OF FILE.
      *****************************************************************
       320-NEXT-PAYHIST-ACCOUNT.
           IF WS-EOF-PAYMENT-HISTORY
               MOVE WS-HIGH-ACCOUNT TO WS-RC-PH-ACCOUNT
           ELSE
               MOVE PH-ACCOUNT-NUMBER TO WS-RC-PH-ACCOUNT
               MOVE 0 TO WS-RC-PH-NEXT-SUM
               PERFORM 325-ADD-PAYHIST-ITEM
                   UNTIL WS-EOF-PAYMENT-HISTORY
                   OR PH-ACCOUNT-NUMBER NOT = WS-RC-PH-ACCOUNT
           END-IF.

      *****************************************************************
      * ADD THE ITEM IN HAND TO THE ACCOUNT'S TOTAL AND READ ON.
      *****************************************************************
       325-ADD-PAYHIST-ITEM.
           ADD PH-BALANCE-DUE TO WS-RC-PH-NEXT-SUM.
           ADD 1 TO WS-PH-ITEM-COUNT.
           PERFORM 327-READ-PAYHIST-REC.

      *****************************************************************
      * READ THE NEXT PAYHIST ITEM IN KEY ORDER.
      *****************************************************************
       327-READ-PAYHIST-REC.
           READ PAYMENT-HISTORY NEXT
               AT END
                   MOVE 'Y' TO WS-PH-EOF-SW
           END-READ.

      *****************************************************************
      * RECONCILE THE LOWER OF THE TWO ACCOUNTS IN HAND, TAKING ITS
      * LEDGER BALANCE AND PAYHIST TOTAL FROM WHICHEVER FILE HAS IT
      * (ZERO FROM ONE THAT DOES NOT) AND ADVANCING THAT FILE.
      *****************************************************************
       330-RECONCILE-ONE-ACCOUNT.
           IF WS-RC-LEDGER-ACCOUNT < WS-RC-PH-ACCOUNT
               MOVE WS-RC-LEDGER-ACCOUNT TO WS-RC-ACCOUNT
           ELSE
               MOVE WS-RC-PH-ACCOUNT     TO WS-RC-ACCOUNT
           END-IF.

           MOVE 0   TO WS-RC-LEDGER-BAL.
           MOVE 0   TO WS-RC-PH-OPEN.
           MOVE 0   TO WS-RC-SUSP-CREDIT.
           MOVE 'N' TO WS-HAS-LEDGER-SW.

           IF WS-RC-LEDGER-ACCOUNT = WS-RC-ACCOUNT
               MOVE 'Y' TO WS-HAS-LEDGER-SW
               MOVE WS-RC-LEDGER-NEXT-BAL TO WS-RC-LEDGER-BAL
               PERFORM 310-NEXT-LEDGER-ACCOUNT
           END-IF.
           IF WS-RC-PH-ACCOUNT = WS-RC-ACCOUNT
               MOVE WS-RC-PH-NEXT-SUM TO WS-RC-PH-OPEN
               PERFORM 320-NEXT-PAYHIST-ACCOUNT
           END-IF.

           PERFORM 147-FIND-SUSPENSE-ENTRY.
           IF WS-SUSP-FOUND-IDX > 0
               SET WS-SUSP-IDX TO WS-SUSP-FOUND-IDX
               MOVE WS-SX-AMOUNT (WS-SUSP-IDX) TO WS-RC-SUSP-CREDIT
               MOVE 'Y' TO WS-SX-MATCHED-SW (WS-SUSP-IDX)
           END-IF.

           PERFORM 350-CHECK-ACCOUNT-BALANCE.

      *****************************************************************
      * AN ACCOUNT WITH SUSPENSE CREDIT BUT NEITHER A LEDGER NOR AN
      * OPEN ITEM - NOT REACHED BY THE MATCH ABOVE - IS RECONCILED
      * HERE, DURING THE LOOP IN 300.
      *****************************************************************
       340-RECONCILE-SUSPENSE-ONLY.
           IF NOT WS-SX-MATCHED (WS-SUSP-IDX)
               MOVE WS-SX-ACCOUNT (WS-SUSP-IDX) TO WS-RC-ACCOUNT
               MOVE 0   TO WS-RC-LEDGER-BAL
               MOVE 0   TO WS-RC-PH-OPEN
               MOVE WS-SX-AMOUNT (WS-SUSP-IDX) TO WS-RC-SUSP-CREDIT
               MOVE 'N' TO WS-HAS-LEDGER-SW
               MOVE 'Y' TO WS-SX-MATCHED-SW (WS-SUSP-IDX)
               PERFORM 350-CHECK-ACCOUNT-BALANCE
           END-IF.

      *****************************************************************
      * COMPARE ONE ACCOUNT'S LEDGER BALANCE WITH ITS OPEN ITEMS
      * LESS ITS SUSPENSE CREDIT. AN ACCOUNT THAT HAS NO LEDGER YET
      * IS LISTED APART FROM ONE WHOSE LEDGER IS WRONG, AND ON A
      * CONVERSION RUN IS QUEUED FOR ITS OPENING BALANCE.
      *****************************************************************
       350-CHECK-ACCOUNT-BALANCE.
           ADD 1 TO WS-RECONCILED-COUNT.
           COMPUTE WS-RC-EXPECTED =
               WS-RC-PH-OPEN - WS-RC-SUSP-CREDIT.
           COMPUTE WS-RC-DIFFERENCE =
               WS-RC-LEDGER-BAL - WS-RC-EXPECTED.
           ADD WS-RC-LEDGER-BAL TO WS-LEDGER-TOTAL.
           ADD WS-RC-PH-OPEN    TO WS-PH-OPEN-TOTAL.

           EVALUATE TRUE
               WHEN WS-RC-DIFFERENCE = 0
                   ADD 1 TO WS-IN-BALANCE-COUNT
               WHEN NOT WS-HAS-LEDGER
                   ADD 1 TO WS-NO-LEDGER-COUNT
                   ADD WS-RC-DIFFERENCE TO WS-DIFFERENCE-TOTAL
                   IF WS-CONVERSION-RUN
                       PERFORM 360-QUEUE-OPENING-BALANCE
                   ELSE
                       MOVE 'NO LEDGER - NEEDS CONVERSION'
                           TO WS-RL-NOTE
                   END-IF
                   PERFORM 820-WRITE-RECON-LINE
               WHEN OTHER
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
                   ADD WS-RC-DIFFERENCE TO WS-DIFFERENCE-TOTAL
                   MOVE 'OUT OF BALANCE' TO WS-RL-NOTE
                   PERFORM 820-WRITE-RECON-LINE
           END-EVALUATE.

      *****************************************************************
      * QUEUE THE OPENING BALANCE FOR AN ACCOUNT WITH NO LEDGER. ONE
      * THAT WILL NOT FIT IS LEFT FOR THE NEXT CONVERSION RUN.
      *****************************************************************
       360-QUEUE-OPENING-BALANCE.
           IF WS-OPEN-TABLE-COUNT < WS-OPEN-TABLE-MAX
               ADD 1 TO WS-OPEN-TABLE-COUNT
               MOVE WS-OPEN-TABLE-COUNT TO WS-OPEN-SUB
               MOVE WS-RC-ACCOUNT  TO WS-OB-ACCOUNT (WS-OPEN-SUB)
               MOVE WS-RC-EXPECTED TO WS-OB-AMOUNT (WS-OPEN-SUB)
               MOVE 'OPENING BALANCE POSTED' TO WS-RL-NOTE
           ELSE
               ADD 1 TO WS-OPENING-DEFERRED-COUNT
               MOVE 'NO LEDGER - RERUN CONVERSION' TO WS-RL-NOTE
           END-IF.

      *****************************************************************
      * POST ONE QUEUED OPENING BALANCE DURING THE LOOP IN 000-MAIN
      * - THE ACCOUNT'S FIRST LEDGER ENTRY, SO ITS LEDGER BALANCE
      * STARTS WHERE ITS RECEIVABLE STANDS TODAY.
      *****************************************************************
       400-POST-OPENING-BALANCE.
           MOVE WS-OB-ACCOUNT (WS-OPEN-SUB) TO WS-LG-ACCOUNT.
           MOVE WS-RUN-PERIOD-NUM           TO WS-LG-PERIOD.
           MOVE 'OB'                        TO WS-LG-TYPE.
           MOVE WS-OB-AMOUNT (WS-OPEN-SUB)  TO WS-LG-AMOUNT.
           MOVE 'OPENING BALANCE AT CONVERSION' TO WS-LG-DESC.
           PERFORM 780-POST-LEDGER-ENTRY.
           ADD WS-OB-AMOUNT (WS-OPEN-SUB) TO WS-OPENING-POSTED-TOTAL.

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
           MOVE 'UTIL3500'      TO LG-SOURCE-PROGRAM.
           MOVE WS-LG-DESC      TO LG-DESCRIPTION.
           WRITE LG-RECORD
               INVALID KEY
                   DISPLAY 'LEDGER WRITE FAILED FOR '
                       WS-LG-ACCOUNT ' - STATUS ' WS-LEDGER-STATUS
           END-WRITE.
           ADD 1 TO WS-LEDGER-ENTRY-COUNT.
           MOVE SPACE TO WS-LG-MEMO-SW.

      *****************************************************************
      * WRITE THE ACCOUNT HEADING AND COLUMN HEADINGS OF A
      * STATEMENT - AT ITS START, AND AGAIN ON EACH PAGE IT RUNS
      * ONTO.
      *****************************************************************
       800-WRITE-ACCOUNT-HEAD.
           MOVE WS-ST-ACCOUNT               TO WS-AH-ACCOUNT.
           MOVE WS-AT-NAME (WS-ACCT-SUB)    TO WS-AH-NAME.
           MOVE WS-AT-ADDRESS (WS-ACCT-SUB) TO WS-AH-ADDRESS.
           WRITE SR-RECORD FROM SPACES.
           WRITE SR-RECORD FROM WS-ACCOUNT-HEAD-LINE.
           WRITE SR-RECORD FROM SPACES.
           WRITE SR-RECORD FROM WS-ENTRY-HEAD-LINE.
           ADD 4 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE THE BALANCE BROUGHT FORWARD INTO THE RANGE.
      *****************************************************************
       805-WRITE-OPENING-LINE.
           MOVE 'Y' TO WS-OPENING-PRINTED-SW.
           MOVE SPACES TO WS-EL-DATE.
           MOVE SPACES TO WS-EL-TYPE.
           MOVE SPACES TO WS-EL-PERIOD.
           MOVE 'BALANCE FORWARD' TO WS-EL-DESCRIPTION.
           MOVE 0             TO WS-EL-CHARGES.
           MOVE 0             TO WS-EL-CREDITS.
           MOVE 0             TO WS-EL-MEMO.
           MOVE WS-ST-OPENING TO WS-EL-BALANCE.
           MOVE SPACES        TO WS-EL-SOURCE.
           WRITE SR-RECORD FROM WS-ENTRY-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE ONE LEDGER ENTRY ON THE STATEMENT, CONTINUING ONTO A
      * NEW PAGE WHENEVER THE CURRENT ONE IS FULL.
      *****************************************************************
       810-WRITE-ENTRY-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 900-PRINT-HEADERS
               MOVE 'STATEMENT CONTINUED' TO WS-AH-NOTE
               PERFORM 800-WRITE-ACCOUNT-HEAD
               MOVE SPACES TO WS-AH-NOTE
           END-IF.

           MOVE LG-ENTRY-DATE TO WS-EDIT-DATE-NUM.
           PERFORM 190-EDIT-DATE.
           MOVE WS-EDIT-DATE-OUT  TO WS-EL-DATE.
           MOVE LG-TRANS-TYPE     TO WS-EL-TYPE.
           MOVE LG-BILLING-PERIOD TO WS-EL-PERIOD.
           MOVE LG-DESCRIPTION    TO WS-EL-DESCRIPTION.
           MOVE 0 TO WS-EL-CHARGES.
           MOVE 0 TO WS-EL-CREDITS.
           MOVE 0 TO WS-EL-MEMO.
           EVALUATE TRUE
               WHEN LG-MEMO-ENTRY
                   MOVE LG-AMOUNT TO WS-EL-MEMO
               WHEN LG-AMOUNT < 0
                   COMPUTE WS-EL-CREDITS = 0 - LG-AMOUNT
               WHEN OTHER
                   MOVE LG-AMOUNT TO WS-EL-CHARGES
           END-EVALUATE.
           MOVE LG-RUNNING-BALANCE TO WS-EL-BALANCE.
           MOVE LG-SOURCE-PROGRAM  TO WS-EL-SOURCE.
           WRITE SR-RECORD FROM WS-ENTRY-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * CLOSE OUT A STATEMENT - CHARGES AND CREDITS IN THE RANGE AND
      * THE BALANCE AT ITS END. BALANCE FORWARD PLUS CHARGES LESS
      * CREDITS IS THE CLOSING BALANCE; MEMO ENTRIES MOVE NEITHER.
      *****************************************************************
       815-WRITE-STATEMENT-TOTALS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 4
               PERFORM 900-PRINT-HEADERS
               MOVE 'STATEMENT CONTINUED' TO WS-AH-NOTE
               PERFORM 800-WRITE-ACCOUNT-HEAD
               MOVE SPACES TO WS-AH-NOTE
           END-IF.

           WRITE SR-RECORD FROM SPACES.
           MOVE 'TOTAL CHARGES IN RANGE'  TO WS-STL-LABEL.
           MOVE WS-ST-CHARGES             TO WS-STL-AMOUNT.
           WRITE SR-RECORD FROM WS-STATEMENT-TOTAL-LINE.
           MOVE 'TOTAL CREDITS IN RANGE'  TO WS-STL-LABEL.
           MOVE WS-ST-CREDITS             TO WS-STL-AMOUNT.
           WRITE SR-RECORD FROM WS-STATEMENT-TOTAL-LINE.
           MOVE 'CLOSING BALANCE'         TO WS-STL-LABEL.
           MOVE WS-ST-CLOSING             TO WS-STL-AMOUNT.
           WRITE SR-RECORD FROM WS-STATEMENT-TOTAL-LINE.
           ADD 4 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE ONE RECONCILIATION EXCEPTION LINE, HEADING A NEW PAGE
      * FIRST WHENEVER THE CURRENT ONE IS FULL.
      *****************************************************************
       820-WRITE-RECON-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 900-PRINT-HEADERS
               WRITE SR-RECORD FROM SPACES
               WRITE SR-RECORD FROM WS-RECON-HEAD-LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF.

           MOVE WS-RC-ACCOUNT     TO WS-RL-ACCOUNT.
           MOVE WS-RC-LEDGER-BAL  TO WS-RL-LEDGER.
           MOVE WS-RC-PH-OPEN     TO WS-RL-PH-OPEN.
           MOVE WS-RC-SUSP-CREDIT TO WS-RL-SUSP.
           MOVE WS-RC-EXPECTED    TO WS-RL-EXPECTED.
           MOVE WS-RC-DIFFERENCE  TO WS-RL-DIFFERENCE.
           WRITE SR-RECORD FROM WS-RECON-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE A SECTION TITLE OR NOTE LINE, SET OFF BY A BLANK LINE.
      *****************************************************************
       830-WRITE-SECTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 2
               PERFORM 900-PRINT-HEADERS
           END-IF.

           WRITE SR-RECORD FROM SPACES.
           WRITE SR-RECORD FROM WS-SECTION-LINE.
           ADD 2 TO WS-LINE-COUNT.

      *****************************************************************
      * START A NEW REPORT PAGE.
      *****************************************************************
       900-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE-ED  TO WS-H1-RUN-DATE.
           MOVE WS-PAGE-NUMBER  TO WS-H1-PAGE.
           MOVE WS-FROM-DATE-ED TO WS-H2-FROM-DATE.
           MOVE WS-THRU-DATE-ED TO WS-H2-THRU-DATE.

           IF WS-PAGE-NUMBER > 1
               WRITE SR-RECORD FROM SPACES
           END-IF.

           WRITE SR-RECORD FROM WS-HEADING-1.
           WRITE SR-RECORD FROM WS-HEADING-2.

           MOVE 2 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE THE CONTROL TOTALS. EVERY ACCOUNT RECONCILED IS IN
      * BALANCE, OUT OF BALANCE, OR WITHOUT A LEDGER, AND THE
      * LEDGER TOTAL LESS THE OPEN ITEMS PLUS THE SUSPENSE CREDIT
      * IS THE NET DIFFERENCE LISTED ABOVE.
      *****************************************************************
       950-PRINT-TOTALS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 16
               PERFORM 900-PRINT-HEADERS
           END-IF.

           WRITE SR-RECORD FROM SPACES.

           MOVE 'STATEMENTS PRINTED'       TO WS-RT-LABEL.
           MOVE WS-STATEMENT-COUNT         TO WS-RT-COUNT.
           MOVE 0                          TO WS-RT-AMOUNT.
           WRITE SR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'ENTRIES ON STATEMENTS'    TO WS-RT-LABEL.
           MOVE WS-STMT-ENTRY-TOTAL        TO WS-RT-COUNT.
           WRITE SR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'ACCOUNTS NOT ON MASTER'   TO WS-RT-LABEL.
           MOVE WS-NOT-ON-MASTER-COUNT     TO WS-RT-COUNT.
           WRITE SR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'ACCOUNTS RECONCILED'      TO WS-RT-LABEL.
           MOVE WS-RECONCILED-COUNT        TO WS-RT-COUNT.
           WRITE SR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'IN BALANCE'               TO WS-RT-LABEL.
           MOVE WS-IN-BALANCE-COUNT        TO WS-RT-COUNT.
           WRITE SR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'OUT OF BALANCE'           TO WS-RT-LABEL.
           MOVE WS-OUT-OF-BALANCE-COUNT    TO WS-RT-COUNT.
           WRITE SR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'NO LEDGER'                TO WS-RT-LABEL.
           MOVE WS-NO-LEDGER-COUNT         TO WS-RT-COUNT.
           WRITE SR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'OPENING BALANCES POSTED'  TO WS-RT-LABEL.
           MOVE WS-OPEN-TABLE-COUNT        TO WS-RT-COUNT.
           MOVE WS-OPENING-POSTED-TOTAL    TO WS-RT-AMOUNT.
           WRITE SR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'OPENING BALANCES DEFERRED' TO WS-RT-LABEL.
           MOVE WS-OPENING-DEFERRED-COUNT  TO WS-RT-COUNT.
           MOVE 0                          TO WS-RT-AMOUNT.
           WRITE SR-RECORD FROM WS-REPORT-TOTAL-LINE.

           WRITE SR-RECORD FROM SPACES.

           MOVE 'LEDGER BALANCES'          TO WS-RT-LABEL.
           MOVE WS-RECONCILED-COUNT        TO WS-RT-COUNT.
           MOVE WS-LEDGER-TOTAL            TO WS-RT-AMOUNT.
           WRITE SR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'PAYHIST OPEN ITEMS'       TO WS-RT-LABEL.
           MOVE WS-PH-ITEM-COUNT           TO WS-RT-COUNT.
           MOVE WS-PH-OPEN-TOTAL           TO WS-RT-AMOUNT.
           WRITE SR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'SUSPFILE CREDIT'          TO WS-RT-LABEL.
           MOVE WS-SUSP-TABLE-COUNT        TO WS-RT-COUNT.
           MOVE WS-SUSP-CREDIT-TOTAL       TO WS-RT-AMOUNT.
           WRITE SR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'NET DIFFERENCE'           TO WS-RT-LABEL.
           COMPUTE WS-RT-COUNT =
               WS-OUT-OF-BALANCE-COUNT + WS-NO-LEDGER-COUNT.
           MOVE WS-DIFFERENCE-TOTAL        TO WS-RT-AMOUNT.
           WRITE SR-RECORD FROM WS-REPORT-TOTAL-LINE.

           DISPLAY ' '.
           DISPLAY 'CUSTOMER LEDGER CONTROL TOTALS'.
           DISPLAY '  STATEMENTS PRINTED   : ' WS-STATEMENT-COUNT.
           DISPLAY '  ENTRIES ON STATEMENTS: ' WS-STMT-ENTRY-TOTAL.
           DISPLAY '  NO LEDGER ENTRIES    : ' WS-NO-LEDGER-STMT-COUNT.
           DISPLAY '  NOT ON MASTER        : ' WS-NOT-ON-MASTER-COUNT.
           DISPLAY '  BAD STMTACCT RECORDS : ' WS-BAD-ACCOUNT-COUNT.
           DISPLAY '  ACCOUNTS RECONCILED  : ' WS-RECONCILED-COUNT.
           DISPLAY '  IN BALANCE           : ' WS-IN-BALANCE-COUNT.
           DISPLAY '  OUT OF BALANCE       : ' WS-OUT-OF-BALANCE-COUNT.
           DISPLAY '  NO LEDGER            : ' WS-NO-LEDGER-COUNT.
           DISPLAY '  OPENING BALANCES     : ' WS-OPEN-TABLE-COUNT
               ' FOR ' WS-OPENING-POSTED-TOTAL.
           DISPLAY '  OPENINGS DEFERRED    : '
               WS-OPENING-DEFERRED-COUNT.
           DISPLAY '  LEDGER ENTRIES POSTED: ' WS-LEDGER-ENTRY-COUNT.
           DISPLAY '  NET DIFFERENCE       : ' WS-DIFFERENCE-TOTAL.
