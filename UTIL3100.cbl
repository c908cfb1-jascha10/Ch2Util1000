       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTIL3100.
      *****************************************************************
      *  Programmer.:Jacob Schamp
      *  Date.......:10-15-2026
      *  GitHub URL.:https://github.com/jascha10/Ch2Util1000
      *  Description:Monthly bad debt write-off and collection agency
      *  placement. Once UTIL2000 final-bills an account and UTIL2200
      *  closes it (status C), its remaining PAYHIST balance used to
      *  age on the UTIL2300 trial balance forever. This run first
      *  posts the collection agency's monthly remittance file as
      *  bad debt recovery (GLMISC code Y) against the accounts
      *  placed with it earlier, then selects every closed account
      *  whose final item has aged past the write-off age - counted
      *  from the later of the final item's due date and the final
      *  dunning notice on DUNNCTL, 90 days unless the WOPARM card
      *  says otherwise. The account's open items come off PAYHIST,
      *  the balance is booked as bad debt (GLMISC code W), the
      *  WRITEOFF file records it for UTIL2100 to post any later
      *  lockbox payment as recovery instead of suspense, and a
      *  placement record with the last known CUSTIN address goes
      *  to the agency. An account still on an active payment
      *  arrangement is left alone.
      *
      *  Modification History:
      *  10-15-2026  JS  Original bad debt write-off program.
      *  10-15-2026  JS  Post each write-off, cancelled deposit
      *                  item, and agency recovery to the
      *                  customer ledger.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRITE-OFF-PARMS  ASSIGN TO 'WOPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITE-OFF-PARMS-STATUS.

           SELECT CUSTOMER-MASTER  ASSIGN TO 'CUSTIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT DUNNING-CONTROL  ASSIGN TO 'DUNNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNNING-CONTROL-STATUS.

           SELECT ARRANGEMENT-FILE ASSIGN TO 'PAYARRNG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGEMENT-STATUS.

           SELECT PAYMENT-HISTORY  ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-OPEN-ITEM-KEY
               FILE STATUS IS WS-PAYMENT-HISTORY-STATUS.

           SELECT WRITE-OFF-FILE   ASSIGN TO 'WRITEOFF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-ACCOUNT-NUMBER
               FILE STATUS IS WS-WRITE-OFF-STATUS.

           SELECT AGENCY-RECOVERY  ASSIGN TO 'AGYRECV'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENCY-RECOVERY-STATUS.

           SELECT AGENCY-PLACEMENT ASSIGN TO 'AGYPLACE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENCY-PLACEMENT-STATUS.

           SELECT GL-MISC          ASSIGN TO 'GLMISC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-MISC-STATUS.

           SELECT LEDGER-FILE      ASSIGN TO 'LEDGER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LG-LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT WRITE-OFF-REPORT ASSIGN TO 'WORPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITE-OFF-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * RUN PARAMETERS - A SINGLE OPTIONAL CONTROL RECORD WITH THE
      * WRITE-OFF AGE IN DAYS. A MISSING FILE, OR A BLANK OR ZERO
      * AGE, LEAVES THE 90-DAY DEFAULT.
      *****************************************************************
       FD  WRITE-OFF-PARMS
           RECORDING MODE IS F.
       01  WP-RECORD.
           05  WP-AGE-DAYS              PIC X(03).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CM-RECORD.
           COPY CMRECORD.

      *****************************************************************
      * DUNNING CONTROL FROM UTIL2300 - THE LAST NOTICE STAGE EACH
      * ACCOUNT RECEIVED AND WHEN. STAGE 3 IS THE FINAL NOTICE.
      * READ ONLY.
      *****************************************************************
       FD  DUNNING-CONTROL
           RECORDING MODE IS F.
       01  DU-RECORD.
           05  DU-ACCOUNT-NUMBER        PIC 9(7).
           05  DU-LAST-STAGE            PIC 9(1).
           05  DU-LAST-NOTICE-DATE      PIC 9(8).

      *****************************************************************
      * PAYMENT ARRANGEMENT FILE - READ ONLY HERE. AN ACCOUNT ON AN
      * ACTIVE ARRANGEMENT IS PAYING SOMETHING AND IS NOT WRITTEN
      * OFF.
      *****************************************************************
       FD  ARRANGEMENT-FILE
           RECORDING MODE IS F.
       01  PA-RECORD.
           COPY PARECORD.

      *****************************************************************
      * PAYMENT HISTORY / ACCOUNTS RECEIVABLE - OPEN ITEM. READ
      * THROUGH ONCE IN KEY ORDER TO FIND THE CLOSED ACCOUNTS, THEN
      * EACH ACCOUNT WRITTEN OFF HAS ITS ITEMS WALKED FROM A KEYED
      * START AND DELETED.
      *****************************************************************
       FD  PAYMENT-HISTORY.
       01  PH-RECORD.
           COPY PHRECORD.

      *****************************************************************
      * BAD DEBT WRITE-OFFS - ONE ROW PER ACCOUNT PLACED WITH THE
      * AGENCY, WITH WHAT HAS BEEN RECOVERED SINCE.
      *****************************************************************
       FD  WRITE-OFF-FILE.
       01  WO-RECORD.
           COPY WORECORD.

      *****************************************************************
      * AGENCY RECOVERY FILE - THE COLLECTION AGENCY'S MONTHLY
      * REMITTANCE: ONE RECORD PER PLACED ACCOUNT IT COLLECTED ON,
      * WITH THE DATE AND THE AMOUNT REMITTED TO US.
      *****************************************************************
       FD  AGENCY-RECOVERY
           RECORDING MODE IS F.
       01  AR-RECORD.
           05  AR-ACCOUNT-NUMBER        PIC 9(7).
           05  AR-RECOVERY-DATE         PIC 9(8).
           05  AR-AMOUNT                PIC 9(6)V99.

      *****************************************************************
      * AGENCY PLACEMENT FILE - ONE RECORD PER ACCOUNT WRITTEN OFF
      * THIS RUN, WITH THE BALANCE PLACED AND THE LAST KNOWN NAME
      * AND ADDRESS FROM THE CUSTOMER MASTER.
      *****************************************************************
       FD  AGENCY-PLACEMENT
           RECORDING MODE IS F.
       01  AP-RECORD.
           05  AP-ACCOUNT-NUMBER        PIC 9(7).
           05  AP-PLACEMENT-DATE        PIC 9(8).
           05  AP-BALANCE-PLACED        PIC 9(6)V99.
           05  AP-FINAL-PERIOD          PIC 9(6).
           05  AP-FINAL-DUE-DATE        PIC 9(8).
           05  AP-CUST-NAME             PIC X(12).
           05  AP-MAIL-NAME             PIC X(25).
           05  AP-SERVICE-ADDRESS       PIC X(25).
           05  AP-CITY                  PIC X(15).
           05  AP-STATE                 PIC X(02).
           05  AP-ZIP                   PIC X(09).

      *****************************************************************
      * MISCELLANEOUS GL EXTRACT - ONE BAD DEBT ENTRY (CODE W) PER
      * ACCOUNT WRITTEN OFF AND ONE RECOVERY ENTRY (CODE Y) PER
      * AGENCY REMITTANCE POSTED, APPENDED FOR MONTH-END BOOKING.
      *****************************************************************
       FD  GL-MISC
           RECORDING MODE IS F.
       01  GL-RECORD.
           COPY GLRECORD.

      *****************************************************************
      * CUSTOMER TRANSACTION LEDGER - EACH ACCOUNT WRITTEN OFF
      * ADDS ITS WRITE-OFF, AND EACH AGENCY REMITTANCE POSTED ADDS A
      * RECOVERY MEMO.
      *****************************************************************
       FD  LEDGER-FILE.
       01  LG-RECORD.
           COPY LGRECORD.

      *****************************************************************
      * WRITE-OFF REGISTER - THE AGENCY RECOVERIES POSTED, THEN THE
      * ACCOUNTS WRITTEN OFF AND PLACED, CLOSED OUT BY TOTALS THAT
      * TIE TO THE GLMISC ENTRIES.
      *****************************************************************
       FD  WRITE-OFF-REPORT
           RECORDING MODE IS F.
       01  WR-RECORD                    PIC X(120).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * FILE STATUS AND SWITCHES
      *****************************************************************
       01  WS-WRITE-OFF-PARMS-STATUS   PIC X(02)  VALUE '00'.
       01  WS-CUSTOMER-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-DUNNING-CONTROL-STATUS   PIC X(02)  VALUE '00'.
       01  WS-ARRANGEMENT-STATUS       PIC X(02)  VALUE '00'.
       01  WS-PAYMENT-HISTORY-STATUS   PIC X(02)  VALUE '00'.
       01  WS-WRITE-OFF-STATUS         PIC X(02)  VALUE '00'.
       01  WS-AGENCY-RECOVERY-STATUS   PIC X(02)  VALUE '00'.
       01  WS-AGENCY-PLACEMENT-STATUS  PIC X(02)  VALUE '00'.
       01  WS-GL-MISC-STATUS           PIC X(02)  VALUE '00'.
       01  WS-WRITE-OFF-REPORT-STATUS  PIC X(02)  VALUE '00'.
       01  WS-CUST-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-CUSTOMER-MASTER             VALUE 'Y'.
       01  WS-DUNN-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-DUNNING-CONTROL             VALUE 'Y'.
       01  WS-ARR-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-EOF-ARRANGEMENT-FILE            VALUE 'Y'.
       01  WS-AR-EOF-SW                PIC X(01)  VALUE 'N'.
           88  WS-EOF-PAYMENT-HISTORY             VALUE 'Y'.
       01  WS-RECV-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-AGENCY-RECOVERY             VALUE 'Y'.
       01  WS-AR-AVAILABLE-SW          PIC X(01)  VALUE 'N'.
           88  WS-AR-AVAILABLE                    VALUE 'Y'.
       01  WS-AR-ITEM-SW               PIC X(01)  VALUE 'N'.
           88  WS-AR-ITEM-IN-HAND                 VALUE 'Y'.
       01  WS-WO-FOUND-SW              PIC X(01)  VALUE 'N'.
           88  WS-WO-FOUND                        VALUE 'Y'.

      *****************************************************************
      * WRITE-OFF AGE - DAYS PAST THE LATER OF THE FINAL ITEM'S DUE
      * DATE AND THE FINAL DUNNING NOTICE BEFORE A CLOSED ACCOUNT'S
      * BALANCE IS WRITTEN OFF. THE WOPARM CARD OVERRIDES IT.
      *****************************************************************
       01  WS-WRITE-OFF-AGE-DAYS        PIC 9(3)   VALUE 90.

      *****************************************************************
      * CUSTOMER LOOKUP TABLE - ACCOUNT, STATUS, AND THE NAME AND
      * ADDRESS BLOCK FOR THE PLACEMENT FILE. LOADED ONCE FROM
      * CUSTIN. THE RUN STOPS ON OVERFLOW RATHER THAN MISS A CLOSED
      * ACCOUNT OR PLACE ONE WITH NO ADDRESS.
      *****************************************************************
       01  WS-CUST-TABLE-MAX            PIC 9(4)   VALUE 5000.
       01  WS-CUST-TABLE-COUNT          PIC 9(4)   VALUE 0.
       01  WS-CUST-FOUND-IDX            PIC 9(4)   VALUE 0.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 5000 TIMES
               INDEXED BY WS-CUST-IDX.
               10  WS-CT-ACCOUNT        PIC 9(7).
               10  WS-CT-STATUS         PIC X(01).
               10  WS-CT-CUST-NAME      PIC X(12).
               10  WS-CT-MAIL-NAME      PIC X(25).
               10  WS-CT-ADDRESS        PIC X(25).
               10  WS-CT-CITY           PIC X(15).
               10  WS-CT-STATE          PIC X(02).
               10  WS-CT-ZIP            PIC X(09).

      *****************************************************************
      * FINAL NOTICE TABLE - THE ACCOUNTS DUNNCTL SHOWS AT STAGE 3,
      * WITH THE DATE THE FINAL NOTICE WENT OUT.
      *****************************************************************
       01  WS-DUNN-TABLE-MAX            PIC 9(4)   VALUE 5000.
       01  WS-DUNN-TABLE-COUNT          PIC 9(4)   VALUE 0.
       01  WS-DUNN-TABLE.
           05  WS-DUNN-ENTRY OCCURS 5000 TIMES
               INDEXED BY WS-DUNN-IDX.
               10  WS-DN-ACCOUNT        PIC 9(7).
               10  WS-DN-FINAL-DATE     PIC 9(8).

      *****************************************************************
      * ACTIVE ARRANGEMENT TABLE - THE ACCOUNTS PAYARRNG SHOWS AT
      * STATUS A.
      *****************************************************************
       01  WS-ARR-TABLE-MAX             PIC 9(4)   VALUE 5000.
       01  WS-ARR-TABLE-COUNT           PIC 9(4)   VALUE 0.
       01  WS-ARR-TABLE.
           05  WS-PA-ACCOUNT            PIC 9(7)
               OCCURS 5000 TIMES
               INDEXED BY WS-ARR-IDX.

      *****************************************************************
      * CANDIDATE TABLE - ONE ROW PER CLOSED ACCOUNT FOUND ON
      * PAYHIST, WITH ITS LAST PERIOD AND LATEST DUE DATE. BUILT ON
      * THE READ-THROUGH, THEN EACH ROW IS AGED AND EITHER WRITTEN
      * OFF OR LEFT TO AGE FURTHER. THE RUN STOPS ON OVERFLOW.
      *****************************************************************
       01  WS-CAND-TABLE-MAX            PIC 9(4)   VALUE 5000.
       01  WS-CAND-TABLE-COUNT          PIC 9(4)   VALUE 0.
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY OCCURS 5000 TIMES
               INDEXED BY WS-CAND-IDX.
               10  WS-CD-ACCOUNT        PIC 9(7).
               10  WS-CD-CUST-IDX       PIC 9(4).
               10  WS-CD-FINAL-PERIOD   PIC 9(6).
               10  WS-CD-FINAL-DUE      PIC 9(8).
               10  WS-CD-BALANCE        PIC 9(7)V99.

      *****************************************************************
      * DATE-TO-DAY-NUMBER CONVERSION WORK AREAS - THE SAME DAY
      * NUMBER UTIL2300 AGES WITH, GOOD ENOUGH TO SUBTRACT TWO DATES
      * FOR AN AGE IN DAYS.
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

       01  WS-RUN-DATE-DAYS             PIC S9(7)  VALUE 0.
       01  WS-ANCHOR-DAYS               PIC S9(7)  VALUE 0.
       01  WS-DAYS-AGED                 PIC S9(5)  VALUE 0.

      *****************************************************************
      * WORK AREAS FOR THE ACCOUNT OR REMITTANCE BEING PROCESSED
      *****************************************************************
       01  WS-PREV-AR-ACCOUNT           PIC 9(7)   VALUE 0.
       01  WS-CURR-CAND-SW              PIC X(01)  VALUE 'N'.
           88  WS-CURR-IS-CANDIDATE               VALUE 'Y'.
       01  WS-ON-ARRANGEMENT-SW         PIC X(01)  VALUE 'N'.
           88  WS-ON-ARRANGEMENT                  VALUE 'Y'.
       01  WS-ANCHOR-DATE               PIC 9(8)   VALUE 0.
       01  WS-FINAL-NOTICE-DATE         PIC 9(8)   VALUE 0.
       01  WS-WO-ACCOUNT                PIC 9(7)   VALUE 0.
       01  WS-WO-AMOUNT                 PIC 9(6)V99 VALUE 0.
       01  WS-WO-DEPOSIT-AMOUNT         PIC 9(6)V99 VALUE 0.
       01  WS-RECOVERY-AMOUNT           PIC 9(6)V99 VALUE 0.
       01  WS-EXCESS-AMOUNT             PIC 9(6)V99 VALUE 0.
       01  WS-OUTSTANDING-AMOUNT        PIC 9(6)V99 VALUE 0.
       01  WS-GL-AMOUNT                 PIC 9(6)V99 VALUE 0.
       01  WS-GL-CODE                   PIC X(01)  VALUE SPACE.
       01  WS-DISPOSITION               PIC X(36)  VALUE SPACES.

      *****************************************************************
      * CONTROL TOTALS - RECOVERIES READ IS THE AGENCY'S REMITTANCE;
      * RECOVERIES POSTED TIE TO THE GLMISC CODE Y ENTRIES AND THE
      * ACCOUNTS WRITTEN OFF TO THE CODE W ENTRIES.
      *****************************************************************
       01  WS-RECV-READ-COUNT           PIC 9(5)   VALUE 0.
       01  WS-RECV-READ-TOTAL           PIC 9(8)V99 VALUE 0.
       01  WS-RECV-POSTED-COUNT         PIC 9(5)   VALUE 0.
       01  WS-RECV-POSTED-TOTAL         PIC 9(8)V99 VALUE 0.
       01  WS-RECV-EXCEPT-COUNT         PIC 9(5)   VALUE 0.
       01  WS-RECV-EXCEPT-TOTAL         PIC 9(8)V99 VALUE 0.
       01  WS-CLOSED-FOUND-COUNT        PIC 9(5)   VALUE 0.
       01  WS-NOT-AGED-COUNT            PIC 9(5)   VALUE 0.
       01  WS-ARRANGED-COUNT            PIC 9(5)   VALUE 0.
       01  WS-WRITTEN-OFF-COUNT         PIC 9(5)   VALUE 0.
       01  WS-WRITTEN-OFF-TOTAL         PIC 9(8)V99 VALUE 0.
       01  WS-ITEMS-REMOVED-COUNT       PIC 9(5)   VALUE 0.
       01  WS-DEPOSIT-CANCEL-COUNT      PIC 9(5)   VALUE 0.
       01  WS-DEPOSIT-CANCEL-TOTAL      PIC 9(8)V99 VALUE 0.

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
           05  FILLER                   PIC X(10)  VALUE 'UTIL3100'.
           05  FILLER                   PIC X(28)  VALUE
               'BAD DEBT WRITE-OFF REGISTER'.
           05  FILLER                   PIC X(12)  VALUE 'RUN DATE: '.
           05  WS-H1-RUN-DATE           PIC X(10).
           05  FILLER                   PIC X(06)  VALUE 'PAGE  '.
           05  WS-H1-PAGE               PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER                   PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(10)  VALUE 'DATE'.
           05  FILLER                   PIC X(08)  VALUE 'PERIOD'.
           05  FILLER                   PIC X(12)  VALUE 'AMOUNT'.
           05  FILLER                   PIC X(12)  VALUE 'POSTED'.
           05  FILLER                   PIC X(06)  VALUE 'AGE'.
           05  FILLER                   PIC X(36)  VALUE 'DISPOSITION'.

       01  WS-REGISTER-LINE.
           05  WS-RL-ACCOUNT            PIC 9(7).
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  WS-RL-DATE               PIC 9(8).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RL-PERIOD             PIC 9(6).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RL-AMOUNT             PIC $$$,$$9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RL-POSTED             PIC $$$,$$9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RL-AGE                PIC ZZZ9-.
           05  FILLER                   PIC X(01)  VALUE SPACES.
           05  WS-RL-DISPOSITION        PIC X(36).

       01  WS-SECTION-LINE.
           05  FILLER                   PIC X(10)  VALUE SPACES.
           05  WS-SL-TEXT               PIC X(50).

       01  WS-REGISTER-TOTAL-LINE.
           05  WS-RT-LABEL              PIC X(24)  VALUE SPACES.
           05  WS-RT-COUNT              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RT-AMOUNT             PIC $$,$$$,$$9.99.

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
      * MAINLINE - LOAD THE LOOKUP TABLES, OPEN THE FILES, POST THE
      * AGENCY'S RECOVERIES, FIND AND WRITE OFF THE AGED CLOSED
      * ACCOUNTS, PRINT THE TOTALS, CLOSE UP.
      *****************************************************************
       000-MAIN.
           DISPLAY '*************************************'.
           DISPLAY '*** UTIL3100 - BAD DEBT WRITE-OFF ***'.
           DISPLAY '*************************************'.
           DISPLAY ' '.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           STRING WS-RUN-MM  '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-ED.
           COMPUTE WS-RUN-PERIOD-NUM = WS-RUN-YYYY * 100 + WS-RUN-MM.

           MOVE WS-RUN-DATE-NUM TO WS-D2D-DATE.
           PERFORM 190-DATE-TO-DAYS.
           MOVE WS-D2D-DAYS TO WS-RUN-DATE-DAYS.

           PERFORM 110-LOAD-PARAMETERS.
           PERFORM 120-LOAD-CUSTOMER-TABLE.
           PERFORM 130-LOAD-FINAL-NOTICES.
           PERFORM 140-LOAD-ARRANGEMENTS.
           PERFORM 150-OPEN-PAYMENT-HISTORY.
           PERFORM 160-OPEN-WRITE-OFF-FILE.
           PERFORM 170-OPEN-GL-MISC.
           PERFORM 175-OPEN-LEDGER-FILE.

           OPEN OUTPUT AGENCY-PLACEMENT.
           OPEN OUTPUT WRITE-OFF-REPORT.

           PERFORM 200-POST-AGENCY-RECOVERIES.

           IF WS-AR-AVAILABLE
               PERFORM 300-FIND-CLOSED-ACCOUNTS
               PERFORM 400-WRITE-OFF-ONE-ACCOUNT
                   VARYING WS-CAND-IDX FROM 1 BY 1
                   UNTIL WS-CAND-IDX > WS-CAND-TABLE-COUNT
               CLOSE PAYMENT-HISTORY
           END-IF.

           PERFORM 950-PRINT-TOTALS.

           CLOSE WRITE-OFF-FILE.
           CLOSE GL-MISC.
           CLOSE AGENCY-PLACEMENT.
           CLOSE WRITE-OFF-REPORT.
           CLOSE LEDGER-FILE.

           STOP RUN.

      *****************************************************************
      * READ THE OPTIONAL WOPARM CARD FOR THE WRITE-OFF AGE. A
      * MISSING FILE, OR A BLANK, NON-NUMERIC, OR ZERO AGE, LEAVES
      * THE DEFAULT.
      *****************************************************************
       110-LOAD-PARAMETERS.
           OPEN INPUT WRITE-OFF-PARMS.

           IF WS-WRITE-OFF-PARMS-STATUS = '00'
               READ WRITE-OFF-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WP-AGE-DAYS NUMERIC
                           AND WP-AGE-DAYS NOT = '000'
                           MOVE WP-AGE-DAYS TO WS-WRITE-OFF-AGE-DAYS
                       END-IF
               END-READ
               CLOSE WRITE-OFF-PARMS
           END-IF.

           DISPLAY 'WRITE-OFF AGE: ' WS-WRITE-OFF-AGE-DAYS
               ' DAYS PAST FINAL ITEM DUE / FINAL NOTICE'.

      *****************************************************************
      * LOAD STATUS AND THE NAME AND ADDRESS BLOCK FOR EVERY
      * CUSTOMER ON THE MASTER. AN OPEN FAILURE STOPS THE RUN - THE
      * MASTER IS THE ONLY WAY TO TELL A CLOSED ACCOUNT.
      *****************************************************************
       120-LOAD-CUSTOMER-TABLE.
           OPEN INPUT CUSTOMER-MASTER.

           IF WS-CUSTOMER-MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CUSTOMER-MASTER - STATUS '
                   WS-CUSTOMER-MASTER-STATUS
                   ' - NO WAY TO TELL WHICH ACCOUNTS ARE CLOSED'
               STOP RUN
           END-IF.

           PERFORM 125-READ-CUSTOMER-REC
               UNTIL WS-EOF-CUSTOMER-MASTER
               OR WS-CUST-TABLE-COUNT >= WS-CUST-TABLE-MAX.
           IF NOT WS-EOF-CUSTOMER-MASTER
               DISPLAY 'CUSTOMER TABLE FULL AT '
                   WS-CUST-TABLE-MAX ' ENTRIES - CLOSED ACCOUNTS '
                   'WOULD BE MISSED. INCREASE WS-CUST-TABLE-MAX AND '
                   'RERUN.'
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
                   MOVE CM-ACCOUNT-STATUS TO
                       WS-CT-STATUS (WS-CUST-IDX)
                   MOVE CM-CUST-NAME TO
                       WS-CT-CUST-NAME (WS-CUST-IDX)
                   MOVE CM-MAIL-NAME TO
                       WS-CT-MAIL-NAME (WS-CUST-IDX)
                   MOVE CM-SERVICE-ADDRESS TO
                       WS-CT-ADDRESS (WS-CUST-IDX)
                   MOVE CM-CITY  TO WS-CT-CITY (WS-CUST-IDX)
                   MOVE CM-STATE TO WS-CT-STATE (WS-CUST-IDX)
                   MOVE CM-ZIP   TO WS-CT-ZIP (WS-CUST-IDX)
           END-READ.

      *****************************************************************
      * LOAD THE FINAL-NOTICE DATES FROM DUNNCTL. A MISSING FILE
      * (STATUS 35) MEANS NO NOTICE HAS GONE OUT AND EVERY ACCOUNT
      * AGES FROM ITS FINAL ITEM'S DUE DATE. ANY OTHER OPEN FAILURE,
      * OR AN OVERFLOW, STOPS THE RUN RATHER THAN WRITE OFF AN
      * ACCOUNT AHEAD OF ITS NOTICE.
      *****************************************************************
       130-LOAD-FINAL-NOTICES.
           OPEN INPUT DUNNING-CONTROL.

           EVALUATE WS-DUNNING-CONTROL-STATUS
               WHEN '00'
                   PERFORM 135-READ-DUNNING-REC
                       UNTIL WS-EOF-DUNNING-CONTROL
                   CLOSE DUNNING-CONTROL
               WHEN '35'
                   DISPLAY 'NO DUNNING CONTROL FILE - NO FINAL '
                       'NOTICES ON RECORD'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN DUNNING-CONTROL - STATUS '
                       WS-DUNNING-CONTROL-STATUS
                       ' - STOPPING RATHER THAN WRITE OFF AHEAD OF '
                       'THE FINAL NOTICE'
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * READ ONE DUNNING CONTROL ROW, KEEPING IT IF IT IS A FINAL
      * NOTICE.
      *****************************************************************
       135-READ-DUNNING-REC.
           READ DUNNING-CONTROL
               AT END
                   MOVE 'Y' TO WS-DUNN-EOF-SW
               NOT AT END
                   IF DU-LAST-STAGE >= 3
                       IF WS-DUNN-TABLE-COUNT >= WS-DUNN-TABLE-MAX
                           DISPLAY 'FINAL NOTICE TABLE FULL AT '
                               WS-DUNN-TABLE-MAX ' ENTRIES - '
                               'INCREASE WS-DUNN-TABLE-MAX AND RERUN.'
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-DUNN-TABLE-COUNT
                       SET WS-DUNN-IDX TO WS-DUNN-TABLE-COUNT
                       MOVE DU-ACCOUNT-NUMBER TO
                           WS-DN-ACCOUNT (WS-DUNN-IDX)
                       MOVE DU-LAST-NOTICE-DATE TO
                           WS-DN-FINAL-DATE (WS-DUNN-IDX)
                   END-IF
           END-READ.

      *****************************************************************
      * LOAD THE ACCOUNTS ON AN ACTIVE PAYMENT ARRANGEMENT. A
      * MISSING FILE (STATUS 35) MEANS NONE STANDING. ANY OTHER
      * OPEN FAILURE, OR AN OVERFLOW, STOPS THE RUN RATHER THAN
      * WRITE OFF A CUSTOMER WHO IS PAYING ON A PLAN.
      *****************************************************************
       140-LOAD-ARRANGEMENTS.
           OPEN INPUT ARRANGEMENT-FILE.

           EVALUATE WS-ARRANGEMENT-STATUS
               WHEN '00'
                   PERFORM 145-READ-ARRANGEMENT-REC
                       UNTIL WS-EOF-ARRANGEMENT-FILE
                   CLOSE ARRANGEMENT-FILE
               WHEN '35'
                   DISPLAY 'NO ARRANGEMENT FILE - NO PAYMENT '
                       'ARRANGEMENTS STANDING'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN ARRANGEMENT-FILE - '
                       'STATUS ' WS-ARRANGEMENT-STATUS
                       ' - STOPPING RATHER THAN WRITE OFF AN '
                       'ACCOUNT PAYING ON A PLAN'
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * READ ONE ARRANGEMENT ROW, KEEPING IT IF IT IS ACTIVE.
      *****************************************************************
       145-READ-ARRANGEMENT-REC.
           READ ARRANGEMENT-FILE
               AT END
                   MOVE 'Y' TO WS-ARR-EOF-SW
               NOT AT END
                   IF PA-ACTIVE
                       IF WS-ARR-TABLE-COUNT >= WS-ARR-TABLE-MAX
                           DISPLAY 'ARRANGEMENT TABLE FULL AT '
                               WS-ARR-TABLE-MAX ' ENTRIES - '
                               'INCREASE WS-ARR-TABLE-MAX AND RERUN.'
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ARR-TABLE-COUNT
                       SET WS-ARR-IDX TO WS-ARR-TABLE-COUNT
                       MOVE PA-ACCOUNT-NUMBER TO
                           WS-PA-ACCOUNT (WS-ARR-IDX)
                   END-IF
           END-READ.

      *****************************************************************
      * OPEN THE KEYED PAYMENT HISTORY FOR UPDATE. A MISSING FILE
      * (STATUS 35) MEANS NO ACCOUNT HAS AN OPEN BALANCE, SO THERE
      * IS NOTHING TO WRITE OFF - THE AGENCY'S RECOVERIES STILL
      * POST. ANY OTHER FAILURE STOPS THE RUN.
      *****************************************************************
       150-OPEN-PAYMENT-HISTORY.
           MOVE 'N' TO WS-AR-AVAILABLE-SW.
           OPEN I-O PAYMENT-HISTORY.
           EVALUATE WS-PAYMENT-HISTORY-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-AR-AVAILABLE-SW
               WHEN '35'
                   DISPLAY 'NO PAYMENT-HISTORY FILE - NOTHING TO '
                       'WRITE OFF'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN PAYMENT-HISTORY - STATUS '
                       WS-PAYMENT-HISTORY-STATUS
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * OPEN THE KEYED WRITE-OFF FILE FOR UPDATE, CREATING IT EMPTY
      * THE FIRST TIME (STATUS 35). ANY OTHER FAILURE STOPS THE RUN
      * - A WRITE-OFF NOT RECORDED THERE WOULD SEND THE ACCOUNT'S
      * NEXT PAYMENT TO SUSPENSE INSTEAD OF RECOVERY.
      *****************************************************************
       160-OPEN-WRITE-OFF-FILE.
           OPEN I-O WRITE-OFF-FILE.
           IF WS-WRITE-OFF-STATUS = '35'
               OPEN OUTPUT WRITE-OFF-FILE
               CLOSE WRITE-OFF-FILE
               OPEN I-O WRITE-OFF-FILE
           END-IF.
           IF WS-WRITE-OFF-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN WRITE-OFF-FILE - STATUS '
                   WS-WRITE-OFF-STATUS
               STOP RUN
           END-IF.

      *****************************************************************
      * THE GL EXTRACT OPENS EXTEND - IT HOLDS ENTRIES OTHER RUNS
      * WROTE THAT MONTH-END HAS NOT BOOKED. CREATED FRESH ONLY
      * WHEN NONE EXISTS YET.
      *****************************************************************
       170-OPEN-GL-MISC.
           OPEN EXTEND GL-MISC.
           IF WS-GL-MISC-STATUS = '35'
               OPEN OUTPUT GL-MISC
           END-IF.
           IF WS-GL-MISC-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GL-MISC - STATUS '
                   WS-GL-MISC-STATUS
               STOP RUN
           END-IF.

      *****************************************************************
      * OPEN THE KEYED CUSTOMER LEDGER FOR UPDATE, CREATING IT EMPTY
      * ONLY WHEN IT DOES NOT EXIST YET (STATUS 35, THE FIRST RUN).
      * ANY OTHER FAILURE STOPS THE RUN: BALANCES TAKEN OFF
      * PAYHIST WITH NO LEDGER ENTRY WOULD NEVER RECONCILE.
      *****************************************************************
       175-OPEN-LEDGER-FILE.
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
      * CONVERT WS-D2D-DATE (YYYYMMDD) TO A DAY NUMBER SO TWO DATES
      * CAN BE SUBTRACTED FOR AN AGE IN DAYS. COUNTS WHOLE YEARS
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
      * POST THE AGENCY'S MONTHLY REMITTANCE. A MISSING FILE
      * (STATUS 35) MEANS NO REMITTANCE THIS MONTH. ANY OTHER OPEN
      * FAILURE IS REPORTED AND THE WRITE-OFFS STILL RUN - THE
      * REMITTANCE CAN POST NEXT MONTH.
      *****************************************************************
       200-POST-AGENCY-RECOVERIES.
           MOVE 'AGENCY RECOVERIES' TO WS-SL-TEXT.
           PERFORM 830-WRITE-SECTION-LINE.

           OPEN INPUT AGENCY-RECOVERY.

           EVALUATE WS-AGENCY-RECOVERY-STATUS
               WHEN '00'
                   PERFORM 210-READ-RECOVERY
                   PERFORM 220-POST-ONE-RECOVERY
                       UNTIL WS-EOF-AGENCY-RECOVERY
                   CLOSE AGENCY-RECOVERY
               WHEN '35'
                   DISPLAY 'NO AGENCY RECOVERY FILE - NO REMITTANCE '
                       'THIS MONTH'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN AGENCY-RECOVERY - STATUS '
                       WS-AGENCY-RECOVERY-STATUS
                       ' - REMITTANCE NOT POSTED THIS RUN'
           END-EVALUATE.

      *****************************************************************
      * READ THE NEXT AGENCY REMITTANCE RECORD.
      *****************************************************************
       210-READ-RECOVERY.
           READ AGENCY-RECOVERY
               AT END
                   MOVE 'Y' TO WS-RECV-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECV-READ-COUNT
                   ADD AR-AMOUNT TO WS-RECV-READ-TOTAL
           END-READ.

      *****************************************************************
      * POST ONE REMITTANCE RECORD AGAINST ITS WRITE-OFF - NEVER
      * PAST THE BALANCE STILL OUTSTANDING. AN ACCOUNT NOT ON THE
      * WRITE-OFF FILE, A REMITTANCE ALREADY POSTED, AND ANY EXCESS
      * OVER THE OUTSTANDING BALANCE ARE LISTED AS EXCEPTIONS FOR
      * COLLECTIONS TO TAKE UP WITH THE AGENCY.
      *****************************************************************
       220-POST-ONE-RECOVERY.
           MOVE 0 TO WS-RECOVERY-AMOUNT.
           MOVE 0 TO WS-EXCESS-AMOUNT.
           MOVE 'N' TO WS-WO-FOUND-SW.
           MOVE AR-ACCOUNT-NUMBER TO WO-ACCOUNT-NUMBER.
           READ WRITE-OFF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-WO-FOUND-SW
           END-READ.

           EVALUATE TRUE
               WHEN NOT WS-WO-FOUND
                   MOVE AR-AMOUNT TO WS-EXCESS-AMOUNT
                   MOVE 'EXCEPTION - ACCOUNT NOT WRITTEN OFF'
                       TO WS-DISPOSITION
               WHEN AR-RECOVERY-DATE <= WO-LAST-AGENCY-DATE
                   MOVE AR-AMOUNT TO WS-EXCESS-AMOUNT
                   MOVE 'EXCEPTION - REMITTANCE ALREADY POSTED'
                       TO WS-DISPOSITION
               WHEN OTHER
                   COMPUTE WS-OUTSTANDING-AMOUNT =
                       WO-AMOUNT-WRITTEN-OFF - WO-AMOUNT-RECOVERED
                   IF AR-AMOUNT > WS-OUTSTANDING-AMOUNT
                       MOVE WS-OUTSTANDING-AMOUNT
                           TO WS-RECOVERY-AMOUNT
                       COMPUTE WS-EXCESS-AMOUNT =
                           AR-AMOUNT - WS-OUTSTANDING-AMOUNT
                       MOVE 'RECOVERED - EXCESS IS AN EXCEPTION'
                           TO WS-DISPOSITION
                   ELSE
                       MOVE AR-AMOUNT TO WS-RECOVERY-AMOUNT
                       MOVE 'RECOVERY POSTED' TO WS-DISPOSITION
                   END-IF
                   PERFORM 230-APPLY-RECOVERY
           END-EVALUATE.

           IF WS-EXCESS-AMOUNT > 0
               ADD 1 TO WS-RECV-EXCEPT-COUNT
               ADD WS-EXCESS-AMOUNT TO WS-RECV-EXCEPT-TOTAL
           END-IF.

           MOVE AR-ACCOUNT-NUMBER  TO WS-RL-ACCOUNT.
           MOVE AR-RECOVERY-DATE   TO WS-RL-DATE.
           IF WS-WO-FOUND
               MOVE WO-FINAL-PERIOD TO WS-RL-PERIOD
           ELSE
               MOVE 0 TO WS-RL-PERIOD
           END-IF.
           MOVE AR-AMOUNT          TO WS-RL-AMOUNT.
           MOVE WS-RECOVERY-AMOUNT TO WS-RL-POSTED.
           MOVE 0                  TO WS-RL-AGE.
           PERFORM 820-WRITE-REGISTER-LINE.

           PERFORM 210-READ-RECOVERY.

      *****************************************************************
      * BUILD THE RECOVERY ONTO THE WRITE-OFF ROW, STAMP THE AGENCY
      * DATE SO THE SAME REMITTANCE CANNOT POST TWICE, AND BOOK THE
      * RECOVERY TO THE GL.
      *****************************************************************
       230-APPLY-RECOVERY.
           ADD WS-RECOVERY-AMOUNT TO WO-AMOUNT-RECOVERED.
           MOVE AR-RECOVERY-DATE  TO WO-LAST-RECOVERY-DATE.
           MOVE AR-RECOVERY-DATE  TO WO-LAST-AGENCY-DATE.
           IF WO-AMOUNT-RECOVERED >= WO-AMOUNT-WRITTEN-OFF
               MOVE 'F' TO WO-STATUS
           END-IF.
           REWRITE WO-RECORD
               INVALID KEY
                   DISPLAY 'WRITE-OFF REWRITE FAILED FOR '
                       WO-ACCOUNT-NUMBER ' - STATUS '
                       WS-WRITE-OFF-STATUS
           END-REWRITE.

           IF WS-RECOVERY-AMOUNT > 0
               MOVE AR-ACCOUNT-NUMBER  TO WS-WO-ACCOUNT
               MOVE WS-RECOVERY-AMOUNT TO WS-GL-AMOUNT
               MOVE 'Y'                TO WS-GL-CODE
               PERFORM 720-WRITE-GL-ENTRY
               MOVE AR-ACCOUNT-NUMBER  TO WS-LG-ACCOUNT
               MOVE WS-RUN-PERIOD-NUM  TO WS-LG-PERIOD
               MOVE 'WR'               TO WS-LG-TYPE
               COMPUTE WS-LG-AMOUNT = 0 - WS-RECOVERY-AMOUNT
               MOVE 'M'                TO WS-LG-MEMO-SW
               MOVE 'AGENCY RECOVERY ON BAD DEBT' TO WS-LG-DESC
               PERFORM 780-POST-LEDGER-ENTRY
               ADD 1 TO WS-RECV-POSTED-COUNT
               ADD WS-RECOVERY-AMOUNT TO WS-RECV-POSTED-TOTAL
           END-IF.

      *****************************************************************
      * READ PAYHIST THROUGH ONCE, NOTING EVERY CLOSED ACCOUNT NOT
      * ON AN ACTIVE ARRANGEMENT AS A CANDIDATE WITH ITS LAST PERIOD
      * AND LATEST DUE DATE. THE ITEMS ARE NOT TOUCHED HERE - THE
      * WRITE-OFF WORKS FROM THE TABLE AFTERWARD.
      *****************************************************************
       300-FIND-CLOSED-ACCOUNTS.
           MOVE 'WRITE-OFFS AND AGENCY PLACEMENTS' TO WS-SL-TEXT.
           PERFORM 830-WRITE-SECTION-LINE.

           MOVE 'N' TO WS-CURR-CAND-SW.
           PERFORM 310-READ-AR-ROW.
           PERFORM 320-NOTE-ONE-ITEM
               UNTIL WS-EOF-PAYMENT-HISTORY.

      *****************************************************************
      * READ THE NEXT OPEN ITEM IN KEY ORDER.
      *****************************************************************
       310-READ-AR-ROW.
           READ PAYMENT-HISTORY NEXT
               AT END
                   MOVE 'Y' TO WS-AR-EOF-SW
           END-READ.

      *****************************************************************
      * NOTE ONE OPEN ITEM DURING THE READ-THROUGH. THE FIRST ITEM
      * OF EACH ACCOUNT DECIDES WHETHER THE ACCOUNT IS A CANDIDATE;
      * EVERY ITEM OF A CANDIDATE ROLLS INTO ITS TABLE ROW.
      *****************************************************************
       320-NOTE-ONE-ITEM.
           IF PH-ACCOUNT-NUMBER NOT = WS-PREV-AR-ACCOUNT
               PERFORM 330-CHECK-NEW-ACCOUNT
               MOVE PH-ACCOUNT-NUMBER TO WS-PREV-AR-ACCOUNT
           END-IF.

           IF WS-CURR-IS-CANDIDATE
               SET WS-CAND-IDX TO WS-CAND-TABLE-COUNT
               IF PH-BILLING-PERIOD > WS-CD-FINAL-PERIOD (WS-CAND-IDX)
                   MOVE PH-BILLING-PERIOD
                       TO WS-CD-FINAL-PERIOD (WS-CAND-IDX)
               END-IF
               IF PH-DUE-DATE > WS-CD-FINAL-DUE (WS-CAND-IDX)
                   MOVE PH-DUE-DATE TO WS-CD-FINAL-DUE (WS-CAND-IDX)
               END-IF
               ADD PH-BALANCE-DUE TO WS-CD-BALANCE (WS-CAND-IDX)
           END-IF.

           PERFORM 310-READ-AR-ROW.

      *****************************************************************
      * A NEW ACCOUNT ON THE READ-THROUGH - A CLOSED ONE NOT ON AN
      * ACTIVE ARRANGEMENT STARTS A CANDIDATE ROW.
      *****************************************************************
       330-CHECK-NEW-ACCOUNT.
           MOVE 'N' TO WS-CURR-CAND-SW.
           PERFORM 340-LOOKUP-CUSTOMER.

           IF WS-CUST-FOUND-IDX > 0
               SET WS-CUST-IDX TO WS-CUST-FOUND-IDX
               IF WS-CT-STATUS (WS-CUST-IDX) = 'C'
                   ADD 1 TO WS-CLOSED-FOUND-COUNT
                   PERFORM 350-CHECK-ARRANGEMENT
                   IF WS-ON-ARRANGEMENT
                       ADD 1 TO WS-ARRANGED-COUNT
                   ELSE
                       PERFORM 335-ADD-CANDIDATE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * START A CANDIDATE ROW FOR THE ACCOUNT.
      *****************************************************************
       335-ADD-CANDIDATE.
           IF WS-CAND-TABLE-COUNT >= WS-CAND-TABLE-MAX
               DISPLAY 'CANDIDATE TABLE FULL AT ' WS-CAND-TABLE-MAX
                   ' ENTRIES - INCREASE WS-CAND-TABLE-MAX AND RERUN.'
               STOP RUN
           END-IF.
           ADD 1 TO WS-CAND-TABLE-COUNT.
           SET WS-CAND-IDX TO WS-CAND-TABLE-COUNT.
           MOVE PH-ACCOUNT-NUMBER TO WS-CD-ACCOUNT (WS-CAND-IDX).
           MOVE WS-CUST-FOUND-IDX TO WS-CD-CUST-IDX (WS-CAND-IDX).
           MOVE 0 TO WS-CD-FINAL-PERIOD (WS-CAND-IDX).
           MOVE 0 TO WS-CD-FINAL-DUE (WS-CAND-IDX).
           MOVE 0 TO WS-CD-BALANCE (WS-CAND-IDX).
           MOVE 'Y' TO WS-CURR-CAND-SW.

      *****************************************************************
      * FIND THE ACCOUNT ON THE CUSTOMER TABLE. AN ACCOUNT NOT ON
      * THE MASTER IS NOT KNOWN TO BE CLOSED AND IS LEFT ALONE.
      *****************************************************************
       340-LOOKUP-CUSTOMER.
           MOVE 0 TO WS-CUST-FOUND-IDX.
           PERFORM 345-CHECK-CUSTOMER-ENTRY
               VARYING WS-CUST-IDX FROM 1 BY 1
               UNTIL WS-CUST-IDX > WS-CUST-TABLE-COUNT
               OR WS-CUST-FOUND-IDX > 0.

      *****************************************************************
      * EXAMINE ONE CUSTOMER-TABLE ENTRY DURING THE SEARCH ABOVE.
      *****************************************************************
       345-CHECK-CUSTOMER-ENTRY.
           IF WS-CT-ACCOUNT (WS-CUST-IDX) = PH-ACCOUNT-NUMBER
               SET WS-CUST-FOUND-IDX TO WS-CUST-IDX
           END-IF.

      *****************************************************************
      * IS THE ACCOUNT ON AN ACTIVE PAYMENT ARRANGEMENT?
      *****************************************************************
       350-CHECK-ARRANGEMENT.
           MOVE 'N' TO WS-ON-ARRANGEMENT-SW.
           PERFORM 355-CHECK-ARR-ENTRY
               VARYING WS-ARR-IDX FROM 1 BY 1
               UNTIL WS-ARR-IDX > WS-ARR-TABLE-COUNT
               OR WS-ON-ARRANGEMENT.

      *****************************************************************
      * EXAMINE ONE ARRANGEMENT-TABLE ENTRY DURING THE SEARCH ABOVE.
      *****************************************************************
       355-CHECK-ARR-ENTRY.
           IF WS-PA-ACCOUNT (WS-ARR-IDX) = PH-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-ON-ARRANGEMENT-SW
           END-IF.

      *****************************************************************
      * AGE ONE CANDIDATE DURING THE LOOP IN 000-MAIN. THE AGE RUNS
      * FROM THE LATER OF THE FINAL ITEM'S DUE DATE AND THE FINAL
      * NOTICE (UTIL2300 STOPS NOTICING AN ACCOUNT ONCE IT CLOSES,
      * SO THE FINAL BILL'S DUE DATE IS OFTEN THE LAST DEMAND). AN
      * ACCOUNT PAST THE WRITE-OFF AGE IS WRITTEN OFF; ONE THAT IS
      * NOT IS LEFT TO AGE AND PRINTS NOTHING.
      *****************************************************************
       400-WRITE-OFF-ONE-ACCOUNT.
           MOVE WS-CD-ACCOUNT (WS-CAND-IDX) TO WS-WO-ACCOUNT.
           PERFORM 410-FIND-FINAL-NOTICE.

           MOVE WS-CD-FINAL-DUE (WS-CAND-IDX) TO WS-ANCHOR-DATE.
           IF WS-FINAL-NOTICE-DATE > WS-ANCHOR-DATE
               MOVE WS-FINAL-NOTICE-DATE TO WS-ANCHOR-DATE
           END-IF.
           MOVE WS-ANCHOR-DATE TO WS-D2D-DATE.
           PERFORM 190-DATE-TO-DAYS.
           MOVE WS-D2D-DAYS TO WS-ANCHOR-DAYS.
           COMPUTE WS-DAYS-AGED = WS-RUN-DATE-DAYS - WS-ANCHOR-DAYS.

           IF WS-DAYS-AGED < WS-WRITE-OFF-AGE-DAYS
               ADD 1 TO WS-NOT-AGED-COUNT
           ELSE
               PERFORM 420-REMOVE-OPEN-ITEMS
               PERFORM 740-POST-WRITE-OFF-LEDGER
               IF WS-WO-AMOUNT > 0
                   PERFORM 700-RECORD-WRITE-OFF
                   PERFORM 710-WRITE-PLACEMENT
                   MOVE WS-WO-AMOUNT TO WS-GL-AMOUNT
                   MOVE 'W'          TO WS-GL-CODE
                   PERFORM 720-WRITE-GL-ENTRY
                   ADD 1 TO WS-WRITTEN-OFF-COUNT
                   ADD WS-WO-AMOUNT TO WS-WRITTEN-OFF-TOTAL
                   MOVE 'WRITTEN OFF - PLACED WITH AGENCY'
                       TO WS-DISPOSITION
               ELSE
                   MOVE 'UNPAID DEPOSIT ITEM CANCELLED'
                       TO WS-DISPOSITION
               END-IF
               MOVE WS-WO-ACCOUNT    TO WS-RL-ACCOUNT
               MOVE WS-ANCHOR-DATE   TO WS-RL-DATE
               MOVE WS-CD-FINAL-PERIOD (WS-CAND-IDX) TO WS-RL-PERIOD
               COMPUTE WS-RL-AMOUNT =
                   WS-WO-AMOUNT + WS-WO-DEPOSIT-AMOUNT
               MOVE WS-WO-AMOUNT     TO WS-RL-POSTED
               MOVE WS-DAYS-AGED     TO WS-RL-AGE
               PERFORM 820-WRITE-REGISTER-LINE
           END-IF.

      *****************************************************************
      * FIND THE ACCOUNT'S FINAL-NOTICE DATE, ZERO IF IT NEVER HAD
      * ONE.
      *****************************************************************
       410-FIND-FINAL-NOTICE.
           MOVE 0 TO WS-FINAL-NOTICE-DATE.
           PERFORM 415-CHECK-DUNN-ENTRY
               VARYING WS-DUNN-IDX FROM 1 BY 1
               UNTIL WS-DUNN-IDX > WS-DUNN-TABLE-COUNT.

      *****************************************************************
      * EXAMINE ONE FINAL-NOTICE ENTRY DURING THE SEARCH ABOVE.
      *****************************************************************
       415-CHECK-DUNN-ENTRY.
           IF WS-DN-ACCOUNT (WS-DUNN-IDX) = WS-WO-ACCOUNT
               MOVE WS-DN-FINAL-DATE (WS-DUNN-IDX)
                   TO WS-FINAL-NOTICE-DATE
           END-IF.

      *****************************************************************
      * TAKE THE ACCOUNT'S OPEN ITEMS OFF PAYHIST - A KEYED START AT
      * THE ACCOUNT'S LOWEST PERIOD AND A FORWARD WALK, DELETING
      * EACH ITEM. THE WRITE-OFF AMOUNT IS WHAT THE WALK ACTUALLY
      * REMOVES. A SECURITY DEPOSIT ITEM (TYPE D) STILL OPEN IS A
      * DEPOSIT NEVER PAID IN - IT IS CANCELLED, NOT WRITTEN OFF,
      * SINCE IT WAS NEVER REVENUE.
      *****************************************************************
       420-REMOVE-OPEN-ITEMS.
           MOVE 0 TO WS-WO-AMOUNT.
           MOVE 0 TO WS-WO-DEPOSIT-AMOUNT.
           MOVE 'N' TO WS-AR-ITEM-SW.
           MOVE WS-WO-ACCOUNT TO PH-ACCOUNT-NUMBER.
           MOVE 0 TO PH-BILLING-PERIOD.
           MOVE SPACE TO PH-ITEM-TYPE.
           START PAYMENT-HISTORY
               KEY IS NOT LESS THAN PH-OPEN-ITEM-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 430-READ-NEXT-ITEM
           END-START.

           PERFORM 425-REMOVE-ONE-ITEM
               UNTIL NOT WS-AR-ITEM-IN-HAND.

      *****************************************************************
      * DELETE THE ITEM IN HAND DURING THE WALK ABOVE, THEN FETCH
      * THE NEXT.
      *****************************************************************
       425-REMOVE-ONE-ITEM.
           IF PH-DEPOSIT-ITEM
               ADD PH-BALANCE-DUE TO WS-WO-DEPOSIT-AMOUNT
               ADD 1 TO WS-DEPOSIT-CANCEL-COUNT
               ADD PH-BALANCE-DUE TO WS-DEPOSIT-CANCEL-TOTAL
           ELSE
               ADD PH-BALANCE-DUE TO WS-WO-AMOUNT
           END-IF.
           ADD 1 TO WS-ITEMS-REMOVED-COUNT.
           DELETE PAYMENT-HISTORY
               INVALID KEY
                   DISPLAY 'PAYHIST DELETE FAILED FOR '
                       WS-WO-ACCOUNT ' - STATUS '
                       WS-PAYMENT-HISTORY-STATUS
           END-DELETE.
           PERFORM 430-READ-NEXT-ITEM.

      *****************************************************************
      * READ THE ACCOUNT'S NEXT OPEN ITEM IN KEY ORDER. THE WALK IS
      * OVER AT END OF FILE OR WHEN THE ACCOUNT NUMBER CHANGES.
      *****************************************************************
       430-READ-NEXT-ITEM.
           MOVE 'N' TO WS-AR-ITEM-SW.
           READ PAYMENT-HISTORY NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF PH-ACCOUNT-NUMBER = WS-WO-ACCOUNT
                       MOVE 'Y' TO WS-AR-ITEM-SW
                   END-IF
           END-READ.

      *****************************************************************
      * RECORD THE WRITE-OFF ON THE WRITEOFF FILE - A NEW ROW, OR
      * ADDED ONTO THE ACCOUNT'S EXISTING ROW WHEN A LATER CHARGE
      * ON THE SAME CLOSED ACCOUNT IS WRITTEN OFF IN ITS TURN.
      *****************************************************************
       700-RECORD-WRITE-OFF.
           MOVE WS-WO-ACCOUNT TO WO-ACCOUNT-NUMBER.
           READ WRITE-OFF-FILE
               INVALID KEY
                   MOVE WS-WO-ACCOUNT   TO WO-ACCOUNT-NUMBER
                   MOVE WS-RUN-DATE-NUM TO WO-WRITE-OFF-DATE
                   MOVE WS-CD-FINAL-PERIOD (WS-CAND-IDX)
                       TO WO-FINAL-PERIOD
                   MOVE WS-WO-AMOUNT    TO WO-AMOUNT-WRITTEN-OFF
                   MOVE 0               TO WO-AMOUNT-RECOVERED
                   MOVE 0               TO WO-LAST-RECOVERY-DATE
                   MOVE 0               TO WO-LAST-AGENCY-DATE
                   MOVE 'P'             TO WO-STATUS
                   WRITE WO-RECORD
                       INVALID KEY
                           DISPLAY 'WRITE-OFF WRITE FAILED FOR '
                               WS-WO-ACCOUNT ' - STATUS '
                               WS-WRITE-OFF-STATUS
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-RUN-DATE-NUM TO WO-WRITE-OFF-DATE
                   MOVE WS-CD-FINAL-PERIOD (WS-CAND-IDX)
                       TO WO-FINAL-PERIOD
                   ADD WS-WO-AMOUNT     TO WO-AMOUNT-WRITTEN-OFF
                   MOVE 'P'             TO WO-STATUS
                   REWRITE WO-RECORD
                       INVALID KEY
                           DISPLAY 'WRITE-OFF REWRITE FAILED FOR '
                               WS-WO-ACCOUNT ' - STATUS '
                               WS-WRITE-OFF-STATUS
                   END-REWRITE
           END-READ.

      *****************************************************************
      * WRITE THE AGENCY PLACEMENT RECORD WITH THE LAST KNOWN NAME
      * AND ADDRESS FROM THE CUSTOMER MASTER.
      *****************************************************************
       710-WRITE-PLACEMENT.
           SET WS-CUST-IDX TO WS-CD-CUST-IDX (WS-CAND-IDX).
           MOVE WS-WO-ACCOUNT       TO AP-ACCOUNT-NUMBER.
           MOVE WS-RUN-DATE-NUM     TO AP-PLACEMENT-DATE.
           MOVE WS-WO-AMOUNT        TO AP-BALANCE-PLACED.
           MOVE WS-CD-FINAL-PERIOD (WS-CAND-IDX) TO AP-FINAL-PERIOD.
           MOVE WS-CD-FINAL-DUE (WS-CAND-IDX)    TO AP-FINAL-DUE-DATE.
           MOVE WS-CT-CUST-NAME (WS-CUST-IDX)    TO AP-CUST-NAME.
           MOVE WS-CT-MAIL-NAME (WS-CUST-IDX)    TO AP-MAIL-NAME.
           MOVE WS-CT-ADDRESS (WS-CUST-IDX)  TO AP-SERVICE-ADDRESS.
           MOVE WS-CT-CITY (WS-CUST-IDX)     TO AP-CITY.
           MOVE WS-CT-STATE (WS-CUST-IDX)    TO AP-STATE.
           MOVE WS-CT-ZIP (WS-CUST-IDX)      TO AP-ZIP.
           WRITE AP-RECORD.

      *****************************************************************
      * BOOK A BAD DEBT (CODE W) OR RECOVERY (CODE Y) ENTRY TO THE
      * GLMISC EXTRACT, THE AMOUNT IN THE ACTUAL AND TOTAL FIELDS
      * ALONE.
      *****************************************************************
       720-WRITE-GL-ENTRY.
           MOVE WS-WO-ACCOUNT       TO GL-ACCOUNT-NUMBER.
           MOVE WS-RUN-PERIOD-NUM   TO GL-BILLING-PERIOD.
           MOVE 0                   TO GL-TIER1-REVENUE.
           MOVE 0                   TO GL-TIER2-REVENUE.
           MOVE 0                   TO GL-TIER3-REVENUE.
           MOVE 0                   TO GL-DEMAND-REVENUE.
           MOVE 0                   TO GL-SERVICE-FEE.
           MOVE 0                   TO GL-PAST-DUE-REVENUE.
           MOVE 0                   TO GL-LATE-FEE-REVENUE.
           MOVE 0                   TO GL-RECONNECT-REVENUE.
           MOVE 0                   TO GL-TAX-REVENUE.
           MOVE 0                   TO GL-FRANCHISE-REVENUE.
           MOVE WS-GL-AMOUNT        TO GL-ACTUAL-BILL.
           MOVE 0                   TO GL-BUDGET-ADJ.
           MOVE WS-GL-AMOUNT        TO GL-TOTAL-BILL.
           MOVE WS-GL-CODE          TO GL-ADJ-CODE.
           MOVE 0                   TO GL-PRIOR-RATE-REVENUE.
           MOVE 0                   TO GL-PRIOR-TAX-REVENUE.
           WRITE GL-RECORD.

      *****************************************************************
      * POST WHAT 420 TOOK OFF PAYHIST TO THE CUSTOMER'S LEDGER -
      * THE BALANCE WRITTEN OFF, AND SEPARATELY ANY UNPAID DEPOSIT
      * ITEM CANCELLED - SO THE ACCOUNT'S LEDGER BALANCE COMES DOWN
      * WITH ITS OPEN ITEMS.
      *****************************************************************
       740-POST-WRITE-OFF-LEDGER.
           MOVE WS-WO-ACCOUNT     TO WS-LG-ACCOUNT.
           MOVE WS-RUN-PERIOD-NUM TO WS-LG-PERIOD.
           MOVE 'WO'              TO WS-LG-TYPE.

           IF WS-WO-AMOUNT > 0
               COMPUTE WS-LG-AMOUNT = 0 - WS-WO-AMOUNT
               MOVE 'BAD DEBT WRITTEN OFF' TO WS-LG-DESC
               PERFORM 780-POST-LEDGER-ENTRY
           END-IF.

           IF WS-WO-DEPOSIT-AMOUNT > 0
               COMPUTE WS-LG-AMOUNT = 0 - WS-WO-DEPOSIT-AMOUNT
               MOVE 'UNPAID DEPOSIT CANCELLED' TO WS-LG-DESC
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
           MOVE 'UTIL3100'      TO LG-SOURCE-PROGRAM.
           MOVE WS-LG-DESC      TO LG-DESCRIPTION.
           WRITE LG-RECORD
               INVALID KEY
                   DISPLAY 'LEDGER WRITE FAILED FOR '
                       WS-LG-ACCOUNT ' - STATUS ' WS-LEDGER-STATUS
           END-WRITE.
           ADD 1 TO WS-LEDGER-ENTRY-COUNT.
           MOVE SPACE TO WS-LG-MEMO-SW.

      *****************************************************************
      * WRITE ONE LINE TO THE WRITE-OFF REGISTER.
      *****************************************************************
       820-WRITE-REGISTER-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 900-PRINT-HEADERS
           END-IF.

           MOVE WS-DISPOSITION TO WS-RL-DISPOSITION.
           WRITE WR-RECORD FROM WS-REGISTER-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE A SECTION TITLE LINE, SET OFF BY A BLANK LINE.
      *****************************************************************
       830-WRITE-SECTION-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 2
               PERFORM 900-PRINT-HEADERS
           END-IF.

           WRITE WR-RECORD FROM SPACES.
           WRITE WR-RECORD FROM WS-SECTION-LINE.
           ADD 2 TO WS-LINE-COUNT.

      *****************************************************************
      * START A NEW REGISTER PAGE.
      *****************************************************************
       900-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE-ED  TO WS-H1-RUN-DATE.
           MOVE WS-PAGE-NUMBER  TO WS-H1-PAGE.

           IF WS-PAGE-NUMBER > 1
               WRITE WR-RECORD FROM SPACES
           END-IF.

           WRITE WR-RECORD FROM WS-HEADING-1.
           WRITE WR-RECORD FROM WS-HEADING-2.

           MOVE 2 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE THE CONTROL TOTALS - RECOVERIES POSTED TIE TO THE
      * GLMISC CODE Y ENTRIES, WRITTEN OFF TO THE CODE W ENTRIES
      * AND THE AGENCY PLACEMENT FILE.
      *****************************************************************
       950-PRINT-TOTALS.
           IF WS-PAGE-NUMBER = 0
               PERFORM 900-PRINT-HEADERS
           END-IF.

           WRITE WR-RECORD FROM SPACES.

           MOVE 'AGENCY REMITTANCE'      TO WS-RT-LABEL.
           MOVE WS-RECV-READ-COUNT       TO WS-RT-COUNT.
           MOVE WS-RECV-READ-TOTAL       TO WS-RT-AMOUNT.
           WRITE WR-RECORD FROM WS-REGISTER-TOTAL-LINE.

           MOVE 'RECOVERIES POSTED'      TO WS-RT-LABEL.
           MOVE WS-RECV-POSTED-COUNT     TO WS-RT-COUNT.
           MOVE WS-RECV-POSTED-TOTAL     TO WS-RT-AMOUNT.
           WRITE WR-RECORD FROM WS-REGISTER-TOTAL-LINE.

           MOVE 'REMITTANCE EXCEPTIONS'  TO WS-RT-LABEL.
           MOVE WS-RECV-EXCEPT-COUNT     TO WS-RT-COUNT.
           MOVE WS-RECV-EXCEPT-TOTAL     TO WS-RT-AMOUNT.
           WRITE WR-RECORD FROM WS-REGISTER-TOTAL-LINE.

           MOVE 'ACCOUNTS WRITTEN OFF'   TO WS-RT-LABEL.
           MOVE WS-WRITTEN-OFF-COUNT     TO WS-RT-COUNT.
           MOVE WS-WRITTEN-OFF-TOTAL     TO WS-RT-AMOUNT.
           WRITE WR-RECORD FROM WS-REGISTER-TOTAL-LINE.

           MOVE 'DEPOSIT ITEMS CANCELLED' TO WS-RT-LABEL.
           MOVE WS-DEPOSIT-CANCEL-COUNT  TO WS-RT-COUNT.
           MOVE WS-DEPOSIT-CANCEL-TOTAL  TO WS-RT-AMOUNT.
           WRITE WR-RECORD FROM WS-REGISTER-TOTAL-LINE.

           DISPLAY ' '.
           DISPLAY 'WRITE-OFF CONTROL TOTALS'.
           DISPLAY '  AGENCY REMITTANCE    : ' WS-RECV-READ-COUNT
               ' FOR ' WS-RECV-READ-TOTAL.
           DISPLAY '  RECOVERIES POSTED    : ' WS-RECV-POSTED-COUNT
               ' FOR ' WS-RECV-POSTED-TOTAL.
           DISPLAY '  REMITTANCE EXCEPTIONS: ' WS-RECV-EXCEPT-COUNT
               ' FOR ' WS-RECV-EXCEPT-TOTAL.
           DISPLAY '  CLOSED WITH BALANCE  : ' WS-CLOSED-FOUND-COUNT.
           DISPLAY '  HELD ON ARRANGEMENT  : ' WS-ARRANGED-COUNT.
           DISPLAY '  NOT YET AGED         : ' WS-NOT-AGED-COUNT.
           DISPLAY '  ACCOUNTS WRITTEN OFF : ' WS-WRITTEN-OFF-COUNT
               ' FOR ' WS-WRITTEN-OFF-TOTAL.
           DISPLAY '  ITEMS REMOVED        : ' WS-ITEMS-REMOVED-COUNT.
           DISPLAY '  DEPOSIT ITEMS CANCEL : ' WS-DEPOSIT-CANCEL-COUNT
               ' FOR ' WS-DEPOSIT-CANCEL-TOTAL.
           DISPLAY '  LEDGER ENTRIES POSTED: ' WS-LEDGER-ENTRY-COUNT.
