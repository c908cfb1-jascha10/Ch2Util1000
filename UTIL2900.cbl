       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTIL2900.
      *****************************************************************
      *  Programmer.:Jacob Schamp
      *  Date.......:10-15-2026
      *  GitHub URL.:https://github.com/jascha10/Ch2Util1000
      *  Description:Returned payment processing. When a check that
      *  UTIL2100 posted comes back from the bank, the open items it
      *  cleared are already gone from PAYHIST, any arrangement
      *  installment it counted is still counted, and any excess it
      *  pushed to suspense may already have been drawn down as a
      *  statement credit. This run takes the bank's return file
      *  (account, original payment date, amount, return reason)
      *  and puts back exactly what the original posting took off,
      *  working from the PAYAPPL application detail UTIL2100
      *  leaves for every payment: each item the payment paid is
      *  restored with its original period and due date (PAYHIST
      *  key order keeps them oldest first), the part that went to
      *  suspense is pulled back off SUSPFILE while it is still
      *  there, and whatever suspense had already been used is
      *  charged back as its own open item. An arrangement the
      *  payment kept is broken (and its installment un-counted), a
      *  returned-check fee is added as its own open item with a
      *  GL revenue line on the GLMISC extract, and a change
      *  transaction flags the account cash-only so UTIL2100 holds
      *  its next check in suspense for review. The returned-items
      *  journal foots to the bank's debit advice.
      *
      *  Modification History:
      *  10-15-2026  JS  Original returned payment program.
      *  10-15-2026  JS  A returned payment that had paid a
      *                  security deposit item takes that cash
      *                  back off the deposit paid on the
      *                  DEPOSIT file; master image cells
      *                  resized (147) for the deposit due
      *                  amount.
      *  10-15-2026  JS  A returned payment that UTIL2100 had
      *                  posted as bad debt recovery
      *                  (application detail applied to W) takes
      *                  the recovery back off the account's
      *                  WRITEOFF row and books it back to bad
      *                  debt on GLMISC code W; the journal
      *                  totals the recoveries reversed.
      *  10-15-2026  JS  Returned autopay drafts (application
      *                  detail source D) are reversed the same
      *                  way as returned checks and totalled on
      *                  the journal. The draft return is
      *                  stamped on the master, and a second one
      *                  within twelve months drops the account
      *                  off autopay, in the same change
      *                  transaction that sets cash-only; master
      *                  image cells resized (183).
      *  10-15-2026  JS  Post each return, its fee, any recovery
      *                  reversed, and any arrangement broken to
      *                  the customer ledger.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE      ASSIGN TO 'RETURNS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.

           SELECT RETURN-HISTORY   ASSIGN TO 'RETHIST'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-HISTORY-STATUS.

           SELECT APPLICATION-FILE ASSIGN TO 'PAYAPPL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLICATION-STATUS.

           SELECT CUSTOMER-MASTER  ASSIGN TO 'CUSTIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT PAYMENT-HISTORY  ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-OPEN-ITEM-KEY
               FILE STATUS IS WS-PAYMENT-HISTORY-STATUS.

           SELECT SUSPENSE-FILE    ASSIGN TO 'SUSPFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT ARRANGEMENT-FILE ASSIGN TO 'PAYARRNG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGEMENT-STATUS.

           SELECT GL-MISC          ASSIGN TO 'GLMISC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-MISC-STATUS.

           SELECT MAINT-TRANS      ASSIGN TO 'BILLTRAN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-TRANS-STATUS.

           SELECT SECURITY-DEPOSIT ASSIGN TO 'DEPOSIT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DP-ACCOUNT-NUMBER
               FILE STATUS IS WS-SECURITY-DEPOSIT-STATUS.

           SELECT WRITE-OFF-FILE   ASSIGN TO 'WRITEOFF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-ACCOUNT-NUMBER
               FILE STATUS IS WS-WRITE-OFF-STATUS.

           SELECT LEDGER-FILE      ASSIGN TO 'LEDGER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LG-LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT RETURN-JOURNAL   ASSIGN TO 'RETJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * BANK RETURN FILE - ONE RECORD PER RETURNED ITEM ON THE
      * BANK'S DEBIT ADVICE: THE ACCOUNT AND PAYMENT DATE AND
      * AMOUNT AS THE PAYMENT ORIGINALLY POSTED, AND THE BANK'S
      * RETURN REASON CODE.
      *****************************************************************
       FD  RETURN-FILE
           RECORDING MODE IS F.
       01  RN-RECORD.
           05  RN-ACCOUNT-NUMBER        PIC 9(7).
           05  RN-PAYMENT-DATE          PIC 9(8).
           05  RN-AMOUNT                PIC 9(6)V99.
           05  RN-RETURN-REASON         PIC X(03).

      *****************************************************************
      * RETURNED PAYMENT HISTORY - ONE ROW PER RETURN THIS PROGRAM
      * HAS PROCESSED, APPENDED RUN TO RUN. A RETURN ALREADY ON IT
      * IS SKIPPED, SO A RERUN OF THE SAME BANK FILE CANNOT PUT
      * THE SAME ITEMS BACK TWICE.
      *****************************************************************
       FD  RETURN-HISTORY
           RECORDING MODE IS F.
       01  RH-RECORD.
           05  RH-ACCOUNT-NUMBER        PIC 9(7).
           05  RH-PAYMENT-DATE          PIC 9(8).
           05  RH-AMOUNT                PIC 9(6)V99.
           05  RH-RETURN-REASON         PIC X(03).
           05  RH-PROCESSED-DATE        PIC 9(8).

      *****************************************************************
      * PAYMENT APPLICATION DETAIL FROM UTIL2100 - WHERE EVERY PIECE
      * OF EVERY POSTED PAYMENT WENT.
      *****************************************************************
       FD  APPLICATION-FILE
           RECORDING MODE IS F.
       01  PY-RECORD.
           COPY PYRECORD.

      *****************************************************************
      * CUSTOMER MASTER - SCANNED ONCE FOR THE ROWS OF THE ACCOUNTS
      * WITH A RETURN, WHICH THE CASH-ONLY CHANGE TRANSACTION IS
      * BUILT FROM.
      *****************************************************************
       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CM-RECORD.
           COPY CMRECORD.

      *****************************************************************
      * PAYMENT HISTORY / ACCOUNTS RECEIVABLE - OPEN ITEM. THE ITEMS
      * A RETURNED PAYMENT CLEARED ARE WRITTEN BACK (OR ADDED BACK
      * ONTO THE ITEM IT ONLY PAID DOWN), AND THE FEE AND ANY
      * SUSPENSE CHARGE-BACK ARE WRITTEN AS ITEMS OF THEIR OWN.
      *****************************************************************
       FD  PAYMENT-HISTORY.
       01  PH-RECORD.
           COPY PHRECORD.

      *****************************************************************
      * SUSPENSE FILE - LOADED TO A TABLE, THE RETURNED PAYMENTS'
      * UNUSED SUSPENSE PULLED BACK OFF IT, REWRITTEN AT END OF RUN.
      *****************************************************************
       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SF-RECORD.
           COPY SURECORD.

      *****************************************************************
      * PAYMENT ARRANGEMENT FILE - LOADED TO A TABLE, ANY
      * ARRANGEMENT A RETURNED PAYMENT KEPT IS BROKEN, REWRITTEN AT
      * END OF RUN.
      *****************************************************************
       FD  ARRANGEMENT-FILE
           RECORDING MODE IS F.
       01  PA-RECORD.
           COPY PARECORD.

      *****************************************************************
      * MISCELLANEOUS GL EXTRACT - GLEXTR LAYOUT, FOR ENTRIES BOOKED
      * OUTSIDE THE BILLING RUN. THE RETURNED-CHECK FEE IS WRITTEN
      * HERE WITH ADJUSTMENT CODE N.
      *****************************************************************
       FD  GL-MISC
           RECORDING MODE IS F.
       01  GL-RECORD.
           COPY GLRECORD.

      *****************************************************************
      * MAINTENANCE TRANSACTIONS FOR UTIL2200 - THE CASH-ONLY FLAG
      * AND THE AUTOPAY CHANGES GO ON THE MASTER THE SAME WAY THE
      * BILLING RUN CLOSES AN ACCOUNT: A FULL CUSTTRAN-LAYOUT
      * CHANGE IMAGE ON BILLTRAN. THE SECOND RECORD IS THE SAME 192
      * BYTES SEEN AS ACTION, OPERATOR, AND THE MASTER IMAGE WHOLE.
      *****************************************************************
       FD  MAINT-TRANS
           RECORDING MODE IS F.
       01  MT-RECORD.
           05  MT-ACTION                PIC X(01).
           05  MT-OPERATOR-ID           PIC X(08).
           COPY CMRECORD REPLACING LEADING ==CM== BY ==MT==.
       01  MT-IMAGE-RECORD.
           05  FILLER                   PIC X(09).
           05  MT-MASTER-IMAGE          PIC X(183).

      *****************************************************************
      * RETURNED-ITEMS JOURNAL - ONE LINE PER RETURN WITH WHAT WAS
      * PUT BACK, CLOSED OUT BY TOTALS THAT TIE TO THE BANK'S DEBIT
      * ADVICE.
      *****************************************************************
       FD  RETURN-JOURNAL
           RECORDING MODE IS F.
       01  RJ-RECORD                    PIC X(120).

      *****************************************************************
      * CUSTOMER SECURITY DEPOSITS - A RETURNED PAYMENT THAT HAD
      * PAID A DEPOSIT ITEM TAKES THAT CASH BACK OFF DEPOSIT PAID.
      *****************************************************************
       FD  SECURITY-DEPOSIT.
       01  DP-RECORD.
           COPY DPRECORD.

      *****************************************************************
      * BAD DEBT WRITE-OFFS - A RETURNED PAYMENT THAT WAS POSTED AS
      * RECOVERY ON A WRITTEN-OFF ACCOUNT TAKES THAT RECOVERY BACK
      * OFF THE ACCOUNT'S ROW.
      *****************************************************************
       FD  WRITE-OFF-FILE.
       01  WO-RECORD.
           COPY WORECORD.

      *****************************************************************
      * CUSTOMER TRANSACTION LEDGER - EACH RETURN PROCESSED ADDS
      * THE RETURNED PAYMENT, ITS FEE, AND ANY RECOVERY OR
      * ARRANGEMENT IT UNDID.
      *****************************************************************
       FD  LEDGER-FILE.
       01  LG-RECORD.
           COPY LGRECORD.

       WORKING-STORAGE SECTION.

      *****************************************************************
      * FILE STATUS AND SWITCHES
      *****************************************************************
       01  WS-RETURN-FILE-STATUS       PIC X(02)  VALUE '00'.
       01  WS-RETURN-HISTORY-STATUS    PIC X(02)  VALUE '00'.
       01  WS-APPLICATION-STATUS       PIC X(02)  VALUE '00'.
       01  WS-CUSTOMER-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-PAYMENT-HISTORY-STATUS   PIC X(02)  VALUE '00'.
       01  WS-SUSPENSE-FILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-ARRANGEMENT-STATUS       PIC X(02)  VALUE '00'.
       01  WS-GL-MISC-STATUS           PIC X(02)  VALUE '00'.
       01  WS-MAINT-TRANS-STATUS       PIC X(02)  VALUE '00'.
       01  WS-RETURN-JOURNAL-STATUS    PIC X(02)  VALUE '00'.
       01  WS-SECURITY-DEPOSIT-STATUS  PIC X(02)  VALUE '00'.
       01  WS-SD-AVAILABLE-SW          PIC X(01)  VALUE 'N'.
           88  WS-SD-AVAILABLE                    VALUE 'Y'.
       01  WS-WRITE-OFF-STATUS         PIC X(02)  VALUE '00'.
       01  WS-WO-AVAILABLE-SW          PIC X(01)  VALUE 'N'.
           88  WS-WO-AVAILABLE                    VALUE 'Y'.
       01  WS-RETURN-EOF-SW            PIC X(01)  VALUE 'N'.
           88  WS-EOF-RETURN-FILE                 VALUE 'Y'.
       01  WS-HIST-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-RETURN-HISTORY              VALUE 'Y'.
       01  WS-APPL-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-APPLICATION-FILE            VALUE 'Y'.
       01  WS-CUST-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-CUSTOMER-MASTER             VALUE 'Y'.
       01  WS-SUSP-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-SUSPENSE-FILE               VALUE 'Y'.
       01  WS-ARR-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-EOF-ARRANGEMENT-FILE            VALUE 'Y'.
       01  WS-DUP-FOUND-SW             PIC X(01)  VALUE 'N'.
           88  WS-DUP-FOUND                       VALUE 'Y'.

      *****************************************************************
      * RETURNED-CHECK FEE - CHARGED ONCE PER RETURN PROCESSED, AS
      * ITS OWN OPEN ITEM DUE AT ONCE.
      *****************************************************************
       01  WS-RETURN-FEE-AMT            PIC 9(2)V99 VALUE 30.00.

      *****************************************************************
      * RETURN TABLE - EVERY RETURN ON THE BANK FILE, EACH WITH WHAT
      * THE APPLICATION DETAIL SAYS ITS PAYMENT DID AND THE MASTER
      * ROW CAPTURED DURING THE SEQUENTIAL SCANS. STATUS P IS TO BE
      * PROCESSED, D A DUPLICATE OF AN EARLIER RETURN IN THE SAME
      * FILE, H ALREADY ON THE RETURN HISTORY.
      *****************************************************************
       01  WS-RET-TABLE-MAX             PIC 9(3)   VALUE 500.
       01  WS-RET-TABLE-COUNT           PIC 9(3)   VALUE 0.
       01  WS-RET-SUB                   PIC 9(3)   VALUE 0.
       01  WS-DUP-SUB                   PIC 9(3)   VALUE 0.
       01  WS-RET-TABLE.
           05  WS-RET-ENTRY OCCURS 500 TIMES.
               10  WS-RT-ACCOUNT        PIC 9(7).
               10  WS-RT-DATE           PIC 9(8).
               10  WS-RT-AMOUNT         PIC 9(6)V99.
               10  WS-RT-REASON         PIC X(03).
               10  WS-RT-STATUS         PIC X(01).
                   88  WS-RT-TO-PROCESS           VALUE 'P'.
                   88  WS-RT-DUPLICATE            VALUE 'D'.
                   88  WS-RT-ON-HISTORY           VALUE 'H'.
               10  WS-RT-DETAIL-SW      PIC X(01).
                   88  WS-RT-DETAIL-FOUND         VALUE 'Y'.
               10  WS-RT-RESTORED       PIC 9(6)V99.
               10  WS-RT-SUSPENDED      PIC 9(6)V99.
               10  WS-RT-REAPPLIED      PIC 9(6)V99.
               10  WS-RT-RECOVERED      PIC 9(6)V99.
               10  WS-RT-LG-ITEMS       PIC 9(6)V99.
               10  WS-RT-LG-RECOVERY    PIC 9(6)V99.
               10  WS-RT-CM-FOUND-SW    PIC X(01).
                   88  WS-RT-CM-FOUND             VALUE 'Y'.
               10  WS-RT-DRAFT-SW       PIC X(01).
                   88  WS-RT-DRAFT                VALUE 'Y'.
      *****************************************************************
      * THE IMAGE CELL MUST MATCH THE FULL CMRECORD COPYBOOK
      * LENGTH (183) - THE COPYBOOK STARTS AT LEVEL 05, SO IT
      * CANNOT SIT UNDER THIS TABLE ITSELF. RESIZE WHENEVER THE
      * MASTER LAYOUT GROWS.
      *****************************************************************
               10  WS-RT-CM-IMAGE       PIC X(183).

      *****************************************************************
      * CARRIED SUSPENSE TABLE - LOADED FROM SUSPFILE, PULLED BACK
      * AGAINST, REWRITTEN AT END OF RUN. SIZED FOR THE FULL
      * CUSTOMER BASE AND THE RUN STOPS ON OVERFLOW - THE REWRITE
      * WOULD DESTROY ANY ROW LEFT UNLOADED.
      *****************************************************************
       01  WS-SUSP-TABLE-MAX            PIC 9(4)   VALUE 5000.
       01  WS-SUSP-TABLE-COUNT          PIC 9(4)   VALUE 0.
       01  WS-SUSP-TABLE.
           05  WS-SUSP-ENTRY OCCURS 5000 TIMES
               INDEXED BY WS-SUSP-IDX.
               10  WS-SU-ACCOUNT        PIC 9(7).
               10  WS-SU-DATE           PIC 9(8).
               10  WS-SU-AMOUNT         PIC 9(6)V99.
               10  WS-SU-METHOD         PIC X(01).
               10  WS-SU-REASON         PIC X(35).
               10  WS-SU-RESOLVED-SW    PIC X(01).
               10  WS-SU-HOLD-UNTIL     PIC 9(8).

      *****************************************************************
      * PAYMENT ARRANGEMENT TABLE - LOADED FROM PAYARRNG, BROKEN
      * WHERE A RETURNED PAYMENT HAD KEPT IT, REWRITTEN AT END OF
      * RUN. THE RUN STOPS ON OVERFLOW FOR THE SAME REASON.
      *****************************************************************
       01  WS-ARR-TABLE-MAX             PIC 9(4)   VALUE 5000.
       01  WS-ARR-TABLE-COUNT           PIC 9(4)   VALUE 0.
       01  WS-ARR-FOUND-IDX             PIC 9(4)   VALUE 0.
       01  WS-ARR-TABLE.
           05  WS-ARR-ENTRY OCCURS 5000 TIMES
               INDEXED BY WS-ARR-IDX.
               10  WS-PA-ACCOUNT        PIC 9(7).
               10  WS-PA-INSTALLMENT    PIC 9(5)V99.
               10  WS-PA-START-DATE     PIC 9(8).
               10  WS-PA-MONTHS         PIC 9(2).
               10  WS-PA-PAID-COUNT     PIC 9(2).
               10  WS-PA-LAST-PAID      PIC 9(8).
               10  WS-PA-STATUS         PIC X(1).

      *****************************************************************
      * WORK AREAS FOR THE RETURN BEING PROCESSED
      *****************************************************************
       01  WS-UNRECONCILED-AMT          PIC 9(6)V99 VALUE 0.
       01  WS-PULLED-BACK-AMT           PIC 9(6)V99 VALUE 0.
       01  WS-CHARGED-BACK-AMT          PIC 9(6)V99 VALUE 0.
       01  WS-FEE-CHARGED               PIC 9(2)V99 VALUE 0.
       01  WS-DISPOSITION               PIC X(30)  VALUE SPACES.
       01  WS-MASTER-CHANGED-SW         PIC X(01)  VALUE 'N'.
           88  WS-MASTER-CHANGED                   VALUE 'Y'.

      *****************************************************************
      * AUTOPAY - A SECOND RETURNED DRAFT WITHIN TWELVE MONTHS OF
      * THE LAST ONE STAMPED ON THE MASTER DROPS THE ACCOUNT OFF
      * AUTOPAY. THE CUTOFF IS THE RUN DATE ONE YEAR BACK.
      *****************************************************************
       01  WS-DRAFT-CUTOFF-NUM          PIC 9(8)   VALUE 0.

      *****************************************************************
      * THE OPEN ITEM BEING WRITTEN BACK TO PAYHIST
      *****************************************************************
       01  WS-ITEM-ACCOUNT              PIC 9(7)   VALUE 0.
       01  WS-ITEM-PERIOD               PIC 9(6)   VALUE 0.
       01  WS-ITEM-TYPE                 PIC X(01)  VALUE SPACE.
       01  WS-ITEM-DUE-DATE             PIC 9(8)   VALUE 0.
       01  WS-ITEM-AMOUNT               PIC 9(6)V99 VALUE 0.

      *****************************************************************
      * CONTROL TOTALS - RETURNS RECEIVED IS THE BANK'S DEBIT
      * ADVICE; RECEIVED LESS SKIPPED IS PROCESSED, AND PROCESSED
      * MUST EQUAL RESTORED PLUS RECOVERY REVERSED PLUS PULLED BACK
      * PLUS CHARGED BACK.
      *****************************************************************
       01  WS-RETURNS-READ-COUNT        PIC 9(5)   VALUE 0.
       01  WS-RETURNS-READ-TOTAL        PIC 9(8)V99 VALUE 0.
       01  WS-SKIPPED-COUNT             PIC 9(5)   VALUE 0.
       01  WS-SKIPPED-TOTAL             PIC 9(8)V99 VALUE 0.
       01  WS-PROCESSED-COUNT           PIC 9(5)   VALUE 0.
       01  WS-PROCESSED-TOTAL           PIC 9(8)V99 VALUE 0.
       01  WS-ITEMS-RESTORED-COUNT      PIC 9(5)   VALUE 0.
       01  WS-RESTORED-TOTAL            PIC 9(8)V99 VALUE 0.
       01  WS-PULLED-BACK-COUNT         PIC 9(5)   VALUE 0.
       01  WS-PULLED-BACK-TOTAL         PIC 9(8)V99 VALUE 0.
       01  WS-CHARGED-BACK-COUNT        PIC 9(5)   VALUE 0.
       01  WS-CHARGED-BACK-TOTAL        PIC 9(8)V99 VALUE 0.
       01  WS-FEE-COUNT                 PIC 9(5)   VALUE 0.
       01  WS-FEE-TOTAL                 PIC 9(8)V99 VALUE 0.
       01  WS-ARR-BROKEN-COUNT          PIC 9(5)   VALUE 0.
       01  WS-CASH-ONLY-COUNT           PIC 9(5)   VALUE 0.
       01  WS-DRAFT-RETURN-COUNT        PIC 9(5)   VALUE 0.
       01  WS-DRAFT-RETURN-TOTAL        PIC 9(8)V99 VALUE 0.
       01  WS-AUTOPAY-DROPPED-COUNT     PIC 9(5)   VALUE 0.
       01  WS-SD-REVERSED-COUNT         PIC 9(5)   VALUE 0.
       01  WS-SD-REVERSED-TOTAL         PIC 9(8)V99 VALUE 0.
       01  WS-WO-REVERSED-COUNT         PIC 9(5)   VALUE 0.
       01  WS-WO-REVERSED-TOTAL         PIC 9(8)V99 VALUE 0.

      *****************************************************************
      * RUN DATE AND REPORT PAGE CONTROL
      *****************************************************************
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY              PIC 9(4).
           05  WS-RUN-MM                PIC 9(2).
           05  WS-RUN-DD                PIC 9(2).
       01  WS-RUN-DATE-NUM              PIC 9(8)   VALUE 0.
       01  WS-RUN-DATE-ED               PIC X(10)  VALUE SPACES.
       01  WS-RUN-PERIOD.
           05  WS-RUN-PERIOD-YYYY       PIC 9(4).
           05  WS-RUN-PERIOD-MM         PIC 9(2).
       01  WS-RUN-PERIOD-NUM            PIC 9(6)   VALUE 0.

       01  WS-PAGE-NUMBER               PIC 9(3)   VALUE 0.
       01  WS-LINE-COUNT                PIC 9(2)   VALUE 99.
       01  WS-LINES-PER-PAGE            PIC 9(2)   VALUE 50.

      *****************************************************************
      * REPORT LINE LAYOUTS
      *****************************************************************
       01  WS-HEADING-1.
           05  FILLER                   PIC X(10)  VALUE 'UTIL2900'.
           05  FILLER                   PIC X(28)  VALUE
               'RETURNED ITEMS JOURNAL'.
           05  FILLER                   PIC X(12)  VALUE 'RUN DATE: '.
           05  WS-H1-RUN-DATE           PIC X(10).
           05  FILLER                   PIC X(06)  VALUE 'PAGE  '.
           05  WS-H1-PAGE               PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER                   PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(10)  VALUE 'PAY DATE'.
           05  FILLER                   PIC X(05)  VALUE 'RSN'.
           05  FILLER                   PIC X(12)  VALUE 'RETURNED'.
           05  FILLER                   PIC X(12)  VALUE 'RESTORED'.
           05  FILLER                   PIC X(12)  VALUE 'SUSP BACK'.
           05  FILLER                   PIC X(12)  VALUE 'CHARGED BK'.
           05  FILLER                   PIC X(08)  VALUE 'FEE'.
           05  FILLER                   PIC X(30)  VALUE 'DISPOSITION'.

       01  WS-JOURNAL-LINE.
           05  WS-JL-ACCOUNT            PIC 9(7).
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  WS-JL-PAY-DATE           PIC 9(8).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-JL-REASON             PIC X(03).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-JL-AMOUNT             PIC $$$,$$9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-JL-RESTORED           PIC $$$,$$9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-JL-PULLED-BACK        PIC $$$,$$9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-JL-CHARGED-BACK       PIC $$$,$$9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-JL-FEE                PIC $$9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-JL-DISPOSITION        PIC X(30).

       01  WS-NOTE-LINE.
           05  WS-NL-ACCOUNT            PIC 9(7).
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  WS-NL-TEXT               PIC X(50).

       01  WS-JOURNAL-TOTAL-LINE.
           05  WS-JT-LABEL              PIC X(24)  VALUE SPACES.
           05  WS-JT-COUNT              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-JT-AMOUNT             PIC $$,$$$,$$9.99.

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
      * MAINLINE - LOAD THE RETURNS, SKIP ANY ALREADY PROCESSED,
      * CAPTURE THE MASTER ROWS, LOAD SUSPENSE AND ARRANGEMENTS,
      * WALK THE APPLICATION DETAIL ONCE PUTTING BACK EVERY ITEM
      * THE RETURNED PAYMENTS PAID, THEN FINISH EACH RETURN:
      * SUSPENSE, ARRANGEMENT, FEE, CASH-ONLY FLAG, JOURNAL LINE.
      *****************************************************************
       000-MAIN.
           DISPLAY '*************************************'.
           DISPLAY '*** UTIL2900 - RETURNED PAYMENTS  ***'.
           DISPLAY '*************************************'.
           DISPLAY ' '.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           STRING WS-RUN-MM  '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-ED.
           MOVE WS-RUN-YYYY TO WS-RUN-PERIOD-YYYY.
           MOVE WS-RUN-MM   TO WS-RUN-PERIOD-MM.
           MOVE WS-RUN-PERIOD TO WS-RUN-PERIOD-NUM.
           COMPUTE WS-DRAFT-CUTOFF-NUM = WS-RUN-DATE-NUM - 10000.

           PERFORM 110-LOAD-RETURNS.
           IF WS-RET-TABLE-COUNT = 0
               DISPLAY 'NO RETURNED PAYMENTS - NOTHING TO DO'
               STOP RUN
           END-IF.

           PERFORM 120-SCAN-RETURN-HISTORY.
           PERFORM 130-SCAN-CUSTOMER-MASTER.
           PERFORM 150-LOAD-SUSPENSE-FILE.
           PERFORM 160-LOAD-ARRANGEMENTS.
           PERFORM 170-OPEN-PAYMENT-HISTORY.
           PERFORM 175-OPEN-EXTEND-FILES.
           PERFORM 180-OPEN-SECURITY-DEPOSIT.
           PERFORM 185-OPEN-WRITE-OFF-FILE.
           PERFORM 190-OPEN-LEDGER-FILE.

           OPEN OUTPUT RETURN-JOURNAL.

           PERFORM 200-SCAN-APPLICATION-DETAIL.

           PERFORM 600-PROCESS-ONE-RETURN
               VARYING WS-RET-SUB FROM 1 BY 1
               UNTIL WS-RET-SUB > WS-RET-TABLE-COUNT.

           PERFORM 950-PRINT-TOTALS.
           PERFORM 750-REWRITE-SUSPENSE-FILE.
           PERFORM 760-REWRITE-ARRANGEMENTS.

           CLOSE PAYMENT-HISTORY.
           CLOSE GL-MISC.
           CLOSE MAINT-TRANS.
           CLOSE RETURN-HISTORY.
           CLOSE RETURN-JOURNAL.
           IF WS-SD-AVAILABLE
               CLOSE SECURITY-DEPOSIT
           END-IF.
           IF WS-WO-AVAILABLE
               CLOSE WRITE-OFF-FILE
           END-IF.
           CLOSE LEDGER-FILE.

           STOP RUN.

      *****************************************************************
      * LOAD EVERY RETURN ON THE BANK FILE INTO THE TABLE. THE FILE
      * IS REQUIRED - RUNNING THE RETURNS JOB WITH NO DEBIT ADVICE
      * IS A SETUP ERROR.
      *****************************************************************
       110-LOAD-RETURNS.
           OPEN INPUT RETURN-FILE.
           IF WS-RETURN-FILE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN RETURN-FILE - STATUS '
                   WS-RETURN-FILE-STATUS
               STOP RUN
           END-IF.

           PERFORM 115-READ-RETURN-REC
               UNTIL WS-EOF-RETURN-FILE
               OR WS-RET-TABLE-COUNT >= WS-RET-TABLE-MAX.
           IF NOT WS-EOF-RETURN-FILE
               DISPLAY 'RETURN TABLE FULL AT ' WS-RET-TABLE-MAX
                   ' - REMAINING RETURNS NOT PROCESSED THIS RUN. '
                   'RERUN WITH THE REST.'
           END-IF.
           CLOSE RETURN-FILE.

      *****************************************************************
      * READ ONE RETURN INTO THE TABLE.
      *****************************************************************
       115-READ-RETURN-REC.
           READ RETURN-FILE
               AT END
                   MOVE 'Y' TO WS-RETURN-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RETURNS-READ-COUNT
                   ADD RN-AMOUNT TO WS-RETURNS-READ-TOTAL
                   ADD 1 TO WS-RET-TABLE-COUNT
                   MOVE WS-RET-TABLE-COUNT TO WS-RET-SUB
                   MOVE RN-ACCOUNT-NUMBER TO
                       WS-RT-ACCOUNT (WS-RET-SUB)
                   MOVE RN-PAYMENT-DATE TO WS-RT-DATE (WS-RET-SUB)
                   MOVE RN-AMOUNT       TO WS-RT-AMOUNT (WS-RET-SUB)
                   MOVE RN-RETURN-REASON TO
                       WS-RT-REASON (WS-RET-SUB)
                   MOVE 'P' TO WS-RT-STATUS (WS-RET-SUB)
                   MOVE 'N' TO WS-RT-DETAIL-SW (WS-RET-SUB)
                   MOVE 0   TO WS-RT-RESTORED (WS-RET-SUB)
                   MOVE 0   TO WS-RT-SUSPENDED (WS-RET-SUB)
                   MOVE 0   TO WS-RT-REAPPLIED (WS-RET-SUB)
                   MOVE 0   TO WS-RT-RECOVERED (WS-RET-SUB)
                   MOVE 0   TO WS-RT-LG-ITEMS (WS-RET-SUB)
                   MOVE 0   TO WS-RT-LG-RECOVERY (WS-RET-SUB)
                   MOVE 'N' TO WS-RT-CM-FOUND-SW (WS-RET-SUB)
                   MOVE 'N' TO WS-RT-DRAFT-SW (WS-RET-SUB)
                   MOVE SPACES TO WS-RT-CM-IMAGE (WS-RET-SUB)
                   PERFORM 117-FLAG-DUPLICATE-RETURN
           END-READ.

      *****************************************************************
      * A SECOND RETURN FOR THE SAME ACCOUNT, DATE, AND AMOUNT IN
      * ONE FILE WOULD FIND THE SAME APPLICATION DETAIL AND PUT THE
      * SAME ITEMS BACK TWICE, SO ONLY THE FIRST IS PROCESSED AND
      * THE REST ARE SKIPPED ON THE JOURNAL.
      *****************************************************************
       117-FLAG-DUPLICATE-RETURN.
           MOVE 'N' TO WS-DUP-FOUND-SW.
           PERFORM 118-CHECK-ONE-FOR-DUP
               VARYING WS-DUP-SUB FROM 1 BY 1
               UNTIL WS-DUP-SUB >= WS-RET-SUB.
           IF WS-DUP-FOUND
               MOVE 'D' TO WS-RT-STATUS (WS-RET-SUB)
           END-IF.

      *****************************************************************
      * EXAMINE ONE EARLIER RETURN DURING THE DUPLICATE SCAN ABOVE.
      *****************************************************************
       118-CHECK-ONE-FOR-DUP.
           IF WS-RT-ACCOUNT (WS-DUP-SUB) = WS-RT-ACCOUNT (WS-RET-SUB)
               AND WS-RT-DATE (WS-DUP-SUB) = WS-RT-DATE (WS-RET-SUB)
               AND WS-RT-AMOUNT (WS-DUP-SUB) =
                   WS-RT-AMOUNT (WS-RET-SUB)
               MOVE 'Y' TO WS-DUP-FOUND-SW
           END-IF.

      *****************************************************************
      * ONE PASS OF THE RETURN HISTORY - A RETURN ALREADY PROCESSED
      * IN AN EARLIER RUN IS SKIPPED. A MISSING HISTORY (STATUS 35)
      * MEANS NO RETURN HAS EVER BEEN PROCESSED.
      *****************************************************************
       120-SCAN-RETURN-HISTORY.
           OPEN INPUT RETURN-HISTORY.

           EVALUATE WS-RETURN-HISTORY-STATUS
               WHEN '00'
                   PERFORM 125-READ-HISTORY-REC
                       UNTIL WS-EOF-RETURN-HISTORY
                   CLOSE RETURN-HISTORY
               WHEN '35'
                   DISPLAY 'NO RETURN HISTORY - NO RETURNS '
                       'PROCESSED BEFORE'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN RETURN-HISTORY - STATUS '
                       WS-RETURN-HISTORY-STATUS
                       ' - STOPPING RATHER THAN RISK PROCESSING A '
                       'RETURN TWICE'
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * READ ONE HISTORY ROW AND OFFER IT TO EVERY RETURN.
      *****************************************************************
       125-READ-HISTORY-REC.
           READ RETURN-HISTORY
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SW
               NOT AT END
                   PERFORM 126-MATCH-HISTORY-TO-RETURN
                       VARYING WS-RET-SUB FROM 1 BY 1
                       UNTIL WS-RET-SUB > WS-RET-TABLE-COUNT
           END-READ.

      *****************************************************************
      * MARK A RETURN THE HISTORY ROW SHOWS IS ALREADY DONE.
      *****************************************************************
       126-MATCH-HISTORY-TO-RETURN.
           IF RH-ACCOUNT-NUMBER = WS-RT-ACCOUNT (WS-RET-SUB)
               AND RH-PAYMENT-DATE = WS-RT-DATE (WS-RET-SUB)
               AND RH-AMOUNT = WS-RT-AMOUNT (WS-RET-SUB)
               AND WS-RT-TO-PROCESS (WS-RET-SUB)
               MOVE 'H' TO WS-RT-STATUS (WS-RET-SUB)
           END-IF.

      *****************************************************************
      * ONE PASS OF THE CUSTOMER MASTER - CAPTURE THE ROW FOR EACH
      * RETURN. THE MASTER IS REQUIRED: THE CASH-ONLY TRANSACTION
      * IS BUILT FROM IT.
      *****************************************************************
       130-SCAN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CUSTOMER-MASTER - STATUS '
                   WS-CUSTOMER-MASTER-STATUS
               STOP RUN
           END-IF.

           PERFORM 135-READ-CUSTOMER-REC
               UNTIL WS-EOF-CUSTOMER-MASTER.
           CLOSE CUSTOMER-MASTER.

      *****************************************************************
      * READ ONE MASTER ROW AND OFFER IT TO EVERY RETURN.
      *****************************************************************
       135-READ-CUSTOMER-REC.
           READ CUSTOMER-MASTER
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SW
               NOT AT END
                   PERFORM 136-MATCH-CM-TO-RETURN
                       VARYING WS-RET-SUB FROM 1 BY 1
                       UNTIL WS-RET-SUB > WS-RET-TABLE-COUNT
           END-READ.

      *****************************************************************
      * CAPTURE THE MASTER ROW INTO ANY RETURN IT BELONGS TO.
      *****************************************************************
       136-MATCH-CM-TO-RETURN.
           IF CM-ACCOUNT-NUMBER = WS-RT-ACCOUNT (WS-RET-SUB)
               MOVE CM-RECORD TO WS-RT-CM-IMAGE (WS-RET-SUB)
               MOVE 'Y' TO WS-RT-CM-FOUND-SW (WS-RET-SUB)
           END-IF.

      *****************************************************************
      * LOAD THE CARRIED SUSPENSE TABLE FROM SUSPFILE. A MISSING
      * FILE (STATUS 35) SIMPLY MEANS NO CASH IS SITTING IN
      * SUSPENSE. ANY OTHER OPEN FAILURE STOPS THE RUN: CONTINUING
      * WITH AN EMPTY TABLE WOULD LET THE END-OF-RUN REWRITE
      * DESTROY EVERY CARRIED ROW.
      *****************************************************************
       150-LOAD-SUSPENSE-FILE.
           OPEN INPUT SUSPENSE-FILE.

           EVALUATE WS-SUSPENSE-FILE-STATUS
               WHEN '00'
                   PERFORM 155-READ-SUSPENSE-REC
                       UNTIL WS-EOF-SUSPENSE-FILE
                       OR WS-SUSP-TABLE-COUNT >= WS-SUSP-TABLE-MAX
                   IF NOT WS-EOF-SUSPENSE-FILE
                       DISPLAY 'SUSPENSE TABLE FULL AT '
                           WS-SUSP-TABLE-MAX ' ENTRIES - THE REWRITE '
                           'WOULD DESTROY THE UNLOADED ROWS. '
                           'INCREASE WS-SUSP-TABLE-MAX AND RERUN.'
                       STOP RUN
                   END-IF
                   CLOSE SUSPENSE-FILE
               WHEN '35'
                   DISPLAY 'NO SUSPENSE FILE - NO CASH CARRIED IN '
                       'SUSPENSE'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN SUSPENSE-FILE - STATUS '
                       WS-SUSPENSE-FILE-STATUS
                       ' - STOPPING RATHER THAN LET THE REWRITE '
                       'DESTROY THE CARRIED SUSPENSE ROWS'
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * READ ONE SUSPENSE ROW INTO THE TABLE.
      *****************************************************************
       155-READ-SUSPENSE-REC.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-SUSP-EOF-SW
               NOT AT END
                   ADD 1 TO WS-SUSP-TABLE-COUNT
                   SET WS-SUSP-IDX TO WS-SUSP-TABLE-COUNT
                   MOVE SP-ACCOUNT-NUMBER TO
                       WS-SU-ACCOUNT (WS-SUSP-IDX)
                   MOVE SP-PAYMENT-DATE TO WS-SU-DATE (WS-SUSP-IDX)
                   MOVE SP-AMOUNT       TO WS-SU-AMOUNT (WS-SUSP-IDX)
                   MOVE SP-PAYMENT-METHOD TO
                       WS-SU-METHOD (WS-SUSP-IDX)
                   MOVE SP-REASON       TO WS-SU-REASON (WS-SUSP-IDX)
                   MOVE 'N' TO WS-SU-RESOLVED-SW (WS-SUSP-IDX)
                   MOVE SP-HOLD-UNTIL-DATE TO
                       WS-SU-HOLD-UNTIL (WS-SUSP-IDX)
           END-READ.

      *****************************************************************
      * LOAD THE PAYMENT ARRANGEMENT TABLE. A MISSING FILE (STATUS
      * 35) SIMPLY MEANS COLLECTIONS HAS NO ARRANGEMENTS STANDING.
      * ANY OTHER OPEN FAILURE STOPS THE RUN - THE END-OF-RUN
      * REWRITE WOULD DESTROY EVERY AGREEMENT ON FILE.
      *****************************************************************
       160-LOAD-ARRANGEMENTS.
           OPEN INPUT ARRANGEMENT-FILE.

           EVALUATE WS-ARRANGEMENT-STATUS
               WHEN '00'
                   PERFORM 165-READ-ARRANGEMENT-REC
                       UNTIL WS-EOF-ARRANGEMENT-FILE
                       OR WS-ARR-TABLE-COUNT >= WS-ARR-TABLE-MAX
                   IF NOT WS-EOF-ARRANGEMENT-FILE
                       DISPLAY 'ARRANGEMENT TABLE FULL AT '
                           WS-ARR-TABLE-MAX ' ENTRIES - THE REWRITE '
                           'WOULD DESTROY THE UNLOADED ROWS. '
                           'INCREASE WS-ARR-TABLE-MAX AND RERUN.'
                       STOP RUN
                   END-IF
                   CLOSE ARRANGEMENT-FILE
               WHEN '35'
                   DISPLAY 'NO ARRANGEMENT FILE - NO PAYMENT '
                       'ARRANGEMENTS STANDING'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN ARRANGEMENT-FILE - '
                       'STATUS ' WS-ARRANGEMENT-STATUS
                       ' - STOPPING RATHER THAN LET THE REWRITE '
                       'DESTROY THE ARRANGEMENTS ON FILE'
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * READ ONE ARRANGEMENT ROW INTO THE TABLE.
      *****************************************************************
       165-READ-ARRANGEMENT-REC.
           READ ARRANGEMENT-FILE
               AT END
                   MOVE 'Y' TO WS-ARR-EOF-SW
               NOT AT END
                   ADD 1 TO WS-ARR-TABLE-COUNT
                   SET WS-ARR-IDX TO WS-ARR-TABLE-COUNT
                   MOVE PA-ACCOUNT-NUMBER TO
                       WS-PA-ACCOUNT (WS-ARR-IDX)
                   MOVE PA-INSTALLMENT-AMT TO
                       WS-PA-INSTALLMENT (WS-ARR-IDX)
                   MOVE PA-START-DATE TO
                       WS-PA-START-DATE (WS-ARR-IDX)
                   MOVE PA-MONTHS     TO WS-PA-MONTHS (WS-ARR-IDX)
                   MOVE PA-PAID-COUNT TO
                       WS-PA-PAID-COUNT (WS-ARR-IDX)
                   MOVE PA-LAST-PAID-DATE TO
                       WS-PA-LAST-PAID (WS-ARR-IDX)
                   MOVE PA-STATUS     TO WS-PA-STATUS (WS-ARR-IDX)
           END-READ.

      *****************************************************************
      * OPEN THE KEYED PAYMENT HISTORY FOR UPDATE, CREATING IT IF
      * IT DOES NOT EXIST YET - A RETURN AGAINST AN ACCOUNT WHOSE
      * PAYMENT CLEARED THE LAST OPEN ITEM ON FILE STILL HAS ITEMS
      * TO PUT BACK. ANY OTHER OPEN FAILURE STOPS THE RUN.
      *****************************************************************
       170-OPEN-PAYMENT-HISTORY.
           OPEN I-O PAYMENT-HISTORY.
           IF WS-PAYMENT-HISTORY-STATUS = '35'
               OPEN OUTPUT PAYMENT-HISTORY
               CLOSE PAYMENT-HISTORY
               OPEN I-O PAYMENT-HISTORY
           END-IF.
           IF WS-PAYMENT-HISTORY-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN PAYMENT-HISTORY - STATUS '
                   WS-PAYMENT-HISTORY-STATUS
                   ' - CANNOT PUT BACK THE RETURNED ITEMS'
               STOP RUN
           END-IF.

      *****************************************************************
      * THE GL EXTRACT, THE MAINTENANCE TRANSACTIONS, AND THE RETURN
      * HISTORY ALL OPEN EXTEND - EACH HOLDS ROWS OTHER RUNS (OR
      * EARLIER RUNS OF THIS ONE) WROTE AND NOBODY HAS CONSUMED.
      * EACH IS CREATED FRESH ONLY WHEN NONE EXISTS YET.
      *****************************************************************
       175-OPEN-EXTEND-FILES.
           OPEN EXTEND GL-MISC.
           IF WS-GL-MISC-STATUS = '35'
               OPEN OUTPUT GL-MISC
           END-IF.
           IF WS-GL-MISC-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN GL-MISC - STATUS '
                   WS-GL-MISC-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND MAINT-TRANS.
           IF WS-MAINT-TRANS-STATUS NOT = '00'
               OPEN OUTPUT MAINT-TRANS
           END-IF.
           IF WS-MAINT-TRANS-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN MAINT-TRANS - STATUS '
                   WS-MAINT-TRANS-STATUS
               STOP RUN
           END-IF.

           OPEN EXTEND RETURN-HISTORY.
           IF WS-RETURN-HISTORY-STATUS = '35'
               OPEN OUTPUT RETURN-HISTORY
           END-IF.
           IF WS-RETURN-HISTORY-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN RETURN-HISTORY - STATUS '
                   WS-RETURN-HISTORY-STATUS
               STOP RUN
           END-IF.

      *****************************************************************
      * OPEN THE KEYED DEPOSIT FILE FOR UPDATE. A MISSING FILE
      * (STATUS 35) MEANS NO DEPOSIT HAS EVER BILLED, SO NO RETURN
      * CAN HAVE PAID ONE. ANY OTHER FAILURE STOPS THE RUN.
      *****************************************************************
       180-OPEN-SECURITY-DEPOSIT.
           MOVE 'N' TO WS-SD-AVAILABLE-SW.
           OPEN I-O SECURITY-DEPOSIT.
           EVALUATE WS-SECURITY-DEPOSIT-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-SD-AVAILABLE-SW
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN SECURITY-DEPOSIT - STATUS '
                       WS-SECURITY-DEPOSIT-STATUS
                       ' - STOPPING RATHER THAN LEAVE RETURNED '
                       'DEPOSIT CASH COUNTED AS PAID'
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * OPEN THE KEYED WRITE-OFF FILE FOR UPDATE. A MISSING FILE
      * (STATUS 35) MEANS NOTHING HAS BEEN WRITTEN OFF, SO NO RETURN
      * CAN HAVE PAID A RECOVERY. ANY OTHER FAILURE STOPS THE RUN.
      *****************************************************************
       185-OPEN-WRITE-OFF-FILE.
           MOVE 'N' TO WS-WO-AVAILABLE-SW.
           OPEN I-O WRITE-OFF-FILE.
           EVALUATE WS-WRITE-OFF-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-WO-AVAILABLE-SW
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN WRITE-OFF-FILE - STATUS '
                       WS-WRITE-OFF-STATUS
                       ' - STOPPING RATHER THAN LEAVE A RETURNED '
                       'RECOVERY COUNTED AS COLLECTED'
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * OPEN THE KEYED CUSTOMER LEDGER FOR UPDATE, CREATING IT EMPTY
      * ONLY WHEN IT DOES NOT EXIST YET (STATUS 35, THE FIRST RUN).
      * ANY OTHER FAILURE STOPS THE RUN: PUTTING RETURNED ITEMS
      * BACK WOULD MOVE PAYHIST BALANCES THE ACCOUNT HISTORY NEVER
      * SHOWS.
      *****************************************************************
       190-OPEN-LEDGER-FILE.
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
      * ONE PASS OF THE APPLICATION DETAIL, PUTTING BACK EVERY ITEM
      * THE RETURNED PAYMENTS PAID. A MISSING FILE (STATUS 35)
      * MEANS NO PAYMENT HAS POSTED WITH DETAIL YET - EVERY RETURN
      * IS THEN SETTLED THROUGH SUSPENSE AND CHARGE-BACK.
      *****************************************************************
       200-SCAN-APPLICATION-DETAIL.
           OPEN INPUT APPLICATION-FILE.

           EVALUATE WS-APPLICATION-STATUS
               WHEN '00'
                   PERFORM 205-READ-APPLICATION-REC
                       UNTIL WS-EOF-APPLICATION-FILE
                   CLOSE APPLICATION-FILE
               WHEN '35'
                   DISPLAY 'NO APPLICATION DETAIL FILE - RETURNS '
                       'SETTLE BY CHARGE-BACK'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN APPLICATION-FILE - '
                       'STATUS ' WS-APPLICATION-STATUS
                       ' - STOPPING RATHER THAN CHARGE BACK ITEMS '
                       'THE DETAIL WOULD HAVE RESTORED'
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * READ ONE APPLICATION DETAIL ROW AND OFFER IT TO EVERY
      * RETURN.
      *****************************************************************
       205-READ-APPLICATION-REC.
           READ APPLICATION-FILE
               AT END
                   MOVE 'Y' TO WS-APPL-EOF-SW
               NOT AT END
                   PERFORM 210-MATCH-DETAIL-TO-RETURN
                       VARYING WS-RET-SUB FROM 1 BY 1
                       UNTIL WS-RET-SUB > WS-RET-TABLE-COUNT
           END-READ.

      *****************************************************************
      * APPLY ONE DETAIL ROW TO THE RETURN IT BELONGS TO. A LOCKBOX
      * ROW BELONGS BY ACCOUNT, DATE, AND PAYMENT AMOUNT: AN ITEM
      * ROW IS PUT BACK, A SUSPENSE ROW IS THE PORTION THAT WENT TO
      * SUSPENSE, A RECOVERY ROW (APPLIED TO W) IS TAKEN BACK OFF THE
      * ACCOUNT'S WRITE-OFF. A SUSPENSE-REAPPLICATION ROW CARRIES
      * THE ORIGINAL PAYMENT DATE, SO IT BELONGS BY ACCOUNT AND DATE
      * - ITS ITEM IS PUT BACK (OR ITS RECOVERY TAKEN BACK) TOO, AND
      * IT COUNTS AS SUSPENSE ALREADY USED.
      *****************************************************************
       210-MATCH-DETAIL-TO-RETURN.
           IF WS-RT-TO-PROCESS (WS-RET-SUB)
               AND PY-ACCOUNT-NUMBER = WS-RT-ACCOUNT (WS-RET-SUB)
               AND PY-PAYMENT-DATE = WS-RT-DATE (WS-RET-SUB)
               EVALUATE TRUE
                   WHEN (PY-FROM-LOCKBOX OR PY-FROM-DRAFT)
                       AND PY-PAYMENT-AMOUNT =
                           WS-RT-AMOUNT (WS-RET-SUB)
                       MOVE 'Y' TO WS-RT-DETAIL-SW (WS-RET-SUB)
                       IF PY-FROM-DRAFT
                           MOVE 'Y' TO WS-RT-DRAFT-SW (WS-RET-SUB)
                       END-IF
                       EVALUATE TRUE
                           WHEN PY-TO-OPEN-ITEM
                               ADD PY-APPLIED-AMOUNT TO
                                   WS-RT-RESTORED (WS-RET-SUB)
                               PERFORM 215-RESTORE-DETAIL-ITEM
                           WHEN PY-TO-RECOVERY
                               ADD PY-APPLIED-AMOUNT TO
                                   WS-RT-RECOVERED (WS-RET-SUB)
                               PERFORM 217-REVERSE-RECOVERY
                           WHEN OTHER
                               ADD PY-APPLIED-AMOUNT TO
                                   WS-RT-SUSPENDED (WS-RET-SUB)
                       END-EVALUATE
                   WHEN PY-FROM-SUSPENSE
                       AND PY-TO-OPEN-ITEM
                       ADD PY-APPLIED-AMOUNT TO
                           WS-RT-REAPPLIED (WS-RET-SUB)
                       PERFORM 215-RESTORE-DETAIL-ITEM
                   WHEN PY-FROM-SUSPENSE
                       AND PY-TO-RECOVERY
                       ADD PY-APPLIED-AMOUNT TO
                           WS-RT-REAPPLIED (WS-RET-SUB)
                       PERFORM 217-REVERSE-RECOVERY
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *****************************************************************
      * PUT BACK THE ITEM A DETAIL ROW PAID, WITH ITS ORIGINAL
      * PERIOD, TYPE, AND DUE DATE. A SECURITY DEPOSIT ITEM ALSO
      * COMES BACK OFF THE DEPOSIT PAID.
      *****************************************************************
       215-RESTORE-DETAIL-ITEM.
           MOVE PY-ACCOUNT-NUMBER  TO WS-ITEM-ACCOUNT.
           MOVE PY-BILLING-PERIOD  TO WS-ITEM-PERIOD.
           MOVE PY-ITEM-TYPE       TO WS-ITEM-TYPE.
           MOVE PY-DUE-DATE        TO WS-ITEM-DUE-DATE.
           MOVE PY-APPLIED-AMOUNT  TO WS-ITEM-AMOUNT.
           PERFORM 700-WRITE-ITEM.
           ADD 1 TO WS-ITEMS-RESTORED-COUNT.
           ADD PY-APPLIED-AMOUNT TO WS-RESTORED-TOTAL.
           ADD PY-APPLIED-AMOUNT TO WS-RT-LG-ITEMS (WS-RET-SUB).
           IF PY-ITEM-TYPE = 'D'
               PERFORM 216-REVERSE-DEPOSIT-PAID
           END-IF.

      *****************************************************************
      * TAKE A RETURNED DEPOSIT PAYMENT BACK OFF THE ACCOUNT'S
      * DEPOSIT ROW - NEVER BELOW ZERO. A DEPOSIT ALREADY SETTLED
      * (APPLIED TO A FINAL BILL OR REFUNDED) IS LEFT AS IT STANDS;
      * THE RESTORED ITEM IS WHAT THE ACCOUNT NOW OWES.
      *****************************************************************
       216-REVERSE-DEPOSIT-PAID.
           IF WS-SD-AVAILABLE
               MOVE PY-ACCOUNT-NUMBER TO DP-ACCOUNT-NUMBER
               READ SECURITY-DEPOSIT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DP-HELD
                           IF DP-AMOUNT-PAID > PY-APPLIED-AMOUNT
                               SUBTRACT PY-APPLIED-AMOUNT
                                   FROM DP-AMOUNT-PAID
                           ELSE
                               MOVE 0 TO DP-AMOUNT-PAID
                               MOVE 0 TO DP-DATE-PAID
                           END-IF
                           REWRITE DP-RECORD
                               INVALID KEY
                                   DISPLAY 'DEPOSIT REWRITE FAILED '
                                       'FOR ' PY-ACCOUNT-NUMBER
                                       ' - STATUS '
                                       WS-SECURITY-DEPOSIT-STATUS
                           END-REWRITE
                           ADD 1 TO WS-SD-REVERSED-COUNT
                           ADD PY-APPLIED-AMOUNT
                               TO WS-SD-REVERSED-TOTAL
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      * TAKE A RETURNED RECOVERY BACK OFF THE ACCOUNT'S WRITE-OFF
      * ROW - NEVER BELOW ZERO - SO THE AMOUNT IS OUTSTANDING WITH
      * THE AGENCY AGAIN, AND BOOK IT BACK TO BAD DEBT (GLMISC CODE
      * W) AGAINST THE RECOVERY UTIL2100 BOOKED.
      *****************************************************************
       217-REVERSE-RECOVERY.
           IF WS-WO-AVAILABLE
               MOVE PY-ACCOUNT-NUMBER TO WO-ACCOUNT-NUMBER
               READ WRITE-OFF-FILE
                   INVALID KEY
                       DISPLAY 'NO WRITE-OFF ROW FOR RETURNED '
                           'RECOVERY ON ' PY-ACCOUNT-NUMBER
                   NOT INVALID KEY
                       IF WO-AMOUNT-RECOVERED > PY-APPLIED-AMOUNT
                           SUBTRACT PY-APPLIED-AMOUNT
                               FROM WO-AMOUNT-RECOVERED
                       ELSE
                           MOVE 0 TO WO-AMOUNT-RECOVERED
                       END-IF
                       MOVE 'P' TO WO-STATUS
                       REWRITE WO-RECORD
                           INVALID KEY
                               DISPLAY 'WRITE-OFF REWRITE FAILED FOR '
                                   PY-ACCOUNT-NUMBER ' - STATUS '
                                   WS-WRITE-OFF-STATUS
                       END-REWRITE
               END-READ
           END-IF.

           PERFORM 715-WRITE-BAD-DEBT-GL.
           ADD 1 TO WS-WO-REVERSED-COUNT.
           ADD PY-APPLIED-AMOUNT TO WS-WO-REVERSED-TOTAL.
           ADD PY-APPLIED-AMOUNT TO WS-RT-LG-RECOVERY (WS-RET-SUB).

      *****************************************************************
      * FINISH ONE RETURN DURING THE LOOP IN 000-MAIN. A DUPLICATE
      * OR ALREADY-PROCESSED RETURN GETS ITS JOURNAL LINE AND
      * NOTHING ELSE. OTHERWISE THE ITEMS ARE ALREADY BACK (THE
      * DETAIL SCAN DID THAT); WHAT IS LEFT IS THE SUSPENSE SIDE -
      * THE PORTION THAT WENT TO SUSPENSE AND WAS NOT LATER
      * REAPPLIED TO AN ITEM IS PULLED BACK OFF SUSPFILE WHERE IT IS
      * STILL SITTING, AND WHATEVER HAS ALREADY GONE OUT AS A
      * STATEMENT CREDIT OR REFUND IS CHARGED BACK AS ITS OWN ITEM.
      * A RETURN WITH NO DETAIL AT ALL (A PAYMENT POSTED BEFORE
      * UTIL2100 KEPT IT) IS TREATED AS ALL SUSPENSE, WHICH PUTS THE
      * WHOLE AMOUNT BACK ON THE ACCOUNT ONE WAY OR THE OTHER.
      *****************************************************************
       600-PROCESS-ONE-RETURN.
           MOVE 0 TO WS-PULLED-BACK-AMT.
           MOVE 0 TO WS-CHARGED-BACK-AMT.
           MOVE 0 TO WS-FEE-CHARGED.
           MOVE 0 TO WS-UNRECONCILED-AMT.

           EVALUATE TRUE
               WHEN WS-RT-DUPLICATE (WS-RET-SUB)
                   MOVE 'DUPLICATE RETURN - SKIPPED'
                       TO WS-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
                   ADD WS-RT-AMOUNT (WS-RET-SUB) TO WS-SKIPPED-TOTAL
               WHEN WS-RT-ON-HISTORY (WS-RET-SUB)
                   MOVE 'ALREADY PROCESSED - SKIPPED'
                       TO WS-DISPOSITION
                   ADD 1 TO WS-SKIPPED-COUNT
                   ADD WS-RT-AMOUNT (WS-RET-SUB) TO WS-SKIPPED-TOTAL
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN WS-RT-DRAFT (WS-RET-SUB)
                           MOVE 'AUTOPAY DRAFT RETURN PROCESSED'
                               TO WS-DISPOSITION
                           ADD 1 TO WS-DRAFT-RETURN-COUNT
                           ADD WS-RT-AMOUNT (WS-RET-SUB)
                               TO WS-DRAFT-RETURN-TOTAL
                       WHEN WS-RT-DETAIL-FOUND (WS-RET-SUB)
                           MOVE 'RETURN PROCESSED' TO WS-DISPOSITION
                       WHEN OTHER
                           MOVE WS-RT-AMOUNT (WS-RET-SUB)
                               TO WS-RT-SUSPENDED (WS-RET-SUB)
                           MOVE 'NO POSTING DETAIL - SUSP/CHG BK'
                               TO WS-DISPOSITION
                   END-EVALUATE
                   IF WS-RT-SUSPENDED (WS-RET-SUB) >
                           WS-RT-REAPPLIED (WS-RET-SUB)
                       COMPUTE WS-UNRECONCILED-AMT =
                           WS-RT-SUSPENDED (WS-RET-SUB)
                           - WS-RT-REAPPLIED (WS-RET-SUB)
                   END-IF
                   IF WS-UNRECONCILED-AMT > 0
                       PERFORM 610-PULL-BACK-SUSPENSE
                   END-IF
                   IF WS-UNRECONCILED-AMT > 0
                       PERFORM 620-CHARGE-BACK-SUSPENSE
                   END-IF
                   ADD 1 TO WS-PROCESSED-COUNT
                   ADD WS-RT-AMOUNT (WS-RET-SUB)
                       TO WS-PROCESSED-TOTAL
                   PERFORM 640-ADD-RETURN-FEE
                   PERFORM 740-POST-RETURN-LEDGER
                   PERFORM 730-WRITE-RETURN-HISTORY
           END-EVALUATE.

           PERFORM 820-WRITE-JOURNAL-LINE.

           IF WS-RT-TO-PROCESS (WS-RET-SUB)
               IF WS-RT-RECOVERED (WS-RET-SUB) > 0
                   MOVE 'BAD DEBT RECOVERY REVERSED - BACK WITH AGENCY'
                       TO WS-NL-TEXT
                   PERFORM 835-WRITE-NOTE-LINE
               END-IF
               PERFORM 630-BREAK-ARRANGEMENT
               IF WS-RT-CM-FOUND (WS-RET-SUB)
                   PERFORM 720-WRITE-MASTER-CHANGE-TRANS
               ELSE
                   MOVE 'ACCOUNT NOT ON MASTER - NOT FLAGGED CASH-ONLY'
                       TO WS-NL-TEXT
                   PERFORM 835-WRITE-NOTE-LINE
               END-IF
           END-IF.

      *****************************************************************
      * PULL THE RETURN'S UNUSED SUSPENSE BACK OFF THE SUSPENSE
      * TABLE - THE ROWS UTIL2100 WROTE FOR THIS ACCOUNT AND
      * PAYMENT DATE, AS MUCH AS IS STILL THERE.
      *****************************************************************
       610-PULL-BACK-SUSPENSE.
           PERFORM 615-PULL-FROM-ONE-ROW
               VARYING WS-SUSP-IDX FROM 1 BY 1
               UNTIL WS-SUSP-IDX > WS-SUSP-TABLE-COUNT
               OR WS-UNRECONCILED-AMT = 0.

           IF WS-PULLED-BACK-AMT > 0
               ADD 1 TO WS-PULLED-BACK-COUNT
               ADD WS-PULLED-BACK-AMT TO WS-PULLED-BACK-TOTAL
           END-IF.

      *****************************************************************
      * TAKE WHAT IS NEEDED FROM ONE SUSPENSE ROW DURING THE LOOP
      * ABOVE - A ROW TAKEN WHOLE IS RESOLVED AND DROPS OFF AT THE
      * REWRITE, A ROW TAKEN IN PART KEEPS ITS REMAINDER.
      *****************************************************************
       615-PULL-FROM-ONE-ROW.
           IF WS-SU-ACCOUNT (WS-SUSP-IDX) = WS-RT-ACCOUNT (WS-RET-SUB)
               AND WS-SU-DATE (WS-SUSP-IDX) = WS-RT-DATE (WS-RET-SUB)
               AND WS-SU-RESOLVED-SW (WS-SUSP-IDX) = 'N'
               IF WS-SU-AMOUNT (WS-SUSP-IDX) <= WS-UNRECONCILED-AMT
                   ADD WS-SU-AMOUNT (WS-SUSP-IDX)
                       TO WS-PULLED-BACK-AMT
                   SUBTRACT WS-SU-AMOUNT (WS-SUSP-IDX)
                       FROM WS-UNRECONCILED-AMT
                   MOVE 'Y' TO WS-SU-RESOLVED-SW (WS-SUSP-IDX)
               ELSE
                   ADD WS-UNRECONCILED-AMT TO WS-PULLED-BACK-AMT
                   SUBTRACT WS-UNRECONCILED-AMT
                       FROM WS-SU-AMOUNT (WS-SUSP-IDX)
                   MOVE 0 TO WS-UNRECONCILED-AMT
               END-IF
           END-IF.

      *****************************************************************
      * THE REST OF THE RETURN'S SUSPENSE HAS ALREADY GONE OUT - AS
      * A STATEMENT CREDIT AGAINST A BILL, OR ON A REFUND CHECK -
      * SO THE CUSTOMER OWES IT AGAIN. IT GOES ON PAYHIST AS A
      * CHARGE-BACK ITEM (TYPE R) IN THE CURRENT PERIOD, DUE AT
      * ONCE.
      *****************************************************************
       620-CHARGE-BACK-SUSPENSE.
           MOVE WS-UNRECONCILED-AMT TO WS-CHARGED-BACK-AMT.
           MOVE WS-RT-ACCOUNT (WS-RET-SUB) TO WS-ITEM-ACCOUNT.
           MOVE WS-RUN-PERIOD-NUM   TO WS-ITEM-PERIOD.
           MOVE 'R'                 TO WS-ITEM-TYPE.
           MOVE WS-RUN-DATE-NUM     TO WS-ITEM-DUE-DATE.
           MOVE WS-CHARGED-BACK-AMT TO WS-ITEM-AMOUNT.
           PERFORM 700-WRITE-ITEM.
           MOVE 0 TO WS-UNRECONCILED-AMT.

           ADD 1 TO WS-CHARGED-BACK-COUNT.
           ADD WS-CHARGED-BACK-AMT TO WS-CHARGED-BACK-TOTAL.

      *****************************************************************
      * BREAK THE ACCOUNT'S ARRANGEMENT. AN ACTIVE ARRANGEMENT IS
      * BROKEN OUTRIGHT - THE CUSTOMER'S MONEY NEVER ARRIVED. IF
      * THE RETURNED PAYMENT IS THE ONE THAT LAST COUNTED AN
      * INSTALLMENT (SAME DATE), THAT INSTALLMENT IS UN-COUNTED,
      * WHICH ALSO REOPENS AN ARRANGEMENT THE PAYMENT HAD COMPLETED
      * - AS BROKEN.
      *****************************************************************
       630-BREAK-ARRANGEMENT.
           MOVE 0 TO WS-ARR-FOUND-IDX.
           PERFORM 635-CHECK-ARR-ENTRY
               VARYING WS-ARR-IDX FROM 1 BY 1
               UNTIL WS-ARR-IDX > WS-ARR-TABLE-COUNT.

           IF WS-ARR-FOUND-IDX > 0
               SET WS-ARR-IDX TO WS-ARR-FOUND-IDX
               IF WS-PA-LAST-PAID (WS-ARR-IDX) =
                       WS-RT-DATE (WS-RET-SUB)
                   AND WS-PA-PAID-COUNT (WS-ARR-IDX) > 0
                   SUBTRACT 1 FROM WS-PA-PAID-COUNT (WS-ARR-IDX)
               END-IF
               MOVE 'B' TO WS-PA-STATUS (WS-ARR-IDX)
               ADD 1 TO WS-ARR-BROKEN-COUNT
               MOVE 'ARRANGEMENT BROKEN - PAYMENT RETURNED'
                   TO WS-NL-TEXT
               PERFORM 835-WRITE-NOTE-LINE
               PERFORM 745-POST-ARRANGEMENT-LEDGER
           END-IF.

      *****************************************************************
      * EXAMINE ONE ARRANGEMENT-TABLE ENTRY DURING THE SEARCH
      * ABOVE - AN ACTIVE ROW MATCHES, AND SO DOES A COMPLETED ROW
      * THE RETURNED PAYMENT ITSELF COMPLETED.
      *****************************************************************
       635-CHECK-ARR-ENTRY.
           IF WS-PA-ACCOUNT (WS-ARR-IDX) = WS-RT-ACCOUNT (WS-RET-SUB)
               IF WS-PA-STATUS (WS-ARR-IDX) = 'A'
                   OR (WS-PA-STATUS (WS-ARR-IDX) = 'C'
                       AND WS-PA-LAST-PAID (WS-ARR-IDX) =
                           WS-RT-DATE (WS-RET-SUB))
                   MOVE WS-ARR-IDX TO WS-ARR-FOUND-IDX
               END-IF
           END-IF.

      *****************************************************************
      * CHARGE THE RETURNED-CHECK FEE - ITS OWN OPEN ITEM (TYPE F)
      * IN THE CURRENT PERIOD, DUE AT ONCE, AND ITS OWN REVENUE LINE
      * ON THE MISCELLANEOUS GL EXTRACT.
      *****************************************************************
       640-ADD-RETURN-FEE.
           MOVE WS-RETURN-FEE-AMT TO WS-FEE-CHARGED.
           MOVE WS-RT-ACCOUNT (WS-RET-SUB) TO WS-ITEM-ACCOUNT.
           MOVE WS-RUN-PERIOD-NUM   TO WS-ITEM-PERIOD.
           MOVE 'F'                 TO WS-ITEM-TYPE.
           MOVE WS-RUN-DATE-NUM     TO WS-ITEM-DUE-DATE.
           MOVE WS-FEE-CHARGED      TO WS-ITEM-AMOUNT.
           PERFORM 700-WRITE-ITEM.
           PERFORM 710-WRITE-FEE-GL.

           ADD 1 TO WS-FEE-COUNT.
           ADD WS-FEE-CHARGED TO WS-FEE-TOTAL.

      *****************************************************************
      * WRITE AN OPEN ITEM TO PAYHIST - ADDED ONTO THE ITEM IF ONE
      * IS STILL OPEN UNDER THE SAME KEY (A PAYMENT THAT ONLY PAID
      * AN ITEM DOWN), WRITTEN FRESH WITH THE GIVEN DUE DATE IF NOT.
      *****************************************************************
       700-WRITE-ITEM.
           MOVE WS-ITEM-ACCOUNT TO PH-ACCOUNT-NUMBER.
           MOVE WS-ITEM-PERIOD  TO PH-BILLING-PERIOD.
           MOVE WS-ITEM-TYPE    TO PH-ITEM-TYPE.
           READ PAYMENT-HISTORY
               INVALID KEY
                   MOVE WS-ITEM-DUE-DATE TO PH-DUE-DATE
                   MOVE WS-ITEM-AMOUNT   TO PH-BALANCE-DUE
                   WRITE PH-RECORD
                       INVALID KEY
                           DISPLAY 'PAYHIST WRITE FAILED FOR '
                               WS-ITEM-ACCOUNT ' - STATUS '
                               WS-PAYMENT-HISTORY-STATUS
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-ITEM-AMOUNT TO PH-BALANCE-DUE
                   REWRITE PH-RECORD
                       INVALID KEY
                           DISPLAY 'PAYHIST REWRITE FAILED FOR '
                               WS-ITEM-ACCOUNT ' - STATUS '
                               WS-PAYMENT-HISTORY-STATUS
                   END-REWRITE
           END-READ.

      *****************************************************************
      * BOOK THE FEE - ADJUSTMENT CODE N, THE AMOUNT IN THE ACTUAL
      * AND TOTAL BILL FIELDS, THE BILLED-REVENUE COMPONENTS ZERO.
      *****************************************************************
       710-WRITE-FEE-GL.
           MOVE WS-RT-ACCOUNT (WS-RET-SUB) TO GL-ACCOUNT-NUMBER.
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
           MOVE WS-FEE-CHARGED      TO GL-ACTUAL-BILL.
           MOVE 0                   TO GL-BUDGET-ADJ.
           MOVE WS-FEE-CHARGED      TO GL-TOTAL-BILL.
           MOVE 'N'                 TO GL-ADJ-CODE.
           MOVE 0                   TO GL-PRIOR-RATE-REVENUE.
           MOVE 0                   TO GL-PRIOR-TAX-REVENUE.
           WRITE GL-RECORD.

      *****************************************************************
      * BOOK A RETURNED RECOVERY BACK TO BAD DEBT - ADJUSTMENT CODE
      * W, THE AMOUNT IN THE ACTUAL AND TOTAL BILL FIELDS, THE
      * BILLED-REVENUE COMPONENTS ZERO.
      *****************************************************************
       715-WRITE-BAD-DEBT-GL.
           MOVE PY-ACCOUNT-NUMBER   TO GL-ACCOUNT-NUMBER.
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
           MOVE PY-APPLIED-AMOUNT   TO GL-ACTUAL-BILL.
           MOVE 0                   TO GL-BUDGET-ADJ.
           MOVE PY-APPLIED-AMOUNT   TO GL-TOTAL-BILL.
           MOVE 'W'                 TO GL-ADJ-CODE.
           MOVE 0                   TO GL-PRIOR-RATE-REVENUE.
           MOVE 0                   TO GL-PRIOR-TAX-REVENUE.
           WRITE GL-RECORD.

      *****************************************************************
      * LEAVE ONE CHANGE TRANSACTION FOR THE NEXT UTIL2200 RUN WITH
      * EVERYTHING THE RETURN DOES TO THE MASTER ROW AS CAPTURED -
      * THE CASH-ONLY FLAG SET AND, FOR A RETURNED AUTOPAY DRAFT,
      * THE DRAFT RETURN STAMPED OR AUTOPAY DROPPED. AN ACCOUNT
      * THE RETURN LEAVES AS IT WAS NEEDS NONE. THE CHANGED ROW IS
      * CARRIED FORWARD TO ANY LATER RETURN FOR THE SAME ACCOUNT IN
      * THIS FILE, SO ITS TRANSACTION BUILDS ON THIS ONE INSTEAD OF
      * UNDOING IT.
      *****************************************************************
       720-WRITE-MASTER-CHANGE-TRANS.
           MOVE WS-RT-CM-IMAGE (WS-RET-SUB) TO MT-MASTER-IMAGE.
           MOVE 'N' TO WS-MASTER-CHANGED-SW.

           IF NOT MT-CASH-ONLY
               MOVE 'Y'        TO MT-CASH-ONLY-FLAG
               MOVE 'Y'        TO WS-MASTER-CHANGED-SW
               ADD 1 TO WS-CASH-ONLY-COUNT
               MOVE 'ACCOUNT FLAGGED CASH-ONLY' TO WS-NL-TEXT
               PERFORM 835-WRITE-NOTE-LINE
           END-IF.

           IF WS-RT-DRAFT (WS-RET-SUB) AND MT-ON-AUTOPAY
               PERFORM 725-APPLY-DRAFT-RETURN
           END-IF.

           IF WS-MASTER-CHANGED
               MOVE 'C'        TO MT-ACTION
               MOVE 'UTIL2900' TO MT-OPERATOR-ID
               WRITE MT-RECORD
               PERFORM 727-CARRY-MASTER-FORWARD
                   VARYING WS-DUP-SUB FROM WS-RET-SUB BY 1
                   UNTIL WS-DUP-SUB > WS-RET-TABLE-COUNT
           END-IF.

      *****************************************************************
      * A RETURNED AUTOPAY DRAFT - IF THE MASTER SHOWS ANOTHER DRAFT
      * RETURNED WITHIN TWELVE MONTHS, THE ACCOUNT COMES OFF
      * AUTOPAY AND PAYS BY HAND FROM HERE ON. EITHER WAY TODAY'S
      * RETURN BECOMES THE LAST ONE ON RECORD.
      *****************************************************************
       725-APPLY-DRAFT-RETURN.
           IF MT-LAST-DRAFT-RETURN NOT NUMERIC
               MOVE 0 TO MT-LAST-DRAFT-RETURN
           END-IF.

           IF MT-LAST-DRAFT-RETURN > 0
               AND MT-LAST-DRAFT-RETURN NOT < WS-DRAFT-CUTOFF-NUM
               MOVE SPACE TO MT-AUTOPAY-FLAG
               ADD 1 TO WS-AUTOPAY-DROPPED-COUNT
               MOVE 'SECOND DRAFT RETURN IN 12 MONTHS - AUTOPAY DROPPED'
                   TO WS-NL-TEXT
           ELSE
               MOVE 'DRAFT RETURN RECORDED - ONE MORE DROPS AUTOPAY'
                   TO WS-NL-TEXT
           END-IF.
           PERFORM 835-WRITE-NOTE-LINE.

           MOVE WS-RUN-DATE-NUM TO MT-LAST-DRAFT-RETURN.
           MOVE 'Y' TO WS-MASTER-CHANGED-SW.

      *****************************************************************
      * HAND THE CHANGED MASTER ROW TO ONE LATER RETURN FOR THE SAME
      * ACCOUNT DURING THE LOOP ABOVE.
      *****************************************************************
       727-CARRY-MASTER-FORWARD.
           IF WS-DUP-SUB > WS-RET-SUB
               AND WS-RT-ACCOUNT (WS-DUP-SUB) =
                   WS-RT-ACCOUNT (WS-RET-SUB)
               MOVE MT-MASTER-IMAGE TO WS-RT-CM-IMAGE (WS-DUP-SUB)
           END-IF.

      *****************************************************************
      * RECORD THE RETURN AS PROCESSED SO A RERUN SKIPS IT.
      *****************************************************************
       730-WRITE-RETURN-HISTORY.
           MOVE WS-RT-ACCOUNT (WS-RET-SUB) TO RH-ACCOUNT-NUMBER.
           MOVE WS-RT-DATE (WS-RET-SUB)    TO RH-PAYMENT-DATE.
           MOVE WS-RT-AMOUNT (WS-RET-SUB)  TO RH-AMOUNT.
           MOVE WS-RT-REASON (WS-RET-SUB)  TO RH-RETURN-REASON.
           MOVE WS-RUN-DATE-NUM            TO RH-PROCESSED-DATE.
           WRITE RH-RECORD.

      *****************************************************************
      * POST THE RETURN TO THE CUSTOMER'S LEDGER. THE RETURNED
      * PAYMENT IS EVERYTHING IT PUT BACK ON THE ACCOUNT - THE ITEMS
      * RESTORED, THE SUSPENSE PULLED BACK, AND THE CHARGE-BACK ITEM
      * - AND THE FEE IS ITS OWN ENTRY. A RECOVERY TAKEN BACK OFF A
      * WRITE-OFF MOVES NO PAYHIST OR SUSPFILE BALANCE, SO IT IS A
      * MEMO ENTRY.
      *****************************************************************
       740-POST-RETURN-LEDGER.
           MOVE WS-RT-ACCOUNT (WS-RET-SUB) TO WS-LG-ACCOUNT.
           MOVE WS-RUN-PERIOD-NUM           TO WS-LG-PERIOD.

           MOVE 'NR' TO WS-LG-TYPE.
           COMPUTE WS-LG-AMOUNT =
               WS-RT-LG-ITEMS (WS-RET-SUB)
               + WS-PULLED-BACK-AMT
               + WS-CHARGED-BACK-AMT.
           IF WS-RT-DRAFT (WS-RET-SUB)
               MOVE 'AUTOPAY DRAFT RETURNED' TO WS-LG-DESC
           ELSE
               MOVE 'RETURNED PAYMENT'       TO WS-LG-DESC
           END-IF.
           PERFORM 780-POST-LEDGER-ENTRY.

           IF WS-FEE-CHARGED > 0
               MOVE 'NF' TO WS-LG-TYPE
               MOVE WS-FEE-CHARGED TO WS-LG-AMOUNT
               MOVE 'RETURNED PAYMENT FEE' TO WS-LG-DESC
               PERFORM 780-POST-LEDGER-ENTRY
           END-IF.

           IF WS-RT-LG-RECOVERY (WS-RET-SUB) > 0
               MOVE 'WR' TO WS-LG-TYPE
               MOVE WS-RT-LG-RECOVERY (WS-RET-SUB) TO WS-LG-AMOUNT
               MOVE 'M'  TO WS-LG-MEMO-SW
               MOVE 'RECOVERY RETURNED - TO AGENCY' TO WS-LG-DESC
               PERFORM 780-POST-LEDGER-ENTRY
           END-IF.

      *****************************************************************
      * NOTE THE BROKEN ARRANGEMENT ON THE CUSTOMER'S LEDGER - A
      * MEMO ENTRY CARRYING THE INSTALLMENT, SINCE NO BALANCE MOVES.
      *****************************************************************
       745-POST-ARRANGEMENT-LEDGER.
           MOVE WS-RT-ACCOUNT (WS-RET-SUB) TO WS-LG-ACCOUNT.
           MOVE WS-RUN-PERIOD-NUM           TO WS-LG-PERIOD.
           MOVE 'AR'                        TO WS-LG-TYPE.
           MOVE WS-PA-INSTALLMENT (WS-ARR-IDX) TO WS-LG-AMOUNT.
           MOVE 'M'                         TO WS-LG-MEMO-SW.
           MOVE 'ARRANGEMENT BROKEN'        TO WS-LG-DESC.
           PERFORM 780-POST-LEDGER-ENTRY.

      *****************************************************************
      * REWRITE SUSPFILE WITH THE ROWS STILL UNRESOLVED - EVERYTHING
      * CARRIED IN, LESS WHAT WAS PULLED BACK.
      *****************************************************************
       750-REWRITE-SUSPENSE-FILE.
           IF WS-SUSP-TABLE-COUNT > 0
               OPEN OUTPUT SUSPENSE-FILE
               PERFORM 755-WRITE-ONE-SUSPENSE-ROW
                   VARYING WS-SUSP-IDX FROM 1 BY 1
                   UNTIL WS-SUSP-IDX > WS-SUSP-TABLE-COUNT
               CLOSE SUSPENSE-FILE
           END-IF.

      *****************************************************************
      * WRITE ONE SURVIVING SUSPENSE ROW DURING THE LOOP ABOVE.
      *****************************************************************
       755-WRITE-ONE-SUSPENSE-ROW.
           IF WS-SU-RESOLVED-SW (WS-SUSP-IDX) = 'N'
               MOVE WS-SU-ACCOUNT (WS-SUSP-IDX) TO SP-ACCOUNT-NUMBER
               MOVE WS-SU-DATE (WS-SUSP-IDX)    TO SP-PAYMENT-DATE
               MOVE WS-SU-AMOUNT (WS-SUSP-IDX)  TO SP-AMOUNT
               MOVE WS-SU-METHOD (WS-SUSP-IDX)  TO SP-PAYMENT-METHOD
               MOVE WS-SU-REASON (WS-SUSP-IDX)  TO SP-REASON
               MOVE WS-SU-HOLD-UNTIL (WS-SUSP-IDX)
                   TO SP-HOLD-UNTIL-DATE
               WRITE SF-RECORD
           END-IF.

      *****************************************************************
      * REWRITE PAYARRNG WITH THE UPDATED STANDINGS - EVERY ROW
      * RIDES THROUGH.
      *****************************************************************
       760-REWRITE-ARRANGEMENTS.
           IF WS-ARR-TABLE-COUNT > 0
               OPEN OUTPUT ARRANGEMENT-FILE
               PERFORM 765-WRITE-ONE-ARRANGEMENT
                   VARYING WS-ARR-IDX FROM 1 BY 1
                   UNTIL WS-ARR-IDX > WS-ARR-TABLE-COUNT
               CLOSE ARRANGEMENT-FILE
           END-IF.

      *****************************************************************
      * WRITE ONE ARRANGEMENT ROW DURING THE REWRITE ABOVE.
      *****************************************************************
       765-WRITE-ONE-ARRANGEMENT.
           MOVE WS-PA-ACCOUNT (WS-ARR-IDX) TO PA-ACCOUNT-NUMBER.
           MOVE WS-PA-INSTALLMENT (WS-ARR-IDX)
               TO PA-INSTALLMENT-AMT.
           MOVE WS-PA-START-DATE (WS-ARR-IDX) TO PA-START-DATE.
           MOVE WS-PA-MONTHS (WS-ARR-IDX)     TO PA-MONTHS.
           MOVE WS-PA-PAID-COUNT (WS-ARR-IDX) TO PA-PAID-COUNT.
           MOVE WS-PA-LAST-PAID (WS-ARR-IDX)  TO PA-LAST-PAID-DATE.
           MOVE WS-PA-STATUS (WS-ARR-IDX)     TO PA-STATUS.
           WRITE PA-RECORD.

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
           MOVE 'UTIL2900'      TO LG-SOURCE-PROGRAM.
           MOVE WS-LG-DESC      TO LG-DESCRIPTION.
           WRITE LG-RECORD
               INVALID KEY
                   DISPLAY 'LEDGER WRITE FAILED FOR '
                       WS-LG-ACCOUNT ' - STATUS ' WS-LEDGER-STATUS
           END-WRITE.
           ADD 1 TO WS-LEDGER-ENTRY-COUNT.
           MOVE SPACE TO WS-LG-MEMO-SW.

      *****************************************************************
      * WRITE ONE JOURNAL LINE FOR THE RETURN JUST FINISHED, HEADING
      * A NEW PAGE FIRST WHENEVER THE CURRENT PAGE IS FULL.
      *****************************************************************
       820-WRITE-JOURNAL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 900-PRINT-HEADERS
           END-IF.

           MOVE WS-RT-ACCOUNT (WS-RET-SUB) TO WS-JL-ACCOUNT.
           MOVE WS-RT-DATE (WS-RET-SUB)    TO WS-JL-PAY-DATE.
           MOVE WS-RT-REASON (WS-RET-SUB)  TO WS-JL-REASON.
           MOVE WS-RT-AMOUNT (WS-RET-SUB)  TO WS-JL-AMOUNT.
           IF WS-RT-TO-PROCESS (WS-RET-SUB)
               COMPUTE WS-JL-RESTORED =
                   WS-RT-RESTORED (WS-RET-SUB)
                   + WS-RT-REAPPLIED (WS-RET-SUB)
                   + WS-RT-RECOVERED (WS-RET-SUB)
           ELSE
               MOVE 0 TO WS-JL-RESTORED
           END-IF.
           MOVE WS-PULLED-BACK-AMT  TO WS-JL-PULLED-BACK.
           MOVE WS-CHARGED-BACK-AMT TO WS-JL-CHARGED-BACK.
           MOVE WS-FEE-CHARGED      TO WS-JL-FEE.
           MOVE WS-DISPOSITION      TO WS-JL-DISPOSITION.

           WRITE RJ-RECORD FROM WS-JOURNAL-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE A NOTE LINE UNDER THE RETURN'S JOURNAL LINE.
      *****************************************************************
       835-WRITE-NOTE-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 900-PRINT-HEADERS
           END-IF.

           MOVE WS-RT-ACCOUNT (WS-RET-SUB) TO WS-NL-ACCOUNT.
           WRITE RJ-RECORD FROM WS-NOTE-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * START A NEW PAGE OF THE JOURNAL - BUMP THE PAGE NUMBER,
      * WRITE THE TWO HEADING LINES, RESET THE LINE COUNT.
      *****************************************************************
       900-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE-ED  TO WS-H1-RUN-DATE.
           MOVE WS-PAGE-NUMBER  TO WS-H1-PAGE.

           IF WS-PAGE-NUMBER > 1
               WRITE RJ-RECORD FROM SPACES
           END-IF.

           WRITE RJ-RECORD FROM WS-HEADING-1.
           WRITE RJ-RECORD FROM WS-HEADING-2.

           MOVE 2 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE THE CONTROL TOTALS - RETURNS RECEIVED IS THE BANK'S
      * DEBIT ADVICE; THE RETURNS PROCESSED ARE ACCOUNTED FOR BY
      * WHAT WAS RESTORED, RECOVERY REVERSED, PULLED BACK, AND
      * CHARGED BACK. THE FEES ARE NEW CHARGES, OUTSIDE THE TIE.
      *****************************************************************
       950-PRINT-TOTALS.
           IF WS-PAGE-NUMBER = 0
               PERFORM 900-PRINT-HEADERS
           END-IF.

           WRITE RJ-RECORD FROM SPACES.

           MOVE 'RETURNS RECEIVED'       TO WS-JT-LABEL.
           MOVE WS-RETURNS-READ-COUNT    TO WS-JT-COUNT.
           MOVE WS-RETURNS-READ-TOTAL    TO WS-JT-AMOUNT.
           WRITE RJ-RECORD FROM WS-JOURNAL-TOTAL-LINE.

           MOVE 'RETURNS SKIPPED'        TO WS-JT-LABEL.
           MOVE WS-SKIPPED-COUNT         TO WS-JT-COUNT.
           MOVE WS-SKIPPED-TOTAL         TO WS-JT-AMOUNT.
           WRITE RJ-RECORD FROM WS-JOURNAL-TOTAL-LINE.

           MOVE 'RETURNS PROCESSED'      TO WS-JT-LABEL.
           MOVE WS-PROCESSED-COUNT       TO WS-JT-COUNT.
           MOVE WS-PROCESSED-TOTAL       TO WS-JT-AMOUNT.
           WRITE RJ-RECORD FROM WS-JOURNAL-TOTAL-LINE.

           MOVE 'ITEMS RESTORED'         TO WS-JT-LABEL.
           MOVE WS-ITEMS-RESTORED-COUNT  TO WS-JT-COUNT.
           MOVE WS-RESTORED-TOTAL        TO WS-JT-AMOUNT.
           WRITE RJ-RECORD FROM WS-JOURNAL-TOTAL-LINE.

           MOVE 'RECOVERY REVERSED'      TO WS-JT-LABEL.
           MOVE WS-WO-REVERSED-COUNT     TO WS-JT-COUNT.
           MOVE WS-WO-REVERSED-TOTAL     TO WS-JT-AMOUNT.
           WRITE RJ-RECORD FROM WS-JOURNAL-TOTAL-LINE.

           MOVE 'SUSPENSE PULLED BACK'   TO WS-JT-LABEL.
           MOVE WS-PULLED-BACK-COUNT     TO WS-JT-COUNT.
           MOVE WS-PULLED-BACK-TOTAL     TO WS-JT-AMOUNT.
           WRITE RJ-RECORD FROM WS-JOURNAL-TOTAL-LINE.

           MOVE 'SUSPENSE CHARGED BACK'  TO WS-JT-LABEL.
           MOVE WS-CHARGED-BACK-COUNT    TO WS-JT-COUNT.
           MOVE WS-CHARGED-BACK-TOTAL    TO WS-JT-AMOUNT.
           WRITE RJ-RECORD FROM WS-JOURNAL-TOTAL-LINE.

           MOVE 'RETURNED-CHECK FEES'    TO WS-JT-LABEL.
           MOVE WS-FEE-COUNT             TO WS-JT-COUNT.
           MOVE WS-FEE-TOTAL             TO WS-JT-AMOUNT.
           WRITE RJ-RECORD FROM WS-JOURNAL-TOTAL-LINE.

           MOVE 'DEPOSIT CASH REVERSED'    TO WS-JT-LABEL.
           MOVE WS-SD-REVERSED-COUNT     TO WS-JT-COUNT.
           MOVE WS-SD-REVERSED-TOTAL     TO WS-JT-AMOUNT.
           WRITE RJ-RECORD FROM WS-JOURNAL-TOTAL-LINE.

           MOVE 'AUTOPAY DRAFTS RETURNED' TO WS-JT-LABEL.
           MOVE WS-DRAFT-RETURN-COUNT    TO WS-JT-COUNT.
           MOVE WS-DRAFT-RETURN-TOTAL    TO WS-JT-AMOUNT.
           WRITE RJ-RECORD FROM WS-JOURNAL-TOTAL-LINE.

           MOVE 'DROPPED FROM AUTOPAY'   TO WS-JT-LABEL.
           MOVE WS-AUTOPAY-DROPPED-COUNT TO WS-JT-COUNT.
           MOVE 0                        TO WS-JT-AMOUNT.
           WRITE RJ-RECORD FROM WS-JOURNAL-TOTAL-LINE.

           DISPLAY ' '.
           DISPLAY 'RETURNED PAYMENT CONTROL TOTALS'.
           DISPLAY '  RETURNS READ         : ' WS-RETURNS-READ-COUNT.
           DISPLAY '  RETURNS SKIPPED      : ' WS-SKIPPED-COUNT.
           DISPLAY '  RETURNS PROCESSED    : ' WS-PROCESSED-COUNT.
           DISPLAY '  DEBIT ADVICE TOTAL   : ' WS-RETURNS-READ-TOTAL.
           DISPLAY '  PROCESSED TOTAL      : ' WS-PROCESSED-TOTAL.
           DISPLAY '  RESTORED TOTAL       : ' WS-RESTORED-TOTAL.
           DISPLAY '  RECOVERY REVERSED    : ' WS-WO-REVERSED-COUNT
               ' FOR ' WS-WO-REVERSED-TOTAL.
           DISPLAY '  PULLED BACK TOTAL    : ' WS-PULLED-BACK-TOTAL.
           DISPLAY '  CHARGED BACK TOTAL   : ' WS-CHARGED-BACK-TOTAL.
           DISPLAY '  FEES CHARGED         : ' WS-FEE-COUNT
               ' FOR ' WS-FEE-TOTAL.
           DISPLAY '  ARRANGEMENTS BROKEN  : ' WS-ARR-BROKEN-COUNT.
           DISPLAY '  FLAGGED CASH-ONLY    : ' WS-CASH-ONLY-COUNT.
           DISPLAY '  DRAFTS RETURNED      : ' WS-DRAFT-RETURN-COUNT
               ' FOR ' WS-DRAFT-RETURN-TOTAL.
           DISPLAY '  DROPPED FROM AUTOPAY : ' WS-AUTOPAY-DROPPED-COUNT.
           DISPLAY '  DEPOSITS REVERSED    : ' WS-SD-REVERSED-COUNT
               ' FOR ' WS-SD-REVERSED-TOTAL.
           DISPLAY '  LEDGER ENTRIES POSTED: ' WS-LEDGER-ENTRY-COUNT.
