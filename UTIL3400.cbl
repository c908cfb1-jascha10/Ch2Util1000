       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTIL3400.
      *****************************************************************
      *  Programmer.:Jacob Schamp
      *  Date.......:10-15-2026
      *  GitHub URL.:https://github.com/jascha10/Ch2Util1000
      *  Description:Autopay draft origination. Customers enrolled
      *  in automatic bank draft through UTIL2200 are told on their
      *  statement not to pay - the amount will be drafted on the
      *  due date. This run builds that debit file for the bank.
      *  It reads every customer on CUSTIN and, for each account
      *  enrolled in autopay, walks its open items on PAYHIST. An
      *  account with a bill or deposit item falling due on the
      *  draft date is drafted for every bill and deposit item due
      *  on or before that date. Returned-check fees and charge-
      *  backs are never drafted; they are left to pay by hand.
      *  Each draft is one PPD debit entry in a NACHA-format
      *  origination file
      *  (DRAFTOUT) with batch and file control totals for the
      *  bank, one record in lockbox layout (method D) on DRAFTPAY
      *  for UTIL2100 to post oldest item first, and one line on
      *  the draft register. An enrolled account that cannot be
      *  drafted (bad routing number, no bank account, bad account
      *  type) is listed as an exception for customer service to
      *  call. The draft date is the run date unless a DRFTPARM
      *  card names another, which is how a missed day is caught
      *  up. Nothing here updates PAYHIST - the drafts post through
      *  UTIL2100 like any other payment, and come back through
      *  UTIL2900 if the bank returns them.
      *
      *  Modification History:
      *  10-15-2026  JS  Original autopay draft origination
      *                  program.
      *  10-15-2026  JS  Draft only bill and deposit items - a
      *                  returned-check fee or charge-back no
      *                  longer starts or joins a draft.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAFT-PARMS      ASSIGN TO 'DRFTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAFT-PARMS-STATUS.

           SELECT CUSTOMER-MASTER  ASSIGN TO 'CUSTIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT PAYMENT-HISTORY  ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-OPEN-ITEM-KEY
               FILE STATUS IS WS-PAYMENT-HISTORY-STATUS.

           SELECT ORIGINATION-FILE ASSIGN TO 'DRAFTOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORIGINATION-STATUS.

           SELECT DRAFT-PAYMENTS   ASSIGN TO 'DRAFTPAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAFT-PAYMENTS-STATUS.

           SELECT DRAFT-REGISTER   ASSIGN TO 'DRAFTRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAFT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * OPTIONAL RUN CARD - A DRAFT DATE (YYYYMMDD) OTHER THAN THE
      * RUN DATE. NO CARD, OR A BAD DATE, MEANS DRAFT TODAY.
      *****************************************************************
       FD  DRAFT-PARMS
           RECORDING MODE IS F.
       01  DC-RECORD.
           05  DC-DRAFT-DATE            PIC X(08).

      *****************************************************************
      * CUSTOMER MASTER - READ ONCE IN ACCOUNT ORDER FOR THE AUTOPAY
      * ENROLLMENT AND BANK ACCOUNT.
      *****************************************************************
       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CM-RECORD.
           COPY CMRECORD.

      *****************************************************************
      * PAYMENT HISTORY / ACCOUNTS RECEIVABLE - EACH ENROLLED
      * ACCOUNT'S OPEN ITEMS ARE WALKED FOR WHAT IS DUE. READ ONLY.
      *****************************************************************
       FD  PAYMENT-HISTORY.
       01  PH-RECORD.
           COPY PHRECORD.

      *****************************************************************
      * ORIGINATION FILE FOR THE BANK - 94-BYTE NACHA RECORDS: FILE
      * HEADER, ONE PPD DEBIT BATCH (HEADER, ENTRIES, CONTROL), FILE
      * CONTROL, AND 9-FILLED RECORDS OUT TO A FULL BLOCK OF TEN.
      *****************************************************************
       FD  ORIGINATION-FILE
           RECORDING MODE IS F.
       01  DO-RECORD                    PIC X(94).

      *****************************************************************
      * DRAFTS FOR CASH POSTING - ONE RECORD PER DEBIT ORIGINATED,
      * IN THE LOCKBOX LAYOUT WITH METHOD D, FOR UTIL2100.
      *****************************************************************
       FD  DRAFT-PAYMENTS
           RECORDING MODE IS F.
       01  DY-RECORD.
           05  DY-ACCOUNT-NUMBER        PIC 9(7).
           05  DY-PAYMENT-DATE          PIC 9(8).
           05  DY-PAYMENT-AMOUNT        PIC 9(6)V99.
           05  DY-PAYMENT-METHOD        PIC X(01).

      *****************************************************************
      * DRAFT REGISTER - ONE LINE PER DRAFT AND PER EXCEPTION,
      * CLOSED OUT BY TOTALS THAT TIE TO THE BATCH CONTROL.
      *****************************************************************
       FD  DRAFT-REGISTER
           RECORDING MODE IS F.
       01  DG-RECORD                    PIC X(120).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * FILE STATUS AND SWITCHES
      *****************************************************************
       01  WS-DRAFT-PARMS-STATUS       PIC X(02)  VALUE '00'.
       01  WS-CUSTOMER-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-PAYMENT-HISTORY-STATUS   PIC X(02)  VALUE '00'.
       01  WS-ORIGINATION-STATUS       PIC X(02)  VALUE '00'.
       01  WS-DRAFT-PAYMENTS-STATUS    PIC X(02)  VALUE '00'.
       01  WS-DRAFT-REGISTER-STATUS    PIC X(02)  VALUE '00'.
       01  WS-CUST-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-CUSTOMER-MASTER             VALUE 'Y'.
       01  WS-AR-AVAILABLE-SW          PIC X(01)  VALUE 'N'.
           88  WS-AR-AVAILABLE                    VALUE 'Y'.
       01  WS-AR-ITEM-SW               PIC X(01)  VALUE 'N'.
           88  WS-AR-ITEM-IN-HAND                 VALUE 'Y'.
       01  WS-DUE-TODAY-SW             PIC X(01)  VALUE 'N'.
           88  WS-DUE-TODAY                       VALUE 'Y'.
       01  WS-BANK-VALID-SW            PIC X(01)  VALUE 'N'.
           88  WS-BANK-VALID                      VALUE 'Y'.
       01  WS-BATCH-OPEN-SW            PIC X(01)  VALUE 'N'.
           88  WS-BATCH-OPEN                      VALUE 'Y'.

      *****************************************************************
      * ORIGINATOR CONSTANTS - THE COMPANY AND ITS BANK (THE ODFI)
      * AS THE BANK ENROLLED THEM FOR ACH ORIGINATION. THE ODFI
      * ROUTING NUMBER IS THE FILE'S IMMEDIATE DESTINATION; ITS
      * FIRST EIGHT DIGITS ARE THE ODFI ID IN THE BATCH AND TRACE
      * NUMBERS.
      *****************************************************************
       01  WS-ODFI-ROUTING.
           05  WS-ODFI-ID               PIC X(08)  VALUE '12345678'.
           05  WS-ODFI-CHECK-DIGIT      PIC X(01)  VALUE '0'.
       01  WS-ODFI-NAME                 PIC X(23)  VALUE
           'FIRST NATIONAL BANK'.
       01  WS-COMPANY-ID                PIC X(10)  VALUE '1234567890'.
       01  WS-COMPANY-NAME              PIC X(16)  VALUE
           'CITY UTILITIES'.
       01  WS-BATCH-NUMBER              PIC 9(07)  VALUE 1.

      *****************************************************************
      * DRAFT DATE - THE DUE DATE BEING DRAFTED, FROM THE RUN CARD
      * OR THE RUN DATE. THE YYMMDD VIEW IS THE NACHA EFFECTIVE
      * ENTRY DATE.
      *****************************************************************
       01  WS-DRAFT-DATE.
           05  WS-DRAFT-YYYY            PIC 9(4).
           05  WS-DRAFT-MM              PIC 9(2).
           05  WS-DRAFT-DD              PIC 9(2).
       01  WS-DRAFT-DATE-NUM            PIC 9(8)   VALUE 0.
       01  WS-DRAFT-DATE-ED             PIC X(10)  VALUE SPACES.
       01  WS-DRAFT-YYMMDD              PIC 9(6)   VALUE 0.

      *****************************************************************
      * ABA ROUTING NUMBER CHECK - THE SAME 3-7-1 TEST UTIL2200
      * APPLIES ON ENROLLMENT, REPEATED HERE SO A DAMAGED MASTER
      * ROW CANNOT SEND THE BANK AN ENTRY IT WILL REJECT.
      *****************************************************************
       01  WS-ABA-ROUTING.
           05  WS-ABA-DIGIT             PIC 9(1)   OCCURS 9 TIMES.
       01  WS-ABA-SUM                   PIC 9(4)   VALUE 0.
       01  WS-ABA-QUOTIENT              PIC 9(4)   VALUE 0.
       01  WS-ABA-REMAINDER             PIC 9(1)   VALUE 0.

      *****************************************************************
      * WORK AREAS FOR THE ACCOUNT BEING DRAFTED. THE CUSTOMER'S
      * ROUTING NUMBER SPLITS INTO THE RDFI ID AND CHECK DIGIT.
      *****************************************************************
       01  WS-CUST-ROUTING.
           05  WS-RDFI-ID               PIC 9(08).
           05  WS-RDFI-CHECK-DIGIT      PIC 9(01).
       01  WS-DRAFT-AMOUNT              PIC 9(6)V99 VALUE 0.
       01  WS-ACCT-TYPE-ED              PIC X(04)  VALUE SPACES.
       01  WS-DISPOSITION               PIC X(35)  VALUE SPACES.
       01  WS-TRACE-NUMBER.
           05  WS-TRACE-ODFI            PIC X(08).
           05  WS-TRACE-SEQ             PIC 9(07).

      *****************************************************************
      * ORIGINATION CONTROL - THE ENTRY HASH IS THE SUM OF THE RDFI
      * IDS, OF WHICH THE BANK KEEPS ONLY THE RIGHTMOST TEN DIGITS.
      * THE BLOCK COUNT IS RECORDS WRITTEN OVER TEN, ROUNDED UP.
      *****************************************************************
       01  WS-ENTRY-COUNT               PIC 9(06)  VALUE 0.
       01  WS-ENTRY-HASH-SUM            PIC 9(12)  VALUE 0.
       01  WS-ENTRY-HASH                PIC 9(10)  VALUE 0.
       01  WS-DEBIT-TOTAL               PIC 9(10)V99 VALUE 0.
       01  WS-RECORD-COUNT              PIC 9(06)  VALUE 0.
       01  WS-BLOCK-COUNT               PIC 9(06)  VALUE 0.
       01  WS-PAD-COUNT                 PIC 9(02)  VALUE 0.

      *****************************************************************
      * CONTROL TOTALS
      *****************************************************************
       01  WS-CUSTOMERS-READ-COUNT      PIC 9(5)   VALUE 0.
       01  WS-ENROLLED-COUNT            PIC 9(5)   VALUE 0.
       01  WS-NOT-DUE-COUNT             PIC 9(5)   VALUE 0.
       01  WS-EXCEPTION-COUNT           PIC 9(5)   VALUE 0.
       01  WS-EXCEPTION-TOTAL           PIC 9(8)V99 VALUE 0.

      *****************************************************************
      * RUN DATE AND REPORT PAGE CONTROL
      *****************************************************************
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY              PIC 9(4).
           05  WS-RUN-MM                PIC 9(2).
           05  WS-RUN-DD                PIC 9(2).
       01  WS-RUN-DATE-NUM              PIC 9(8)   VALUE 0.
       01  WS-RUN-DATE-ED               PIC X(10)  VALUE SPACES.
       01  WS-RUN-TIME.
           05  WS-RUN-HHMM              PIC 9(4).
           05  FILLER                   PIC 9(4).

       01  WS-PAGE-NUMBER               PIC 9(3)   VALUE 0.
       01  WS-LINE-COUNT                PIC 9(2)   VALUE 99.
       01  WS-LINES-PER-PAGE            PIC 9(2)   VALUE 50.

      *****************************************************************
      * NACHA RECORD LAYOUTS - 94 BYTES EACH
      *****************************************************************
       01  WS-FILE-HEADER.
           05  FILLER                   PIC X(01)  VALUE '1'.
           05  FILLER                   PIC X(02)  VALUE '01'.
           05  FILLER                   PIC X(01)  VALUE SPACE.
           05  WS-FH-DESTINATION        PIC X(09).
           05  WS-FH-ORIGIN             PIC X(10).
           05  WS-FH-CREATE-DATE        PIC 9(06).
           05  WS-FH-CREATE-TIME        PIC 9(04).
           05  FILLER                   PIC X(01)  VALUE 'A'.
           05  FILLER                   PIC X(03)  VALUE '094'.
           05  FILLER                   PIC X(02)  VALUE '10'.
           05  FILLER                   PIC X(01)  VALUE '1'.
           05  WS-FH-DEST-NAME          PIC X(23).
           05  WS-FH-ORIGIN-NAME        PIC X(23).
           05  FILLER                   PIC X(08)  VALUE SPACES.

       01  WS-BATCH-HEADER.
           05  FILLER                   PIC X(01)  VALUE '5'.
           05  FILLER                   PIC X(03)  VALUE '225'.
           05  WS-BH-COMPANY-NAME       PIC X(16).
           05  FILLER                   PIC X(20)  VALUE SPACES.
           05  WS-BH-COMPANY-ID         PIC X(10).
           05  FILLER                   PIC X(03)  VALUE 'PPD'.
           05  FILLER                   PIC X(10)  VALUE 'UTIL BILL'.
           05  WS-BH-DESC-DATE          PIC 9(06).
           05  WS-BH-EFFECTIVE-DATE     PIC 9(06).
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  FILLER                   PIC X(01)  VALUE '1'.
           05  WS-BH-ODFI-ID            PIC X(08).
           05  WS-BH-BATCH-NUMBER       PIC 9(07).

       01  WS-ENTRY-DETAIL.
           05  FILLER                   PIC X(01)  VALUE '6'.
           05  WS-ED-TRAN-CODE          PIC X(02).
               88  WS-ED-CHECKING-DEBIT           VALUE '27'.
               88  WS-ED-SAVINGS-DEBIT            VALUE '37'.
           05  WS-ED-RDFI-ID            PIC 9(08).
           05  WS-ED-CHECK-DIGIT        PIC 9(01).
           05  WS-ED-DFI-ACCOUNT        PIC X(17).
           05  WS-ED-AMOUNT             PIC 9(8)V99.
           05  WS-ED-INDIVIDUAL-ID      PIC X(15).
           05  WS-ED-INDIVIDUAL-NAME    PIC X(22).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FILLER                   PIC X(01)  VALUE '0'.
           05  WS-ED-TRACE-NUMBER       PIC X(15).

       01  WS-BATCH-CONTROL.
           05  FILLER                   PIC X(01)  VALUE '8'.
           05  FILLER                   PIC X(03)  VALUE '225'.
           05  WS-BC-ENTRY-COUNT        PIC 9(06).
           05  WS-BC-ENTRY-HASH         PIC 9(10).
           05  WS-BC-DEBIT-TOTAL        PIC 9(10)V99.
           05  WS-BC-CREDIT-TOTAL       PIC 9(10)V99 VALUE 0.
           05  WS-BC-COMPANY-ID         PIC X(10).
           05  FILLER                   PIC X(19)  VALUE SPACES.
           05  FILLER                   PIC X(06)  VALUE SPACES.
           05  WS-BC-ODFI-ID            PIC X(08).
           05  WS-BC-BATCH-NUMBER       PIC 9(07).

       01  WS-FILE-CONTROL.
           05  FILLER                   PIC X(01)  VALUE '9'.
           05  WS-FC-BATCH-COUNT        PIC 9(06).
           05  WS-FC-BLOCK-COUNT        PIC 9(06).
           05  WS-FC-ENTRY-COUNT        PIC 9(08).
           05  WS-FC-ENTRY-HASH         PIC 9(10).
           05  WS-FC-DEBIT-TOTAL        PIC 9(10)V99.
           05  WS-FC-CREDIT-TOTAL       PIC 9(10)V99 VALUE 0.
           05  FILLER                   PIC X(39)  VALUE SPACES.

       01  WS-BLOCK-FILLER              PIC X(94)  VALUE ALL '9'.

      *****************************************************************
      * REPORT LINE LAYOUTS
      *****************************************************************
       01  WS-HEADING-1.
           05  FILLER                   PIC X(10)  VALUE 'UTIL3400'.
           05  FILLER                   PIC X(26)  VALUE
               'AUTOPAY DRAFT REGISTER'.
           05  FILLER                   PIC X(12)  VALUE 'DRAFT DATE:'.
           05  WS-H1-DRAFT-DATE         PIC X(10).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FILLER                   PIC X(10)  VALUE 'RUN DATE:'.
           05  WS-H1-RUN-DATE           PIC X(10).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  FILLER                   PIC X(06)  VALUE 'PAGE  '.
           05  WS-H1-PAGE               PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER                   PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(27)  VALUE 'NAME'.
           05  FILLER                   PIC X(06)  VALUE 'TYPE'.
           05  FILLER                   PIC X(11)  VALUE 'ROUTING'.
           05  FILLER                   PIC X(12)  VALUE 'AMOUNT'.
           05  FILLER                   PIC X(17)  VALUE 'TRACE NUMBER'.
           05  FILLER                   PIC X(35)  VALUE 'DISPOSITION'.

       01  WS-REGISTER-LINE.
           05  WS-RL-ACCOUNT            PIC 9(7).
           05  FILLER                   PIC X(03)  VALUE SPACES.
           05  WS-RL-NAME               PIC X(25).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RL-TYPE               PIC X(04).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RL-ROUTING            PIC X(09).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RL-AMOUNT             PIC $$$,$$9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RL-TRACE              PIC X(15).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RL-DISPOSITION        PIC X(35).

       01  WS-REGISTER-TOTAL-LINE.
           05  WS-RT-LABEL              PIC X(24)  VALUE SPACES.
           05  WS-RT-COUNT              PIC ZZ,ZZ9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RT-AMOUNT             PIC $$,$$$,$$9.99.

      *****************************************************************
      * IT'S GO TIME!
      *****************************************************************
       PROCEDURE DIVISION.

      *****************************************************************
      * MAINLINE - SETTLE THE DRAFT DATE, OPEN THE FILES, WORK EVERY
      * CUSTOMER ON THE MASTER, CLOSE OUT THE ORIGINATION FILE WITH
      * ITS CONTROL RECORDS, PRINT THE TOTALS, CLOSE, STOP.
      *****************************************************************
       000-MAIN.
           DISPLAY '*************************************'.
           DISPLAY '*** UTIL3400 - AUTOPAY DRAFTS     ***'.
           DISPLAY '*************************************'.
           DISPLAY ' '.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           STRING WS-RUN-MM  '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-ED.

           PERFORM 110-LOAD-PARAMETERS.
           PERFORM 120-OPEN-CUSTOMER-MASTER.
           PERFORM 130-OPEN-PAYMENT-HISTORY.

           OPEN OUTPUT ORIGINATION-FILE.
           OPEN OUTPUT DRAFT-PAYMENTS.
           OPEN OUTPUT DRAFT-REGISTER.

           PERFORM 500-READ-CUSTOMER.
           PERFORM 600-PROCESS-ONE-CUSTOMER
               UNTIL WS-EOF-CUSTOMER-MASTER.

           IF WS-BATCH-OPEN
               PERFORM 750-CLOSE-ORIGINATION
           END-IF.

           PERFORM 950-PRINT-TOTALS.

           CLOSE CUSTOMER-MASTER.
           IF WS-AR-AVAILABLE
               CLOSE PAYMENT-HISTORY
           END-IF.
           CLOSE ORIGINATION-FILE.
           CLOSE DRAFT-PAYMENTS.
           CLOSE DRAFT-REGISTER.

           STOP RUN.

      *****************************************************************
      * SETTLE THE DRAFT DATE - THE RUN DATE, OR THE DATE ON THE
      * OPTIONAL DRFTPARM CARD WHEN IT IS A VALID YYYYMMDD.
      *****************************************************************
       110-LOAD-PARAMETERS.
           MOVE WS-RUN-DATE TO WS-DRAFT-DATE.
           OPEN INPUT DRAFT-PARMS.

           IF WS-DRAFT-PARMS-STATUS = '00'
               READ DRAFT-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DC-DRAFT-DATE NUMERIC
                           MOVE DC-DRAFT-DATE TO WS-DRAFT-DATE
                           IF WS-DRAFT-YYYY = 0
                               OR WS-DRAFT-MM < 1
                               OR WS-DRAFT-MM > 12
                               OR WS-DRAFT-DD < 1
                               OR WS-DRAFT-DD > 31
                               DISPLAY 'DRFTPARM DATE ' DC-DRAFT-DATE
                                   ' INVALID - DRAFTING THE RUN DATE'
                               MOVE WS-RUN-DATE TO WS-DRAFT-DATE
                           END-IF
                       END-IF
               END-READ
               CLOSE DRAFT-PARMS
           END-IF.

           MOVE WS-DRAFT-DATE TO WS-DRAFT-DATE-NUM.
           STRING WS-DRAFT-MM  '/' WS-DRAFT-DD '/' WS-DRAFT-YYYY
               DELIMITED BY SIZE INTO WS-DRAFT-DATE-ED.
           COMPUTE WS-DRAFT-YYMMDD =
               (WS-DRAFT-YYYY - (WS-DRAFT-YYYY / 100) * 100) * 10000
               + WS-DRAFT-MM * 100 + WS-DRAFT-DD.
           DISPLAY 'DRAFTING ITEMS DUE ' WS-DRAFT-DATE-ED.

      *****************************************************************
      * OPEN THE CUSTOMER MASTER. WITHOUT IT THERE IS NO WAY TO
      * KNOW WHO IS ENROLLED, SO A FAILURE STOPS THE RUN.
      *****************************************************************
       120-OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CUSTOMER-MASTER - STATUS '
                   WS-CUSTOMER-MASTER-STATUS
               STOP RUN
           END-IF.

      *****************************************************************
      * OPEN THE RECEIVABLES. A MISSING FILE (STATUS 35) MEANS NO
      * ACCOUNT HAS AN OPEN ITEM, SO NOTHING IS DRAFTED. ANY OTHER
      * FAILURE STOPS THE RUN.
      *****************************************************************
       130-OPEN-PAYMENT-HISTORY.
           OPEN INPUT PAYMENT-HISTORY.
           EVALUATE WS-PAYMENT-HISTORY-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-AR-AVAILABLE-SW
               WHEN '35'
                   DISPLAY 'NO PAYMENT HISTORY FILE - NO OPEN ITEMS '
                       'TO DRAFT'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN PAYMENT-HISTORY - STATUS '
                       WS-PAYMENT-HISTORY-STATUS
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * READ THE NEXT CUSTOMER IN ACCOUNT ORDER.
      *****************************************************************
       500-READ-CUSTOMER.
           READ CUSTOMER-MASTER
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CUSTOMERS-READ-COUNT
           END-READ.

      *****************************************************************
      * WORK ONE CUSTOMER DURING THE LOOP IN 000-MAIN. ONLY AN
      * ENROLLED ACCOUNT WITH A BILL OR DEPOSIT ITEM FALLING DUE ON
      * THE DRAFT DATE IS DRAFTED - FOR EVERY BILL AND DEPOSIT ITEM
      * DUE BY THEN, AS LONG AS ITS BANK ACCOUNT WILL STAND UP AT
      * THE BANK. ONE THAT WILL NOT IS AN EXCEPTION AND IS LEFT TO
      * PAY BY HAND. A RETURNED-CHECK FEE OR CHARGE-BACK ITEM NEVER
      * STARTS A DRAFT AND IS NEVER DRAFTED - THE CUSTOMER DID NOT
      * AUTHORIZE THE DEBIT, AND UTIL2900 WRITES THOSE ITEMS DUE
      * THE DAY A PAYMENT COMES BACK, SO A DRAFT ON THEM WOULD
      * PRESENT THE RETURN AGAIN AT ONCE.
      *****************************************************************
       600-PROCESS-ONE-CUSTOMER.
           IF CM-ON-AUTOPAY
               ADD 1 TO WS-ENROLLED-COUNT
               PERFORM 610-SUM-DUE-ITEMS
               IF WS-DUE-TODAY AND WS-DRAFT-AMOUNT > 0
                   PERFORM 620-CHECK-BANK-ACCOUNT
                   IF WS-BANK-VALID
                       PERFORM 700-WRITE-ENTRY-DETAIL
                       PERFORM 720-WRITE-DRAFT-PAYMENT
                   ELSE
                       ADD 1 TO WS-EXCEPTION-COUNT
                       ADD WS-DRAFT-AMOUNT TO WS-EXCEPTION-TOTAL
                       MOVE SPACES TO WS-TRACE-NUMBER
                   END-IF
                   PERFORM 820-WRITE-REGISTER-LINE
               ELSE
                   ADD 1 TO WS-NOT-DUE-COUNT
               END-IF
           END-IF.

           PERFORM 500-READ-CUSTOMER.

      *****************************************************************
      * WALK THE ACCOUNT'S OPEN ITEMS, TOTALLING EVERY BILL ITEM
      * (TYPE BLANK) AND DEPOSIT ITEM (D) DUE ON OR BEFORE THE DRAFT
      * DATE AND NOTING WHETHER ONE FALLS DUE ON IT. RETURNED-CHECK
      * FEE (F) AND CHARGE-BACK (R) ITEMS ARE PASSED OVER AND STAY
      * OPEN FOR THE CUSTOMER TO PAY BY HAND.
      *****************************************************************
       610-SUM-DUE-ITEMS.
           MOVE 'N' TO WS-DUE-TODAY-SW.
           MOVE 'N' TO WS-AR-ITEM-SW.
           MOVE 0   TO WS-DRAFT-AMOUNT.
           IF WS-AR-AVAILABLE
               MOVE CM-ACCOUNT-NUMBER TO PH-ACCOUNT-NUMBER
               MOVE 0 TO PH-BILLING-PERIOD
               MOVE SPACE TO PH-ITEM-TYPE
               START PAYMENT-HISTORY
                   KEY IS NOT LESS THAN PH-OPEN-ITEM-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 617-READ-NEXT-ITEM
               END-START
               PERFORM 615-ADD-ONE-ITEM
                   UNTIL NOT WS-AR-ITEM-IN-HAND
           END-IF.

      *****************************************************************
      * ADD ONE OPEN ITEM DURING THE WALK ABOVE, THEN FETCH THE
      * NEXT.
      *****************************************************************
       615-ADD-ONE-ITEM.
           IF PH-BILLED-ITEM OR PH-DEPOSIT-ITEM
               IF PH-DUE-DATE NOT > WS-DRAFT-DATE-NUM
                   ADD PH-BALANCE-DUE TO WS-DRAFT-AMOUNT
               END-IF
               IF PH-DUE-DATE = WS-DRAFT-DATE-NUM
                   MOVE 'Y' TO WS-DUE-TODAY-SW
               END-IF
           END-IF.
           PERFORM 617-READ-NEXT-ITEM.

      *****************************************************************
      * READ THE NEXT OPEN ITEM IN KEY ORDER; THE WALK IS OVER AT
      * END OF FILE OR WHEN THE ACCOUNT NUMBER CHANGES.
      *****************************************************************
       617-READ-NEXT-ITEM.
           MOVE 'N' TO WS-AR-ITEM-SW.
           READ PAYMENT-HISTORY NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF PH-ACCOUNT-NUMBER = CM-ACCOUNT-NUMBER
                       MOVE 'Y' TO WS-AR-ITEM-SW
                   END-IF
           END-READ.

      *****************************************************************
      * WILL THE BANK TAKE A DEBIT TO THIS ACCOUNT? THE ROUTING
      * NUMBER MUST BE NINE DIGITS THAT PASS THE CHECK DIGIT, THE
      * ACCOUNT NUMBER MUST BE THERE, AND THE TYPE MUST SAY WHICH
      * KIND OF DEBIT TO SEND. THE FIRST FAILURE IS THE REASON.
      *****************************************************************
       620-CHECK-BANK-ACCOUNT.
           MOVE 'Y' TO WS-BANK-VALID-SW.
           MOVE 'DRAFTED' TO WS-DISPOSITION.
           EVALUATE TRUE
               WHEN CM-BANK-CHECKING
                   MOVE 'CHK' TO WS-ACCT-TYPE-ED
               WHEN CM-BANK-SAVINGS
                   MOVE 'SAV' TO WS-ACCT-TYPE-ED
               WHEN OTHER
                   MOVE '?'   TO WS-ACCT-TYPE-ED
           END-EVALUATE.

           IF CM-BANK-ROUTING NOT NUMERIC
               MOVE 'N' TO WS-BANK-VALID-SW
               MOVE 'NOT DRAFTED - ROUTING NOT NUMERIC'
                   TO WS-DISPOSITION
           ELSE
               PERFORM 625-CHECK-ROUTING-DIGIT
               IF WS-ABA-REMAINDER NOT = 0
                   MOVE 'N' TO WS-BANK-VALID-SW
                   MOVE 'NOT DRAFTED - ROUTING CHECK DIGIT'
                       TO WS-DISPOSITION
               END-IF
           END-IF.

           IF WS-BANK-VALID
               IF CM-BANK-ACCOUNT = SPACES
                   MOVE 'N' TO WS-BANK-VALID-SW
                   MOVE 'NOT DRAFTED - NO BANK ACCOUNT'
                       TO WS-DISPOSITION
               END-IF
           END-IF.

           IF WS-BANK-VALID
               IF NOT CM-BANK-CHECKING AND NOT CM-BANK-SAVINGS
                   MOVE 'N' TO WS-BANK-VALID-SW
                   MOVE 'NOT DRAFTED - BAD ACCOUNT TYPE'
                       TO WS-DISPOSITION
               END-IF
           END-IF.

      *****************************************************************
      * WEIGHTED 3-7-1 SUM OF THE NINE ROUTING DIGITS. A GOOD
      * ROUTING NUMBER LEAVES NO REMAINDER WHEN DIVIDED BY TEN.
      *****************************************************************
       625-CHECK-ROUTING-DIGIT.
           MOVE CM-BANK-ROUTING TO WS-ABA-ROUTING.
           COMPUTE WS-ABA-SUM =
               3 * (WS-ABA-DIGIT (1) + WS-ABA-DIGIT (4)
                                     + WS-ABA-DIGIT (7))
             + 7 * (WS-ABA-DIGIT (2) + WS-ABA-DIGIT (5)
                                     + WS-ABA-DIGIT (8))
             +     (WS-ABA-DIGIT (3) + WS-ABA-DIGIT (6)
                                     + WS-ABA-DIGIT (9)).
           DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOTIENT
               REMAINDER WS-ABA-REMAINDER.

      *****************************************************************
      * WRITE ONE PPD DEBIT ENTRY FOR THE ACCOUNT, OPENING THE FILE
      * AND BATCH FIRST IF THIS IS THE DAY'S FIRST DRAFT. THE
      * INDIVIDUAL ID IS OUR ACCOUNT NUMBER, WHICH IS WHAT THE BANK
      * SENDS BACK ON A RETURN.
      *****************************************************************
       700-WRITE-ENTRY-DETAIL.
           IF NOT WS-BATCH-OPEN
               PERFORM 705-OPEN-ORIGINATION
           END-IF.

           ADD 1 TO WS-ENTRY-COUNT.
           MOVE WS-ODFI-ID     TO WS-TRACE-ODFI.
           MOVE WS-ENTRY-COUNT TO WS-TRACE-SEQ.

           MOVE CM-BANK-ROUTING TO WS-CUST-ROUTING.
           IF CM-BANK-CHECKING
               SET WS-ED-CHECKING-DEBIT TO TRUE
           ELSE
               SET WS-ED-SAVINGS-DEBIT TO TRUE
           END-IF.
           MOVE WS-RDFI-ID          TO WS-ED-RDFI-ID.
           MOVE WS-RDFI-CHECK-DIGIT TO WS-ED-CHECK-DIGIT.
           MOVE CM-BANK-ACCOUNT     TO WS-ED-DFI-ACCOUNT.
           MOVE WS-DRAFT-AMOUNT     TO WS-ED-AMOUNT.
           MOVE CM-ACCOUNT-NUMBER   TO WS-ED-INDIVIDUAL-ID.
           MOVE CM-MAIL-NAME        TO WS-ED-INDIVIDUAL-NAME.
           MOVE WS-TRACE-NUMBER     TO WS-ED-TRACE-NUMBER.
           WRITE DO-RECORD FROM WS-ENTRY-DETAIL.
           ADD 1 TO WS-RECORD-COUNT.

           ADD WS-RDFI-ID      TO WS-ENTRY-HASH-SUM.
           ADD WS-DRAFT-AMOUNT TO WS-DEBIT-TOTAL.

      *****************************************************************
      * WRITE THE FILE HEADER AND THE BATCH HEADER AHEAD OF THE
      * FIRST ENTRY. A DAY WITH NO DRAFTS SENDS THE BANK NOTHING -
      * AN EMPTY BATCH IS ONE IT WOULD REJECT.
      *****************************************************************
       705-OPEN-ORIGINATION.
           MOVE 'Y' TO WS-BATCH-OPEN-SW.

           MOVE WS-ODFI-ROUTING   TO WS-FH-DESTINATION.
           MOVE WS-COMPANY-ID     TO WS-FH-ORIGIN.
           COMPUTE WS-FH-CREATE-DATE =
               (WS-RUN-YYYY - (WS-RUN-YYYY / 100) * 100) * 10000
               + WS-RUN-MM * 100 + WS-RUN-DD.
           MOVE WS-RUN-HHMM       TO WS-FH-CREATE-TIME.
           MOVE WS-ODFI-NAME      TO WS-FH-DEST-NAME.
           MOVE WS-COMPANY-NAME   TO WS-FH-ORIGIN-NAME.
           WRITE DO-RECORD FROM WS-FILE-HEADER.
           ADD 1 TO WS-RECORD-COUNT.

           MOVE WS-COMPANY-NAME   TO WS-BH-COMPANY-NAME.
           MOVE WS-COMPANY-ID     TO WS-BH-COMPANY-ID.
           MOVE WS-DRAFT-YYMMDD   TO WS-BH-DESC-DATE.
           MOVE WS-DRAFT-YYMMDD   TO WS-BH-EFFECTIVE-DATE.
           MOVE WS-ODFI-ID        TO WS-BH-ODFI-ID.
           MOVE WS-BATCH-NUMBER   TO WS-BH-BATCH-NUMBER.
           WRITE DO-RECORD FROM WS-BATCH-HEADER.
           ADD 1 TO WS-RECORD-COUNT.

      *****************************************************************
      * WRITE THE DRAFT FOR CASH POSTING - LOCKBOX LAYOUT, DATED THE
      * DRAFT DATE, METHOD D.
      *****************************************************************
       720-WRITE-DRAFT-PAYMENT.
           MOVE CM-ACCOUNT-NUMBER   TO DY-ACCOUNT-NUMBER.
           MOVE WS-DRAFT-DATE-NUM   TO DY-PAYMENT-DATE.
           MOVE WS-DRAFT-AMOUNT     TO DY-PAYMENT-AMOUNT.
           MOVE 'D'                 TO DY-PAYMENT-METHOD.
           WRITE DY-RECORD.

      *****************************************************************
      * CLOSE OUT THE ORIGINATION FILE - BATCH CONTROL, FILE
      * CONTROL, THEN 9-FILLED RECORDS OUT TO A FULL BLOCK OF TEN.
      *****************************************************************
       750-CLOSE-ORIGINATION.
           MOVE WS-ENTRY-HASH-SUM TO WS-ENTRY-HASH.

           MOVE WS-ENTRY-COUNT    TO WS-BC-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH     TO WS-BC-ENTRY-HASH.
           MOVE WS-DEBIT-TOTAL    TO WS-BC-DEBIT-TOTAL.
           MOVE WS-COMPANY-ID     TO WS-BC-COMPANY-ID.
           MOVE WS-ODFI-ID        TO WS-BC-ODFI-ID.
           MOVE WS-BATCH-NUMBER   TO WS-BC-BATCH-NUMBER.
           WRITE DO-RECORD FROM WS-BATCH-CONTROL.
           ADD 1 TO WS-RECORD-COUNT.

           ADD 1 TO WS-RECORD-COUNT.
           COMPUTE WS-BLOCK-COUNT = (WS-RECORD-COUNT + 9) / 10.
           COMPUTE WS-PAD-COUNT =
               WS-BLOCK-COUNT * 10 - WS-RECORD-COUNT.

           MOVE 1                 TO WS-FC-BATCH-COUNT.
           MOVE WS-BLOCK-COUNT    TO WS-FC-BLOCK-COUNT.
           MOVE WS-ENTRY-COUNT    TO WS-FC-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH     TO WS-FC-ENTRY-HASH.
           MOVE WS-DEBIT-TOTAL    TO WS-FC-DEBIT-TOTAL.
           WRITE DO-RECORD FROM WS-FILE-CONTROL.

           PERFORM 755-WRITE-BLOCK-FILLER WS-PAD-COUNT TIMES.

      *****************************************************************
      * WRITE ONE 9-FILLED RECORD TO PAD OUT THE LAST BLOCK.
      *****************************************************************
       755-WRITE-BLOCK-FILLER.
           WRITE DO-RECORD FROM WS-BLOCK-FILLER.

      *****************************************************************
      * WRITE ONE LINE TO THE DRAFT REGISTER FOR THE DRAFT OR
      * EXCEPTION JUST WORKED.
      *****************************************************************
       820-WRITE-REGISTER-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 900-PRINT-HEADERS
           END-IF.

           MOVE CM-ACCOUNT-NUMBER   TO WS-RL-ACCOUNT.
           MOVE CM-MAIL-NAME        TO WS-RL-NAME.
           MOVE WS-ACCT-TYPE-ED     TO WS-RL-TYPE.
           MOVE CM-BANK-ROUTING     TO WS-RL-ROUTING.
           MOVE WS-DRAFT-AMOUNT     TO WS-RL-AMOUNT.
           MOVE WS-TRACE-NUMBER     TO WS-RL-TRACE.
           MOVE WS-DISPOSITION      TO WS-RL-DISPOSITION.

           WRITE DG-RECORD FROM WS-REGISTER-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * START A NEW REGISTER PAGE.
      *****************************************************************
       900-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-DRAFT-DATE-ED TO WS-H1-DRAFT-DATE.
           MOVE WS-RUN-DATE-ED   TO WS-H1-RUN-DATE.
           MOVE WS-PAGE-NUMBER   TO WS-H1-PAGE.

           IF WS-PAGE-NUMBER > 1
               WRITE DG-RECORD FROM SPACES
           END-IF.

           WRITE DG-RECORD FROM WS-HEADING-1.
           WRITE DG-RECORD FROM WS-HEADING-2.

           MOVE 2 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE THE CONTROL TOTALS - THE DRAFTS ORIGINATED TIE TO THE
      * BATCH AND FILE CONTROL RECORDS AND TO THE AUTOPAY DRAFT
      * LINE ON UTIL2100'S JOURNAL.
      *****************************************************************
       950-PRINT-TOTALS.
           IF WS-PAGE-NUMBER = 0
               PERFORM 900-PRINT-HEADERS
           END-IF.

           WRITE DG-RECORD FROM SPACES.

           MOVE 'CUSTOMERS READ'         TO WS-RT-LABEL.
           MOVE WS-CUSTOMERS-READ-COUNT  TO WS-RT-COUNT.
           MOVE 0                        TO WS-RT-AMOUNT.
           WRITE DG-RECORD FROM WS-REGISTER-TOTAL-LINE.

           MOVE 'ENROLLED IN AUTOPAY'    TO WS-RT-LABEL.
           MOVE WS-ENROLLED-COUNT        TO WS-RT-COUNT.
           MOVE 0                        TO WS-RT-AMOUNT.
           WRITE DG-RECORD FROM WS-REGISTER-TOTAL-LINE.

           MOVE 'NOTHING DUE THIS DATE'  TO WS-RT-LABEL.
           MOVE WS-NOT-DUE-COUNT         TO WS-RT-COUNT.
           MOVE 0                        TO WS-RT-AMOUNT.
           WRITE DG-RECORD FROM WS-REGISTER-TOTAL-LINE.

           MOVE 'DRAFTS ORIGINATED'      TO WS-RT-LABEL.
           MOVE WS-ENTRY-COUNT           TO WS-RT-COUNT.
           MOVE WS-DEBIT-TOTAL           TO WS-RT-AMOUNT.
           WRITE DG-RECORD FROM WS-REGISTER-TOTAL-LINE.

           MOVE 'EXCEPTIONS NOT DRAFTED' TO WS-RT-LABEL.
           MOVE WS-EXCEPTION-COUNT       TO WS-RT-COUNT.
           MOVE WS-EXCEPTION-TOTAL       TO WS-RT-AMOUNT.
           WRITE DG-RECORD FROM WS-REGISTER-TOTAL-LINE.

           DISPLAY ' '.
           DISPLAY 'AUTOPAY DRAFT CONTROL TOTALS'.
           DISPLAY '  DRAFT DATE           : ' WS-DRAFT-DATE-ED.
           DISPLAY '  CUSTOMERS READ       : ' WS-CUSTOMERS-READ-COUNT.
           DISPLAY '  ENROLLED IN AUTOPAY  : ' WS-ENROLLED-COUNT.
           DISPLAY '  NOTHING DUE          : ' WS-NOT-DUE-COUNT.
           DISPLAY '  DRAFTS ORIGINATED    : ' WS-ENTRY-COUNT
               ' FOR ' WS-DEBIT-TOTAL.
           DISPLAY '  ENTRY HASH           : ' WS-ENTRY-HASH.
           DISPLAY '  BLOCK COUNT          : ' WS-BLOCK-COUNT.
           DISPLAY '  EXCEPTIONS           : ' WS-EXCEPTION-COUNT
               ' FOR ' WS-EXCEPTION-TOTAL.
