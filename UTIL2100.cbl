      *                  so UTIL2300 sees the current standing. The
      *                  journal carries a note line per
      *                  arrangement touched.
      *  10-15-2026  JS  Returned-payment support. Every piece
      *                  of every payment now leaves a PAYAPPL
      *                  application detail row (the item paid
      *                  with its key and original due date, or
      *                  the portion suspended), so UTIL2900 can
      *                  put back exactly what a bounced check
      *                  took off. A check from an account
      *                  flagged cash-only on CUSTIN is not
      *                  posted - it goes whole to suspense with
      *                  a hold-until date ten days out, and
      *                  neither the reapplication here nor the
      *                  billing run's credit touches it before
      *                  then. The open-item walk starts at item
      *                  type blank now that PAYHIST keys carry
      *                  one.
      *  10-15-2026  JS  Cash applied to a security deposit item
      *                  (type D) is recorded as deposit paid,
      *                  with the payment date, on the account's
      *                  DEPOSIT row, and the journal totals the
      *                  deposit cash.
      *  10-15-2026  JS  A payment on an account with no open
      *                  balance whose balance UTIL3100 wrote
      *                  off is posted as bad debt recovery
      *                  against its WRITEOFF row, up to what is
      *                  still outstanding, instead of going to
      *                  suspense - booked to GLMISC code Y with
      *                  a PAYAPPL row applied to W. Carried
      *                  suspense on such an account is
      *                  recovered the same way, and the journal
      *                  totals the recoveries.
      *  10-15-2026  JS  Autopay drafts from UTIL3400 (DRAFTPAY,
      *                  lockbox layout, method D) post after
      *                  the lockbox through the same oldest-
      *                  item-first paragraphs, with PAYAPPL
      *                  source D so a returned draft can be
      *                  told from a check. The journal totals
      *                  the drafts apart from the deposit and
      *                  foots both as total receipts.
      *  10-15-2026  JS  Every payment applied, held in suspense
      *                  or taken as recovery, every suspense
      *                  row reapplied, and every arrangement
      *                  change now posts to the customer's
      *                  LEDGER entries.
      *  10-15-2026  JS  Carried suspense goes to bad debt
      *                  recovery only when it is customer cash;
      *                  draft cash now rides suspense as method
      *                  A, apart from deposit refund rows.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-STATUS.

           SELECT DRAFT-FILE       ASSIGN TO 'DRAFTPAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAFT-FILE-STATUS.

           SELECT PAYMENT-HISTORY  ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGEMENT-STATUS.

           SELECT APPLICATION-FILE ASSIGN TO 'PAYAPPL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLICATION-STATUS.

           SELECT CUSTOMER-MASTER  ASSIGN TO 'CUSTIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

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

           SELECT GL-MISC          ASSIGN TO 'GLMISC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-MISC-STATUS.

           SELECT LEDGER-FILE      ASSIGN TO 'LEDGER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LG-LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
               88  LB-METHOD-CHECK                VALUE 'C'.
               88  LB-METHOD-ELECTRONIC           VALUE 'E'.
               88  LB-METHOD-MONEY-ORDER          VALUE 'M'.
               88  LB-METHOD-DRAFT                VALUE 'D'.

      *****************************************************************
      * AUTOPAY DRAFTS FROM UTIL3400 - ONE RECORD PER DEBIT SENT TO
      * THE BANK, IN THE LOCKBOX LAYOUT WITH METHOD D. READ INTO
      * LB-RECORD AND POSTED BY THE SAME PARAGRAPHS AS THE LOCKBOX,
      * AFTER IT. NO FILE MEANS NO DRAFTS WENT OUT TODAY.
      *****************************************************************
       FD  DRAFT-FILE
           RECORDING MODE IS F.
       01  DR-RECORD                    PIC X(24).

      *****************************************************************
      * PAYMENT HISTORY / ACCOUNTS RECEIVABLE - OPEN ITEM: ONE ROW
       01  PA-RECORD.
           COPY PARECORD.

      *****************************************************************
      * PAYMENT APPLICATION DETAIL - WHERE EVERY PIECE OF EVERY
      * PAYMENT WENT, ONE ROW PER ITEM PAID AND ONE FOR ANY PORTION
      * SUSPENDED. APPENDED RUN TO RUN SO THE RETURNED-PAYMENT RUN
      * CAN PUT BACK EXACTLY WHAT A BOUNCED CHECK TOOK OFF.
      *****************************************************************
       FD  APPLICATION-FILE
           RECORDING MODE IS F.
       01  PY-RECORD.
           COPY PYRECORD.

      *****************************************************************
      * CUSTOMER MASTER - SCANNED ONCE AT STARTUP FOR THE ACCOUNTS
      * FLAGGED CASH-ONLY.
      *****************************************************************
       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CM-RECORD.
           COPY CMRECORD.

      *****************************************************************
      * CUSTOMER SECURITY DEPOSITS - CASH THAT CLEARS A DEPOSIT ITEM
      * (TYPE D) IS RECORDED AS DEPOSIT PAID ON THE ACCOUNT'S ROW.
      *****************************************************************
       FD  SECURITY-DEPOSIT.
       01  DP-RECORD.
           COPY DPRECORD.

      *****************************************************************
      * BAD DEBT WRITE-OFFS FROM UTIL3100 - A PAYMENT ON A CLOSED
      * ACCOUNT WHOSE BALANCE WAS WRITTEN OFF IS A RECOVERY, BUILT
      * UP ON THE ACCOUNT'S ROW, NOT UNMATCHED CASH.
      *****************************************************************
       FD  WRITE-OFF-FILE.
       01  WO-RECORD.
           COPY WORECORD.

      *****************************************************************
      * MISCELLANEOUS GL EXTRACT - ONE BAD DEBT RECOVERY ENTRY (CODE
      * Y) PER PAYMENT POSTED AGAINST A WRITE-OFF, APPENDED FOR
      * MONTH-END BOOKING.
      *****************************************************************
       FD  GL-MISC
           RECORDING MODE IS F.
       01  GL-RECORD.
           COPY GLRECORD.

      *****************************************************************
      * CUSTOMER TRANSACTION LEDGER - EVERY PAYMENT APPLIED, HELD
      * IN SUSPENSE, OR TAKEN AS RECOVERY, EVERY SUSPENSE ROW
      * REAPPLIED, AND EVERY ARRANGEMENT CHANGE IS ADDED HERE.
      *****************************************************************
       FD  LEDGER-FILE.
       01  LG-RECORD.
           COPY LGRECORD.

       WORKING-STORAGE SECTION.

      *****************************************************************
       01  WS-SUSPENSE-FILE-STATUS     PIC X(02)  VALUE '00'.
       01  WS-LOCKBOX-EOF-SW           PIC X(01)  VALUE 'N'.
           88  WS-EOF-LOCKBOX                     VALUE 'Y'.
       01  WS-DRAFT-FILE-STATUS        PIC X(02)  VALUE '00'.
       01  WS-DRAFT-EOF-SW             PIC X(01)  VALUE 'N'.
           88  WS-EOF-DRAFT-FILE                  VALUE 'Y'.
       01  WS-POSTING-DRAFTS-SW        PIC X(01)  VALUE 'N'.
           88  WS-POSTING-DRAFTS                  VALUE 'Y'.
       01  WS-SUSP-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-SUSPENSE-FILE               VALUE 'Y'.
       01  WS-ARRANGEMENT-STATUS       PIC X(02)  VALUE '00'.
       01  WS-ARR-EOF-SW               PIC X(01)  VALUE 'N'.
           88  WS-EOF-ARRANGEMENT-FILE            VALUE 'Y'.
       01  WS-APPLICATION-STATUS       PIC X(02)  VALUE '00'.
       01  WS-CUSTOMER-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-CUST-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-CUSTOMER-MASTER             VALUE 'Y'.
       01  WS-SECURITY-DEPOSIT-STATUS  PIC X(02)  VALUE '00'.
       01  WS-SD-AVAILABLE-SW          PIC X(01)  VALUE 'N'.
           88  WS-SD-AVAILABLE                    VALUE 'Y'.
       01  WS-WRITE-OFF-STATUS         PIC X(02)  VALUE '00'.
       01  WS-WO-AVAILABLE-SW          PIC X(01)  VALUE 'N'.
           88  WS-WO-AVAILABLE                    VALUE 'Y'.
       01  WS-WO-FOUND-SW              PIC X(01)  VALUE 'N'.
           88  WS-WO-FOUND                        VALUE 'Y'.
       01  WS-GL-MISC-STATUS           PIC X(02)  VALUE '00'.

      *****************************************************************
      * PAYMENT HISTORY AVAILABILITY - A MISSING PAYHIST MEANS NO
       01  WS-REMAINING-BALANCE         PIC 9(6)V99 VALUE 0.
       01  WS-DISPOSITION               PIC X(30)  VALUE SPACES.
       01  WS-SUSPENSE-REASON           PIC X(35)  VALUE SPACES.
       01  WS-POST-DATE                 PIC 9(8)   VALUE 0.
       01  WS-POST-METHOD               PIC X(01)  VALUE SPACE.
       01  WS-POST-SOURCE               PIC X(01)  VALUE SPACE.
       01  WS-ITEM-APPLIED              PIC 9(6)V99 VALUE 0.
       01  WS-RECOVERED-AMOUNT          PIC 9(6)V99 VALUE 0.
       01  WS-OUTSTANDING-AMOUNT        PIC 9(6)V99 VALUE 0.
       01  WS-SUSPENSE-HOLD-DATE        PIC 9(8)   VALUE 0.

      *****************************************************************
      * CASH-ONLY ACCOUNTS - A PAYMENT ON THE ACCOUNT HAS COME BACK
      * FROM THE BANK, SO A CHECK FROM IT IS NOT POSTED: IT GOES
      * WHOLE TO SUSPENSE, HELD FOR REVIEW UNTIL IT HAS HAD TIME TO
      * CLEAR. CASH, MONEY ORDERS, AND ELECTRONIC PAYMENTS POST AS
      * USUAL. THE TABLE IS LOADED FROM CUSTIN AND THE RUN STOPS ON
      * OVERFLOW - A CASH-ONLY ACCOUNT LEFT OFF IT WOULD HAVE ITS
      * NEXT BAD CHECK POSTED AS GOOD MONEY.
      *****************************************************************
       01  WS-CASH-ONLY-MAX             PIC 9(4)   VALUE 5000.
       01  WS-CASH-ONLY-COUNT           PIC 9(4)   VALUE 0.
       01  WS-CASH-ONLY-SW              PIC X(01)  VALUE 'N'.
           88  WS-CASH-ONLY-ACCOUNT                VALUE 'Y'.
       01  WS-CASH-ONLY-TABLE.
           05  WS-CO-ACCOUNT            PIC 9(7)
               OCCURS 5000 TIMES
               INDEXED BY WS-CO-IDX.

      *****************************************************************
      * HOLD PERIOD FOR A CASH-ONLY ACCOUNT'S CHECK - CALENDAR DAYS
      * FROM THE POSTING DATE, ROLLED ACROSS MONTH ENDS THE SAME
      * WAY THE BILLING RUN ROLLS ITS DUE DATE.
      *****************************************************************
       01  WS-CHECK-HOLD-DAYS           PIC 9(2)   VALUE 10.
       01  WS-HOLD-DATE.
           05  WS-HOLD-YYYY             PIC 9(4).
           05  WS-HOLD-MM               PIC 9(2).
           05  WS-HOLD-DD               PIC 9(2).
       01  WS-DAYS-IN-MONTH             PIC 9(2)   VALUE 0.
       01  WS-LEAP-WORK                 PIC 9(4)   VALUE 0.
       01  WS-LEAP-REM                  PIC 9(4)   VALUE 0.

      *****************************************************************
      * CARRIED SUSPENSE TABLE - LOADED FROM SUSPFILE AT STARTUP,
               10  WS-SU-DATE           PIC 9(8).
               10  WS-SU-AMOUNT         PIC 9(6)V99.
               10  WS-SU-METHOD         PIC X(01).
                   88  WS-SU-CUSTOMER-CASH  VALUE 'C' 'E' 'M' 'A'.
                   88  WS-SU-DRAFT-CASH               VALUE 'A'.
               10  WS-SU-REASON         PIC X(35).
               10  WS-SU-RESOLVED-SW    PIC X(01).
               10  WS-SU-HOLD-UNTIL     PIC 9(8).

      *****************************************************************
      * PAYMENT ARRANGEMENT TABLE - LOADED FROM PAYARRNG AT
       01  WS-SUSP-RESOLVED-TOTAL       PIC 9(8)V99 VALUE 0.
       01  WS-SUSP-FORWARD-COUNT        PIC 9(5)   VALUE 0.
       01  WS-SUSP-FORWARD-TOTAL        PIC 9(8)V99 VALUE 0.
       01  WS-SUSP-HELD-COUNT           PIC 9(5)   VALUE 0.
       01  WS-CHECKS-HELD-COUNT         PIC 9(5)   VALUE 0.
       01  WS-CHECKS-HELD-TOTAL         PIC 9(8)V99 VALUE 0.
       01  WS-SD-PAID-COUNT             PIC 9(5)   VALUE 0.
       01  WS-SD-PAID-TOTAL             PIC 9(8)V99 VALUE 0.
       01  WS-SUSP-RECOVERED-COUNT      PIC 9(5)   VALUE 0.
       01  WS-SUSP-RECOVERED-TOTAL      PIC 9(8)V99 VALUE 0.

      *****************************************************************
      * DEPOSIT CONTROL TOTALS - POSTED PLUS BAD DEBT RECOVERED PLUS
      * SUSPENSE MUST EQUAL THE DEPOSIT TOTAL PLUS THE AUTOPAY
      * DRAFTS. THE DEPOSIT ALONE IS WHAT TIES THE JOURNAL TO THE
      * SLIP.
      *****************************************************************
       01  WS-PAYMENTS-READ-COUNT       PIC 9(5)   VALUE 0.
       01  WS-POSTED-COUNT              PIC 9(5)   VALUE 0.
       01  WS-RECOVERED-COUNT           PIC 9(5)   VALUE 0.
       01  WS-RECOVERED-TOTAL           PIC 9(8)V99 VALUE 0.
       01  WS-SUSPENSE-COUNT            PIC 9(5)   VALUE 0.
       01  WS-CLEARED-COUNT             PIC 9(5)   VALUE 0.
       01  WS-DEPOSIT-TOTAL             PIC 9(8)V99 VALUE 0.
       01  WS-DRAFTS-READ-COUNT         PIC 9(5)   VALUE 0.
       01  WS-DRAFT-TOTAL               PIC 9(8)V99 VALUE 0.
       01  WS-RECEIPTS-COUNT            PIC 9(5)   VALUE 0.
       01  WS-RECEIPTS-TOTAL            PIC 9(8)V99 VALUE 0.
       01  WS-POSTED-TOTAL              PIC 9(8)V99 VALUE 0.
       01  WS-SUSPENSE-TOTAL            PIC 9(8)V99 VALUE 0.

           05  WS-RUN-YYYY              PIC 9(4).
           05  WS-RUN-MM                PIC 9(2).
           05  WS-RUN-DD                PIC 9(2).
       01  WS-RUN-DATE-NUM              PIC 9(8)   VALUE 0.
       01  WS-RUN-DATE-ED               PIC X(10)  VALUE SPACES.
       01  WS-RUN-PERIOD-NUM            PIC 9(6)   VALUE 0.

       01  WS-PAGE-NUMBER               PIC 9(3)   VALUE 0.
       01  WS-LINE-COUNT                PIC 9(2)   VALUE 99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-SL-REASON             PIC X(35).

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
           DISPLAY ' '.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           STRING WS-RUN-MM  '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-ED.
           COMPUTE WS-RUN-PERIOD-NUM = WS-RUN-YYYY * 100 + WS-RUN-MM.
           PERFORM 130-CALC-HOLD-DATE.

           OPEN INPUT LOCKBOX-FILE.
           IF WS-LOCKBOX-STATUS NOT = '00'
           PERFORM 165-OPEN-PAYMENT-HISTORY.
           PERFORM 170-LOAD-SUSPENSE-FILE.
           PERFORM 180-LOAD-ARRANGEMENTS.
           PERFORM 190-LOAD-CASH-ONLY.
           PERFORM 195-OPEN-APPLICATION-FILE.
           PERFORM 196-OPEN-SECURITY-DEPOSIT.
           PERFORM 197-OPEN-WRITE-OFF-FILE.
           PERFORM 199-OPEN-LEDGER-FILE.

           OPEN OUTPUT POSTING-JOURNAL.
           OPEN OUTPUT SUSPENSE-REPORT.
           PERFORM 500-LOAD-PAYMENT.
           PERFORM 600-POST-PAYMENT UNTIL WS-EOF-LOCKBOX.

           PERFORM 198-OPEN-DRAFT-FILE.
           IF WS-POSTING-DRAFTS
               PERFORM 500-LOAD-PAYMENT
               PERFORM 600-POST-PAYMENT UNTIL WS-EOF-DRAFT-FILE
               CLOSE DRAFT-FILE
           END-IF.

           PERFORM 950-PRINT-TOTALS.
           PERFORM 750-REWRITE-SUSPENSE-FILE.
           PERFORM 760-REWRITE-ARRANGEMENTS.
           END-IF.
           CLOSE POSTING-JOURNAL.
           CLOSE SUSPENSE-REPORT.
           CLOSE APPLICATION-FILE.
           IF WS-SD-AVAILABLE
               CLOSE SECURITY-DEPOSIT
           END-IF.
           IF WS-WO-AVAILABLE
               CLOSE WRITE-OFF-FILE
               CLOSE GL-MISC
           END-IF.
           CLOSE LEDGER-FILE.

           STOP RUN.

      *****************************************************************
      * WORK OUT THE HOLD-UNTIL DATE FOR A CASH-ONLY ACCOUNT'S CHECK
      * RECEIVED TODAY - THE RUN DATE PLUS THE HOLD PERIOD. A HELD
      * CHECK IS NOT COUNTED TOWARD A PAYMENT ARRANGEMENT EITHER.
      *****************************************************************
       130-CALC-HOLD-DATE.
           MOVE WS-RUN-YYYY TO WS-HOLD-YYYY.
           MOVE WS-RUN-MM   TO WS-HOLD-MM.
           MOVE WS-RUN-DD   TO WS-HOLD-DD.
           ADD WS-CHECK-HOLD-DAYS TO WS-HOLD-DD.

           PERFORM 132-SET-DAYS-IN-MONTH.
           PERFORM 131-ROLL-HOLD-MONTH
               UNTIL WS-HOLD-DD <= WS-DAYS-IN-MONTH.

      *****************************************************************
      * THE HOLD DAY RAN PAST THE END OF THE MONTH - BACK IT OFF BY
      * THAT MONTH'S LENGTH AND STEP INTO THE NEXT MONTH (AND YEAR,
      * OVER A DECEMBER RUN).
      *****************************************************************
       131-ROLL-HOLD-MONTH.
           SUBTRACT WS-DAYS-IN-MONTH FROM WS-HOLD-DD.
           ADD 1 TO WS-HOLD-MM.
           IF WS-HOLD-MM > 12
               MOVE 1 TO WS-HOLD-MM
               ADD 1 TO WS-HOLD-YYYY
           END-IF.
           PERFORM 132-SET-DAYS-IN-MONTH.

      *****************************************************************
      * SET WS-DAYS-IN-MONTH FOR WS-HOLD-MM/WS-HOLD-YYYY, INCLUDING
      * THE LEAP-YEAR FEBRUARY (DIVISIBLE BY 4, EXCEPT CENTURIES
      * NOT DIVISIBLE BY 400).
      *****************************************************************
       132-SET-DAYS-IN-MONTH.
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
      * OPEN THE KEYED PAYMENT HISTORY FOR UPDATE. A MISSING FILE
      * (STATUS 35) SIMPLY MEANS NO ACCOUNT HAS AN OPEN BALANCE.
                       WS-SU-METHOD (WS-SUSP-IDX)
                   MOVE SP-REASON       TO WS-SU-REASON (WS-SUSP-IDX)
                   MOVE 'N' TO WS-SU-RESOLVED-SW (WS-SUSP-IDX)
                   MOVE SP-HOLD-UNTIL-DATE TO
                       WS-SU-HOLD-UNTIL (WS-SUSP-IDX)
           END-READ.

      *****************************************************************
                   MOVE PA-STATUS     TO WS-PA-STATUS (WS-ARR-IDX)
           END-READ.

      *****************************************************************
      * LOAD THE CASH-ONLY ACCOUNTS FROM THE CUSTOMER MASTER. A
      * MISSING MASTER (STATUS 35) MEANS NO ACCOUNT IS FLAGGED AND
      * EVERY CHECK POSTS AS USUAL.
      *****************************************************************
       190-LOAD-CASH-ONLY.
           OPEN INPUT CUSTOMER-MASTER.

           EVALUATE WS-CUSTOMER-MASTER-STATUS
               WHEN '00'
                   PERFORM 191-READ-CUSTOMER-REC
                       UNTIL WS-EOF-CUSTOMER-MASTER
                   CLOSE CUSTOMER-MASTER
               WHEN '35'
                   DISPLAY 'NO CUSTOMER MASTER - NO ACCOUNTS FLAGGED '
                       'CASH-ONLY'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN CUSTOMER-MASTER - STATUS '
                       WS-CUSTOMER-MASTER-STATUS
                       ' - STOPPING RATHER THAN POST CHECKS FROM '
                       'CASH-ONLY ACCOUNTS'
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * READ ONE MASTER ROW, KEEPING THE ACCOUNT IF IT IS FLAGGED.
      *****************************************************************
       191-READ-CUSTOMER-REC.
           READ CUSTOMER-MASTER
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SW
               NOT AT END
                   IF CM-CASH-ONLY
                       IF WS-CASH-ONLY-COUNT >= WS-CASH-ONLY-MAX
                           DISPLAY 'CASH-ONLY TABLE FULL AT '
                               WS-CASH-ONLY-MAX ' ENTRIES - '
                               'INCREASE WS-CASH-ONLY-MAX AND RERUN.'
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CASH-ONLY-COUNT
                       SET WS-CO-IDX TO WS-CASH-ONLY-COUNT
                       MOVE CM-ACCOUNT-NUMBER TO
                           WS-CO-ACCOUNT (WS-CO-IDX)
                   END-IF
           END-READ.

      *****************************************************************
      * THE APPLICATION DETAIL ALWAYS OPENS EXTEND - IT IS THE ONLY
      * RECORD OF WHERE PAST PAYMENTS WENT, AND A RETURN CAN ARRIVE
      * WEEKS AFTER THE CHECK POSTED.
      *****************************************************************
       195-OPEN-APPLICATION-FILE.
           OPEN EXTEND APPLICATION-FILE.
           IF WS-APPLICATION-STATUS NOT = '00'
               OPEN OUTPUT APPLICATION-FILE
           END-IF.
           IF WS-APPLICATION-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN APPLICATION-FILE - STATUS '
                   WS-APPLICATION-STATUS
               STOP RUN
           END-IF.

      *****************************************************************
      * OPEN THE KEYED DEPOSIT FILE FOR UPDATE. A MISSING FILE
      * (STATUS 35) MEANS NO DEPOSIT HAS EVER BILLED, SO THERE IS
      * NO DEPOSIT ITEM FOR CASH TO CLEAR. ANY OTHER FAILURE STOPS
      * THE RUN RATHER THAN LOSE TRACK OF DEPOSIT CASH.
      *****************************************************************
       196-OPEN-SECURITY-DEPOSIT.
           MOVE 'N' TO WS-SD-AVAILABLE-SW.
           OPEN I-O SECURITY-DEPOSIT.
           EVALUATE WS-SECURITY-DEPOSIT-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-SD-AVAILABLE-SW
               WHEN '35'
                   DISPLAY 'NO DEPOSIT FILE - NO SECURITY DEPOSIT '
                       'HAS BILLED'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN SECURITY-DEPOSIT - STATUS '
                       WS-SECURITY-DEPOSIT-STATUS
                       ' - STOPPING RATHER THAN POST DEPOSIT CASH '
                       'UNRECORDED'
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * OPEN THE KEYED WRITE-OFF FILE FOR UPDATE, AND WITH IT THE
      * GLMISC EXTRACT (EXTEND - IT HOLDS ENTRIES OTHER RUNS WROTE
      * THAT MONTH-END HAS NOT BOOKED) FOR THE RECOVERY ENTRIES. A
      * MISSING WRITE-OFF FILE (STATUS 35) MEANS NOTHING HAS BEEN
      * WRITTEN OFF, SO THERE IS NOTHING TO RECOVER. ANY OTHER
      * FAILURE STOPS THE RUN RATHER THAN SUSPEND RECOVERY CASH.
      *****************************************************************
       197-OPEN-WRITE-OFF-FILE.
           MOVE 'N' TO WS-WO-AVAILABLE-SW.
           OPEN I-O WRITE-OFF-FILE.
           EVALUATE WS-WRITE-OFF-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-WO-AVAILABLE-SW
               WHEN '35'
                   DISPLAY 'NO WRITE-OFF FILE - NO BAD DEBT TO '
                       'RECOVER'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN WRITE-OFF-FILE - STATUS '
                       WS-WRITE-OFF-STATUS
                       ' - STOPPING RATHER THAN SUSPEND RECOVERY '
                       'CASH'
                   STOP RUN
           END-EVALUATE.

           IF WS-WO-AVAILABLE
               OPEN EXTEND GL-MISC
               IF WS-GL-MISC-STATUS = '35'
                   OPEN OUTPUT GL-MISC
               END-IF
               IF WS-GL-MISC-STATUS NOT = '00'
                   DISPLAY 'UNABLE TO OPEN GL-MISC - STATUS '
                       WS-GL-MISC-STATUS
                   STOP RUN
               END-IF
           END-IF.

      *****************************************************************
      * OPEN TODAY'S AUTOPAY DRAFT FILE FROM UTIL3400. A MISSING
      * FILE SIMPLY MEANS NO DRAFTS WERE ORIGINATED FOR TODAY; ANY
      * OTHER OPEN FAILURE STOPS THE RUN BEFORE THE JOURNAL CLOSES,
      * SINCE THE BANK HAS THAT MONEY EITHER WAY.
      *****************************************************************
       198-OPEN-DRAFT-FILE.
           OPEN INPUT DRAFT-FILE.
           EVALUATE WS-DRAFT-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-POSTING-DRAFTS-SW
               WHEN '35'
                   DISPLAY 'NO DRAFTPAY FILE - NO AUTOPAY DRAFTS TO '
                       'POST'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN DRAFT-FILE - STATUS '
                       WS-DRAFT-FILE-STATUS
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * OPEN THE KEYED CUSTOMER LEDGER FOR UPDATE, CREATING IT EMPTY
      * ONLY WHEN IT DOES NOT EXIST YET (STATUS 35, THE FIRST RUN).
      * ANY OTHER FAILURE STOPS THE RUN: POSTING ON WOULD TAKE
      * CASH OFF PAYHIST THAT THE ACCOUNT HISTORY NEVER SHOWS.
      *****************************************************************
       199-OPEN-LEDGER-FILE.
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
      * RE-ATTEMPT EVERY CARRIED SUSPENSE ROW BEFORE THE DAY'S
      * DEPOSIT POSTS - AN ACCOUNT THAT HAS BILLED SINCE THE CASH
      * RE-ATTEMPT ONE CARRIED SUSPENSE ROW DURING THE LOOP ABOVE.
      * THE SAME FIND/APPLY PARAGRAPHS THE LOCKBOX POSTING USES DO
      * THE WORK, DRIVEN FROM THE ROW INSTEAD OF A PAYMENT RECORD.
      * A CHECK HELD FOR REVIEW WAITS OUT ITS HOLD DATE FIRST. A
      * ROW WITH NO OPEN ITEM TO GO TO, ON AN ACCOUNT WHOSE BALANCE
      * HAS SINCE BEEN WRITTEN OFF, IS POSTED AS RECOVERY - BUT
      * ONLY WHEN THE ROW IS CASH THE CUSTOMER PAID (LOCKBOX OR
      * DRAFT). A BUDGET SETTLEMENT (B), ADJUSTMENT (J), OR DEPOSIT
      * REFUND (D) CREDIT IS NOT MONEY RECEIVED AND STAYS CARRIED
      * FOR REVIEW OR REFUND. DRAFT CASH RIDES SUSPFILE AS METHOD A
      * AND POSTS BACK UNDER THE DRAFT METHOD, D.
      *****************************************************************
       410-RESOLVE-ONE-ROW.
           IF WS-SU-RESOLVED-SW (WS-SUSP-IDX) = 'N'
               AND WS-SU-HOLD-UNTIL (WS-SUSP-IDX) > WS-RUN-DATE-NUM
               ADD 1 TO WS-SUSP-HELD-COUNT
           END-IF.

           IF (WS-AR-AVAILABLE OR WS-WO-AVAILABLE)
               AND WS-SU-RESOLVED-SW (WS-SUSP-IDX) = 'N'
               AND WS-SU-HOLD-UNTIL (WS-SUSP-IDX) <= WS-RUN-DATE-NUM
               MOVE WS-SU-ACCOUNT (WS-SUSP-IDX) TO WS-POST-ACCOUNT
               MOVE WS-SU-AMOUNT (WS-SUSP-IDX)  TO WS-POST-AMOUNT
               MOVE WS-SU-DATE (WS-SUSP-IDX)    TO WS-POST-DATE
               MOVE WS-SU-METHOD (WS-SUSP-IDX)  TO WS-POST-METHOD
               IF WS-SU-DRAFT-CASH (WS-SUSP-IDX)
                   MOVE 'D' TO WS-POST-METHOD
               END-IF
               MOVE 'S'    TO WS-POST-SOURCE
               MOVE 0      TO WS-APPLIED-AMOUNT
               MOVE 0      TO WS-RECOVERED-AMOUNT
               MOVE 0      TO WS-SUSPENSE-AMOUNT
               MOVE 0      TO WS-REMAINING-BALANCE
               MOVE SPACES TO WS-DISPOSITION
               MOVE SPACES TO WS-SUSPENSE-REASON
               MOVE 'N'    TO WS-AR-ITEM-SW
               IF WS-AR-AVAILABLE
                   PERFORM 610-FIND-FIRST-ITEM
               END-IF
               IF WS-AR-ITEM-IN-HAND
                   PERFORM 620-APPLY-PAYMENT
                   IF WS-REMAINING-PAYMENT = 0
                   ADD 1 TO WS-SUSP-RESOLVED-COUNT
                   ADD WS-APPLIED-AMOUNT TO WS-SUSP-RESOLVED-TOTAL
                   PERFORM 830-WRITE-RESOLUTION-LINE
                   MOVE 'SA' TO WS-LG-TYPE
                   COMPUTE WS-LG-AMOUNT = 0 - WS-APPLIED-AMOUNT
                   MOVE 'M'  TO WS-LG-MEMO-SW
                   MOVE 'SUSPENSE CASH APPLIED' TO WS-LG-DESC
                   PERFORM 745-POST-SUSPENSE-LEDGER
               ELSE
                   IF WS-SU-CUSTOMER-CASH (WS-SUSP-IDX)
                       PERFORM 415-RECOVER-SUSPENSE-ROW
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * A CARRIED CASH ROW WITH NO OPEN ITEM TO GO TO - IF THE
      * ACCOUNT'S BALANCE HAS BEEN WRITTEN OFF SINCE THE CASH
      * SUSPENDED, THE ROW IS POSTED AS BAD DEBT RECOVERY UP TO WHAT
      * IS STILL OUTSTANDING, ANY EXCESS STAYING ON THE ROW.
      *****************************************************************
       415-RECOVER-SUSPENSE-ROW.
           PERFORM 650-FIND-WRITE-OFF.
           IF WS-WO-FOUND
               PERFORM 655-APPLY-RECOVERY
               IF WS-SUSPENSE-AMOUNT = 0
                   MOVE 'Y' TO WS-SU-RESOLVED-SW (WS-SUSP-IDX)
                   MOVE 'SUSPENSE TO BAD DEBT RECOVERY'
                       TO WS-DISPOSITION
               ELSE
                   MOVE WS-SUSPENSE-AMOUNT TO
                       WS-SU-AMOUNT (WS-SUSP-IDX)
                   MOVE 'SUSPENSE PARTLY RECOVERED'
                       TO WS-DISPOSITION
               END-IF
               MOVE 0 TO WS-SUSPENSE-AMOUNT
               ADD 1 TO WS-SUSP-RECOVERED-COUNT
               ADD WS-RECOVERED-AMOUNT TO WS-SUSP-RECOVERED-TOTAL
               PERFORM 830-WRITE-RESOLUTION-LINE
               MOVE 'WR' TO WS-LG-TYPE
               MOVE WS-RECOVERED-AMOUNT TO WS-LG-AMOUNT
               MOVE 'SUSPENSE TO WRITTEN-OFF DEBT' TO WS-LG-DESC
               PERFORM 745-POST-SUSPENSE-LEDGER
           END-IF.

      *****************************************************************
      * READ THE NEXT LOCKBOX PAYMENT RECORD - OR, ONCE THE LOCKBOX
      * IS DONE AND THE DAY'S AUTOPAY DRAFTS ARE POSTING, THE NEXT
      * DRAFT.
      *****************************************************************
       500-LOAD-PAYMENT.
           IF WS-POSTING-DRAFTS
               PERFORM 505-LOAD-DRAFT
           ELSE
               READ LOCKBOX-FILE
                   AT END
                       MOVE 'Y' TO WS-LOCKBOX-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-PAYMENTS-READ-COUNT
                       ADD LB-PAYMENT-AMOUNT TO WS-DEPOSIT-TOTAL
               END-READ
           END-IF.

      *****************************************************************
      * READ THE NEXT AUTOPAY DRAFT INTO THE LOCKBOX RECORD AREA.
      * DRAFTS ARE COUNTED APART FROM THE LOCKBOX SO THE DEPOSIT
      * TOTAL STILL TIES TO THE BANK'S SLIP.
      *****************************************************************
       505-LOAD-DRAFT.
           READ DRAFT-FILE INTO LB-RECORD
               AT END
                   MOVE 'Y' TO WS-DRAFT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DRAFTS-READ-COUNT
                   ADD LB-PAYMENT-AMOUNT TO WS-DRAFT-TOTAL
           END-READ.

      *****************************************************************
      * POST ONE LOCKBOX PAYMENT - FIND THE OPEN BALANCE FOR THE
      * ACCOUNT, REDUCE OR CLEAR IT, AND ROUTE ANYTHING THAT COULD
      * NOT BE APPLIED TO SUSPENSE. A PAYMENT ON AN ACCOUNT WITH
      * NO OPEN BALANCE WHOSE BALANCE WAS WRITTEN OFF IS POSTED AS
      * BAD DEBT RECOVERY INSTEAD. EVERY PAYMENT GETS A JOURNAL
      * LINE EITHER WAY, SO THE JOURNAL FOOTS TO THE DEPOSIT.
      *****************************************************************
       600-POST-PAYMENT.
           MOVE 'N'    TO WS-AR-MATCHED-SW.
           MOVE 0      TO WS-APPLIED-AMOUNT.
           MOVE 0      TO WS-RECOVERED-AMOUNT.
           MOVE 0      TO WS-SUSPENSE-AMOUNT.
           MOVE 0      TO WS-REMAINING-BALANCE.
           MOVE SPACES TO WS-DISPOSITION.
           MOVE SPACES TO WS-SUSPENSE-REASON.
           MOVE LB-ACCOUNT-NUMBER TO WS-POST-ACCOUNT.
           MOVE LB-PAYMENT-AMOUNT TO WS-POST-AMOUNT.
           MOVE LB-PAYMENT-DATE   TO WS-POST-DATE.
           MOVE LB-PAYMENT-METHOD TO WS-POST-METHOD.
           IF WS-POSTING-DRAFTS
               MOVE 'D'           TO WS-POST-SOURCE
           ELSE
               MOVE 'L'           TO WS-POST-SOURCE
           END-IF.
           MOVE 0                 TO WS-SUSPENSE-HOLD-DATE.

           PERFORM 605-CHECK-CASH-ONLY.

           IF WS-AR-AVAILABLE
               AND NOT WS-CASH-ONLY-ACCOUNT
               PERFORM 610-FIND-FIRST-ITEM
               IF WS-AR-ITEM-IN-HAND
                   MOVE 'Y' TO WS-AR-MATCHED-SW
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-CASH-ONLY-ACCOUNT
                   MOVE LB-PAYMENT-AMOUNT TO WS-SUSPENSE-AMOUNT
                   MOVE WS-HOLD-DATE TO WS-SUSPENSE-HOLD-DATE
                   ADD 1 TO WS-CHECKS-HELD-COUNT
                   ADD LB-PAYMENT-AMOUNT TO WS-CHECKS-HELD-TOTAL
                   MOVE 'CASH-ONLY CHECK - HELD REVIEW'
                       TO WS-DISPOSITION
                   MOVE 'CASH-ONLY ACCOUNT - CHECK HELD REVIEW'
                       TO WS-SUSPENSE-REASON
               WHEN WS-AR-MATCHED
                   PERFORM 620-APPLY-PAYMENT
               WHEN OTHER
                   PERFORM 650-FIND-WRITE-OFF
                   IF WS-WO-FOUND
                       PERFORM 655-APPLY-RECOVERY
                   ELSE
                       MOVE LB-PAYMENT-AMOUNT TO WS-SUSPENSE-AMOUNT
                       MOVE 'NO OPEN BALANCE - TO SUSPENSE'
                           TO WS-DISPOSITION
                       MOVE 'NO OPEN BALANCE FOR THIS ACCOUNT'
                           TO WS-SUSPENSE-REASON
                   END-IF
           END-EVALUATE.

           IF WS-APPLIED-AMOUNT > 0
               ADD 1 TO WS-POSTED-COUNT
               ADD WS-APPLIED-AMOUNT TO WS-POSTED-TOTAL
           END-IF.

           IF WS-RECOVERED-AMOUNT > 0
               ADD 1 TO WS-RECOVERED-COUNT
               ADD WS-RECOVERED-AMOUNT TO WS-RECOVERED-TOTAL
           END-IF.

           IF WS-SUSPENSE-AMOUNT > 0
               ADD 1 TO WS-SUSPENSE-COUNT
               ADD WS-SUSPENSE-AMOUNT TO WS-SUSPENSE-TOTAL
               PERFORM 860-WRITE-SUSPENSE-LINE
               MOVE 'S'    TO PY-APPLIED-TO
               MOVE 0      TO PY-BILLING-PERIOD
               MOVE SPACE  TO PY-ITEM-TYPE
               MOVE 0      TO PY-DUE-DATE
               MOVE WS-SUSPENSE-AMOUNT TO WS-ITEM-APPLIED
               PERFORM 870-WRITE-APPLICATION-ROW
           END-IF.

           PERFORM 820-WRITE-JOURNAL-LINE.
           PERFORM 740-POST-PAYMENT-LEDGER.
           IF NOT WS-CASH-ONLY-ACCOUNT
               PERFORM 640-CHECK-ARRANGEMENT
           END-IF.
           PERFORM 500-LOAD-PAYMENT.

      *****************************************************************
      * IS THE PAYMENT A CHECK FROM AN ACCOUNT FLAGGED CASH-ONLY?
      *****************************************************************
       605-CHECK-CASH-ONLY.
           MOVE 'N' TO WS-CASH-ONLY-SW.
           IF LB-METHOD-CHECK
               PERFORM 606-CHECK-CASH-ONLY-ENTRY
                   VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CASH-ONLY-COUNT
           END-IF.

      *****************************************************************
      * EXAMINE ONE CASH-ONLY TABLE ENTRY DURING THE SEARCH ABOVE.
      *****************************************************************
       606-CHECK-CASH-ONLY-ENTRY.
           IF WS-CO-ACCOUNT (WS-CO-IDX) = LB-ACCOUNT-NUMBER
               MOVE 'Y' TO WS-CASH-ONLY-SW
           END-IF.

      *****************************************************************
      * POSITION ON THE ACCOUNT'S OLDEST OPEN ITEM - A KEYED START
      * AT THE ACCOUNT'S LOWEST POSSIBLE PERIOD, THEN THE FIRST
           MOVE 'N' TO WS-AR-ITEM-SW.
           MOVE WS-POST-ACCOUNT TO PH-ACCOUNT-NUMBER.
           MOVE 0 TO PH-BILLING-PERIOD.
           MOVE SPACE TO PH-ITEM-TYPE.
           START PAYMENT-HISTORY
               KEY IS NOT LESS THAN PH-OPEN-ITEM-KEY
               INVALID KEY

      *****************************************************************
      * APPLY WHAT REMAINS OF THE PAYMENT TO THE OPEN ITEM IN HAND
      * DURING THE LOOP ABOVE, LEAVING AN APPLICATION DETAIL ROW
      * WITH THE ITEM'S KEY AND DUE DATE FOR EITHER OUTCOME. CASH
      * ON A SECURITY DEPOSIT ITEM IS ALSO RECORDED AS DEPOSIT PAID.
      *****************************************************************
       625-APPLY-TO-ONE-ITEM.
           MOVE 'I'               TO PY-APPLIED-TO.
           MOVE PH-BILLING-PERIOD TO PY-BILLING-PERIOD.
           MOVE PH-ITEM-TYPE      TO PY-ITEM-TYPE.
           MOVE PH-DUE-DATE       TO PY-DUE-DATE.

           IF WS-REMAINING-PAYMENT < PH-BALANCE-DUE
               MOVE WS-REMAINING-PAYMENT TO WS-ITEM-APPLIED
               PERFORM 870-WRITE-APPLICATION-ROW
               IF PH-DEPOSIT-ITEM
                   PERFORM 626-RECORD-DEPOSIT-PAID
               END-IF
               SUBTRACT WS-REMAINING-PAYMENT FROM PH-BALANCE-DUE
               MOVE PH-BALANCE-DUE TO WS-REMAINING-BALANCE
               MOVE 0 TO WS-REMAINING-PAYMENT
                           WS-PAYMENT-HISTORY-STATUS
               END-REWRITE
           ELSE
               MOVE PH-BALANCE-DUE TO WS-ITEM-APPLIED
               PERFORM 870-WRITE-APPLICATION-ROW
               IF PH-DEPOSIT-ITEM
                   PERFORM 626-RECORD-DEPOSIT-PAID
               END-IF
               SUBTRACT PH-BALANCE-DUE FROM WS-REMAINING-PAYMENT
               ADD 1 TO WS-CLEARED-COUNT
               DELETE PAYMENT-HISTORY
               PERFORM 630-READ-NEXT-ITEM
           END-IF.

      *****************************************************************
      * ADD THE CASH JUST APPLIED TO A DEPOSIT ITEM TO THE DEPOSIT
      * PAID ON THE ACCOUNT'S DEPOSIT ROW, DATED WITH THE PAYMENT.
      *****************************************************************
       626-RECORD-DEPOSIT-PAID.
           IF WS-SD-AVAILABLE
               MOVE WS-POST-ACCOUNT TO DP-ACCOUNT-NUMBER
               READ SECURITY-DEPOSIT
                   INVALID KEY
                       DISPLAY 'NO DEPOSIT ROW FOR DEPOSIT ITEM ON '
                           WS-POST-ACCOUNT ' - STATUS '
                           WS-SECURITY-DEPOSIT-STATUS
                   NOT INVALID KEY
                       ADD WS-ITEM-APPLIED TO DP-AMOUNT-PAID
                       MOVE WS-POST-DATE   TO DP-DATE-PAID
                       REWRITE DP-RECORD
                           INVALID KEY
                               DISPLAY 'DEPOSIT REWRITE FAILED FOR '
                                   WS-POST-ACCOUNT ' - STATUS '
                                   WS-SECURITY-DEPOSIT-STATUS
                       END-REWRITE
                       ADD 1 TO WS-SD-PAID-COUNT
                       ADD WS-ITEM-APPLIED TO WS-SD-PAID-TOTAL
               END-READ
           END-IF.

      *****************************************************************
      * READ THE ACCOUNT'S NEXT OPEN ITEM IN KEY ORDER. THE WALK IS
      * OVER AT END OF FILE OR WHEN THE ACCOUNT NUMBER CHANGES.
                       TO WS-AN-TEXT
               END-IF
               PERFORM 835-WRITE-ARRANGEMENT-NOTE
               PERFORM 746-POST-ARRANGEMENT-LEDGER
           END-IF.

      *****************************************************************
               MOVE WS-ARR-IDX TO WS-ARR-FOUND-IDX
           END-IF.

      *****************************************************************
      * IS THE ACCOUNT ONE WHOSE BALANCE UTIL3100 WROTE OFF, WITH
      * SOME OF IT STILL OUTSTANDING? A WRITE-OFF RECOVERED IN FULL
      * LEAVES NOTHING TO POST AGAINST.
      *****************************************************************
       650-FIND-WRITE-OFF.
           MOVE 'N' TO WS-WO-FOUND-SW.
           IF WS-WO-AVAILABLE
               MOVE WS-POST-ACCOUNT TO WO-ACCOUNT-NUMBER
               READ WRITE-OFF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WO-AMOUNT-RECOVERED < WO-AMOUNT-WRITTEN-OFF
                           MOVE 'Y' TO WS-WO-FOUND-SW
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      * POST THE PAYMENT (OR CARRIED SUSPENSE ROW) AS BAD DEBT
      * RECOVERY, NEVER PAST WHAT IS STILL OUTSTANDING - ANY EXCESS
      * GOES TO SUSPENSE AS AN OVERPAYMENT. THE RECOVERY BUILDS UP
      * ON THE WRITE-OFF ROW, LEAVES AN APPLICATION DETAIL ROW
      * (APPLIED TO W) FOR UTIL2900, AND IS BOOKED TO THE GL.
      *****************************************************************
       655-APPLY-RECOVERY.
           COMPUTE WS-OUTSTANDING-AMOUNT =
               WO-AMOUNT-WRITTEN-OFF - WO-AMOUNT-RECOVERED.
           IF WS-POST-AMOUNT > WS-OUTSTANDING-AMOUNT
               MOVE WS-OUTSTANDING-AMOUNT TO WS-RECOVERED-AMOUNT
               COMPUTE WS-SUSPENSE-AMOUNT =
                   WS-POST-AMOUNT - WS-OUTSTANDING-AMOUNT
               MOVE 'RECOVERY - EXCESS TO SUSPENSE'
                   TO WS-DISPOSITION
               MOVE 'OVERPAYMENT - EXCESS OVER WRITE-OFF'
                   TO WS-SUSPENSE-REASON
           ELSE
               MOVE WS-POST-AMOUNT TO WS-RECOVERED-AMOUNT
               MOVE 'POSTED - BAD DEBT RECOVERY'
                   TO WS-DISPOSITION
           END-IF.

           ADD WS-RECOVERED-AMOUNT TO WO-AMOUNT-RECOVERED.
           MOVE WS-POST-DATE TO WO-LAST-RECOVERY-DATE.
           IF WO-AMOUNT-RECOVERED >= WO-AMOUNT-WRITTEN-OFF
               MOVE 'F' TO WO-STATUS
           END-IF.
           REWRITE WO-RECORD
               INVALID KEY
                   DISPLAY 'WRITE-OFF REWRITE FAILED FOR '
                       WS-POST-ACCOUNT ' - STATUS '
                       WS-WRITE-OFF-STATUS
           END-REWRITE.

           MOVE 'W'             TO PY-APPLIED-TO.
           MOVE WO-FINAL-PERIOD TO PY-BILLING-PERIOD.
           MOVE SPACE           TO PY-ITEM-TYPE.
           MOVE 0               TO PY-DUE-DATE.
           MOVE WS-RECOVERED-AMOUNT TO WS-ITEM-APPLIED.
           PERFORM 870-WRITE-APPLICATION-ROW.

           PERFORM 656-WRITE-RECOVERY-GL.

      *****************************************************************
      * BOOK THE RECOVERY TO THE GLMISC EXTRACT (CODE Y), THE
      * AMOUNT IN THE ACTUAL AND TOTAL FIELDS ALONE.
      *****************************************************************
       656-WRITE-RECOVERY-GL.
           MOVE WS-POST-ACCOUNT     TO GL-ACCOUNT-NUMBER.
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
           MOVE WS-RECOVERED-AMOUNT TO GL-ACTUAL-BILL.
           MOVE 0                   TO GL-BUDGET-ADJ.
           MOVE WS-RECOVERED-AMOUNT TO GL-TOTAL-BILL.
           MOVE 'Y'                 TO GL-ADJ-CODE.
           MOVE 0                   TO GL-PRIOR-RATE-REVENUE.
           MOVE 0                   TO GL-PRIOR-TAX-REVENUE.
           WRITE GL-RECORD.

      *****************************************************************
      * WRITE ONE LINE TO THE POSTING JOURNAL FOR THE PAYMENT JUST
      * PROCESSED, HEADING A NEW PAGE FIRST WHENEVER THE CURRENT
           MOVE LB-PAYMENT-DATE     TO WS-JL-PAY-DATE.
           MOVE LB-PAYMENT-METHOD   TO WS-JL-METHOD.
           MOVE LB-PAYMENT-AMOUNT   TO WS-JL-AMOUNT.
           COMPUTE WS-JL-APPLIED =
               WS-APPLIED-AMOUNT + WS-RECOVERED-AMOUNT.
           MOVE WS-REMAINING-BALANCE TO WS-JL-BALANCE.
           MOVE WS-DISPOSITION      TO WS-JL-DISPOSITION.

           MOVE WS-SU-DATE (WS-SUSP-IDX)    TO WS-JL-PAY-DATE.
           MOVE WS-SU-METHOD (WS-SUSP-IDX)  TO WS-JL-METHOD.
           MOVE WS-POST-AMOUNT      TO WS-JL-AMOUNT.
           COMPUTE WS-JL-APPLIED =
               WS-APPLIED-AMOUNT + WS-RECOVERED-AMOUNT.
           MOVE WS-REMAINING-BALANCE TO WS-JL-BALANCE.
           MOVE WS-DISPOSITION      TO WS-JL-DISPOSITION.

           PERFORM 865-ADD-SUSPENSE-ROW.

      *****************************************************************
      * ADD THE SUSPENDED AMOUNT TO THE CARRIED TABLE. DRAFT CASH
      * CARRIES METHOD A, APART FROM UTIL2000'S DEPOSIT REFUND ROWS
      * (D), WHICH ITS REFUND SWEEP PAYS OUT AT ONCE. A FULL TABLE
      * IS SHOUTED ABOUT - THE MONEY THEN EXISTS ONLY ON THE
      * PRINTED REPORT, WHICH IS EXACTLY WHAT THE FILE IS THERE TO
      * PREVENT.
               MOVE LB-ACCOUNT-NUMBER TO WS-SU-ACCOUNT (WS-SUSP-IDX)
               MOVE LB-PAYMENT-DATE   TO WS-SU-DATE (WS-SUSP-IDX)
               MOVE WS-SUSPENSE-AMOUNT TO WS-SU-AMOUNT (WS-SUSP-IDX)
               IF WS-POSTING-DRAFTS
                   MOVE 'A' TO WS-SU-METHOD (WS-SUSP-IDX)
               ELSE
                   MOVE LB-PAYMENT-METHOD TO
                       WS-SU-METHOD (WS-SUSP-IDX)
               END-IF
               MOVE WS-SUSPENSE-REASON TO WS-SU-REASON (WS-SUSP-IDX)
               MOVE 'N' TO WS-SU-RESOLVED-SW (WS-SUSP-IDX)
               MOVE WS-SUSPENSE-HOLD-DATE TO
                   WS-SU-HOLD-UNTIL (WS-SUSP-IDX)
           ELSE
               DISPLAY 'WARNING: SUSPENSE TABLE FULL - ACCOUNT '
                   LB-ACCOUNT-NUMBER ' AMOUNT ' WS-SUSPENSE-AMOUNT
                   'WS-SUSP-TABLE-MAX.'
           END-IF.

      *****************************************************************
      * WRITE ONE PAYMENT APPLICATION DETAIL ROW FOR THE PAYMENT (OR
      * CARRIED SUSPENSE ROW) POSTING. THE CALLER HAS FILLED IN
      * WHERE THE MONEY WENT AND WS-ITEM-APPLIED WITH HOW MUCH.
      *****************************************************************
       870-WRITE-APPLICATION-ROW.
           MOVE WS-POST-ACCOUNT  TO PY-ACCOUNT-NUMBER.
           MOVE WS-POST-DATE     TO PY-PAYMENT-DATE.
           MOVE WS-POST-AMOUNT   TO PY-PAYMENT-AMOUNT.
           MOVE WS-POST-METHOD   TO PY-PAYMENT-METHOD.
           MOVE WS-POST-SOURCE   TO PY-SOURCE.
           MOVE WS-ITEM-APPLIED  TO PY-APPLIED-AMOUNT.
           WRITE PY-RECORD.

      *****************************************************************
      * POST THE PAYMENT JUST PROCESSED TO THE CUSTOMER'S LEDGER -
      * THE CASH APPLIED TO OPEN ITEMS AND THE CASH HELD IN
      * SUSPENSE EACH COME OFF THE BALANCE. CASH TAKEN AS BAD DEBT
      * RECOVERY IS A MEMO: THE DEBT IT PAYS WAS ALREADY WRITTEN
      * OFF THE BALANCE.
      *****************************************************************
       740-POST-PAYMENT-LEDGER.
           MOVE WS-POST-ACCOUNT   TO WS-LG-ACCOUNT.
           MOVE WS-RUN-PERIOD-NUM TO WS-LG-PERIOD.

           IF WS-APPLIED-AMOUNT > 0
               MOVE 'PY' TO WS-LG-TYPE
               COMPUTE WS-LG-AMOUNT = 0 - WS-APPLIED-AMOUNT
               IF WS-POSTING-DRAFTS
                   MOVE 'AUTOPAY DRAFT APPLIED' TO WS-LG-DESC
               ELSE
                   MOVE 'PAYMENT APPLIED'       TO WS-LG-DESC
               END-IF
               PERFORM 780-POST-LEDGER-ENTRY
           END-IF.

           IF WS-SUSPENSE-AMOUNT > 0
               MOVE 'PS' TO WS-LG-TYPE
               COMPUTE WS-LG-AMOUNT = 0 - WS-SUSPENSE-AMOUNT
               MOVE 'PAYMENT HELD IN SUSPENSE' TO WS-LG-DESC
               PERFORM 780-POST-LEDGER-ENTRY
           END-IF.

           IF WS-RECOVERED-AMOUNT > 0
               MOVE 'WR' TO WS-LG-TYPE
               COMPUTE WS-LG-AMOUNT = 0 - WS-RECOVERED-AMOUNT
               MOVE 'M'  TO WS-LG-MEMO-SW
               MOVE 'PAYMENT TO WRITTEN-OFF DEBT' TO WS-LG-DESC
               PERFORM 780-POST-LEDGER-ENTRY
           END-IF.

      *****************************************************************
      * POST A CARRIED SUSPENSE ROW'S RESOLUTION TO THE LEDGER. THE
      * CALLER HAS SET THE TYPE, AMOUNT, AND DESCRIPTION - CASH
      * REAPPLIED TO AN OPEN ITEM IS A MEMO (IT WAS ALREADY A
      * CREDIT ON THE BALANCE); CASH TAKEN OFF SUSPENSE AS RECOVERY
      * OF A WRITTEN-OFF DEBT IS NOT, SINCE THE CREDIT IT WAS GOES
      * AWAY.
      *****************************************************************
       745-POST-SUSPENSE-LEDGER.
           MOVE WS-POST-ACCOUNT   TO WS-LG-ACCOUNT.
           MOVE WS-RUN-PERIOD-NUM TO WS-LG-PERIOD.
           PERFORM 780-POST-LEDGER-ENTRY.

      *****************************************************************
      * NOTE AN ARRANGEMENT CHANGE ON THE LEDGER AS A MEMO CARRYING
      * THE AGREED INSTALLMENT - THE PAYMENT ITSELF IS ALREADY ON
      * THE LEDGER.
      *****************************************************************
       746-POST-ARRANGEMENT-LEDGER.
           MOVE WS-POST-ACCOUNT   TO WS-LG-ACCOUNT.
           MOVE WS-RUN-PERIOD-NUM TO WS-LG-PERIOD.
           MOVE 'AR'              TO WS-LG-TYPE.
           MOVE WS-PA-INSTALLMENT (WS-ARR-IDX) TO WS-LG-AMOUNT.
           MOVE 'M'               TO WS-LG-MEMO-SW.
           EVALUATE WS-PA-STATUS (WS-ARR-IDX)
               WHEN 'C'
                   MOVE 'ARRANGEMENT COMPLETED'    TO WS-LG-DESC
               WHEN 'B'
                   MOVE 'ARRANGEMENT BROKEN'       TO WS-LG-DESC
               WHEN OTHER
                   MOVE 'ARRANGEMENT INSTALLMENT KEPT' TO WS-LG-DESC
           END-EVALUATE.
           PERFORM 780-POST-LEDGER-ENTRY.

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
           MOVE 'UTIL2100'      TO LG-SOURCE-PROGRAM.
           MOVE WS-LG-DESC      TO LG-DESCRIPTION.
           WRITE LG-RECORD
               INVALID KEY
                   DISPLAY 'LEDGER WRITE FAILED FOR '
                       WS-LG-ACCOUNT ' - STATUS ' WS-LEDGER-STATUS
           END-WRITE.
           ADD 1 TO WS-LEDGER-ENTRY-COUNT.
           MOVE SPACE TO WS-LG-MEMO-SW.

      *****************************************************************
      * REWRITE SUSPFILE WITH THE ROWS STILL UNRESOLVED - CARRIED
      * ROWS THAT DID NOT (FULLY) REAPPLY PLUS TODAY'S NEW
               MOVE WS-SU-AMOUNT (WS-SUSP-IDX)  TO SP-AMOUNT
               MOVE WS-SU-METHOD (WS-SUSP-IDX)  TO SP-PAYMENT-METHOD
               MOVE WS-SU-REASON (WS-SUSP-IDX)  TO SP-REASON
               MOVE WS-SU-HOLD-UNTIL (WS-SUSP-IDX)
                   TO SP-HOLD-UNTIL-DATE
               WRITE SF-RECORD
               ADD 1 TO WS-SUSP-FORWARD-COUNT
               ADD WS-SU-AMOUNT (WS-SUSP-IDX)
           MOVE 2 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE THE DEPOSIT CONTROL TOTALS - THE DEPOSIT TIES TO THE
      * BANK'S SLIP AND THE DRAFTS TO UTIL3400'S FILE CONTROL, AND
      * POSTED PLUS BAD DEBT RECOVERED PLUS SUSPENSE MUST EQUAL THE
      * TWO TOGETHER.
      *****************************************************************
       950-PRINT-TOTALS.
           IF WS-PAGE-NUMBER = 0
           MOVE WS-DEPOSIT-TOTAL         TO WS-JT-AMOUNT.
           WRITE PJ-RECORD FROM WS-JOURNAL-TOTAL-LINE.

           MOVE 'AUTOPAY DRAFTS'         TO WS-JT-LABEL.
           MOVE WS-DRAFTS-READ-COUNT     TO WS-JT-COUNT.
           MOVE WS-DRAFT-TOTAL           TO WS-JT-AMOUNT.
           WRITE PJ-RECORD FROM WS-JOURNAL-TOTAL-LINE.

           COMPUTE WS-RECEIPTS-COUNT =
               WS-PAYMENTS-READ-COUNT + WS-DRAFTS-READ-COUNT.
           COMPUTE WS-RECEIPTS-TOTAL =
               WS-DEPOSIT-TOTAL + WS-DRAFT-TOTAL.
           MOVE 'TOTAL RECEIPTS'         TO WS-JT-LABEL.
           MOVE WS-RECEIPTS-COUNT        TO WS-JT-COUNT.
           MOVE WS-RECEIPTS-TOTAL        TO WS-JT-AMOUNT.
           WRITE PJ-RECORD FROM WS-JOURNAL-TOTAL-LINE.

           MOVE 'POSTED TO RECEIVABLES'  TO WS-JT-LABEL.
           MOVE WS-POSTED-COUNT          TO WS-JT-COUNT.
           MOVE WS-POSTED-TOTAL          TO WS-JT-AMOUNT.
           WRITE PJ-RECORD FROM WS-JOURNAL-TOTAL-LINE.

           MOVE 'BAD DEBT RECOVERED'     TO WS-JT-LABEL.
           MOVE WS-RECOVERED-COUNT       TO WS-JT-COUNT.
           MOVE WS-RECOVERED-TOTAL       TO WS-JT-AMOUNT.
           WRITE PJ-RECORD FROM WS-JOURNAL-TOTAL-LINE.

           MOVE 'TO SUSPENSE'            TO WS-JT-LABEL.
           MOVE WS-SUSPENSE-COUNT        TO WS-JT-COUNT.
           MOVE WS-SUSPENSE-TOTAL        TO WS-JT-AMOUNT.
           MOVE 0                        TO WS-JT-AMOUNT.
           WRITE PJ-RECORD FROM WS-JOURNAL-TOTAL-LINE.

           MOVE 'CASH-ONLY CHECKS HELD'  TO WS-JT-LABEL.
           MOVE WS-CHECKS-HELD-COUNT     TO WS-JT-COUNT.
           MOVE WS-CHECKS-HELD-TOTAL     TO WS-JT-AMOUNT.
           WRITE PJ-RECORD FROM WS-JOURNAL-TOTAL-LINE.

           MOVE 'SECURITY DEPOSITS PAID' TO WS-JT-LABEL.
           MOVE WS-SD-PAID-COUNT         TO WS-JT-COUNT.
           MOVE WS-SD-PAID-TOTAL         TO WS-JT-AMOUNT.
           WRITE PJ-RECORD FROM WS-JOURNAL-TOTAL-LINE.

           DISPLAY ' '.
           DISPLAY 'DEPOSIT CONTROL TOTALS'.
           DISPLAY '  PAYMENTS READ        : ' WS-PAYMENTS-READ-COUNT.
           DISPLAY '  SUSPENSE COUNT       : ' WS-SUSPENSE-COUNT.
           DISPLAY '  BALANCES CLEARED     : ' WS-CLEARED-COUNT.
           DISPLAY '  DEPOSIT TOTAL        : ' WS-DEPOSIT-TOTAL.
           DISPLAY '  AUTOPAY DRAFTS       : ' WS-DRAFTS-READ-COUNT
               ' FOR ' WS-DRAFT-TOTAL.
           DISPLAY '  TOTAL RECEIPTS       : ' WS-RECEIPTS-TOTAL.
           DISPLAY '  POSTED TOTAL         : ' WS-POSTED-TOTAL.
           DISPLAY '  BAD DEBT RECOVERED   : ' WS-RECOVERED-COUNT
               ' FOR ' WS-RECOVERED-TOTAL.
           DISPLAY '  SUSPENSE TOTAL       : ' WS-SUSPENSE-TOTAL.
           DISPLAY '  SUSPENSE CARRIED IN  : ' WS-SUSP-CARRIED-COUNT.
           DISPLAY '  SUSPENSE REAPPLIED   : ' WS-SUSP-RESOLVED-COUNT
               ' FOR ' WS-SUSP-RESOLVED-TOTAL.
           DISPLAY '  SUSPENSE RECOVERED   : ' WS-SUSP-RECOVERED-COUNT
               ' FOR ' WS-SUSP-RECOVERED-TOTAL.
           DISPLAY '  SUSPENSE ON HOLD     : ' WS-SUSP-HELD-COUNT.
           DISPLAY '  CASH-ONLY CHECKS HELD: ' WS-CHECKS-HELD-COUNT
               ' FOR ' WS-CHECKS-HELD-TOTAL.
           DISPLAY '  SECURITY DEP PAID    : ' WS-SD-PAID-COUNT
               ' FOR ' WS-SD-PAID-TOTAL.
           DISPLAY '  LEDGER ENTRIES POSTED: ' WS-LEDGER-ENTRY-COUNT.
