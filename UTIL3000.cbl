       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTIL3000.
      *****************************************************************
      *  Programmer.:Jacob Schamp
      *  Date.......:10-15-2026
      *  GitHub URL.:https://github.com/jascha10/Ch2Util1000
      *  Description:Monthly security deposit run. The commission
      *  requires interest on customer deposits and a refund once a
      *  customer has gone twelve months without a late fee or a
      *  dunning notice. This run reads every deposit UTIL2000 has
      *  billed on the DEPOSIT file and, for each deposit still
      *  held, credits the month's interest on the amount paid in
      *  (booked to the GLMISC extract as deposit interest), then
      *  checks it for refund: paid in full, paid at least twelve
      *  months ago, no late fee on any BILLARCH bill in the last
      *  twelve months, and no DUNNCTL notice in the last twelve
      *  months. A deposit that qualifies is settled as refunded
      *  for the amount paid plus interest and listed on the
      *  deposit register for accounts payable to cut the check.
      *  Every held deposit appears on the register with what
      *  kept it from refunding.
      *
      *  Modification History:
      *  10-15-2026  JS  Original security deposit program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-DEPOSIT ASSIGN TO 'DEPOSIT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DP-ACCOUNT-NUMBER
               FILE STATUS IS WS-SECURITY-DEPOSIT-STATUS.

           SELECT BILL-ARCHIVE     ASSIGN TO 'BILLARCH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-ARCHIVE-KEY
               FILE STATUS IS WS-BILL-ARCHIVE-STATUS.

           SELECT DUNNING-CONTROL  ASSIGN TO 'DUNNCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNNING-CONTROL-STATUS.

           SELECT GL-MISC          ASSIGN TO 'GLMISC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-MISC-STATUS.

           SELECT DEPOSIT-REGISTER ASSIGN TO 'DEPRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * CUSTOMER SECURITY DEPOSITS - READ IN KEY ORDER AND EACH HELD
      * DEPOSIT REWRITTEN IN PLACE WITH ITS INTEREST OR REFUND.
      *****************************************************************
       FD  SECURITY-DEPOSIT.
       01  DP-RECORD.
           COPY DPRECORD.

      *****************************************************************
      * BILL DETAIL ARCHIVE - EACH HELD DEPOSIT'S LAST TWELVE MONTHS
      * OF BILLS ARE CHECKED FOR A LATE FEE. READ ONLY.
      *****************************************************************
       FD  BILL-ARCHIVE.
       01  BA-RECORD.
           COPY BARECORD.

      *****************************************************************
      * DUNNING CONTROL FROM UTIL2300 - THE LAST NOTICE STAGE EACH
      * ACCOUNT RECEIVED AND WHEN. READ ONLY.
      *****************************************************************
       FD  DUNNING-CONTROL
           RECORDING MODE IS F.
       01  DU-RECORD.
           05  DU-ACCOUNT-NUMBER        PIC 9(7).
           05  DU-LAST-STAGE            PIC 9(1).
           05  DU-LAST-NOTICE-DATE      PIC 9(8).

      *****************************************************************
      * MISCELLANEOUS GL EXTRACT - ONE DEPOSIT INTEREST ENTRY (CODE
      * I) PER DEPOSIT CREDITED, APPENDED FOR THE MONTH-END BOOKING.
      *****************************************************************
       FD  GL-MISC
           RECORDING MODE IS F.
       01  GL-RECORD.
           COPY GLRECORD.

      *****************************************************************
      * DEPOSIT REGISTER - ONE LINE PER HELD DEPOSIT WITH ITS
      * INTEREST AND DISPOSITION; THE REFUND LINES ARE THE VOUCHER
      * LIST FOR ACCOUNTS PAYABLE.
      *****************************************************************
       FD  DEPOSIT-REGISTER
           RECORDING MODE IS F.
       01  DR-RECORD                    PIC X(120).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * FILE STATUS AND SWITCHES
      *****************************************************************
       01  WS-SECURITY-DEPOSIT-STATUS  PIC X(02)  VALUE '00'.
       01  WS-BILL-ARCHIVE-STATUS      PIC X(02)  VALUE '00'.
       01  WS-DUNNING-CONTROL-STATUS   PIC X(02)  VALUE '00'.
       01  WS-GL-MISC-STATUS           PIC X(02)  VALUE '00'.
       01  WS-DEPOSIT-REGISTER-STATUS  PIC X(02)  VALUE '00'.
       01  WS-DEPOSIT-EOF-SW           PIC X(01)  VALUE 'N'.
           88  WS-EOF-SECURITY-DEPOSIT            VALUE 'Y'.
       01  WS-DUNN-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-DUNNING-CONTROL             VALUE 'Y'.
       01  WS-ARCH-AVAILABLE-SW        PIC X(01)  VALUE 'N'.
           88  WS-ARCH-AVAILABLE                  VALUE 'Y'.
       01  WS-ARCH-ROW-SW              PIC X(01)  VALUE 'N'.
           88  WS-ARCH-ROW-IN-HAND                VALUE 'Y'.
       01  WS-LATE-FEE-FOUND-SW        PIC X(01)  VALUE 'N'.
           88  WS-LATE-FEE-FOUND                  VALUE 'Y'.
       01  WS-DUNNED-SW                PIC X(01)  VALUE 'N'.
           88  WS-DUNNED                          VALUE 'Y'.

      *****************************************************************
      * DEPOSIT INTEREST - THE COMMISSION'S ANNUAL RATE ON CUSTOMER
      * DEPOSITS, CREDITED ONE-TWELFTH A MONTH ON THE AMOUNT PAID IN.
      * A DEPOSIT IS CREDITED ONCE PER PERIOD, SO A RERUN IN THE
      * SAME MONTH CREDITS NOTHING TWICE.
      *****************************************************************
       01  WS-DEPOSIT-INT-RATE          PIC V9999  VALUE .0200.
       01  WS-INTEREST-MONTH            PIC 9(4)V99 VALUE 0.

      *****************************************************************
      * REFUND TEST - TWELVE MONTHS OF GOOD PAYMENT. THE CUTOFF DATE
      * IS THE RUN DATE ONE YEAR BACK, AND THE CUTOFF PERIOD THE RUN
      * PERIOD ONE YEAR BACK: A BILL IN A LATER PERIOD, OR A NOTICE
      * AFTER THE CUTOFF DATE, FALLS INSIDE THE TWELVE MONTHS.
      *****************************************************************
       01  WS-CUTOFF-DATE-NUM           PIC 9(8)   VALUE 0.
       01  WS-CUTOFF-PERIOD-NUM         PIC 9(6)   VALUE 0.
       01  WS-REFUND-AMOUNT             PIC 9(6)V99 VALUE 0.

      *****************************************************************
      * DUNNING CONTROL TABLE - LOADED ONCE FROM DUNNCTL. SIZED FOR
      * THE FULL CUSTOMER BASE; THE RUN STOPS ON OVERFLOW RATHER
      * THAN REFUND A DEPOSIT WHOSE NOTICE WAS LEFT UNLOADED.
      *****************************************************************
       01  WS-DUNN-TABLE-MAX            PIC 9(4)   VALUE 5000.
       01  WS-DUNN-TABLE-COUNT          PIC 9(4)   VALUE 0.
       01  WS-DUNN-TABLE.
           05  WS-DUNN-ENTRY OCCURS 5000 TIMES
               INDEXED BY WS-DUNN-IDX.
               10  WS-DN-ACCOUNT        PIC 9(7).
               10  WS-DN-NOTICE-DATE    PIC 9(8).

      *****************************************************************
      * WORK AREAS FOR THE DEPOSIT BEING PROCESSED
      *****************************************************************
       01  WS-DISPOSITION               PIC X(30)  VALUE SPACES.

      *****************************************************************
      * CONTROL TOTALS
      *****************************************************************
       01  WS-DEPOSITS-READ-COUNT       PIC 9(5)   VALUE 0.
       01  WS-DEPOSITS-HELD-COUNT       PIC 9(5)   VALUE 0.
       01  WS-DEPOSITS-HELD-TOTAL       PIC 9(8)V99 VALUE 0.
       01  WS-INTEREST-COUNT            PIC 9(5)   VALUE 0.
       01  WS-INTEREST-TOTAL            PIC 9(8)V99 VALUE 0.
       01  WS-REFUND-COUNT              PIC 9(5)   VALUE 0.
       01  WS-REFUND-TOTAL              PIC 9(8)V99 VALUE 0.

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
           05  FILLER                   PIC X(10)  VALUE 'UTIL3000'.
           05  FILLER                   PIC X(28)  VALUE
               'SECURITY DEPOSIT REGISTER'.
           05  FILLER                   PIC X(12)  VALUE 'RUN DATE: '.
           05  WS-H1-RUN-DATE           PIC X(10).
           05  FILLER                   PIC X(06)  VALUE 'PAGE  '.
           05  WS-H1-PAGE               PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER                   PIC X(10)  VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(12)  VALUE 'REQUIRED'.
           05  FILLER                   PIC X(12)  VALUE 'PAID'.
           05  FILLER                   PIC X(10)  VALUE 'DATE PAID'.
           05  FILLER                   PIC X(10)  VALUE 'INT MONTH'.
           05  FILLER                   PIC X(10)  VALUE 'INT TOTAL'.
           05  FILLER                   PIC X(12)  VALUE 'REFUND'.
           05  FILLER                   PIC X(30)  VALUE 'DISPOSITION'.

       01  WS-REGISTER-LINE.
           05  WS-RL-ACCOUNT            PIC 9(7).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RL-REQUIRED           PIC $$$,$$9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RL-PAID               PIC $$$,$$9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RL-DATE-PAID          PIC 9(8).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RL-INT-MONTH          PIC $$$9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RL-INT-TOTAL          PIC $$,$$9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RL-REFUND             PIC $$$,$$9.99.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-RL-DISPOSITION        PIC X(30).

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
      * MAINLINE - LOAD THE DUNNING HISTORY, OPEN THE FILES, WORK
      * EVERY DEPOSIT ON FILE, PRINT THE TOTALS, CLOSE, STOP.
      *****************************************************************
       000-MAIN.
           DISPLAY '*************************************'.
           DISPLAY '*** UTIL3000 - SECURITY DEPOSITS  ***'.
           DISPLAY '*************************************'.
           DISPLAY ' '.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           STRING WS-RUN-MM  '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-ED.
           COMPUTE WS-RUN-PERIOD-NUM = WS-RUN-YYYY * 100 + WS-RUN-MM.
           COMPUTE WS-CUTOFF-DATE-NUM = WS-RUN-DATE-NUM - 10000.
           COMPUTE WS-CUTOFF-PERIOD-NUM = WS-RUN-PERIOD-NUM - 100.

           PERFORM 110-OPEN-SECURITY-DEPOSIT.
           PERFORM 120-OPEN-BILL-ARCHIVE.
           PERFORM 130-LOAD-DUNNING-CONTROL.
           PERFORM 140-OPEN-GL-MISC.

           OPEN OUTPUT DEPOSIT-REGISTER.

           PERFORM 500-READ-DEPOSIT.
           PERFORM 600-PROCESS-ONE-DEPOSIT
               UNTIL WS-EOF-SECURITY-DEPOSIT.

           PERFORM 950-PRINT-TOTALS.

           CLOSE SECURITY-DEPOSIT.
           IF WS-ARCH-AVAILABLE
               CLOSE BILL-ARCHIVE
           END-IF.
           CLOSE GL-MISC.
           CLOSE DEPOSIT-REGISTER.

           STOP RUN.

      *****************************************************************
      * OPEN THE DEPOSIT FILE FOR UPDATE. A MISSING FILE (STATUS 35)
      * MEANS NO DEPOSIT HAS EVER BILLED - NOTHING TO DO. ANY OTHER
      * FAILURE STOPS THE RUN.
      *****************************************************************
       110-OPEN-SECURITY-DEPOSIT.
           OPEN I-O SECURITY-DEPOSIT.
           EVALUATE WS-SECURITY-DEPOSIT-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'NO DEPOSIT FILE - NO SECURITY DEPOSIT '
                       'HAS BILLED, NOTHING TO DO'
                   STOP RUN
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN SECURITY-DEPOSIT - STATUS '
                       WS-SECURITY-DEPOSIT-STATUS
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * OPEN THE BILL ARCHIVE FOR THE LATE-FEE CHECK. A MISSING FILE
      * (STATUS 35) MEANS NOTHING HAS BILLED TO CARRY A LATE FEE.
      * ANY OTHER FAILURE STOPS THE RUN - REFUNDING WITHOUT THE
      * LATE-FEE HISTORY WOULD REFUND DEPOSITS THE RULE SAYS TO
      * KEEP.
      *****************************************************************
       120-OPEN-BILL-ARCHIVE.
           MOVE 'N' TO WS-ARCH-AVAILABLE-SW.
           OPEN INPUT BILL-ARCHIVE.
           EVALUATE WS-BILL-ARCHIVE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-ARCH-AVAILABLE-SW
               WHEN '35'
                   DISPLAY 'NO BILL-ARCHIVE FILE - NO LATE FEES ON '
                       'RECORD'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN BILL-ARCHIVE - STATUS '
                       WS-BILL-ARCHIVE-STATUS
                       ' - STOPPING RATHER THAN REFUND WITHOUT THE '
                       'LATE-FEE HISTORY'
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * LOAD THE DUNNING CONTROL TABLE. A MISSING FILE (STATUS 35)
      * MEANS NO NOTICE HAS EVER GONE OUT. ANY OTHER OPEN FAILURE,
      * OR A TABLE OVERFLOW, STOPS THE RUN.
      *****************************************************************
       130-LOAD-DUNNING-CONTROL.
           OPEN INPUT DUNNING-CONTROL.

           EVALUATE WS-DUNNING-CONTROL-STATUS
               WHEN '00'
                   PERFORM 135-READ-DUNNING-REC
                       UNTIL WS-EOF-DUNNING-CONTROL
                       OR WS-DUNN-TABLE-COUNT >= WS-DUNN-TABLE-MAX
                   IF NOT WS-EOF-DUNNING-CONTROL
                       DISPLAY 'DUNNING TABLE FULL AT '
                           WS-DUNN-TABLE-MAX ' ENTRIES - A NOTICE '
                           'LEFT UNLOADED COULD LET A DEPOSIT '
                           'REFUND. INCREASE WS-DUNN-TABLE-MAX AND '
                           'RERUN.'
                       STOP RUN
                   END-IF
                   CLOSE DUNNING-CONTROL
               WHEN '35'
                   DISPLAY 'NO DUNNING CONTROL FILE - NO NOTICES ON '
                       'RECORD'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN DUNNING-CONTROL - STATUS '
                       WS-DUNNING-CONTROL-STATUS
                       ' - STOPPING RATHER THAN REFUND WITHOUT THE '
                       'NOTICE HISTORY'
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * READ ONE DUNNING CONTROL ROW INTO THE TABLE.
      *****************************************************************
       135-READ-DUNNING-REC.
           READ DUNNING-CONTROL
               AT END
                   MOVE 'Y' TO WS-DUNN-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DUNN-TABLE-COUNT
                   SET WS-DUNN-IDX TO WS-DUNN-TABLE-COUNT
                   MOVE DU-ACCOUNT-NUMBER TO
                       WS-DN-ACCOUNT (WS-DUNN-IDX)
                   MOVE DU-LAST-NOTICE-DATE TO
                       WS-DN-NOTICE-DATE (WS-DUNN-IDX)
           END-READ.

      *****************************************************************
      * THE GL EXTRACT OPENS EXTEND - IT HOLDS ENTRIES OTHER RUNS
      * WROTE THAT MONTH-END HAS NOT BOOKED. CREATED FRESH ONLY
      * WHEN NONE EXISTS YET.
      *****************************************************************
       140-OPEN-GL-MISC.
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
      * READ THE NEXT DEPOSIT IN ACCOUNT ORDER.
      *****************************************************************
       500-READ-DEPOSIT.
           READ SECURITY-DEPOSIT
               AT END
                   MOVE 'Y' TO WS-DEPOSIT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-DEPOSITS-READ-COUNT
           END-READ.

      *****************************************************************
      * WORK ONE DEPOSIT DURING THE LOOP IN 000-MAIN. A DEPOSIT
      * ALREADY SETTLED (APPLIED TO A FINAL BILL OR REFUNDED) IS
      * PASSED OVER. A HELD ONE IS CREDITED ITS INTEREST, TESTED
      * FOR REFUND, REWRITTEN, AND LISTED.
      *****************************************************************
       600-PROCESS-ONE-DEPOSIT.
           IF DP-HELD
               MOVE 0 TO WS-INTEREST-MONTH
               MOVE 0 TO WS-REFUND-AMOUNT
               PERFORM 610-ACCRUE-INTEREST
               PERFORM 620-CHECK-REFUND
               PERFORM 700-REWRITE-DEPOSIT
               PERFORM 820-WRITE-REGISTER-LINE
               IF DP-HELD
                   ADD 1 TO WS-DEPOSITS-HELD-COUNT
                   ADD DP-AMOUNT-PAID TO WS-DEPOSITS-HELD-TOTAL
               END-IF
           END-IF.

           PERFORM 500-READ-DEPOSIT.

      *****************************************************************
      * CREDIT THE MONTH'S INTEREST ON THE AMOUNT PAID IN, ONCE PER
      * PERIOD, AND BOOK IT TO THE GL.
      *****************************************************************
       610-ACCRUE-INTEREST.
           IF DP-AMOUNT-PAID > 0
               AND DP-LAST-INTEREST-PERIOD < WS-RUN-PERIOD-NUM
               COMPUTE WS-INTEREST-MONTH ROUNDED =
                   DP-AMOUNT-PAID * WS-DEPOSIT-INT-RATE / 12
               ADD WS-INTEREST-MONTH TO DP-INTEREST-ACCRUED
               MOVE WS-RUN-PERIOD-NUM TO DP-LAST-INTEREST-PERIOD
               IF WS-INTEREST-MONTH > 0
                   PERFORM 710-WRITE-INTEREST-GL
                   ADD 1 TO WS-INTEREST-COUNT
                   ADD WS-INTEREST-MONTH TO WS-INTEREST-TOTAL
               END-IF
           END-IF.

      *****************************************************************
      * TEST THE DEPOSIT FOR REFUND, CHEAPEST TEST FIRST. THE FIRST
      * TEST IT FAILS IS ITS DISPOSITION; ONE THAT PASSES THEM ALL
      * IS SETTLED AS REFUNDED.
      *****************************************************************
       620-CHECK-REFUND.
           EVALUATE TRUE
               WHEN DP-AMOUNT-PAID = 0
                   OR DP-AMOUNT-PAID < DP-AMOUNT-REQUIRED
                   MOVE 'HELD - NOT PAID IN FULL' TO WS-DISPOSITION
               WHEN DP-DATE-PAID > WS-CUTOFF-DATE-NUM
                   MOVE 'HELD - PAID UNDER 12 MONTHS'
                       TO WS-DISPOSITION
               WHEN OTHER
                   PERFORM 625-CHECK-LATE-FEES
                   PERFORM 630-CHECK-DUNNING
                   EVALUATE TRUE
                       WHEN WS-LATE-FEE-FOUND
                           MOVE 'HELD - LATE FEE IN 12 MONTHS'
                               TO WS-DISPOSITION
                       WHEN WS-DUNNED
                           MOVE 'HELD - NOTICE IN 12 MONTHS'
                               TO WS-DISPOSITION
                       WHEN OTHER
                           PERFORM 640-SETTLE-REFUND
                   END-EVALUATE
           END-EVALUATE.

      *****************************************************************
      * WALK THE ACCOUNT'S ARCHIVED BILLS FROM THE CUTOFF PERIOD
      * FORWARD LOOKING FOR A LATE FEE.
      *****************************************************************
       625-CHECK-LATE-FEES.
           MOVE 'N' TO WS-LATE-FEE-FOUND-SW.
           MOVE 'N' TO WS-ARCH-ROW-SW.
           IF WS-ARCH-AVAILABLE
               MOVE DP-ACCOUNT-NUMBER TO BA-ACCOUNT-NUMBER
               COMPUTE BA-BILLING-PERIOD = WS-CUTOFF-PERIOD-NUM + 1
               START BILL-ARCHIVE
                   KEY IS NOT LESS THAN BA-ARCHIVE-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 627-READ-NEXT-ARCHIVE
               END-START
               PERFORM 626-CHECK-ONE-ARCHIVE-ROW
                   UNTIL NOT WS-ARCH-ROW-IN-HAND
                   OR WS-LATE-FEE-FOUND
           END-IF.

      *****************************************************************
      * EXAMINE ONE ARCHIVED BILL DURING THE WALK ABOVE, THEN FETCH
      * THE NEXT.
      *****************************************************************
       626-CHECK-ONE-ARCHIVE-ROW.
           IF BA-LATE-FEE > 0
               MOVE 'Y' TO WS-LATE-FEE-FOUND-SW
           END-IF.
           PERFORM 627-READ-NEXT-ARCHIVE.

      *****************************************************************
      * READ THE NEXT ARCHIVED BILL IN KEY ORDER; THE WALK IS OVER
      * AT END OF FILE OR WHEN THE ACCOUNT NUMBER CHANGES.
      *****************************************************************
       627-READ-NEXT-ARCHIVE.
           MOVE 'N' TO WS-ARCH-ROW-SW.
           READ BILL-ARCHIVE NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF BA-ACCOUNT-NUMBER = DP-ACCOUNT-NUMBER
                       MOVE 'Y' TO WS-ARCH-ROW-SW
                   END-IF
           END-READ.

      *****************************************************************
      * LOOK FOR A DUNNING NOTICE TO THE ACCOUNT AFTER THE CUTOFF.
      *****************************************************************
       630-CHECK-DUNNING.
           MOVE 'N' TO WS-DUNNED-SW.
           PERFORM 635-CHECK-DUNN-ENTRY
               VARYING WS-DUNN-IDX FROM 1 BY 1
               UNTIL WS-DUNN-IDX > WS-DUNN-TABLE-COUNT
               OR WS-DUNNED.

      *****************************************************************
      * EXAMINE ONE DUNNING ROW DURING THE SEARCH ABOVE.
      *****************************************************************
       635-CHECK-DUNN-ENTRY.
           IF WS-DN-ACCOUNT (WS-DUNN-IDX) = DP-ACCOUNT-NUMBER
               AND WS-DN-NOTICE-DATE (WS-DUNN-IDX) > WS-CUTOFF-DATE-NUM
               MOVE 'Y' TO WS-DUNNED-SW
           END-IF.

      *****************************************************************
      * SETTLE THE DEPOSIT AS REFUNDED - THE AMOUNT PAID IN PLUS
      * EVERY CENT OF INTEREST IT HAS EARNED.
      *****************************************************************
       640-SETTLE-REFUND.
           COMPUTE WS-REFUND-AMOUNT =
               DP-AMOUNT-PAID + DP-INTEREST-ACCRUED.
           MOVE 'R'              TO DP-STATUS.
           MOVE WS-REFUND-AMOUNT TO DP-AMOUNT-SETTLED.
           MOVE WS-RUN-DATE-NUM  TO DP-DATE-SETTLED.
           MOVE 'REFUND DUE - 12 MONTHS GOOD PAY' TO WS-DISPOSITION.
           ADD 1 TO WS-REFUND-COUNT.
           ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL.

      *****************************************************************
      * REWRITE THE DEPOSIT JUST READ WITH ITS INTEREST OR REFUND.
      *****************************************************************
       700-REWRITE-DEPOSIT.
           REWRITE DP-RECORD
               INVALID KEY
                   DISPLAY 'DEPOSIT REWRITE FAILED FOR '
                       DP-ACCOUNT-NUMBER ' - STATUS '
                       WS-SECURITY-DEPOSIT-STATUS
           END-REWRITE.

      *****************************************************************
      * BOOK THE MONTH'S DEPOSIT INTEREST TO THE GLMISC EXTRACT,
      * CODE I, THE AMOUNT IN THE ACTUAL AND TOTAL FIELDS ALONE.
      *****************************************************************
       710-WRITE-INTEREST-GL.
           MOVE DP-ACCOUNT-NUMBER   TO GL-ACCOUNT-NUMBER.
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
           MOVE WS-INTEREST-MONTH   TO GL-ACTUAL-BILL.
           MOVE 0                   TO GL-BUDGET-ADJ.
           MOVE WS-INTEREST-MONTH   TO GL-TOTAL-BILL.
           MOVE 'I'                 TO GL-ADJ-CODE.
           MOVE 0                   TO GL-PRIOR-RATE-REVENUE.
           MOVE 0                   TO GL-PRIOR-TAX-REVENUE.
           WRITE GL-RECORD.

      *****************************************************************
      * WRITE ONE LINE TO THE DEPOSIT REGISTER.
      *****************************************************************
       820-WRITE-REGISTER-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 900-PRINT-HEADERS
           END-IF.

           MOVE DP-ACCOUNT-NUMBER   TO WS-RL-ACCOUNT.
           MOVE DP-AMOUNT-REQUIRED  TO WS-RL-REQUIRED.
           MOVE DP-AMOUNT-PAID      TO WS-RL-PAID.
           MOVE DP-DATE-PAID        TO WS-RL-DATE-PAID.
           MOVE WS-INTEREST-MONTH   TO WS-RL-INT-MONTH.
           MOVE DP-INTEREST-ACCRUED TO WS-RL-INT-TOTAL.
           MOVE WS-REFUND-AMOUNT    TO WS-RL-REFUND.
           MOVE WS-DISPOSITION      TO WS-RL-DISPOSITION.

           WRITE DR-RECORD FROM WS-REGISTER-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * START A NEW REGISTER PAGE.
      *****************************************************************
       900-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE-ED  TO WS-H1-RUN-DATE.
           MOVE WS-PAGE-NUMBER  TO WS-H1-PAGE.

           IF WS-PAGE-NUMBER > 1
               WRITE DR-RECORD FROM SPACES
           END-IF.

           WRITE DR-RECORD FROM WS-HEADING-1.
           WRITE DR-RECORD FROM WS-HEADING-2.

           MOVE 2 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE THE CONTROL TOTALS - THE INTEREST TOTAL TIES TO THE
      * GLMISC CODE I ENTRIES, THE REFUND TOTAL TO THE CHECKS
      * ACCOUNTS PAYABLE CUTS.
      *****************************************************************
       950-PRINT-TOTALS.
           IF WS-PAGE-NUMBER = 0
               PERFORM 900-PRINT-HEADERS
           END-IF.

           WRITE DR-RECORD FROM SPACES.

           MOVE 'DEPOSITS ON FILE'       TO WS-RT-LABEL.
           MOVE WS-DEPOSITS-READ-COUNT   TO WS-RT-COUNT.
           MOVE 0                        TO WS-RT-AMOUNT.
           WRITE DR-RECORD FROM WS-REGISTER-TOTAL-LINE.

           MOVE 'INTEREST CREDITED'      TO WS-RT-LABEL.
           MOVE WS-INTEREST-COUNT        TO WS-RT-COUNT.
           MOVE WS-INTEREST-TOTAL        TO WS-RT-AMOUNT.
           WRITE DR-RECORD FROM WS-REGISTER-TOTAL-LINE.

           MOVE 'REFUNDS DUE'            TO WS-RT-LABEL.
           MOVE WS-REFUND-COUNT          TO WS-RT-COUNT.
           MOVE WS-REFUND-TOTAL          TO WS-RT-AMOUNT.
           WRITE DR-RECORD FROM WS-REGISTER-TOTAL-LINE.

           MOVE 'DEPOSITS STILL HELD'    TO WS-RT-LABEL.
           MOVE WS-DEPOSITS-HELD-COUNT   TO WS-RT-COUNT.
           MOVE WS-DEPOSITS-HELD-TOTAL   TO WS-RT-AMOUNT.
           WRITE DR-RECORD FROM WS-REGISTER-TOTAL-LINE.

           DISPLAY ' '.
           DISPLAY 'SECURITY DEPOSIT CONTROL TOTALS'.
           DISPLAY '  DEPOSITS ON FILE     : ' WS-DEPOSITS-READ-COUNT.
           DISPLAY '  INTEREST CREDITED    : ' WS-INTEREST-COUNT
               ' FOR ' WS-INTEREST-TOTAL.
           DISPLAY '  REFUNDS DUE          : ' WS-REFUND-COUNT
               ' FOR ' WS-REFUND-TOTAL.
           DISPLAY '  DEPOSITS STILL HELD  : ' WS-DEPOSITS-HELD-COUNT
               ' FOR ' WS-DEPOSITS-HELD-TOTAL.
