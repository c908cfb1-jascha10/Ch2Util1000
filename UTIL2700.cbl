      *                  read's true-up would otherwise deduct kWh
      *                  the rebill already replaced and
      *                  under-bill the customer.
      *  10-15-2026  JS  The receivable adjustment reads the
      *                  period's billed item (item type blank)
      *                  now that PAYHIST also carries returned-
      *                  payment charges under the period;
      *                  suspense rows go out with a zero hold
      *                  date; master image cell resized (141)
      *                  for the cash-only flag.
      *  10-15-2026  JS  Record length bumped for the security
      *                  deposit due amount on the master.
      *  10-15-2026  JS  Master image cell resized (183) for the
      *                  autopay enrollment fields.
      *  10-15-2026  JS  Each cancel/rebill now posts a reversal
      *                  and a corrected rebill entry to the
      *                  customer's LEDGER, netting to the
      *                  receivable adjustment.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-STATEMENTS-STATUS.

           SELECT LEDGER-FILE      ASSIGN TO 'LEDGER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LG-LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
           RECORDING MODE IS F.
       01  ST-RECORD                    PIC X(80).

      *****************************************************************
      * CUSTOMER TRANSACTION LEDGER - EACH BILL CANCELLED AND
      * REISSUED ADDS A REVERSAL AND A REBILL ENTRY HERE.
      *****************************************************************
       FD  LEDGER-FILE.
       01  LG-RECORD.
           COPY LGRECORD.

       WORKING-STORAGE SECTION.

      *****************************************************************
               10  WS-RQ-DUP-SW         PIC X(1).
      *****************************************************************
      * THE IMAGE CELLS MUST MATCH THE FULL GLRECORD (125) AND
      * CMRECORD (183) COPYBOOK LENGTHS - THE COPYBOOKS START AT
      * LEVEL 05, SO THEY CANNOT SIT UNDER THIS TABLE THEMSELVES.
      * A SHORT CELL SILENTLY CLIPS THE RECORD TAIL AND THE
      * REVERSAL WRITTEN FROM IT GOES TO THE BOOKS CORRUPT, SO
      * RESIZE BOTH WHENEVER EITHER LAYOUT GROWS.
      *****************************************************************
               10  WS-RQ-GL-IMAGE       PIC X(125).
               10  WS-RQ-CM-IMAGE       PIC X(183).

      *****************************************************************
      * THE ORIGINAL POSTING AND MASTER ROW FOR THE REQUEST BEING
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-ST-NOTE-TEXT          PIC X(78).

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
           PERFORM 153-OPEN-PAYMENT-HISTORY.
           PERFORM 154-OPEN-SUSPENSE-EXTEND.
           PERFORM 156-OPEN-BILL-ARCHIVE.
           PERFORM 157-OPEN-LEDGER-FILE.

           OPEN EXTEND GL-EXTRACT.
           IF WS-GL-EXTRACT-STATUS NOT = '00'
           END-IF.
           CLOSE ADJ-REGISTER.
           CLOSE ADJ-STATEMENTS.
           CLOSE LEDGER-FILE.

           STOP RUN.

                   ') - ARCHIVED DETAIL NOT CORRECTED'
           END-IF.

      *****************************************************************
      * OPEN THE KEYED CUSTOMER LEDGER FOR UPDATE, CREATING IT EMPTY
      * ONLY WHEN IT DOES NOT EXIST YET (STATUS 35, THE FIRST RUN).
      * ANY OTHER FAILURE STOPS THE RUN: ADJUSTING ON WOULD MOVE
      * PAYHIST BALANCES THAT THE ACCOUNT HISTORY NEVER SHOWS.
      *****************************************************************
       157-OPEN-LEDGER-FILE.
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
      * PROCESS ONE ADJUSTMENT REQUEST END TO END. ANY FAILED CHECK
      * REJECTS THE REQUEST ONTO THE REGISTER AND TOUCHES NOTHING.
               PERFORM 660-UPDATE-BILL-HISTORY
               PERFORM 665-UPDATE-BILL-ARCHIVE
               PERFORM 670-ADJUST-RECEIVABLE
               PERFORM 680-POST-ADJUSTMENT-LEDGER
               PERFORM 800-WRITE-CORRECTED-STATEMENT
               ADD 1 TO WS-REQ-APPLIED-COUNT
               ADD OG-TOTAL-BILL TO WS-TOTAL-REVERSED
           MOVE 0 TO WS-SUSP-CREDIT-AMT.
           MOVE WS-RQ-ACCOUNT (WS-REQ-SUB) TO PH-ACCOUNT-NUMBER.
           MOVE WS-RQ-PERIOD (WS-REQ-SUB)  TO PH-BILLING-PERIOD.
           MOVE SPACE                      TO PH-ITEM-TYPE.
           READ PAYMENT-HISTORY
               INVALID KEY
                   IF WS-ADJ-DELTA > 0
           MOVE 'J' TO SP-PAYMENT-METHOD.
           MOVE 'CANCEL/REBILL CREDIT - BILL ADJUSTED'
               TO SP-REASON.
           MOVE 0 TO SP-HOLD-UNTIL-DATE.
           WRITE SF-RECORD.
           ADD WS-SUSP-CREDIT-AMT TO WS-TOTAL-TO-SUSPENSE.

      *****************************************************************
      * POST THE CANCEL/REBILL TO THE CUSTOMER'S LEDGER AS A
      * REVERSAL OF THE ORIGINAL BILL AND THE CORRECTED REBILL. THE
      * PAST-DUE AMOUNT FOLDED INTO BOTH IS LEFT OUT OF EACH - IT IS
      * ALREADY ON THE LEDGER FROM ITS OWN PERIOD - SO THE TWO
      * ENTRIES NET TO EXACTLY THE ADJUSTMENT 670 MADE TO PAYHIST
      * AND SUSPFILE.
      *****************************************************************
       680-POST-ADJUSTMENT-LEDGER.
           MOVE WS-RQ-ACCOUNT (WS-REQ-SUB) TO WS-LG-ACCOUNT.
           MOVE WS-RQ-PERIOD (WS-REQ-SUB)  TO WS-LG-PERIOD.

           MOVE 'RV' TO WS-LG-TYPE.
           COMPUTE WS-LG-AMOUNT =
               OG-PAST-DUE-REVENUE - OG-TOTAL-BILL.
           MOVE 'BILL CANCELLED - MISREAD' TO WS-LG-DESC.
           PERFORM 780-POST-LEDGER-ENTRY.

           MOVE 'RB' TO WS-LG-TYPE.
           COMPUTE WS-LG-AMOUNT =
               WS-NEW-TOTAL - OG-PAST-DUE-REVENUE.
           MOVE 'CORRECTED REBILL' TO WS-LG-DESC.
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
           MOVE 'UTIL2700'      TO LG-SOURCE-PROGRAM.
           MOVE WS-LG-DESC      TO LG-DESCRIPTION.
           WRITE LG-RECORD
               INVALID KEY
                   DISPLAY 'LEDGER WRITE FAILED FOR '
                       WS-LG-ACCOUNT ' - STATUS ' WS-LEDGER-STATUS
           END-WRITE.
           ADD 1 TO WS-LEDGER-ENTRY-COUNT.
           MOVE SPACE TO WS-LG-MEMO-SW.

      *****************************************************************
      * WRITE THE CORRECTED STATEMENT IN THE MAIL-HOUSE SHAPE, WITH
      * THE COMPONENTS THE REBILL CARRIES.
           DISPLAY '  TOTAL REVERSED       : ' WS-TOTAL-REVERSED.
           DISPLAY '  TOTAL REBILLED       : ' WS-TOTAL-REBILLED.
           DISPLAY '  CREDITS TO SUSPENSE  : ' WS-TOTAL-TO-SUSPENSE.
           DISPLAY '  LEDGER ENTRIES POSTED: ' WS-LEDGER-ENTRY-COUNT.
