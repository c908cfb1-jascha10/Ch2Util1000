      *                  away not-yet-billed reads - validated
      *                  numeric, audited, record lengths bumped
      *                  to match.
      *  10-15-2026  JS  Cash-only flag added to the master for
      *                  returned-payment processing - validated
      *                  (Y or blank), audited, and record
      *                  lengths bumped to match. UTIL2900 sets
      *                  it through a change transaction when a
      *                  payment comes back from the bank.
      *  10-15-2026  JS  Security deposit due amount added to
      *                  the master - keyed on an add (or
      *                  changed) to require a deposit on the
      *                  next bill, validated numeric, audited,
      *                  and record lengths bumped to match.
      *  10-15-2026  JS  Autopay enrollment added to the master
      *                  - flag (Y or blank), bank routing
      *                  number (numeric, ABA check digit
      *                  verified), bank account number and type
      *                  (C or S) required when enrolled, and
      *                  the last draft return date UTIL2900
      *                  stamps; all audited, record lengths
      *                  bumped to match.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *****************************************************************
       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CM-IN-RECORD                 PIC X(183).

       SD  MASTER-SORT-WORK.
       01  MS-RECORD.
           05  MS-ACCOUNT-NUMBER        PIC 9(7).
           05  FILLER                   PIC X(176).

       FD  MASTER-SORTED
           RECORDING MODE IS F.
      *****************************************************************
       FD  TRANS-FILE
           RECORDING MODE IS F.
       01  CT-IN-RECORD                 PIC X(192).

       SD  TRANS-SORT-WORK.
       01  TS-RECORD.
           05  TS-ACTION                PIC X(01).
           05  TS-OPERATOR-ID           PIC X(08).
           05  TS-ACCOUNT-NUMBER        PIC 9(7).
           05  FILLER                   PIC X(176).

       FD  TRANS-SORTED
           RECORDING MODE IS F.
      *****************************************************************
       FD  MASTER-NEW
           RECORDING MODE IS F.
       01  NM-RECORD                    PIC X(183).

      *****************************************************************
      * AUDIT REPORT - ONE LINE PER FIELD CHANGED, PER ADD, PER
           88  WS-TRANS-VALID                      VALUE 'Y'.
       01  WS-REJECT-REASON             PIC X(40)  VALUE SPACES.

      *****************************************************************
      * ABA ROUTING NUMBER CHECK - THE NINTH DIGIT MAKES THE 3-7-1
      * WEIGHTED SUM OF ALL NINE A MULTIPLE OF TEN. A MISKEYED
      * ROUTING NUMBER THAT GETS PAST THIS IS RARE; ONE THAT GETS
      * ONTO THE MASTER COMES BACK AS A DRAFT RETURN.
      *****************************************************************
       01  WS-ABA-ROUTING.
           05  WS-ABA-DIGIT             PIC 9(1)   OCCURS 9 TIMES.
       01  WS-ABA-SUM                   PIC 9(4)   VALUE 0.
       01  WS-ABA-QUOTIENT              PIC 9(4)   VALUE 0.
       01  WS-ABA-REMAINDER             PIC 9(1)   VALUE 0.

      *****************************************************************
      * CONTROL TOTALS
      *****************************************************************
       01  WS-AUD-FEE-ED                PIC ZZ9.99.
       01  WS-AUD-KW-ED                 PIC ZZZ9.9.
       01  WS-AUD-DATE-ED               PIC ZZZZZZZ9.
       01  WS-AUD-AMT-ED                PIC ZZZ9.99.

      *****************************************************************
      * REPORT LINE LAYOUTS
               END-IF
           END-IF.

           IF WS-TRANS-VALID
               IF TR-CASH-ONLY-FLAG NOT = 'Y' AND
                  TR-CASH-ONLY-FLAG NOT = SPACE
                   MOVE 'N' TO WS-TRANS-VALID-SW
                   MOVE 'CASH-ONLY FLAG MUST BE Y OR BLANK'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-TRANS-VALID
               IF TR-DEPOSIT-DUE-AMT NOT NUMERIC
                   MOVE 'N' TO WS-TRANS-VALID-SW
                   MOVE 'DEPOSIT DUE AMOUNT NOT NUMERIC'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-TRANS-VALID
               IF TR-AUTOPAY-FLAG NOT = 'Y' AND
                  TR-AUTOPAY-FLAG NOT = SPACE
                   MOVE 'N' TO WS-TRANS-VALID-SW
                   MOVE 'AUTOPAY FLAG MUST BE Y OR BLANK'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-TRANS-VALID AND TR-ON-AUTOPAY
               IF TR-BANK-ROUTING NOT NUMERIC
                   MOVE 'N' TO WS-TRANS-VALID-SW
                   MOVE 'BANK ROUTING NUMBER NOT NUMERIC'
                       TO WS-REJECT-REASON
               ELSE
                   PERFORM 455-CHECK-ROUTING-DIGIT
                   IF WS-ABA-REMAINDER NOT = 0
                       MOVE 'N' TO WS-TRANS-VALID-SW
                       MOVE 'BANK ROUTING CHECK DIGIT IS WRONG'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-TRANS-VALID AND TR-ON-AUTOPAY
               IF TR-BANK-ACCOUNT = SPACES
                   MOVE 'N' TO WS-TRANS-VALID-SW
                   MOVE 'AUTOPAY NEEDS A BANK ACCOUNT NUMBER'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-TRANS-VALID AND TR-ON-AUTOPAY
               IF NOT TR-BANK-CHECKING AND NOT TR-BANK-SAVINGS
                   MOVE 'N' TO WS-TRANS-VALID-SW
                   MOVE 'BANK ACCOUNT TYPE MUST BE C OR S'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-TRANS-VALID
               IF TR-LAST-DRAFT-RETURN NOT NUMERIC
                   MOVE 'N' TO WS-TRANS-VALID-SW
                   MOVE 'LAST DRAFT RETURN DATE NOT NUMERIC'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *****************************************************************
      * WEIGHTED 3-7-1 SUM OF THE NINE ROUTING DIGITS. A GOOD
      * ROUTING NUMBER LEAVES NO REMAINDER WHEN DIVIDED BY TEN.
      *****************************************************************
       455-CHECK-ROUTING-DIGIT.
           MOVE TR-BANK-ROUTING TO WS-ABA-ROUTING.
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
      * COPY THE FULL TRANSACTION IMAGE INTO THE WORK RECORD FOR AN
      * ADD.
           MOVE TR-RECONNECT-FLAG  TO WK-RECONNECT-FLAG.
           MOVE TR-BILL-CYCLE      TO WK-BILL-CYCLE.
           MOVE TR-LAST-ROLL-PERIOD TO WK-LAST-ROLL-PERIOD.
           MOVE TR-CASH-ONLY-FLAG  TO WK-CASH-ONLY-FLAG.
           MOVE TR-DEPOSIT-DUE-AMT TO WK-DEPOSIT-DUE-AMT.
           MOVE TR-AUTOPAY-FLAG    TO WK-AUTOPAY-FLAG.
           MOVE TR-BANK-ROUTING    TO WK-BANK-ROUTING.
           MOVE TR-BANK-ACCOUNT    TO WK-BANK-ACCOUNT.
           MOVE TR-BANK-ACCT-TYPE  TO WK-BANK-ACCT-TYPE.
           MOVE TR-LAST-DRAFT-RETURN TO WK-LAST-DRAFT-RETURN.

      *****************************************************************
      * COMPARE THE TRANSACTION IMAGE TO THE CURRENT WORK RECORD
               MOVE TR-LAST-ROLL-PERIOD TO WK-LAST-ROLL-PERIOD
           END-IF.

           IF TR-CASH-ONLY-FLAG NOT = WK-CASH-ONLY-FLAG
               MOVE 'CASH ONLY FLAG ' TO WS-AL-FIELD
               MOVE WK-CASH-ONLY-FLAG TO WS-AL-BEFORE
               MOVE TR-CASH-ONLY-FLAG TO WS-AL-AFTER
               PERFORM 550-WRITE-AUDIT-LINE
               MOVE TR-CASH-ONLY-FLAG TO WK-CASH-ONLY-FLAG
           END-IF.

           IF TR-DEPOSIT-DUE-AMT NOT = WK-DEPOSIT-DUE-AMT
               MOVE 'DEPOSIT DUE    ' TO WS-AL-FIELD
               MOVE WK-DEPOSIT-DUE-AMT TO WS-AUD-AMT-ED
               MOVE WS-AUD-AMT-ED     TO WS-AL-BEFORE
               MOVE TR-DEPOSIT-DUE-AMT TO WS-AUD-AMT-ED
               MOVE WS-AUD-AMT-ED     TO WS-AL-AFTER
               PERFORM 550-WRITE-AUDIT-LINE
               MOVE TR-DEPOSIT-DUE-AMT TO WK-DEPOSIT-DUE-AMT
           END-IF.

           IF TR-AUTOPAY-FLAG NOT = WK-AUTOPAY-FLAG
               MOVE 'AUTOPAY FLAG   ' TO WS-AL-FIELD
               MOVE WK-AUTOPAY-FLAG   TO WS-AL-BEFORE
               MOVE TR-AUTOPAY-FLAG   TO WS-AL-AFTER
               PERFORM 550-WRITE-AUDIT-LINE
               MOVE TR-AUTOPAY-FLAG   TO WK-AUTOPAY-FLAG
           END-IF.

           IF TR-BANK-ROUTING NOT = WK-BANK-ROUTING
               MOVE 'BANK ROUTING   ' TO WS-AL-FIELD
               MOVE WK-BANK-ROUTING   TO WS-AL-BEFORE
               MOVE TR-BANK-ROUTING   TO WS-AL-AFTER
               PERFORM 550-WRITE-AUDIT-LINE
               MOVE TR-BANK-ROUTING   TO WK-BANK-ROUTING
           END-IF.

           IF TR-BANK-ACCOUNT NOT = WK-BANK-ACCOUNT
               MOVE 'BANK ACCOUNT   ' TO WS-AL-FIELD
               MOVE WK-BANK-ACCOUNT   TO WS-AL-BEFORE
               MOVE TR-BANK-ACCOUNT   TO WS-AL-AFTER
               PERFORM 550-WRITE-AUDIT-LINE
               MOVE TR-BANK-ACCOUNT   TO WK-BANK-ACCOUNT
           END-IF.

           IF TR-BANK-ACCT-TYPE NOT = WK-BANK-ACCT-TYPE
               MOVE 'BANK ACCT TYPE ' TO WS-AL-FIELD
               MOVE WK-BANK-ACCT-TYPE TO WS-AL-BEFORE
               MOVE TR-BANK-ACCT-TYPE TO WS-AL-AFTER
               PERFORM 550-WRITE-AUDIT-LINE
               MOVE TR-BANK-ACCT-TYPE TO WK-BANK-ACCT-TYPE
           END-IF.

           IF TR-LAST-DRAFT-RETURN NOT = WK-LAST-DRAFT-RETURN
               MOVE 'LAST DRAFT RTN ' TO WS-AL-FIELD
               MOVE WK-LAST-DRAFT-RETURN TO WS-AUD-DATE-ED
               MOVE WS-AUD-DATE-ED    TO WS-AL-BEFORE
               MOVE TR-LAST-DRAFT-RETURN TO WS-AUD-DATE-ED
               MOVE WS-AUD-DATE-ED    TO WS-AL-AFTER
               PERFORM 550-WRITE-AUDIT-LINE
               MOVE TR-LAST-DRAFT-RETURN TO WK-LAST-DRAFT-RETURN
           END-IF.

      *****************************************************************
      * WRITE ONE BEFORE/AFTER AUDIT LINE FOR THE TRANSACTION BEING
      * APPLIED. THE FIELD NAME AND BEFORE/AFTER COLUMNS ARE FILLED
