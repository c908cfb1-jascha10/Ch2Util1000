      * THE BAD POSTING) AND A REBILL (B, THE CORRECTED AMOUNTS)
      * WHEN A BILL IS CANCELLED AND REISSUED; UTIL2400 NETS THE
      * PAIR SO THE PERIOD STILL PROVES.
      *
      * ENTRIES BOOKED OUTSIDE THE BILLING RUN RIDE THE GLMISC
      * EXTRACT IN THIS SAME LAYOUT, NEVER GLEXTR, SO THE MONTH-END
      * MATCH TO BILL HISTORY IS UNDISTURBED: N IS A RETURNED-
      * CHECK FEE (UTIL2900), I IS INTEREST CREDITED ON A SECURITY
      * DEPOSIT (UTIL3000), W IS A BAD DEBT WRITE-OFF OF A CLOSED
      * ACCOUNT (UTIL3100 - UTIL2900 ALSO WRITES ONE WHEN A CHECK
      * THAT PAID A RECOVERY COMES BACK), Y IS A RECOVERY ON A
      * WRITTEN-OFF ACCOUNT (UTIL3100 FROM THE COLLECTION AGENCY,
      * UTIL2100 FROM THE LOCKBOX). NONE OF THEM IS BILLED REVENUE TO
      * BREAK OUT, SO THE AMOUNT RIDES IN GL-ACTUAL-BILL AND
      * GL-TOTAL-BILL ALONE WITH THE COMPONENTS ZERO.
      *
      * THE MONTH-END UNBILLED REVENUE ACCRUAL (UTIL3200) RIDES ITS
      * OWN GLACCR EXTRACT IN THIS LAYOUT: U IS THE ESTIMATED ENERGY
      * AND DEMAND REVENUE CONSUMED BETWEEN THE ACCOUNT'S LAST BILL
      * AND MONTH-END, BROKEN OUT BY TIER AND DEMAND SO IT CROSS-
      * FOOTS LIKE A BILL, AND V IS ITS AUTOMATIC REVERSAL - A
      * FAITHFUL COPY CARRYING THE NEXT BILLING PERIOD, BOOKED ON
      * THE FIRST OF THE NEXT MONTH.
      *****************************************************************
           05  GL-ADJ-CODE              PIC X(01).
               88  GL-ORIGINAL-POSTING            VALUE ' '.
               88  GL-REVERSAL                    VALUE 'R'.
               88  GL-REBILL                      VALUE 'B'.
               88  GL-RETURN-FEE                  VALUE 'N'.
               88  GL-DEPOSIT-INTEREST            VALUE 'I'.
               88  GL-BAD-DEBT-WRITE-OFF          VALUE 'W'.
               88  GL-BAD-DEBT-RECOVERY           VALUE 'Y'.
               88  GL-UNBILLED-ACCRUAL            VALUE 'U'.
               88  GL-ACCRUAL-REVERSAL            VALUE 'V'.
      *****************************************************************
      * MEMO BREAKOUTS FOR A MID-PERIOD RATE CHANGE - THE PORTION
      * OF THE ENERGY AND DEMAND REVENUE (AND OF THE TAX PLUS
