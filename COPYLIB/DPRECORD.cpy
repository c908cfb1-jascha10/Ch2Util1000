      *****************************************************************
      * CUSTOMER SECURITY DEPOSIT RECORD - ONE ROW PER ACCOUNT,
      * KEYED BY ACCOUNT NUMBER. WRITTEN BY UTIL2000 WHEN A DEPOSIT
      * BILLS (THE REQUIRED AMOUNT), PAID UP BY UTIL2100 AS CASH
      * CLEARS THE DEPOSIT ITEM (TYPE D ON PAYHIST) AND PAID BACK
      * DOWN BY UTIL2900 WHEN THAT CASH IS RETURNED, CREDITED WITH
      * INTEREST MONTHLY BY UTIL3000, AND SETTLED EITHER AGAINST THE
      * FINAL BILL BY UTIL2000 OR BY REFUND ONCE UTIL3000 FINDS
      * TWELVE MONTHS OF GOOD PAYMENT. A SETTLED ROW STAYS ON FILE
      * WITH WHAT WAS APPLIED OR REFUNDED AND WHEN.
      *****************************************************************
           05  DP-ACCOUNT-NUMBER        PIC 9(7).
           05  DP-AMOUNT-REQUIRED       PIC 9(5)V99.
           05  DP-AMOUNT-PAID           PIC 9(5)V99.
           05  DP-DATE-PAID             PIC 9(8).
           05  DP-INTEREST-ACCRUED      PIC 9(4)V99.
           05  DP-DATE-BILLED           PIC 9(8).
           05  DP-LAST-INTEREST-PERIOD  PIC 9(6).
           05  DP-STATUS                PIC X(01).
               88  DP-HELD                        VALUE 'H'.
               88  DP-APPLIED-TO-FINAL            VALUE 'F'.
               88  DP-REFUNDED                    VALUE 'R'.
           05  DP-AMOUNT-SETTLED        PIC 9(6)V99.
           05  DP-DATE-SETTLED          PIC 9(8).
