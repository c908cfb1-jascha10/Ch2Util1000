      *****************************************************************
      * CUSTOMER TRANSACTION LEDGER RECORD - THE PERMANENT HISTORY
      * OF EVERY MONEY MOVEMENT ON AN ACCOUNT, KEYED BY ACCOUNT
      * NUMBER PLUS ENTRY SEQUENCE ON THE INDEXED LEDGER FILE. ENTRY
      * ROWS ARE ONLY EVER ADDED, NEVER CHANGED OR DROPPED, SO THE
      * FILE STILL SHOWS WHAT PAYHIST HAS LONG SINCE PAID OFF AND
      * DELETED. POSTED BY UTIL2000 (BILLS, LATE AND RECONNECT
      * FEES, DEPOSITS, SUSPENSE CREDITS, REFUNDS), UTIL2100
      * (PAYMENTS, SUSPENSE, ARRANGEMENT CHANGES), UTIL2700
      * (REVERSALS AND REBILLS), UTIL2900 (RETURNED PAYMENTS AND
      * FEES), AND UTIL3100 (WRITE-OFFS AND RECOVERIES); READ BY
      * UTIL3500 FOR THE STATEMENT OF ACCOUNT AND RECONCILIATION,
      * WHICH ALSO POSTS THE OPENING BALANCE OF AN ACCOUNT BROUGHT
      * ONTO THE LEDGER BY A CONVERSION RUN.
      *
      * THE AMOUNT IS SIGNED FROM THE CUSTOMER'S SIDE - A CHARGE IS
      * POSITIVE, A PAYMENT OR CREDIT NEGATIVE - AND THE RUNNING
      * BALANCE AFTER EACH ENTRY IS WHAT THE ACCOUNT OWES: ITS OPEN
      * PAYHIST ITEMS LESS ITS SUSPFILE CREDIT. A MEMO ENTRY (CASH
      * MOVED FROM SUSPENSE ONTO A BILL, AN ARRANGEMENT CHANGE, A
      * RECOVERY ON AN ACCOUNT ALREADY WRITTEN OFF) IS RECORDED FOR
      * THE HISTORY BUT LEAVES THE BALANCE WHERE IT WAS.
      *****************************************************************
           05  LG-LEDGER-KEY.
               10  LG-ACCOUNT-NUMBER    PIC 9(7).
               10  LG-ENTRY-SEQUENCE    PIC 9(7).
                   88  LG-CONTROL-ROW             VALUE 0.
           05  LG-ENTRY-DATA.
               10  LG-ENTRY-DATE        PIC 9(8).
               10  LG-TRANS-TYPE        PIC X(02).
                   88  LG-OPENING-BALANCE         VALUE 'OB'.
                   88  LG-BILL-CHARGES            VALUE 'BL'.
                   88  LG-LATE-FEE                VALUE 'LF'.
                   88  LG-RECONNECT-FEE           VALUE 'RC'.
                   88  LG-DEPOSIT-BILLED          VALUE 'DB'.
                   88  LG-DEPOSIT-APPLIED         VALUE 'DA'.
                   88  LG-DEPOSIT-REFUND          VALUE 'DR'.
                   88  LG-BUDGET-CREDIT           VALUE 'BC'.
                   88  LG-SUSPENSE-CREDIT         VALUE 'SC'.
                   88  LG-REFUND-ISSUED           VALUE 'RF'.
                   88  LG-PAYMENT                 VALUE 'PY'.
                   88  LG-PAYMENT-TO-SUSPENSE     VALUE 'PS'.
                   88  LG-SUSPENSE-APPLIED        VALUE 'SA'.
                   88  LG-ARRANGEMENT-CHANGE      VALUE 'AR'.
                   88  LG-BILL-REVERSAL           VALUE 'RV'.
                   88  LG-REBILL                  VALUE 'RB'.
                   88  LG-RETURNED-PAYMENT        VALUE 'NR'.
                   88  LG-RETURNED-CHECK-FEE      VALUE 'NF'.
                   88  LG-WRITE-OFF               VALUE 'WO'.
                   88  LG-RECOVERY                VALUE 'WR'.
               10  LG-BILLING-PERIOD    PIC 9(6).
               10  LG-AMOUNT            PIC S9(7)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  LG-RUNNING-BALANCE   PIC S9(7)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  LG-MEMO-FLAG         PIC X(01).
                   88  LG-MEMO-ENTRY              VALUE 'M'.
               10  LG-SOURCE-PROGRAM    PIC X(08).
               10  LG-DESCRIPTION       PIC X(30).
      *****************************************************************
      * ACCOUNT CONTROL ROW - ENTRY SEQUENCE ZERO, ONE PER ACCOUNT,
      * WRITTEN WITH THE ACCOUNT'S FIRST ENTRY. IT CARRIES THE LAST
      * SEQUENCE USED AND THE BALANCE AFTER IT, SO EACH POSTING
      * PROGRAM GETS THE NEXT SEQUENCE AND THE RUNNING BALANCE WITH
      * ONE KEYED READ.
      *****************************************************************
           05  LG-CONTROL-DATA REDEFINES LG-ENTRY-DATA.
               10  LG-LAST-SEQUENCE     PIC 9(7).
               10  LG-CURRENT-BALANCE   PIC S9(7)V99
                   SIGN IS LEADING SEPARATE CHARACTER.
               10  LG-LAST-ENTRY-DATE   PIC 9(8).
               10  LG-OPENED-DATE       PIC 9(8).
               10  FILLER               PIC X(42).
