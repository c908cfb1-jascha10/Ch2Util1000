           05  SP-ACCOUNT-NUMBER        PIC 9(7).
           05  SP-PAYMENT-DATE          PIC 9(8).
           05  SP-AMOUNT                PIC 9(6)V99.
      *****************************************************************
      * PAYMENT METHOD - WHERE THE ROW'S MONEY CAME FROM. C, E AND M
      * ARE LOCKBOX CASH (CHECK, ELECTRONIC, MONEY ORDER) AND A IS
      * AN AUTOPAY DRAFT, ALL SUSPENDED BY UTIL2100. THE REST ARE
      * CREDITS, NOT CASH RECEIVED: B IS A FINAL BUDGET SETTLEMENT
      * AND D A DEPOSIT LEFT AFTER A FINAL BILL (BOTH UTIL2000), J
      * A CANCEL/REBILL OVER-COLLECTION (UTIL2700). ONLY CASH ROWS
      * CAN BE POSTED AS A BAD DEBT RECOVERY.
      *****************************************************************
           05  SP-PAYMENT-METHOD        PIC X(01).
           05  SP-REASON                PIC X(35).
      *****************************************************************
      * HOLD-UNTIL DATE - ZERO ON AN ORDINARY ROW. A CHECK FROM A
      * CASH-ONLY ACCOUNT (ONE WITH A RETURNED PAYMENT ON RECORD)
      * SUSPENDS WHOLE WITH THE DATE IT WILL HAVE CLEARED THE BANK;
      * NEITHER THE REAPPLICATION IN UTIL2100 NOR THE STATEMENT
      * CREDIT IN UTIL2000 TOUCHES THE ROW BEFORE THAT DATE.
      *****************************************************************
           05  SP-HOLD-UNTIL-DATE       PIC 9(08).
