      * UNCONVERTED ROW JUST MEANS NO ROLL HAS HAPPENED YET.
      *****************************************************************
           05  CM-LAST-ROLL-PERIOD      PIC 9(06).
      *****************************************************************
      * CASH-ONLY FLAG - Y MEANS A PAYMENT ON THIS ACCOUNT CAME BACK
      * FROM THE BANK. UTIL2900 SETS IT THROUGH A BILLTRAN CHANGE
      * TRANSACTION WHEN IT PROCESSES THE RETURN; FROM THEN ON
      * UTIL2100 SENDS ANY CHECK FROM THE ACCOUNT TO SUSPENSE FOR
      * REVIEW INSTEAD OF POSTING IT. ONLY A MAINTENANCE CHANGE
      * CLEARS IT.
      *****************************************************************
           05  CM-CASH-ONLY-FLAG        PIC X(01).
               88  CM-CASH-ONLY                   VALUE 'Y'.
      *****************************************************************
      * SECURITY DEPOSIT DUE - A DEPOSIT REQUIRED BUT NOT YET
      * BILLED. KEYED ON A NEW ACCOUNT THROUGH UTIL2200, OR SET BY
      * UTIL2600 WHEN A NON-PAY DISCONNECT IS RECONNECTED. THE
      * BILLING RUN PUTS IT ON THE NEXT STATEMENT AS ITS OWN LINE
      * AND ITS OWN PAYHIST ITEM, RECORDS IT ON THE DEPOSIT FILE,
      * AND CLEARS IT THE CHANGE-TRANSACTION WAY. ZERO MEANS NO
      * DEPOSIT IS WAITING TO BILL.
      *****************************************************************
           05  CM-DEPOSIT-DUE-AMT       PIC 9(4)V99.
      *****************************************************************
      * AUTOMATIC BANK DRAFT (AUTOPAY) ENROLLMENT - KEYED AND
      * AUDITED THROUGH UTIL2200. WHEN THE FLAG IS Y, UTIL2000 TELLS
      * THE CUSTOMER NOT TO PAY AND UTIL3400 ORIGINATES A DEBIT ON
      * THE DUE DATE AGAINST THE ROUTING / ACCOUNT / TYPE HERE
      * (C = CHECKING, S = SAVINGS). THE LAST DRAFT RETURN DATE IS
      * STAMPED BY UTIL2900 WHEN THE BANK SENDS A DRAFT BACK; A
      * SECOND RETURN WITHIN 12 MONTHS OF IT DROPS THE ACCOUNT OFF
      * AUTOPAY. ZERO MEANS NO DRAFT HAS EVER COME BACK.
      *****************************************************************
           05  CM-AUTOPAY-FLAG          PIC X(01).
               88  CM-ON-AUTOPAY                  VALUE 'Y'.
           05  CM-BANK-ROUTING          PIC X(09).
           05  CM-BANK-ACCOUNT          PIC X(17).
           05  CM-BANK-ACCT-TYPE        PIC X(01).
               88  CM-BANK-CHECKING               VALUE 'C'.
               88  CM-BANK-SAVINGS                VALUE 'S'.
           05  CM-LAST-DRAFT-RETURN     PIC 9(08).
