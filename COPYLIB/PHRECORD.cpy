      * (PAST-DUE LOOKUP ACROSS THE ACCOUNT'S ITEMS) AND UTIL2300
      * (EACH ITEM AGED BY ITS OWN DUE DATE), PAID DOWN IN PLACE
      * BY UTIL2100.
      *
      * THE ITEM TYPE SEPARATES CHARGES THAT ARE NOT PART OF A
      * PERIOD'S BILL FROM THE BILL ITSELF - BLANK IS THE BILLED
      * AMOUNT (UTIL2000, ADJUSTED BY UTIL2700), F IS A RETURNED-
      * CHECK FEE AND R IS SUSPENSE CASH A RETURNED PAYMENT HAD
      * ALREADY PUT TO USE, BOTH CHARGED BACK BY UTIL2900, AND D IS
      * A SECURITY DEPOSIT BILLED BY UTIL2000 (NOT ARREARS - IT
      * DRAWS NO LATE FEE). BLANK SORTS AHEAD OF THE LETTERS, SO
      * WITHIN A PERIOD THE BILL STILL TAKES CASH FIRST.
      *****************************************************************
           05  PH-OPEN-ITEM-KEY.
               10  PH-ACCOUNT-NUMBER    PIC 9(7).
               10  PH-BILLING-PERIOD    PIC 9(6).
               10  PH-ITEM-TYPE         PIC X(01).
                   88  PH-BILLED-ITEM             VALUE ' '.
                   88  PH-RETURN-FEE-ITEM         VALUE 'F'.
                   88  PH-RETURN-CHARGE-ITEM      VALUE 'R'.
                   88  PH-DEPOSIT-ITEM            VALUE 'D'.
           05  PH-DUE-DATE              PIC 9(8).
           05  PH-BALANCE-DUE           PIC 9(6)V99.
