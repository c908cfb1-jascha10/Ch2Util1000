      *****************************************************************
      * PAYMENT APPLICATION DETAIL RECORD - ONE ROW FOR EVERY PIECE
      * OF A PAYMENT UTIL2100 PUTS SOMEWHERE: ONE PER OPEN ITEM IT
      * PAYS DOWN OR CLEARS (WITH THE ITEM'S KEY AND ORIGINAL DUE
      * DATE), ONE FOR ANY PORTION SENT TO SUSPENSE, AND ONE FOR
      * ANY PORTION POSTED AS RECOVERY ON A WRITTEN-OFF ACCOUNT
      * (APPLIED TO W, AGAINST THE WRITEOFF FILE). A CARRIED
      * SUSPENSE ROW REAPPLIED IN A LATER RUN WRITES ITS ITEM ROWS
      * UNDER THE ORIGINAL PAYMENT'S DATE WITH SOURCE S. APPENDED
      * RUN TO RUN ON PAYAPPL - PAYHIST DELETES A CLEARED ITEM, AND
      * THIS IS WHAT LETS UTIL2900 PUT BACK EXACTLY WHAT A RETURNED
      * PAYMENT TOOK OFF. AN AUTOPAY DRAFT FROM UTIL3400 POSTS WITH
      * SOURCE D SO A RETURNED DRAFT CAN BE TOLD FROM A CHECK.
      *****************************************************************
           05  PY-ACCOUNT-NUMBER        PIC 9(7).
           05  PY-PAYMENT-DATE          PIC 9(8).
           05  PY-PAYMENT-AMOUNT        PIC 9(6)V99.
           05  PY-PAYMENT-METHOD        PIC X(01).
           05  PY-SOURCE                PIC X(01).
               88  PY-FROM-LOCKBOX                VALUE 'L'.
               88  PY-FROM-SUSPENSE               VALUE 'S'.
               88  PY-FROM-DRAFT                  VALUE 'D'.
           05  PY-APPLIED-TO            PIC X(01).
               88  PY-TO-OPEN-ITEM                VALUE 'I'.
               88  PY-TO-SUSPENSE                 VALUE 'S'.
               88  PY-TO-RECOVERY                 VALUE 'W'.
           05  PY-BILLING-PERIOD        PIC 9(6).
           05  PY-ITEM-TYPE             PIC X(01).
           05  PY-DUE-DATE              PIC 9(8).
           05  PY-APPLIED-AMOUNT        PIC 9(6)V99.
