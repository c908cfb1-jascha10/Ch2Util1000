      *****************************************************************
      * BAD DEBT WRITE-OFF RECORD - ONE ROW PER CLOSED ACCOUNT WHOSE
      * FINAL BALANCE UTIL3100 HAS TAKEN OFF PAYHIST AND PLACED WITH
      * THE OUTSIDE COLLECTION AGENCY, KEYED BY ACCOUNT NUMBER ON
      * THE INDEXED WRITEOFF FILE. AN ACCOUNT WRITTEN OFF AGAIN
      * (A LATER CHARGE ON THE SAME CLOSED ACCOUNT) ADDS TO ITS ROW.
      * RECOVERIES - THE AGENCY'S MONTHLY REMITTANCE POSTED BY
      * UTIL3100, AND ANY LOCKBOX PAYMENT UTIL2100 RECEIVES FOR THE
      * ACCOUNT - BUILD UP AMOUNT RECOVERED, NEVER PAST THE AMOUNT
      * WRITTEN OFF; UTIL2900 TAKES A RETURNED RECOVERY BACK OFF.
      * WRITTEN OFF LESS RECOVERED IS WHAT THE AGENCY IS STILL
      * WORKING.
      *****************************************************************
           05  WO-ACCOUNT-NUMBER        PIC 9(7).
           05  WO-WRITE-OFF-DATE        PIC 9(8).
           05  WO-FINAL-PERIOD          PIC 9(6).
           05  WO-AMOUNT-WRITTEN-OFF    PIC 9(6)V99.
           05  WO-AMOUNT-RECOVERED      PIC 9(6)V99.
           05  WO-LAST-RECOVERY-DATE    PIC 9(8).
      *****************************************************************
      * THE DATE OF THE LAST AGENCY REMITTANCE POSTED - A REMITTANCE
      * ROW DATED ON OR BEFORE IT HAS ALREADY BEEN POSTED, SO A
      * RERUN OF THE SAME AGENCY FILE CANNOT POST IT TWICE.
      *****************************************************************
           05  WO-LAST-AGENCY-DATE      PIC 9(8).
           05  WO-STATUS                PIC X(01).
               88  WO-PLACED                      VALUE 'P'.
               88  WO-RECOVERED-IN-FULL           VALUE 'F'.
