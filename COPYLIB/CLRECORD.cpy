      *****************************************************************
      * BILLING CALENDAR RECORD - ONE ROW PER BILLING PERIOD AND
      * CYCLE (0 = A FULL-BASE RUN) ON THE BILLCAL FILE, KEYED IN
      * BY THE BILLING OFFICE WITH THE SCHEDULED READ DATE AND BILL
      * DATE. THE CYCLE'S READ WINDOW RUNS FROM THE READ DATE
      * THROUGH THE BILL DATE. UTIL2500 CHECKS EACH ROUTE READ
      * AGAINST THE WINDOW; UTIL2000 REFUSES A CYCLE THAT IS NOT
      * SCHEDULED TO BILL ON THE RUN DATE OR IS ALREADY COMPLETE
      * (UNLESS THE RUNPARM OVERRIDE IS SET) AND STAMPS THE ROW
      * COMPLETE WITH THE CYCLE'S RUNCTL COUNTS AT END OF JOB;
      * UTIL2400 PRINTS THE PERIOD'S COMPLETENESS FROM THE STAMPS.
      *
      * THE COMPLETION FIELDS ARE LEFT BLANK WHEN THE ROW IS KEYED
      * AND MEAN NOTHING UNTIL THE FLAG SAYS COMPLETE. A ROW ADDED
      * BY AN OVERRIDE RUN OF A CYCLE THE CALENDAR DID NOT SCHEDULE
      * CARRIES ZERO READ AND BILL DATES.
      *****************************************************************
           05  CL-CALENDAR-KEY.
               10  CL-BILLING-PERIOD    PIC 9(6).
               10  CL-CYCLE             PIC 9(1).
           05  CL-READ-DATE             PIC 9(8).
           05  CL-BILL-DATE             PIC 9(8).
               88  CL-NOT-SCHEDULED               VALUE 0.
           05  CL-COMPLETION-DATA.
               10  CL-COMPLETE-FLAG     PIC X(01).
                   88  CL-CYCLE-COMPLETE          VALUE 'C'.
               10  CL-COMPLETED-DATE    PIC 9(8).
               10  CL-OVERRIDE-FLAG     PIC X(01).
                   88  CL-RUN-OVERRIDDEN          VALUE 'Y'.
               10  CL-CUST-READ         PIC 9(5).
               10  CL-CUST-BILLED       PIC 9(5).
               10  CL-CUST-REJECTED     PIC 9(5).
               10  CL-CUST-SKIPPED      PIC 9(5).
               10  CL-TOTAL-BILLED      PIC 9(8)V99.
