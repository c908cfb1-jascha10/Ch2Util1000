      *****************************************************************
      * DEAD-METER READ RECORD - ONE ROW PER ROUTE READ UTIL2500
      * TOOK ON A CLOSED OR DISCONNECTED ACCOUNT WHOSE DIALS HAD
      * MOVED PAST THE LAST POSITION ON THE MASTER. THE MASTER'S
      * READINGS STAY FROZEN WHILE AN ACCOUNT IS CLOSED OR
      * DISCONNECTED, SO THAT POSITION IS THE READING AT DISCONNECT
      * (OR AT CLOSING), AND ANY ADVANCE IS ENERGY TAKEN THROUGH A
      * METER THAT SHOULD NOT BE TURNING. WRITTEN IN ASCENDING
      * ACCOUNT SEQUENCE, REBUILT EACH INTAKE RUN, AND READ BY THE
      * UTIL3600 REVENUE PROTECTION RUN.
      *****************************************************************
           05  DR-ACCOUNT-NUMBER        PIC 9(7).
           05  DR-ACCOUNT-STATUS        PIC X(01).
           05  DR-READ-DATE             PIC 9(8).
           05  DR-READER-ID             PIC X(08).
           05  DR-DISCONNECT-READING    PIC 9(06).
           05  DR-ROUTE-READING         PIC 9(06).
           05  DR-KWH-ADVANCED          PIC 9(06).
