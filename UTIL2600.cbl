      *  09-02-2026  JS  Original field activity return program.
      *  09-02-2026  JS  Record length bumped for the intake
      *                  last-roll-period stamp on the master.
      *  10-15-2026  JS  Record length bumped for the cash-only
      *                  flag on the master.
      *  10-15-2026  JS  A reconnect after a non-pay disconnect
      *                  now also requires a security deposit
      *                  for the account's class, set on the
      *                  master's deposit due amount for the
      *                  next bill; record length bumped for the
      *                  new field.
      *  10-15-2026  JS  Record length bumped for the autopay
      *                  enrollment fields on the master.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *****************************************************************
       FD  MASTER-NEW
           RECORDING MODE IS F.
       01  NM-RECORD                    PIC X(183).

      *****************************************************************
      * FIELD ACTIVITY REPORT - ONE LINE PER COMPLETION WITH ITS

       01  WS-DISPOSITION               PIC X(40)  VALUE SPACES.

      *****************************************************************
      * SECURITY DEPOSIT REQUIRED ON A RECONNECT AFTER A NON-PAY
      * DISCONNECT, BY RATE CLASS, TARIFF SHEET 15. BILLED ON THE
      * NEXT STATEMENT BY UTIL2000.
      *****************************************************************
       01  WS-DEPOSIT-RES-AMT           PIC 9(4)V99 VALUE 150.00.
       01  WS-DEPOSIT-COMM-AMT          PIC 9(4)V99 VALUE 400.00.
       01  WS-DEPOSIT-IND-AMT           PIC 9(4)V99 VALUE 1000.00.
       01  WS-DEPOSIT-SET-AMT           PIC 9(4)V99 VALUE 0.

      *****************************************************************
      * CONTROL TOTALS
      *****************************************************************
       01  WS-ACT-READ-COUNT            PIC 9(5)   VALUE 0.
       01  WS-DISC-APPLIED-COUNT        PIC 9(5)   VALUE 0.
       01  WS-RECONN-APPLIED-COUNT      PIC 9(5)   VALUE 0.
       01  WS-DEPOSIT-SET-COUNT         PIC 9(5)   VALUE 0.
       01  WS-ACT-REJECT-COUNT          PIC 9(5)   VALUE 0.

      *****************************************************************
      *****************************************************************
      * RECONNECT COMPLETED - ONLY A DISCONNECTED ACCOUNT CAN
      * RECONNECT. THE STATUS GOES BACK TO ACTIVE AND THE
      * RECONNECT-FEE FLAG GOES UP FOR THE NEXT BILLING RUN. A
      * DISCONNECT IS ALWAYS FOR NON-PAY, SO THE ACCOUNT ALSO OWES
      * A SECURITY DEPOSIT FOR ITS CLASS - UNLESS A LARGER ONE IS
      * ALREADY WAITING TO BILL.
      *****************************************************************
       420-APPLY-RECONNECT.
           IF WK-ACCOUNT-STATUS = 'D'
               ADD 1 TO WS-RECONN-APPLIED-COUNT
               MOVE 'RECONNECT POSTED - FEE FLAGGED FOR BILL'
                   TO WS-DISPOSITION
               PERFORM 425-SET-RECONNECT-DEPOSIT
           ELSE
               ADD 1 TO WS-ACT-REJECT-COUNT
               MOVE 'REJECTED - ACCOUNT NOT DISCONNECTED'
                   TO WS-DISPOSITION
           END-IF.

      *****************************************************************
      * RAISE THE DEPOSIT DUE ON THE RECONNECTED ACCOUNT TO ITS
      * CLASS AMOUNT. THE DISPOSITION NOTES THE DEPOSIT SO THE
      * OFFICE CAN TELL THE CUSTOMER.
      *****************************************************************
       425-SET-RECONNECT-DEPOSIT.
           EVALUATE WK-CUST-CLASS
               WHEN 'C'
                   MOVE WS-DEPOSIT-COMM-AMT TO WS-DEPOSIT-SET-AMT
               WHEN 'I'
                   MOVE WS-DEPOSIT-IND-AMT  TO WS-DEPOSIT-SET-AMT
               WHEN OTHER
                   MOVE WS-DEPOSIT-RES-AMT  TO WS-DEPOSIT-SET-AMT
           END-EVALUATE.

           IF WK-DEPOSIT-DUE-AMT NOT NUMERIC
               MOVE 0 TO WK-DEPOSIT-DUE-AMT
           END-IF.
           IF WK-DEPOSIT-DUE-AMT < WS-DEPOSIT-SET-AMT
               MOVE WS-DEPOSIT-SET-AMT TO WK-DEPOSIT-DUE-AMT
               ADD 1 TO WS-DEPOSIT-SET-COUNT
               MOVE 'RECONNECT POSTED - FEE/DEPOSIT TO BILL'
                   TO WS-DISPOSITION
           END-IF.

      *****************************************************************
      * WRITE ONE LINE TO THE ACTIVITY REPORT FOR THE COMPLETION
      * JUST PROCESSED, HEADING A NEW PAGE FIRST WHENEVER THE
           MOVE WS-RECONN-APPLIED-COUNT TO WS-CL-COUNT.
           WRITE AR-RECORD FROM WS-CONTROL-LINE.

           MOVE 'DEPOSITS REQUIRED'    TO WS-CL-LABEL.
           MOVE WS-DEPOSIT-SET-COUNT   TO WS-CL-COUNT.
           WRITE AR-RECORD FROM WS-CONTROL-LINE.

           MOVE 'COMPLETIONS REJECTED' TO WS-CL-LABEL.
           MOVE WS-ACT-REJECT-COUNT    TO WS-CL-COUNT.
           WRITE AR-RECORD FROM WS-CONTROL-LINE.
           DISPLAY '  DISCONNECTS POSTED   : ' WS-DISC-APPLIED-COUNT.
           DISPLAY '  RECONNECTS POSTED    : '
               WS-RECONN-APPLIED-COUNT.
           DISPLAY '  DEPOSITS REQUIRED    : ' WS-DEPOSIT-SET-COUNT.
           DISPLAY '  COMPLETIONS REJECTED : ' WS-ACT-REJECT-COUNT.
           DISPLAY '  MASTER RECORDS OUT   : ' WS-MASTER-OUT-COUNT.
