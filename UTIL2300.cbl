      *                  a short payment) or one with no payment
      *                  inside the grace window resumes normal
      *                  escalation.
      *  10-15-2026  JS  A closed or disconnected account still
      *                  draws no notice, but its DUNNCTL row is
      *                  now held instead of dropped at the
      *                  rewrite, so the final-notice date
      *                  survives for the UTIL3100 bad debt
      *                  write-off.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * IN KEY ORDER (ITS OLDEST PERIOD, SO ITS DEEPEST AGE)
      * DRIVES ESCALATION AND THE DISCONNECT CHECK, SO AN ACCOUNT
      * WITH SEVERAL OPEN BILLS NEVER DRAWS TWO NOTICES IN A RUN.
      * A CLOSED OR DISCONNECTED ACCOUNT DRAWS NO NOTICE, BUT ITS
      * DUNNING ROW IS HELD - THE FINAL-NOTICE DATE IS WHAT UTIL3100
      * AGES A CLOSED BALANCE FROM BEFORE WRITING IT OFF.
      *****************************************************************
       600-AGE-ONE-ACCOUNT.
           MOVE PH-DUE-DATE TO WS-D2D-DATE.
                   PERFORM 640-ESCALATE-DUNNING
               END-IF
           END-IF.
           IF PH-ACCOUNT-NUMBER NOT = WS-PREV-AR-ACCOUNT
               AND (WS-ACCT-CLOSED OR WS-ACCT-DISCONNECTED)
               PERFORM 642-HOLD-DUNNING-STAGE
           END-IF.
           PERFORM 820-WRITE-ATB-DETAIL.

           MOVE PH-ACCOUNT-NUMBER TO WS-PREV-AR-ACCOUNT.
