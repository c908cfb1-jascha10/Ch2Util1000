      *                  amounts and now says so.
      *  09-02-2026  JS  Master image cell resized again (140) for
      *                  the intake last-roll-period stamp.
      *  10-15-2026  JS  Master image cell resized again (141)
      *                  for the cash-only flag.
      *  10-15-2026  JS  Master image cell resized again (147)
      *                  for the security deposit due amount.
      *  10-15-2026  JS  Master image cell resized again (183)
      *                  for the autopay enrollment fields.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  WS-RQ-CM-FOUND-SW    PIC X(1).
      *****************************************************************
      * THE IMAGE CELL MUST MATCH THE FULL CMRECORD COPYBOOK
      * LENGTH (183) - THE COPYBOOK STARTS AT LEVEL 05, SO IT
      * CANNOT SIT UNDER THIS TABLE ITSELF. RESIZE WHENEVER THE
      * MASTER LAYOUT GROWS.
      *****************************************************************
               10  WS-RQ-CM-IMAGE       PIC X(183).

       01  WS-CUST-ROW.
           COPY CMRECORD REPLACING LEADING ==CM== BY ==MC==.
