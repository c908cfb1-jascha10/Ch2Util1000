       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTIL3600.
      *****************************************************************
      *  Programmer.:Jacob Schamp
      *  Date.......:10-15-2026
      *  GitHub URL.:https://github.com/jascha10/Ch2Util1000
      *  Description:Revenue protection. The signs of a stuck meter
      *  or of energy being taken around one are already in the
      *  files, but spread across them where nobody looks. This
      *  monthly run walks every account on CUSTIN against its bills
      *  on BILLARCH and its row on BILLHIST, plus the dead-meter
      *  reads UTIL2500 left on DEADREAD, and flags four patterns:
      *
      *    CE - billed on estimates the last three or more periods
      *         running (the meter is not being read);
      *    ZU - an active account billing zero or near-zero kWh the
      *         last three or more periods running;
      *    DM - a closed or disconnected account whose meter a
      *         reader found advanced past the reading at
      *         disconnect;
      *    RD - an account whose usage fell sharply after its last
      *         reconnect and has stayed down.
      *
      *  Each flagged account is written to the INVFILE field
      *  investigation file - the same account, name, and service
      *  address layout as the DISCFILE disconnect list, with the
      *  reason code and the numbers behind it - so the meter shop
      *  can be dispatched, and listed on the PROTRPT report. The
      *  thresholds can be changed on the optional PROTPARM card.
      *  Every file but the two outputs is opened INPUT only.
      *
      *  Modification History:
      *  10-15-2026  JS  Original revenue protection program.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROTECTION-PARMS ASSIGN TO 'PROTPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROTECTION-PARMS-STATUS.

           SELECT CUSTOMER-MASTER  ASSIGN TO 'CUSTIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.

           SELECT BILL-HISTORY     ASSIGN TO 'BILLHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BH-ACCOUNT-NUMBER
               FILE STATUS IS WS-BILL-HISTORY-STATUS.

           SELECT BILL-ARCHIVE     ASSIGN TO 'BILLARCH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-ARCHIVE-KEY
               FILE STATUS IS WS-BILL-ARCHIVE-STATUS.

           SELECT DEAD-METER-FILE  ASSIGN TO 'DEADREAD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEAD-METER-STATUS.

           SELECT INVESTIGATION-LIST ASSIGN TO 'INVFILE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVESTIGATION-LIST-STATUS.

           SELECT PROTECTION-REPORT ASSIGN TO 'PROTRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROTECTION-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * RUN PARAMETERS - A SINGLE OPTIONAL CONTROL RECORD. COLUMNS
      * 1-2 ESTIMATED PERIODS RUNNING THAT FLAG AN ACCOUNT (CE),
      * 3-7 THE KWH AT OR UNDER WHICH A BILL COUNTS AS NEAR-ZERO,
      * 8-9 NEAR-ZERO PERIODS RUNNING THAT FLAG AN ACCOUNT (ZU),
      * 10-11 THE PERCENT FALL FROM THE PRE-DISCONNECT AVERAGE THAT
      * COUNTS AS A SHARP DROP, AND 12-13 THE READ PERIODS AFTER
      * THE RECONNECT BILL THAT MUST ALL STAY DOWN (RD). A MISSING
      * FILE, OR A BLANK, ZERO, OR NON-NUMERIC FIELD, KEEPS THAT
      * FIELD'S DEFAULT.
      *****************************************************************
       FD  PROTECTION-PARMS
           RECORDING MODE IS F.
       01  PP-RECORD.
           05  PP-EST-PERIODS           PIC X(02).
           05  PP-LOW-KWH               PIC X(05).
           05  PP-LOW-PERIODS           PIC X(02).
           05  PP-DROP-PCT              PIC X(02).
           05  PP-DROP-PERIODS          PIC X(02).

      *****************************************************************
      * CUSTOMER MASTER - DRIVES THE RUN, IN ASCENDING ACCOUNT
      * SEQUENCE.
      *****************************************************************
       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CM-RECORD.
           COPY CMRECORD.

      *****************************************************************
      * BILL HISTORY - THE KWH STILL BILLED ON ESTIMATES SINCE THE
      * ACCOUNT'S LAST ACTUAL READ. READ ONLY.
      *****************************************************************
       FD  BILL-HISTORY.
       01  BH-RECORD.
           COPY BHRECORD.

      *****************************************************************
      * BILL ARCHIVE - THE ACCOUNT'S BILLS FOR THE LAST TWO YEARS,
      * WALKED IN PERIOD ORDER. READ ONLY.
      *****************************************************************
       FD  BILL-ARCHIVE.
       01  BA-RECORD.
           COPY BARECORD.

      *****************************************************************
      * DEAD-METER READS FROM THE LAST INTAKE RUN, IN ASCENDING
      * ACCOUNT SEQUENCE.
      *****************************************************************
       FD  DEAD-METER-FILE
           RECORDING MODE IS F.
       01  DR-RECORD.
           COPY DRRECORD.

      *****************************************************************
      * FIELD INVESTIGATION LIST FOR THE METER SHOP - ONE RECORD PER
      * ACCOUNT PER REASON FLAGGED, IN ACCOUNT SEQUENCE. THE NAME
      * AND SERVICE ADDRESS ARE LAID OUT AS ON DISCFILE. WHAT THE
      * THREE FIGURES HOLD DEPENDS ON THE REASON CODE:
      *   CE - KWH ESTIMATED AND NOT YET TRUED UP (BILLHIST), KWH
      *        BILLED ON THE ESTIMATES IN THE RUN, KWH ON THE LAST
      *        ACTUAL READ BEFORE THE RUN;
      *   ZU - KWH BILLED IN THE RUN, AVERAGE KWH OF UP TO THREE
      *        READ BILLS BEFORE IT, THE NEAR-ZERO KWH LIMIT;
      *   DM - READING AT DISCONNECT, THE ROUTE READING, KWH THE
      *        METER ADVANCED;
      *   RD - AVERAGE KWH OF UP TO THREE READ BILLS BEFORE THE
      *        DISCONNECT, AVERAGE KWH OF THE READ BILLS SINCE THE
      *        RECONNECT BILL, PERCENT DROP.
      * THE EVENT DATE IS THE LAST BILL DATE (CE, ZU), THE ROUTE
      * READ DATE (DM), OR THE RECONNECT BILL DATE (RD).
      *****************************************************************
       FD  INVESTIGATION-LIST
           RECORDING MODE IS F.
       01  IV-RECORD.
           05  IV-ACCOUNT-NUMBER        PIC 9(7).
           05  IV-REASON-CODE           PIC X(02).
               88  IV-CHRONIC-ESTIMATE            VALUE 'CE'.
               88  IV-ZERO-USE                    VALUE 'ZU'.
               88  IV-DEAD-METER-READ             VALUE 'DM'.
               88  IV-RECONNECT-DROP              VALUE 'RD'.
           05  IV-ACCOUNT-STATUS        PIC X(01).
           05  IV-EVENT-DATE            PIC 9(8).
           05  IV-PERIOD-COUNT          PIC 9(2).
           05  IV-FIRST-PERIOD          PIC 9(6).
           05  IV-LAST-PERIOD           PIC 9(6).
           05  IV-FIGURE-1              PIC 9(7).
           05  IV-FIGURE-2              PIC 9(7).
           05  IV-FIGURE-3              PIC 9(7).
           05  IV-MAIL-NAME             PIC X(25).
           05  IV-SERVICE-ADDRESS       PIC X(25).
           05  IV-CITY                  PIC X(15).
           05  IV-STATE                 PIC X(02).
           05  IV-ZIP                   PIC X(09).

      *****************************************************************
      * REVENUE PROTECTION REPORT - THE SAME ACCOUNTS AS INVFILE,
      * THEN THE COUNTS BY REASON AND A KEY TO THE FIGURES.
      *****************************************************************
       FD  PROTECTION-REPORT
           RECORDING MODE IS F.
       01  PR-RECORD                    PIC X(132).

       WORKING-STORAGE SECTION.

      *****************************************************************
      * FILE STATUS AND SWITCHES
      *****************************************************************
       01  WS-PROTECTION-PARMS-STATUS  PIC X(02)  VALUE '00'.
       01  WS-CUSTOMER-MASTER-STATUS   PIC X(02)  VALUE '00'.
       01  WS-BILL-HISTORY-STATUS      PIC X(02)  VALUE '00'.
       01  WS-BILL-ARCHIVE-STATUS      PIC X(02)  VALUE '00'.
       01  WS-DEAD-METER-STATUS        PIC X(02)  VALUE '00'.
       01  WS-INVESTIGATION-LIST-STATUS PIC X(02) VALUE '00'.
       01  WS-PROTECTION-REPORT-STATUS PIC X(02)  VALUE '00'.
       01  WS-CUST-EOF-SW              PIC X(01)  VALUE 'N'.
           88  WS-EOF-CUSTOMER-MASTER             VALUE 'Y'.
       01  WS-DEAD-AVAILABLE-SW        PIC X(01)  VALUE 'N'.
           88  WS-DEAD-AVAILABLE                  VALUE 'Y'.
       01  WS-ARCH-ROW-SW              PIC X(01)  VALUE 'N'.
           88  WS-ARCH-ROW-IN-HAND                VALUE 'Y'.
       01  WS-BH-FOUND-SW              PIC X(01)  VALUE 'N'.
           88  WS-BH-FOUND                        VALUE 'Y'.
       01  WS-RUN-OPEN-SW              PIC X(01)  VALUE 'N'.
           88  WS-RUN-OPEN                        VALUE 'Y'.
       01  WS-STAYED-DOWN-SW           PIC X(01)  VALUE 'N'.
           88  WS-STAYED-DOWN                     VALUE 'Y'.

      *****************************************************************
      * THRESHOLDS - DEFAULTS, OVERRIDDEN FIELD BY FIELD FROM THE
      * PROTPARM CARD.
      *****************************************************************
       01  WS-EST-PERIODS               PIC 9(2)   VALUE 3.
       01  WS-LOW-KWH                   PIC 9(5)   VALUE 50.
       01  WS-LOW-PERIODS               PIC 9(2)   VALUE 3.
       01  WS-DROP-PCT                  PIC 9(2)   VALUE 50.
       01  WS-DROP-PERIODS              PIC 9(2)   VALUE 2.

      *****************************************************************
      * BALANCED-LINE MATCH OF DEADREAD AGAINST THE MASTER - THE
      * DEADREAD KEY GOES TO HIGH-VALUES AT END OF FILE.
      *****************************************************************
       01  WS-MASTER-KEY                PIC X(07)  VALUE LOW-VALUES.
       01  WS-DEAD-KEY                  PIC X(07)  VALUE LOW-VALUES.

      *****************************************************************
      * THE ACCOUNT'S ARCHIVED BILLS IN PERIOD ORDER. THE ARCHIVE
      * KEEPS 24 MONTHS; A LONGER WALK SLIDES THE OLDEST OUT SO THE
      * TABLE ALWAYS HOLDS THE LATEST BILLS.
      *****************************************************************
       01  WS-HIST-MAX                  PIC 9(2)   VALUE 30.
       01  WS-HIST-COUNT                PIC 9(2)   VALUE 0.
       01  WS-HIST-SUB                  PIC 9(2)   VALUE 0.
       01  WS-BILL-HISTORY-TABLE.
           05  WS-BH-ENTRY OCCURS 30 TIMES.
               10  WS-BT-PERIOD         PIC 9(6).
               10  WS-BT-BILL-DATE      PIC 9(8).
               10  WS-BT-KWH            PIC 9(5).
               10  WS-BT-EST-FLAG       PIC X(01).
                   88  WS-BT-ESTIMATED            VALUE 'E'.
               10  WS-BT-FINAL-FLAG     PIC X(01).
                   88  WS-BT-FINAL                VALUE 'F'.
               10  WS-BT-RECONNECT-SW   PIC X(01).
                   88  WS-BT-RECONNECT-BILL       VALUE 'Y'.

      *****************************************************************
      * WORK AREAS FOR THE ACCOUNT BEING CHECKED
      *****************************************************************
       01  WS-RUN-COUNT                 PIC 9(2)   VALUE 0.
       01  WS-RUN-START-SUB             PIC 9(2)   VALUE 0.
       01  WS-RUN-KWH                   PIC 9(7)   VALUE 0.
       01  WS-LAST-ACTUAL-KWH           PIC 9(5)   VALUE 0.
       01  WS-BASE-COUNT                PIC 9(1)   VALUE 0.
       01  WS-BASE-MAX                  PIC 9(1)   VALUE 3.
       01  WS-BASE-KWH                  PIC 9(7)   VALUE 0.
       01  WS-BASE-AVG-KWH              PIC 9(7)   VALUE 0.
       01  WS-RECONNECT-SUB             PIC 9(2)   VALUE 0.
       01  WS-AFTER-COUNT               PIC 9(2)   VALUE 0.
       01  WS-AFTER-KWH                 PIC 9(7)   VALUE 0.
       01  WS-AFTER-AVG-KWH             PIC 9(7)   VALUE 0.
       01  WS-AFTER-FIRST-PERIOD        PIC 9(6)   VALUE 0.
       01  WS-AFTER-LAST-PERIOD         PIC 9(6)   VALUE 0.
       01  WS-DROP-LIMIT-KWH            PIC 9(7)   VALUE 0.
       01  WS-DROP-ACTUAL-PCT           PIC 9(3)   VALUE 0.

       01  WS-DEAD-HELD-SW              PIC X(01)  VALUE 'N'.
           88  WS-DEAD-HELD                        VALUE 'Y'.
       01  WS-DEAD-HOLD-RECORD.
           COPY DRRECORD REPLACING LEADING ==DR== BY ==DH==.

      *****************************************************************
      * CONTROL TOTALS
      *****************************************************************
       01  WS-CUST-READ-COUNT           PIC 9(5)   VALUE 0.
       01  WS-NO-ARCHIVE-COUNT          PIC 9(5)   VALUE 0.
       01  WS-DEAD-READ-COUNT           PIC 9(5)   VALUE 0.
       01  WS-DEAD-UNMATCHED-COUNT      PIC 9(5)   VALUE 0.
       01  WS-CE-COUNT                  PIC 9(5)   VALUE 0.
       01  WS-ZU-COUNT                  PIC 9(5)   VALUE 0.
       01  WS-DM-COUNT                  PIC 9(5)   VALUE 0.
       01  WS-RD-COUNT                  PIC 9(5)   VALUE 0.
       01  WS-INVESTIGATION-COUNT       PIC 9(5)   VALUE 0.

      *****************************************************************
      * RUN DATE AND REPORT PAGE CONTROL
      *****************************************************************
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY              PIC 9(4).
           05  WS-RUN-MM                PIC 9(2).
           05  WS-RUN-DD                PIC 9(2).
       01  WS-RUN-DATE-ED               PIC X(10)  VALUE SPACES.

       01  WS-PAGE-NUMBER               PIC 9(3)   VALUE 0.
       01  WS-LINE-COUNT                PIC 9(2)   VALUE 99.
       01  WS-LINES-PER-PAGE            PIC 9(2)   VALUE 50.

      *****************************************************************
      * REPORT LINE LAYOUTS
      *****************************************************************
       01  WS-HEADING-1.
           05  FILLER                   PIC X(10)  VALUE 'UTIL3600'.
           05  FILLER                   PIC X(28)  VALUE
               'REVENUE PROTECTION'.
           05  FILLER                   PIC X(12)  VALUE 'RUN DATE: '.
           05  WS-H1-RUN-DATE           PIC X(10).
           05  FILLER                   PIC X(06)  VALUE 'PAGE  '.
           05  WS-H1-PAGE               PIC ZZ9.

       01  WS-HEADING-2.
           05  FILLER                   PIC X(09)  VALUE 'ACCOUNT'.
           05  FILLER                   PIC X(04)  VALUE 'RSN'.
           05  FILLER                   PIC X(03)  VALUE 'ST'.
           05  FILLER                   PIC X(10)  VALUE 'EVENT DT'.
           05  FILLER                   PIC X(04)  VALUE 'PRD'.
           05  FILLER                   PIC X(08)  VALUE 'FROM'.
           05  FILLER                   PIC X(08)  VALUE 'THRU'.
           05  FILLER                   PIC X(11)  VALUE ' FIGURE 1'.
           05  FILLER                   PIC X(11)  VALUE ' FIGURE 2'.
           05  FILLER                   PIC X(11)  VALUE ' FIGURE 3'.
           05  FILLER                   PIC X(36)  VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05  WS-DL-ACCOUNT            PIC 9(7).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-DL-REASON-CODE        PIC X(02).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-DL-STATUS             PIC X(01).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-DL-EVENT-DATE         PIC 9(8).
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-DL-PERIODS            PIC Z9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-DL-FIRST-PERIOD       PIC ZZZZZZ.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-DL-LAST-PERIOD        PIC ZZZZZZ.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-DL-FIGURE-1           PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-DL-FIGURE-2           PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-DL-FIGURE-3           PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-DL-REASON-TEXT        PIC X(36).

       01  WS-TEXT-LINE.
           05  FILLER                   PIC X(02)  VALUE SPACES.
           05  WS-TL-TEXT               PIC X(90).

      *****************************************************************
      * KEY TO THE THREE FIGURES ON EACH DETAIL LINE, BY REASON
      * CODE, PRINTED UNDER THE TOTALS.
      *****************************************************************
       01  WS-FIGURE-KEY-VALUES.
           05  FILLER                   PIC X(44)  VALUE
               'CE  FIGURE 1  KWH ESTIMATED, NOT TRUED UP'.
           05  FILLER                   PIC X(44)  VALUE
               '    FIGURE 2  KWH BILLED ON THE ESTIMATES'.
           05  FILLER                   PIC X(44)  VALUE
               '    FIGURE 3  KWH ON THE LAST ACTUAL READ'.
           05  FILLER                   PIC X(44)  VALUE
               'ZU  FIGURE 1  KWH BILLED IN THE RUN'.
           05  FILLER                   PIC X(44)  VALUE
               '    FIGURE 2  AVERAGE KWH BEFORE THE RUN'.
           05  FILLER                   PIC X(44)  VALUE
               '    FIGURE 3  NEAR-ZERO KWH LIMIT'.
           05  FILLER                   PIC X(44)  VALUE
               'DM  FIGURE 1  READING AT DISCONNECT'.
           05  FILLER                   PIC X(44)  VALUE
               '    FIGURE 2  ROUTE READING'.
           05  FILLER                   PIC X(44)  VALUE
               '    FIGURE 3  KWH ADVANCED'.
           05  FILLER                   PIC X(44)  VALUE
               'RD  FIGURE 1  AVERAGE KWH BEFORE DISCONNECT'.
           05  FILLER                   PIC X(44)  VALUE
               '    FIGURE 2  AVERAGE KWH SINCE RECONNECT'.
           05  FILLER                   PIC X(44)  VALUE
               '    FIGURE 3  PERCENT DROP'.
       01  WS-FIGURE-KEY-TABLE REDEFINES WS-FIGURE-KEY-VALUES.
           05  WS-FIGURE-KEY-TEXT OCCURS 12 TIMES PIC X(44).
       01  WS-KEY-SUB                   PIC 9(2)   VALUE 0.

       01  WS-REPORT-TOTAL-LINE.
           05  WS-RT-LABEL              PIC X(40)  VALUE SPACES.
           05  WS-RT-COUNT              PIC ZZ,ZZ9.

      *****************************************************************
      * IT'S GO TIME!
      *****************************************************************
       PROCEDURE DIVISION.

      *****************************************************************
      * MAINLINE - SET THE THRESHOLDS, OPEN THE FILES, CHECK EVERY
      * ACCOUNT ON THE MASTER, PRINT THE COUNTS AND THE KEY TO THE
      * FIGURES, CLOSE UP.
      *****************************************************************
       000-MAIN.
           DISPLAY '*************************************'.
           DISPLAY '*** UTIL3600 - REVENUE PROTECTION ***'.
           DISPLAY '*************************************'.
           DISPLAY ' '.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           STRING WS-RUN-MM  '/' WS-RUN-DD '/' WS-RUN-YYYY
               DELIMITED BY SIZE INTO WS-RUN-DATE-ED.

           PERFORM 110-LOAD-PARAMETERS.
           PERFORM 120-OPEN-BILL-HISTORY.
           PERFORM 130-OPEN-BILL-ARCHIVE.
           PERFORM 140-OPEN-CUSTOMER-MASTER.
           PERFORM 150-OPEN-DEAD-METER-FILE.

           OPEN OUTPUT INVESTIGATION-LIST.
           OPEN OUTPUT PROTECTION-REPORT.
           PERFORM 900-PRINT-HEADERS.

           PERFORM 205-READ-DEAD-METER.
           PERFORM 200-READ-CUSTOMER.
           PERFORM 210-CHECK-ONE-CUSTOMER
               UNTIL WS-EOF-CUSTOMER-MASTER.

           MOVE HIGH-VALUES TO WS-MASTER-KEY.
           PERFORM 342-SKIP-UNMATCHED-DEAD
               UNTIL WS-DEAD-KEY = HIGH-VALUES.

           IF WS-INVESTIGATION-COUNT = 0
               MOVE 'NO ACCOUNTS FLAGGED' TO WS-TL-TEXT
               PERFORM 840-WRITE-TEXT-LINE
           END-IF.

           PERFORM 950-PRINT-TOTALS.

           CLOSE CUSTOMER-MASTER.
           CLOSE BILL-HISTORY.
           CLOSE BILL-ARCHIVE.
           IF WS-DEAD-AVAILABLE
               CLOSE DEAD-METER-FILE
           END-IF.
           CLOSE INVESTIGATION-LIST.
           CLOSE PROTECTION-REPORT.

           STOP RUN.

      *****************************************************************
      * READ THE OPTIONAL PROTPARM CARD. EACH FIELD THAT IS NUMERIC
      * AND NOT ZERO REPLACES ITS DEFAULT; A PERCENT DROP OF 100 OR
      * MORE CANNOT BE KEYED IN TWO DIGITS.
      *****************************************************************
       110-LOAD-PARAMETERS.
           OPEN INPUT PROTECTION-PARMS.

           IF WS-PROTECTION-PARMS-STATUS = '00'
               READ PROTECTION-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PP-EST-PERIODS NUMERIC
                           AND PP-EST-PERIODS NOT = '00'
                           MOVE PP-EST-PERIODS TO WS-EST-PERIODS
                       END-IF
                       IF PP-LOW-KWH NUMERIC
                           MOVE PP-LOW-KWH TO WS-LOW-KWH
                       END-IF
                       IF PP-LOW-PERIODS NUMERIC
                           AND PP-LOW-PERIODS NOT = '00'
                           MOVE PP-LOW-PERIODS TO WS-LOW-PERIODS
                       END-IF
                       IF PP-DROP-PCT NUMERIC
                           AND PP-DROP-PCT NOT = '00'
                           MOVE PP-DROP-PCT TO WS-DROP-PCT
                       END-IF
                       IF PP-DROP-PERIODS NUMERIC
                           AND PP-DROP-PERIODS NOT = '00'
                           MOVE PP-DROP-PERIODS TO WS-DROP-PERIODS
                       END-IF
               END-READ
               CLOSE PROTECTION-PARMS
           END-IF.

           DISPLAY 'ESTIMATED PERIODS RUNNING : ' WS-EST-PERIODS.
           DISPLAY 'NEAR-ZERO KWH / PERIODS   : ' WS-LOW-KWH
               ' / ' WS-LOW-PERIODS.
           DISPLAY 'RECONNECT DROP PCT / READS: ' WS-DROP-PCT
               ' / ' WS-DROP-PERIODS.

      *****************************************************************
      * OPEN THE KEYED BILL HISTORY. IT IS REQUIRED - IT CARRIES THE
      * KWH STILL OWED ON ESTIMATES.
      *****************************************************************
       120-OPEN-BILL-HISTORY.
           OPEN INPUT BILL-HISTORY.
           IF WS-BILL-HISTORY-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BILL-HISTORY - STATUS '
                   WS-BILL-HISTORY-STATUS
               STOP RUN
           END-IF.

      *****************************************************************
      * OPEN THE KEYED BILL ARCHIVE. IT IS REQUIRED - THREE OF THE
      * FOUR CHECKS ARE MADE FROM IT.
      *****************************************************************
       130-OPEN-BILL-ARCHIVE.
           OPEN INPUT BILL-ARCHIVE.
           IF WS-BILL-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN BILL-ARCHIVE - STATUS '
                   WS-BILL-ARCHIVE-STATUS
               STOP RUN
           END-IF.

      *****************************************************************
      * OPEN THE CUSTOMER MASTER THAT DRIVES THE RUN.
      *****************************************************************
       140-OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTOMER-MASTER-STATUS NOT = '00'
               DISPLAY 'UNABLE TO OPEN CUSTOMER-MASTER - STATUS '
                   WS-CUSTOMER-MASTER-STATUS
               STOP RUN
           END-IF.

      *****************************************************************
      * OPEN THE DEAD-METER READS. A MISSING FILE (STATUS 35) MEANS
      * NO INTAKE RUN HAS WRITTEN ONE, AND THE DM CHECK FINDS
      * NOTHING. ANY OTHER FAILURE STOPS THE RUN.
      *****************************************************************
       150-OPEN-DEAD-METER-FILE.
           MOVE 'N' TO WS-DEAD-AVAILABLE-SW.
           OPEN INPUT DEAD-METER-FILE.
           EVALUATE WS-DEAD-METER-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-DEAD-AVAILABLE-SW
               WHEN '35'
                   DISPLAY 'NO DEADREAD FILE - NO DEAD-METER READS '
                       'TO CHECK'
               WHEN OTHER
                   DISPLAY 'UNABLE TO OPEN DEADREAD - STATUS '
                       WS-DEAD-METER-STATUS
                   STOP RUN
           END-EVALUATE.

      *****************************************************************
      * READ THE NEXT CUSTOMER MASTER RECORD.
      *****************************************************************
       200-READ-CUSTOMER.
           READ CUSTOMER-MASTER
               AT END
                   MOVE 'Y' TO WS-CUST-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CUST-READ-COUNT
                   MOVE CM-ACCOUNT-NUMBER TO WS-MASTER-KEY
           END-READ.

      *****************************************************************
      * READ THE NEXT DEAD-METER READ. THE KEY GOES TO HIGH-VALUES
      * AT END OF FILE, OR AT ONCE WHEN THERE IS NO FILE.
      *****************************************************************
       205-READ-DEAD-METER.
           IF WS-DEAD-AVAILABLE
               READ DEAD-METER-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-DEAD-KEY
                   NOT AT END
                       ADD 1 TO WS-DEAD-READ-COUNT
                       MOVE DR-ACCOUNT-NUMBER TO WS-DEAD-KEY
               END-READ
           ELSE
               MOVE HIGH-VALUES TO WS-DEAD-KEY
           END-IF.

      *****************************************************************
      * CHECK ONE CUSTOMER. THE BILL CHECKS NEED ITS ARCHIVED BILLS
      * - AN ACCOUNT WITH NONE IS COUNTED AND ONLY ITS DEAD-METER
      * READS ARE CHECKED. A CLOSED ACCOUNT NO LONGER BILLS, SO
      * ONLY A DEAD-METER READ CAN FLAG IT, AND A DISCONNECTED ONE
      * BILLS NO ENERGY, SO THE USAGE CHECKS ARE FOR ACCOUNTS IN
      * SERVICE.
      *****************************************************************
       210-CHECK-ONE-CUSTOMER.
           PERFORM 220-LOAD-ARCHIVED-BILLS.
           IF WS-HIST-COUNT = 0
               ADD 1 TO WS-NO-ARCHIVE-COUNT
           END-IF.

           IF WS-HIST-COUNT > 0
               AND NOT CM-ACCOUNT-CLOSED
               PERFORM 300-CHECK-CHRONIC-ESTIMATES
           END-IF.

           IF WS-HIST-COUNT > 0
               AND NOT CM-ACCOUNT-CLOSED
               AND NOT CM-DISCONNECTED
               PERFORM 320-CHECK-ZERO-USE
               PERFORM 360-CHECK-RECONNECT-DROP
           END-IF.

           PERFORM 340-CHECK-DEAD-METER-READS.

           PERFORM 200-READ-CUSTOMER.

      *****************************************************************
      * LOAD THE ACCOUNT'S ARCHIVED BILLS, OLDEST FIRST.
      *****************************************************************
       220-LOAD-ARCHIVED-BILLS.
           MOVE 0 TO WS-HIST-COUNT.
           MOVE CM-ACCOUNT-NUMBER TO BA-ACCOUNT-NUMBER.
           MOVE 0                 TO BA-BILLING-PERIOD.
           MOVE 'N' TO WS-ARCH-ROW-SW.
           START BILL-ARCHIVE
               KEY IS NOT LESS THAN BA-ARCHIVE-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 228-READ-NEXT-ARCHIVE
           END-START.

           PERFORM 222-KEEP-ARCHIVE-ROW
               UNTIL NOT WS-ARCH-ROW-IN-HAND.

      *****************************************************************
      * KEEP ONE ARCHIVED BILL, SLIDING THE OLDEST OUT WHEN THE
      * TABLE IS FULL, THEN READ THE NEXT.
      *****************************************************************
       222-KEEP-ARCHIVE-ROW.
           IF WS-HIST-COUNT >= WS-HIST-MAX
               PERFORM 224-SLIDE-TABLE
                   VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB >= WS-HIST-MAX
           ELSE
               ADD 1 TO WS-HIST-COUNT
           END-IF.

           MOVE BA-BILLING-PERIOD TO WS-BT-PERIOD (WS-HIST-COUNT).
           MOVE BA-BILL-DATE      TO WS-BT-BILL-DATE (WS-HIST-COUNT).
           MOVE BA-KWH-USED       TO WS-BT-KWH (WS-HIST-COUNT).
           MOVE BA-EST-FLAG       TO WS-BT-EST-FLAG (WS-HIST-COUNT).
           MOVE BA-FINAL-FLAG     TO WS-BT-FINAL-FLAG (WS-HIST-COUNT).
           IF BA-RECONNECT-FEE > 0
               MOVE 'Y' TO WS-BT-RECONNECT-SW (WS-HIST-COUNT)
           ELSE
               MOVE 'N' TO WS-BT-RECONNECT-SW (WS-HIST-COUNT)
           END-IF.

           PERFORM 228-READ-NEXT-ARCHIVE.

      *****************************************************************
      * MOVE ONE TABLE ENTRY DOWN A PLACE.
      *****************************************************************
       224-SLIDE-TABLE.
           MOVE WS-BH-ENTRY (WS-HIST-SUB + 1)
               TO WS-BH-ENTRY (WS-HIST-SUB).

      *****************************************************************
      * READ THE ACCOUNT'S NEXT ARCHIVED BILL IN KEY ORDER. THE WALK
      * IS OVER AT END OF FILE OR WHEN THE ACCOUNT NUMBER CHANGES.
      *****************************************************************
       228-READ-NEXT-ARCHIVE.
           MOVE 'N' TO WS-ARCH-ROW-SW.
           READ BILL-ARCHIVE NEXT
               AT END
                   CONTINUE
               NOT AT END
                   IF BA-ACCOUNT-NUMBER = CM-ACCOUNT-NUMBER
                       MOVE 'Y' TO WS-ARCH-ROW-SW
                   END-IF
           END-READ.

      *****************************************************************
      * CE - COUNT THE ESTIMATED BILLS RUNNING BACK FROM THE LATEST
      * ONE. A RUN AS LONG AS THE THRESHOLD FLAGS THE ACCOUNT, WITH
      * THE KWH BILLHIST STILL CARRIES AS ESTIMATED AND NOT TRUED
      * UP, THE KWH BILLED ON THE RUN, AND THE KWH ON THE LAST
      * ACTUAL READ BEFORE IT.
      *****************************************************************
       300-CHECK-CHRONIC-ESTIMATES.
           MOVE 0   TO WS-RUN-COUNT.
           MOVE 0   TO WS-RUN-KWH.
           MOVE 0   TO WS-RUN-START-SUB.
           MOVE 'Y' TO WS-RUN-OPEN-SW.
           PERFORM 302-COUNT-ESTIMATE-RUN
               VARYING WS-HIST-SUB FROM WS-HIST-COUNT BY -1
               UNTIL WS-HIST-SUB < 1
               OR NOT WS-RUN-OPEN.

           IF WS-RUN-COUNT >= WS-EST-PERIODS
               MOVE 0 TO WS-LAST-ACTUAL-KWH
               IF WS-RUN-START-SUB > 1
                   COMPUTE WS-HIST-SUB = WS-RUN-START-SUB - 1
                   MOVE WS-BT-KWH (WS-HIST-SUB) TO WS-LAST-ACTUAL-KWH
               END-IF
               PERFORM 230-READ-BILL-HISTORY
               ADD 1 TO WS-CE-COUNT
               MOVE 'CE' TO IV-REASON-CODE
               MOVE WS-BT-BILL-DATE (WS-HIST-COUNT) TO IV-EVENT-DATE
               MOVE WS-RUN-COUNT                    TO IV-PERIOD-COUNT
               MOVE WS-BT-PERIOD (WS-RUN-START-SUB) TO IV-FIRST-PERIOD
               MOVE WS-BT-PERIOD (WS-HIST-COUNT)    TO IV-LAST-PERIOD
               IF WS-BH-FOUND
                   MOVE BH-EST-KWH-UNBILLED TO IV-FIGURE-1
               ELSE
                   MOVE 0 TO IV-FIGURE-1
               END-IF
               MOVE WS-RUN-KWH         TO IV-FIGURE-2
               MOVE WS-LAST-ACTUAL-KWH TO IV-FIGURE-3
               MOVE 'BILLED ON ESTIMATES - METER NOT READ'
                   TO WS-DL-REASON-TEXT
               PERFORM 700-WRITE-INVESTIGATION-REC
           END-IF.

      *****************************************************************
      * EXTEND THE ESTIMATE RUN BY ONE BILL, OR CLOSE IT.
      *****************************************************************
       302-COUNT-ESTIMATE-RUN.
           IF WS-BT-ESTIMATED (WS-HIST-SUB)
               ADD 1 TO WS-RUN-COUNT
               ADD WS-BT-KWH (WS-HIST-SUB) TO WS-RUN-KWH
               MOVE WS-HIST-SUB TO WS-RUN-START-SUB
           ELSE
               MOVE 'N' TO WS-RUN-OPEN-SW
           END-IF.

      *****************************************************************
      * READ THE ACCOUNT'S BILL HISTORY ROW, IF IT HAS ONE.
      *****************************************************************
       230-READ-BILL-HISTORY.
           MOVE CM-ACCOUNT-NUMBER TO BH-ACCOUNT-NUMBER.
           READ BILL-HISTORY
               INVALID KEY
                   MOVE 'N' TO WS-BH-FOUND-SW
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BH-FOUND-SW
           END-READ.

      *****************************************************************
      * ZU - COUNT THE NEAR-ZERO BILLS RUNNING BACK FROM THE LATEST
      * ONE ON AN ACCOUNT IN SERVICE. A RUN AS LONG AS THE
      * THRESHOLD FLAGS THE ACCOUNT, WITH THE KWH BILLED ON THE RUN
      * AND WHAT THE ACCOUNT USED BEFORE IT FOR COMPARISON.
      *****************************************************************
       320-CHECK-ZERO-USE.
           MOVE 0   TO WS-RUN-COUNT.
           MOVE 0   TO WS-RUN-KWH.
           MOVE 0   TO WS-RUN-START-SUB.
           MOVE 'Y' TO WS-RUN-OPEN-SW.
           PERFORM 322-COUNT-LOW-USE-RUN
               VARYING WS-HIST-SUB FROM WS-HIST-COUNT BY -1
               UNTIL WS-HIST-SUB < 1
               OR NOT WS-RUN-OPEN.

           IF WS-RUN-COUNT >= WS-LOW-PERIODS
               MOVE 0 TO WS-BASE-COUNT
               MOVE 0 TO WS-BASE-KWH
               IF WS-RUN-START-SUB > 1
                   COMPUTE WS-HIST-SUB = WS-RUN-START-SUB - 1
                   PERFORM 380-ADD-BASELINE-BILL
                       VARYING WS-HIST-SUB FROM WS-HIST-SUB BY -1
                       UNTIL WS-HIST-SUB < 1
                       OR WS-BASE-COUNT >= WS-BASE-MAX
               END-IF
               PERFORM 385-CALC-BASELINE-AVERAGE
               ADD 1 TO WS-ZU-COUNT
               MOVE 'ZU' TO IV-REASON-CODE
               MOVE WS-BT-BILL-DATE (WS-HIST-COUNT) TO IV-EVENT-DATE
               MOVE WS-RUN-COUNT                    TO IV-PERIOD-COUNT
               MOVE WS-BT-PERIOD (WS-RUN-START-SUB) TO IV-FIRST-PERIOD
               MOVE WS-BT-PERIOD (WS-HIST-COUNT)    TO IV-LAST-PERIOD
               MOVE WS-RUN-KWH      TO IV-FIGURE-1
               MOVE WS-BASE-AVG-KWH TO IV-FIGURE-2
               MOVE WS-LOW-KWH      TO IV-FIGURE-3
               MOVE 'ZERO OR NEAR-ZERO USE - IN SERVICE'
                   TO WS-DL-REASON-TEXT
               PERFORM 700-WRITE-INVESTIGATION-REC
           END-IF.

      *****************************************************************
      * EXTEND THE NEAR-ZERO RUN BY ONE BILL, OR CLOSE IT. A FINAL
      * BILL'S SHORT MONTH DOES NOT COUNT.
      *****************************************************************
       322-COUNT-LOW-USE-RUN.
           IF WS-BT-KWH (WS-HIST-SUB) <= WS-LOW-KWH
               AND NOT WS-BT-FINAL (WS-HIST-SUB)
               ADD 1 TO WS-RUN-COUNT
               ADD WS-BT-KWH (WS-HIST-SUB) TO WS-RUN-KWH
               MOVE WS-HIST-SUB TO WS-RUN-START-SUB
           ELSE
               MOVE 'N' TO WS-RUN-OPEN-SW
           END-IF.

      *****************************************************************
      * DM - MATCH THE ACCOUNT'S DEAD-METER READS. DEADREAD ROWS FOR
      * ACCOUNTS NO LONGER ON THE MASTER ARE SKIPPED AND COUNTED.
      * WHEN THE INTAKE RUN SAW THE METER MORE THAN ONCE, THE READ
      * THAT ADVANCED FURTHEST IS THE ONE INVESTIGATED.
      *****************************************************************
       340-CHECK-DEAD-METER-READS.
           PERFORM 342-SKIP-UNMATCHED-DEAD
               UNTIL WS-DEAD-KEY >= WS-MASTER-KEY.

           MOVE 'N' TO WS-DEAD-HELD-SW.
           PERFORM 344-HOLD-DEAD-METER-READ
               UNTIL WS-DEAD-KEY NOT = WS-MASTER-KEY.

           IF WS-DEAD-HELD
               ADD 1 TO WS-DM-COUNT
               MOVE 'DM' TO IV-REASON-CODE
               MOVE DH-READ-DATE          TO IV-EVENT-DATE
               MOVE 0                     TO IV-PERIOD-COUNT
               MOVE 0                     TO IV-FIRST-PERIOD
               MOVE 0                     TO IV-LAST-PERIOD
               MOVE DH-DISCONNECT-READING TO IV-FIGURE-1
               MOVE DH-ROUTE-READING      TO IV-FIGURE-2
               MOVE DH-KWH-ADVANCED       TO IV-FIGURE-3
               IF DH-ACCOUNT-STATUS = 'C'
                   MOVE 'METER ADVANCED AFTER CLOSING'
                       TO WS-DL-REASON-TEXT
               ELSE
                   MOVE 'METER ADVANCED WHILE DISCONNECTED'
                       TO WS-DL-REASON-TEXT
               END-IF
               PERFORM 700-WRITE-INVESTIGATION-REC
           END-IF.

      *****************************************************************
      * COUNT AND PASS OVER A DEADREAD ROW WITH NO MASTER ROW.
      *****************************************************************
       342-SKIP-UNMATCHED-DEAD.
           ADD 1 TO WS-DEAD-UNMATCHED-COUNT.
           DISPLAY 'DEADREAD ACCOUNT ' DR-ACCOUNT-NUMBER
               ' NOT ON CUSTOMER MASTER - SKIPPED'.
           PERFORM 205-READ-DEAD-METER.

      *****************************************************************
      * HOLD ONE OF THE ACCOUNT'S DEAD-METER READS IF IT ADVANCED
      * FURTHER THAN ANY HELD SO FAR, THEN READ THE NEXT.
      *****************************************************************
       344-HOLD-DEAD-METER-READ.
           IF NOT WS-DEAD-HELD
               OR DR-KWH-ADVANCED > DH-KWH-ADVANCED
               MOVE DR-RECORD TO WS-DEAD-HOLD-RECORD
               MOVE 'Y' TO WS-DEAD-HELD-SW
           END-IF.
           PERFORM 205-READ-DEAD-METER.

      *****************************************************************
      * RD - FIND THE ACCOUNT'S LAST RECONNECT BILL (THE FIRST BILL
      * AFTER A RECONNECT CARRIES THE RECONNECT FEE). ITS BASELINE
      * IS THE AVERAGE OF UP TO THREE READ BILLS BEFORE IT WITH
      * USAGE ON THEM - THE ZERO-KWH BILLS OF THE DISCONNECT ITSELF
      * FALL OUT. THE RECONNECT BILL IS LEFT OUT OF THE COMPARISON,
      * SINCE IT CAN COVER A PART MONTH OR THE WHOLE TIME SINCE THE
      * DISCONNECT; THE READ BILLS AFTER IT MUST NUMBER AT LEAST
      * THE THRESHOLD AND EVERY ONE OF THEM MUST SIT AT OR BELOW THE
      * BASELINE LESS THE DROP PERCENT.
      *****************************************************************
       360-CHECK-RECONNECT-DROP.
           MOVE 0 TO WS-RECONNECT-SUB.
           PERFORM 362-FIND-RECONNECT-BILL
               VARYING WS-HIST-SUB FROM WS-HIST-COUNT BY -1
               UNTIL WS-HIST-SUB < 1
               OR WS-RECONNECT-SUB > 0.

           MOVE 0 TO WS-BASE-COUNT.
           MOVE 0 TO WS-BASE-KWH.
           IF WS-RECONNECT-SUB > 1
               COMPUTE WS-HIST-SUB = WS-RECONNECT-SUB - 1
               PERFORM 380-ADD-BASELINE-BILL
                   VARYING WS-HIST-SUB FROM WS-HIST-SUB BY -1
                   UNTIL WS-HIST-SUB < 1
                   OR WS-BASE-COUNT >= WS-BASE-MAX
           END-IF.
           PERFORM 385-CALC-BASELINE-AVERAGE.

           MOVE 0   TO WS-AFTER-COUNT.
           MOVE 0   TO WS-AFTER-KWH.
           MOVE 0   TO WS-AFTER-FIRST-PERIOD.
           MOVE 0   TO WS-AFTER-LAST-PERIOD.
           MOVE 'N' TO WS-STAYED-DOWN-SW.
           IF WS-BASE-AVG-KWH > 0
               AND WS-RECONNECT-SUB < WS-HIST-COUNT
               COMPUTE WS-DROP-LIMIT-KWH =
                   WS-BASE-AVG-KWH * (100 - WS-DROP-PCT) / 100
               MOVE 'Y' TO WS-STAYED-DOWN-SW
               COMPUTE WS-HIST-SUB = WS-RECONNECT-SUB + 1
               PERFORM 364-CHECK-BILL-AFTER-RECONNECT
                   VARYING WS-HIST-SUB FROM WS-HIST-SUB BY 1
                   UNTIL WS-HIST-SUB > WS-HIST-COUNT
           END-IF.

           IF WS-STAYED-DOWN
               AND WS-AFTER-COUNT >= WS-DROP-PERIODS
               COMPUTE WS-AFTER-AVG-KWH ROUNDED =
                   WS-AFTER-KWH / WS-AFTER-COUNT
               COMPUTE WS-DROP-ACTUAL-PCT ROUNDED =
                   (WS-BASE-AVG-KWH - WS-AFTER-AVG-KWH) * 100
                   / WS-BASE-AVG-KWH
               ADD 1 TO WS-RD-COUNT
               MOVE 'RD' TO IV-REASON-CODE
               MOVE WS-BT-BILL-DATE (WS-RECONNECT-SUB)
                   TO IV-EVENT-DATE
               MOVE WS-AFTER-COUNT        TO IV-PERIOD-COUNT
               MOVE WS-AFTER-FIRST-PERIOD TO IV-FIRST-PERIOD
               MOVE WS-AFTER-LAST-PERIOD  TO IV-LAST-PERIOD
               MOVE WS-BASE-AVG-KWH       TO IV-FIGURE-1
               MOVE WS-AFTER-AVG-KWH      TO IV-FIGURE-2
               MOVE WS-DROP-ACTUAL-PCT    TO IV-FIGURE-3
               MOVE 'USAGE DROPPED AFTER RECONNECT'
                   TO WS-DL-REASON-TEXT
               PERFORM 700-WRITE-INVESTIGATION-REC
           END-IF.

      *****************************************************************
      * NOTE THE LATEST BILL CARRYING A RECONNECT FEE.
      *****************************************************************
       362-FIND-RECONNECT-BILL.
           IF WS-BT-RECONNECT-BILL (WS-HIST-SUB)
               MOVE WS-HIST-SUB TO WS-RECONNECT-SUB
           END-IF.

      *****************************************************************
      * TEST ONE BILL AFTER THE RECONNECT BILL. ESTIMATES ARE BUILT
      * FROM PAST USAGE, SO ONLY ACTUAL READS COUNT, AND A FINAL
      * BILL'S SHORT MONTH IS LEFT OUT. ANY READ BILL ABOVE THE
      * LIMIT MEANS USAGE CAME BACK.
      *****************************************************************
       364-CHECK-BILL-AFTER-RECONNECT.
           IF NOT WS-BT-ESTIMATED (WS-HIST-SUB)
               AND NOT WS-BT-FINAL (WS-HIST-SUB)
               ADD 1 TO WS-AFTER-COUNT
               ADD WS-BT-KWH (WS-HIST-SUB) TO WS-AFTER-KWH
               IF WS-AFTER-FIRST-PERIOD = 0
                   MOVE WS-BT-PERIOD (WS-HIST-SUB)
                       TO WS-AFTER-FIRST-PERIOD
               END-IF
               MOVE WS-BT-PERIOD (WS-HIST-SUB) TO WS-AFTER-LAST-PERIOD
               IF WS-BT-KWH (WS-HIST-SUB) > WS-DROP-LIMIT-KWH
                   MOVE 'N' TO WS-STAYED-DOWN-SW
               END-IF
           END-IF.

      *****************************************************************
      * ADD ONE EARLIER BILL INTO A BASELINE IF IT WAS AN ACTUAL
      * READ OF A FULL MONTH WITH MORE THAN NEAR-ZERO USAGE ON IT.
      *****************************************************************
       380-ADD-BASELINE-BILL.
           IF NOT WS-BT-ESTIMATED (WS-HIST-SUB)
               AND NOT WS-BT-FINAL (WS-HIST-SUB)
               AND WS-BT-KWH (WS-HIST-SUB) > WS-LOW-KWH
               ADD 1 TO WS-BASE-COUNT
               ADD WS-BT-KWH (WS-HIST-SUB) TO WS-BASE-KWH
           END-IF.

      *****************************************************************
      * AVERAGE THE BASELINE BILLS - ZERO WHEN THERE WERE NONE.
      *****************************************************************
       385-CALC-BASELINE-AVERAGE.
           IF WS-BASE-COUNT > 0
               COMPUTE WS-BASE-AVG-KWH ROUNDED =
                   WS-BASE-KWH / WS-BASE-COUNT
           ELSE
               MOVE 0 TO WS-BASE-AVG-KWH
           END-IF.

      *****************************************************************
      * WRITE ONE FIELD INVESTIGATION RECORD FOR THE ACCOUNT IN
      * HAND - THE REASON AND FIGURES ARE ALREADY SET - AND ITS
      * LINE ON THE REPORT.
      *****************************************************************
       700-WRITE-INVESTIGATION-REC.
           ADD 1 TO WS-INVESTIGATION-COUNT.
           MOVE CM-ACCOUNT-NUMBER  TO IV-ACCOUNT-NUMBER.
           MOVE CM-ACCOUNT-STATUS  TO IV-ACCOUNT-STATUS.
           MOVE CM-MAIL-NAME       TO IV-MAIL-NAME.
           MOVE CM-SERVICE-ADDRESS TO IV-SERVICE-ADDRESS.
           MOVE CM-CITY            TO IV-CITY.
           MOVE CM-STATE           TO IV-STATE.
           MOVE CM-ZIP             TO IV-ZIP.
           WRITE IV-RECORD.

           PERFORM 820-WRITE-DETAIL-LINE.

      *****************************************************************
      * WRITE ONE DETAIL LINE FROM THE INVESTIGATION RECORD JUST
      * WRITTEN.
      *****************************************************************
       820-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 900-PRINT-HEADERS
           END-IF.

           MOVE IV-ACCOUNT-NUMBER TO WS-DL-ACCOUNT.
           MOVE IV-REASON-CODE    TO WS-DL-REASON-CODE.
           MOVE IV-ACCOUNT-STATUS TO WS-DL-STATUS.
           MOVE IV-EVENT-DATE     TO WS-DL-EVENT-DATE.
           MOVE IV-PERIOD-COUNT   TO WS-DL-PERIODS.
           MOVE IV-FIRST-PERIOD   TO WS-DL-FIRST-PERIOD.
           MOVE IV-LAST-PERIOD    TO WS-DL-LAST-PERIOD.
           MOVE IV-FIGURE-1       TO WS-DL-FIGURE-1.
           MOVE IV-FIGURE-2       TO WS-DL-FIGURE-2.
           MOVE IV-FIGURE-3       TO WS-DL-FIGURE-3.
           WRITE PR-RECORD FROM WS-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE ONE LINE OF TEXT.
      *****************************************************************
       840-WRITE-TEXT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 900-PRINT-HEADERS
           END-IF.

           WRITE PR-RECORD FROM WS-TEXT-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *****************************************************************
      * START A NEW REPORT PAGE.
      *****************************************************************
       900-PRINT-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE-ED  TO WS-H1-RUN-DATE.
           MOVE WS-PAGE-NUMBER  TO WS-H1-PAGE.

           IF WS-PAGE-NUMBER > 1
               WRITE PR-RECORD FROM SPACES
           END-IF.

           WRITE PR-RECORD FROM WS-HEADING-1.
           WRITE PR-RECORD FROM WS-HEADING-2.

           MOVE 2 TO WS-LINE-COUNT.

      *****************************************************************
      * WRITE THE COUNTS BY REASON, THE KEY TO THE FIGURES, AND THE
      * CONTROL TOTALS ON THE CONSOLE. THE FOUR REASON COUNTS ADD UP
      * TO THE INVESTIGATION RECORDS WRITTEN.
      *****************************************************************
       950-PRINT-TOTALS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 20
               PERFORM 900-PRINT-HEADERS
           END-IF.

           WRITE PR-RECORD FROM SPACES.

           MOVE 'CE - CHRONIC ESTIMATES'         TO WS-RT-LABEL.
           MOVE WS-CE-COUNT                      TO WS-RT-COUNT.
           WRITE PR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'ZU - ZERO OR NEAR-ZERO USE'     TO WS-RT-LABEL.
           MOVE WS-ZU-COUNT                      TO WS-RT-COUNT.
           WRITE PR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'DM - DEAD METER ADVANCED'       TO WS-RT-LABEL.
           MOVE WS-DM-COUNT                      TO WS-RT-COUNT.
           WRITE PR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'RD - DROP AFTER RECONNECT'      TO WS-RT-LABEL.
           MOVE WS-RD-COUNT                      TO WS-RT-COUNT.
           WRITE PR-RECORD FROM WS-REPORT-TOTAL-LINE.

           MOVE 'INVESTIGATION RECORDS WRITTEN'  TO WS-RT-LABEL.
           MOVE WS-INVESTIGATION-COUNT           TO WS-RT-COUNT.
           WRITE PR-RECORD FROM WS-REPORT-TOTAL-LINE.

           WRITE PR-RECORD FROM SPACES.
           MOVE 'FIGURES BY REASON CODE:' TO WS-TL-TEXT.
           WRITE PR-RECORD FROM WS-TEXT-LINE.
           PERFORM 955-PRINT-ONE-KEY-LINE
               VARYING WS-KEY-SUB FROM 1 BY 1
               UNTIL WS-KEY-SUB > 12.

           DISPLAY ' '.
           DISPLAY 'REVENUE PROTECTION CONTROL TOTALS'.
           DISPLAY '  CUSTOMERS READ       : ' WS-CUST-READ-COUNT.
           DISPLAY '  NO ARCHIVED BILLS    : ' WS-NO-ARCHIVE-COUNT.
           DISPLAY '  DEADREAD RECORDS READ: ' WS-DEAD-READ-COUNT.
           DISPLAY '  DEADREAD NOT MATCHED : ' WS-DEAD-UNMATCHED-COUNT.
           DISPLAY '  CE CHRONIC ESTIMATES : ' WS-CE-COUNT.
           DISPLAY '  ZU ZERO/NEAR-ZERO USE: ' WS-ZU-COUNT.
           DISPLAY '  DM DEAD METER READS  : ' WS-DM-COUNT.
           DISPLAY '  RD RECONNECT DROPS   : ' WS-RD-COUNT.
           DISPLAY '  INVESTIGATION RECORDS: ' WS-INVESTIGATION-COUNT.

      *****************************************************************
      * PRINT ONE LINE OF THE KEY TO THE FIGURES.
      *****************************************************************
       955-PRINT-ONE-KEY-LINE.
           MOVE WS-FIGURE-KEY-TEXT (WS-KEY-SUB) TO WS-TL-TEXT.
           WRITE PR-RECORD FROM WS-TEXT-LINE.
