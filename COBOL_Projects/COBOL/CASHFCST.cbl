      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Thirty-day cash-flow forecast -- "will there be
      *          enough in the bank on the 20th". From a keyed
      *          opening bank balance, each of the next 30 days after
      *          the business date is laid out with what is expected
      *          in and out:
      *            TAKINGS  the average cash takings of the same
      *                     weekday over the last few weeks of
      *                     sales (sales less voids; charge-account
      *                     sales bring in no cash that day), off
      *                     the PERIODCLOSE ORDERS archives for the
      *                     weeks already closed and the live
      *                     ORDERS.DAT, averaged over the days that
      *                     traded;
      *            COLLECT  charge-account payments at the daily
      *                     rate CUSTTXN.DAT shows over the same
      *                     weeks, never more in all than CUSTMAST.DAT
      *                     says is outstanding;
      *            PAYROLL  every PERIODS.DAT PD-PAY-DATE in the
      *                     window, estimated at the NPAY total of
      *                     the last closed period's INFO archive;
      *            REMIT    the agency totals on the last REMITLIST
      *                     run (REMITLIST, PAGIBIGREM and PHILHREM
      *                     .DAT), due on the keyed day of the month;
      *            AP       each invoice still owing on APLEDGER.DAT
      *                     on its due date -- anything already past
      *                     due is taken on the first day.
      *          The running projected balance is printed for each
      *          day and any day that ends below the keyed minimum
      *          is flagged, with the lowest day shown at the end.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL BUSDATE-FILE
          ASSIGN TO "C:\Users\ADMIN\BUSDATE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS BUSDATE-STATUS.
      *    AN ARCHIVED PERIOD'S ORDERS, OR THE LIVE ORDERS.DAT --
      *    THE SAME LAYOUT EITHER WAY.
          SELECT OPTIONAL ORDERS-FILE
          ASSIGN TO ORDERS-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDERS-STATUS.
          SELECT OPTIONAL CUST-FILE
          ASSIGN TO "C:\Users\ADMIN\CUSTMAST.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS SEQUENTIAL
          RECORD KEY IS CU-CUST-NO
          FILE STATUS IS CUST-STATUS.
          SELECT OPTIONAL CUSTTXN-FILE
          ASSIGN TO "C:\Users\ADMIN\CUSTTXN.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CUSTTXN-STATUS.
          SELECT OPTIONAL PERIOD-FILE
          ASSIGN TO "C:\Users\ADMIN\PERIODS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PERIOD-STATUS.
          SELECT OPTIONAL ARCH-FILE
          ASSIGN TO ARCH-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ARCH-STATUS.
          SELECT OPTIONAL REMIT-FILE
          ASSIGN TO REMIT-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS REMIT-STATUS.
          SELECT OPTIONAL APLEDGER-FILE
          ASSIGN TO "C:\Users\ADMIN\APLEDGER.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS APLEDGER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BUSDATE-REC.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE PIC 9(8).
       FD  ORDERS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDERS-REC.
           COPY "ORDERSREC.CPY".
       FD  CUST-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-REC.
           COPY "CUSTMAST.CPY".
       FD  CUSTTXN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSTTXN-REC.
       01  CUSTTXN-REC.
           05  CX-CUST-NO PIC X(5).
           05  CX-BUSDATE PIC 9(8).
           05  CX-TYPE PIC X(1).
           05  CX-REF PIC 9(7).
           05  CX-AMOUNT PIC 9(6)V99.
       FD  PERIOD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PERIOD-REC.
           COPY "PERIODS.CPY".
       FD  ARCH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ARCH-REC.
       01  ARCH-REC.
           COPY "INFOROW.CPY".
      *    THE AGENCY-LINE LAYOUT REMITLIST WRITES TO EACH OF ITS
      *    THREE REMITTANCE FILES.
       FD  REMIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS REMIT-REC.
       01  REMIT-REC.
           05  RM-AGENCY PIC X(4).
           05  RM-EE-SHARE PIC 9(7)V99.
           05  RM-ER-SHARE PIC 9(7)V99.
           05  RM-TOTAL PIC 9(7)V99.
       FD  APLEDGER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS APLEDGER-REC.
           COPY "APLEDGER.CPY".

       WORKING-STORAGE SECTION.
       01  BUSDATE-STATUS PIC XX.
       01  ORDERS-STATUS PIC XX.
       01  ORDERS-EOF PIC X VALUE 'N'.
           88 ORDERS-END VALUE 'Y'.
       01  ORDERS-NAME PIC X(45).
       01  CUST-STATUS PIC XX.
       01  CUST-EOF PIC X VALUE 'N'.
           88 CUST-END VALUE 'Y'.
       01  CUSTTXN-STATUS PIC XX.
       01  CUSTTXN-EOF PIC X VALUE 'N'.
           88 CUSTTXN-END VALUE 'Y'.
       01  PERIOD-STATUS PIC XX.
       01  PERIOD-EOF PIC X VALUE 'N'.
           88 PERIOD-END VALUE 'Y'.
       01  ARCH-STATUS PIC XX.
       01  ARCH-EOF PIC X VALUE 'N'.
           88 ARCH-END VALUE 'Y'.
       01  ARCH-NAME PIC X(40).
       01  REMIT-STATUS PIC XX.
       01  REMIT-EOF PIC X VALUE 'N'.
           88 REMIT-END VALUE 'Y'.
       01  REMIT-NAME PIC X(40).
       01  APLEDGER-STATUS PIC XX.
       01  APLEDGER-EOF PIC X VALUE 'N'.
           88 APLEDGER-END VALUE 'Y'.
       01  BUSINESS-DATE PIC 9(8).
      *    WHAT IS KEYED -- THE BANK BALANCE AT THE CLOSE OF THE
      *    BUSINESS DATE, THE BALANCE NOT TO FALL BELOW, HOW MANY
      *    WEEKS OF HISTORY THE AVERAGES TAKE AND THE DAY OF THE
      *    MONTH THE AGENCY REMITTANCES FALL DUE.
       01  OPENING-BAL PIC 9(9)V99.
       01  MINIMUM-BAL PIC 9(9)V99.
       01  HIST-WEEKS PIC 9(2).
       01  HIST-DAYS PIC 9(3).
       01  REMIT-DUE-DAY PIC 9(2).
       01  FCST-DAYS PIC 9(2) VALUE 30.
       01  STEP-CTR PIC 9(3).
      *    THE DAY BEFORE THE HISTORY WINDOW OPENS -- THE BUSINESS
      *    DATE STEPPED BACK A DAY AT A TIME.
       01  FROM-DATE PIC 9(8).
       01  FROM-DATE-R REDEFINES FROM-DATE.
           05  FROM-YYYY PIC 9(4).
           05  FROM-MM PIC 9(2).
           05  FROM-DD PIC 9(2).
      *    THE FORECAST DAYS, STEPPED FORWARD A DAY AT A TIME.
       01  STEP-DATE PIC 9(8).
       01  STEP-DATE-R REDEFINES STEP-DATE.
           05  STEP-YYYY PIC 9(4).
           05  STEP-MM PIC 9(2).
           05  STEP-DD PIC 9(2).
       01  MONTH-DAYS PIC 9(2).
       01  LEAP-Q PIC 9(4).
       01  LEAP-R4 PIC 9(3).
       01  LEAP-R100 PIC 9(3).
       01  LEAP-R400 PIC 9(3).
      *    ZELLER'S CONGRUENCE -- SAME FLOOR-DIVIDE SHAPE AS THE
      *    TARDINESS REPORT, MAPPED SO 1 IS MONDAY.
       01  ZC-Y PIC 9(4).
       01  ZC-M PIC 99.
       01  ZC-D PIC 99.
       01  ZC-K PIC 99.
       01  ZC-J PIC 99.
       01  ZC-T1 PIC 9(3).
       01  ZC-T2 PIC 9(3).
       01  ZC-T3 PIC 9(3).
       01  ZC-SUM PIC 9(5).
       01  ZC-QUOT PIC 9(5).
       01  ZC-H PIC 9.
       01  ZC-REST PIC 9(4).
       01  WEEKDAY-NO PIC 9.
       01  WEEKDAY-NAMES PIC X(21)
           VALUE "MONTUEWEDTHUFRISATSUN".
       01  WEEKDAY-NAMES-R REDEFINES WEEKDAY-NAMES.
           05  WD-NAME PIC X(3) OCCURS 7 TIMES.
      *    TAKINGS PER WEEKDAY OVER THE HISTORY WINDOW AND THE
      *    NUMBER OF THOSE WEEKDAYS THAT TRADED. ORDERS.DAT IS IN
      *    POSTING ORDER, SO A NEW DATE IS A NEW TRADING DAY.
       01  WD-IX PIC 9.
       01  WD-TABLE.
           05  WD-ROW OCCURS 7 TIMES.
               10  WDR-TAKINGS PIC S9(9)V99.
               10  WDR-DAYS PIC 9(3).
               10  WDR-AVERAGE PIC S9(7)V99.
       01  LAST-TRADE-DATE PIC 9(8).
       01  LAST-TRADE-WD PIC 9.
      *    CHARGE-ACCOUNT RECEIPTS OVER THE SAME WINDOW AND WHAT
      *    THE ACCOUNTS OWE NOW.
       01  HIST-RECEIPTS PIC 9(9)V99.
       01  DAILY-COLLECT PIC 9(7)V99.
       01  OUTSTANDING PIC 9(9)V99.
       01  COLLECT-LEFT PIC 9(9)V99.
      *    PAYROLL ESTIMATE -- THE LAST CLOSED PERIOD'S NET PAY.
       01  LAST-CLOSE-DATE PIC 9(8).
       01  LAST-CLOSE-PERIOD PIC 9(3).
       01  PAYROLL-EST PIC 9(9)V99.
       01  REMIT-TOTAL PIC 9(9)V99.
       01  REMIT-POSTED-SW PIC X.
           88 REMIT-POSTED VALUE 'Y'.
      *    OPEN PAYABLES -- ONE ROW PER INVOICE ON THE LEDGER.
       01  IV-ROW-CTR PIC 9(4) VALUE 0.
       01  IV-IX PIC 9(4).
       01  IV-FOUND-SW PIC X.
           88 IV-FOUND VALUE 'Y'.
       01  IV-TABLE.
           05  IV-ROW OCCURS 500 TIMES.
               10  IVR-SUPP-NO PIC X(5).
               10  IVR-INV-NO PIC X(12).
               10  IVR-DUE-DATE PIC 9(8).
               10  IVR-OWED PIC 9(7)V99.
               10  IVR-PAID PIC 9(7)V99.
       01  IV-BALANCE PIC S9(7)V99.
      *    THE THIRTY FORECAST DAYS.
       01  DY-IX PIC 9(2).
       01  DY-TABLE.
           05  DY-ROW OCCURS 30 TIMES.
               10  DYR-DATE PIC 9(8).
               10  DYR-WEEKDAY PIC 9.
               10  DYR-TAKINGS PIC S9(7)V99.
               10  DYR-COLLECT PIC 9(7)V99.
               10  DYR-PAYROLL PIC 9(9)V99.
               10  DYR-REMIT PIC 9(9)V99.
               10  DYR-AP PIC 9(9)V99.
               10  DYR-BALANCE PIC S9(9)V99.
       01  RUN-BAL PIC S9(9)V99.
       01  LOW-BAL PIC S9(9)V99.
       01  LOW-DATE PIC 9(8).
       01  SHORT-CTR PIC 9(2).
       01  FLAG-TXT PIC X(9).
       01  FLOWDP PIC ZZZZ,ZZ9.
       01  FLOWDP2 PIC ZZZZ,ZZ9.
       01  FLOWDP3 PIC ZZZZ,ZZ9.
       01  FLOWDP4 PIC ZZZZ,ZZ9.
       01  FLOWDP5 PIC ZZZZ,ZZ9.
       01  BALDP PIC -ZZ,ZZZ,ZZ9.
       01  AMTDP PIC $ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "THIRTY-DAY CASH-FLOW FORECAST".
           PERFORM 0500-LOAD-BUSINESS-DATE.
           DISPLAY "BANK BALANCE AT CLOSE OF " BUSINESS-DATE ": ".
           ACCEPT OPENING-BAL.
           DISPLAY "MINIMUM BALANCE TO KEEP: ".
           ACCEPT MINIMUM-BAL.
           DISPLAY "WEEKS OF HISTORY FOR THE AVERAGES (0 = 4): ".
           ACCEPT HIST-WEEKS.
           IF HIST-WEEKS = 0 OR HIST-WEEKS > 26
               MOVE 4 TO HIST-WEEKS
           END-IF.
           COMPUTE HIST-DAYS = HIST-WEEKS * 7.
           DISPLAY "DAY OF THE MONTH REMITTANCES ARE DUE (0 = 10): ".
           ACCEPT REMIT-DUE-DAY.
           IF REMIT-DUE-DAY = 0 OR REMIT-DUE-DAY > 28
               MOVE 10 TO REMIT-DUE-DAY
           END-IF.
           PERFORM 0600-COMPUTE-FROM-DATE.
           PERFORM 0700-BUILD-THE-DAYS.
           PERFORM 1000-AVERAGE-THE-TAKINGS.
           PERFORM 1500-SPREAD-THE-COLLECTIONS.
           PERFORM 2000-ESTIMATE-THE-PAYROLL.
           PERFORM 2500-PLACE-THE-REMITTANCES.
           PERFORM 3000-PLACE-THE-PAYABLES.
           PERFORM 4000-PRINT-THE-FORECAST.
           PERFORM 9999-EXIT.

       0500-LOAD-BUSINESS-DATE.
           ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD.
           OPEN INPUT BUSDATE-FILE.
           IF BUSDATE-STATUS = "00"
               READ BUSDATE-FILE
               END-READ
               IF BD-BUSINESS-DATE > 0
                   MOVE BD-BUSINESS-DATE TO BUSINESS-DATE
               END-IF
               CLOSE BUSDATE-FILE
           END-IF.

       0600-COMPUTE-FROM-DATE.
           MOVE BUSINESS-DATE TO FROM-DATE.
           PERFORM 0610-BACK-ONE-DAY
               VARYING STEP-CTR FROM 1 BY 1
               UNTIL STEP-CTR > HIST-DAYS.

       0610-BACK-ONE-DAY.
           IF FROM-DD > 1
               SUBTRACT 1 FROM FROM-DD
           ELSE
               IF FROM-MM > 1
                   SUBTRACT 1 FROM FROM-MM
               ELSE
                   MOVE 12 TO FROM-MM
                   SUBTRACT 1 FROM FROM-YYYY
               END-IF
               MOVE FROM-YYYY TO STEP-YYYY
               MOVE FROM-MM TO STEP-MM
               PERFORM 0630-DAYS-IN-MONTH
               MOVE MONTH-DAYS TO FROM-DD
           END-IF.

       0620-ADD-ONE-DAY.
           PERFORM 0630-DAYS-IN-MONTH.
           ADD 1 TO STEP-DD.
           IF STEP-DD > MONTH-DAYS
               MOVE 1 TO STEP-DD
               ADD 1 TO STEP-MM
               IF STEP-MM > 12
                   MOVE 1 TO STEP-MM
                   ADD 1 TO STEP-YYYY
               END-IF
           END-IF.

       0630-DAYS-IN-MONTH.
      *    THE LENGTH OF STEP-MM IN STEP-YYYY -- FEBRUARY HAS 29
      *    DAYS IN A LEAP YEAR (EVERY FOURTH, BUT A CENTURY ONLY
      *    EVERY FOURTH CENTURY).
           EVALUATE STEP-MM
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO MONTH-DAYS
               WHEN 2
                   DIVIDE STEP-YYYY BY 4 GIVING LEAP-Q
                       REMAINDER LEAP-R4
                   DIVIDE STEP-YYYY BY 100 GIVING LEAP-Q
                       REMAINDER LEAP-R100
                   DIVIDE STEP-YYYY BY 400 GIVING LEAP-Q
                       REMAINDER LEAP-R400
                   IF LEAP-R400 = 0
                           OR (LEAP-R4 = 0 AND LEAP-R100 NOT = 0)
                       MOVE 29 TO MONTH-DAYS
                   ELSE
                       MOVE 28 TO MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO MONTH-DAYS
           END-EVALUATE.

       0640-DAY-OF-WEEK.
           DIVIDE STEP-DATE BY 10000 GIVING ZC-Y
               REMAINDER ZC-REST.
           DIVIDE ZC-REST BY 100 GIVING ZC-M REMAINDER ZC-D.
           IF ZC-M < 3
               ADD 12 TO ZC-M
               SUBTRACT 1 FROM ZC-Y
           END-IF.
           DIVIDE ZC-Y BY 100 GIVING ZC-J REMAINDER ZC-K.
           COMPUTE ZC-T1 = 13 * (ZC-M + 1).
           DIVIDE ZC-T1 BY 5 GIVING ZC-T1.
           DIVIDE ZC-K BY 4 GIVING ZC-T2.
           DIVIDE ZC-J BY 4 GIVING ZC-T3.
           COMPUTE ZC-SUM = ZC-D + ZC-T1 + ZC-K + ZC-T2 + ZC-T3
               + (5 * ZC-J).
           DIVIDE ZC-SUM BY 7 GIVING ZC-QUOT REMAINDER ZC-H.
           COMPUTE ZC-SUM = ZC-H + 5.
           DIVIDE ZC-SUM BY 7 GIVING ZC-QUOT REMAINDER WEEKDAY-NO.
           ADD 1 TO WEEKDAY-NO.

       0700-BUILD-THE-DAYS.
      *    DAY 1 IS THE DAY AFTER THE BUSINESS DATE -- TODAY'S
      *    TAKINGS ARE ALREADY IN THE KEYED BANK BALANCE.
           MOVE BUSINESS-DATE TO STEP-DATE.
           PERFORM VARYING DY-IX FROM 1 BY 1
                   UNTIL DY-IX > FCST-DAYS
               PERFORM 0620-ADD-ONE-DAY
               PERFORM 0640-DAY-OF-WEEK
               MOVE STEP-DATE TO DYR-DATE (DY-IX)
               MOVE WEEKDAY-NO TO DYR-WEEKDAY (DY-IX)
               MOVE 0 TO DYR-TAKINGS (DY-IX)
               MOVE 0 TO DYR-COLLECT (DY-IX)
               MOVE 0 TO DYR-PAYROLL (DY-IX)
               MOVE 0 TO DYR-REMIT (DY-IX)
               MOVE 0 TO DYR-AP (DY-IX)
               MOVE 0 TO DYR-BALANCE (DY-IX)
           END-PERFORM.

       1000-AVERAGE-THE-TAKINGS.
      *    A SALE ADDS ITS TOTAL AND A VOID TAKES IT BACK OFF; A
      *    SALE PUT ON A CHARGE ACCOUNT BRINGS IN NO CASH UNTIL
      *    THE CUSTOMER PAYS, SO IT IS LEFT TO THE COLLECTIONS.
           PERFORM VARYING WD-IX FROM 1 BY 1 UNTIL WD-IX > 7
               MOVE 0 TO WDR-TAKINGS (WD-IX)
               MOVE 0 TO WDR-DAYS (WD-IX)
               MOVE 0 TO WDR-AVERAGE (WD-IX)
           END-PERFORM.
           MOVE 0 TO LAST-TRADE-DATE.
      *    THE WINDOW REACHES BACK PAST THE LAST CLOSE -- EVERY
      *    PERIOD CLOSED AFTER IT OPENED IS READ OFF ITS ARCHIVE,
      *    OLDEST FIRST, THEN THE OPEN PERIOD'S ORDERS.DAT.
           MOVE 'N' TO PERIOD-EOF.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-STATUS = "00"
               READ PERIOD-FILE
                   AT END MOVE 'Y' TO PERIOD-EOF
               END-READ
               PERFORM UNTIL PERIOD-END
                   IF PD-STATUS = 'C'
                           AND PD-CLOSE-DATE > FROM-DATE
                       MOVE SPACES TO ORDERS-NAME
                       STRING "C:\Users\ADMIN\ORDERS_"
                           DELIMITED BY SIZE
                           PD-CLOSE-DATE DELIMITED BY SIZE
                           ".DAT" DELIMITED BY SIZE
                           INTO ORDERS-NAME
                       PERFORM 1050-TAKE-ONE-FILE
                   END-IF
                   READ PERIOD-FILE
                       AT END MOVE 'Y' TO PERIOD-EOF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           ELSE
               IF PERIOD-STATUS = "05"
                   CLOSE PERIOD-FILE
               END-IF
           END-IF.
           MOVE "C:\Users\ADMIN\ORDERS.DAT" TO ORDERS-NAME.
           PERFORM 1050-TAKE-ONE-FILE.
           PERFORM VARYING WD-IX FROM 1 BY 1 UNTIL WD-IX > 7
               IF WDR-DAYS (WD-IX) > 0
                   COMPUTE WDR-AVERAGE (WD-IX) ROUNDED =
                       WDR-TAKINGS (WD-IX) / WDR-DAYS (WD-IX)
               END-IF
           END-PERFORM.
           PERFORM VARYING DY-IX FROM 1 BY 1
                   UNTIL DY-IX > FCST-DAYS
               MOVE DYR-WEEKDAY (DY-IX) TO WD-IX
               MOVE WDR-AVERAGE (WD-IX) TO DYR-TAKINGS (DY-IX)
           END-PERFORM.

       1050-TAKE-ONE-FILE.
           MOVE 'N' TO ORDERS-EOF.
           OPEN INPUT ORDERS-FILE.
           IF ORDERS-STATUS = "00"
               READ ORDERS-FILE
                   AT END MOVE 'Y' TO ORDERS-EOF
               END-READ
               PERFORM UNTIL ORDERS-END
                   IF OR-BUSDATE > FROM-DATE
                           AND OR-BUSDATE NOT > BUSINESS-DATE
                           AND OR-TENDER-TYPE NOT = 'A'
                       PERFORM 1100-TAKE-ONE-ORDER
                   END-IF
                   READ ORDERS-FILE
                       AT END MOVE 'Y' TO ORDERS-EOF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           ELSE
               IF ORDERS-NAME NOT = "C:\Users\ADMIN\ORDERS.DAT"
                   DISPLAY "WARNING: ORDERS FILE MISSING ("
                       ORDERS-NAME ")"
               END-IF
               IF ORDERS-STATUS = "05"
                   CLOSE ORDERS-FILE
               END-IF
           END-IF.

       1100-TAKE-ONE-ORDER.
           IF OR-BUSDATE NOT = LAST-TRADE-DATE
               MOVE OR-BUSDATE TO STEP-DATE
               PERFORM 0640-DAY-OF-WEEK
               MOVE OR-BUSDATE TO LAST-TRADE-DATE
               MOVE WEEKDAY-NO TO LAST-TRADE-WD
               ADD 1 TO WDR-DAYS (LAST-TRADE-WD)
           END-IF.
           IF OR-TXN-TYPE = 'V'
               SUBTRACT OR-ATOT FROM WDR-TAKINGS (LAST-TRADE-WD)
           ELSE
               ADD OR-ATOT TO WDR-TAKINGS (LAST-TRADE-WD)
           END-IF.

       1500-SPREAD-THE-COLLECTIONS.
      *    THE DAILY RATE ACCOUNTS HAVE BEEN PAYING AT, FOR AS LONG
      *    AS THERE IS STILL SOMETHING OWED TO COLLECT.
           MOVE 0 TO HIST-RECEIPTS.
           MOVE 'N' TO CUSTTXN-EOF.
           OPEN INPUT CUSTTXN-FILE.
           IF CUSTTXN-STATUS = "00"
               READ CUSTTXN-FILE
                   AT END MOVE 'Y' TO CUSTTXN-EOF
               END-READ
               PERFORM UNTIL CUSTTXN-END
                   IF CX-TYPE = 'P'
                           AND CX-BUSDATE > FROM-DATE
                           AND CX-BUSDATE NOT > BUSINESS-DATE
                       ADD CX-AMOUNT TO HIST-RECEIPTS
                   END-IF
                   READ CUSTTXN-FILE
                       AT END MOVE 'Y' TO CUSTTXN-EOF
                   END-READ
               END-PERFORM
               CLOSE CUSTTXN-FILE
           ELSE
               IF CUSTTXN-STATUS = "05"
                   CLOSE CUSTTXN-FILE
               END-IF
           END-IF.
           MOVE 0 TO OUTSTANDING.
           MOVE 'N' TO CUST-EOF.
           OPEN INPUT CUST-FILE.
           IF CUST-STATUS = "00"
               READ CUST-FILE
                   AT END MOVE 'Y' TO CUST-EOF
               END-READ
               PERFORM UNTIL CUST-END
                   ADD CU-BALANCE TO OUTSTANDING
                   READ CUST-FILE
                       AT END MOVE 'Y' TO CUST-EOF
                   END-READ
               END-PERFORM
               CLOSE CUST-FILE
           ELSE
               IF CUST-STATUS = "05"
                   CLOSE CUST-FILE
               END-IF
           END-IF.
           COMPUTE DAILY-COLLECT ROUNDED = HIST-RECEIPTS / HIST-DAYS.
           MOVE OUTSTANDING TO COLLECT-LEFT.
           PERFORM VARYING DY-IX FROM 1 BY 1
                   UNTIL DY-IX > FCST-DAYS
               IF DAILY-COLLECT < COLLECT-LEFT
                   MOVE DAILY-COLLECT TO DYR-COLLECT (DY-IX)
               ELSE
                   MOVE COLLECT-LEFT TO DYR-COLLECT (DY-IX)
               END-IF
               SUBTRACT DYR-COLLECT (DY-IX) FROM COLLECT-LEFT
           END-PERFORM.

       2000-ESTIMATE-THE-PAYROLL.
      *    THE LAST CLOSED PERIOD IS THE ONE CLOSED MOST RECENTLY;
      *    ITS ARCHIVE'S NET PAY IS THE ESTIMATE FOR EVERY PAY DATE
      *    STILL AHEAD. ROWS FROM BEFORE THE PAY CALENDAR CARRY NO
      *    PAY DATE AND ARE NOT FORECAST.
           MOVE 0 TO LAST-CLOSE-DATE.
           MOVE 0 TO LAST-CLOSE-PERIOD.
           MOVE 0 TO PAYROLL-EST.
           MOVE 'N' TO PERIOD-EOF.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-STATUS = "00"
               READ PERIOD-FILE
                   AT END MOVE 'Y' TO PERIOD-EOF
               END-READ
               PERFORM UNTIL PERIOD-END
                   IF PD-STATUS = 'C'
                           AND PD-CLOSE-DATE > LAST-CLOSE-DATE
                       MOVE PD-CLOSE-DATE TO LAST-CLOSE-DATE
                       MOVE PD-PERIOD-NO TO LAST-CLOSE-PERIOD
                   END-IF
                   READ PERIOD-FILE
                       AT END MOVE 'Y' TO PERIOD-EOF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           ELSE
               IF PERIOD-STATUS = "05"
                   CLOSE PERIOD-FILE
               END-IF
           END-IF.
           IF LAST-CLOSE-DATE = 0
               DISPLAY "NO CLOSED PERIOD ON FILE - PAYROLL NOT "
                   "FORECAST."
           ELSE
               PERFORM 2100-TOTAL-LAST-ARCHIVE
               PERFORM 2200-PLACE-THE-PAY-DATES
           END-IF.

       2100-TOTAL-LAST-ARCHIVE.
           MOVE SPACES TO ARCH-NAME.
           STRING "C:\Users\ADMIN\INFO_" DELIMITED BY SIZE
               LAST-CLOSE-DATE DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO ARCH-NAME.
           MOVE 'N' TO ARCH-EOF.
           OPEN INPUT ARCH-FILE.
           IF ARCH-STATUS NOT = "00"
               DISPLAY "WARNING: ARCHIVE MISSING FOR PERIOD "
                   LAST-CLOSE-PERIOD " (" ARCH-NAME ")"
               IF ARCH-STATUS = "05"
                   CLOSE ARCH-FILE
               END-IF
           ELSE
               READ ARCH-FILE
                   AT END MOVE 'Y' TO ARCH-EOF
               END-READ
               PERFORM UNTIL ARCH-END
                   ADD R-NPAY TO PAYROLL-EST
                   READ ARCH-FILE
                       AT END MOVE 'Y' TO ARCH-EOF
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
           END-IF.
           MOVE PAYROLL-EST TO AMTDP.
           DISPLAY "PAYROLL ESTIMATE (PERIOD " LAST-CLOSE-PERIOD
               " NET PAY): " AMTDP.

       2200-PLACE-THE-PAY-DATES.
           MOVE 'N' TO PERIOD-EOF.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-STATUS = "00"
               READ PERIOD-FILE
                   AT END MOVE 'Y' TO PERIOD-EOF
               END-READ
               PERFORM UNTIL PERIOD-END
                   IF PD-PAY-DATE IS NUMERIC
                           AND PD-PAY-DATE > BUSINESS-DATE
                       PERFORM VARYING DY-IX FROM 1 BY 1
                               UNTIL DY-IX > FCST-DAYS
                           IF DYR-DATE (DY-IX) = PD-PAY-DATE
                               ADD PAYROLL-EST TO DYR-PAYROLL (DY-IX)
                           END-IF
                       END-PERFORM
                   END-IF
                   READ PERIOD-FILE
                       AT END MOVE 'Y' TO PERIOD-EOF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       2500-PLACE-THE-REMITTANCES.
      *    WHAT THE LAST REMITTANCE RUN SAYS IS OWED TO THE
      *    AGENCIES GOES OUT ON THE FIRST DUE DAY IN THE WINDOW.
           MOVE 0 TO REMIT-TOTAL.
           MOVE "C:\Users\ADMIN\REMITLIST.DAT" TO REMIT-NAME.
           PERFORM 2600-TOTAL-ONE-REMIT-FILE.
           MOVE "C:\Users\ADMIN\PAGIBIGREM.DAT" TO REMIT-NAME.
           PERFORM 2600-TOTAL-ONE-REMIT-FILE.
           MOVE "C:\Users\ADMIN\PHILHREM.DAT" TO REMIT-NAME.
           PERFORM 2600-TOTAL-ONE-REMIT-FILE.
           MOVE 'N' TO REMIT-POSTED-SW.
           PERFORM VARYING DY-IX FROM 1 BY 1
                   UNTIL DY-IX > FCST-DAYS OR REMIT-POSTED
               IF DYR-DATE (DY-IX) (7:2) = REMIT-DUE-DAY
                   MOVE REMIT-TOTAL TO DYR-REMIT (DY-IX)
                   MOVE 'Y' TO REMIT-POSTED-SW
               END-IF
           END-PERFORM.

       2600-TOTAL-ONE-REMIT-FILE.
           MOVE 'N' TO REMIT-EOF.
           OPEN INPUT REMIT-FILE.
           IF REMIT-STATUS = "00"
               READ REMIT-FILE
                   AT END MOVE 'Y' TO REMIT-EOF
               END-READ
               PERFORM UNTIL REMIT-END
                   ADD RM-TOTAL TO REMIT-TOTAL
                   READ REMIT-FILE
                       AT END MOVE 'Y' TO REMIT-EOF
                   END-READ
               END-PERFORM
               CLOSE REMIT-FILE
           ELSE
               IF REMIT-STATUS = "05"
                   CLOSE REMIT-FILE
               END-IF
           END-IF.

       3000-PLACE-THE-PAYABLES.
      *    AN 'I' ROW OPENS THE INVOICE; 'P' AND 'D' ROWS PAY IT
      *    DOWN. A REFUNDED MEMO'S 'R' ROW IS MONEY IN, NOT OWED.
           MOVE 'N' TO APLEDGER-EOF.
           OPEN INPUT APLEDGER-FILE.
           IF APLEDGER-STATUS = "00"
               READ APLEDGER-FILE
                   AT END MOVE 'Y' TO APLEDGER-EOF
               END-READ
               PERFORM UNTIL APLEDGER-END
                   IF AP-TYPE NOT = 'R'
                       PERFORM 3100-POST-ONE-LEDGER-ROW
                   END-IF
                   READ APLEDGER-FILE
                       AT END MOVE 'Y' TO APLEDGER-EOF
                   END-READ
               END-PERFORM
               CLOSE APLEDGER-FILE
           ELSE
               IF APLEDGER-STATUS = "05"
                   CLOSE APLEDGER-FILE
               END-IF
           END-IF.
           PERFORM VARYING IV-IX FROM 1 BY 1
                   UNTIL IV-IX > IV-ROW-CTR
               IF IVR-PAID (IV-IX) < IVR-OWED (IV-IX)
                   COMPUTE IV-BALANCE = IVR-OWED (IV-IX)
                       - IVR-PAID (IV-IX)
                   IF IVR-DUE-DATE (IV-IX) NOT > DYR-DATE (1)
                       ADD IV-BALANCE TO DYR-AP (1)
                   ELSE
                       PERFORM VARYING DY-IX FROM 2 BY 1
                               UNTIL DY-IX > FCST-DAYS
                           IF DYR-DATE (DY-IX) = IVR-DUE-DATE (IV-IX)
                               ADD IV-BALANCE TO DYR-AP (DY-IX)
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       3100-POST-ONE-LEDGER-ROW.
           MOVE 'N' TO IV-FOUND-SW.
           MOVE 1 TO IV-IX.
           PERFORM UNTIL IV-IX > IV-ROW-CTR OR IV-FOUND
               IF IVR-SUPP-NO (IV-IX) = AP-SUPP-NO
                       AND IVR-INV-NO (IV-IX) = AP-INV-NO
                   MOVE 'Y' TO IV-FOUND-SW
               ELSE
                   ADD 1 TO IV-IX
               END-IF
           END-PERFORM.
           IF NOT IV-FOUND AND IV-ROW-CTR < 500
               ADD 1 TO IV-ROW-CTR
               MOVE IV-ROW-CTR TO IV-IX
               MOVE AP-SUPP-NO TO IVR-SUPP-NO (IV-IX)
               MOVE AP-INV-NO TO IVR-INV-NO (IV-IX)
               MOVE AP-DUE-DATE TO IVR-DUE-DATE (IV-IX)
               MOVE 0 TO IVR-OWED (IV-IX)
               MOVE 0 TO IVR-PAID (IV-IX)
               MOVE 'Y' TO IV-FOUND-SW
           END-IF.
           IF IV-FOUND
               IF AP-TYPE = 'I'
                   ADD AP-AMOUNT TO IVR-OWED (IV-IX)
                   MOVE AP-DUE-DATE TO IVR-DUE-DATE (IV-IX)
               ELSE
                   ADD AP-AMOUNT TO IVR-PAID (IV-IX)
               END-IF
           END-IF.

       4000-PRINT-THE-FORECAST.
           MOVE OPENING-BAL TO RUN-BAL.
           MOVE OPENING-BAL TO LOW-BAL.
           MOVE BUSINESS-DATE TO LOW-DATE.
           MOVE 0 TO SHORT-CTR.
           DISPLAY "----------------------------------------"
               "--------------------------------------".
           MOVE OPENING-BAL TO AMTDP.
           DISPLAY "OPENING BANK BALANCE " BUSINESS-DATE "  " AMTDP.
           MOVE MINIMUM-BAL TO AMTDP.
           DISPLAY "MINIMUM TO KEEP               " AMTDP.
           DISPLAY "DATE     DAY  TAKINGS  COLLECT  PAYROLL    REMIT"
               "       AP     BALANCE".
           PERFORM VARYING DY-IX FROM 1 BY 1
                   UNTIL DY-IX > FCST-DAYS
               COMPUTE RUN-BAL = RUN-BAL + DYR-TAKINGS (DY-IX)
                   + DYR-COLLECT (DY-IX) - DYR-PAYROLL (DY-IX)
                   - DYR-REMIT (DY-IX) - DYR-AP (DY-IX)
               MOVE RUN-BAL TO DYR-BALANCE (DY-IX)
               IF RUN-BAL < LOW-BAL
                   MOVE RUN-BAL TO LOW-BAL
                   MOVE DYR-DATE (DY-IX) TO LOW-DATE
               END-IF
               IF RUN-BAL < MINIMUM-BAL
                   MOVE "**SHORT**" TO FLAG-TXT
                   ADD 1 TO SHORT-CTR
               ELSE
                   MOVE SPACES TO FLAG-TXT
               END-IF
               MOVE DYR-WEEKDAY (DY-IX) TO WD-IX
               MOVE DYR-TAKINGS (DY-IX) TO FLOWDP
               MOVE DYR-COLLECT (DY-IX) TO FLOWDP2
               MOVE DYR-PAYROLL (DY-IX) TO FLOWDP3
               MOVE DYR-REMIT (DY-IX) TO FLOWDP4
               MOVE DYR-AP (DY-IX) TO FLOWDP5
               MOVE RUN-BAL TO BALDP
               DISPLAY DYR-DATE (DY-IX) " " WD-NAME (WD-IX) " "
                   FLOWDP " " FLOWDP2 " " FLOWDP3 " " FLOWDP4 " "
                   FLOWDP5 " " BALDP " " FLAG-TXT
           END-PERFORM.
           DISPLAY "----------------------------------------"
               "--------------------------------------".
           MOVE LOW-BAL TO AMTDP.
           DISPLAY "LOWEST PROJECTED BALANCE " LOW-DATE "  " AMTDP.
           IF SHORT-CTR > 0
               DISPLAY "*** " SHORT-CTR " DAY(S) BELOW THE MINIMUM "
                   "BALANCE ***"
           ELSE
               DISPLAY "THE BALANCE STAYS ABOVE THE MINIMUM ALL "
                   "30 DAYS."
           END-IF.

       9999-EXIT.
           STOP RUN.
       END PROGRAM CASHFCST.
