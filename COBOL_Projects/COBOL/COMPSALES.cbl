      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Comparable-sales report -- for a range of business
      *          dates (up to 92 days), each day is set against the
      *          same weekday 52 weeks (364 days) earlier, and a day
      *          on HOLIDAYS.DAT against the same holiday (same
      *          description) last year instead, so a Saturday meets
      *          a Saturday and Holy Week meets Holy Week. Both years
      *          come off the PERIODCLOSE ORDERS archives (found
      *          through the PERIODS.DAT close dates) and the open
      *          period's ORDERS.DAT; a voided sale is left out
      *          altogether, the void with it. Per day, per IT-DEPT
      *          department (off ORDLINES.DAT and the ITEMPRICE
      *          catalog -- flagged incomplete when a RETRULES.DAT
      *          rule keeps ORDLINES under 13 months, because RETAIN
      *          has then swept last year's lines off it) and for
      *          the whole range it shows the transaction count,
      *          sales net of voids and the average ticket for
      *          both years with the percent change. The branch and
      *          company-wide lines come off CONSOL's proven
      *          CONSOLSUM.DAT rows for the periods ending in the
      *          range against those ending in last year's matching
      *          range. Spooled to COMPSALES_<to date>.SPL as well
      *          as shown.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPSALES.
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
          SELECT OPTIONAL SHOPCONF-FILE
          ASSIGN TO "C:\Users\ADMIN\SHOPCONF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS SHOPCONF-STATUS.
          SELECT OPTIONAL HOLIDAY-FILE
          ASSIGN TO "C:\Users\ADMIN\HOLIDAYS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS HOLIDAY-STATUS.
          SELECT OPTIONAL PERIOD-FILE
          ASSIGN TO "C:\Users\ADMIN\PERIODS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS PERIOD-STATUS.
          SELECT OPTIONAL ORD-ARCH-FILE
          ASSIGN TO ORD-ARCH-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORD-ARCH-STATUS.
          SELECT OPTIONAL ORDLINE-FILE
          ASSIGN TO "C:\Users\ADMIN\ORDLINES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDLINE-STATUS.
          SELECT OPTIONAL RETRULES-FILE
          ASSIGN TO "C:\Users\ADMIN\RETRULES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS RETRULES-STATUS.
          SELECT OPTIONAL ITEM-FILE
          ASSIGN TO "C:\Users\ADMIN\ITEMPRICE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IT-CODE
          FILE STATUS IS ITEM-STATUS.
          SELECT OPTIONAL DEPT-FILE
          ASSIGN TO "C:\Users\ADMIN\DEPTS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DEPT-STATUS.
          SELECT OPTIONAL CONSOLSUM-FILE
          ASSIGN TO "C:\Users\ADMIN\CONSOLSUM.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS CONSOLSUM-STATUS.
          SELECT SPOOL-FILE
          ASSIGN TO SPOOL-NAME
          ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BUSDATE-REC.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE PIC 9(8).
       FD  SHOPCONF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SHOPCONF-REC.
           COPY "SHOPCONF.CPY".
       FD  HOLIDAY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOLIDAY-REC.
           COPY "HOLIDAYS.CPY".
       FD  PERIOD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PERIOD-REC.
           COPY "PERIODS.CPY".
      *    AN ARCHIVED ORDERS LINE -- OR THE LIVE ORDERS.DAT, WHICH
      *    IS THE SAME LAYOUT.
       FD  ORD-ARCH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORD-ARCH-REC.
       01  ORD-ARCH-REC.
           COPY "ORDROW.CPY".
       FD  ORDLINE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDLINE-REC.
           COPY "ORDLINE.CPY".
      *    SAME LAYOUT RETAIN READS -- SHORT NAME, MONTHS TO KEEP,
      *    'A' ARCHIVE OR 'D' DELETE.
       FD  RETRULES-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RETRULES-REC.
       01  RETRULES-REC.
           05  RT-FILE PIC X(12).
           05  RT-KEEP-MONTHS PIC 9(2).
           05  RT-ACTION PIC X(1).
       FD  ITEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ITEM-REC.
           COPY "ITEMPRICE.CPY".
       FD  DEPT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DEPT-REC.
           COPY "DEPTS.CPY".
       FD  CONSOLSUM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CONSOLSUM-REC.
           COPY "CONSOLSUM.CPY".
       FD  SPOOL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SPOOL-LINE.
       01  SPOOL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  BUSDATE-STATUS PIC XX.
       01  SHOPCONF-STATUS PIC XX.
       01  HOLIDAY-STATUS PIC XX.
       01  PERIOD-STATUS PIC XX.
       01  ORD-ARCH-STATUS PIC XX.
       01  ORDLINE-STATUS PIC XX.
       01  RETRULES-STATUS PIC XX.
       01  ITEM-STATUS PIC XX.
       01  DEPT-STATUS PIC XX.
       01  CONSOLSUM-STATUS PIC XX.
       01  HOLIDAY-EOF PIC X VALUE 'N'.
           88 HOLIDAY-END VALUE 'Y'.
       01  PERIOD-EOF PIC X VALUE 'N'.
           88 PERIOD-END VALUE 'Y'.
       01  ORD-ARCH-EOF PIC X VALUE 'N'.
           88 ORD-ARCH-END VALUE 'Y'.
       01  ORDLINE-EOF PIC X VALUE 'N'.
           88 ORDLINE-END VALUE 'Y'.
       01  RETRULES-EOF PIC X VALUE 'N'.
           88 RETRULES-END VALUE 'Y'.
      *    SET WHEN RETAIN KEEPS ORDLINES.DAT SHORTER THAN LAST
      *    YEAR'S RANGE NEEDS -- THE DEPARTMENT FIGURES ARE FLAGGED.
       01  ORDLINE-SWEPT-SW PIC X VALUE 'N'.
           88 ORDLINE-SWEPT VALUE 'Y'.
       01  ORDLINE-KEEP PIC 9(2) VALUE 0.
       01  ITEM-EOF PIC X VALUE 'N'.
           88 ITEM-END VALUE 'Y'.
       01  DEPT-EOF PIC X VALUE 'N'.
           88 DEPT-END VALUE 'Y'.
       01  CONSOLSUM-EOF PIC X VALUE 'N'.
           88 CONSOLSUM-END VALUE 'Y'.
       01  BUSINESS-DATE PIC 9(8).
       01  FROM-DATE PIC 9(8).
       01  TO-DATE PIC 9(8).
       01  ASK-DATE PIC 9(8).
       01  OUR-BRANCH PIC 9(2) VALUE 0.
       01  ORD-ARCH-NAME PIC X(45).
       01  SPOOL-NAME PIC X(45).
       01  PRT-LINE PIC X(80).
      *    1 GATHERS THE VOIDED ORDER NUMBERS, 2 COUNTS THE SALES.
       01  PASS-NO PIC 9.
      *    THE DAY BEING STEPPED -- SAME DAY ARITHMETIC AS CASHFCST.
       01  STEP-DATE PIC 9(8).
       01  STEP-DATE-R REDEFINES STEP-DATE.
           05  STEP-YYYY PIC 9(4).
           05  STEP-MM PIC 9(2).
           05  STEP-DD PIC 9(2).
       01  STEP-CTR PIC 9(3).
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
      *    THIS YEAR'S DAY AND LAST YEAR'S, STEPPED TOGETHER.
       01  TY-CUR PIC 9(8).
       01  LY-CUR PIC 9(8).
       01  LY-FROM PIC 9(8).
       01  LY-TO PIC 9(8).
       01  LY-YEAR PIC 9(4).
       01  EARLIEST-DATE PIC 9(8).
       01  RANGE-CUT-SW PIC X VALUE 'N'.
           88 RANGE-CUT VALUE 'Y'.
      *    ONE ROW PER BUSINESS DATE IN THE RANGE. DYR-MATCH IS 'W'
      *    THE SAME WEEKDAY, 'H' THE SAME HOLIDAY, 'F' A HOLIDAY
      *    WITH NO NAMESAKE LAST YEAR THAT FELL BACK TO THE WEEKDAY.
       01  DY-ROW-CTR PIC 9(3) VALUE 0.
       01  DY-IX PIC 9(3).
       01  DY-TABLE.
           05  DY-ROW OCCURS 92 TIMES.
               10  DYR-DATE PIC 9(8).
               10  DYR-WEEKDAY PIC 9.
               10  DYR-LY-DATE PIC 9(8).
               10  DYR-LY-WEEKDAY PIC 9.
               10  DYR-MATCH PIC X(1).
               10  DYR-HOL-DESC PIC X(20).
               10  DYR-TY-TXNS PIC 9(5).
               10  DYR-TY-SALES PIC S9(9)V99.
               10  DYR-LY-TXNS PIC 9(5).
               10  DYR-LY-SALES PIC S9(9)V99.
       01  HD-ROW-CTR PIC 9(3) VALUE 0.
       01  HD-IX PIC 9(3).
       01  HD-TABLE.
           05  HD-ROW OCCURS 300 TIMES.
               10  HDR-DATE PIC 9(8).
               10  HDR-DESC PIC X(20).
      *    ORDERS A LATER 'V' ROW REVERSED -- LEFT OUT OF BOTH YEARS.
       01  VD-ROW-CTR PIC 9(4) VALUE 0.
       01  VD-IX PIC 9(4).
       01  VD-FULL-SW PIC X VALUE 'N'.
           88 VD-TABLE-FULL VALUE 'Y'.
       01  VD-TABLE.
           05  VDR-ONUM PIC 9(7) OCCURS 3000 TIMES.
       01  VOIDED-SW PIC X.
           88 VOIDED VALUE 'Y'.
       01  TY-HIT-SW PIC X.
           88 TY-HIT VALUE 'Y'.
       01  LY-HIT-SW PIC X.
           88 LY-HIT VALUE 'Y'.
       01  LOOK-DATE PIC 9(8).
       01  LOOK-ONUM PIC 9(7).
      *    ITEM CODE TO IT-DEPT, OFF THE CATALOG.
       01  CT-ROW-CTR PIC 9(3) VALUE 0.
       01  CT-IX PIC 9(3).
       01  CT-TABLE.
           05  CT-ROW OCCURS 400 TIMES.
               10  CTR-CODE PIC X(5).
               10  CTR-DEPT PIC X(2).
       01  DT-ROW-CTR PIC 99 VALUE 0.
       01  DT-IX PIC 99.
       01  DT-TABLE.
           05  DT-ROW OCCURS 20 TIMES.
               10  DTR-DEPT PIC X(2).
               10  DTR-NAME PIC X(20).
      *    PER DEPARTMENT, BOTH YEARS. AN ORDER'S LINES RUN TOGETHER
      *    ON ORDLINES.DAT, SO A NEW ORDER NUMBER UNDER A DEPARTMENT
      *    IS ONE MORE TRANSACTION FOR IT.
       01  DP-ROW-CTR PIC 99 VALUE 0.
       01  DP-IX PIC 99.
       01  DP-TABLE.
           05  DP-ROW OCCURS 30 TIMES.
               10  DPR-DEPT PIC X(2).
               10  DPR-TY-TXNS PIC 9(7).
               10  DPR-TY-SALES PIC S9(10)V99.
               10  DPR-LY-TXNS PIC 9(7).
               10  DPR-LY-SALES PIC S9(10)V99.
               10  DPR-TY-LAST PIC 9(7).
               10  DPR-LY-LAST PIC 9(7).
       01  HOLD-DP-ROW PIC X(54).
       01  DP-JX PIC 99.
       01  LINE-DEPT PIC X(2).
       01  LINE-AMT PIC S9(7)V99.
      *    CONSOLSUM.DAT, A RE-CONSOLIDATED PERIOD'S LATER ROW
      *    REPLACING THE EARLIER ONE, AND THE BRANCH TOTALS.
       01  CS-ROW-CTR PIC 9(3) VALUE 0.
       01  CS-IX PIC 9(3).
       01  CS-FOUND-SW PIC X.
           88 CS-FOUND VALUE 'Y'.
       01  CS-TABLE.
           05  CS-ROW OCCURS 300 TIMES.
               10  CSR-END-DATE PIC 9(8).
               10  CSR-CLOSE-DATE PIC 9(8).
               10  CSR-BRANCH PIC 9(2).
               10  CSR-SALES PIC 9(9)V99.
       01  BR-ROW-CTR PIC 9 VALUE 0.
       01  BR-IX PIC 9.
       01  BR-TABLE.
           05  BR-ROW OCCURS 9 TIMES.
               10  BRR-CODE PIC 9(2).
               10  BRR-TY-SALES PIC 9(10)V99.
               10  BRR-LY-SALES PIC 9(10)V99.
       01  CO-TY-SALES PIC 9(11)V99.
       01  CO-LY-SALES PIC 9(11)V99.
      *    RANGE TOTALS.
       01  TOT-TY-TXNS PIC 9(7) VALUE 0.
       01  TOT-TY-SALES PIC S9(10)V99 VALUE 0.
       01  TOT-LY-TXNS PIC 9(7) VALUE 0.
       01  TOT-LY-SALES PIC S9(10)V99 VALUE 0.
      *    ONE THREE-LINE COMPARISON BLOCK -- THIS YEAR, LAST YEAR,
      *    AND THE PERCENT CHANGE OF EACH COLUMN.
       01  BLK-LABEL-TY PIC X(24).
       01  BLK-LABEL-LY PIC X(24).
       01  BLK-TY-TXNS PIC 9(7).
       01  BLK-TY-SALES PIC S9(10)V99.
       01  BLK-LY-TXNS PIC 9(7).
       01  BLK-LY-SALES PIC S9(10)V99.
       01  BLK-TY-AVG PIC S9(7)V99.
       01  BLK-LY-AVG PIC S9(7)V99.
       01  PCT-NEW PIC S9(10)V99.
       01  PCT-OLD PIC S9(10)V99.
       01  PCT-VAL PIC S9(6)V9.
       01  PCT-OUT PIC X(9).
       01  TXNDP PIC ZZZ,ZZ9.
       01  SALESDP PIC -ZZZ,ZZZ,ZZ9.99.
       01  AVGDP PIC -ZZZ,ZZ9.99.
       01  PCTDP PIC -ZZZZZ9.9.
       01  BRDP PIC 99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "COMPARABLE SALES - SAME WEEKDAY LAST YEAR".
           PERFORM 0500-LOAD-BUSINESS-DATE.
           MOVE BUSINESS-DATE TO FROM-DATE.
           MOVE "01" TO FROM-DATE (7:2).
           DISPLAY "PERIOD FROM (YYYYMMDD, 0 = " FROM-DATE "): ".
           ACCEPT ASK-DATE.
           IF ASK-DATE NOT = 0
               MOVE ASK-DATE TO FROM-DATE
           END-IF.
           DISPLAY "PERIOD TO (YYYYMMDD, 0 = " BUSINESS-DATE "): ".
           ACCEPT TO-DATE.
           IF TO-DATE = 0
               MOVE BUSINESS-DATE TO TO-DATE
           END-IF.
           OPEN INPUT SHOPCONF-FILE.
           IF SHOPCONF-STATUS = "00"
               READ SHOPCONF-FILE
               END-READ
               MOVE SC-BRANCH-CODE TO OUR-BRANCH
               CLOSE SHOPCONF-FILE
           ELSE
               IF SHOPCONF-STATUS = "05"
                   CLOSE SHOPCONF-FILE
               END-IF
           END-IF.
           PERFORM 0700-LOAD-HOLIDAYS.
           PERFORM 0800-BUILD-THE-DAYS.
           PERFORM 1000-LOAD-CATALOG.
           PERFORM 1100-LOAD-DEPT-NAMES.
           MOVE 1 TO PASS-NO.
           PERFORM 2000-SWEEP-THE-ORDERS.
           MOVE 2 TO PASS-NO.
           PERFORM 2000-SWEEP-THE-ORDERS.
           PERFORM 3050-CHECK-ORDLINES-RULE.
           PERFORM 3000-SUM-THE-DEPARTMENTS.
           PERFORM 3500-SORT-THE-DEPARTMENTS.
           PERFORM 4000-LOAD-CONSOLIDATIONS.
           MOVE SPACES TO SPOOL-NAME.
           STRING "C:\Users\ADMIN\COMPSALES_" DELIMITED BY SIZE
               TO-DATE DELIMITED BY SIZE
               ".SPL" DELIMITED BY SIZE
               INTO SPOOL-NAME.
           OPEN OUTPUT SPOOL-FILE.
           PERFORM 5000-PRINT-THE-DAYS.
           PERFORM 5300-PRINT-THE-DEPARTMENTS.
           PERFORM 5500-PRINT-THE-BRANCHES.
           CLOSE SPOOL-FILE.
           DISPLAY "REPORT SPOOLED TO " SPOOL-NAME.
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

       0610-BACK-ONE-DAY.
           IF STEP-DD > 1
               SUBTRACT 1 FROM STEP-DD
           ELSE
               IF STEP-MM > 1
                   SUBTRACT 1 FROM STEP-MM
               ELSE
                   MOVE 12 TO STEP-MM
                   SUBTRACT 1 FROM STEP-YYYY
               END-IF
               PERFORM 0630-DAYS-IN-MONTH
               MOVE MONTH-DAYS TO STEP-DD
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

       0700-LOAD-HOLIDAYS.
           MOVE 'N' TO HOLIDAY-EOF.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-STATUS = "00"
               READ HOLIDAY-FILE
                   AT END MOVE 'Y' TO HOLIDAY-EOF
               END-READ
               PERFORM UNTIL HOLIDAY-END
                   IF HD-ROW-CTR < 300
                       ADD 1 TO HD-ROW-CTR
                       MOVE HC-DATE TO HDR-DATE (HD-ROW-CTR)
                       MOVE HC-DESC TO HDR-DESC (HD-ROW-CTR)
                   END-IF
                   READ HOLIDAY-FILE
                       AT END MOVE 'Y' TO HOLIDAY-EOF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-FILE
           ELSE
               IF HOLIDAY-STATUS = "05"
                   CLOSE HOLIDAY-FILE
               END-IF
           END-IF.

       0800-BUILD-THE-DAYS.
      *    LAST YEAR'S FIRST DAY IS 364 DAYS -- 52 WEEKS -- BEFORE
      *    THIS YEAR'S, SO IT FALLS ON THE SAME WEEKDAY; FROM THERE
      *    THE TWO STEP FORWARD TOGETHER.
           MOVE FROM-DATE TO STEP-DATE.
           PERFORM 0610-BACK-ONE-DAY
               VARYING STEP-CTR FROM 1 BY 1
               UNTIL STEP-CTR > 364.
           MOVE STEP-DATE TO LY-CUR.
           MOVE LY-CUR TO LY-FROM.
           MOVE LY-CUR TO EARLIEST-DATE.
           MOVE FROM-DATE TO TY-CUR.
           PERFORM UNTIL TY-CUR > TO-DATE OR RANGE-CUT
               IF DY-ROW-CTR NOT < 92
                   MOVE 'Y' TO RANGE-CUT-SW
               ELSE
                   PERFORM 0810-ADD-ONE-DAY-ROW
               END-IF
           END-PERFORM.
           IF RANGE-CUT
               MOVE DYR-DATE (DY-ROW-CTR) TO TO-DATE
               DISPLAY "RANGE CUT TO 92 DAYS - ENDS " TO-DATE
           END-IF.

       0810-ADD-ONE-DAY-ROW.
           ADD 1 TO DY-ROW-CTR.
           MOVE DY-ROW-CTR TO DY-IX.
           MOVE TY-CUR TO DYR-DATE (DY-IX).
           MOVE TY-CUR TO STEP-DATE.
           PERFORM 0640-DAY-OF-WEEK.
           MOVE WEEKDAY-NO TO DYR-WEEKDAY (DY-IX).
           MOVE LY-CUR TO DYR-LY-DATE (DY-IX).
           MOVE LY-CUR TO LY-TO.
           MOVE 'W' TO DYR-MATCH (DY-IX).
           MOVE SPACES TO DYR-HOL-DESC (DY-IX).
           MOVE 0 TO DYR-TY-TXNS (DY-IX).
           MOVE 0 TO DYR-TY-SALES (DY-IX).
           MOVE 0 TO DYR-LY-TXNS (DY-IX).
           MOVE 0 TO DYR-LY-SALES (DY-IX).
           PERFORM 0820-MATCH-THE-HOLIDAY.
           MOVE DYR-LY-DATE (DY-IX) TO STEP-DATE.
           PERFORM 0640-DAY-OF-WEEK.
           MOVE WEEKDAY-NO TO DYR-LY-WEEKDAY (DY-IX).
           IF DYR-LY-DATE (DY-IX) < EARLIEST-DATE
               MOVE DYR-LY-DATE (DY-IX) TO EARLIEST-DATE
           END-IF.
           MOVE TY-CUR TO STEP-DATE.
           PERFORM 0620-ADD-ONE-DAY.
           MOVE STEP-DATE TO TY-CUR.
           MOVE LY-CUR TO STEP-DATE.
           PERFORM 0620-ADD-ONE-DAY.
           MOVE STEP-DATE TO LY-CUR.

       0820-MATCH-THE-HOLIDAY.
      *    A HOLIDAY THIS YEAR IS SET AGAINST THE HOLIDAY OF THE SAME
      *    NAME LAST YEAR, WHATEVER WEEKDAY IT FELL ON.
           PERFORM VARYING HD-IX FROM 1 BY 1
                   UNTIL HD-IX > HD-ROW-CTR
               IF HDR-DATE (HD-IX) = TY-CUR
                   MOVE HDR-DESC (HD-IX) TO DYR-HOL-DESC (DY-IX)
                   MOVE 'F' TO DYR-MATCH (DY-IX)
               END-IF
           END-PERFORM.
           IF DYR-MATCH (DY-IX) = 'F'
               MOVE TY-CUR (1:4) TO LY-YEAR
               SUBTRACT 1 FROM LY-YEAR
               PERFORM VARYING HD-IX FROM 1 BY 1
                       UNTIL HD-IX > HD-ROW-CTR
                   IF HDR-DESC (HD-IX) = DYR-HOL-DESC (DY-IX)
                           AND HDR-DATE (HD-IX) (1:4) = LY-YEAR
                       MOVE HDR-DATE (HD-IX) TO DYR-LY-DATE (DY-IX)
                       MOVE 'H' TO DYR-MATCH (DY-IX)
                   END-IF
               END-PERFORM
           END-IF.

       1000-LOAD-CATALOG.
           OPEN INPUT ITEM-FILE.
           IF ITEM-STATUS = "00" OR ITEM-STATUS = "05"
               READ ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ITEM-EOF
               END-READ
               PERFORM UNTIL ITEM-END
                   IF CT-ROW-CTR < 400
                       ADD 1 TO CT-ROW-CTR
                       MOVE IT-CODE TO CTR-CODE (CT-ROW-CTR)
                       MOVE IT-DEPT TO CTR-DEPT (CT-ROW-CTR)
                   END-IF
                   READ ITEM-FILE NEXT RECORD
                       AT END MOVE 'Y' TO ITEM-EOF
                   END-READ
               END-PERFORM
               CLOSE ITEM-FILE
           END-IF.

       1100-LOAD-DEPT-NAMES.
           MOVE 'N' TO DEPT-EOF.
           OPEN INPUT DEPT-FILE.
           IF DEPT-STATUS = "00"
               READ DEPT-FILE
                   AT END MOVE 'Y' TO DEPT-EOF
               END-READ
               PERFORM UNTIL DEPT-END
                   IF DT-ROW-CTR < 20
                       ADD 1 TO DT-ROW-CTR
                       MOVE DT-DEPT TO DTR-DEPT (DT-ROW-CTR)
                       MOVE DT-NAME TO DTR-NAME (DT-ROW-CTR)
                   END-IF
                   READ DEPT-FILE
                       AT END MOVE 'Y' TO DEPT-EOF
                   END-READ
               END-PERFORM
               CLOSE DEPT-FILE
           ELSE
               IF DEPT-STATUS = "05"
                   CLOSE DEPT-FILE
               END-IF
           END-IF.

       2000-SWEEP-THE-ORDERS.
      *    EVERY CLOSED PERIOD'S ARCHIVE THAT COULD HOLD A DAY OF
      *    EITHER YEAR -- ONE CLOSED BEFORE LAST YEAR'S EARLIEST DAY
      *    CANNOT -- THEN THE OPEN PERIOD'S ORDERS.DAT.
           MOVE 'N' TO PERIOD-EOF.
           OPEN INPUT PERIOD-FILE.
           IF PERIOD-STATUS = "00"
               READ PERIOD-FILE
                   AT END MOVE 'Y' TO PERIOD-EOF
               END-READ
               PERFORM UNTIL PERIOD-END
                   IF PD-STATUS = 'C'
                           AND PD-CLOSE-DATE NOT < EARLIEST-DATE
                       MOVE SPACES TO ORD-ARCH-NAME
                       STRING "C:\Users\ADMIN\ORDERS_"
                           DELIMITED BY SIZE
                           PD-CLOSE-DATE DELIMITED BY SIZE
                           ".DAT" DELIMITED BY SIZE
                           INTO ORD-ARCH-NAME
                       PERFORM 2100-SWEEP-ONE-FILE
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
           MOVE "C:\Users\ADMIN\ORDERS.DAT" TO ORD-ARCH-NAME.
           PERFORM 2100-SWEEP-ONE-FILE.

       2100-SWEEP-ONE-FILE.
           MOVE 'N' TO ORD-ARCH-EOF.
           OPEN INPUT ORD-ARCH-FILE.
           IF ORD-ARCH-STATUS NOT = "00"
               IF PASS-NO = 1
                   DISPLAY "WARNING: ORDERS FILE MISSING ("
                       ORD-ARCH-NAME ")"
               END-IF
               IF ORD-ARCH-STATUS = "05"
                   CLOSE ORD-ARCH-FILE
               END-IF
           ELSE
               READ ORD-ARCH-FILE
                   AT END MOVE 'Y' TO ORD-ARCH-EOF
               END-READ
               PERFORM UNTIL ORD-ARCH-END
                   IF PASS-NO = 1
                       IF OW-TXN-TYPE = 'V'
                           PERFORM 2200-NOTE-THE-VOID
                       END-IF
                   ELSE
                       IF OW-TXN-TYPE NOT = 'V'
                           PERFORM 2300-COUNT-THE-SALE
                       END-IF
                   END-IF
                   READ ORD-ARCH-FILE
                       AT END MOVE 'Y' TO ORD-ARCH-EOF
                   END-READ
               END-PERFORM
               CLOSE ORD-ARCH-FILE
           END-IF.

       2200-NOTE-THE-VOID.
           IF VD-ROW-CTR < 3000
               ADD 1 TO VD-ROW-CTR
               MOVE OW-ORIG-ONUM TO VDR-ONUM (VD-ROW-CTR)
           ELSE
               MOVE 'Y' TO VD-FULL-SW
           END-IF.

       2300-COUNT-THE-SALE.
           MOVE OW-BUSDATE TO LOOK-DATE.
           PERFORM 2400-FIND-THE-DAY.
           IF TY-HIT OR LY-HIT
               MOVE OW-ONUM TO LOOK-ONUM
               PERFORM 2500-CHECK-VOIDED
               IF NOT VOIDED
                   PERFORM VARYING DY-IX FROM 1 BY 1
                           UNTIL DY-IX > DY-ROW-CTR
                       IF DYR-DATE (DY-IX) = LOOK-DATE
                           ADD 1 TO DYR-TY-TXNS (DY-IX)
                           ADD OW-ATOT TO DYR-TY-SALES (DY-IX)
                       END-IF
                       IF DYR-LY-DATE (DY-IX) = LOOK-DATE
                           ADD 1 TO DYR-LY-TXNS (DY-IX)
                           ADD OW-ATOT TO DYR-LY-SALES (DY-IX)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       2400-FIND-THE-DAY.
      *    WHETHER LOOK-DATE IS ONE OF THIS YEAR'S DAYS, ONE OF LAST
      *    YEAR'S, OR NEITHER.
           MOVE 'N' TO TY-HIT-SW.
           MOVE 'N' TO LY-HIT-SW.
           PERFORM VARYING DY-IX FROM 1 BY 1
                   UNTIL DY-IX > DY-ROW-CTR
               IF DYR-DATE (DY-IX) = LOOK-DATE
                   MOVE 'Y' TO TY-HIT-SW
               END-IF
               IF DYR-LY-DATE (DY-IX) = LOOK-DATE
                   MOVE 'Y' TO LY-HIT-SW
               END-IF
           END-PERFORM.

       2500-CHECK-VOIDED.
           MOVE 'N' TO VOIDED-SW.
           PERFORM VARYING VD-IX FROM 1 BY 1
                   UNTIL VD-IX > VD-ROW-CTR OR VOIDED
               IF VDR-ONUM (VD-IX) = LOOK-ONUM
                   MOVE 'Y' TO VOIDED-SW
               END-IF
           END-PERFORM.

       3000-SUM-THE-DEPARTMENTS.
      *    PERIODCLOSE NEVER ARCHIVES ORDLINES.DAT, BUT RETAIN MAY
      *    SWEEP IT UNDER A RETRULES.DAT RULE INTO DATED RET_ORDLINES
      *    HISTORY FILES -- ONLY THE LIVE FILE IS READ HERE, EACH LINE
      *    UNDER ITS ORDER'S BUSINESS DATE, AND 3050 FLAGS A KEEP
      *    WINDOW TOO SHORT FOR LAST YEAR.
           MOVE 'N' TO ORDLINE-EOF.
           OPEN INPUT ORDLINE-FILE.
           IF ORDLINE-STATUS = "00"
               READ ORDLINE-FILE
                   AT END MOVE 'Y' TO ORDLINE-EOF
               END-READ
               PERFORM UNTIL ORDLINE-END
                   MOVE OL-BUSDATE TO LOOK-DATE
                   PERFORM 2400-FIND-THE-DAY
                   IF TY-HIT OR LY-HIT
                       MOVE OL-ONUM TO LOOK-ONUM
                       PERFORM 2500-CHECK-VOIDED
                       IF NOT VOIDED
                           PERFORM 3100-ADD-ONE-LINE
                       END-IF
                   END-IF
                   READ ORDLINE-FILE
                       AT END MOVE 'Y' TO ORDLINE-EOF
                   END-READ
               END-PERFORM
               CLOSE ORDLINE-FILE
           ELSE
               IF ORDLINE-STATUS = "05"
                   CLOSE ORDLINE-FILE
               END-IF
           END-IF.

       3050-CHECK-ORDLINES-RULE.
      *    LAST YEAR'S DAYS LIE UP TO 13 MONTHS BACK -- A RULE
      *    KEEPING ORDLINES ANY SHORTER (ARCHIVE OR DELETE ALIKE)
      *    HAS TAKEN THEM OFF THE LIVE FILE.
           MOVE 'N' TO ORDLINE-SWEPT-SW.
           MOVE 'N' TO RETRULES-EOF.
           OPEN INPUT RETRULES-FILE.
           IF RETRULES-STATUS = "00"
               READ RETRULES-FILE
                   AT END MOVE 'Y' TO RETRULES-EOF
               END-READ
               PERFORM UNTIL RETRULES-END
                   IF RT-FILE = "ORDLINES"
                           AND RT-KEEP-MONTHS IS NUMERIC
                           AND RT-KEEP-MONTHS < 13
                       MOVE 'Y' TO ORDLINE-SWEPT-SW
                       MOVE RT-KEEP-MONTHS TO ORDLINE-KEEP
                   END-IF
                   READ RETRULES-FILE
                       AT END MOVE 'Y' TO RETRULES-EOF
                   END-READ
               END-PERFORM
               CLOSE RETRULES-FILE
           ELSE
               IF RETRULES-STATUS = "05"
                   CLOSE RETRULES-FILE
               END-IF
           END-IF.

       3100-ADD-ONE-LINE.
           MOVE "??" TO LINE-DEPT.
           PERFORM VARYING CT-IX FROM 1 BY 1
                   UNTIL CT-IX > CT-ROW-CTR
               IF CTR-CODE (CT-IX) = OL-ITEM-CODE
                   MOVE CTR-DEPT (CT-IX) TO LINE-DEPT
               END-IF
           END-PERFORM.
           MOVE 0 TO DP-JX.
           PERFORM VARYING DP-IX FROM 1 BY 1
                   UNTIL DP-IX > DP-ROW-CTR
               IF DPR-DEPT (DP-IX) = LINE-DEPT
                   MOVE DP-IX TO DP-JX
               END-IF
           END-PERFORM.
           IF DP-JX = 0 AND DP-ROW-CTR < 30
               ADD 1 TO DP-ROW-CTR
               MOVE DP-ROW-CTR TO DP-JX
               MOVE LINE-DEPT TO DPR-DEPT (DP-JX)
               MOVE 0 TO DPR-TY-TXNS (DP-JX)
               MOVE 0 TO DPR-TY-SALES (DP-JX)
               MOVE 0 TO DPR-LY-TXNS (DP-JX)
               MOVE 0 TO DPR-LY-SALES (DP-JX)
               MOVE 0 TO DPR-TY-LAST (DP-JX)
               MOVE 0 TO DPR-LY-LAST (DP-JX)
           END-IF.
           IF DP-JX > 0
               COMPUTE LINE-AMT = OL-QTY * OL-UNIT-PRICE
               IF TY-HIT
                   ADD LINE-AMT TO DPR-TY-SALES (DP-JX)
                   IF OL-ONUM NOT = DPR-TY-LAST (DP-JX)
                       ADD 1 TO DPR-TY-TXNS (DP-JX)
                       MOVE OL-ONUM TO DPR-TY-LAST (DP-JX)
                   END-IF
               END-IF
               IF LY-HIT
                   ADD LINE-AMT TO DPR-LY-SALES (DP-JX)
                   IF OL-ONUM NOT = DPR-LY-LAST (DP-JX)
                       ADD 1 TO DPR-LY-TXNS (DP-JX)
                       MOVE OL-ONUM TO DPR-LY-LAST (DP-JX)
                   END-IF
               END-IF
           END-IF.

       3500-SORT-THE-DEPARTMENTS.
      *    DEPARTMENT CODE ORDER -- THE SAME THREE-MOVE SWAP AS
      *    SWAPPEDVAL.
           PERFORM VARYING DP-IX FROM 1 BY 1
                   UNTIL DP-IX >= DP-ROW-CTR
               PERFORM VARYING DP-JX FROM 1 BY 1
                       UNTIL DP-JX > DP-ROW-CTR - DP-IX
                   IF DPR-DEPT (DP-JX) > DPR-DEPT (DP-JX + 1)
                       MOVE DP-ROW (DP-JX) TO HOLD-DP-ROW
                       MOVE DP-ROW (DP-JX + 1) TO DP-ROW (DP-JX)
                       MOVE HOLD-DP-ROW TO DP-ROW (DP-JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       4000-LOAD-CONSOLIDATIONS.
           MOVE 'N' TO CONSOLSUM-EOF.
           OPEN INPUT CONSOLSUM-FILE.
           IF CONSOLSUM-STATUS = "00"
               READ CONSOLSUM-FILE
                   AT END MOVE 'Y' TO CONSOLSUM-EOF
               END-READ
               PERFORM UNTIL CONSOLSUM-END
                   PERFORM 4100-KEEP-ONE-CONSOLIDATION
                   READ CONSOLSUM-FILE
                       AT END MOVE 'Y' TO CONSOLSUM-EOF
                   END-READ
               END-PERFORM
               CLOSE CONSOLSUM-FILE
           ELSE
               IF CONSOLSUM-STATUS = "05"
                   CLOSE CONSOLSUM-FILE
               END-IF
           END-IF.
           PERFORM VARYING CS-IX FROM 1 BY 1
                   UNTIL CS-IX > CS-ROW-CTR
               IF (CSR-END-DATE (CS-IX) NOT < FROM-DATE
                       AND CSR-END-DATE (CS-IX) NOT > TO-DATE)
                   OR (CSR-END-DATE (CS-IX) NOT < LY-FROM
                       AND CSR-END-DATE (CS-IX) NOT > LY-TO)
                   PERFORM 4200-ADD-TO-BRANCH
               END-IF
           END-PERFORM.

       4100-KEEP-ONE-CONSOLIDATION.
      *    A PERIOD CONSOLIDATED AGAIN -- THE LATER ROW STANDS.
           MOVE 'N' TO CS-FOUND-SW.
           PERFORM VARYING CS-IX FROM 1 BY 1
                   UNTIL CS-IX > CS-ROW-CTR OR CS-FOUND
               IF CSR-CLOSE-DATE (CS-IX) = CS-CLOSE-DATE
                       AND CSR-BRANCH (CS-IX) = CS-BRANCH
                   MOVE 'Y' TO CS-FOUND-SW
                   MOVE CS-END-DATE TO CSR-END-DATE (CS-IX)
                   MOVE CS-SALES TO CSR-SALES (CS-IX)
               END-IF
           END-PERFORM.
           IF NOT CS-FOUND AND CS-ROW-CTR < 300
               ADD 1 TO CS-ROW-CTR
               MOVE CS-END-DATE TO CSR-END-DATE (CS-ROW-CTR)
               MOVE CS-CLOSE-DATE TO CSR-CLOSE-DATE (CS-ROW-CTR)
               MOVE CS-BRANCH TO CSR-BRANCH (CS-ROW-CTR)
               MOVE CS-SALES TO CSR-SALES (CS-ROW-CTR)
           END-IF.

       4200-ADD-TO-BRANCH.
           MOVE 0 TO BR-IX.
           PERFORM VARYING DP-IX FROM 1 BY 1
                   UNTIL DP-IX > BR-ROW-CTR
               IF BRR-CODE (DP-IX) = CSR-BRANCH (CS-IX)
                   MOVE DP-IX TO BR-IX
               END-IF
           END-PERFORM.
           IF BR-IX = 0 AND BR-ROW-CTR < 9
               ADD 1 TO BR-ROW-CTR
               MOVE BR-ROW-CTR TO BR-IX
               MOVE CSR-BRANCH (CS-IX) TO BRR-CODE (BR-IX)
               MOVE 0 TO BRR-TY-SALES (BR-IX)
               MOVE 0 TO BRR-LY-SALES (BR-IX)
           END-IF.
           IF BR-IX > 0
               IF CSR-END-DATE (CS-IX) NOT < FROM-DATE
                   ADD CSR-SALES (CS-IX) TO BRR-TY-SALES (BR-IX)
               ELSE
                   ADD CSR-SALES (CS-IX) TO BRR-LY-SALES (BR-IX)
               END-IF
           END-IF.

       5000-PRINT-THE-DAYS.
           MOVE ALL '=' TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING "COMPARABLE SALES " DELIMITED BY SIZE
               FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               TO-DATE DELIMITED BY SIZE
               " VS " DELIMITED BY SIZE
               LY-FROM DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               LY-TO DELIMITED BY SIZE
               INTO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE ALL '=' TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           PERFORM 5100-PRINT-COLUMN-HEADS.
           PERFORM 5200-PRINT-ONE-DAY
               VARYING DY-IX FROM 1 BY 1
               UNTIL DY-IX > DY-ROW-CTR.
           MOVE ALL '-' TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE "RANGE TOTAL" TO BLK-LABEL-TY.
           MOVE "  LAST YEAR" TO BLK-LABEL-LY.
           MOVE TOT-TY-TXNS TO BLK-TY-TXNS.
           MOVE TOT-TY-SALES TO BLK-TY-SALES.
           MOVE TOT-LY-TXNS TO BLK-LY-TXNS.
           MOVE TOT-LY-SALES TO BLK-LY-SALES.
           PERFORM 7000-PRINT-COMP-BLOCK.
           MOVE SPACES TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE "  LY * SAME HOLIDAY LAST YEAR  ! HOLIDAY WITH NO "
               TO PRT-LINE.
           MOVE "NAMESAKE LAST YEAR" TO PRT-LINE (51:18).
           PERFORM 8000-PRINT-LINE.
           IF VD-TABLE-FULL
               MOVE "*** VOID TABLE FULL - SOME VOIDED SALES MAY BE "
                   TO PRT-LINE
               MOVE "COUNTED ***" TO PRT-LINE (48:11)
               PERFORM 8000-PRINT-LINE
           END-IF.

       5100-PRINT-COLUMN-HEADS.
           MOVE SPACES TO PRT-LINE.
           MOVE "TXNS" TO PRT-LINE (32:4).
           MOVE "SALES" TO PRT-LINE (48:5).
           MOVE "AVG TICKET" TO PRT-LINE (56:10).
           PERFORM 8000-PRINT-LINE.

       5200-PRINT-ONE-DAY.
           ADD DYR-TY-TXNS (DY-IX) TO TOT-TY-TXNS.
           ADD DYR-TY-SALES (DY-IX) TO TOT-TY-SALES.
           ADD DYR-LY-TXNS (DY-IX) TO TOT-LY-TXNS.
           ADD DYR-LY-SALES (DY-IX) TO TOT-LY-SALES.
           MOVE SPACES TO BLK-LABEL-TY.
           MOVE DYR-DATE (DY-IX) TO BLK-LABEL-TY (1:8).
           MOVE WD-NAME (DYR-WEEKDAY (DY-IX)) TO BLK-LABEL-TY (10:3).
           MOVE DYR-HOL-DESC (DY-IX) TO BLK-LABEL-TY (14:11).
           MOVE SPACES TO BLK-LABEL-LY.
           MOVE "  LY" TO BLK-LABEL-LY (1:4).
           MOVE DYR-LY-DATE (DY-IX) TO BLK-LABEL-LY (6:8).
           MOVE WD-NAME (DYR-LY-WEEKDAY (DY-IX))
               TO BLK-LABEL-LY (15:3).
           IF DYR-MATCH (DY-IX) = 'H'
               MOVE "*" TO BLK-LABEL-LY (19:1)
           END-IF.
           IF DYR-MATCH (DY-IX) = 'F'
               MOVE "!" TO BLK-LABEL-LY (19:1)
           END-IF.
           MOVE DYR-TY-TXNS (DY-IX) TO BLK-TY-TXNS.
           MOVE DYR-TY-SALES (DY-IX) TO BLK-TY-SALES.
           MOVE DYR-LY-TXNS (DY-IX) TO BLK-LY-TXNS.
           MOVE DYR-LY-SALES (DY-IX) TO BLK-LY-SALES.
           PERFORM 7000-PRINT-COMP-BLOCK.

       5300-PRINT-THE-DEPARTMENTS.
      *    THE LINES CARRY THE MENU PRICE -- A DEPARTMENT'S SALES
      *    ARE BEFORE ANY ORDER-LEVEL DISCOUNT, AND ONE ORDER COUNTS
      *    ONCE UNDER EVERY DEPARTMENT IT BOUGHT FROM.
           MOVE SPACES TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE ALL '=' TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE "BY DEPARTMENT (ORDER LINES AT MENU PRICE)"
               TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE ALL '=' TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           IF ORDLINE-SWEPT
               MOVE SPACES TO PRT-LINE
               STRING "*** RETRULES KEEPS ORDLINES " DELIMITED BY SIZE
                   ORDLINE-KEEP DELIMITED BY SIZE
                   " MONTHS - LAST-YEAR DEPARTMENT FIGURES ARE "
                       DELIMITED BY SIZE
                   INTO PRT-LINE
               PERFORM 8000-PRINT-LINE
               MOVE "    INCOMPLETE (SWEPT TO RET_ORDLINES HISTORY) ***"
                   TO PRT-LINE
               PERFORM 8000-PRINT-LINE
           END-IF.
           PERFORM 5100-PRINT-COLUMN-HEADS.
           PERFORM VARYING DP-IX FROM 1 BY 1
                   UNTIL DP-IX > DP-ROW-CTR
               MOVE SPACES TO BLK-LABEL-TY
               MOVE DPR-DEPT (DP-IX) TO BLK-LABEL-TY (1:2)
               MOVE "(NOT ON FILE)" TO BLK-LABEL-TY (4:13)
               PERFORM VARYING DT-IX FROM 1 BY 1
                       UNTIL DT-IX > DT-ROW-CTR
                   IF DTR-DEPT (DT-IX) = DPR-DEPT (DP-IX)
                       MOVE DTR-NAME (DT-IX) TO BLK-LABEL-TY (4:20)
                   END-IF
               END-PERFORM
               MOVE "  LAST YEAR" TO BLK-LABEL-LY
               MOVE DPR-TY-TXNS (DP-IX) TO BLK-TY-TXNS
               MOVE DPR-TY-SALES (DP-IX) TO BLK-TY-SALES
               MOVE DPR-LY-TXNS (DP-IX) TO BLK-LY-TXNS
               MOVE DPR-LY-SALES (DP-IX) TO BLK-LY-SALES
               PERFORM 7000-PRINT-COMP-BLOCK
           END-PERFORM.

       5500-PRINT-THE-BRANCHES.
      *    CONSOLSUM.DAT HOLDS PERIOD SALES ONLY, PROVEN BY CONSOL --
      *    A PERIOD COUNTS IN THE YEAR ITS END DATE FALLS IN.
           MOVE SPACES TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE ALL '=' TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           MOVE "BRANCH AND COMPANY (CONSOLIDATED PERIODS ENDING IN "
               TO PRT-LINE.
           MOVE "THE RANGE)" TO PRT-LINE (52:10).
           PERFORM 8000-PRINT-LINE.
           MOVE ALL '=' TO PRT-LINE.
           PERFORM 8000-PRINT-LINE.
           IF BR-ROW-CTR = 0
               MOVE "NO CONSOLIDATED PERIOD ENDS IN EITHER RANGE."
                   TO PRT-LINE
               PERFORM 8000-PRINT-LINE
           ELSE
               MOVE SPACES TO PRT-LINE
               MOVE "THIS YEAR" TO PRT-LINE (27:9)
               MOVE "LAST YEAR" TO PRT-LINE (44:9)
               MOVE "CHANGE" TO PRT-LINE (58:6)
               PERFORM 8000-PRINT-LINE
               MOVE 0 TO CO-TY-SALES
               MOVE 0 TO CO-LY-SALES
               PERFORM VARYING BR-IX FROM 1 BY 1
                       UNTIL BR-IX > BR-ROW-CTR
                   ADD BRR-TY-SALES (BR-IX) TO CO-TY-SALES
                   ADD BRR-LY-SALES (BR-IX) TO CO-LY-SALES
                   MOVE SPACES TO PRT-LINE
                   MOVE BRR-CODE (BR-IX) TO BRDP
                   STRING "BRANCH " DELIMITED BY SIZE
                       BRDP DELIMITED BY SIZE
                       INTO PRT-LINE
                   IF BRR-CODE (BR-IX) = OUR-BRANCH
                       MOVE "(THIS BRANCH)" TO PRT-LINE (11:13)
                   END-IF
                   MOVE BRR-TY-SALES (BR-IX) TO PCT-NEW
                   MOVE BRR-LY-SALES (BR-IX) TO PCT-OLD
                   PERFORM 5600-PRINT-BRANCH-FIGURES
               END-PERFORM
               MOVE SPACES TO PRT-LINE
               MOVE "COMPANY" TO PRT-LINE
               MOVE CO-TY-SALES TO PCT-NEW
               MOVE CO-LY-SALES TO PCT-OLD
               PERFORM 5600-PRINT-BRANCH-FIGURES
           END-IF.

       5600-PRINT-BRANCH-FIGURES.
           MOVE PCT-NEW TO SALESDP.
           MOVE SALESDP TO PRT-LINE (21:15).
           MOVE PCT-OLD TO SALESDP.
           MOVE SALESDP TO PRT-LINE (38:15).
           PERFORM 7100-PERCENT-CHANGE.
           MOVE PCT-OUT TO PRT-LINE (55:9).
           PERFORM 8000-PRINT-LINE.

       7000-PRINT-COMP-BLOCK.
           MOVE 0 TO BLK-TY-AVG.
           MOVE 0 TO BLK-LY-AVG.
           IF BLK-TY-TXNS > 0
               COMPUTE BLK-TY-AVG ROUNDED = BLK-TY-SALES / BLK-TY-TXNS
           END-IF.
           IF BLK-LY-TXNS > 0
               COMPUTE BLK-LY-AVG ROUNDED = BLK-LY-SALES / BLK-LY-TXNS
           END-IF.
           MOVE SPACES TO PRT-LINE.
           MOVE BLK-LABEL-TY TO PRT-LINE (1:24).
           MOVE "TY" TO PRT-LINE (26:2).
           MOVE BLK-TY-TXNS TO TXNDP.
           MOVE TXNDP TO PRT-LINE (29:7).
           MOVE BLK-TY-SALES TO SALESDP.
           MOVE SALESDP TO PRT-LINE (38:15).
           MOVE BLK-TY-AVG TO AVGDP.
           MOVE AVGDP TO PRT-LINE (55:11).
           PERFORM 8000-PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           MOVE BLK-LABEL-LY TO PRT-LINE (1:24).
           MOVE "LY" TO PRT-LINE (26:2).
           MOVE BLK-LY-TXNS TO TXNDP.
           MOVE TXNDP TO PRT-LINE (29:7).
           MOVE BLK-LY-SALES TO SALESDP.
           MOVE SALESDP TO PRT-LINE (38:15).
           MOVE BLK-LY-AVG TO AVGDP.
           MOVE AVGDP TO PRT-LINE (55:11).
           PERFORM 8000-PRINT-LINE.
           MOVE SPACES TO PRT-LINE.
           MOVE "%" TO PRT-LINE (26:1).
           MOVE BLK-TY-TXNS TO PCT-NEW.
           MOVE BLK-LY-TXNS TO PCT-OLD.
           PERFORM 7100-PERCENT-CHANGE.
           MOVE PCT-OUT TO PRT-LINE (27:9).
           MOVE BLK-TY-SALES TO PCT-NEW.
           MOVE BLK-LY-SALES TO PCT-OLD.
           PERFORM 7100-PERCENT-CHANGE.
           MOVE PCT-OUT TO PRT-LINE (44:9).
           MOVE BLK-TY-AVG TO PCT-NEW.
           MOVE BLK-LY-AVG TO PCT-OLD.
           PERFORM 7100-PERCENT-CHANGE.
           MOVE PCT-OUT TO PRT-LINE (57:9).
           PERFORM 8000-PRINT-LINE.

       7100-PERCENT-CHANGE.
      *    NOTHING LAST YEAR TO MEASURE AGAINST -- NO PERCENTAGE.
           IF PCT-OLD NOT > 0
               MOVE "      N/A" TO PCT-OUT
           ELSE
               COMPUTE PCT-VAL ROUNDED =
                   (PCT-NEW - PCT-OLD) * 100 / PCT-OLD
                   ON SIZE ERROR
                       MOVE 999999.9 TO PCT-VAL
               END-COMPUTE
               MOVE PCT-VAL TO PCTDP
               MOVE PCTDP TO PCT-OUT
           END-IF.

       8000-PRINT-LINE.
           WRITE SPOOL-LINE FROM PRT-LINE.
           DISPLAY PRT-LINE.

       9999-EXIT.
           STOP RUN.
       END PROGRAM COMPSALES.
