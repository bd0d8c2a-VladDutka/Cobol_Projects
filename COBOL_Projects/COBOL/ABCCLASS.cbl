      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: ABC classification and the rolling cycle-count
      *          schedule. Every active catalog item is valued on
      *          the last quarter's (13 weeks') sales off ORDLINES.DAT
      *          at its IT-COST -- combos exploded into their
      *          COMBODEF components the way the shelf is drawn down,
      *          voided sales left out -- and ranked: the items
      *          carrying the first 80 percent of the value are 'A',
      *          the next 15 percent 'B', the rest 'C'. The class goes
      *          onto the item (IT-ABC-CLASS) and the next quarter's
      *          counts are scheduled onto CYCLECNT.DAT from the day
      *          after the schedule last ran out: A items once a
      *          week, B once a month, C once a quarter, each class
      *          spread evenly over the working days (not Sundays,
      *          not HOLIDAYS.DAT dates). STOCKCNT works from the
      *          day's list; CNTACCY reports how accurate the counts
      *          were.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCLASS.
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
          SELECT OPTIONAL ORDERS-FILE
          ASSIGN TO "C:\Users\ADMIN\ORDERS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDERS-STATUS.
          SELECT OPTIONAL ORDLINE-FILE
          ASSIGN TO "C:\Users\ADMIN\ORDLINES.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDLINE-STATUS.
          SELECT OPTIONAL COMBODEF-FILE
          ASSIGN TO "C:\Users\ADMIN\COMBODEF.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS COMBODEF-STATUS.
          SELECT OPTIONAL HOLIDAY-FILE
          ASSIGN TO "C:\Users\ADMIN\HOLIDAYS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS HOLIDAY-STATUS.
          SELECT OPTIONAL ITEM-FILE
          ASSIGN TO "C:\Users\ADMIN\ITEMPRICE.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS IT-CODE
          FILE STATUS IS ITEM-STATUS.
          SELECT OPTIONAL CYCLE-FILE
          ASSIGN TO "C:\Users\ADMIN\CYCLECNT.DAT"
          ORGANIZATION IS INDEXED
          ACCESS MODE IS DYNAMIC
          RECORD KEY IS CY-KEY
          FILE STATUS IS CYCLE-STATUS.
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
       FD  ORDLINE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDLINE-REC.
           COPY "ORDLINE.CPY".
       FD  COMBODEF-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS COMBODEF-REC.
           COPY "COMBODEF.CPY".
       FD  HOLIDAY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HOLIDAY-REC.
           COPY "HOLIDAYS.CPY".
       FD  ITEM-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ITEM-REC.
           COPY "ITEMPRICE.CPY".
       FD  CYCLE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CYCLECNT-REC.
           COPY "CYCLECNT.CPY".

       WORKING-STORAGE SECTION.
       01  BUSDATE-STATUS PIC XX.
       01  ORDERS-STATUS PIC XX.
       01  ORDLINE-STATUS PIC XX.
       01  COMBODEF-STATUS PIC XX.
       01  HOLIDAY-STATUS PIC XX.
       01  ITEM-STATUS PIC XX.
       01  CYCLE-STATUS PIC XX.
       01  ORDERS-EOF PIC X VALUE 'N'.
           88 ORDERS-END VALUE 'Y'.
       01  ORDLINE-EOF PIC X VALUE 'N'.
           88 ORDLINE-END VALUE 'Y'.
       01  COMBODEF-EOF PIC X VALUE 'N'.
           88 COMBODEF-END VALUE 'Y'.
       01  HOLIDAY-EOF PIC X VALUE 'N'.
           88 HOLIDAY-END VALUE 'Y'.
       01  ITEM-EOF PIC X VALUE 'N'.
           88 ITEM-END VALUE 'Y'.
       01  CYCLE-EOF PIC X VALUE 'N'.
           88 CYCLE-END VALUE 'Y'.
       01  BUSINESS-DATE PIC 9(8).
      *    A QUARTER IS THIRTEEN WEEKS -- THE SALES WINDOW LOOKS BACK
      *    THAT FAR AND EACH RUN SCHEDULES THAT FAR AHEAD.
       01  QUARTER-DAYS PIC 9(3) VALUE 91.
       01  STEP-CTR PIC 9(3).
      *    THE CUMULATIVE SHARE OF THE SALES VALUE WHERE THE A CLASS
      *    ENDS AND WHERE THE B CLASS ENDS.
       01  A-CUT-PCT PIC 9(3) VALUE 80.
       01  B-CUT-PCT PIC 9(3) VALUE 95.
      *    THE DAY BEFORE THE SALES WINDOW OPENS -- THE BUSINESS
      *    DATE STEPPED BACK A DAY AT A TIME.
       01  FROM-DATE PIC 9(8).
       01  FROM-DATE-R REDEFINES FROM-DATE.
           05  FROM-YYYY PIC 9(4).
           05  FROM-MM PIC 9(2).
           05  FROM-DD PIC 9(2).
      *    THE SCHEDULE DAYS, STEPPED FORWARD A DAY AT A TIME.
       01  STEP-DATE PIC 9(8).
       01  STEP-DATE-R REDEFINES STEP-DATE.
           05  STEP-YYYY PIC 9(4).
           05  STEP-MM PIC 9(2).
           05  STEP-DD PIC 9(2).
       01  LAST-SCHEDULED PIC 9(8) VALUE 0.
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
      *    SALES THAT WERE LATER VOIDED -- THEIR LINES NEVER LEFT
      *    THE SHELF FOR GOOD.
       01  VD-ROW-CTR PIC 9(4) VALUE 0.
       01  VD-IX PIC 9(4).
       01  VD-FOUND-SW PIC X.
           88 VD-FOUND-ROW VALUE 'Y'.
       01  VD-TABLE.
           05  VD-ROW OCCURS 1000 TIMES.
               10  VDR-ONUM PIC 9(7).
       01  CB-ROW-CTR PIC 9(3) VALUE 0.
       01  CB-IX PIC 9(3).
       01  CB-HIT-SW PIC X.
           88 CB-HIT VALUE 'Y'.
       01  CB-TABLE.
           05  CB-ROW OCCURS 200 TIMES.
               10  CBR-COMBO-CODE PIC X(5).
               10  CBR-COMP-CODE PIC X(5).
               10  CBR-COMP-QTY PIC 9(2).
       01  HD-ROW-CTR PIC 9(3) VALUE 0.
       01  HD-IX PIC 9(3).
       01  HD-FOUND-SW PIC X.
           88 HD-FOUND VALUE 'Y'.
       01  HD-TABLE.
           05  HD-ROW OCCURS 100 TIMES.
               10  HDR-DATE PIC 9(8).
      *    THE ACTIVE SHELF ITEMS, THEIR QUARTER'S SALES VALUE AND
      *    THE CLASS THEY RANK INTO.
       01  AB-ROW-CTR PIC 9(3) VALUE 0.
       01  AB-IX PIC 9(3).
       01  AB-BEST PIC 9(3).
       01  AB-FOUND-SW PIC X.
           88 AB-FOUND VALUE 'Y'.
       01  AB-TABLE.
           05  AB-ROW OCCURS 500 TIMES.
               10  ABR-ITEM-CODE PIC X(5).
               10  ABR-COST PIC 9(5)V99.
               10  ABR-VALUE PIC 9(9)V99.
               10  ABR-CLASS PIC X(1).
               10  ABR-RANKED PIC X(1).
       01  USE-CODE PIC X(5).
       01  USE-QTY PIC 9(5).
       01  TOTAL-VALUE PIC 9(11)V99 VALUE 0.
       01  CUM-VALUE PIC 9(11)V99 VALUE 0.
       01  CUM-PCT PIC 9(3)V99.
       01  RANK-CTR PIC 9(3).
      *    PER CLASS (1 = A, 2 = B, 3 = C): HOW MANY COUNT CYCLES
      *    FIT IN THE QUARTER, THE ITEMS IN RANK ORDER AND THE
      *    WORKING DAYS IN EACH CYCLE.
       01  K-IX PIC 9.
       01  CL-TABLE.
           05  CL-ROW OCCURS 3 TIMES.
               10  CL-CLASS PIC X(1).
               10  CL-CYCLES PIC 9(2).
               10  CL-CTR PIC 9(3).
               10  CL-VALUE PIC 9(11)V99.
               10  CL-ITEM OCCURS 500 TIMES PIC 9(3).
               10  CL-WORK-DAYS OCCURS 13 TIMES PIC 9(3).
       01  CL-IX PIC 9(3).
      *    THE QUARTER BEING SCHEDULED, ONE ROW PER CALENDAR DAY.
       01  DY-IX PIC 9(3).
       01  DY-TABLE.
           05  DY-ROW OCCURS 91 TIMES.
               10  DYR-DATE PIC 9(8).
               10  DYR-WORK PIC X(1).
               10  DYR-SLOT OCCURS 3 TIMES.
                   15  DYR-CYCLE PIC 9(2).
                   15  DYR-POS PIC 9(3).
       01  DAY-SLOT PIC 9(5).
       01  DAY-SLOT-Q PIC 9(5).
       01  DAY-SLOT-REST PIC 9(5).
       01  CYCLE-WORK PIC 9(3).
       01  SCHED-CTR PIC 9(5) VALUE 0.
       01  VALUEDP PIC $ZZ,ZZZ,ZZ9.99.
       01  PCTDP PIC ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "ABC CLASSIFICATION AND CYCLE-COUNT SCHEDULE".
           PERFORM 0500-LOAD-BUSINESS-DATE.
           PERFORM 0600-COMPUTE-FROM-DATE.
           DISPLAY "SALES VALUE FROM " FROM-DATE " (EXCLUSIVE) "
               "THROUGH " BUSINESS-DATE.
           PERFORM 1000-LOAD-VOIDED-SALES.
           PERFORM 1100-LOAD-COMBODEF-TABLE.
           PERFORM 1200-LOAD-ACTIVE-ITEMS.
           IF AB-ROW-CTR = 0
               DISPLAY "NO ACTIVE ITEMS ON THE CATALOG - NOTHING "
                   "TO CLASSIFY."
               PERFORM 9999-EXIT
           END-IF.
           PERFORM 1300-LOAD-HOLIDAY-TABLE.
           PERFORM 2000-TOTAL-SALES-VALUE.
           PERFORM 3000-RANK-AND-CLASSIFY.
           PERFORM 3500-STAMP-THE-CATALOG.
           PERFORM 4000-SCHEDULE-THE-QUARTER.
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
               UNTIL STEP-CTR > QUARTER-DAYS.

       0610-BACK-ONE-DAY.
      *    FEBRUARY HAS 29 DAYS IN A LEAP YEAR (EVERY FOURTH, BUT A
      *    CENTURY ONLY EVERY FOURTH CENTURY).
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
      *    THE LENGTH OF STEP-MM IN STEP-YYYY.
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

       1000-LOAD-VOIDED-SALES.
           MOVE 'N' TO ORDERS-EOF.
           OPEN INPUT ORDERS-FILE.
           IF ORDERS-STATUS = "00"
               READ ORDERS-FILE
                   AT END MOVE 'Y' TO ORDERS-EOF
               END-READ
               PERFORM UNTIL ORDERS-END
                   IF OR-TXN-TYPE = 'V' AND OR-BUSDATE > FROM-DATE
                           AND VD-ROW-CTR < 1000
                       ADD 1 TO VD-ROW-CTR
                       MOVE OR-ORIG-ONUM TO VDR-ONUM (VD-ROW-CTR)
                   END-IF
                   READ ORDERS-FILE
                       AT END MOVE 'Y' TO ORDERS-EOF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           ELSE
               IF ORDERS-STATUS = "05"
                   CLOSE ORDERS-FILE
               END-IF
           END-IF.

       1100-LOAD-COMBODEF-TABLE.
           MOVE 'N' TO COMBODEF-EOF.
           OPEN INPUT COMBODEF-FILE.
           IF COMBODEF-STATUS = "00"
               READ COMBODEF-FILE
                   AT END MOVE 'Y' TO COMBODEF-EOF
               END-READ
               PERFORM UNTIL COMBODEF-END OR CB-ROW-CTR = 200
                   ADD 1 TO CB-ROW-CTR
                   MOVE CD-COMBO-CODE TO CBR-COMBO-CODE (CB-ROW-CTR)
                   MOVE CD-COMP-CODE TO CBR-COMP-CODE (CB-ROW-CTR)
                   MOVE CD-COMP-QTY TO CBR-COMP-QTY (CB-ROW-CTR)
                   READ COMBODEF-FILE
                       AT END MOVE 'Y' TO COMBODEF-EOF
                   END-READ
               END-PERFORM
               CLOSE COMBODEF-FILE
           ELSE
               IF COMBODEF-STATUS = "05"
                   CLOSE COMBODEF-FILE
               END-IF
           END-IF.

       1200-LOAD-ACTIVE-ITEMS.
      *    A RETIRED ITEM IS NEVER COUNTED, AND A COMBO CODE IS A
      *    PHANTOM -- ITS COMPONENTS ARE WHAT SIT ON THE SHELF.
           MOVE 'N' TO ITEM-EOF.
           OPEN INPUT ITEM-FILE.
           IF ITEM-STATUS = "00" OR ITEM-STATUS = "05"
               READ ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ITEM-EOF
               END-READ
               PERFORM UNTIL ITEM-END OR AB-ROW-CTR = 500
                   MOVE 'N' TO CB-HIT-SW
                   PERFORM VARYING CB-IX FROM 1 BY 1
                           UNTIL CB-IX > CB-ROW-CTR
                       IF CBR-COMBO-CODE (CB-IX) = IT-CODE
                           MOVE 'Y' TO CB-HIT-SW
                       END-IF
                   END-PERFORM
                   IF IT-ACTIVE NOT = 'R' AND NOT CB-HIT
                       ADD 1 TO AB-ROW-CTR
                       MOVE IT-CODE TO ABR-ITEM-CODE (AB-ROW-CTR)
                       MOVE IT-COST TO ABR-COST (AB-ROW-CTR)
                       MOVE 0 TO ABR-VALUE (AB-ROW-CTR)
                       MOVE 'C' TO ABR-CLASS (AB-ROW-CTR)
                       MOVE 'N' TO ABR-RANKED (AB-ROW-CTR)
                   END-IF
                   READ ITEM-FILE NEXT RECORD
                       AT END MOVE 'Y' TO ITEM-EOF
                   END-READ
               END-PERFORM
               CLOSE ITEM-FILE
           END-IF.

       1300-LOAD-HOLIDAY-TABLE.
           MOVE 'N' TO HOLIDAY-EOF.
           OPEN INPUT HOLIDAY-FILE.
           IF HOLIDAY-STATUS = "00"
               READ HOLIDAY-FILE
                   AT END MOVE 'Y' TO HOLIDAY-EOF
               END-READ
               PERFORM UNTIL HOLIDAY-END OR HD-ROW-CTR = 100
                   ADD 1 TO HD-ROW-CTR
                   MOVE HC-DATE TO HDR-DATE (HD-ROW-CTR)
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

       2000-TOTAL-SALES-VALUE.
      *    A COMBO LINE SELLS ITS COMPONENTS, THE SAME EXPLOSION
      *    THAT DRAWS THE SHELF DOWN AT THE SALE; A PLAIN ITEM SELLS
      *    ITSELF. EACH UNIT IS VALUED AT THE ITEM'S COST.
           MOVE 'N' TO ORDLINE-EOF.
           OPEN INPUT ORDLINE-FILE.
           IF ORDLINE-STATUS = "00"
               READ ORDLINE-FILE
                   AT END MOVE 'Y' TO ORDLINE-EOF
               END-READ
               PERFORM UNTIL ORDLINE-END
                   IF OL-BUSDATE > FROM-DATE
                           AND OL-BUSDATE NOT > BUSINESS-DATE
                       PERFORM 2100-FIND-VOIDED-SALE
                       IF NOT VD-FOUND-ROW
                           MOVE 'N' TO CB-HIT-SW
                           PERFORM VARYING CB-IX FROM 1 BY 1
                                   UNTIL CB-IX > CB-ROW-CTR
                               IF CBR-COMBO-CODE (CB-IX)
                                       = OL-ITEM-CODE
                                   MOVE 'Y' TO CB-HIT-SW
                                   MOVE CBR-COMP-CODE (CB-IX)
                                       TO USE-CODE
                                   COMPUTE USE-QTY = OL-QTY
                                       * CBR-COMP-QTY (CB-IX)
                                   PERFORM 2300-ADD-SALES-VALUE
                               END-IF
                           END-PERFORM
                           IF NOT CB-HIT
                               MOVE OL-ITEM-CODE TO USE-CODE
                               MOVE OL-QTY TO USE-QTY
                               PERFORM 2300-ADD-SALES-VALUE
                           END-IF
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

       2100-FIND-VOIDED-SALE.
           MOVE 'N' TO VD-FOUND-SW.
           MOVE 1 TO VD-IX.
           PERFORM UNTIL VD-IX > VD-ROW-CTR OR VD-FOUND-ROW
               IF VDR-ONUM (VD-IX) = OL-ONUM
                   MOVE 'Y' TO VD-FOUND-SW
               ELSE
                   ADD 1 TO VD-IX
               END-IF
           END-PERFORM.

       2200-FIND-ITEM-ROW.
           MOVE 'N' TO AB-FOUND-SW.
           MOVE 1 TO AB-IX.
           PERFORM UNTIL AB-IX > AB-ROW-CTR OR AB-FOUND
               IF ABR-ITEM-CODE (AB-IX) = USE-CODE
                   MOVE 'Y' TO AB-FOUND-SW
               ELSE
                   ADD 1 TO AB-IX
               END-IF
           END-PERFORM.

       2300-ADD-SALES-VALUE.
      *    A SALE OF A RETIRED ITEM HAS NO ROW AND IS NOT CLASSED.
           PERFORM 2200-FIND-ITEM-ROW.
           IF AB-FOUND
               COMPUTE ABR-VALUE (AB-IX) = ABR-VALUE (AB-IX)
                   + USE-QTY * ABR-COST (AB-IX)
               COMPUTE TOTAL-VALUE = TOTAL-VALUE
                   + USE-QTY * ABR-COST (AB-IX)
           END-IF.

       3000-RANK-AND-CLASSIFY.
      *    THE ITEMS ARE TAKEN HIGHEST VALUE FIRST. AN ITEM IS 'A'
      *    WHILE THE VALUE RANKED AHEAD OF IT IS STILL UNDER THE A
      *    CUT, 'B' WHILE UNDER THE B CUT, 'C' AFTER THAT -- AND AN
      *    ITEM THAT SOLD NOTHING IS ALWAYS 'C'.
           MOVE 'A' TO CL-CLASS (1).
           MOVE 13 TO CL-CYCLES (1).
           MOVE 'B' TO CL-CLASS (2).
           MOVE 3 TO CL-CYCLES (2).
           MOVE 'C' TO CL-CLASS (3).
           MOVE 1 TO CL-CYCLES (3).
           PERFORM VARYING K-IX FROM 1 BY 1 UNTIL K-IX > 3
               MOVE 0 TO CL-CTR (K-IX)
               MOVE 0 TO CL-VALUE (K-IX)
           END-PERFORM.
           DISPLAY "RANK ITEM          SALES VALUE  CUM PCT CLASS".
           PERFORM VARYING RANK-CTR FROM 1 BY 1
                   UNTIL RANK-CTR > AB-ROW-CTR
               PERFORM 3100-FIND-NEXT-HIGHEST
               MOVE 'Y' TO ABR-RANKED (AB-BEST)
               IF TOTAL-VALUE > 0
                   COMPUTE CUM-PCT = CUM-VALUE * 100 / TOTAL-VALUE
               ELSE
                   MOVE 100 TO CUM-PCT
               END-IF
               EVALUATE TRUE
                   WHEN ABR-VALUE (AB-BEST) = 0
                       MOVE 3 TO K-IX
                   WHEN CUM-PCT < A-CUT-PCT
                       MOVE 1 TO K-IX
                   WHEN CUM-PCT < B-CUT-PCT
                       MOVE 2 TO K-IX
                   WHEN OTHER
                       MOVE 3 TO K-IX
               END-EVALUATE
               MOVE CL-CLASS (K-IX) TO ABR-CLASS (AB-BEST)
               ADD 1 TO CL-CTR (K-IX)
               MOVE AB-BEST TO CL-ITEM (K-IX, CL-CTR (K-IX))
               ADD ABR-VALUE (AB-BEST) TO CL-VALUE (K-IX)
               ADD ABR-VALUE (AB-BEST) TO CUM-VALUE
               IF TOTAL-VALUE > 0
                   COMPUTE CUM-PCT = CUM-VALUE * 100 / TOTAL-VALUE
               END-IF
               MOVE ABR-VALUE (AB-BEST) TO VALUEDP
               MOVE CUM-PCT TO PCTDP
               DISPLAY RANK-CTR "  " ABR-ITEM-CODE (AB-BEST) " "
                   VALUEDP "  " PCTDP "   " ABR-CLASS (AB-BEST)
           END-PERFORM.
           DISPLAY "----------------------------------------".
           PERFORM VARYING K-IX FROM 1 BY 1 UNTIL K-IX > 3
               MOVE CL-VALUE (K-IX) TO VALUEDP
               DISPLAY "CLASS " CL-CLASS (K-IX) ": "
                   CL-CTR (K-IX) " ITEMS  " VALUEDP
           END-PERFORM.

       3100-FIND-NEXT-HIGHEST.
           MOVE 0 TO AB-BEST.
           PERFORM VARYING AB-IX FROM 1 BY 1
                   UNTIL AB-IX > AB-ROW-CTR
               IF ABR-RANKED (AB-IX) = 'N'
                   IF AB-BEST = 0
                       MOVE AB-IX TO AB-BEST
                   ELSE
                       IF ABR-VALUE (AB-IX) > ABR-VALUE (AB-BEST)
                           MOVE AB-IX TO AB-BEST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3500-STAMP-THE-CATALOG.
           OPEN I-O ITEM-FILE.
           IF ITEM-STATUS NOT = "00" AND ITEM-STATUS NOT = "05"
               DISPLAY "ITEM CATALOG WILL NOT OPEN - STATUS "
                   ITEM-STATUS " - CLASSES NOT SAVED."
           ELSE
               PERFORM VARYING AB-IX FROM 1 BY 1
                       UNTIL AB-IX > AB-ROW-CTR
                   MOVE ABR-ITEM-CODE (AB-IX) TO IT-CODE
                   READ ITEM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ABR-CLASS (AB-IX) TO IT-ABC-CLASS
                           REWRITE ITEM-REC
                   END-READ
               END-PERFORM
               CLOSE ITEM-FILE
           END-IF.

       4000-SCHEDULE-THE-QUARTER.
      *    THE SCHEDULE ROLLS ON FROM WHEREVER IT LAST RAN OUT (OR
      *    FROM TOMORROW IF THAT IS LATER) -- DAYS ALREADY SCHEDULED
      *    ARE NEVER RESCHEDULED, SO A COUNT LIST NOBODY FINISHED
      *    STILL SHOWS UP IN CNTACCY.
           PERFORM 4100-FIND-LAST-SCHEDULED.
           IF LAST-SCHEDULED > BUSINESS-DATE
               MOVE LAST-SCHEDULED TO STEP-DATE
           ELSE
               MOVE BUSINESS-DATE TO STEP-DATE
           END-IF.
           PERFORM 0620-ADD-ONE-DAY.
           PERFORM VARYING K-IX FROM 1 BY 1 UNTIL K-IX > 3
               PERFORM VARYING CL-IX FROM 1 BY 1 UNTIL CL-IX > 13
                   MOVE 0 TO CL-WORK-DAYS (K-IX, CL-IX)
               END-PERFORM
           END-PERFORM.
           PERFORM 4200-BUILD-ONE-DAY
               VARYING DY-IX FROM 1 BY 1
               UNTIL DY-IX > QUARTER-DAYS.
           DISPLAY "SCHEDULING COUNTS " DYR-DATE (1) " THROUGH "
               DYR-DATE (QUARTER-DAYS).
           OPEN I-O CYCLE-FILE.
           IF CYCLE-STATUS NOT = "00" AND CYCLE-STATUS NOT = "05"
               DISPLAY "COUNT SCHEDULE WILL NOT OPEN - STATUS "
                   CYCLE-STATUS " - NOTHING SCHEDULED."
           ELSE
               PERFORM VARYING DY-IX FROM 1 BY 1
                       UNTIL DY-IX > QUARTER-DAYS
                   IF DYR-WORK (DY-IX) = 'Y'
                       PERFORM VARYING K-IX FROM 1 BY 1
                               UNTIL K-IX > 3
                           PERFORM 4300-SCHEDULE-CLASS-DAY
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE CYCLE-FILE
           END-IF.
           DISPLAY "COUNTS SCHEDULED: " SCHED-CTR.

       4100-FIND-LAST-SCHEDULED.
      *    THE FILE IS KEYED BY DATE FIRST, SO THE LAST ROW READ IS
      *    THE LAST DAY SCHEDULED.
           MOVE 0 TO LAST-SCHEDULED.
           MOVE 'N' TO CYCLE-EOF.
           OPEN INPUT CYCLE-FILE.
           IF CYCLE-STATUS = "00"
               READ CYCLE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO CYCLE-EOF
               END-READ
               PERFORM UNTIL CYCLE-END
                   MOVE CY-DATE TO LAST-SCHEDULED
                   READ CYCLE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO CYCLE-EOF
                   END-READ
               END-PERFORM
               CLOSE CYCLE-FILE
           ELSE
               IF CYCLE-STATUS = "05"
                   CLOSE CYCLE-FILE
               END-IF
           END-IF.

       4200-BUILD-ONE-DAY.
      *    A WORKING DAY IS ANY DAY BUT SUNDAY THAT IS NOT ON THE
      *    HOLIDAY CALENDAR. EACH CLASS SPLITS THE QUARTER INTO ITS
      *    CYCLES (13 WEEKS, 3 MONTHS, 1 QUARTER); THE DAY NOTES
      *    WHICH CYCLE IT FALLS IN AND ITS PLACE AMONG THAT CYCLE'S
      *    WORKING DAYS.
           MOVE STEP-DATE TO DYR-DATE (DY-IX).
           PERFORM 0640-DAY-OF-WEEK.
           MOVE 'N' TO HD-FOUND-SW.
           PERFORM VARYING HD-IX FROM 1 BY 1
                   UNTIL HD-IX > HD-ROW-CTR
               IF HDR-DATE (HD-IX) = STEP-DATE
                   MOVE 'Y' TO HD-FOUND-SW
               END-IF
           END-PERFORM.
           IF WEEKDAY-NO = 7 OR HD-FOUND
               MOVE 'N' TO DYR-WORK (DY-IX)
           ELSE
               MOVE 'Y' TO DYR-WORK (DY-IX)
           END-IF.
           PERFORM VARYING K-IX FROM 1 BY 1 UNTIL K-IX > 3
               COMPUTE DAY-SLOT = (DY-IX - 1) * CL-CYCLES (K-IX)
               DIVIDE DAY-SLOT BY QUARTER-DAYS
                   GIVING DYR-CYCLE (DY-IX, K-IX)
               ADD 1 TO DYR-CYCLE (DY-IX, K-IX)
               MOVE 0 TO DYR-POS (DY-IX, K-IX)
               IF DYR-WORK (DY-IX) = 'Y'
                   MOVE CL-WORK-DAYS (K-IX, DYR-CYCLE (DY-IX, K-IX))
                       TO DYR-POS (DY-IX, K-IX)
                   ADD 1 TO CL-WORK-DAYS
                       (K-IX, DYR-CYCLE (DY-IX, K-IX))
               END-IF
           END-PERFORM.
           PERFORM 0620-ADD-ONE-DAY.

       4300-SCHEDULE-CLASS-DAY.
      *    THE CLASS'S ITEMS, IN RANK ORDER, ARE DEALT OUT EVENLY
      *    OVER THE CYCLE'S WORKING DAYS -- ITEM N OF M GOES TO
      *    WORKING DAY (N-1) * DAYS / M, COUNTING FROM ZERO.
           MOVE CL-WORK-DAYS (K-IX, DYR-CYCLE (DY-IX, K-IX))
               TO CYCLE-WORK.
           PERFORM VARYING CL-IX FROM 1 BY 1
                   UNTIL CL-IX > CL-CTR (K-IX)
               COMPUTE DAY-SLOT = (CL-IX - 1) * CYCLE-WORK
               DIVIDE DAY-SLOT BY CL-CTR (K-IX)
                   GIVING DAY-SLOT-Q REMAINDER DAY-SLOT-REST
               IF DAY-SLOT-Q = DYR-POS (DY-IX, K-IX)
                   MOVE DYR-DATE (DY-IX) TO CY-DATE
                   MOVE ABR-ITEM-CODE (CL-ITEM (K-IX, CL-IX))
                       TO CY-ITEM-CODE
                   MOVE CL-CLASS (K-IX) TO CY-CLASS
                   MOVE 'S' TO CY-STATUS
                   MOVE 0 TO CY-BOOK-QTY
                   MOVE 0 TO CY-COUNTED-QTY
                   MOVE SPACES TO CY-COUNTED-BY
                   WRITE CYCLECNT-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO SCHED-CTR
                   END-WRITE
               END-IF
           END-PERFORM.

       9999-EXIT.
           STOP RUN.
       END PROGRAM ABCCLASS.
