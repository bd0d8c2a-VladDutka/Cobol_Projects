      ******************************************************************
      * Author:Vlad Dutka
      * Date:
      * Purpose: Delivery turnaround and driver performance for a
      *          business-date period. For every delivered order on
      *          DISPATCH.DAT it works out order-to-dispatch
      *          (OR-STAMP to DP-OUT-STAMP), dispatch-to-delivered
      *          (DP-OUT-STAMP to DP-DONE-STAMP) and the total, and
      *          sums them per driver (DP-DRIVER) and per zone
      *          (DP-ZONE) with the average, the worst and the count
      *          over the zone's promised time off DELZONE.DAT. Late
      *          deliveries are listed one by one, and any order
      *          still pending or out past its promise at the moment
      *          the report runs is flagged, so a missing driver is
      *          caught the same night.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DELTURN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. SAMSUNG.
       OBJECT-COMPUTER. SAMSUNG.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL ORDERS-FILE
          ASSIGN TO "C:\Users\ADMIN\ORDERS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDERS-STATUS.
          SELECT OPTIONAL DISPATCH-FILE
          ASSIGN TO "C:\Users\ADMIN\DISPATCH.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DISPATCH-STATUS.
          SELECT OPTIONAL DELZONE-FILE
          ASSIGN TO "C:\Users\ADMIN\DELZONE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS DELZONE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ORDERS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDERS-REC.
           COPY "ORDERSREC.CPY".
       FD  DISPATCH-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DISPATCH-REC.
           COPY "DISPATCH.CPY".
       FD  DELZONE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DELZONE-REC.
           COPY "DELZONE.CPY".

       WORKING-STORAGE SECTION.
       01  ORDERS-STATUS PIC XX.
       01  DISPATCH-STATUS PIC XX.
       01  DELZONE-STATUS PIC XX.
       01  ORDERS-EOF PIC X VALUE 'N'.
           88 ORDERS-END VALUE 'Y'.
       01  DISPATCH-EOF PIC X VALUE 'N'.
           88 DISPATCH-END VALUE 'Y'.
       01  DELZONE-EOF PIC X VALUE 'N'.
           88 DELZONE-END VALUE 'Y'.
       01  FROM-DATE PIC 9(8).
       01  TO-DATE PIC 9(8).
      *    THE HOUSE PROMISE FOR A ZONE WITH NO TARGET OF ITS OWN.
       01  DEFAULT-PROMISE PIC 9(3) VALUE 45.
       01  DZ-ROW-CTR PIC 9(2) VALUE 0.
       01  DZ-IX PIC 9(2).
       01  DZ-FOUND-SW PIC X.
           88 DZ-FOUND-ROW VALUE 'Y'.
       01  DZ-TABLE.
           05  DZ-ROW OCCURS 20 TIMES.
               10  DZR-ZONE PIC X(2).
               10  DZR-PROMISE-MINS PIC 9(3).
      *    THE PERIOD'S DELIVERY SALES -- WHEN EACH WAS RUNG, AND
      *    WHETHER IT WAS VOIDED SINCE.
       01  SO-ROW-CTR PIC 9(4) VALUE 0.
       01  SO-IX PIC 9(4).
       01  SO-FOUND-SW PIC X.
           88 SO-FOUND-ROW VALUE 'Y'.
       01  SO-TABLE.
           05  SO-ROW OCCURS 5000 TIMES.
               10  SOR-ONUM PIC 9(7).
               10  SOR-STAMP PIC X(14).
               10  SOR-VOID PIC X.
       01  FIND-ONUM PIC 9(7).
      *    ONE ROW PER DRIVER ('D') AND PER ZONE ('Z').
       01  GP-ROW-CTR PIC 9(3) VALUE 0.
       01  GP-IX PIC 9(3).
       01  GP-FOUND-SW PIC X.
           88 GP-FOUND-ROW VALUE 'Y'.
       01  GP-TABLE.
           05  GP-ROW OCCURS 120 TIMES.
               10  GPR-KIND PIC X.
               10  GPR-KEY PIC X(5).
               10  GPR-CTR PIC 9(5).
               10  GPR-OUT-SUM PIC 9(8).
               10  GPR-OUT-WORST PIC 9(5).
               10  GPR-RIDE-SUM PIC 9(8).
               10  GPR-RIDE-WORST PIC 9(5).
               10  GPR-TOT-SUM PIC 9(8).
               10  GPR-TOT-WORST PIC 9(5).
               10  GPR-LATE PIC 9(5).
       01  FIND-KIND PIC X.
       01  FIND-KEY PIC X(5).
       01  PRINT-KIND PIC X.
      *    STAMP ARITHMETIC -- THE Y*372 + (M-1)*31 + D DAY
      *    SERIAL PLUS SECONDS OF THE DAY.
       01  WORK-STAMP PIC X(14).
       01  WORK-STAMP-PARTS REDEFINES WORK-STAMP.
           05  STAMP-YYYY PIC 9(4).
           05  STAMP-MM PIC 99.
           05  STAMP-DD PIC 99.
           05  STAMP-HH PIC 99.
           05  STAMP-MI PIC 99.
           05  STAMP-SS PIC 99.
       01  STAMP-SECS PIC 9(12).
       01  ORDER-SECS PIC 9(12).
       01  OUT-SECS PIC 9(12).
       01  DONE-SECS PIC 9(12).
       01  NOW-SECS PIC 9(12).
       01  NOW-DATE PIC 9(8).
       01  NOW-TIME PIC 9(8).
       01  OUT-MINS PIC 9(5).
       01  RIDE-MINS PIC 9(5).
       01  TOT-MINS PIC 9(5).
       01  PROMISE-MINS PIC 9(3).
       01  DELIVERED-CTR PIC 9(5) VALUE 0.
       01  LATE-CTR PIC 9(5) VALUE 0.
       01  OPEN-LATE-CTR PIC 9(4) VALUE 0.
       01  RETURNED-CTR PIC 9(4) VALUE 0.
       01  UNTIMED-CTR PIC 9(4) VALUE 0.
       01  AVG-OUT PIC 9(5).
       01  AVG-RIDE PIC 9(5).
       01  AVG-TOT PIC 9(5).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           DISPLAY "DELIVERY TURNAROUND AND DRIVER PERFORMANCE".
           DISPLAY "FROM BUSINESS DATE (YYYYMMDD): ".
           ACCEPT FROM-DATE.
           DISPLAY "TO BUSINESS DATE (YYYYMMDD): ".
           ACCEPT TO-DATE.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           MOVE SPACES TO WORK-STAMP.
           STRING NOW-DATE DELIMITED BY SIZE
               NOW-TIME DELIMITED BY SIZE
               INTO WORK-STAMP.
           PERFORM 4200-STAMP-TO-SECS.
           MOVE STAMP-SECS TO NOW-SECS.
           PERFORM 0500-LOAD-DELZONE-TABLE.
           PERFORM 1000-LOAD-DELIVERY-SALES.
           PERFORM 2000-TIME-DELIVERIES.
           PERFORM 3000-PRINT-SUMMARIES.
           PERFORM 9999-EXIT.

       0500-LOAD-DELZONE-TABLE.
           MOVE 'N' TO DELZONE-EOF.
           OPEN INPUT DELZONE-FILE.
           IF DELZONE-STATUS = "00"
               READ DELZONE-FILE
                   AT END MOVE 'Y' TO DELZONE-EOF
               END-READ
               PERFORM UNTIL DELZONE-END OR DZ-ROW-CTR = 20
                   ADD 1 TO DZ-ROW-CTR
                   MOVE DZ-ZONE TO DZR-ZONE (DZ-ROW-CTR)
                   IF DZ-PROMISE-MINS IS NUMERIC
                           AND DZ-PROMISE-MINS > 0
                       MOVE DZ-PROMISE-MINS
                           TO DZR-PROMISE-MINS (DZ-ROW-CTR)
                   ELSE
                       MOVE DEFAULT-PROMISE
                           TO DZR-PROMISE-MINS (DZ-ROW-CTR)
                   END-IF
                   READ DELZONE-FILE
                       AT END MOVE 'Y' TO DELZONE-EOF
                   END-READ
               END-PERFORM
               CLOSE DELZONE-FILE
           ELSE
               IF DELZONE-STATUS = "05"
                   CLOSE DELZONE-FILE
               END-IF
           END-IF.

       1000-LOAD-DELIVERY-SALES.
      *    A VOID ROW COMES AFTER THE SALE IT REVERSES, SO THE SALE
      *    IS ALREADY IN THE TABLE TO BE MARKED -- WHATEVER DAY THE
      *    VOID ITSELF WAS RUNG.
           MOVE 'N' TO ORDERS-EOF.
           OPEN INPUT ORDERS-FILE.
           IF ORDERS-STATUS = "00"
               READ ORDERS-FILE
                   AT END MOVE 'Y' TO ORDERS-EOF
               END-READ
               PERFORM UNTIL ORDERS-END
                   IF OR-TXN-TYPE = 'V'
                       MOVE OR-ORIG-ONUM TO FIND-ONUM
                       PERFORM 1100-FIND-SALE-ROW
                       IF SO-FOUND-ROW
                           MOVE 'Y' TO SOR-VOID (SO-IX)
                       END-IF
                   ELSE
                       IF OR-BUSDATE NOT < FROM-DATE
                               AND OR-BUSDATE NOT > TO-DATE
                               AND OR-ROUTE = 'D'
                               AND SO-ROW-CTR < 5000
                           ADD 1 TO SO-ROW-CTR
                           MOVE OR-ONUM TO SOR-ONUM (SO-ROW-CTR)
                           MOVE OR-STAMP TO SOR-STAMP (SO-ROW-CTR)
                           MOVE 'N' TO SOR-VOID (SO-ROW-CTR)
                       END-IF
                   END-IF
                   READ ORDERS-FILE
                       AT END MOVE 'Y' TO ORDERS-EOF
                   END-READ
               END-PERFORM
               CLOSE ORDERS-FILE
           END-IF.

       1100-FIND-SALE-ROW.
           MOVE 'N' TO SO-FOUND-SW.
           MOVE 1 TO SO-IX.
           PERFORM UNTIL SO-IX > SO-ROW-CTR OR SO-FOUND-ROW
               IF SOR-ONUM (SO-IX) = FIND-ONUM
                   MOVE 'Y' TO SO-FOUND-SW
               ELSE
                   ADD 1 TO SO-IX
               END-IF
           END-PERFORM.

       2000-TIME-DELIVERIES.
           DISPLAY "LATE DELIVERIES:".
           DISPLAY "ORDER    DRIVER ZONE  OUT  RIDE TOTAL PROMISE".
           MOVE 'N' TO DISPATCH-EOF.
           OPEN INPUT DISPATCH-FILE.
           IF DISPATCH-STATUS = "00"
               READ DISPATCH-FILE
                   AT END MOVE 'Y' TO DISPATCH-EOF
               END-READ
               PERFORM UNTIL DISPATCH-END
                   IF DP-BUSDATE NOT < FROM-DATE
                           AND DP-BUSDATE NOT > TO-DATE
                       PERFORM 2100-TIME-ONE-DELIVERY
                   END-IF
                   READ DISPATCH-FILE
                       AT END MOVE 'Y' TO DISPATCH-EOF
                   END-READ
               END-PERFORM
               CLOSE DISPATCH-FILE
           ELSE
               IF DISPATCH-STATUS = "05"
                   CLOSE DISPATCH-FILE
               END-IF
           END-IF.
           DISPLAY "LATE DELIVERIES: " LATE-CTR.
           DISPLAY "----------------------------------------".
           DISPLAY "STILL PENDING OR OUT PAST THE PROMISE NOW: "
               OPEN-LATE-CTR.

       2100-TIME-ONE-DELIVERY.
      *    A VOIDED ORDER WAS NEVER REALLY OWED TO ANYONE; A
      *    RETURNED ONE NEVER ARRIVED -- NEITHER IS TIMED.
           MOVE DP-ONUM TO FIND-ONUM.
           PERFORM 1100-FIND-SALE-ROW.
           IF NOT SO-FOUND-ROW
               ADD 1 TO UNTIMED-CTR
           ELSE
           IF SOR-VOID (SO-IX) = 'Y'
               CONTINUE
           ELSE
               MOVE DEFAULT-PROMISE TO PROMISE-MINS
               MOVE 1 TO DZ-IX
               MOVE 'N' TO DZ-FOUND-SW
               PERFORM UNTIL DZ-IX > DZ-ROW-CTR OR DZ-FOUND-ROW
                   IF DZR-ZONE (DZ-IX) = DP-ZONE
                       MOVE 'Y' TO DZ-FOUND-SW
                       MOVE DZR-PROMISE-MINS (DZ-IX) TO PROMISE-MINS
                   ELSE
                       ADD 1 TO DZ-IX
                   END-IF
               END-PERFORM
               MOVE SOR-STAMP (SO-IX) TO WORK-STAMP
               PERFORM 4200-STAMP-TO-SECS
               MOVE STAMP-SECS TO ORDER-SECS
               EVALUATE DP-STATUS
                   WHEN 'D'
                       PERFORM 2200-TIME-DELIVERED
                   WHEN 'R'
                       ADD 1 TO RETURNED-CTR
                   WHEN OTHER
                       PERFORM 2300-CHECK-STILL-OPEN
               END-EVALUATE
           END-IF
           END-IF.

       2200-TIME-DELIVERED.
           MOVE DP-OUT-STAMP TO WORK-STAMP.
           PERFORM 4200-STAMP-TO-SECS.
           MOVE STAMP-SECS TO OUT-SECS.
           MOVE DP-DONE-STAMP TO WORK-STAMP.
           PERFORM 4200-STAMP-TO-SECS.
           MOVE STAMP-SECS TO DONE-SECS.
           IF ORDER-SECS = 0 OR OUT-SECS < ORDER-SECS
                   OR DONE-SECS < OUT-SECS
               ADD 1 TO UNTIMED-CTR
           ELSE
               ADD 1 TO DELIVERED-CTR
               COMPUTE OUT-MINS = (OUT-SECS - ORDER-SECS) / 60
               COMPUTE RIDE-MINS = (DONE-SECS - OUT-SECS) / 60
               COMPUTE TOT-MINS = (DONE-SECS - ORDER-SECS) / 60
               MOVE 'D' TO FIND-KIND
               MOVE DP-DRIVER TO FIND-KEY
               PERFORM 2400-POST-TO-GROUP
               MOVE 'Z' TO FIND-KIND
               MOVE DP-ZONE TO FIND-KEY
               PERFORM 2400-POST-TO-GROUP
               IF TOT-MINS > PROMISE-MINS
                   ADD 1 TO LATE-CTR
                   DISPLAY DP-ONUM "  " DP-DRIVER "  " DP-ZONE "  "
                       OUT-MINS " " RIDE-MINS " " TOT-MINS "   "
                       PROMISE-MINS
               END-IF
           END-IF.

       2300-CHECK-STILL-OPEN.
      *    PENDING OR OUT, AND THE PROMISE ALREADY BLOWN AS OF NOW.
           IF ORDER-SECS > 0 AND NOW-SECS > ORDER-SECS
               COMPUTE TOT-MINS = (NOW-SECS - ORDER-SECS) / 60
               IF TOT-MINS > PROMISE-MINS
                   ADD 1 TO OPEN-LATE-CTR
                   IF DP-STATUS = 'O'
                       DISPLAY "*** STILL OUT: ORDER " DP-ONUM
                           " DRIVER " DP-DRIVER " ZONE " DP-ZONE
                           " " TOT-MINS " MIN SINCE ORDER ***"
                   ELSE
                       DISPLAY "*** NOT DISPATCHED: ORDER " DP-ONUM
                           " ZONE " DP-ZONE " " TOT-MINS
                           " MIN SINCE ORDER ***"
                   END-IF
               END-IF
           END-IF.

       2400-POST-TO-GROUP.
           MOVE 'N' TO GP-FOUND-SW.
           MOVE 1 TO GP-IX.
           PERFORM UNTIL GP-IX > GP-ROW-CTR OR GP-FOUND-ROW
               IF GPR-KIND (GP-IX) = FIND-KIND
                       AND GPR-KEY (GP-IX) = FIND-KEY
                   MOVE 'Y' TO GP-FOUND-SW
               ELSE
                   ADD 1 TO GP-IX
               END-IF
           END-PERFORM.
           IF NOT GP-FOUND-ROW AND GP-ROW-CTR < 120
               ADD 1 TO GP-ROW-CTR
               MOVE GP-ROW-CTR TO GP-IX
               MOVE FIND-KIND TO GPR-KIND (GP-IX)
               MOVE FIND-KEY TO GPR-KEY (GP-IX)
               MOVE 0 TO GPR-CTR (GP-IX)
               MOVE 0 TO GPR-OUT-SUM (GP-IX)
               MOVE 0 TO GPR-OUT-WORST (GP-IX)
               MOVE 0 TO GPR-RIDE-SUM (GP-IX)
               MOVE 0 TO GPR-RIDE-WORST (GP-IX)
               MOVE 0 TO GPR-TOT-SUM (GP-IX)
               MOVE 0 TO GPR-TOT-WORST (GP-IX)
               MOVE 0 TO GPR-LATE (GP-IX)
               MOVE 'Y' TO GP-FOUND-SW
           END-IF.
           IF GP-FOUND-ROW
               ADD 1 TO GPR-CTR (GP-IX)
               ADD OUT-MINS TO GPR-OUT-SUM (GP-IX)
               ADD RIDE-MINS TO GPR-RIDE-SUM (GP-IX)
               ADD TOT-MINS TO GPR-TOT-SUM (GP-IX)
               IF OUT-MINS > GPR-OUT-WORST (GP-IX)
                   MOVE OUT-MINS TO GPR-OUT-WORST (GP-IX)
               END-IF
               IF RIDE-MINS > GPR-RIDE-WORST (GP-IX)
                   MOVE RIDE-MINS TO GPR-RIDE-WORST (GP-IX)
               END-IF
               IF TOT-MINS > GPR-TOT-WORST (GP-IX)
                   MOVE TOT-MINS TO GPR-TOT-WORST (GP-IX)
               END-IF
               IF TOT-MINS > PROMISE-MINS
                   ADD 1 TO GPR-LATE (GP-IX)
               END-IF
           END-IF.

       3000-PRINT-SUMMARIES.
           DISPLAY "----------------------------------------".
           DISPLAY "BY DRIVER (MINUTES: AVERAGE/WORST)".
           DISPLAY "DRIVER  DELIV  ORDER-TO-OUT  OUT-TO-DONE  "
               "      TOTAL  LATE".
           MOVE 'D' TO PRINT-KIND.
           PERFORM 3100-PRINT-GROUP-ROWS.
           DISPLAY "----------------------------------------".
           DISPLAY "BY ZONE (MINUTES: AVERAGE/WORST)".
           DISPLAY "ZONE    DELIV  ORDER-TO-OUT  OUT-TO-DONE  "
               "      TOTAL  LATE".
           MOVE 'Z' TO PRINT-KIND.
           PERFORM 3100-PRINT-GROUP-ROWS.
           DISPLAY "----------------------------------------".
           DISPLAY "DELIVERIES TIMED: " DELIVERED-CTR
               "  LATE: " LATE-CTR.
           DISPLAY "RETURNED (NOT TIMED): " RETURNED-CTR.
           IF UNTIMED-CTR > 0
               DISPLAY "NOT TIMED - ORDER OUTSIDE PERIOD OR STAMPS "
                   "MISSING: " UNTIMED-CTR
           END-IF.

       3100-PRINT-GROUP-ROWS.
           PERFORM VARYING GP-IX FROM 1 BY 1
                   UNTIL GP-IX > GP-ROW-CTR
               IF GPR-KIND (GP-IX) = PRINT-KIND
                       AND GPR-CTR (GP-IX) > 0
                   COMPUTE AVG-OUT ROUNDED =
                       GPR-OUT-SUM (GP-IX) / GPR-CTR (GP-IX)
                   COMPUTE AVG-RIDE ROUNDED =
                       GPR-RIDE-SUM (GP-IX) / GPR-CTR (GP-IX)
                   COMPUTE AVG-TOT ROUNDED =
                       GPR-TOT-SUM (GP-IX) / GPR-CTR (GP-IX)
                   DISPLAY GPR-KEY (GP-IX) "   " GPR-CTR (GP-IX)
                       "  " AVG-OUT "/" GPR-OUT-WORST (GP-IX)
                       "  " AVG-RIDE "/" GPR-RIDE-WORST (GP-IX)
                       "  " AVG-TOT "/" GPR-TOT-WORST (GP-IX)
                       "  " GPR-LATE (GP-IX)
               END-IF
           END-PERFORM.

       4200-STAMP-TO-SECS.
           IF WORK-STAMP IS NUMERIC
               COMPUTE STAMP-SECS =
                   (STAMP-YYYY * 372 + (STAMP-MM - 1) * 31
                       + STAMP-DD) * 86400
                   + STAMP-HH * 3600 + STAMP-MI * 60 + STAMP-SS
           ELSE
               MOVE 0 TO STAMP-SECS
           END-IF.

       9999-EXIT.
           STOP RUN.
       END PROGRAM DELTURN.
