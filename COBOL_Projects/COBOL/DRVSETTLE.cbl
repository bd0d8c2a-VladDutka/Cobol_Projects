      * Author:Vlad Dutka
      * Date:
      * Purpose: Driver cash settlement -- every DELIVERED dispatch
      *          record's cash-on-delivery total (the order's
      *          OR-ATOT off ORDERS.DAT, cash tenders only -- on a
      *          bill split across tenders, just its cash lines off
      *          TENDERS.DAT) accrues to the driver who ran it; [S]
      *          records what a driver turned in to DRVSETTLE.DAT
      *          and posts the over/short to the
      *          DRAWERLED.DAT ledger under the driver's EMPID, the
      *          same way a cashier's drawer declaration does; [O]
      *          is the end-of-day unsettled-drivers report -- who
      *          still owes what. [T] settles one DISPATCHM trip as a
      *          whole and [N] one delivered order on its own, each
      *          against just that trip's or order's cash, the
      *          settlement line carrying the trip or order number.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
          ASSIGN TO "C:\Users\ADMIN\ORDERS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS ORDERS-STATUS.
          SELECT OPTIONAL TENDERS-FILE
          ASSIGN TO "C:\Users\ADMIN\TENDERS.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS TENDERS-STATUS.
          SELECT OPTIONAL SETTLE-FILE
          ASSIGN TO "C:\Users\ADMIN\DRVSETTLE.DAT"
          ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORD IS STANDARD
           DATA RECORD IS ORDERS-REC.
           COPY "ORDERSREC.CPY".
       FD  TENDERS-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS TENDER-REC.
           COPY "TENDER.CPY".
      *    ONE LINE PER SETTLEMENT -- WHAT THE DRIVER TURNED IN AND
      *    WHEN.
       FD  SETTLE-FILE
           05  SE-BUSDATE PIC 9(8).
           05  SE-AMOUNT PIC 9(6)V99.
           05  SE-STAMP PIC X(14).
      *    WHAT WAS SETTLED -- A TRIP, ONE ORDER, OR ZEROS FOR A
      *    WHOLE-DRIVER SETTLEMENT (NOT NUMERIC ON LINES FROM BEFORE
      *    TRIPS, WHICH WERE ALL WHOLE-DRIVER).
           05  SE-TRIP-NO PIC 9(5).
           05  SE-ONUM PIC 9(7).
      *    SAME LEDGER LAYOUT ORDERTENDER WRITES -- A DRIVER'S
      *    SETTLEMENT FEEDS THE SAME OVER/SHORT TRAIL AS A DRAWER.
       FD  DRAWERLED-FILE
       WORKING-STORAGE SECTION.
       01  DISPATCH-STATUS PIC XX.
       01  ORDERS-STATUS PIC XX.
       01  TENDERS-STATUS PIC XX.
       01  SETTLE-STATUS PIC XX.
       01  BUSDATE-STATUS PIC XX.
       01  DISPATCH-EOF PIC X VALUE 'N'.
           88 DISPATCH-END VALUE 'Y'.
       01  ORDERS-EOF PIC X VALUE 'N'.
           88 ORDERS-END VALUE 'Y'.
       01  TENDERS-EOF PIC X VALUE 'N'.
           88 TENDERS-END VALUE 'Y'.
       01  SETTLE-EOF PIC X VALUE 'N'.
           88 SETTLE-END VALUE 'Y'.
       01  CHOICE PIC X9.
       01  BUSINESS-DATE PIC 9(8).
      *    DELIVERED ONUM -> DRIVER MAP OFF THE DISPATCH FILE, WITH
      *    THE TRIP IT RAN ON, ITS CASH AND WHAT WAS SETTLED AGAINST
      *    THE ORDER ALONE. DVR-SPLIT-CASH IS THE CASH LINES OF A
      *    SPLIT ('M') BILL -- ALL THE DRIVER COLLECTED ON IT.
       01  DV-ROW-CTR PIC 9(4) VALUE 0.
       01  DV-IX PIC 9(4).
       01  DV-FOUND-SW PIC X.
           88 DV-FOUND VALUE 'Y'.
       01  DV-TABLE.
           05  DV-ROW OCCURS 500 TIMES.
               10  DVR-ONUM PIC 9(7).
               10  DVR-DRIVER PIC X(5).
               10  DVR-TRIP-NO PIC 9(5).
               10  DVR-COD PIC 9(6)V99.
               10  DVR-SETTLED PIC 9(6)V99.
               10  DVR-SPLIT-CASH PIC 9(6)V99.
      *    WHAT WAS SETTLED AGAINST EACH TRIP AS A WHOLE.
       01  TP-ROW-CTR PIC 9(3) VALUE 0.
       01  TP-IX PIC 9(3).
       01  TP-FOUND-SW PIC X.
           88 TP-FOUND VALUE 'Y'.
       01  TP-TABLE.
           05  TP-ROW OCCURS 200 TIMES.
               10  TPR-TRIP-NO PIC 9(5).
               10  TPR-SETTLED PIC 9(7)V99.
       01  PICK-TRIP PIC 9(5).
       01  PICK-ONUM PIC 9(7).
       01  SET-TRIP-NO PIC 9(5).
       01  SET-ONUM PIC 9(7).
       01  TRIP-ORDERS PIC 9(3).
      *    PER-DRIVER RUNNING POSITION -- COD COLLECTED MINUS
      *    SETTLED.
       01  DR-ROW-CTR PIC 9(3) VALUE 0.
               10  DRR-COLLECTED PIC 9(7)V99.
               10  DRR-SETTLED PIC 9(7)V99.
       01  WRK-DRIVER PIC X(5).
       01  COD-AMT PIC 9(6)V99.
       01  TURNED-IN PIC 9(6)V99.
       01  OUTSTANDING PIC S9(7)V99.
       01  OVERSHORT PIC S9(6)V99.
           DISPLAY "DRIVER CASH SETTLEMENT".
           PERFORM 500-LOAD-BUSINESS-DATE.
           PERFORM 1000-MAP-DELIVERED-ORDERS.
           PERFORM 1500-TOTAL-SPLIT-CASH.
           PERFORM 2000-ACCRUE-COD-TOTALS.
           PERFORM 3000-APPLY-PAST-SETTLEMENTS.
           PERFORM UNTIL CHOICE = 'X' OR CHOICE = 'x'
               DISPLAY "[O] UNSETTLED-DRIVERS REPORT"
               DISPLAY "[S] SETTLE A DRIVER"
               DISPLAY "[T] SETTLE A TRIP"
               DISPLAY "[N] SETTLE ONE ORDER"
               DISPLAY "[X] EXIT"
               DISPLAY "ENTER YOUR CHOICE: "
               ACCEPT CHOICE
                       PERFORM 4000-UNSETTLED-REPORT
                   WHEN 'S' WHEN 's'
                       PERFORM 5000-SETTLE-ONE-DRIVER
                   WHEN 'T' WHEN 't'
                       PERFORM 5100-SETTLE-ONE-TRIP
                   WHEN 'N' WHEN 'n'
                       PERFORM 5200-SETTLE-ONE-ORDER
                   WHEN 'X' WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO DV-ROW-CTR
                       MOVE DP-ONUM TO DVR-ONUM (DV-ROW-CTR)
                       MOVE DP-DRIVER TO DVR-DRIVER (DV-ROW-CTR)
                       IF DP-TRIP-NO IS NUMERIC
                           MOVE DP-TRIP-NO TO DVR-TRIP-NO (DV-ROW-CTR)
                       ELSE
                           MOVE 0 TO DVR-TRIP-NO (DV-ROW-CTR)
                       END-IF
                       MOVE 0 TO DVR-COD (DV-ROW-CTR)
                       MOVE 0 TO DVR-SETTLED (DV-ROW-CTR)
                       MOVE 0 TO DVR-SPLIT-CASH (DV-ROW-CTR)
                   END-IF
                   READ DISPATCH-FILE
                       AT END MOVE 'Y' TO DISPATCH-EOF
               CLOSE DISPATCH-FILE
           END-IF.

       1500-TOTAL-SPLIT-CASH.
      *    THE SALE'S OWN CASH LINES, EACH NET OF ITS CHANGE, AGAINST
      *    THE DELIVERED ORDER THEY PAID -- A VOID'S REVERSING LINES
      *    BELONG TO THE VOID ROW, WHICH ACCRUES NOTHING.
           OPEN INPUT TENDERS-FILE.
           IF TENDERS-STATUS = "00"
               READ TENDERS-FILE
                   AT END MOVE 'Y' TO TENDERS-EOF
               END-READ
               PERFORM UNTIL TENDERS-END
                   IF TD-TYPE = 'C' AND TD-TXN-TYPE NOT = 'V'
                       MOVE TD-ONUM TO PICK-ONUM
                       PERFORM 2300-FIND-DELIVERED-ROW
                       IF DV-FOUND
                           ADD TD-AMOUNT TO DVR-SPLIT-CASH (DV-IX)
                       END-IF
                   END-IF
                   READ TENDERS-FILE
                       AT END MOVE 'Y' TO TENDERS-EOF
                   END-READ
               END-PERFORM
               CLOSE TENDERS-FILE
           ELSE
               IF TENDERS-STATUS = "05"
                   CLOSE TENDERS-FILE
               END-IF
           END-IF.

       2000-ACCRUE-COD-TOTALS.
      *    ONLY CASH TENDERS ACCRUE -- AN ON-ACCOUNT OR CARD
      *    DELIVERY PUT NO CASH IN THE DRIVER'S POUCH, AND A SPLIT
      *    ('M') DELIVERY ONLY ITS CASH LINES.
           OPEN INPUT ORDERS-FILE.
           IF ORDERS-STATUS = "00"
               READ ORDERS-FILE
               PERFORM UNTIL ORDERS-END
                   IF OR-ROUTE = 'D' AND OR-TXN-TYPE NOT = 'V'
                           AND (OR-TENDER-TYPE = 'C'
                           OR OR-TENDER-TYPE = 'M'
                           OR OR-TENDER-TYPE = SPACE)
                       PERFORM 2100-POST-ONE-COD
                   END-IF

       2100-POST-ONE-COD.
           MOVE SPACES TO WRK-DRIVER.
           MOVE OR-ONUM TO PICK-ONUM.
           PERFORM 2300-FIND-DELIVERED-ROW.
           MOVE OR-ATOT TO COD-AMT.
           IF DV-FOUND
               MOVE DVR-DRIVER (DV-IX) TO WRK-DRIVER
               IF OR-TENDER-TYPE = 'M'
                   MOVE DVR-SPLIT-CASH (DV-IX) TO COD-AMT
               END-IF
               ADD COD-AMT TO DVR-COD (DV-IX)
           END-IF.
           IF WRK-DRIVER NOT = SPACES
               PERFORM 2200-FIND-DRIVER-ROW
               IF DR-FOUND
                   ADD COD-AMT TO DRR-COLLECTED (DR-IX)
               END-IF
           END-IF.

               MOVE 'Y' TO DR-FOUND-SW
           END-IF.

       2300-FIND-DELIVERED-ROW.
           MOVE 'N' TO DV-FOUND-SW.
           MOVE 1 TO DV-IX.
           PERFORM UNTIL DV-IX > DV-ROW-CTR OR DV-FOUND
               IF DVR-ONUM (DV-IX) = PICK-ONUM
                   MOVE 'Y' TO DV-FOUND-SW
               ELSE
                   ADD 1 TO DV-IX
               END-IF
           END-PERFORM.

       2400-FIND-TRIP-ROW.
           MOVE 'N' TO TP-FOUND-SW.
           MOVE 1 TO TP-IX.
           PERFORM UNTIL TP-IX > TP-ROW-CTR OR TP-FOUND
               IF TPR-TRIP-NO (TP-IX) = PICK-TRIP
                   MOVE 'Y' TO TP-FOUND-SW
               ELSE
                   ADD 1 TO TP-IX
               END-IF
           END-PERFORM.
           IF NOT TP-FOUND AND TP-ROW-CTR < 200
               ADD 1 TO TP-ROW-CTR
               MOVE TP-ROW-CTR TO TP-IX
               MOVE PICK-TRIP TO TPR-TRIP-NO (TP-IX)
               MOVE 0 TO TPR-SETTLED (TP-IX)
               MOVE 'Y' TO TP-FOUND-SW
           END-IF.

       3000-APPLY-PAST-SETTLEMENTS.
           OPEN INPUT SETTLE-FILE.
           IF SETTLE-STATUS = "00"
                   IF DR-FOUND
                       ADD SE-AMOUNT TO DRR-SETTLED (DR-IX)
                   END-IF
                   PERFORM 3100-APPLY-TO-TRIP-OR-ORDER
                   READ SETTLE-FILE
                       AT END MOVE 'Y' TO SETTLE-EOF
                   END-READ
               END-IF
           END-IF.

       3100-APPLY-TO-TRIP-OR-ORDER.
           IF SE-ONUM IS NUMERIC AND SE-ONUM > 0
               MOVE SE-ONUM TO PICK-ONUM
               PERFORM 2300-FIND-DELIVERED-ROW
               IF DV-FOUND
                   ADD SE-AMOUNT TO DVR-SETTLED (DV-IX)
               END-IF
           ELSE
               IF SE-TRIP-NO IS NUMERIC AND SE-TRIP-NO > 0
                   MOVE SE-TRIP-NO TO PICK-TRIP
                   PERFORM 2400-FIND-TRIP-ROW
                   IF TP-FOUND
                       ADD SE-AMOUNT TO TPR-SETTLED (TP-IX)
                   END-IF
               END-IF
           END-IF.

       4000-UNSETTLED-REPORT.
           MOVE 0 TO OWE-CTR.
           DISPLAY "DRIVER  COLLECTED      SETTLED        "
               DISPLAY "OUTSTANDING: " AMTDP
               DISPLAY "AMOUNT TURNED IN: "
               ACCEPT TURNED-IN
               MOVE 0 TO SET-TRIP-NO
               MOVE 0 TO SET-ONUM
               PERFORM 5900-POST-SETTLEMENT
           END-IF.

       5100-SETTLE-ONE-TRIP.
      *    THE TRIP'S DELIVERED CASH ORDERS, LESS ANYTHING ALREADY
      *    SETTLED ON ONE OF THEM ALONE OR ON THE TRIP BEFORE.
           DISPLAY "TRIP NUMBER: ".
           ACCEPT PICK-TRIP.
           MOVE 0 TO TRIP-ORDERS.
           MOVE 0 TO OUTSTANDING.
           MOVE SPACES TO WRK-DRIVER.
           PERFORM VARYING DV-IX FROM 1 BY 1
                   UNTIL DV-IX > DV-ROW-CTR
               IF PICK-TRIP > 0 AND DVR-TRIP-NO (DV-IX) = PICK-TRIP
                   ADD 1 TO TRIP-ORDERS
                   MOVE DVR-DRIVER (DV-IX) TO WRK-DRIVER
                   COMPUTE OUTSTANDING = OUTSTANDING
                       + DVR-COD (DV-IX) - DVR-SETTLED (DV-IX)
               END-IF
           END-PERFORM.
           IF TRIP-ORDERS = 0
               DISPLAY "NO DELIVERED ORDERS ON FILE FOR THAT TRIP."
           ELSE
               PERFORM 2400-FIND-TRIP-ROW
               IF TP-FOUND
                   SUBTRACT TPR-SETTLED (TP-IX) FROM OUTSTANDING
               END-IF
               PERFORM 2200-FIND-DRIVER-ROW
               MOVE OUTSTANDING TO AMTDP
               DISPLAY "TRIP " PICK-TRIP " DRIVER " WRK-DRIVER " - "
                   TRIP-ORDERS " DELIVERED ORDER(S), OUTSTANDING: "
                   AMTDP
               DISPLAY "AMOUNT TURNED IN: "
               ACCEPT TURNED-IN
               IF TP-FOUND
                   ADD TURNED-IN TO TPR-SETTLED (TP-IX)
               END-IF
               MOVE PICK-TRIP TO SET-TRIP-NO
               MOVE 0 TO SET-ONUM
               PERFORM 5900-POST-SETTLEMENT
           END-IF.

       5200-SETTLE-ONE-ORDER.
      *    AN ORDER ON A TRIP THAT WAS ALREADY SETTLED AS A WHOLE
      *    IS NOT SETTLED A SECOND TIME ON ITS OWN.
           DISPLAY "ORDER NUMBER: ".
           ACCEPT PICK-ONUM.
           PERFORM 2300-FIND-DELIVERED-ROW.
           IF NOT DV-FOUND
               DISPLAY "NO DELIVERED ORDER ON FILE WITH THAT NUMBER."
           ELSE
               MOVE 'N' TO TP-FOUND-SW
               IF DVR-TRIP-NO (DV-IX) > 0
                   MOVE DVR-TRIP-NO (DV-IX) TO PICK-TRIP
                   PERFORM VARYING TP-IX FROM 1 BY 1
                           UNTIL TP-IX > TP-ROW-CTR
                       IF TPR-TRIP-NO (TP-IX) = PICK-TRIP
                               AND TPR-SETTLED (TP-IX) > 0
                           MOVE 'Y' TO TP-FOUND-SW
                       END-IF
                   END-PERFORM
               END-IF
               IF TP-FOUND
                   DISPLAY "ALREADY SETTLED WITH ITS TRIP "
                       DVR-TRIP-NO (DV-IX) "."
               ELSE
                   MOVE DVR-DRIVER (DV-IX) TO WRK-DRIVER
                   COMPUTE OUTSTANDING = DVR-COD (DV-IX)
                       - DVR-SETTLED (DV-IX)
                   MOVE OUTSTANDING TO AMTDP
                   DISPLAY "ORDER " PICK-ONUM " DRIVER " WRK-DRIVER
                       " OUTSTANDING: " AMTDP
                   DISPLAY "AMOUNT TURNED IN: "
                   ACCEPT TURNED-IN
                   ADD TURNED-IN TO DVR-SETTLED (DV-IX)
                   PERFORM 2200-FIND-DRIVER-ROW
                   MOVE 0 TO SET-TRIP-NO
                   MOVE PICK-ONUM TO SET-ONUM
                   PERFORM 5900-POST-SETTLEMENT
               END-IF
           END-IF.

       5900-POST-SETTLEMENT.
           IF DR-FOUND
               ADD TURNED-IN TO DRR-SETTLED (DR-IX)
           END-IF.
           OPEN EXTEND SETTLE-FILE.
           MOVE WRK-DRIVER TO SE-DRIVER.
           MOVE BUSINESS-DATE TO SE-BUSDATE.
           MOVE TURNED-IN TO SE-AMOUNT.
           ACCEPT LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT LOG-TIME FROM TIME.
           STRING LOG-DATE DELIMITED BY SIZE
               LOG-TIME DELIMITED BY SIZE
               INTO SE-STAMP.
           MOVE SET-TRIP-NO TO SE-TRIP-NO.
           MOVE SET-ONUM TO SE-ONUM.
           WRITE SETTLE-REC.
           CLOSE SETTLE-FILE.
      *    THE SETTLEMENT POSTS TO THE SAME OVER/SHORT LEDGER A
      *    DRAWER DECLARATION DOES -- SHORT DRIVERS SHOW UP ON
      *    DRAWERRPT NEXT TO SHORT CASHIERS.
           COMPUTE OVERSHORT = TURNED-IN - OUTSTANDING.
           OPEN EXTEND DRAWERLED-FILE.
           MOVE BUSINESS-DATE TO DL-BUSDATE.
           MOVE WRK-DRIVER TO DL-CASHIER-EMPID.
           MOVE OUTSTANDING TO DL-EXPECTED.
           MOVE TURNED-IN TO DL-DECLARED.
           MOVE OVERSHORT TO DL-OVERSHORT.
           WRITE DRAWERLED-REC.
           CLOSE DRAWERLED-FILE.
           MOVE OVERSHORT TO AMTDP.
           DISPLAY "SETTLED - OVER(+)/SHORT(-): " AMTDP.

       9999-EXIT.
           STOP RUN.
